       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PBEG0031.
       AUTHOR.        FURKAN TUNCER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *THE LIVE TRAIL IS ENOUGH - THE REGISTER COVERS ONE BUSINESS
      *DAY AND THAT DAY IS NEVER CUT TO AN ARCHIVE UNTIL IT IS OVER
           SELECT HIST-FILE ASSIGN       ACCTHST
                           ORGANIZATION  SEQUENTIAL
                           STATUS        HIST-ST.
           SELECT CURR-FILE ASSIGN       CURRREF
                           ORGANIZATION  INDEXED
                           ACCESS        RANDOM
                           RECORD        CURR-CODE
                           STATUS        CURR-ST.
      *THE OPTIONAL PARAMETER NAMES THE BASE CURRENCY - WITHOUT IT
      *THE POSITIONS ARE VALUED IN TRY, AS IN PBEG0019
           SELECT BASE-PARM ASSIGN BASECURF
                           ORGANIZATION LINE SEQUENTIAL
                           STATUS BPARM-ST.
      *THE OPTIONAL PARAMETER NAMES THE DEAL DATE TO REPORT - WITHOUT
      *IT THE REGISTER IS FOR TODAY
           SELECT DATE-PARM ASSIGN FXRDATE
                           ORGANIZATION LINE SEQUENTIAL
                           STATUS DPARM-ST.
           SELECT RPT-FILE ASSIGN RPTFILE
                           STATUS RPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  HIST-FILE RECORDING MODE F.
       01  ACCT-HIST-REC.
           05 HIST-ID           PIC 9(05).
           05 HIST-DVZ          PIC 9(03).
           05 HIST-ISLEM-TIPI   PIC X(01).
           05 HIST-TIMESTAMP    PIC 9(14).
           05 HIST-TS-AREA REDEFINES HIST-TIMESTAMP.
              07 HIST-TS-DATE   PIC 9(08).
              07 HIST-TS-HH     PIC 9(02).
              07 HIST-TS-MI     PIC 9(02).
              07 HIST-TS-SS     PIC 9(02).
           05 HIST-NAME         PIC X(15).
      *AN EXCHANGE ROW CARRIES THE RATE ITS LEG WAS DEALT AT, THE
      *SIDE THE BANK TOOK AND THE OTHER LEG OF THE DEAL WHERE OTHER
      *ROWS CARRY THE BEFORE-IMAGE NAME AND SURNAME
           05 HIST-FX-AREA-1 REDEFINES HIST-NAME.
              07 HIST-FX-RATE   PIC 9(07)V9(06).
              07 HIST-FX-SIDE   PIC X(01).
                 88 HIST-FX-BOUGHT          VALUE 'B'.
                 88 HIST-FX-SOLD            VALUE 'S'.
              07 FILLER         PIC X(01).
           05 HIST-SURNAME      PIC X(15).
           05 HIST-FX-AREA-2 REDEFINES HIST-SURNAME.
              07 HIST-FX-CTR-DVZ PIC 9(03).
              07 HIST-FX-CTR-AMOUNT PIC 9(09)V9(02).
              07 FILLER         PIC X(01).
           05 HIST-DATE         PIC 9(7).
           05 HIST-STATUS       PIC X(01).
           05 HIST-BALANCE      PIC 9(09)V9(02).
           05 HIST-NEW-NAME     PIC X(15).
           05 HIST-NEW-SURNAME  PIC X(15).
           05 HIST-NEW-DATE     PIC 9(7).
           05 HIST-NEW-STATUS   PIC X(01).
           05 HIST-NEW-BALANCE  PIC 9(09)V9(02).
      *
       FD  CURR-FILE.
       01  CURR-FIELDS.
           03 CURR-CODE         PIC 9(03).
           03 CURR-ISO          PIC X(03).
           03 CURR-DESC         PIC X(20).
           03 CURR-STATUS       PIC X(01).
              88 CURR-ACTIVE               VALUE 'A'.
              88 CURR-SUSPENDED            VALUE 'S'.
           03 FILLER            PIC X(05)  VALUE SPACES.
      *
       FD  BASE-PARM RECORDING MODE F.
       01  BPARM-REC.
           05 BPARM-DVZ         PIC X(03).
      *
       FD  DATE-PARM RECORDING MODE F.
       01  DPARM-REC.
           05 DPARM-DATE        PIC X(08).
      *
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC               PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 WS-PBEGDAT         PIC X(08) VALUE 'PBEGDAT'.
           05 WS-DATE-AREA.
              07 WS-DATE-FUNC     PIC X(01).
              07 WS-DATE-RC       PIC 9(02).
              07 WS-DATE-MSG      PIC X(40).
              07 WS-DATE-CURRENT  PIC 9(08).
              07 WS-DATE-PREVIOUS PIC 9(08).
              07 WS-DATE-PROOF    PIC 9(08).
              07 WS-DATE-NEXT     PIC 9(08).
           05 HIST-ST            PIC 9(02).
              88 HIST-EOF                   VALUE 10.
              88 HIST-SUCCESS               VALUE 00 97.
           05 CURR-ST            PIC 9(02).
              88 CURR-SUCCESS               VALUE 00 97.
           05 BPARM-ST           PIC 9(02).
              88 BPARM-SUCCESS              VALUE 00 97.
           05 DPARM-ST           PIC 9(02).
              88 DPARM-SUCCESS              VALUE 00 97.
           05 RPT-ST             PIC 9(02).
              88 RPT-SUCCESS                VALUE 00 97.
           05 WS-CURR-OPEN-SW    PIC X(01) VALUE 'N'.
              88 WS-CURR-OPENED            VALUE 'Y'.
           05 WS-BASE-DVZ        PIC 9(03) VALUE 949.
           05 WS-BASE-ISO        PIC X(03).
           05 WS-DEAL-DATE       PIC 9(08).
           05 WS-CURR-CODE       PIC 9(03).
           05 WS-CURR-ISO        PIC X(03).
           05 WS-CURR-NUM        PIC 9(03).
           05 WS-DVZ-IX          PIC 9(04).
           05 WS-LEG-AMOUNT      PIC S9(09)V9(02) COMP-3.
           05 WS-LEG-BASE        PIC S9(11)V9(02) COMP-3.
           05 WS-DEAL-RATE       PIC 9(07)V9(06).
           05 WS-NET-AMOUNT      PIC S9(11)V9(02) COMP-3.
           05 WS-NET-BASE        PIC S9(13)V9(02) COMP-3.
           05 WS-TOTAL-NET-BASE  PIC S9(13)V9(02) COMP-3 VALUE ZEROS.
           05 WS-CNT-ROWS        PIC 9(07) VALUE ZEROS.
           05 WS-CNT-DEALS       PIC 9(07) VALUE ZEROS.
           05 WS-CNT-LEGS        PIC 9(07) VALUE ZEROS.
           05 WS-CNT-CURRENCIES  PIC 9(03) VALUE ZEROS.
           05 WS-PAGE-NO         PIC 9(04) VALUE ZEROS.
           05 WS-LINE-COUNT      PIC 9(02) VALUE 99.
           05 WS-LINES-PER-PAGE  PIC 9(02) VALUE 55.
      *ONE POSITION BUCKET PER POSSIBLE DVZ CODE - THE BANK IS LONG
      *WHAT IT BOUGHT FROM CUSTOMERS AND SHORT WHAT IT SOLD THEM
       01  WS-POS-BUCKETS.
           05 WS-POS-ENTRY OCCURS 999 TIMES.
              07 POS-SEEN-SW     PIC X(01).
                 88 POS-SEEN                VALUE 'Y'.
              07 POS-DEALS       PIC 9(05).
              07 POS-BOUGHT      PIC S9(11)V9(02) COMP-3.
              07 POS-SOLD        PIC S9(11)V9(02) COMP-3.
              07 POS-BOUGHT-BASE PIC S9(13)V9(02) COMP-3.
              07 POS-SOLD-BASE   PIC S9(13)V9(02) COMP-3.
       01  WS-HEADING-1.
           05 FILLER             PIC X(15) VALUE 'PBEG0031'.
           05 H1-TITLE           PIC X(35).
           05 FILLER             PIC X(05) VALUE 'PAGE '.
           05 H1-PAGE-NO         PIC ZZZ9.
           05 FILLER             PIC X(21) VALUE SPACES.
       01  WS-HEADING-1A.
           05 FILLER             PIC X(11) VALUE 'DEAL DATE: '.
           05 H1A-DATE           PIC 9(08).
           05 FILLER             PIC X(08) VALUE SPACES.
           05 FILLER             PIC X(15) VALUE 'BASE CURRENCY: '.
           05 H1A-BASE-ISO       PIC X(03).
           05 FILLER             PIC X(35) VALUE SPACES.
       01  WS-HEADING-2-REG.
           05 FILLER             PIC X(10) VALUE 'TIME'.
           05 FILLER             PIC X(07) VALUE 'ACCT-ID'.
           05 FILLER             PIC X(05) VALUE 'BGHT'.
           05 FILLER             PIC X(16) VALUE '         AMOUNT'.
           05 FILLER             PIC X(05) VALUE 'SOLD'.
           05 FILLER             PIC X(16) VALUE '         AMOUNT'.
           05 FILLER             PIC X(21) VALUE '     DEAL RATE'.
       01  WS-HEADING-2-POS.
           05 FILLER             PIC X(05) VALUE 'CUR'.
           05 FILLER             PIC X(07) VALUE 'DEALS'.
           05 FILLER             PIC X(16) VALUE '         BOUGHT'.
           05 FILLER             PIC X(16) VALUE '           SOLD'.
           05 FILLER             PIC X(18) VALUE '     NET POSITION'.
           05 FILLER             PIC X(18) VALUE '   NET IN BASE'.
       01  WS-DEAL-LINE.
           05 DL-HH              PIC 9(02).
           05 FILLER             PIC X(01) VALUE ':'.
           05 DL-MI              PIC 9(02).
           05 FILLER             PIC X(01) VALUE ':'.
           05 DL-SS              PIC 9(02).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 DL-ID              PIC ZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 DL-BOUGHT-ISO      PIC X(03).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 DL-BOUGHT-AMT      PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 DL-SOLD-ISO        PIC X(03).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 DL-SOLD-AMT        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 DL-RATE            PIC Z(06)9.9(06).
           05 FILLER             PIC X(07) VALUE SPACES.
       01  WS-POSITION-LINE.
           05 PL-ISO             PIC X(03).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 PL-DEALS           PIC ZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 PL-BOUGHT          PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 PL-SOLD            PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 PL-NET             PIC -,---,---,--9.99.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 PL-NET-BASE        PIC -,---,---,--9.99.
           05 FILLER             PIC X(01) VALUE SPACES.
       01  WS-NODEAL-LINE.
           05 FILLER             PIC X(30) VALUE
                 '   NO EXCHANGE DEALS ON DATE'.
           05 FILLER             PIC X(50) VALUE SPACES.
       01  WS-TOTAL-LINE.
           05 FILLER             PIC X(30) VALUE
                 'NET OF ALL POSITIONS IN BASE ='.
           05 TL-NET-BASE        PIC -,---,---,--9.99.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 TL-BASE-ISO        PIC X(03).
           05 FILLER             PIC X(30) VALUE SPACES.
       01  WS-SUMMARY-LINE.
           05 FILLER             PIC X(09) VALUE 'DEALS ='.
           05 SM-DEALS           PIC ZZZZZZ9.
           05 FILLER             PIC X(09) VALUE '  LEGS ='.
           05 SM-LEGS            PIC ZZZZZZ9.
           05 FILLER             PIC X(15) VALUE '  CURRENCIES ='.
           05 SM-CURRENCIES      PIC ZZ9.
           05 FILLER             PIC X(30) VALUE SPACES.
       PROCEDURE DIVISION.
      *LIST EVERY EXCHANGE DEALT ON THE DAY FROM ITS BOUGHT LEG ON
      *THE TRAIL, THEN SHOW WHAT THE BRANCH BOUGHT AND SOLD IN EACH
      *CURRENCY AND THE NET OPEN POSITION LEFT FOR THE TREASURY DESK
       000-MAIN.
           PERFORM H030-GET-BUSINESS-DATE.
           PERFORM H040-CLEAR-BUCKET
              VARYING WS-DVZ-IX FROM 1 BY 1 UNTIL WS-DVZ-IX > 999.
           PERFORM H050-GET-PARMS.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-PROCESS-ROW UNTIL HIST-EOF.
           IF WS-CNT-DEALS = 0
              PERFORM H320-WRITE-REG-HEADERS
              WRITE RPT-REC FROM WS-NODEAL-LINE AFTER ADVANCING 1 LINES
           END-IF.
           PERFORM H400-WRITE-POSITIONS.
           PERFORM H900-WRITE-SUMMARY.
           PERFORM H999-PROGRAM-EXIT.
      *THE PROCESSING DATE COMES FROM THE BUSINESS-DATE RECORD, NOT
      *THE MACHINE CLOCK - A JOB THAT CANNOT GET IT REFUSES TO RUN
      *RATHER THAN GUESS
       H030-GET-BUSINESS-DATE.
           MOVE 'G'   TO WS-DATE-FUNC.
           MOVE ZEROS TO WS-DATE-RC.
           CALL WS-PBEGDAT USING WS-DATE-AREA.
           IF WS-DATE-RC NOT = 0
              DISPLAY WS-DATE-MSG
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
       H030-END. EXIT.
       H040-CLEAR-BUCKET.
           MOVE 'N'   TO POS-SEEN-SW (WS-DVZ-IX).
           MOVE ZEROS TO POS-DEALS (WS-DVZ-IX)
                         POS-BOUGHT (WS-DVZ-IX)
                         POS-SOLD (WS-DVZ-IX)
                         POS-BOUGHT-BASE (WS-DVZ-IX)
                         POS-SOLD-BASE (WS-DVZ-IX).
       H040-END. EXIT.
      *AN ABSENT OR NONSENSE PARAMETER LEAVES THE TRY BASE AND
      *THE BUSINESS DATE
       H050-GET-PARMS.
           OPEN INPUT BASE-PARM.
           IF BPARM-SUCCESS
              READ BASE-PARM
              IF BPARM-SUCCESS AND BPARM-DVZ NUMERIC
                 MOVE BPARM-DVZ TO WS-BASE-DVZ
              END-IF
              CLOSE BASE-PARM
           END-IF.
           MOVE WS-DATE-CURRENT TO WS-DEAL-DATE.
           OPEN INPUT DATE-PARM.
           IF DPARM-SUCCESS
              READ DATE-PARM
              IF DPARM-SUCCESS AND DPARM-DATE NUMERIC
                 MOVE DPARM-DATE TO WS-DEAL-DATE
              END-IF
              CLOSE DATE-PARM
           END-IF.
       H050-END. EXIT.
       H100-OPEN-FILES.
           OPEN INPUT HIST-FILE.
           IF NOT HIST-SUCCESS
              DISPLAY 'UNABLE TO OPEN FILE: ' HIST-ST
              MOVE HIST-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF NOT RPT-SUCCESS
              DISPLAY 'UNABLE TO OPEN FILE: ' RPT-ST
              MOVE RPT-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT CURR-FILE.
           IF CURR-SUCCESS
              SET WS-CURR-OPENED TO TRUE
           END-IF.
           MOVE WS-BASE-DVZ TO WS-CURR-CODE.
           PERFORM H650-GET-ISO.
           MOVE WS-CURR-ISO TO WS-BASE-ISO.
           MOVE 'FX DEAL REGISTER' TO H1-TITLE.
           READ HIST-FILE.
       H100-END. EXIT.
      *EVERY EXCHANGE LEG OF THE DAY GOES INTO THE POSITIONS - THE
      *BOUGHT LEG ALSO NAMES THE SOLD LEG SO IT PRINTS THE DEAL
       H200-PROCESS-ROW.
           ADD 1 TO WS-CNT-ROWS.
           IF HIST-ISLEM-TIPI = 'X'
              AND HIST-TS-DATE = WS-DEAL-DATE
              PERFORM H250-POST-LEG
              IF HIST-FX-BOUGHT
                 PERFORM H300-WRITE-DEAL
              END-IF
           END-IF.
           READ HIST-FILE.
       H200-END. EXIT.
      *THE LEG AMOUNT IS THE MOVEMENT ON THE BALANCE IMAGES - THE
      *CUSTOMER ACCOUNT IS DEBITED ON A BOUGHT LEG AND CREDITED ON A
      *SOLD ONE.  EACH LEG IS VALUED IN BASE AT THE RATE IT WAS DEALT
       H250-POST-LEG.
           ADD 1 TO WS-CNT-LEGS.
           MOVE HIST-DVZ TO WS-DVZ-IX.
           IF NOT POS-SEEN (WS-DVZ-IX)
              SET POS-SEEN (WS-DVZ-IX) TO TRUE
              ADD 1 TO WS-CNT-CURRENCIES
           END-IF.
           IF HIST-FX-BOUGHT
              COMPUTE WS-LEG-AMOUNT = HIST-BALANCE - HIST-NEW-BALANCE
              COMPUTE WS-LEG-BASE ROUNDED =
                 WS-LEG-AMOUNT * HIST-FX-RATE
              ADD 1             TO POS-DEALS (WS-DVZ-IX)
              ADD WS-LEG-AMOUNT TO POS-BOUGHT (WS-DVZ-IX)
              ADD WS-LEG-BASE   TO POS-BOUGHT-BASE (WS-DVZ-IX)
           ELSE
              COMPUTE WS-LEG-AMOUNT = HIST-NEW-BALANCE - HIST-BALANCE
              COMPUTE WS-LEG-BASE ROUNDED =
                 WS-LEG-AMOUNT * HIST-FX-RATE
              ADD 1             TO POS-DEALS (WS-DVZ-IX)
              ADD WS-LEG-AMOUNT TO POS-SOLD (WS-DVZ-IX)
              ADD WS-LEG-BASE   TO POS-SOLD-BASE (WS-DVZ-IX)
           END-IF.
       H250-END. EXIT.
      *THE DEAL RATE IS UNITS OF THE SOLD CURRENCY GIVEN FOR ONE
      *UNIT OF THE BOUGHT CURRENCY, SPREADS INCLUDED
       H300-WRITE-DEAL.
           ADD 1 TO WS-CNT-DEALS.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
              PERFORM H320-WRITE-REG-HEADERS
           END-IF.
           MOVE HIST-TS-HH         TO DL-HH.
           MOVE HIST-TS-MI         TO DL-MI.
           MOVE HIST-TS-SS         TO DL-SS.
           MOVE HIST-ID            TO DL-ID.
           MOVE HIST-DVZ           TO WS-CURR-CODE.
           PERFORM H650-GET-ISO.
           MOVE WS-CURR-ISO        TO DL-BOUGHT-ISO.
           MOVE WS-LEG-AMOUNT      TO DL-BOUGHT-AMT.
           MOVE HIST-FX-CTR-DVZ    TO WS-CURR-CODE.
           PERFORM H650-GET-ISO.
           MOVE WS-CURR-ISO        TO DL-SOLD-ISO.
           MOVE HIST-FX-CTR-AMOUNT TO DL-SOLD-AMT.
           IF WS-LEG-AMOUNT > ZEROS
              COMPUTE WS-DEAL-RATE ROUNDED =
                 HIST-FX-CTR-AMOUNT / WS-LEG-AMOUNT
           ELSE
              MOVE ZEROS TO WS-DEAL-RATE
           END-IF.
           MOVE WS-DEAL-RATE       TO DL-RATE.
           WRITE RPT-REC FROM WS-DEAL-LINE AFTER ADVANCING 1 LINES.
           ADD 1 TO WS-LINE-COUNT.
       H300-END. EXIT.
       H320-WRITE-REG-HEADERS.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO   TO H1-PAGE-NO.
           MOVE WS-DEAL-DATE TO H1A-DATE.
           MOVE WS-BASE-ISO  TO H1A-BASE-ISO.
           WRITE RPT-REC FROM WS-HEADING-1 AFTER ADVANCING PAGE.
           WRITE RPT-REC FROM WS-HEADING-1A AFTER ADVANCING 1 LINES.
           WRITE RPT-REC FROM WS-HEADING-2-REG AFTER ADVANCING 2 LINES.
           MOVE ZEROS TO WS-LINE-COUNT.
       H320-END. EXIT.
      *ONE LINE PER CURRENCY DEALT ON THE DAY.  THE NET IN BASE IS
      *THE POSITION VALUED AT THE DEAL RATES - ACROSS ALL CURRENCIES
      *IT NETS TO NEAR ZERO BECAUSE BOTH LEGS OF A DEAL CARRY THE
      *SAME BASE VALUE, SO THE TOTAL LINE PROVES THE REGISTER
       H400-WRITE-POSITIONS.
           MOVE 'NET OPEN POSITION BY CURRENCY' TO H1-TITLE.
           MOVE 99 TO WS-LINE-COUNT.
           PERFORM H410-WRITE-ONE-DVZ
              VARYING WS-DVZ-IX FROM 1 BY 1 UNTIL WS-DVZ-IX > 999.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
              PERFORM H420-WRITE-POS-HEADERS
           END-IF.
           MOVE WS-TOTAL-NET-BASE TO TL-NET-BASE.
           MOVE WS-BASE-ISO       TO TL-BASE-ISO.
           WRITE RPT-REC FROM WS-TOTAL-LINE AFTER ADVANCING 2 LINES.
           ADD 2 TO WS-LINE-COUNT.
       H400-END. EXIT.
       H410-WRITE-ONE-DVZ.
           IF POS-SEEN (WS-DVZ-IX)
              IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                 PERFORM H420-WRITE-POS-HEADERS
              END-IF
              MOVE WS-DVZ-IX TO WS-CURR-CODE
              PERFORM H650-GET-ISO
              COMPUTE WS-NET-AMOUNT = POS-BOUGHT (WS-DVZ-IX)
                                    - POS-SOLD (WS-DVZ-IX)
              COMPUTE WS-NET-BASE = POS-BOUGHT-BASE (WS-DVZ-IX)
                                  - POS-SOLD-BASE (WS-DVZ-IX)
              ADD WS-NET-BASE TO WS-TOTAL-NET-BASE
              MOVE WS-CURR-ISO             TO PL-ISO
              MOVE POS-DEALS (WS-DVZ-IX)   TO PL-DEALS
              MOVE POS-BOUGHT (WS-DVZ-IX)  TO PL-BOUGHT
              MOVE POS-SOLD (WS-DVZ-IX)    TO PL-SOLD
              MOVE WS-NET-AMOUNT           TO PL-NET
              MOVE WS-NET-BASE             TO PL-NET-BASE
              WRITE RPT-REC FROM WS-POSITION-LINE
                 AFTER ADVANCING 1 LINES
              ADD 1 TO WS-LINE-COUNT
           END-IF.
       H410-END. EXIT.
       H420-WRITE-POS-HEADERS.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO   TO H1-PAGE-NO.
           MOVE WS-DEAL-DATE TO H1A-DATE.
           MOVE WS-BASE-ISO  TO H1A-BASE-ISO.
           WRITE RPT-REC FROM WS-HEADING-1 AFTER ADVANCING PAGE.
           WRITE RPT-REC FROM WS-HEADING-1A AFTER ADVANCING 1 LINES.
           WRITE RPT-REC FROM WS-HEADING-2-POS AFTER ADVANCING 2 LINES.
           MOVE ZEROS TO WS-LINE-COUNT.
       H420-END. EXIT.
      *LOOK UP THE ISO LETTERS - A MISSING REFERENCE FILE OR CODE
      *FALLS BACK TO THE RAW NUMBER
       H650-GET-ISO.
           MOVE WS-CURR-CODE TO WS-CURR-NUM.
           MOVE WS-CURR-NUM  TO WS-CURR-ISO.
           IF WS-CURR-OPENED
              MOVE WS-CURR-CODE TO CURR-CODE
              READ CURR-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE CURR-ISO TO WS-CURR-ISO
              END-READ
           END-IF.
       H650-END. EXIT.
       H900-WRITE-SUMMARY.
           MOVE WS-CNT-DEALS      TO SM-DEALS.
           MOVE WS-CNT-LEGS       TO SM-LEGS.
           MOVE WS-CNT-CURRENCIES TO SM-CURRENCIES.
           WRITE RPT-REC FROM WS-SUMMARY-LINE
              AFTER ADVANCING 3 LINES.
       H900-END. EXIT.
       H999-PROGRAM-EXIT.
           DISPLAY 'TRAIL ROWS READ  : ' WS-CNT-ROWS.
           DISPLAY 'FX DEALS         : ' WS-CNT-DEALS.
           DISPLAY 'FX LEGS          : ' WS-CNT-LEGS.
           CLOSE HIST-FILE
                 RPT-FILE.
           IF WS-CURR-OPENED
              CLOSE CURR-FILE
           END-IF.
           STOP RUN.
       H999-END. EXIT.
