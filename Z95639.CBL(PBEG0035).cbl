       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PBEG0035.
       AUTHOR.        FURKAN TUNCER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *THE END-OF-DAY BALANCE HISTORY WRITTEN BY PBEG0034
           SELECT BALH-FILE ASSIGN       BALHIST
                           ORGANIZATION  SEQUENTIAL
                           STATUS        BALH-ST.
           SELECT CUST-FILE ASSIGN       CUSTREF
                           ORGANIZATION  INDEXED
                           ACCESS        RANDOM
                           RECORD        CUST-NO
                           STATUS        CUST-ST.
           SELECT CURR-FILE ASSIGN       CURRREF
                           ORGANIZATION  INDEXED
                           ACCESS        RANDOM
                           RECORD        CURR-CODE
                           STATUS        CURR-ST.
           SELECT SEL-FILE ASSIGN BALSEL
                           ORGANIZATION LINE SEQUENTIAL
                           STATUS SEL-ST.
           SELECT BAVG-FILE ASSIGN BALAVG
                           STATUS BAVG-ST.
           SELECT SORT-WORK ASSIGN SORTWK1.
           SELECT RPT-FILE ASSIGN RPTFILE
                           STATUS RPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  BALH-FILE RECORDING MODE F.
       01  BALH-REC.
           05 BALH-DATE         PIC 9(08).
           05 BALH-ID           PIC 9(05).
           05 BALH-DVZ          PIC 9(03).
           05 BALH-CUST-NO      PIC 9(05).
           05 BALH-STATUS       PIC X(01).
           05 BALH-BALANCE      PIC S9(09)V9(02).
           05 FILLER            PIC X(07).
      *
       FD  CUST-FILE.
       01  CUST-FIELDS.
           03 CUST-NO           PIC 9(05).
           03 CUST-NAME         PIC X(15).
           03 CUST-SURNAME      PIC X(15).
           03 CUST-ADDRESS      PIC X(30).
           03 CUST-STATUS       PIC X(01).
              88 CUST-ACTIVE               VALUE 'A'.
              88 CUST-CLOSED               VALUE 'C'.
           03 FILLER            PIC X(05)  VALUE SPACES.
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
      *AN OPTIONAL RECORD NAMES THE MONTH TO REPORT AS YYYYMM
       FD  SEL-FILE RECORDING MODE F.
       01  SEL-REC.
           05 SEL-PERIOD        PIC X(06).
           05 SEL-PERIOD-N REDEFINES SEL-PERIOD.
              07 SEL-YYYY       PIC 9(04).
              07 SEL-MM         PIC 9(02).
      *
      *THE EXTRACT IS FIXED-FORMAT - ONE ROW PER ACCOUNT FOR THE
      *MONTH, FOR INTEREST AND PRICING RUNS THAT WANT THE AVERAGE
      *RATHER THAN THE CLOSING BALANCE
       FD  BAVG-FILE RECORDING MODE F.
       01  BAVG-REC.
           05 BAVG-PERIOD       PIC 9(06).
           05 BAVG-ID           PIC 9(05).
           05 BAVG-DVZ          PIC 9(03).
           05 BAVG-CUST-NO      PIC 9(05).
           05 BAVG-DAYS         PIC 9(02).
           05 BAVG-AVG-BALANCE  PIC S9(09)V9(02).
           05 BAVG-MIN-BALANCE  PIC S9(09)V9(02).
           05 BAVG-MAX-BALANCE  PIC S9(09)V9(02).
           05 BAVG-LAST-STATUS  PIC X(01).
           05 FILLER            PIC X(05).
      *
       SD  SORT-WORK.
       01  SORT-REC.
           05 SORT-ID           PIC 9(05).
           05 SORT-DVZ          PIC 9(03).
           05 SORT-DATE         PIC 9(08).
           05 SORT-CUST-NO      PIC 9(05).
           05 SORT-STATUS       PIC X(01).
           05 SORT-BALANCE      PIC S9(09)V9(02).
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
           05 BALH-ST            PIC 9(02).
              88 BALH-EOF                   VALUE 10.
              88 BALH-SUCCESS               VALUE 00 97.
           05 CUST-ST            PIC 9(02).
              88 CUST-SUCCESS               VALUE 00 97.
           05 CURR-ST            PIC 9(02).
              88 CURR-SUCCESS               VALUE 00 97.
           05 SEL-ST             PIC 9(02).
              88 SEL-SUCCESS                VALUE 00 97.
           05 BAVG-ST            PIC 9(02).
              88 BAVG-SUCCESS               VALUE 00 97.
           05 RPT-ST             PIC 9(02).
              88 RPT-SUCCESS                VALUE 00 97.
           05 WS-SORT-EOF-SW     PIC X(01) VALUE 'N'.
              88 WS-SORT-EOF                VALUE 'Y'.
           05 WS-PEND-SW         PIC X(01) VALUE 'N'.
              88 WS-PEND                    VALUE 'Y'.
      *THE MONTH REPORTED - BY DEFAULT THE CALENDAR MONTH BEFORE
      *THE ONE THE BUSINESS DATE FALLS IN
           05 WS-PERIOD.
              07 WS-PER-YYYY     PIC 9(04).
              07 WS-PER-MM       PIC 9(02).
           05 WS-PERIOD-N REDEFINES WS-PERIOD
                                 PIC 9(06).
           05 WS-PER-FIRST.
              07 WS-PER-FIRST-YM PIC 9(06).
              07 WS-PER-FIRST-DD PIC 9(02) VALUE 01.
           05 WS-PER-FIRST-N REDEFINES WS-PER-FIRST
                                 PIC 9(08).
           05 WS-NEXT-FIRST.
              07 WS-NEXT-YYYY    PIC 9(04).
              07 WS-NEXT-MM      PIC 9(02).
              07 WS-NEXT-DD      PIC 9(02) VALUE 01.
           05 WS-NEXT-FIRST-N REDEFINES WS-NEXT-FIRST
                                 PIC 9(08).
           05 WS-START-INT       PIC 9(07).
           05 WS-END-INT         PIC 9(07).
           05 WS-STOP-INT        PIC 9(07).
           05 WS-PERIOD-DAYS     PIC 9(02).
           05 WS-PER-LAST-DATE   PIC 9(08).
      *A SNAPSHOT TAKEN BEFORE THE MONTH STARTS STILL CARRIES THE
      *BALANCE INTO ITS FIRST DAYS - THE LONGEST RUN OF CLOSED DAYS
      *THE DATE ROLL ALLOWS IS THIRTY, SO A MONTH BACK IS ENOUGH
           05 WS-LOOKBACK-DATE   PIC 9(08).
           05 WS-ROW-INT         PIC 9(07).
           05 WS-FROM-INT        PIC 9(07).
           05 WS-TO-INT          PIC 9(07).
           05 WS-WEIGHT          PIC S9(03).
           05 WS-GRP-KEY.
              07 WS-GRP-ID       PIC 9(05).
              07 WS-GRP-DVZ      PIC 9(03).
           05 WS-HST-KEY.
              07 WS-HST-ID       PIC 9(05).
              07 WS-HST-DVZ      PIC 9(03).
           05 WS-PEND-ROW.
              07 WS-PEND-INT     PIC 9(07).
              07 WS-PEND-CUST-NO PIC 9(05).
              07 WS-PEND-STATUS  PIC X(01).
              07 WS-PEND-BALANCE PIC S9(09)V9(02).
           05 WS-GRP-CUST-NO     PIC 9(05).
           05 WS-GRP-STATUS      PIC X(01).
           05 WS-GRP-DAYS        PIC 9(02).
           05 WS-GRP-WEIGHTED    PIC S9(13)V9(02) COMP-3.
           05 WS-GRP-AVG         PIC S9(09)V9(02).
           05 WS-GRP-MIN         PIC S9(09)V9(02).
           05 WS-GRP-MAX         PIC S9(09)V9(02).
           05 WS-CUR-IX          PIC 9(04).
           05 WS-CNT-READ        PIC 9(08) VALUE ZEROS.
           05 WS-CNT-SELECTED    PIC 9(08) VALUE ZEROS.
           05 WS-CNT-ACCTS       PIC 9(07) VALUE ZEROS.
           05 WS-CNT-NO-DAYS     PIC 9(07) VALUE ZEROS.
           05 WS-CNT-CURR        PIC 9(03) VALUE ZEROS.
           05 WS-PAGE-NO         PIC 9(04) VALUE ZEROS.
           05 WS-LINE-COUNT      PIC 9(02) VALUE 99.
           05 WS-LINES-PER-PAGE  PIC 9(02) VALUE 55.
      *ONE SLOT PER CURRENCY CODE.  THE CURRENCY AVERAGE IS THE
      *MEAN OF ITS ACCOUNT AVERAGES, THE LOW AND HIGH ARE THE
      *LOWEST AND HIGHEST DAILY BALANCE OF ANY ONE OF ITS ACCOUNTS
       01  WS-CUR-TABLE.
           05 WS-CUR-ENTRY OCCURS 999 TIMES.
              07 CT-ACCTS        PIC 9(07).
              07 CT-AVG-SUM      PIC S9(15)V9(02) COMP-3.
              07 CT-MIN          PIC S9(09)V9(02).
              07 CT-MAX          PIC S9(09)V9(02).
       01  WS-HEADING-1.
           05 FILLER             PIC X(15) VALUE 'PBEG0035'.
           05 FILLER             PIC X(35) VALUE
                 'MONTHLY AVERAGE BALANCES'.
           05 FILLER             PIC X(05) VALUE 'PAGE '.
           05 H1-PAGE-NO         PIC ZZZ9.
           05 FILLER             PIC X(21) VALUE SPACES.
       01  WS-HEADING-PERIOD.
           05 FILLER             PIC X(08) VALUE 'PERIOD: '.
           05 HP-PERIOD          PIC 9(06).
           05 FILLER             PIC X(09) VALUE '   FROM: '.
           05 HP-FROM            PIC 9(08).
           05 FILLER             PIC X(07) VALUE '   TO: '.
           05 HP-TO              PIC 9(08).
           05 FILLER             PIC X(09) VALUE '   DAYS: '.
           05 HP-DAYS            PIC Z9.
           05 FILLER             PIC X(23) VALUE SPACES.
       01  WS-HEADING-2.
           05 FILLER             PIC X(07) VALUE 'ACCT-ID'.
           05 FILLER             PIC X(05) VALUE 'DVZ'.
           05 FILLER             PIC X(17) VALUE 'CUSTOMER'.
           05 FILLER             PIC X(06) VALUE 'DAYS'.
           05 FILLER             PIC X(16) VALUE '     AVERAGE'.
           05 FILLER             PIC X(12) VALUE '     MINIMUM'.
           05 FILLER             PIC X(16) VALUE '         MAXIMUM'.
           05 FILLER             PIC X(01) VALUE SPACES.
       01  WS-DETAIL-LINE.
           05 DL-ID              PIC 9(05).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 DL-DVZ             PIC 9(03).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 DL-NAME            PIC X(16).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 DL-DAYS            PIC Z9.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 DL-AVG             PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 DL-MIN             PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 DL-MAX             PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(01) VALUE SPACES.
       01  WS-CUR-HEADING.
           05 FILLER             PIC X(30) VALUE
                 'AVERAGES BY CURRENCY'.
           05 FILLER             PIC X(50) VALUE SPACES.
       01  WS-CUR-HEADING-2.
           05 FILLER             PIC X(05) VALUE 'DVZ'.
           05 FILLER             PIC X(04) VALUE 'ISO'.
           05 FILLER             PIC X(08) VALUE 'ACCOUNTS'.
           05 FILLER             PIC X(18) VALUE SPACES.
           05 FILLER             PIC X(16) VALUE '     AVERAGE'.
           05 FILLER             PIC X(12) VALUE '     MINIMUM'.
           05 FILLER             PIC X(16) VALUE '         MAXIMUM'.
           05 FILLER             PIC X(01) VALUE SPACES.
       01  WS-CUR-LINE.
           05 CL-DVZ             PIC 9(03).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 CL-ISO             PIC X(03).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 CL-ACCTS           PIC ZZZZZZ9.
           05 FILLER             PIC X(15) VALUE SPACES.
           05 CL-AVG             PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 CL-MIN             PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 CL-MAX             PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(01) VALUE SPACES.
       01  WS-SUMMARY-LINE.
           05 FILLER             PIC X(10) VALUE 'ACCOUNTS ='.
           05 SM-ACCTS           PIC ZZZZZZ9.
           05 FILLER             PIC X(17) VALUE '  HISTORY ROWS ='.
           05 SM-ROWS            PIC ZZZZZZZ9.
           05 FILLER             PIC X(38) VALUE SPACES.
       01  WS-EMPTY-LINE.
           05 FILLER             PIC X(40) VALUE
                 '   NO BALANCE HISTORY FOR THE PERIOD'.
           05 FILLER             PIC X(40) VALUE SPACES.
       PROCEDURE DIVISION.
      *AVERAGE, LOWEST AND HIGHEST BALANCE OF EVERY ACCOUNT OVER A
      *CALENDAR MONTH, FROM THE END-OF-DAY SNAPSHOTS.  EACH SNAPSHOT
      *STANDS FOR EVERY CALENDAR DAY UNTIL THE NEXT ONE, SO A
      *FRIDAY BALANCE COUNTS FOR THE WEEKEND AS WELL
       000-MAIN.
           PERFORM H030-GET-BUSINESS-DATE.
           PERFORM H050-INIT.
           PERFORM H080-GET-PERIOD.
           PERFORM H090-SET-WINDOW.
           PERFORM H100-OPEN-FILES.
           SORT SORT-WORK
              ON ASCENDING KEY SORT-ID SORT-DVZ SORT-DATE
              WITH DUPLICATES IN ORDER
              INPUT  PROCEDURE H200-SORT-INPUT
              OUTPUT PROCEDURE H300-SORT-OUTPUT.
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
       H050-INIT.
           PERFORM H060-CLEAR-CURRENCY
              VARYING WS-CUR-IX FROM 1 BY 1 UNTIL WS-CUR-IX > 999.
       H050-END. EXIT.
       H060-CLEAR-CURRENCY.
           MOVE ZEROS TO CT-ACCTS (WS-CUR-IX)
                         CT-AVG-SUM (WS-CUR-IX)
                         CT-MIN (WS-CUR-IX)
                         CT-MAX (WS-CUR-IX).
       H060-END. EXIT.
      *WITHOUT A SELECTION RECORD THE MONTH BEFORE THE BUSINESS
      *DATE'S MONTH IS REPORTED - THE LAST COMPLETE ONE
       H080-GET-PERIOD.
           MOVE WS-DATE-CURRENT(1:4) TO WS-PER-YYYY.
           MOVE WS-DATE-CURRENT(5:2) TO WS-PER-MM.
           IF WS-PER-MM = 01
              MOVE 12 TO WS-PER-MM
              SUBTRACT 1 FROM WS-PER-YYYY
           ELSE
              SUBTRACT 1 FROM WS-PER-MM
           END-IF.
           OPEN INPUT SEL-FILE.
           IF SEL-SUCCESS
              READ SEL-FILE
              IF SEL-SUCCESS
                 IF SEL-PERIOD NUMERIC
                    AND SEL-MM >= 01 AND SEL-MM <= 12
                    AND SEL-YYYY >= 1601
                    MOVE SEL-YYYY TO WS-PER-YYYY
                    MOVE SEL-MM   TO WS-PER-MM
                 ELSE
                    DISPLAY 'PERIOD RECORD IGNORED: ' SEL-PERIOD
                 END-IF
              END-IF
              CLOSE SEL-FILE
           END-IF.
       H080-END. EXIT.
      *THE MONTH RUNS FROM ITS FIRST DAY TO THE DAY BEFORE THE
      *FIRST OF THE NEXT ONE.  WS-STOP-INT IS THE DAY AFTER THE
      *MONTH, WHERE THE LAST SNAPSHOT'S DAYS STOP COUNTING
       H090-SET-WINDOW.
           MOVE WS-PERIOD-N TO WS-PER-FIRST-YM.
           MOVE WS-PER-YYYY TO WS-NEXT-YYYY.
           IF WS-PER-MM = 12
              MOVE 01 TO WS-NEXT-MM
              ADD 1 TO WS-NEXT-YYYY
           ELSE
              COMPUTE WS-NEXT-MM = WS-PER-MM + 1
           END-IF.
           COMPUTE WS-START-INT =
              FUNCTION INTEGER-OF-DATE(WS-PER-FIRST-N).
           COMPUTE WS-STOP-INT =
              FUNCTION INTEGER-OF-DATE(WS-NEXT-FIRST-N).
           COMPUTE WS-END-INT     = WS-STOP-INT - 1.
           COMPUTE WS-PERIOD-DAYS = WS-STOP-INT - WS-START-INT.
           COMPUTE WS-PER-LAST-DATE =
              FUNCTION DATE-OF-INTEGER(WS-END-INT).
           COMPUTE WS-LOOKBACK-DATE =
              FUNCTION DATE-OF-INTEGER(WS-START-INT - 31).
       H090-END. EXIT.
      *THE HISTORY, THE CUSTOMER MASTER AND THE CURRENCY REFERENCE
      *ARE ALL NEEDED - AN ABSENT HISTORY IS NOT AN EMPTY MONTH
       H100-OPEN-FILES.
           OPEN INPUT CUST-FILE.
           IF NOT CUST-SUCCESS
              DISPLAY 'UNABLE TO OPEN FILE: ' CUST-ST
              MOVE CUST-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT CURR-FILE.
           IF NOT CURR-SUCCESS
              DISPLAY 'UNABLE TO OPEN FILE: ' CURR-ST
              MOVE CURR-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT BAVG-FILE.
           IF NOT BAVG-SUCCESS
              DISPLAY 'UNABLE TO OPEN FILE: ' BAVG-ST
              MOVE BAVG-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF NOT RPT-SUCCESS
              DISPLAY 'UNABLE TO OPEN FILE: ' RPT-ST
              MOVE RPT-ST TO RETURN-CODE
              STOP RUN
           END-IF.
       H100-END. EXIT.
      *ONLY THE MONTH AND THE SNAPSHOTS THAT CARRY INTO IT TAKE PART
       H200-SORT-INPUT.
           OPEN INPUT BALH-FILE.
           IF NOT BALH-SUCCESS
              DISPLAY 'UNABLE TO OPEN FILE: ' BALH-ST
              MOVE BALH-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           READ BALH-FILE.
           PERFORM H210-RELEASE-RECORD UNTIL BALH-EOF.
           CLOSE BALH-FILE.
       H200-END. EXIT.
       H210-RELEASE-RECORD.
           ADD 1 TO WS-CNT-READ.
           IF BALH-DATE NUMERIC
              AND BALH-DATE >= WS-LOOKBACK-DATE
              AND BALH-DATE <= WS-PER-LAST-DATE
              MOVE BALH-ID      TO SORT-ID
              MOVE BALH-DVZ     TO SORT-DVZ
              MOVE BALH-DATE    TO SORT-DATE
              MOVE BALH-CUST-NO TO SORT-CUST-NO
              MOVE BALH-STATUS  TO SORT-STATUS
              MOVE BALH-BALANCE TO SORT-BALANCE
              RELEASE SORT-REC
              ADD 1 TO WS-CNT-SELECTED
           END-IF.
           READ BALH-FILE.
       H210-END. EXIT.
      *WALK THE SORTED SNAPSHOTS ACCOUNT BY ACCOUNT
       H300-SORT-OUTPUT.
           PERFORM H360-RETURN-HIST.
           PERFORM H310-AVERAGE-GROUP UNTIL WS-SORT-EOF.
       H300-END. EXIT.
      *A SNAPSHOT IS ONLY SETTLED WHEN THE NEXT ONE ARRIVES, SINCE
      *ITS DAYS RUN UP TO THE NEXT SNAPSHOT'S DATE.  THE LAST ONE
      *OF THE ACCOUNT RUNS TO THE END OF THE MONTH
       H310-AVERAGE-GROUP.
           MOVE WS-HST-KEY TO WS-GRP-KEY.
           MOVE 'N'   TO WS-PEND-SW.
           MOVE ZEROS TO WS-GRP-DAYS WS-GRP-WEIGHTED
                         WS-GRP-MIN WS-GRP-MAX.
           PERFORM H320-TAKE-SNAPSHOT
              UNTIL WS-SORT-EOF OR WS-HST-KEY NOT = WS-GRP-KEY.
           MOVE WS-STOP-INT TO WS-TO-INT.
           PERFORM H330-SETTLE-PENDING.
      *AN ACCOUNT WITH NO DAY INSIDE THE MONTH IS NOT REPORTED
           IF WS-GRP-DAYS > 0
              PERFORM H400-WRITE-ACCOUNT
           ELSE
              ADD 1 TO WS-CNT-NO-DAYS
           END-IF.
       H310-END. EXIT.
       H320-TAKE-SNAPSHOT.
           COMPUTE WS-ROW-INT = FUNCTION INTEGER-OF-DATE(SORT-DATE).
           IF WS-PEND
              MOVE WS-ROW-INT TO WS-TO-INT
              PERFORM H330-SETTLE-PENDING
           END-IF.
           MOVE WS-ROW-INT   TO WS-PEND-INT.
           MOVE SORT-CUST-NO TO WS-PEND-CUST-NO.
           MOVE SORT-STATUS  TO WS-PEND-STATUS.
           MOVE SORT-BALANCE TO WS-PEND-BALANCE.
           SET WS-PEND TO TRUE.
           PERFORM H360-RETURN-HIST.
       H320-END. EXIT.
      *THE PENDING SNAPSHOT COVERS ITS OWN DATE UP TO THE DAY
      *BEFORE WS-TO-INT, CLIPPED TO THE MONTH
       H330-SETTLE-PENDING.
           IF WS-PEND
              MOVE WS-PEND-INT TO WS-FROM-INT
              IF WS-FROM-INT < WS-START-INT
                 MOVE WS-START-INT TO WS-FROM-INT
              END-IF
              IF WS-TO-INT > WS-STOP-INT
                 MOVE WS-STOP-INT TO WS-TO-INT
              END-IF
              COMPUTE WS-WEIGHT = WS-TO-INT - WS-FROM-INT
              IF WS-WEIGHT > 0
                 IF WS-GRP-DAYS = 0
                    MOVE WS-PEND-BALANCE TO WS-GRP-MIN WS-GRP-MAX
                 END-IF
                 ADD WS-WEIGHT TO WS-GRP-DAYS
                 COMPUTE WS-GRP-WEIGHTED = WS-GRP-WEIGHTED
                    + WS-PEND-BALANCE * WS-WEIGHT
                 IF WS-PEND-BALANCE < WS-GRP-MIN
                    MOVE WS-PEND-BALANCE TO WS-GRP-MIN
                 END-IF
                 IF WS-PEND-BALANCE > WS-GRP-MAX
                    MOVE WS-PEND-BALANCE TO WS-GRP-MAX
                 END-IF
              END-IF
              MOVE WS-PEND-CUST-NO TO WS-GRP-CUST-NO
              MOVE WS-PEND-STATUS  TO WS-GRP-STATUS
              MOVE 'N' TO WS-PEND-SW
           END-IF.
       H330-END. EXIT.
       H360-RETURN-HIST.
           RETURN SORT-WORK RECORD
              AT END
                 SET WS-SORT-EOF TO TRUE
                 MOVE HIGH-VALUES TO WS-HST-KEY
              NOT AT END
                 MOVE SORT-ID  TO WS-HST-ID
                 MOVE SORT-DVZ TO WS-HST-DVZ
           END-RETURN.
       H360-END. EXIT.
      *THE AVERAGE IS OVER THE DAYS THE ACCOUNT ACTUALLY HAD IN THE
      *MONTH, SO AN ACCOUNT OPENED MID-MONTH IS NOT DRAGGED DOWN
       H400-WRITE-ACCOUNT.
           COMPUTE WS-GRP-AVG ROUNDED =
              WS-GRP-WEIGHTED / WS-GRP-DAYS.
           ADD 1 TO WS-CNT-ACCTS.
           PERFORM H410-ADD-CURRENCY.
           PERFORM H420-WRITE-EXTRACT.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
              PERFORM H450-WRITE-HEADERS
           END-IF.
           MOVE WS-GRP-ID   TO DL-ID.
           MOVE WS-GRP-DVZ  TO DL-DVZ.
           MOVE SPACES      TO DL-NAME.
           MOVE WS-GRP-CUST-NO TO CUST-NO.
           READ CUST-FILE
              INVALID KEY
                 MOVE '*NOT ON CUSTREF*' TO DL-NAME
              NOT INVALID KEY
                 STRING CUST-NAME    DELIMITED BY '  '
                        ' '          DELIMITED BY SIZE
                        CUST-SURNAME DELIMITED BY SIZE
                        INTO DL-NAME
                 END-STRING
           END-READ.
           MOVE WS-GRP-DAYS TO DL-DAYS.
           MOVE WS-GRP-AVG  TO DL-AVG.
           MOVE WS-GRP-MIN  TO DL-MIN.
           MOVE WS-GRP-MAX  TO DL-MAX.
           WRITE RPT-REC FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINES.
           ADD 1 TO WS-LINE-COUNT.
       H400-END. EXIT.
       H410-ADD-CURRENCY.
           IF WS-GRP-DVZ > 0
              MOVE WS-GRP-DVZ TO WS-CUR-IX
              IF CT-ACCTS (WS-CUR-IX) = 0
                 MOVE WS-GRP-MIN TO CT-MIN (WS-CUR-IX)
                 MOVE WS-GRP-MAX TO CT-MAX (WS-CUR-IX)
                 ADD 1 TO WS-CNT-CURR
              END-IF
              ADD 1          TO CT-ACCTS (WS-CUR-IX)
              ADD WS-GRP-AVG TO CT-AVG-SUM (WS-CUR-IX)
              IF WS-GRP-MIN < CT-MIN (WS-CUR-IX)
                 MOVE WS-GRP-MIN TO CT-MIN (WS-CUR-IX)
              END-IF
              IF WS-GRP-MAX > CT-MAX (WS-CUR-IX)
                 MOVE WS-GRP-MAX TO CT-MAX (WS-CUR-IX)
              END-IF
           END-IF.
       H410-END. EXIT.
       H420-WRITE-EXTRACT.
           MOVE SPACES         TO BAVG-REC.
           MOVE WS-PERIOD-N    TO BAVG-PERIOD.
           MOVE WS-GRP-ID      TO BAVG-ID.
           MOVE WS-GRP-DVZ     TO BAVG-DVZ.
           MOVE WS-GRP-CUST-NO TO BAVG-CUST-NO.
           MOVE WS-GRP-DAYS    TO BAVG-DAYS.
           MOVE WS-GRP-AVG     TO BAVG-AVG-BALANCE.
           MOVE WS-GRP-MIN     TO BAVG-MIN-BALANCE.
           MOVE WS-GRP-MAX     TO BAVG-MAX-BALANCE.
           MOVE WS-GRP-STATUS  TO BAVG-LAST-STATUS.
           WRITE BAVG-REC
           END-WRITE.
       H420-END. EXIT.
       H450-WRITE-HEADERS.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO       TO H1-PAGE-NO.
           MOVE WS-PERIOD-N      TO HP-PERIOD.
           MOVE WS-PER-FIRST-N   TO HP-FROM.
           MOVE WS-PER-LAST-DATE TO HP-TO.
           MOVE WS-PERIOD-DAYS   TO HP-DAYS.
           WRITE RPT-REC FROM WS-HEADING-1 AFTER ADVANCING PAGE.
           WRITE RPT-REC FROM WS-HEADING-PERIOD
              AFTER ADVANCING 1 LINES.
           WRITE RPT-REC FROM WS-HEADING-2 AFTER ADVANCING 2 LINES.
           MOVE ZEROS TO WS-LINE-COUNT.
       H450-END. EXIT.
       H900-WRITE-SUMMARY.
           IF WS-PAGE-NO = 0
              PERFORM H450-WRITE-HEADERS
              WRITE RPT-REC FROM WS-EMPTY-LINE AFTER ADVANCING 1 LINES
           END-IF.
           WRITE RPT-REC FROM WS-CUR-HEADING AFTER ADVANCING 3 LINES.
           WRITE RPT-REC FROM WS-CUR-HEADING-2 AFTER ADVANCING 1 LINES.
           PERFORM H910-WRITE-CURRENCY
              VARYING WS-CUR-IX FROM 1 BY 1 UNTIL WS-CUR-IX > 999.
           MOVE WS-CNT-ACCTS    TO SM-ACCTS.
           MOVE WS-CNT-SELECTED TO SM-ROWS.
           WRITE RPT-REC FROM WS-SUMMARY-LINE AFTER ADVANCING 2 LINES.
       H900-END. EXIT.
      *THE ISO CODE IS ONLY A LABEL - A CURRENCY SINCE DROPPED FROM
      *THE REFERENCE IS STILL REPORTED UNDER ITS NUMBER
       H910-WRITE-CURRENCY.
           IF CT-ACCTS (WS-CUR-IX) > 0
              MOVE WS-CUR-IX TO CL-DVZ CURR-CODE
              MOVE SPACES    TO CL-ISO
              READ CURR-FILE
                 INVALID KEY
                    MOVE '???'    TO CL-ISO
                 NOT INVALID KEY
                    MOVE CURR-ISO TO CL-ISO
              END-READ
              MOVE CT-ACCTS (WS-CUR-IX) TO CL-ACCTS
              COMPUTE CL-AVG ROUNDED =
                 CT-AVG-SUM (WS-CUR-IX) / CT-ACCTS (WS-CUR-IX)
              MOVE CT-MIN (WS-CUR-IX) TO CL-MIN
              MOVE CT-MAX (WS-CUR-IX) TO CL-MAX
              WRITE RPT-REC FROM WS-CUR-LINE AFTER ADVANCING 1 LINES
           END-IF.
       H910-END. EXIT.
      *AN EMPTY MONTH IS WORTH A WARNING - EITHER THE SNAPSHOT
      *STOPPED RUNNING OR THE HISTORY WAS PURGED TOO SHORT
       H999-PROGRAM-EXIT.
           DISPLAY 'PERIOD           : ' WS-PERIOD-N.
           DISPLAY 'HISTORY ROWS READ: ' WS-CNT-READ.
           DISPLAY 'ROWS SELECTED    : ' WS-CNT-SELECTED.
           DISPLAY 'ACCOUNTS WRITTEN : ' WS-CNT-ACCTS.
           DISPLAY 'ACCOUNTS NO DAYS : ' WS-CNT-NO-DAYS.
           DISPLAY 'CURRENCIES       : ' WS-CNT-CURR.
           CLOSE CUST-FILE
                 CURR-FILE
                 BAVG-FILE
                 RPT-FILE.
           IF WS-CNT-ACCTS = 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       H999-END. EXIT.
