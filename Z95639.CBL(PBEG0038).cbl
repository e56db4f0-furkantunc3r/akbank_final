       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PBEG0038.
       AUTHOR.        FURKAN TUNCER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *THE LOG OF DUPLICATE REFERENCES PBEG0006 REFUSED
           SELECT DUP-FILE ASSIGN        DUPLOG
                           ORGANIZATION  SEQUENTIAL
                           STATUS        DUP-ST.
           SELECT SEL-FILE ASSIGN DUPSEL
                           ORGANIZATION LINE SEQUENTIAL
                           STATUS SEL-ST.
           SELECT SORT-WORK ASSIGN SORTWK1.
           SELECT RPT-FILE ASSIGN RPTFILE
                           STATUS RPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  DUP-FILE RECORDING MODE F.
       01  DUP-REC.
           05 DUP-DATE          PIC 9(08).
           05 DUP-TS            PIC 9(14).
           05 DUP-SOURCE        PIC X(03).
           05 DUP-SENDER-REF    PIC X(16).
           05 DUP-ISLEM-TIPI    PIC X(01).
           05 DUP-ID            PIC 9(05).
           05 DUP-DVZ           PIC 9(03).
           05 DUP-AMOUNT        PIC 9(09)V9(02).
           05 DUP-MAKER-ID      PIC X(08).
           05 DUP-OUT-GEN       PIC X(09).
           05 DUP-FIRST-DATE    PIC 9(08).
           05 DUP-FIRST-GEN     PIC X(09).
           05 DUP-FIRST-RC      PIC 9(02).
           05 FILLER            PIC X(03).
      *
      *AN OPTIONAL RECORD NAMES THE WINDOW TO REPORT AS TWO DATES,
      *YYYYMMDD FROM AND TO - A BLANK TO MEANS UP TO TODAY
       FD  SEL-FILE RECORDING MODE F.
       01  SEL-REC.
           05 SEL-FROM          PIC X(08).
           05 SEL-FROM-N REDEFINES SEL-FROM
                                PIC 9(08).
           05 SEL-TO            PIC X(08).
           05 SEL-TO-N REDEFINES SEL-TO
                                PIC 9(08).
      *
       SD  SORT-WORK.
       01  SORT-REC.
           05 SORT-SOURCE       PIC X(03).
           05 SORT-SENDER-REF   PIC X(16).
           05 SORT-TS           PIC 9(14).
           05 SORT-DATE         PIC 9(08).
           05 SORT-ISLEM-TIPI   PIC X(01).
           05 SORT-ID           PIC 9(05).
           05 SORT-DVZ          PIC 9(03).
           05 SORT-AMOUNT       PIC 9(09)V9(02).
           05 SORT-FIRST-DATE   PIC 9(08).
           05 SORT-FIRST-GEN    PIC X(09).
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
           05 DUP-ST             PIC 9(02).
              88 DUP-EOF                    VALUE 10.
              88 DUP-SUCCESS                VALUE 00 97.
              88 DUP-NOT-FOUND              VALUE 35.
           05 SEL-ST             PIC 9(02).
              88 SEL-SUCCESS                VALUE 00 97.
           05 RPT-ST             PIC 9(02).
              88 RPT-SUCCESS                VALUE 00 97.
           05 WS-SORT-EOF-SW     PIC X(01) VALUE 'N'.
              88 WS-SORT-EOF                VALUE 'Y'.
      *THE WINDOW REPORTED - BY DEFAULT THE BUSINESS DATE ALONE
           05 WS-FROM-DATE       PIC 9(08).
           05 WS-TO-DATE         PIC 9(08).
           05 WS-GRP-SOURCE      PIC X(03).
           05 WS-HST-SOURCE      PIC X(03).
           05 WS-GRP-COUNT       PIC 9(07).
           05 WS-CNT-READ        PIC 9(08) VALUE ZEROS.
           05 WS-CNT-SELECTED    PIC 9(08) VALUE ZEROS.
           05 WS-CNT-SOURCES     PIC 9(05) VALUE ZEROS.
           05 WS-PAGE-NO         PIC 9(04) VALUE ZEROS.
           05 WS-LINE-COUNT      PIC 9(02) VALUE 99.
           05 WS-LINES-PER-PAGE  PIC 9(02) VALUE 55.
       01  WS-HEADING-1.
           05 FILLER             PIC X(15) VALUE 'PBEG0038'.
           05 FILLER             PIC X(35) VALUE
                 'DUPLICATE REFERENCES REFUSED'.
           05 FILLER             PIC X(05) VALUE 'PAGE '.
           05 H1-PAGE-NO         PIC ZZZ9.
           05 FILLER             PIC X(21) VALUE SPACES.
       01  WS-HEADING-WINDOW.
           05 FILLER             PIC X(06) VALUE 'FROM: '.
           05 HW-FROM            PIC 9(08).
           05 FILLER             PIC X(07) VALUE '   TO: '.
           05 HW-TO              PIC 9(08).
           05 FILLER             PIC X(51) VALUE SPACES.
       01  WS-HEADING-2.
           05 FILLER             PIC X(05) VALUE 'SRC'.
           05 FILLER             PIC X(18) VALUE 'SENDER REFERENCE'.
           05 FILLER             PIC X(02) VALUE 'T'.
           05 FILLER             PIC X(07) VALUE 'ACCT'.
           05 FILLER             PIC X(05) VALUE 'DVZ'.
           05 FILLER             PIC X(16) VALUE '        AMOUNT'.
           05 FILLER             PIC X(09) VALUE 'REFUSED'.
           05 FILLER             PIC X(09) VALUE 'FIRST'.
           05 FILLER             PIC X(09) VALUE 'FIRST-GEN'.
       01  WS-DETAIL-LINE.
           05 DL-SOURCE          PIC X(03).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 DL-SENDER-REF      PIC X(16).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 DL-ISLEM-TIPI      PIC X(01).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 DL-ID              PIC 9(05).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 DL-DVZ             PIC 9(03).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 DL-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 DL-DATE            PIC 9(08).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 DL-FIRST-DATE      PIC 9(08).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 DL-FIRST-GEN       PIC X(09).
       01  WS-SOURCE-LINE.
           05 FILLER             PIC X(07) VALUE 'SOURCE '.
           05 SL-SOURCE          PIC X(03).
           05 FILLER             PIC X(14) VALUE ' DUPLICATES ='.
           05 SL-COUNT           PIC ZZZZZZ9.
           05 FILLER             PIC X(49) VALUE SPACES.
       01  WS-SUMMARY-LINE.
           05 FILLER             PIC X(18) VALUE 'TOTAL DUPLICATES ='.
           05 SM-SELECTED        PIC ZZZZZZZ9.
           05 FILLER             PIC X(13) VALUE '  SOURCES ='.
           05 SM-SOURCES         PIC ZZZZ9.
           05 FILLER             PIC X(17) VALUE '  LOG ROWS READ ='.
           05 SM-READ            PIC ZZZZZZZ9.
           05 FILLER             PIC X(11) VALUE SPACES.
       01  WS-EMPTY-LINE.
           05 FILLER             PIC X(40) VALUE
                 '   NO DUPLICATE REFERENCES IN THE WINDOW'.
           05 FILLER             PIC X(40) VALUE SPACES.
       PROCEDURE DIVISION.
      *EVERY LINE PBEG0006 REFUSED AS A REPEAT OF A REFERENCE IT
      *HAD ALREADY POSTED, GROUPED BY THE SENDING SYSTEM SO EACH
      *ONE CAN BE CHASED FOR WHY IT RESENT.  THE FIRST DATE AND
      *GENERATION SHOW WHERE THE ORIGINAL POSTING IS TO BE FOUND
       000-MAIN.
           PERFORM H030-GET-BUSINESS-DATE.
           PERFORM H080-GET-WINDOW.
           PERFORM H100-OPEN-FILES.
           SORT SORT-WORK
              ON ASCENDING KEY SORT-SOURCE SORT-SENDER-REF SORT-TS
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
      *WITHOUT A SELECTION RECORD ONLY TODAY'S REFUSALS ARE LISTED,
      *WHICH IS WHAT THE DAILY RUN AFTER THE POSTING WANTS
       H080-GET-WINDOW.
           MOVE WS-DATE-CURRENT TO WS-FROM-DATE WS-TO-DATE.
           OPEN INPUT SEL-FILE.
           IF SEL-SUCCESS
              READ SEL-FILE
              IF SEL-SUCCESS
                 IF SEL-TO = SPACES
                    MOVE WS-DATE-CURRENT TO SEL-TO-N
                 END-IF
                 IF SEL-FROM NUMERIC AND SEL-TO NUMERIC
                    AND SEL-FROM-N <= SEL-TO-N
                    MOVE SEL-FROM-N TO WS-FROM-DATE
                    MOVE SEL-TO-N   TO WS-TO-DATE
                 ELSE
                    DISPLAY 'WINDOW RECORD IGNORED: ' SEL-REC
                 END-IF
              END-IF
              CLOSE SEL-FILE
           END-IF.
       H080-END. EXIT.
       H100-OPEN-FILES.
           OPEN OUTPUT RPT-FILE.
           IF NOT RPT-SUCCESS
              DISPLAY 'UNABLE TO OPEN FILE: ' RPT-ST
              MOVE RPT-ST TO RETURN-CODE
              STOP RUN
           END-IF.
       H100-END. EXIT.
      *THE LOG IS ONLY CREATED BY THE FIRST REFUSAL, SO AN ABSENT
      *LOG IS AN EMPTY REPORT RATHER THAN A FAILURE
       H200-SORT-INPUT.
           OPEN INPUT DUP-FILE.
           IF DUP-NOT-FOUND
              DISPLAY 'NO DUPLICATE LOG'
           ELSE
           IF NOT DUP-SUCCESS
              DISPLAY 'UNABLE TO OPEN FILE: ' DUP-ST
              MOVE DUP-ST TO RETURN-CODE
              STOP RUN
           ELSE
              READ DUP-FILE
              PERFORM H210-RELEASE-RECORD UNTIL DUP-EOF
              CLOSE DUP-FILE
           END-IF
           END-IF.
       H200-END. EXIT.
       H210-RELEASE-RECORD.
           ADD 1 TO WS-CNT-READ.
           IF DUP-DATE NUMERIC
              AND DUP-DATE >= WS-FROM-DATE
              AND DUP-DATE <= WS-TO-DATE
              MOVE DUP-SOURCE     TO SORT-SOURCE
              MOVE DUP-SENDER-REF TO SORT-SENDER-REF
              MOVE DUP-TS         TO SORT-TS
              MOVE DUP-DATE       TO SORT-DATE
              MOVE DUP-ISLEM-TIPI TO SORT-ISLEM-TIPI
              MOVE DUP-ID         TO SORT-ID
              MOVE DUP-DVZ        TO SORT-DVZ
              MOVE DUP-AMOUNT     TO SORT-AMOUNT
              MOVE DUP-FIRST-DATE TO SORT-FIRST-DATE
              MOVE DUP-FIRST-GEN  TO SORT-FIRST-GEN
              RELEASE SORT-REC
              ADD 1 TO WS-CNT-SELECTED
           END-IF.
           READ DUP-FILE.
       H210-END. EXIT.
      *WALK THE SORTED REFUSALS SENDING SYSTEM BY SENDING SYSTEM
       H300-SORT-OUTPUT.
           PERFORM H360-RETURN-DUP.
           PERFORM H310-LIST-SOURCE UNTIL WS-SORT-EOF.
       H300-END. EXIT.
       H310-LIST-SOURCE.
           MOVE WS-HST-SOURCE TO WS-GRP-SOURCE.
           MOVE ZEROS         TO WS-GRP-COUNT.
           ADD 1 TO WS-CNT-SOURCES.
           PERFORM H320-LIST-DUPLICATE
              UNTIL WS-SORT-EOF OR WS-HST-SOURCE NOT = WS-GRP-SOURCE.
           MOVE WS-GRP-SOURCE TO SL-SOURCE.
           MOVE WS-GRP-COUNT  TO SL-COUNT.
           WRITE RPT-REC FROM WS-SOURCE-LINE AFTER ADVANCING 2 LINES.
           ADD 2 TO WS-LINE-COUNT.
       H310-END. EXIT.
       H320-LIST-DUPLICATE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
              PERFORM H450-WRITE-HEADERS
           END-IF.
           MOVE SORT-SOURCE     TO DL-SOURCE.
           MOVE SORT-SENDER-REF TO DL-SENDER-REF.
           MOVE SORT-ISLEM-TIPI TO DL-ISLEM-TIPI.
           MOVE SORT-ID         TO DL-ID.
           MOVE SORT-DVZ        TO DL-DVZ.
           MOVE SORT-AMOUNT     TO DL-AMOUNT.
           MOVE SORT-DATE       TO DL-DATE.
           MOVE SORT-FIRST-DATE TO DL-FIRST-DATE.
           MOVE SORT-FIRST-GEN  TO DL-FIRST-GEN.
           WRITE RPT-REC FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINES.
           ADD 1 TO WS-LINE-COUNT.
           ADD 1 TO WS-GRP-COUNT.
           PERFORM H360-RETURN-DUP.
       H320-END. EXIT.
       H360-RETURN-DUP.
           RETURN SORT-WORK RECORD
              AT END
                 SET WS-SORT-EOF TO TRUE
                 MOVE HIGH-VALUES TO WS-HST-SOURCE
              NOT AT END
                 MOVE SORT-SOURCE TO WS-HST-SOURCE
           END-RETURN.
       H360-END. EXIT.
       H450-WRITE-HEADERS.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO   TO H1-PAGE-NO.
           MOVE WS-FROM-DATE TO HW-FROM.
           MOVE WS-TO-DATE   TO HW-TO.
           WRITE RPT-REC FROM WS-HEADING-1 AFTER ADVANCING PAGE.
           WRITE RPT-REC FROM WS-HEADING-WINDOW
              AFTER ADVANCING 1 LINES.
           WRITE RPT-REC FROM WS-HEADING-2 AFTER ADVANCING 2 LINES.
           MOVE ZEROS TO WS-LINE-COUNT.
       H450-END. EXIT.
       H900-WRITE-SUMMARY.
           IF WS-PAGE-NO = 0
              PERFORM H450-WRITE-HEADERS
              WRITE RPT-REC FROM WS-EMPTY-LINE AFTER ADVANCING 1 LINES
           END-IF.
           MOVE WS-CNT-SELECTED TO SM-SELECTED.
           MOVE WS-CNT-SOURCES  TO SM-SOURCES.
           MOVE WS-CNT-READ     TO SM-READ.
           WRITE RPT-REC FROM WS-SUMMARY-LINE AFTER ADVANCING 3 LINES.
       H900-END. EXIT.
      *ANY REFUSAL IN THE WINDOW IS WORTH A WARNING - SOMEONE HAS
      *TO ASK THE SENDING SYSTEM WHY IT RESENT
       H999-PROGRAM-EXIT.
           DISPLAY 'WINDOW FROM      : ' WS-FROM-DATE.
           DISPLAY 'WINDOW TO        : ' WS-TO-DATE.
           DISPLAY 'LOG ROWS READ    : ' WS-CNT-READ.
           DISPLAY 'DUPLICATES LISTED: ' WS-CNT-SELECTED.
           DISPLAY 'SOURCES          : ' WS-CNT-SOURCES.
           CLOSE RPT-FILE.
           IF WS-CNT-SELECTED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       H999-END. EXIT.
