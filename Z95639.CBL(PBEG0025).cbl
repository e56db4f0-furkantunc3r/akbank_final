       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PBEG0025.
       AUTHOR.        FURKAN TUNCER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *THE ORDER MASTER IS A DIFFERENT CLUSTER FROM THE ACCOUNT
      *MASTER, SO IT CAN STAY OPEN FOR UPDATE WHILE PBEGIDX POSTS.
      *DYNAMIC ACCESS LETS AN ORDER CATCHING UP SEVERAL INSTALMENTS
      *BE REWRITTEN BY KEY AFTER EACH ONE WITHOUT LOSING THE BROWSE
           SELECT SO-FILE ASSIGN         STORDER
                           ORGANIZATION  INDEXED
                           ACCESS        DYNAMIC
                           RECORD        SO-NO
                           STATUS        SO-ST.
           SELECT RETRY-FILE ASSIGN SORETRY
                           ORGANIZATION LINE SEQUENTIAL
                           STATUS RETRY-ST.
           SELECT RPT-FILE ASSIGN RPTFILE
                           STATUS RPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  SO-FILE.
       01  SO-FIELDS.
           03 SO-NO             PIC 9(07).
           03 SO-FROM-ID        PIC 9(05).
           03 SO-FROM-DVZ       PIC 9(03).
           03 SO-TO-ID          PIC 9(05).
           03 SO-TO-DVZ         PIC 9(03).
           03 SO-AMOUNT         PIC 9(09)V9(02).
           03 SO-FREQ           PIC X(01).
              88 SO-FREQ-DAILY             VALUE 'D'.
              88 SO-FREQ-WEEKLY            VALUE 'W'.
              88 SO-FREQ-MONTHLY           VALUE 'M'.
              88 SO-FREQ-QUARTERLY         VALUE 'Q'.
              88 SO-FREQ-YEARLY            VALUE 'Y'.
           03 SO-ANCHOR-DAY     PIC 9(02).
           03 SO-NEXT-DATE      PIC 9(08).
           03 SO-END-DATE       PIC 9(08).
           03 SO-STATUS         PIC X(01).
              88 SO-ACTIVE                 VALUE 'A'.
              88 SO-SUSPENDED              VALUE 'S'.
              88 SO-CANCELLED              VALUE 'X'.
              88 SO-FAILED                 VALUE 'F'.
              88 SO-ENDED                  VALUE 'E'.
           03 SO-RETRY-CNT      PIC 9(03).
           03 SO-LAST-DATE      PIC 9(08).
           03 SO-LAST-RC        PIC 9(02).
           03 SO-RETRY-DATE     PIC 9(08).
           03 FILLER            PIC X(02)  VALUE SPACES.
      *
       FD  RETRY-FILE RECORDING MODE F.
       01  RETRY-REC.
           05 RETRY-DAYS         PIC 9(03).
      *
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC               PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 WS-PBEGIDX        PIC X(08)   VALUE 'PBEGIDX'.
           05 WS-PBEGLOK        PIC X(08)   VALUE 'PBEGLOK'.
           05 WS-PBEGDAT        PIC X(08)   VALUE 'PBEGDAT'.
           05 WS-ENROLLED-SW    PIC X(01)   VALUE 'N'.
              88 WS-ENROLLED                VALUE 'Y'.
           05 WS-LOCK-AREA.
              07 WS-LOCK-FUNC   PIC X(01).
              07 WS-LOCK-PGM    PIC X(08).
              07 WS-LOCK-RC     PIC 9(02).
              07 WS-LOCK-MSG    PIC X(40).
           05 WS-DATE-AREA.
              07 WS-DATE-FUNC     PIC X(01).
              07 WS-DATE-RC       PIC 9(02).
              07 WS-DATE-MSG      PIC X(40).
              07 WS-DATE-CURRENT  PIC 9(08).
              07 WS-DATE-PREVIOUS PIC 9(08).
              07 WS-DATE-PROOF    PIC 9(08).
              07 WS-DATE-NEXT     PIC 9(08).
           05 SO-ST              PIC 9(02).
              88 SO-EOF                     VALUE 10.
              88 SO-SUCCESS                 VALUE 00 97.
           05 RETRY-ST           PIC 9(02).
              88 RETRY-SUCCESS              VALUE 00 97.
           05 RPT-ST             PIC 9(02).
              88 RPT-SUCCESS                VALUE 00 97.
           05 WS-RETRY-DAYS      PIC 9(03) VALUE 3.
           05 WS-TODAY-YYYYMMDD  PIC 9(08).
           05 WS-WORK-DATE       PIC 9(08).
           05 WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
              07 WS-WD-YYYY     PIC 9(04).
              07 WS-WD-MM       PIC 9(02).
              07 WS-WD-DD       PIC 9(02).
           05 WS-MONTH-END       PIC 9(08).
           05 WS-MONTH-END-R REDEFINES WS-MONTH-END.
              07 WS-ME-YYYY     PIC 9(04).
              07 WS-ME-MM       PIC 9(02).
              07 WS-ME-DD       PIC 9(02).
           05 WS-DATE-INT        PIC 9(07).
           05 WS-ADD-DAYS        PIC 9(03).
           05 WS-ADD-MONTHS      PIC 9(02).
           05 WS-MONTH-TOTAL     PIC 9(03).
           05 WS-YEAR-ADD        PIC 9(02).
           05 WS-MONTH-REM       PIC 9(02).
           05 WS-CNT-SCANNED     PIC 9(07) VALUE ZEROS.
           05 WS-CNT-DUE         PIC 9(07) VALUE ZEROS.
           05 WS-CNT-EXECUTED    PIC 9(07) VALUE ZEROS.
           05 WS-CNT-RETRYING    PIC 9(07) VALUE ZEROS.
           05 WS-CNT-FAILED      PIC 9(07) VALUE ZEROS.
           05 WS-CNT-ENDED       PIC 9(07) VALUE ZEROS.
           05 WS-PAGE-NO         PIC 9(04) VALUE ZEROS.
           05 WS-LINE-COUNT      PIC 9(02) VALUE 99.
           05 WS-LINES-PER-PAGE  PIC 9(02) VALUE 55.
           05 WS-SUB-AREA.
              07 WS-SUB-FUNC    PIC X(01).
                 88 WS-FUNC-TRANSFER        VALUE 'T'.
                 88 WS-FUNC-CLOSE-FILES     VALUE 'F'.
              07 WS-SUB-ID      PIC 9(05).
              07 WS-SUB-DVZ     PIC 9(03).
              07 WS-SUB-RC      PIC 9(02).
                 88 WS-SUB-RETRYABLE        VALUE 81 82 92.
              07 WS-SUB-NAME    PIC X(15).
              07 WS-SUB-SURNAME PIC X(15).
              07 WS-SUB-DATE    PIC X(07).
              07 WS-SUB-AMOUNT  PIC 9(09)V9(02).
              07 WS-SUB-ID2     PIC 9(05).
              07 WS-SUB-DVZ2    PIC 9(03).
              07 WS-SUB-DATA    PIC X(84).
       01  WS-HEADING-1.
           05 FILLER             PIC X(15) VALUE 'PBEG0025'.
           05 FILLER             PIC X(35) VALUE
                 'STANDING ORDER EXECUTION REGISTER'.
           05 FILLER             PIC X(05) VALUE 'PAGE '.
           05 H1-PAGE-NO         PIC ZZZ9.
           05 FILLER             PIC X(21) VALUE SPACES.
       01  WS-HEADING-2.
           05 FILLER             PIC X(08) VALUE 'ORDER'.
           05 FILLER             PIC X(10) VALUE 'FROM'.
           05 FILLER             PIC X(10) VALUE 'TO'.
           05 FILLER             PIC X(13) VALUE 'AMOUNT'.
           05 FILLER             PIC X(09) VALUE 'DUE'.
           05 FILLER             PIC X(30) VALUE 'RESULT'.
       01  WS-DETAIL-LINE.
           05 DL-NO              PIC 9(07).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 DL-FROM-ID         PIC ZZZZ9.
           05 FILLER             PIC X(01) VALUE '/'.
           05 DL-FROM-DVZ        PIC 9(03).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 DL-TO-ID           PIC ZZZZ9.
           05 FILLER             PIC X(01) VALUE '/'.
           05 DL-TO-DVZ          PIC 9(03).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 DL-AMOUNT          PIC Z(08)9.99.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 DL-DUE             PIC 9(08).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 DL-RESULT          PIC X(30).
       01  WS-SUMMARY-LINE.
           05 FILLER             PIC X(12) VALUE 'EXECUTED ='.
           05 SM-EXECUTED        PIC ZZZZZZ9.
           05 FILLER             PIC X(13) VALUE '  RETRYING ='.
           05 SM-RETRYING        PIC ZZZZZZ9.
           05 FILLER             PIC X(11) VALUE '  FAILED ='.
           05 SM-FAILED          PIC ZZZZZZ9.
           05 FILLER             PIC X(10) VALUE '  ENDED ='.
           05 SM-ENDED           PIC ZZZZZZ9.
           05 FILLER             PIC X(06) VALUE SPACES.
       PROCEDURE DIVISION.
      *POST EVERY ACTIVE STANDING ORDER DUE TODAY OR EARLIER THROUGH
      *PBEGIDX'S TRANSFER FUNCTION, SO BOTH LEGS LAND IN ACCT-HIST
      *EXACTLY AS A KEYED 'T' WOULD.  THE JOB ONLY RUNS ON BUSINESS
      *DAYS, SO EVERY INSTALMENT THAT FELL DUE SINCE THE LAST RUN IS
      *POSTED IN THIS ONE, OLDEST FIRST - A REFUSAL STOPS THE CATCH-UP
      *FOR THAT ORDER SO NO INSTALMENT IS EVER SKIPPED
       000-MAIN.
           PERFORM H010-ENROLL-RUN.
           PERFORM H030-GET-BUSINESS-DATE.
           PERFORM H050-INIT.
           PERFORM H100-OPEN-FILES.
           READ SO-FILE NEXT RECORD.
           PERFORM H200-PROCESS-ORDER UNTIL SO-EOF.
           IF WS-CNT-DUE > 0
              PERFORM H950-CLOSE-SUB-FILES
           END-IF.
           PERFORM H900-WRITE-SUMMARY.
           PERFORM H999-PROGRAM-EXIT.
      *REGISTER WITH THE RUN-CONTROL LEDGER - A CONFLICTING JOB
      *STILL IN FLIGHT REFUSES THIS RUN BEFORE ANY FILE IS TOUCHED
       H010-ENROLL-RUN.
           MOVE 'E'        TO WS-LOCK-FUNC.
           MOVE 'PBEG0025' TO WS-LOCK-PGM.
           MOVE ZEROS      TO WS-LOCK-RC.
           CALL WS-PBEGLOK USING WS-LOCK-AREA.
           IF WS-LOCK-RC NOT = 0
              DISPLAY WS-LOCK-MSG
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           SET WS-ENROLLED TO TRUE.
       H010-END. EXIT.
      *DEREGISTER AT END OF RUN - AN ABEND NEVER GETS HERE AND
      *LEAVES ITS START ENTRY VISIBLE IN THE LEDGER
       H020-RELEASE-RUN.
           IF WS-ENROLLED
              MOVE 'X'        TO WS-LOCK-FUNC
              MOVE 'PBEG0025' TO WS-LOCK-PGM
              MOVE ZEROS      TO WS-LOCK-RC
              CALL WS-PBEGLOK USING WS-LOCK-AREA
              MOVE 'N' TO WS-ENROLLED-SW
           END-IF.
       H020-END. EXIT.
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
              PERFORM H020-RELEASE-RUN
              STOP RUN
           END-IF.
       H030-END. EXIT.
      *THE RETRY WINDOW IS OPERATOR-TUNABLE AND COUNTS BUSINESS DAYS
      *- THE DEFAULT HOLDS WHEN THE PARAMETER FILE IS ABSENT OR
      *NONSENSE
       H050-INIT.
           MOVE WS-DATE-CURRENT TO WS-TODAY-YYYYMMDD.
           OPEN INPUT RETRY-FILE.
           IF RETRY-SUCCESS
              READ RETRY-FILE
              IF RETRY-SUCCESS AND RETRY-DAYS NUMERIC
                 MOVE RETRY-DAYS TO WS-RETRY-DAYS
              END-IF
              CLOSE RETRY-FILE
           END-IF.
       H050-END. EXIT.
       H100-OPEN-FILES.
           OPEN I-O SO-FILE.
           IF NOT SO-SUCCESS
              DISPLAY 'UNABLE TO OPEN FILE: ' SO-ST
              MOVE SO-ST TO RETURN-CODE
              PERFORM H020-RELEASE-RUN
              STOP RUN
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF NOT RPT-SUCCESS
              DISPLAY 'UNABLE TO OPEN FILE: ' RPT-ST
              MOVE RPT-ST TO RETURN-CODE
              PERFORM H020-RELEASE-RUN
              STOP RUN
           END-IF.
       H100-END. EXIT.
      *ONLY ACTIVE ORDERS COME DUE - SUSPENDED, CANCELLED, FAILED
      *AND ENDED ORDERS ARE LEFT AS THEY ARE
       H200-PROCESS-ORDER.
           ADD 1 TO WS-CNT-SCANNED.
           IF SO-ACTIVE AND SO-NEXT-DATE <= WS-TODAY-YYYYMMDD
              MOVE ZEROS TO WS-SUB-RC
              PERFORM H250-SERVE-INSTALMENT
                 UNTIL NOT SO-ACTIVE
                    OR SO-NEXT-DATE > WS-TODAY-YYYYMMDD
                    OR WS-SUB-RC NOT = 0
                    OR NOT SO-SUCCESS
           END-IF.
           READ SO-FILE NEXT RECORD.
       H200-END. EXIT.
      *ONE DUE INSTALMENT, ONE REGISTER LINE.  AN ORDER WHOSE REWRITE
      *FAILS STOPS HERE, SO THE MASTER NEVER LAGS MORE THAN ONE
      *POSTING BEHIND THE LEDGER
       H250-SERVE-INSTALMENT.
           ADD 1 TO WS-CNT-DUE.
           PERFORM H300-EXECUTE-ORDER.
           PERFORM H600-WRITE-DETAIL.
       H250-END. EXIT.
      *A POSTED INSTALMENT MOVES THE ORDER TO ITS NEXT DUE DATE.
      *A SHORT BALANCE, FUNDS UNDER A HOLD OR A CLOSED ACCOUNT MAY
      *CLEAR UP, SO THOSE KEEP THE DUE DATE AND ARE TRIED AGAIN ON
      *LATER RUNS UNTIL THE RETRY WINDOW RUNS OUT - ANY OTHER
      *REFUSAL WILL NOT CURE ITSELF AND FAILS THE ORDER AT ONCE.
      *THE WINDOW COUNTS THE BUSINESS DAYS ON WHICH THE INSTALMENT
      *WAS REFUSED, NOT CALENDAR DAYS FROM ITS DUE DATE, SO A WEEKEND
      *OR A HOLIDAY DOES NOT USE IT UP; A RERUN ON THE SAME DAY DOES
      *NOT COUNT TWICE
       H300-EXECUTE-ORDER.
           SET WS-FUNC-TRANSFER TO TRUE.
           MOVE SO-FROM-ID    TO WS-SUB-ID.
           MOVE SO-FROM-DVZ   TO WS-SUB-DVZ.
           MOVE ZEROS         TO WS-SUB-RC.
           MOVE SPACES        TO WS-SUB-NAME WS-SUB-SURNAME
                                 WS-SUB-DATE WS-SUB-DATA.
           MOVE SO-AMOUNT     TO WS-SUB-AMOUNT.
           MOVE SO-TO-ID      TO WS-SUB-ID2.
           MOVE SO-TO-DVZ     TO WS-SUB-DVZ2.
           CALL WS-PBEGIDX    USING WS-SUB-AREA.
           MOVE SO-NEXT-DATE  TO DL-DUE.
           MOVE WS-SUB-RC     TO SO-LAST-RC.
           EVALUATE TRUE
              WHEN WS-SUB-RC = 0
                 ADD 1 TO WS-CNT-EXECUTED
                 MOVE WS-TODAY-YYYYMMDD TO SO-LAST-DATE
                 MOVE ZEROS             TO SO-RETRY-CNT SO-RETRY-DATE
                 PERFORM H400-ADVANCE-DATE
                 IF SO-END-DATE NOT = ZEROS
                    AND SO-NEXT-DATE > SO-END-DATE
                    SET SO-ENDED TO TRUE
                    ADD 1 TO WS-CNT-ENDED
                    MOVE 'EXECUTED - ORDER ENDED' TO DL-RESULT
                 ELSE
                    MOVE 'EXECUTED' TO DL-RESULT
                 END-IF
              WHEN WS-SUB-RETRYABLE
                 IF SO-RETRY-DATE NOT = WS-TODAY-YYYYMMDD
                    ADD 1 TO SO-RETRY-CNT
                    MOVE WS-TODAY-YYYYMMDD TO SO-RETRY-DATE
                 END-IF
                 IF SO-RETRY-CNT > WS-RETRY-DAYS
                    SET SO-FAILED TO TRUE
                    ADD 1 TO WS-CNT-FAILED
                    STRING 'FAILED-RC:' WS-SUB-RC '-' WS-SUB-DATA
                       DELIMITED BY SIZE INTO DL-RESULT
                    END-STRING
                 ELSE
                    ADD 1 TO WS-CNT-RETRYING
                    STRING 'RETRYING-RC:' WS-SUB-RC '-' WS-SUB-DATA
                       DELIMITED BY SIZE INTO DL-RESULT
                    END-STRING
                 END-IF
              WHEN OTHER
                 SET SO-FAILED TO TRUE
                 ADD 1 TO WS-CNT-FAILED
                 STRING 'FAILED-RC:' WS-SUB-RC '-' WS-SUB-DATA
                    DELIMITED BY SIZE INTO DL-RESULT
                 END-STRING
           END-EVALUATE.
           REWRITE SO-FIELDS
           END-REWRITE.
           IF NOT SO-SUCCESS
              DISPLAY 'UNABLE TO REWRITE ORDER: ' SO-NO ' ' SO-ST
           END-IF.
       H300-END. EXIT.
      *STEP THE DUE DATE ON FROM THE DATE JUST SERVED, NOT FROM
      *TODAY, SO A LATE RUN DOES NOT SHIFT THE CUSTOMER'S SCHEDULE
       H400-ADVANCE-DATE.
           MOVE SO-NEXT-DATE TO WS-WORK-DATE.
           MOVE ZEROS TO WS-ADD-DAYS WS-ADD-MONTHS.
           EVALUATE TRUE
              WHEN SO-FREQ-DAILY
                 MOVE 1  TO WS-ADD-DAYS
              WHEN SO-FREQ-WEEKLY
                 MOVE 7  TO WS-ADD-DAYS
              WHEN SO-FREQ-MONTHLY
                 MOVE 1  TO WS-ADD-MONTHS
              WHEN SO-FREQ-QUARTERLY
                 MOVE 3  TO WS-ADD-MONTHS
              WHEN SO-FREQ-YEARLY
                 MOVE 12 TO WS-ADD-MONTHS
           END-EVALUATE.
           IF WS-ADD-DAYS > 0
              COMPUTE WS-DATE-INT =
                 FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) + WS-ADD-DAYS
              COMPUTE WS-WORK-DATE =
                 FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           ELSE
              PERFORM H450-ADD-MONTHS
           END-IF.
           MOVE WS-WORK-DATE TO SO-NEXT-DATE.
       H400-END. EXIT.
      *MONTHLY STEPS LAND ON THE ANCHOR DAY, CUT BACK TO THE LAST
      *DAY OF A SHORTER MONTH
       H450-ADD-MONTHS.
           COMPUTE WS-MONTH-TOTAL = WS-WD-MM + WS-ADD-MONTHS - 1.
           DIVIDE WS-MONTH-TOTAL BY 12
              GIVING WS-YEAR-ADD REMAINDER WS-MONTH-REM.
           ADD WS-YEAR-ADD TO WS-WD-YYYY.
           COMPUTE WS-WD-MM = WS-MONTH-REM + 1.
           MOVE WS-WD-YYYY TO WS-ME-YYYY.
           IF WS-WD-MM = 12
              ADD 1 TO WS-ME-YYYY
              MOVE 1 TO WS-ME-MM
           ELSE
              COMPUTE WS-ME-MM = WS-WD-MM + 1
           END-IF.
           MOVE 1 TO WS-ME-DD.
           COMPUTE WS-DATE-INT =
              FUNCTION INTEGER-OF-DATE(WS-MONTH-END) - 1.
           COMPUTE WS-MONTH-END = FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           IF SO-ANCHOR-DAY > 0
              MOVE SO-ANCHOR-DAY TO WS-WD-DD
           END-IF.
           IF WS-WD-DD > WS-ME-DD
              MOVE WS-ME-DD TO WS-WD-DD
           END-IF.
       H450-END. EXIT.
       H600-WRITE-DETAIL.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
              PERFORM H650-WRITE-HEADERS
           END-IF.
           MOVE SO-NO          TO DL-NO.
           MOVE SO-FROM-ID     TO DL-FROM-ID.
           MOVE SO-FROM-DVZ    TO DL-FROM-DVZ.
           MOVE SO-TO-ID       TO DL-TO-ID.
           MOVE SO-TO-DVZ      TO DL-TO-DVZ.
           MOVE SO-AMOUNT      TO DL-AMOUNT.
           WRITE RPT-REC FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINES.
           ADD 1 TO WS-LINE-COUNT.
           MOVE SPACES TO DL-RESULT.
       H600-END. EXIT.
       H650-WRITE-HEADERS.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO TO H1-PAGE-NO.
           WRITE RPT-REC FROM WS-HEADING-1 AFTER ADVANCING PAGE.
           WRITE RPT-REC FROM WS-HEADING-2 AFTER ADVANCING 2 LINES.
           MOVE ZEROS TO WS-LINE-COUNT.
       H650-END. EXIT.
      *TELL THE SUBROUTINE THE RUN IS OVER SO IT CLOSES THE VSAM
      *FILES IT HAS KEPT OPEN ACROSS THE CALLS
       H950-CLOSE-SUB-FILES.
           SET WS-FUNC-CLOSE-FILES TO TRUE.
           MOVE ZEROS  TO WS-SUB-ID WS-SUB-DVZ WS-SUB-RC.
           MOVE SPACES TO WS-SUB-DATA.
           CALL WS-PBEGIDX USING WS-SUB-AREA.
       H950-END. EXIT.
       H900-WRITE-SUMMARY.
           MOVE WS-CNT-EXECUTED TO SM-EXECUTED.
           MOVE WS-CNT-RETRYING TO SM-RETRYING.
           MOVE WS-CNT-FAILED   TO SM-FAILED.
           MOVE WS-CNT-ENDED    TO SM-ENDED.
           WRITE RPT-REC FROM WS-SUMMARY-LINE
              AFTER ADVANCING 3 LINES.
       H900-END. EXIT.
      *A FAILED ORDER NEEDS CUSTOMER SERVICE TO LOOK AT IT, SO IT
      *RAISES THE JOB RETURN CODE - A RETRY IN PROGRESS DOES NOT
       H999-PROGRAM-EXIT.
           DISPLAY 'ORDERS SCANNED  : ' WS-CNT-SCANNED.
           DISPLAY 'ORDERS DUE      : ' WS-CNT-DUE.
           DISPLAY 'EXECUTED        : ' WS-CNT-EXECUTED.
           DISPLAY 'RETRYING        : ' WS-CNT-RETRYING.
           DISPLAY 'FAILED          : ' WS-CNT-FAILED.
           IF WS-CNT-FAILED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE SO-FILE
                 RPT-FILE.
           PERFORM H020-RELEASE-RUN.
           STOP RUN.
       H999-END. EXIT.
