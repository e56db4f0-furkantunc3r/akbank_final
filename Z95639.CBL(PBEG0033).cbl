       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PBEG0033.
       AUTHOR.        FURKAN TUNCER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *THE HOLIDAY CALENDAR - ONE LINE PER NON-WORKING WEEKDAY, KEPT
      *BY THE OPERATORS A YEAR OR MORE AHEAD.  SATURDAYS AND SUNDAYS
      *ARE NEVER WORKING DAYS AND NEED NO LINE
           SELECT HOL-FILE ASSIGN HOLCAL
                           ORGANIZATION LINE SEQUENTIAL
                           STATUS HOL-ST.
           SELECT RPT-FILE ASSIGN RPTFILE
                           STATUS RPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  HOL-FILE RECORDING MODE F.
       01  HOL-REC.
           05 HOL-DATE          PIC X(08).
           05 HOL-DATE-N REDEFINES HOL-DATE
                                PIC 9(08).
           05 FILLER            PIC X(01).
           05 HOL-DESC          PIC X(30).
      *
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC               PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
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
           05 HOL-ST             PIC 9(02).
              88 HOL-EOF                    VALUE 10.
              88 HOL-SUCCESS                VALUE 00 97.
           05 RPT-ST             PIC 9(02).
              88 RPT-SUCCESS                VALUE 00 97.
           05 WS-CURRENT-INT     PIC 9(07).
           05 WS-NEXT-INT        PIC 9(07).
           05 WS-HOL-INT         PIC 9(07).
           05 WS-NEXT-YYYYMMDD   PIC 9(08).
           05 WS-WEEKDAY         PIC 9(01).
              88 WS-WEEKEND                 VALUE 0 6.
           05 WS-DAY-SW          PIC X(01).
              88 WS-WORKING-DAY             VALUE 'W'.
              88 WS-HOLIDAY                 VALUE 'H'.
           05 WS-HOL-IX          PIC 9(03).
           05 WS-HOL-USED        PIC 9(03)  VALUE ZEROS.
           05 WS-HOL-MAX         PIC 9(03)  VALUE 60.
           05 WS-HOL-FOUND-IX    PIC 9(03).
      *NO RUN OF HOLIDAYS AND WEEKENDS IS EVER THIS LONG - A ROLL
      *THAT WALKS THIS FAR IS A BROKEN CALENDAR, NOT A LONG BREAK
           05 WS-MAX-SKIP        PIC 9(03)  VALUE 30.
           05 WS-CNT-SKIPPED     PIC 9(03)  VALUE ZEROS.
           05 WS-CNT-HOL-LINES   PIC 9(05)  VALUE ZEROS.
           05 WS-CNT-HOL-BAD     PIC 9(05)  VALUE ZEROS.
      *ONLY THE HOLIDAYS INSIDE THE LOOK-AHEAD ARE KEPT, SO THE
      *CALENDAR FILE MAY RUN YEARS AHEAD WITHOUT FILLING THE TABLE
       01  WS-HOL-TABLE.
           05 WS-HOL-ENTRY OCCURS 60 TIMES.
              07 WS-HOLT-DATE    PIC 9(08).
              07 WS-HOLT-DESC    PIC X(30).
       01  WS-HEADING-1.
           05 FILLER             PIC X(15) VALUE 'PBEG0033'.
           05 FILLER             PIC X(35) VALUE
                 'BUSINESS DATE ROLL'.
           05 FILLER             PIC X(05) VALUE 'PAGE '.
           05 H1-PAGE-NO         PIC ZZZ9.
           05 FILLER             PIC X(21) VALUE SPACES.
       01  WS-HEADING-2.
           05 FILLER             PIC X(12) VALUE 'DATE'.
           05 FILLER             PIC X(68) VALUE 'NOT A WORKING DAY'.
       01  WS-SKIP-LINE.
           05 SL-DATE            PIC 9(08).
           05 FILLER             PIC X(04) VALUE SPACES.
           05 SL-REASON          PIC X(30).
           05 FILLER             PIC X(38) VALUE SPACES.
       01  WS-ROLL-LINE.
           05 FILLER             PIC X(26) VALUE
                 'BUSINESS DATE ROLLED FROM '.
           05 RL-FROM            PIC 9(08).
           05 FILLER             PIC X(04) VALUE ' TO '.
           05 RL-TO              PIC 9(08).
           05 FILLER             PIC X(12) VALUE '  SKIPPED ='.
           05 RL-SKIPPED         PIC ZZ9.
           05 FILLER             PIC X(19) VALUE SPACES.
       PROCEDURE DIVISION.
      *END OF DAY - MOVE THE BUSINESS DATE ON TO THE NEXT WORKING
      *DAY, STEPPING OVER WEEKENDS AND CALENDAR HOLIDAYS.  THE DAY
      *MAY ONLY BE LEFT BEHIND ONCE THE MOVEMENT PROOF HAS COME OUT
      *CLEAN FOR IT, SO AN UNPROVED DAY HOLDS THE STREAM WHERE IT IS
       000-MAIN.
           PERFORM H010-ENROLL-RUN.
           PERFORM H030-GET-BUSINESS-DATE.
           PERFORM H050-CHECK-PROOF.
           PERFORM H100-LOAD-CALENDAR.
           PERFORM H200-FIND-NEXT-DAY.
           PERFORM H300-ROLL-DATE.
           PERFORM H999-PROGRAM-EXIT.
      *REGISTER WITH THE RUN-CONTROL LEDGER - A CONFLICTING JOB
      *STILL IN FLIGHT REFUSES THIS RUN BEFORE ANY FILE IS TOUCHED
       H010-ENROLL-RUN.
           MOVE 'E'        TO WS-LOCK-FUNC.
           MOVE 'PBEG0033' TO WS-LOCK-PGM.
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
              MOVE 'PBEG0033' TO WS-LOCK-PGM
              MOVE ZEROS      TO WS-LOCK-RC
              CALL WS-PBEGLOK USING WS-LOCK-AREA
              MOVE 'N' TO WS-ENROLLED-SW
           END-IF.
       H020-END. EXIT.
      *THE PROCESSING DATE COMES FROM THE BUSINESS-DATE RECORD - A
      *JOB THAT CANNOT GET IT REFUSES TO RUN RATHER THAN GUESS
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
      *THE DATE SERVICE REFUSES AN UNPROVED ROLL AS WELL - THE
      *CHECK IS MADE HERE FIRST SO THE OPERATOR SEES WHICH DAY IS
      *WAITING ON ITS PROOF BEFORE ANY CALENDAR WORK IS DONE
       H050-CHECK-PROOF.
           IF WS-DATE-PROOF NOT = WS-DATE-CURRENT
              DISPLAY 'DATE ROLL REFUSED - PBEG0021 HAS NOT PROVED '
                      WS-DATE-CURRENT
              DISPLAY 'LAST CLEAN PROOF WAS FOR  : ' WS-DATE-PROOF
              MOVE 12 TO RETURN-CODE
              PERFORM H020-RELEASE-RUN
              STOP RUN
           END-IF.
           COMPUTE WS-CURRENT-INT =
              FUNCTION INTEGER-OF-DATE(WS-DATE-CURRENT).
       H050-END. EXIT.
      *WITHOUT THE CALENDAR A ROLL COULD LAND ON A HOLIDAY, SO IT
      *IS REQUIRED - A LINE THAT IS NOT A DATE IS COUNTED AND LEFT
       H100-LOAD-CALENDAR.
           OPEN INPUT HOL-FILE.
           IF NOT HOL-SUCCESS
              DISPLAY 'UNABLE TO OPEN FILE: ' HOL-ST
              MOVE HOL-ST TO RETURN-CODE
              PERFORM H020-RELEASE-RUN
              STOP RUN
           END-IF.
           READ HOL-FILE.
           PERFORM H150-LOAD-HOLIDAY UNTIL HOL-EOF.
           CLOSE HOL-FILE.
       H100-END. EXIT.
       H150-LOAD-HOLIDAY.
           ADD 1 TO WS-CNT-HOL-LINES.
           IF HOL-DATE NOT NUMERIC
              ADD 1 TO WS-CNT-HOL-BAD
           ELSE
           IF FUNCTION TEST-DATE-YYYYMMDD(HOL-DATE-N) NOT = 0
              ADD 1 TO WS-CNT-HOL-BAD
           ELSE
              COMPUTE WS-HOL-INT =
                 FUNCTION INTEGER-OF-DATE(HOL-DATE-N)
              IF WS-HOL-INT > WS-CURRENT-INT
                 AND WS-HOL-INT <= WS-CURRENT-INT + WS-MAX-SKIP
                 AND WS-HOL-USED < WS-HOL-MAX
                 ADD 1 TO WS-HOL-USED
                 MOVE HOL-DATE-N TO WS-HOLT-DATE (WS-HOL-USED)
                 MOVE HOL-DESC   TO WS-HOLT-DESC (WS-HOL-USED)
              END-IF
           END-IF
           END-IF.
           READ HOL-FILE.
       H150-END. EXIT.
      *WALK FORWARD A DAY AT A TIME UNTIL A DAY IS NEITHER A
      *WEEKEND NOR ON THE CALENDAR - EVERY DAY STEPPED OVER IS
      *PRINTED SO THE ROLL CAN BE CHECKED AGAINST THE CALENDAR
       H200-FIND-NEXT-DAY.
           OPEN OUTPUT RPT-FILE.
           IF NOT RPT-SUCCESS
              DISPLAY 'UNABLE TO OPEN FILE: ' RPT-ST
              MOVE RPT-ST TO RETURN-CODE
              PERFORM H020-RELEASE-RUN
              STOP RUN
           END-IF.
           MOVE 1 TO H1-PAGE-NO.
           WRITE RPT-REC FROM WS-HEADING-1 AFTER ADVANCING PAGE.
           WRITE RPT-REC FROM WS-HEADING-2 AFTER ADVANCING 2 LINES.
           MOVE WS-CURRENT-INT TO WS-NEXT-INT.
           MOVE SPACES         TO WS-DAY-SW.
           PERFORM H210-STEP-DAY
              UNTIL WS-WORKING-DAY OR WS-CNT-SKIPPED > WS-MAX-SKIP.
           IF NOT WS-WORKING-DAY
              DISPLAY 'DATE ROLL REFUSED - NO WORKING DAY WITHIN '
                      WS-MAX-SKIP ' DAYS'
              MOVE 12 TO RETURN-CODE
              CLOSE RPT-FILE
              PERFORM H020-RELEASE-RUN
              STOP RUN
           END-IF.
       H200-END. EXIT.
       H210-STEP-DAY.
           ADD 1 TO WS-NEXT-INT.
           COMPUTE WS-NEXT-YYYYMMDD =
              FUNCTION DATE-OF-INTEGER(WS-NEXT-INT).
      *DAY 1 OF THE INTEGER CALENDAR WAS A MONDAY, SO THE REMAINDER
      *BY 7 IS 0 FOR A SUNDAY AND 6 FOR A SATURDAY
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-NEXT-INT, 7).
           MOVE ZEROS TO WS-HOL-FOUND-IX.
           PERFORM H220-CHECK-HOLIDAY
              VARYING WS-HOL-IX FROM 1 BY 1
              UNTIL WS-HOL-IX > WS-HOL-USED OR WS-HOL-FOUND-IX > 0.
           EVALUATE TRUE
              WHEN WS-HOL-FOUND-IX > 0
                 SET WS-HOLIDAY TO TRUE
                 MOVE WS-HOLT-DESC (WS-HOL-FOUND-IX) TO SL-REASON
              WHEN WS-WEEKEND
                 SET WS-HOLIDAY TO TRUE
                 MOVE 'WEEKEND' TO SL-REASON
              WHEN OTHER
                 SET WS-WORKING-DAY TO TRUE
           END-EVALUATE.
           IF WS-HOLIDAY
              ADD 1 TO WS-CNT-SKIPPED
              MOVE WS-NEXT-YYYYMMDD TO SL-DATE
              WRITE RPT-REC FROM WS-SKIP-LINE AFTER ADVANCING 1 LINES
           END-IF.
       H210-END. EXIT.
       H220-CHECK-HOLIDAY.
           IF WS-HOLT-DATE (WS-HOL-IX) = WS-NEXT-YYYYMMDD
              MOVE WS-HOL-IX TO WS-HOL-FOUND-IX
           END-IF.
       H220-END. EXIT.
      *THE DATE SERVICE WRITES THE NEW DAY - THE DAY JUST CLOSED
      *BECOMES THE PREVIOUS WORKING DAY THE CALENDAR JOBS CATCH UP
      *FROM, AND THE NEW DAY WAITS FOR ITS OWN PROOF
       H300-ROLL-DATE.
           MOVE 'N'              TO WS-DATE-FUNC.
           MOVE ZEROS            TO WS-DATE-RC.
           MOVE WS-NEXT-YYYYMMDD TO WS-DATE-NEXT.
           CALL WS-PBEGDAT USING WS-DATE-AREA.
           IF WS-DATE-RC NOT = 0
              DISPLAY WS-DATE-MSG
              MOVE 12 TO RETURN-CODE
              CLOSE RPT-FILE
              PERFORM H020-RELEASE-RUN
              STOP RUN
           END-IF.
           MOVE WS-DATE-PREVIOUS TO RL-FROM.
           MOVE WS-DATE-CURRENT  TO RL-TO.
           MOVE WS-CNT-SKIPPED   TO RL-SKIPPED.
           WRITE RPT-REC FROM WS-ROLL-LINE AFTER ADVANCING 3 LINES.
           CLOSE RPT-FILE.
       H300-END. EXIT.
       H999-PROGRAM-EXIT.
           DISPLAY 'BUSINESS DATE WAS : ' WS-DATE-PREVIOUS.
           DISPLAY 'BUSINESS DATE NOW : ' WS-DATE-CURRENT.
           DISPLAY 'DAYS STEPPED OVER : ' WS-CNT-SKIPPED.
           DISPLAY 'CALENDAR LINES    : ' WS-CNT-HOL-LINES.
           DISPLAY 'CALENDAR BAD LINES: ' WS-CNT-HOL-BAD.
           PERFORM H020-RELEASE-RUN.
           STOP RUN.
       H999-END. EXIT.
