       01  WS-WORK-AREA.
           05 WS-PBEGIDX        PIC X(08)   VALUE 'PBEGIDX'.
           05 WS-PBEGLOK        PIC X(08)   VALUE 'PBEGLOK'.
           05 WS-PBEGDAT        PIC X(08)   VALUE 'PBEGDAT'.
           05 WS-ENROLLED-SW    PIC X(01)   VALUE 'N'.
              88 WS-ENROLLED                VALUE 'Y'.
           05 WS-LOCK-AREA.
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
           05 ACCT-ST            PIC 9(02).
              88 ACCT-EOF                   VALUE 10.
              88 ACCT-SUCCESS               VALUE 00 97.
           05 WS-THRESHOLD-YEARS PIC 9(03) VALUE 10.
           05 WS-THRESHOLD-DAYS  PIC 9(06).
           05 WS-TODAY-YYYYMMDD  PIC 9(08).
      *THE CALENDAR DAYS SINCE THE LAST WORKING DAY - A DAY THAT
      *FELL ON A WEEKEND OR HOLIDAY IS CAUGHT UP BY THE NEXT RUN
           05 WS-TODAY-INT       PIC 9(07).
           05 WS-FROM-INT        PIC 9(07).
           05 WS-DAY-INT         PIC 9(07).
           05 WS-DAY-DATE        PIC 9(08).
           05 WS-DAY-PARTS REDEFINES WS-DAY-DATE.
              07 WS-DAY-YYYY     PIC 9(04).
              07 WS-DAY-MM       PIC 9(02).
              07 WS-DAY-DD       PIC 9(02).
           05 WS-MONTHS-DUE      PIC 9(02) VALUE ZEROS.
           05 WS-ACCT-INT        PIC 9(07).
           05 WS-AGE-DAYS        PIC S9(07).
           05 WS-AGE-YEARS       PIC 9(05).
      *ACCOUNTS WITH MONEY STILL ON THEM ARE ONLY REPORTED
       000-MAIN.
           PERFORM H010-ENROLL-RUN.
           PERFORM H030-GET-BUSINESS-DATE.
           PERFORM H060-CHECK-DUE.
           PERFORM H050-INIT.
           PERFORM H100-SELECT-ACCOUNTS.
           PERFORM H400-ACTION-ACCOUNTS.
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
      *THE SAME AGE TEST AND THRESHOLD PARAMETER THE AGING REPORT
      *USES, SO THE TWO JOBS CAN NEVER DISAGREE ON WHO IS DORMANT
       H050-INIT.
           MOVE WS-DATE-CURRENT TO WS-TODAY-YYYYMMDD.
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD).
           OPEN INPUT THRESH-FILE.
           END-IF.
           COMPUTE WS-THRESHOLD-DAYS = WS-THRESHOLD-YEARS * 365.
       H050-END. EXIT.
      *DORMANCY ACTIONS ARE TAKEN ONCE A MONTH, ON THE FIRST.  THE
      *RUN LOOKS AT EVERY CALENDAR DAY SINCE THE PREVIOUS WORKING
      *DAY, SO A FIRST THAT FELL ON A WEEKEND OR HOLIDAY IS TAKEN BY
      *THE FIRST RUN AFTER IT - ONE PASS CATCHES UP ANY NUMBER OF
      *MISSED MONTHS BECAUSE THE AGE TEST IS AGAINST THE BUSINESS
      *DATE.  ANY OTHER DAY THE JOB ENDS CLEAN WITH NOTHING DONE
       H060-CHECK-DUE.
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-DATE-CURRENT).
           IF WS-DATE-PREVIOUS > 0
              AND WS-DATE-PREVIOUS < WS-DATE-CURRENT
              COMPUTE WS-FROM-INT =
                 FUNCTION INTEGER-OF-DATE(WS-DATE-PREVIOUS) + 1
           ELSE
              MOVE WS-TODAY-INT TO WS-FROM-INT
           END-IF.
           MOVE ZEROS TO WS-MONTHS-DUE.
           PERFORM H065-CHECK-DAY
              VARYING WS-DAY-INT FROM WS-FROM-INT BY 1
              UNTIL WS-DAY-INT > WS-TODAY-INT.
           IF WS-MONTHS-DUE = 0
              DISPLAY 'DORMANCY RUN NOT DUE FOR BUSINESS DATE '
                      WS-DATE-CURRENT
              PERFORM H020-RELEASE-RUN
              STOP RUN
           END-IF.
       H060-END. EXIT.
       H065-CHECK-DAY.
           COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
           IF WS-DAY-DD = 1
              ADD 1 TO WS-MONTHS-DUE
           END-IF.
       H065-END. EXIT.
      *PASS ONE - BROWSE THE MASTER AND STAGE EVERY DORMANT ACTIVE
      *ACCOUNT WITH ITS ACTION, THEN GIVE THE MASTER BACK
       H100-SELECT-ACCOUNTS.
