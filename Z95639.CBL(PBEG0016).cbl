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
           05 WS-LAST-RATE       PIC 9(02)V9(03).
           05 WS-CURR-NUM        PIC 9(03).
           05 WS-INTEREST        PIC 9(09)V9(02).
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
           05 WS-PERIODS-DUE     PIC 9(02) VALUE ZEROS.
           05 WS-TOT-IX          PIC 9(04).
           05 WS-CNT-SCANNED     PIC 9(07) VALUE ZEROS.
           05 WS-CNT-ELIGIBLE    PIC 9(07) VALUE ZEROS.
      *DAILY POSTING RUN USES, SO EVERY ACCRUAL LANDS IN ACCT-HIST
       000-MAIN.
           PERFORM H010-ENROLL-RUN.
           PERFORM H030-GET-BUSINESS-DATE.
           PERFORM H060-CHECK-DUE.
           MOVE SPACES TO WS-DVZ-TOTALS.
           PERFORM H050-CLEAR-TOTAL
              VARYING WS-TOT-IX FROM 1 BY 1 UNTIL WS-TOT-IX > 999.
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
       H050-CLEAR-TOTAL.
           MOVE SPACES TO WS-TOT-ISO (WS-TOT-IX).
           MOVE ZEROS  TO WS-TOT-COUNT (WS-TOT-IX)
                          WS-TOT-AMOUNT (WS-TOT-IX).
       H050-END. EXIT.
      *INTEREST IS EARNED AT EACH MONTH END.  THE RUN LOOKS AT EVERY
      *CALENDAR DAY SINCE THE PREVIOUS WORKING DAY, SO A MONTH END
      *THAT FELL ON A WEEKEND OR HOLIDAY IS ACCRUED BY THE FIRST RUN
      *AFTER IT, AND A GAP OVER MORE THAN ONE MONTH END ACCRUES ONE
      *PERIOD FOR EACH.  ANY OTHER DAY THE JOB ENDS CLEAN WITH NOTHING
      *POSTED SO THE SCHEDULER CAN RUN IT EVERY NIGHT
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
           MOVE ZEROS TO WS-PERIODS-DUE.
           PERFORM H065-CHECK-DAY
              VARYING WS-DAY-INT FROM WS-FROM-INT BY 1
              UNTIL WS-DAY-INT > WS-TODAY-INT.
           IF WS-PERIODS-DUE = 0
              DISPLAY 'INTEREST NOT DUE FOR BUSINESS DATE '
                      WS-DATE-CURRENT
              PERFORM H020-RELEASE-RUN
              STOP RUN
           END-IF.
       H060-END. EXIT.
      *A DAY IS A MONTH END WHEN THE DAY AFTER IT IS THE FIRST
       H065-CHECK-DAY.
           COMPUTE WS-DAY-DATE =
              FUNCTION DATE-OF-INTEGER(WS-DAY-INT + 1).
           IF WS-DAY-DD = 1
              ADD 1 TO WS-PERIODS-DUE
           END-IF.
       H065-END. EXIT.
      *PASS ONE - BROWSE THE MASTER AND STAGE EVERY ELIGIBLE
      *POSTING ON THE WORK FILE, THEN GIVE THE MASTER BACK
       H100-SELECT-ACCOUNTS.
                 ADD 1 TO WS-CNT-NORATE
              ELSE
                 COMPUTE WS-INTEREST ROUNDED =
                    ACCT-BALANCE * WS-LAST-RATE / 100 * WS-PERIODS-DUE
                 MOVE ACCT-ID      TO WORK-ID
                 MOVE ACCT-DVZ     TO WORK-DVZ
                 MOVE WS-LAST-ISO  TO WORK-ISO
           END-IF.
       H910-END. EXIT.
       H999-PROGRAM-EXIT.
           DISPLAY 'BUSINESS DATE   : ' WS-DATE-CURRENT.
           DISPLAY 'MONTH ENDS DUE  : ' WS-PERIODS-DUE.
           DISPLAY 'ACCOUNTS SCANNED: ' WS-CNT-SCANNED.
           DISPLAY 'ACCRUALS POSTED : ' WS-CNT-POSTED.
           DISPLAY 'POSTING ERRORS  : ' WS-CNT-ERROR.
