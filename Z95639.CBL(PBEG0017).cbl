       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
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
           05 ACCT-ST           PIC 9(02).
              88 ACCT-EOF                   VALUE 10.
              88 ACCT-SUCCESS               VALUE 00 97.
              88 BASE-SUCCESS               VALUE 00 97.
           05 PARM-ST           PIC 9(02).
              88 PARM-SUCCESS               VALUE 00 97.
      *THE CUT IS STAMPED LIKE A TRAIL ROW - BUSINESS DATE AND TIME
      *OF DAY - SO THE TWO COMPARE ON THE SAME CLOCK
           05 WS-CUT-TS.
              07 WS-CUT-TS-DATE PIC 9(08).
              07 WS-CUT-TS-TIME PIC 9(06).
           05 WS-CNT-UNLOADED   PIC 9(08)   VALUE ZEROS.
      *THE HASH TOTAL IS THE PLAIN SUM OF EVERY BALANCE, CARRIED
      *WIDE ENOUGH THAT IT CANNOT OVERFLOW ON A FULL CLUSTER
      *BASELINE AND THE ARCHIVE GENERATIONS LINE UP
       000-MAIN.
           PERFORM H010-ENROLL-RUN.
           PERFORM H030-GET-BUSINESS-DATE.
           MOVE WS-DATE-CURRENT TO WS-CUT-TS-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-CUT-TS-TIME.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-UNLOAD-RECORD UNTIL ACCT-EOF.
           PERFORM H300-WRITE-PARM.
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
       H100-OPEN-FILES.
           OPEN INPUT ACCT-REC.
           IF NOT ACCT-SUCCESS
