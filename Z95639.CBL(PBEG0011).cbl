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
           05 HIST-ST           PIC 9(02).
              88 HIST-EOF                   VALUE 10.
              88 HIST-SUCCESS               VALUE 00 97.
       000-MAIN.
           PERFORM H005-CHECK-RESTART.
           PERFORM H010-ENROLL-RUN.
           PERFORM H030-GET-BUSINESS-DATE.
           PERFORM H100-OPEN-HIST.
           PERFORM H105-GET-GENERATION.
           PERFORM H110-OPEN-ARCHIVE.
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
      *AN ABSENT OR EMPTY TRAIL MEANS THERE IS NOTHING TO ARCHIVE
       H100-OPEN-HIST.
           OPEN INPUT HIST-FILE.
           READ HIST-FILE.
       H100-END. EXIT.
      *BUILD TODAY'S ARCHIVE GENERATION NAME FROM THE COUNTER FILE
      *SO A SECOND CUT ON THE SAME DAY NEVER OVERWRITES THE FIRST -
      *THE DAY IS THE BUSINESS DATE THE ARCHIVED ROWS BELONG TO
       H105-GET-GENERATION.
           MOVE WS-DATE-CURRENT(3:6) TO WS-GEN-TODAY.
           MOVE 1 TO WS-GEN-SEQ.
           OPEN INPUT GENCTR-FILE.
           IF GENCTR-SUCCESS
