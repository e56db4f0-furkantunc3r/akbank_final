           03 FILLER            PIC X(05)  VALUE SPACES.
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
           05 ACCT-ST            PIC 9(02).
              88 ACCT-EOF                   VALUE 10.
              88 ACCT-SUCCESS               VALUE 00 97.
           05 FILLER             PIC X(13) VALUE SPACES.
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM H030-GET-BUSINESS-DATE.
           PERFORM H050-INIT.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-PROCESS-RECORD UNTIL ACCT-EOF.
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
      *ESTABLISH TODAY'S INTEGER DATE AND THE DORMANCY THRESHOLD
       H050-INIT.
           MOVE WS-DATE-CURRENT TO WS-TODAY-YYYYMMDD.
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD).
           OPEN INPUT THRESH-FILE.
