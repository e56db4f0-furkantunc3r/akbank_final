       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PBEG0036.
       AUTHOR.        FURKAN TUNCER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALH-FILE ASSIGN       BALHIST
                           ORGANIZATION  SEQUENTIAL
                           STATUS        BALH-ST.
      *THE ROWS KEPT ARE STAGED HERE BEFORE THE HISTORY IS REBUILT
           SELECT WORK-FILE ASSIGN       BALWORK
                           ORGANIZATION  SEQUENTIAL
                           STATUS        WORK-ST.
           SELECT RET-FILE ASSIGN BALRET
                           ORGANIZATION LINE SEQUENTIAL
                           STATUS RET-ST.
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
       FD  WORK-FILE RECORDING MODE F.
       01  WORK-REC             PIC X(40).
      *AN OPTIONAL RECORD OVERRIDES HOW MANY CALENDAR DAYS OF
      *SNAPSHOTS ARE KEPT
       FD  RET-FILE RECORDING MODE F.
       01  RET-REC.
           05 RET-DAYS          PIC X(04).
           05 RET-DAYS-N REDEFINES RET-DAYS
                                PIC 9(04).
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
           05 BALH-ST           PIC 9(02).
              88 BALH-EOF                   VALUE 10.
              88 BALH-SUCCESS               VALUE 00 97.
              88 BALH-NOT-FOUND             VALUE 35.
           05 WORK-ST           PIC 9(02).
              88 WORK-EOF                   VALUE 10.
              88 WORK-SUCCESS               VALUE 00 97.
           05 RET-ST            PIC 9(02).
              88 RET-SUCCESS                VALUE 00 97.
      *THIRTEEN MONTHS BY DEFAULT, SO A MONTH CAN ALWAYS BE SET
      *AGAINST THE SAME MONTH A YEAR EARLIER.  NOTHING SHORTER THAN
      *TWO MONTHS IS ACCEPTED - THE MONTHLY AVERAGE REPORT READS
      *THE MONTH BEFORE LAST AND THE SNAPSHOTS CARRIED INTO IT
           05 WS-RET-DAYS       PIC 9(04)   VALUE 400.
           05 WS-RET-MIN        PIC 9(04)   VALUE 62.
           05 WS-CUTOFF-DATE    PIC 9(08).
           05 WS-CNT-READ       PIC 9(08)   VALUE ZEROS.
           05 WS-CNT-KEPT       PIC 9(08)   VALUE ZEROS.
           05 WS-CNT-PURGED     PIC 9(08)   VALUE ZEROS.
           05 WS-CNT-DAMAGED    PIC 9(08)   VALUE ZEROS.
           05 WS-CNT-REBUILT    PIC 9(08)   VALUE ZEROS.
       PROCEDURE DIVISION.
      *AGE THE OLDEST END-OF-DAY SNAPSHOTS OFF THE BALANCE HISTORY.
      *THE ROWS KEPT ARE COPIED ASIDE FIRST AND THE HISTORY IS THEN
      *REBUILT FROM THE COPY, THE SAME WAY THE TRAIL ARCHIVE ONLY
      *RESETS THE LIVE FILE ONCE ITS COPY IS SAFE
       000-MAIN.
           PERFORM H010-ENROLL-RUN.
           PERFORM H030-GET-BUSINESS-DATE.
           PERFORM H050-GET-RETENTION.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-SELECT-RECORD UNTIL BALH-EOF.
           CLOSE BALH-FILE
                 WORK-FILE.
           IF WS-CNT-PURGED > 0 OR WS-CNT-DAMAGED > 0
              PERFORM H300-REBUILD-HIST
           END-IF.
           PERFORM H999-PROGRAM-EXIT.
      *REGISTER WITH THE RUN-CONTROL LEDGER - A CONFLICTING JOB
      *STILL IN FLIGHT REFUSES THIS RUN BEFORE ANY FILE IS TOUCHED
       H010-ENROLL-RUN.
           MOVE 'E'        TO WS-LOCK-FUNC.
           MOVE 'PBEG0036' TO WS-LOCK-PGM.
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
              MOVE 'PBEG0036' TO WS-LOCK-PGM
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
      *ROWS DATED ON OR AFTER THE CUTOFF STAY ON THE HISTORY
       H050-GET-RETENTION.
           OPEN INPUT RET-FILE.
           IF RET-SUCCESS
              READ RET-FILE
              IF RET-SUCCESS
                 IF RET-DAYS NUMERIC AND RET-DAYS-N >= WS-RET-MIN
                    MOVE RET-DAYS-N TO WS-RET-DAYS
                 ELSE
                    DISPLAY 'RETENTION RECORD IGNORED: ' RET-DAYS
                 END-IF
              END-IF
              CLOSE RET-FILE
           END-IF.
           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WS-DATE-CURRENT)
               - WS-RET-DAYS).
       H050-END. EXIT.
      *AN ABSENT HISTORY MEANS NO SNAPSHOT HAS RUN YET
       H100-OPEN-FILES.
           OPEN INPUT BALH-FILE.
           IF BALH-NOT-FOUND
              DISPLAY 'NO BALANCE HISTORY TO PURGE'
              PERFORM H020-RELEASE-RUN
              STOP RUN
           END-IF.
           IF NOT BALH-SUCCESS
              DISPLAY 'UNABLE TO OPEN FILE: ' BALH-ST
              MOVE BALH-ST TO RETURN-CODE
              PERFORM H020-RELEASE-RUN
              STOP RUN
           END-IF.
           OPEN OUTPUT WORK-FILE.
           IF NOT WORK-SUCCESS
              DISPLAY 'UNABLE TO OPEN FILE: ' WORK-ST
              MOVE WORK-ST TO RETURN-CODE
              PERFORM H020-RELEASE-RUN
              STOP RUN
           END-IF.
           READ BALH-FILE.
       H100-END. EXIT.
      *A ROW WHOSE DATE IS NOT EVEN NUMERIC CAN NEVER BE AVERAGED
      *AND IS DROPPED WITH THE AGED ROWS
       H200-SELECT-RECORD.
           ADD 1 TO WS-CNT-READ.
           IF BALH-DATE NOT NUMERIC
              ADD 1 TO WS-CNT-DAMAGED
           ELSE
           IF BALH-DATE < WS-CUTOFF-DATE
              ADD 1 TO WS-CNT-PURGED
           ELSE
              MOVE BALH-REC TO WORK-REC
              WRITE WORK-REC
              END-WRITE
              IF NOT WORK-SUCCESS
                 DISPLAY 'UNABLE TO WRITE WORK FILE: ' WORK-ST
                 MOVE WORK-ST TO RETURN-CODE
                 PERFORM H020-RELEASE-RUN
                 STOP RUN
              END-IF
              ADD 1 TO WS-CNT-KEPT
           END-IF
           END-IF.
           READ BALH-FILE.
       H200-END. EXIT.
      *A FAILURE PART WAY THROUGH THE REBUILD LEAVES THE FULL SET
      *OF KEPT ROWS ON THE WORK FILE - IT MUST FAIL THE JOB SO THE
      *HISTORY IS RESTORED FROM THERE BEFORE THE NEXT SNAPSHOT
       H300-REBUILD-HIST.
           OPEN INPUT WORK-FILE.
           IF NOT WORK-SUCCESS
              DISPLAY 'UNABLE TO OPEN FILE: ' WORK-ST
              MOVE WORK-ST TO RETURN-CODE
              PERFORM H020-RELEASE-RUN
              STOP RUN
           END-IF.
           OPEN OUTPUT BALH-FILE.
           IF NOT BALH-SUCCESS
              DISPLAY 'UNABLE TO REBUILD BALANCE HISTORY: ' BALH-ST
              MOVE BALH-ST TO RETURN-CODE
              PERFORM H020-RELEASE-RUN
              STOP RUN
           END-IF.
           READ WORK-FILE.
           PERFORM H310-COPY-BACK UNTIL WORK-EOF.
           CLOSE WORK-FILE
                 BALH-FILE.
       H300-END. EXIT.
       H310-COPY-BACK.
           MOVE WORK-REC TO BALH-REC.
           WRITE BALH-REC
           END-WRITE.
           IF NOT BALH-SUCCESS
              DISPLAY 'UNABLE TO REBUILD BALANCE HISTORY: ' BALH-ST
              MOVE BALH-ST TO RETURN-CODE
              PERFORM H020-RELEASE-RUN
              STOP RUN
           END-IF.
           ADD 1 TO WS-CNT-REBUILT.
           READ WORK-FILE.
       H310-END. EXIT.
       H999-PROGRAM-EXIT.
           DISPLAY 'RETENTION DAYS   : ' WS-RET-DAYS.
           DISPLAY 'PURGE BEFORE     : ' WS-CUTOFF-DATE.
           DISPLAY 'ROWS READ        : ' WS-CNT-READ.
           DISPLAY 'ROWS KEPT        : ' WS-CNT-KEPT.
           DISPLAY 'ROWS PURGED      : ' WS-CNT-PURGED.
           DISPLAY 'DAMAGED ROWS     : ' WS-CNT-DAMAGED.
           DISPLAY 'ROWS REBUILT     : ' WS-CNT-REBUILT.
           PERFORM H020-RELEASE-RUN.
           STOP RUN.
       H999-END. EXIT.
