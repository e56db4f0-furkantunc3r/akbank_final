       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PBEG0037.
       AUTHOR.        FURKAN TUNCER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *THE SENDER REFERENCES PBEG0006 HAS SEEN POST
           SELECT REF-FILE ASSIGN        REFFL
                           ORGANIZATION  INDEXED
                           ACCESS        SEQUENTIAL
                           RECORD        REF-KEY
                           STATUS        REF-ST.
      *THE LOG OF DUPLICATES PBEG0006 REFUSED, AND THE WORK FILE
      *THE ROWS KEPT ARE STAGED ON BEFORE THE LOG IS REBUILT
           SELECT DUP-FILE ASSIGN        DUPLOG
                           ORGANIZATION  SEQUENTIAL
                           STATUS        DUP-ST.
           SELECT WORK-FILE ASSIGN       DUPWORK
                           ORGANIZATION  SEQUENTIAL
                           STATUS        WORK-ST.
           SELECT RET-FILE ASSIGN REFRET
                           ORGANIZATION LINE SEQUENTIAL
                           STATUS RET-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  REF-FILE.
       01  REF-FIELDS.
           03 REF-KEY.
              05 REF-SOURCE     PIC X(03).
              05 REF-SENDER-REF PIC X(16).
           03 REF-ISLEM-TIPI    PIC X(01).
           03 REF-ID            PIC 9(05).
           03 REF-DVZ           PIC 9(03).
           03 REF-AMOUNT        PIC 9(09)V9(02).
           03 REF-POST-DATE     PIC 9(08).
           03 REF-POST-TS       PIC 9(14).
           03 REF-OUT-GEN       PIC X(09).
           03 REF-RC            PIC 9(02).
           03 REF-MAKER-ID      PIC X(08).
           03 FILLER            PIC X(10).
      *
       FD  DUP-FILE RECORDING MODE F.
       01  DUP-REC.
           05 DUP-DATE          PIC 9(08).
           05 FILLER            PIC X(92).
       FD  WORK-FILE RECORDING MODE F.
       01  WORK-REC             PIC X(100).
      *AN OPTIONAL RECORD OVERRIDES HOW MANY CALENDAR DAYS A
      *REFERENCE IS REMEMBERED
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
           05 REF-ST            PIC 9(02).
              88 REF-EOF                    VALUE 10.
              88 REF-SUCCESS                VALUE 00 97.
              88 REF-NOT-FOUND              VALUE 35.
           05 DUP-ST            PIC 9(02).
              88 DUP-EOF                    VALUE 10.
              88 DUP-SUCCESS                VALUE 00 97.
              88 DUP-NOT-FOUND              VALUE 35.
           05 WORK-ST           PIC 9(02).
              88 WORK-EOF                   VALUE 10.
              88 WORK-SUCCESS               VALUE 00 97.
           05 RET-ST            PIC 9(02).
              88 RET-SUCCESS                VALUE 00 97.
      *A RESENT FILE TURNS UP WITHIN DAYS, A RESENT MONTH-END
      *WITHIN WEEKS - NINETY DAYS BY DEFAULT, NEVER UNDER A WEEK
           05 WS-RET-DAYS       PIC 9(04)   VALUE 90.
           05 WS-RET-MIN        PIC 9(04)   VALUE 7.
           05 WS-CUTOFF-DATE    PIC 9(08).
           05 WS-CNT-REF-READ   PIC 9(08)   VALUE ZEROS.
           05 WS-CNT-REF-KEPT   PIC 9(08)   VALUE ZEROS.
           05 WS-CNT-REF-PURGED PIC 9(08)   VALUE ZEROS.
           05 WS-CNT-DUP-READ   PIC 9(08)   VALUE ZEROS.
           05 WS-CNT-DUP-KEPT   PIC 9(08)   VALUE ZEROS.
           05 WS-CNT-DUP-PURGED PIC 9(08)   VALUE ZEROS.
       PROCEDURE DIVISION.
      *AGE THE SENDER REFERENCES OFF THE REFERENCE FILE ONCE THEY
      *ARE PAST THE RETENTION WINDOW, AND THE DUPLICATE LOG WITH
      *THEM.  A REFERENCE AGED OFF HERE WOULD POST AGAIN IF IT WERE
      *EVER RESENT, SO THE WINDOW MUST COVER ANY RESEND THE SENDING
      *SYSTEMS CAN MAKE
       000-MAIN.
           PERFORM H010-ENROLL-RUN.
           PERFORM H030-GET-BUSINESS-DATE.
           PERFORM H050-GET-RETENTION.
           PERFORM H100-PURGE-REFERENCES.
           PERFORM H300-PURGE-DUPLICATES.
           PERFORM H999-PROGRAM-EXIT.
      *REGISTER WITH THE RUN-CONTROL LEDGER - A CONFLICTING JOB
      *STILL IN FLIGHT REFUSES THIS RUN BEFORE ANY FILE IS TOUCHED
       H010-ENROLL-RUN.
           MOVE 'E'        TO WS-LOCK-FUNC.
           MOVE 'PBEG0037' TO WS-LOCK-PGM.
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
              MOVE 'PBEG0037' TO WS-LOCK-PGM
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
      *REFERENCES AND LOG ROWS DATED ON OR AFTER THE CUTOFF STAY
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
      *THE REFERENCE FILE IS WALKED IN KEY ORDER AND EACH AGED
      *REFERENCE DELETED IN PLACE.  AN ABSENT FILE MEANS NO
      *REFERENCE HAS EVER POSTED
       H100-PURGE-REFERENCES.
           OPEN I-O REF-FILE.
           IF REF-NOT-FOUND
              DISPLAY 'NO REFERENCE FILE TO PURGE'
           ELSE
           IF NOT REF-SUCCESS
              DISPLAY 'UNABLE TO OPEN FILE: ' REF-ST
              MOVE REF-ST TO RETURN-CODE
              PERFORM H020-RELEASE-RUN
              STOP RUN
           ELSE
              READ REF-FILE NEXT RECORD
              PERFORM H200-AGE-REFERENCE UNTIL REF-EOF
              CLOSE REF-FILE
           END-IF
           END-IF.
       H100-END. EXIT.
       H200-AGE-REFERENCE.
           ADD 1 TO WS-CNT-REF-READ.
           IF REF-POST-DATE NOT NUMERIC
              OR REF-POST-DATE < WS-CUTOFF-DATE
              DELETE REF-FILE RECORD
              END-DELETE
              IF NOT REF-SUCCESS
                 DISPLAY 'UNABLE TO DELETE REFERENCE: ' REF-ST
                 MOVE REF-ST TO RETURN-CODE
                 PERFORM H020-RELEASE-RUN
                 STOP RUN
              END-IF
              ADD 1 TO WS-CNT-REF-PURGED
           ELSE
              ADD 1 TO WS-CNT-REF-KEPT
           END-IF.
           READ REF-FILE NEXT RECORD.
       H200-END. EXIT.
      *THE LOG IS SEQUENTIAL - THE ROWS KEPT ARE COPIED ASIDE AND
      *THE LOG REBUILT FROM THE COPY ONLY WHEN SOMETHING WAS AGED
       H300-PURGE-DUPLICATES.
           OPEN INPUT DUP-FILE.
           IF DUP-NOT-FOUND
              DISPLAY 'NO DUPLICATE LOG TO PURGE'
           ELSE
           IF NOT DUP-SUCCESS
              DISPLAY 'UNABLE TO OPEN FILE: ' DUP-ST
              MOVE DUP-ST TO RETURN-CODE
              PERFORM H020-RELEASE-RUN
              STOP RUN
           ELSE
              PERFORM H310-OPEN-WORK
              READ DUP-FILE
              PERFORM H320-SELECT-DUPLICATE UNTIL DUP-EOF
              CLOSE DUP-FILE
                    WORK-FILE
              IF WS-CNT-DUP-PURGED > 0
                 PERFORM H400-REBUILD-LOG
              END-IF
           END-IF
           END-IF.
       H300-END. EXIT.
       H310-OPEN-WORK.
           OPEN OUTPUT WORK-FILE.
           IF NOT WORK-SUCCESS
              DISPLAY 'UNABLE TO OPEN FILE: ' WORK-ST
              MOVE WORK-ST TO RETURN-CODE
              PERFORM H020-RELEASE-RUN
              STOP RUN
           END-IF.
       H310-END. EXIT.
       H320-SELECT-DUPLICATE.
           ADD 1 TO WS-CNT-DUP-READ.
           IF DUP-DATE NOT NUMERIC
              OR DUP-DATE < WS-CUTOFF-DATE
              ADD 1 TO WS-CNT-DUP-PURGED
           ELSE
              MOVE DUP-REC TO WORK-REC
              WRITE WORK-REC
              END-WRITE
              IF NOT WORK-SUCCESS
                 DISPLAY 'UNABLE TO WRITE WORK FILE: ' WORK-ST
                 MOVE WORK-ST TO RETURN-CODE
                 PERFORM H020-RELEASE-RUN
                 STOP RUN
              END-IF
              ADD 1 TO WS-CNT-DUP-KEPT
           END-IF.
           READ DUP-FILE.
       H320-END. EXIT.
      *A FAILURE PART WAY THROUGH THE REBUILD LEAVES THE FULL SET
      *OF KEPT ROWS ON THE WORK FILE - IT MUST FAIL THE JOB SO THE
      *LOG IS RESTORED FROM THERE BEFORE THE NEXT POSTING RUN
       H400-REBUILD-LOG.
           OPEN INPUT WORK-FILE.
           IF NOT WORK-SUCCESS
              DISPLAY 'UNABLE TO OPEN FILE: ' WORK-ST
              MOVE WORK-ST TO RETURN-CODE
              PERFORM H020-RELEASE-RUN
              STOP RUN
           END-IF.
           OPEN OUTPUT DUP-FILE.
           IF NOT DUP-SUCCESS
              DISPLAY 'UNABLE TO REBUILD DUPLICATE LOG: ' DUP-ST
              MOVE DUP-ST TO RETURN-CODE
              PERFORM H020-RELEASE-RUN
              STOP RUN
           END-IF.
           READ WORK-FILE.
           PERFORM H410-COPY-BACK UNTIL WORK-EOF.
           CLOSE WORK-FILE
                 DUP-FILE.
       H400-END. EXIT.
       H410-COPY-BACK.
           MOVE WORK-REC TO DUP-REC.
           WRITE DUP-REC
           END-WRITE.
           IF NOT DUP-SUCCESS
              DISPLAY 'UNABLE TO REBUILD DUPLICATE LOG: ' DUP-ST
              MOVE DUP-ST TO RETURN-CODE
              PERFORM H020-RELEASE-RUN
              STOP RUN
           END-IF.
           READ WORK-FILE.
       H410-END. EXIT.
       H999-PROGRAM-EXIT.
           DISPLAY 'RETENTION DAYS   : ' WS-RET-DAYS.
           DISPLAY 'PURGE BEFORE     : ' WS-CUTOFF-DATE.
           DISPLAY 'REFERENCES READ  : ' WS-CNT-REF-READ.
           DISPLAY 'REFERENCES KEPT  : ' WS-CNT-REF-KEPT.
           DISPLAY 'REFERENCES PURGED: ' WS-CNT-REF-PURGED.
           DISPLAY 'DUP ROWS READ    : ' WS-CNT-DUP-READ.
           DISPLAY 'DUP ROWS KEPT    : ' WS-CNT-DUP-KEPT.
           DISPLAY 'DUP ROWS PURGED  : ' WS-CNT-DUP-PURGED.
           PERFORM H020-RELEASE-RUN.
           STOP RUN.
       H999-END. EXIT.
