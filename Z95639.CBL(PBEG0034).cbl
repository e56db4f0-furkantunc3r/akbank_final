       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PBEG0034.
       AUTHOR.        FURKAN TUNCER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-REC ASSIGN        ACCTREC
                           ORGANIZATION  INDEXED
                           ACCESS        SEQUENTIAL
                           RECORD        ACCT-KEY
                           STATUS        ACCT-ST.
      *THE BALANCE HISTORY - ONE ROW PER ACCOUNT PER BUSINESS DAY,
      *APPENDED EVERY END OF DAY AND AGED OFF BY PBEG0036
           SELECT BALH-FILE ASSIGN       BALHIST
                           ORGANIZATION  SEQUENTIAL
                           STATUS        BALH-ST.
      *THE LAST DAY SNAPSHOTTED RIDES IN ITS OWN SMALL CONTROL FILE
      *THE WAY THE LEDGER EXTRACT CARRIES ITS CUTOFF
           SELECT BALCTL-FILE ASSIGN BALCTL
                           ORGANIZATION LINE SEQUENTIAL
                           STATUS BALCTL-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-REC.
       01  ACCT-FIELDS.
           03 ACCT-KEY.
              05 ACCT-ID        PIC S9(05) COMP-3.
              05 ACCT-DVZ       PIC S9(03) COMP.
      *THE CUSTOMER NUMBER LIVES IN THE BYTES THE NAME USED TO
      *OCCUPY - NAME AND ADDRESS COME FROM THE CUSTOMER MASTER
           03 ACCT-CUST-AREA.
              05 ACCT-CUST-NO   PIC 9(05).
              05 FILLER         PIC X(10).
           03 ACCT-SURNAME      PIC X(15).
           03 ACCT-DATE         PIC S9(7)  COMP-3.
           03 ACCT-STATUS       PIC X(01).
              88 ACCT-ACTIVE               VALUE 'A'.
              88 ACCT-CLOSED               VALUE 'C'.
           03 ACCT-BALANCE      PIC S9(09)V9(02) COMP-3.
           03 FILLER            PIC X(1)   VALUE SPACES.
      *
       FD  BALH-FILE RECORDING MODE F.
       01  BALH-REC.
           05 BALH-DATE         PIC 9(08).
           05 BALH-ID           PIC 9(05).
           05 BALH-DVZ          PIC 9(03).
           05 BALH-CUST-NO      PIC 9(05).
           05 BALH-STATUS       PIC X(01).
           05 BALH-BALANCE      PIC S9(09)V9(02).
           05 FILLER            PIC X(07).
      *
       FD  BALCTL-FILE RECORDING MODE F.
       01  BALCTL-REC.
           05 BALCTL-LAST-DATE  PIC 9(08).
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
           05 ACCT-ST            PIC 9(02).
              88 ACCT-EOF                   VALUE 10.
              88 ACCT-SUCCESS               VALUE 00 97.
           05 BALH-ST            PIC 9(02).
              88 BALH-SUCCESS               VALUE 00 97.
           05 BALCTL-ST          PIC 9(02).
              88 BALCTL-SUCCESS             VALUE 00 97.
           05 WS-LAST-DATE       PIC 9(08) VALUE ZEROS.
           05 WS-CNT-ROWS        PIC 9(07) VALUE ZEROS.
           05 WS-CNT-ACTIVE      PIC 9(07) VALUE ZEROS.
           05 WS-CNT-CLOSED      PIC 9(07) VALUE ZEROS.
      *THE HASH TOTAL IS THE PLAIN SUM OF THE BALANCES WRITTEN, SO
      *THE DAY'S ROWS CAN BE PROVED AGAINST THE MOVEMENT PROOF
           05 WS-HASH-TOTAL      PIC S9(15)V9(02) COMP-3 VALUE ZEROS.
       PROCEDURE DIVISION.
      *END OF DAY - APPEND THE CLOSING PICTURE OF EVERY ACCOUNT TO
      *THE BALANCE HISTORY UNDER THE BUSINESS DATE.  RUN IT AFTER
      *THE MOVEMENT PROOF AND BEFORE THE DATE ROLL, SO THE ROWS ARE
      *THE PROVED CLOSING BALANCES OF THE DAY THEY ARE DATED
       000-MAIN.
           PERFORM H010-ENROLL-RUN.
           PERFORM H030-GET-BUSINESS-DATE.
           PERFORM H050-CHECK-LAST-SNAPSHOT.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-SNAP-ACCOUNT UNTIL ACCT-EOF.
           CLOSE ACCT-REC
                 BALH-FILE.
           PERFORM H800-SAVE-LAST-SNAPSHOT.
           PERFORM H999-PROGRAM-EXIT.
      *REGISTER WITH THE RUN-CONTROL LEDGER - A CONFLICTING JOB
      *STILL IN FLIGHT REFUSES THIS RUN BEFORE ANY FILE IS TOUCHED
       H010-ENROLL-RUN.
           MOVE 'E'        TO WS-LOCK-FUNC.
           MOVE 'PBEG0034' TO WS-LOCK-PGM.
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
              MOVE 'PBEG0034' TO WS-LOCK-PGM
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
      *A SECOND SNAPSHOT OF THE SAME DAY WOULD COUNT EVERY BALANCE
      *TWICE IN THE AVERAGES - A RERUN AFTER A CLEAN RUN IS REFUSED.
      *AN ABSENT CONTROL FILE MEANS THE FIRST SNAPSHOT EVER
       H050-CHECK-LAST-SNAPSHOT.
           OPEN INPUT BALCTL-FILE.
           IF BALCTL-SUCCESS
              READ BALCTL-FILE
              IF BALCTL-SUCCESS AND BALCTL-LAST-DATE NUMERIC
                 MOVE BALCTL-LAST-DATE TO WS-LAST-DATE
              END-IF
              CLOSE BALCTL-FILE
           END-IF.
           IF WS-LAST-DATE >= WS-DATE-CURRENT
              DISPLAY 'SNAPSHOT REFUSED - ALREADY TAKEN FOR '
                      WS-LAST-DATE
              MOVE 4 TO RETURN-CODE
              PERFORM H020-RELEASE-RUN
              STOP RUN
           END-IF.
       H050-END. EXIT.
      *THE HISTORY IS CREATED ON THE FIRST SNAPSHOT EVER
       H100-OPEN-FILES.
           OPEN INPUT ACCT-REC.
           IF NOT ACCT-SUCCESS
              DISPLAY 'UNABLE TO OPEN FILE: ' ACCT-ST
              MOVE ACCT-ST TO RETURN-CODE
              PERFORM H020-RELEASE-RUN
              STOP RUN
           END-IF.
           OPEN EXTEND BALH-FILE.
           IF NOT BALH-SUCCESS
              OPEN OUTPUT BALH-FILE
           END-IF.
           IF NOT BALH-SUCCESS
              DISPLAY 'UNABLE TO OPEN FILE: ' BALH-ST
              MOVE BALH-ST TO RETURN-CODE
              PERFORM H020-RELEASE-RUN
              STOP RUN
           END-IF.
           READ ACCT-REC NEXT RECORD.
       H100-END. EXIT.
      *CLOSED ACCOUNTS ARE SNAPSHOTTED TOO, SO THE HISTORY SHOWS
      *THE DAY AN ACCOUNT CLOSED AND ITS BALANCE AT THE TIME
       H200-SNAP-ACCOUNT.
           MOVE SPACES          TO BALH-REC.
           MOVE WS-DATE-CURRENT TO BALH-DATE.
           MOVE ACCT-ID         TO BALH-ID.
           MOVE ACCT-DVZ        TO BALH-DVZ.
           IF ACCT-CUST-NO NUMERIC
              MOVE ACCT-CUST-NO TO BALH-CUST-NO
           ELSE
              MOVE ZEROS        TO BALH-CUST-NO
           END-IF.
           MOVE ACCT-STATUS     TO BALH-STATUS.
           MOVE ACCT-BALANCE    TO BALH-BALANCE.
           WRITE BALH-REC
           END-WRITE.
           IF NOT BALH-SUCCESS
              DISPLAY 'UNABLE TO WRITE BALANCE HISTORY: ' BALH-ST
              MOVE BALH-ST TO RETURN-CODE
              PERFORM H020-RELEASE-RUN
              STOP RUN
           END-IF.
           ADD 1 TO WS-CNT-ROWS.
           IF ACCT-CLOSED
              ADD 1 TO WS-CNT-CLOSED
           ELSE
              ADD 1 TO WS-CNT-ACTIVE
           END-IF.
           ADD ACCT-BALANCE TO WS-HASH-TOTAL.
           READ ACCT-REC NEXT RECORD.
       H200-END. EXIT.
      *ONLY AFTER THE ROWS ARE SAFELY WRITTEN IS THE DAY MARKED
      *TAKEN - A FAILED RUN LEAVES IT OPEN FOR THE RERUN
       H800-SAVE-LAST-SNAPSHOT.
           MOVE WS-DATE-CURRENT TO BALCTL-LAST-DATE.
           OPEN OUTPUT BALCTL-FILE.
           IF NOT BALCTL-SUCCESS
              DISPLAY 'UNABLE TO SAVE SNAPSHOT DATE: ' BALCTL-ST
              MOVE BALCTL-ST TO RETURN-CODE
              PERFORM H020-RELEASE-RUN
              STOP RUN
           END-IF.
           WRITE BALCTL-REC
           END-WRITE.
           CLOSE BALCTL-FILE.
       H800-END. EXIT.
       H999-PROGRAM-EXIT.
           DISPLAY 'SNAPSHOT DATE    : ' WS-DATE-CURRENT.
           DISPLAY 'ROWS WRITTEN     : ' WS-CNT-ROWS.
           DISPLAY 'ACTIVE ACCOUNTS  : ' WS-CNT-ACTIVE.
           DISPLAY 'CLOSED ACCOUNTS  : ' WS-CNT-CLOSED.
           DISPLAY 'BALANCE HASH     : ' WS-HASH-TOTAL.
           PERFORM H020-RELEASE-RUN.
           STOP RUN.
       H999-END. EXIT.
