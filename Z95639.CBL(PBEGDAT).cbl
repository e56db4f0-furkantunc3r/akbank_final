       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PBEGDAT.
       AUTHOR.        FURKAN TUNCER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *THE BUSINESS-DATE CONTROL RECORD - ONE RECORD NAMING THE DAY
      *THE BATCH IS WORKING ON, THE WORKING DAY BEFORE IT AND THE
      *LAST DAY THE MOVEMENT PROOF CAME OUT CLEAN.  IT RIDES IN A
      *SMALL CONTROL FILE THE WAY THE POSTING RUN CARRIES ITS
      *GENERATION COUNTER
           SELECT BDATE-FILE ASSIGN BUSDATE
                           ORGANIZATION LINE SEQUENTIAL
                           STATUS BDATE-ST.
      *THE SAME RECORD ON A KEYED FILE FOR THE ONLINE TRANSACTIONS,
      *WHICH CANNOT OPEN A LINE FILE - PBEGDAT IS ITS ONLY WRITER
           SELECT BDK-FILE ASSIGN        BUSDATK
                           ORGANIZATION  INDEXED
                           ACCESS        RANDOM
                           RECORD        BDK-KEY
                           STATUS        BDK-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  BDATE-FILE RECORDING MODE F.
       01  BDATE-REC.
           05 BDATE-CURRENT     PIC 9(08).
           05 BDATE-PREVIOUS    PIC 9(08).
           05 BDATE-PROOF-DATE  PIC 9(08).
           05 BDATE-ROLL-TS     PIC 9(14).
       FD  BDK-FILE.
       01  BDK-FIELDS.
           03 BDK-KEY           PIC X(08).
           03 BDK-CURRENT       PIC 9(08).
           03 BDK-PREVIOUS      PIC 9(08).
           03 BDK-PROOF-DATE    PIC 9(08).
           03 BDK-ROLL-TS       PIC 9(14).
           03 FILLER            PIC X(10).
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 BDATE-ST          PIC 9(02).
              88 BDATE-SUCCESS              VALUE 00 97.
           05 BDK-ST            PIC 9(02).
              88 BDK-SUCCESS                VALUE 00 97.
           05 WS-BDK-RC         PIC 9(02).
           05 WS-BDK-KEY        PIC X(08)   VALUE 'BUSDATE'.
           05 WS-BDK-SYNC-SW    PIC X(01).
              88 WS-BDK-IN-STEP             VALUE 'Y'.
           05 WS-CURRENT        PIC 9(08).
           05 WS-PREVIOUS       PIC 9(08).
           05 WS-PROOF-DATE     PIC 9(08).
           05 WS-ROLL-TS        PIC 9(14).
       LINKAGE SECTION.
       01  LS-DATE-AREA.
           05 LS-DATE-FUNC      PIC X(01).
              88 LS-DATE-GET                VALUE 'G'.
              88 LS-DATE-PROVE              VALUE 'P'.
              88 LS-DATE-ROLL               VALUE 'N'.
           05 LS-DATE-RC        PIC 9(02).
           05 LS-DATE-MSG       PIC X(40).
           05 LS-DATE-CURRENT   PIC 9(08).
           05 LS-DATE-PREVIOUS  PIC 9(08).
           05 LS-DATE-PROOF     PIC 9(08).
           05 LS-DATE-NEXT      PIC 9(08).
       PROCEDURE DIVISION USING LS-DATE-AREA.
      *EVERY BATCH JOB ASKS FOR ITS PROCESSING DATE HERE INSTEAD OF
      *THE MACHINE CLOCK, SO A RUN THAT SLIPS PAST MIDNIGHT OR RUNS
      *ON A WEEKEND STILL LANDS ON THE BUSINESS DAY IT BELONGS TO.
      *THE PROOF RECORDS A CLEAN DAY AND THE DATE ROLL MOVES THE
      *DAY ON - NOTHING ELSE WRITES THE RECORD
       000-MAIN.
           MOVE ZEROS  TO LS-DATE-RC.
           MOVE SPACES TO LS-DATE-MSG.
           EVALUATE TRUE
              WHEN LS-DATE-GET
                 PERFORM H100-READ-DATE
              WHEN LS-DATE-PROVE
                 PERFORM H300-MARK-PROVED
              WHEN LS-DATE-ROLL
                 PERFORM H400-ROLL-DATE
              WHEN OTHER
                 MOVE 'INVALID DATE FUNCTION' TO LS-DATE-MSG
                 MOVE 90 TO LS-DATE-RC
           END-EVALUATE.
           GOBACK.
      *A MISSING OR DAMAGED RECORD IS NEVER PAPERED OVER WITH THE
      *MACHINE DATE - THE CALLER REFUSES TO RUN AND THE OPERATOR
      *PUTS THE RECORD RIGHT
       H100-READ-DATE.
           OPEN INPUT BDATE-FILE.
           IF NOT BDATE-SUCCESS
              MOVE 'BUSINESS DATE FILE NOT AVAILABLE' TO LS-DATE-MSG
              MOVE BDATE-ST                           TO LS-DATE-RC
              GOBACK
           END-IF.
           READ BDATE-FILE.
           IF NOT BDATE-SUCCESS
              MOVE 'BUSINESS DATE RECORD MISSING' TO LS-DATE-MSG
              MOVE BDATE-ST                       TO LS-DATE-RC
              CLOSE BDATE-FILE
              GOBACK
           END-IF.
           CLOSE BDATE-FILE.
           IF BDATE-CURRENT NOT NUMERIC
              MOVE 'BUSINESS DATE INVALID' TO LS-DATE-MSG
              MOVE 90                      TO LS-DATE-RC
              GOBACK
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(BDATE-CURRENT) NOT = 0
              MOVE 'BUSINESS DATE INVALID' TO LS-DATE-MSG
              MOVE 90                      TO LS-DATE-RC
              GOBACK
           END-IF.
           MOVE BDATE-CURRENT TO WS-CURRENT.
      *A FRESHLY SEEDED RECORD CARRIES ONLY THE CURRENT DAY
           MOVE ZEROS TO WS-PREVIOUS WS-PROOF-DATE WS-ROLL-TS.
           IF BDATE-PREVIOUS NUMERIC
              MOVE BDATE-PREVIOUS TO WS-PREVIOUS
           END-IF.
           IF BDATE-PROOF-DATE NUMERIC
              MOVE BDATE-PROOF-DATE TO WS-PROOF-DATE
           END-IF.
           IF BDATE-ROLL-TS NUMERIC
              MOVE BDATE-ROLL-TS TO WS-ROLL-TS
           END-IF.
           MOVE WS-CURRENT    TO LS-DATE-CURRENT.
           MOVE WS-PREVIOUS   TO LS-DATE-PREVIOUS.
           MOVE WS-PROOF-DATE TO LS-DATE-PROOF.
           PERFORM H150-CHECK-ONLINE-DATE.
       H100-END. EXIT.
      *A HAND-SEEDED RECORD, OR A SAVE THAT STOPPED BETWEEN THE TWO
      *FILES, LEAVES THE ONLINE COPY BEHIND - THE NEXT JOB TO ASK
      *FOR THE DATE PUTS IT BACK IN STEP.  A GET IS ONLY A READ, SO
      *A COPY THAT CANNOT BE WRITTEN HERE DOES NOT STOP THE CALLER
       H150-CHECK-ONLINE-DATE.
           MOVE 'N' TO WS-BDK-SYNC-SW.
           OPEN INPUT BDK-FILE.
           IF BDK-SUCCESS
              MOVE WS-BDK-KEY TO BDK-KEY
              READ BDK-FILE
              IF BDK-SUCCESS
                 AND BDK-CURRENT    = WS-CURRENT
                 AND BDK-PREVIOUS   = WS-PREVIOUS
                 AND BDK-PROOF-DATE = WS-PROOF-DATE
                 SET WS-BDK-IN-STEP TO TRUE
              END-IF
              CLOSE BDK-FILE
           END-IF.
           IF NOT WS-BDK-IN-STEP
              PERFORM H250-WRITE-ONLINE-DATE
           END-IF.
       H150-END. EXIT.
      *THE RECORD IS REWRITTEN WHOLE - IT IS ONE LINE LONG.  THE
      *ONLINE COPY GOES FIRST, SO A SAVE THAT FAILS THERE LEAVES
      *BOTH FILES ON THE OLD DAY AND THE CALLER CAN SIMPLY RERUN
       H200-WRITE-DATE.
           PERFORM H250-WRITE-ONLINE-DATE.
           IF WS-BDK-RC NOT = 0
              MOVE 'UNABLE TO SAVE ONLINE BUSINESS DATE' TO LS-DATE-MSG
              MOVE WS-BDK-RC                            TO LS-DATE-RC
              GOBACK
           END-IF.
           OPEN OUTPUT BDATE-FILE.
           IF NOT BDATE-SUCCESS
              MOVE 'UNABLE TO SAVE BUSINESS DATE' TO LS-DATE-MSG
              MOVE BDATE-ST                       TO LS-DATE-RC
              GOBACK
           END-IF.
           MOVE WS-CURRENT    TO BDATE-CURRENT.
           MOVE WS-PREVIOUS   TO BDATE-PREVIOUS.
           MOVE WS-PROOF-DATE TO BDATE-PROOF-DATE.
           MOVE WS-ROLL-TS    TO BDATE-ROLL-TS.
           WRITE BDATE-REC
           END-WRITE.
           CLOSE BDATE-FILE.
           MOVE WS-CURRENT    TO LS-DATE-CURRENT.
           MOVE WS-PREVIOUS   TO LS-DATE-PREVIOUS.
           MOVE WS-PROOF-DATE TO LS-DATE-PROOF.
       H200-END. EXIT.
      *THE ONLINE COPY IS CREATED EMPTY THE FIRST TIME IT IS NEEDED
       H250-WRITE-ONLINE-DATE.
           OPEN I-O BDK-FILE.
           IF NOT BDK-SUCCESS
              OPEN OUTPUT BDK-FILE
              CLOSE BDK-FILE
              OPEN I-O BDK-FILE
           END-IF.
           IF NOT BDK-SUCCESS
              MOVE BDK-ST TO WS-BDK-RC
           ELSE
              MOVE WS-BDK-KEY TO BDK-KEY
              READ BDK-FILE
              MOVE SPACES        TO BDK-FIELDS
              MOVE WS-BDK-KEY    TO BDK-KEY
              MOVE WS-CURRENT    TO BDK-CURRENT
              MOVE WS-PREVIOUS   TO BDK-PREVIOUS
              MOVE WS-PROOF-DATE TO BDK-PROOF-DATE
              MOVE WS-ROLL-TS    TO BDK-ROLL-TS
              IF BDK-SUCCESS
                 REWRITE BDK-FIELDS
                 END-REWRITE
              ELSE
                 WRITE BDK-FIELDS
                 END-WRITE
              END-IF
              IF BDK-SUCCESS
                 MOVE ZEROS  TO WS-BDK-RC
              ELSE
                 MOVE BDK-ST TO WS-BDK-RC
              END-IF
              CLOSE BDK-FILE
           END-IF.
       H250-END. EXIT.
      *THE MOVEMENT PROOF CAME OUT CLEAN FOR THE CURRENT DAY
       H300-MARK-PROVED.
           PERFORM H100-READ-DATE.
           MOVE WS-CURRENT TO WS-PROOF-DATE.
           PERFORM H200-WRITE-DATE.
       H300-END. EXIT.
      *THE DAY ONLY MOVES ON ONCE IT HAS PROVED, AND ONLY FORWARD -
      *THE CALLER WORKS OUT THE NEXT WORKING DAY FROM THE CALENDAR
       H400-ROLL-DATE.
           PERFORM H100-READ-DATE.
           IF WS-PROOF-DATE NOT = WS-CURRENT
              MOVE 'DATE ROLL REFUSED - DAY NOT PROVED' TO LS-DATE-MSG
              MOVE 12                                   TO LS-DATE-RC
              GOBACK
           END-IF.
           IF LS-DATE-NEXT NOT NUMERIC
              OR LS-DATE-NEXT NOT > WS-CURRENT
              MOVE 'DATE ROLL REFUSED - INVALID NEXT DAY' TO LS-DATE-MSG
              MOVE 90                                     TO LS-DATE-RC
              GOBACK
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(LS-DATE-NEXT) NOT = 0
              MOVE 'DATE ROLL REFUSED - INVALID NEXT DAY' TO LS-DATE-MSG
              MOVE 90                                     TO LS-DATE-RC
              GOBACK
           END-IF.
           MOVE WS-CURRENT   TO WS-PREVIOUS.
           MOVE LS-DATE-NEXT TO WS-CURRENT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-ROLL-TS.
           PERFORM H200-WRITE-DATE.
       H400-END. EXIT.
