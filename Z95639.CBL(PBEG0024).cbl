       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PBEG0024.
       AUTHOR.        FURKAN TUNCER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SO-FILE ASSIGN         STORDER
                           ORGANIZATION  INDEXED
                           ACCESS        RANDOM
                           RECORD        SO-NO
                           STATUS        SO-ST.
           SELECT SINP-FILE ASSIGN STORINP
                           STATUS SINP-ST.
           SELECT SOUT-FILE ASSIGN STOROUT
                           STATUS SOUT-ST.
       DATA DIVISION.
       FILE SECTION.
      *ONE RECURRING TRANSFER PER ORDER NUMBER - THE NEXT DUE DATE
      *STAYS PUT WHILE A FAILED INSTALMENT IS RETRIED, AND THE
      *ANCHOR DAY KEEPS A MONTH-END ORDER FROM DRIFTING TO THE 28TH
       FD  SO-FILE.
       01  SO-FIELDS.
           03 SO-NO             PIC 9(07).
           03 SO-FROM-ID        PIC 9(05).
           03 SO-FROM-DVZ       PIC 9(03).
           03 SO-TO-ID          PIC 9(05).
           03 SO-TO-DVZ         PIC 9(03).
           03 SO-AMOUNT         PIC 9(09)V9(02).
           03 SO-FREQ           PIC X(01).
           03 SO-ANCHOR-DAY     PIC 9(02).
           03 SO-NEXT-DATE      PIC 9(08).
           03 SO-END-DATE       PIC 9(08).
           03 SO-STATUS         PIC X(01).
              88 SO-ACTIVE                 VALUE 'A'.
              88 SO-SUSPENDED              VALUE 'S'.
              88 SO-CANCELLED              VALUE 'X'.
              88 SO-FAILED                 VALUE 'F'.
              88 SO-ENDED                  VALUE 'E'.
           03 SO-RETRY-CNT      PIC 9(03).
           03 SO-LAST-DATE      PIC 9(08).
           03 SO-LAST-RC        PIC 9(02).
           03 SO-RETRY-DATE     PIC 9(08).
           03 FILLER            PIC X(02)  VALUE SPACES.
      *
       FD  SINP-FILE RECORDING MODE F.
       01  SINP-REC.
           05 SINP-ISLEM-TIPI   PIC X(01).
           05 SINP-NO           PIC X(07).
           05 SINP-FROM-ID      PIC X(05).
           05 SINP-FROM-DVZ     PIC X(03).
           05 SINP-TO-ID        PIC X(05).
           05 SINP-TO-DVZ       PIC X(03).
           05 SINP-AMOUNT       PIC X(11).
           05 SINP-AMOUNT-N REDEFINES SINP-AMOUNT
                                PIC 9(09)V9(02).
           05 SINP-FREQ         PIC X(01).
           05 SINP-NEXT-DATE    PIC X(08).
           05 SINP-NEXT-DATE-N REDEFINES SINP-NEXT-DATE
                                PIC 9(08).
           05 SINP-END-DATE     PIC X(08).
           05 SINP-END-DATE-N REDEFINES SINP-END-DATE
                                PIC 9(08).
      *
       FD  SOUT-FILE RECORDING MODE F.
       01  SOUT-REC             PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 WS-PBEGDAT        PIC X(08)   VALUE 'PBEGDAT'.
           05 WS-DATE-AREA.
              07 WS-DATE-FUNC     PIC X(01).
              07 WS-DATE-RC       PIC 9(02).
              07 WS-DATE-MSG      PIC X(40).
              07 WS-DATE-CURRENT  PIC 9(08).
              07 WS-DATE-PREVIOUS PIC 9(08).
              07 WS-DATE-PROOF    PIC 9(08).
              07 WS-DATE-NEXT     PIC 9(08).
           05 SO-ST             PIC 9(02).
              88 SO-SUCCESS                 VALUE 00 97.
           05 SINP-ST           PIC 9(02).
              88 SINP-EOF                   VALUE 10.
              88 SINP-SUCCESS               VALUE 00 97.
           05 SOUT-ST           PIC 9(02).
              88 SOUT-SUCCESS               VALUE 00 97.
           05 WS-ISLEM-TIPI     PIC X(01).
              88 WS-ISLEM-TIPI-VALID        VALUE 'W' 'U' 'S' 'X' 'A'.
           05 WS-FREQ           PIC X(01).
              88 WS-FREQ-VALID              VALUE 'D' 'W' 'M' 'Q' 'Y'.
           05 WS-CHECK-DATE     PIC 9(08).
           05 WS-RC             PIC 9(02)   VALUE ZEROS.
           05 WS-MESSAGE        PIC X(40).
           05 WS-CNT-READ       PIC 9(05)   VALUE ZEROS.
           05 WS-CNT-OK         PIC 9(05)   VALUE ZEROS.
           05 WS-CNT-ERROR      PIC 9(05)   VALUE ZEROS.
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM H030-GET-BUSINESS-DATE.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-PROCESS UNTIL SINP-EOF.
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
       H100-OPEN-FILES.
           OPEN I-O SO-FILE.
           IF NOT SO-SUCCESS
              OPEN OUTPUT SO-FILE
              CLOSE SO-FILE
              OPEN I-O SO-FILE
           END-IF.
           IF NOT SO-SUCCESS
              DISPLAY 'UNABLE TO OPEN FILE: ' SO-ST
              MOVE SO-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT SINP-FILE.
           IF NOT SINP-SUCCESS
              DISPLAY 'UNABLE TO OPEN FILE: ' SINP-ST
              MOVE SINP-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT SOUT-FILE.
           IF NOT SOUT-SUCCESS
              DISPLAY 'UNABLE TO OPEN FILE: ' SOUT-ST
              MOVE SOUT-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           READ SINP-FILE.
       H100-END. EXIT.
      *ROUTE EACH MAINTENANCE TRANSACTION TO ITS OPERATION
       H200-PROCESS.
           ADD 1 TO WS-CNT-READ.
           MOVE ZEROS  TO WS-RC.
           MOVE SPACES TO WS-MESSAGE.
           MOVE SINP-ISLEM-TIPI TO WS-ISLEM-TIPI.
           IF NOT WS-ISLEM-TIPI-VALID
              MOVE 'INVALID OPERATE' TO WS-MESSAGE
              MOVE 90 TO WS-RC
           ELSE
              IF SINP-NO NOT NUMERIC
                 MOVE 'INVALID ORDER NUMBER' TO WS-MESSAGE
                 MOVE 90 TO WS-RC
              ELSE
                 EVALUATE WS-ISLEM-TIPI
                    WHEN 'W'
                       PERFORM H300-ADD-ORDER
                    WHEN 'U'
                       PERFORM H400-CHANGE-ORDER
                    WHEN 'S'
                       PERFORM H500-SUSPEND-ORDER
                    WHEN 'X'
                       PERFORM H520-CANCEL-ORDER
                    WHEN 'A'
                       PERFORM H550-ACTIVATE-ORDER
                 END-EVALUATE
              END-IF
           END-IF.
           IF WS-RC = 0
              ADD 1 TO WS-CNT-OK
           ELSE
              ADD 1 TO WS-CNT-ERROR
           END-IF.
           PERFORM H800-WRITE-LOG.
           READ SINP-FILE.
       H200-END. EXIT.
      *ADD A NEW ORDER - BOTH ACCOUNT KEYS, A NON-ZERO AMOUNT, A
      *KNOWN FREQUENCY AND A REAL FIRST DUE DATE ARE ALL REQUIRED.
      *AN END DATE OF ZEROS OR SPACES LEAVES THE ORDER OPEN-ENDED
       H300-ADD-ORDER.
           PERFORM H310-EDIT-KEYS.
           IF WS-RC = 0
              PERFORM H320-EDIT-SCHEDULE
           END-IF.
           IF WS-RC = 0
              MOVE SINP-NO         TO SO-NO
              MOVE SINP-FROM-ID    TO SO-FROM-ID
              MOVE SINP-FROM-DVZ   TO SO-FROM-DVZ
              MOVE SINP-TO-ID      TO SO-TO-ID
              MOVE SINP-TO-DVZ     TO SO-TO-DVZ
              MOVE SINP-AMOUNT-N   TO SO-AMOUNT
              MOVE SINP-FREQ       TO SO-FREQ
              MOVE SINP-NEXT-DATE-N TO SO-NEXT-DATE
              MOVE SINP-NEXT-DATE(7:2) TO SO-ANCHOR-DAY
              IF SINP-END-DATE NUMERIC
                 MOVE SINP-END-DATE-N TO SO-END-DATE
              ELSE
                 MOVE ZEROS        TO SO-END-DATE
              END-IF
              SET SO-ACTIVE        TO TRUE
              MOVE ZEROS           TO SO-RETRY-CNT SO-LAST-DATE
                                      SO-LAST-RC SO-RETRY-DATE
              WRITE SO-FIELDS
                 INVALID KEY
                    MOVE 'DUPLICATE ORDER' TO WS-MESSAGE
                    MOVE SO-ST             TO WS-RC
                 NOT INVALID KEY
                    MOVE 'ORDER ADDED'     TO WS-MESSAGE
              END-WRITE
           END-IF.
       H300-END. EXIT.
       H310-EDIT-KEYS.
           IF SINP-FROM-ID NOT NUMERIC OR SINP-FROM-DVZ NOT NUMERIC
              OR SINP-TO-ID NOT NUMERIC OR SINP-TO-DVZ NOT NUMERIC
              MOVE 'FROM AND TO ACCOUNT REQUIRED' TO WS-MESSAGE
              MOVE 90 TO WS-RC
           ELSE
              IF SINP-FROM-ID = SINP-TO-ID
                 AND SINP-FROM-DVZ = SINP-TO-DVZ
                 MOVE 'TRANSFER TO SAME ACCOUNT' TO WS-MESSAGE
                 MOVE 90 TO WS-RC
              END-IF
           END-IF.
       H310-END. EXIT.
       H320-EDIT-SCHEDULE.
           MOVE SINP-FREQ TO WS-FREQ.
           EVALUATE TRUE
              WHEN SINP-AMOUNT NOT NUMERIC OR SINP-AMOUNT-N = ZEROS
                 MOVE 'AMOUNT REQUIRED' TO WS-MESSAGE
                 MOVE 90 TO WS-RC
              WHEN NOT WS-FREQ-VALID
                 MOVE 'FREQUENCY MUST BE D/W/M/Q/Y' TO WS-MESSAGE
                 MOVE 90 TO WS-RC
              WHEN SINP-NEXT-DATE NOT NUMERIC
                 MOVE 'NEXT DUE DATE REQUIRED' TO WS-MESSAGE
                 MOVE 90 TO WS-RC
              WHEN OTHER
                 MOVE SINP-NEXT-DATE-N TO WS-CHECK-DATE
                 PERFORM H330-CHECK-DATE
                 PERFORM H335-CHECK-NOT-PAST
           END-EVALUATE.
           IF WS-RC = 0 AND SINP-END-DATE NUMERIC
              AND SINP-END-DATE-N NOT = ZEROS
              MOVE SINP-END-DATE-N TO WS-CHECK-DATE
              PERFORM H330-CHECK-DATE
              IF WS-RC = 0 AND SINP-END-DATE-N < SINP-NEXT-DATE-N
                 MOVE 'END DATE BEFORE NEXT DUE DATE' TO WS-MESSAGE
                 MOVE 90 TO WS-RC
              END-IF
           END-IF.
       H320-END. EXIT.
      *A DATE THAT IS NOT A REAL CALENDAR DAY WOULD NEVER COME DUE
       H330-CHECK-DATE.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-CHECK-DATE) NOT = 0
              MOVE 'INVALID DATE' TO WS-MESSAGE
              MOVE 90 TO WS-RC
           END-IF.
       H330-END. EXIT.
      *A DUE DATE ALREADY BEHIND THE BUSINESS DATE WOULD BE POSTED
      *BY THE NEXT DAILY RUN AS IF IT HAD BEEN MISSED
       H335-CHECK-NOT-PAST.
           IF WS-RC = 0 AND WS-CHECK-DATE < WS-DATE-CURRENT
              MOVE 'INVALID DATE' TO WS-MESSAGE
              MOVE 90 TO WS-RC
           END-IF.
       H335-END. EXIT.
      *CHANGE THE TERMS OF A LIVE ORDER - A NON-NUMERIC OR BLANK
      *FIELD KEEPS THE OLD VALUE, A NEW NEXT DUE DATE ALSO RESETS
      *THE ANCHOR DAY AND ANY RETRY IN PROGRESS
       H400-CHANGE-ORDER.
           PERFORM H250-READ-ORDER.
           IF WS-RC = 0 AND (SO-CANCELLED OR SO-ENDED)
              MOVE 'ORDER NO LONGER LIVE' TO WS-MESSAGE
              MOVE 90 TO WS-RC
           END-IF.
           IF WS-RC = 0
              PERFORM H410-EDIT-CHANGES
           END-IF.
           IF WS-RC = 0
              IF SINP-FROM-ID NUMERIC AND SINP-FROM-DVZ NUMERIC
                 MOVE SINP-FROM-ID  TO SO-FROM-ID
                 MOVE SINP-FROM-DVZ TO SO-FROM-DVZ
              END-IF
              IF SINP-TO-ID NUMERIC AND SINP-TO-DVZ NUMERIC
                 MOVE SINP-TO-ID    TO SO-TO-ID
                 MOVE SINP-TO-DVZ   TO SO-TO-DVZ
              END-IF
              IF SINP-AMOUNT NUMERIC AND SINP-AMOUNT-N > ZEROS
                 MOVE SINP-AMOUNT-N TO SO-AMOUNT
              END-IF
              IF WS-FREQ-VALID
                 MOVE SINP-FREQ     TO SO-FREQ
              END-IF
              IF SINP-NEXT-DATE NUMERIC
                 MOVE SINP-NEXT-DATE-N    TO SO-NEXT-DATE
                 MOVE SINP-NEXT-DATE(7:2) TO SO-ANCHOR-DAY
                 MOVE ZEROS               TO SO-RETRY-CNT
                                             SO-RETRY-DATE
              END-IF
              IF SINP-END-DATE NUMERIC
                 MOVE SINP-END-DATE-N TO SO-END-DATE
              END-IF
              IF SO-FROM-ID = SO-TO-ID AND SO-FROM-DVZ = SO-TO-DVZ
                 MOVE 'TRANSFER TO SAME ACCOUNT' TO WS-MESSAGE
                 MOVE 90 TO WS-RC
              ELSE
                 IF SO-END-DATE NOT = ZEROS
                    AND SO-END-DATE < SO-NEXT-DATE
                    MOVE 'END DATE BEFORE NEXT DUE DATE' TO WS-MESSAGE
                    MOVE 90 TO WS-RC
                 ELSE
                    REWRITE SO-FIELDS
                    END-REWRITE
                    MOVE 'ORDER CHANGED' TO WS-MESSAGE
                 END-IF
              END-IF
           END-IF.
       H400-END. EXIT.
       H410-EDIT-CHANGES.
           MOVE SINP-FREQ TO WS-FREQ.
           IF SINP-FREQ NOT = SPACE AND NOT WS-FREQ-VALID
              MOVE 'FREQUENCY MUST BE D/W/M/Q/Y' TO WS-MESSAGE
              MOVE 90 TO WS-RC
           END-IF.
           IF WS-RC = 0 AND SINP-NEXT-DATE NUMERIC
              MOVE SINP-NEXT-DATE-N TO WS-CHECK-DATE
              PERFORM H330-CHECK-DATE
              PERFORM H335-CHECK-NOT-PAST
           END-IF.
           IF WS-RC = 0 AND SINP-END-DATE NUMERIC
              AND SINP-END-DATE-N NOT = ZEROS
              MOVE SINP-END-DATE-N TO WS-CHECK-DATE
              PERFORM H330-CHECK-DATE
           END-IF.
       H410-END. EXIT.
      *SUSPEND A LIVE ORDER - THE DAILY RUN PASSES IT OVER UNTIL IT
      *IS ACTIVATED AGAIN
       H500-SUSPEND-ORDER.
           PERFORM H250-READ-ORDER.
           IF WS-RC = 0
              IF SO-ACTIVE
                 SET SO-SUSPENDED TO TRUE
                 REWRITE SO-FIELDS
                 END-REWRITE
                 MOVE 'ORDER SUSPENDED' TO WS-MESSAGE
              ELSE
                 MOVE 'ORDER NOT ACTIVE' TO WS-MESSAGE
                 MOVE 90 TO WS-RC
              END-IF
           END-IF.
       H500-END. EXIT.
      *CANCEL AN ORDER FOR GOOD - THE RECORD STAYS ON THE MASTER SO
      *CUSTOMER SERVICE CAN STILL SEE WHAT IT WAS
       H520-CANCEL-ORDER.
           PERFORM H250-READ-ORDER.
           IF WS-RC = 0
              IF SO-CANCELLED
                 MOVE 'ORDER ALREADY CANCELLED' TO WS-MESSAGE
                 MOVE 90 TO WS-RC
              ELSE
                 SET SO-CANCELLED TO TRUE
                 REWRITE SO-FIELDS
                 END-REWRITE
                 MOVE 'ORDER CANCELLED' TO WS-MESSAGE
              END-IF
           END-IF.
       H520-END. EXIT.
      *PUT A SUSPENDED OR FAILED ORDER BACK IN SERVICE WITH A CLEAN
      *RETRY COUNT - A CANCELLED OR ENDED ORDER MUST BE ADDED AGAIN
       H550-ACTIVATE-ORDER.
           PERFORM H250-READ-ORDER.
           IF WS-RC = 0
              IF SO-SUSPENDED OR SO-FAILED
                 SET SO-ACTIVE TO TRUE
                 MOVE ZEROS TO SO-RETRY-CNT SO-RETRY-DATE
                 REWRITE SO-FIELDS
                 END-REWRITE
                 MOVE 'ORDER ACTIVATED' TO WS-MESSAGE
              ELSE
                 MOVE 'ORDER NOT SUSPENDED OR FAILED' TO WS-MESSAGE
                 MOVE 90 TO WS-RC
              END-IF
           END-IF.
       H550-END. EXIT.
      *GENERAL KEYED READ FOR THE MAINTENANCE OPERATIONS
       H250-READ-ORDER.
           MOVE SINP-NO TO SO-NO.
           READ SO-FILE
              INVALID KEY
                 MOVE 'NO SUCH ORDER' TO WS-MESSAGE
                 MOVE SO-ST           TO WS-RC
           END-READ.
       H250-END. EXIT.
      *ONE LOG LINE PER TRANSACTION FOR THE MAINTENANCE AUDIT
       H800-WRITE-LOG.
           MOVE SPACES TO SOUT-REC.
           STRING SINP-NO '-'
                  SINP-ISLEM-TIPI '-' 'RC:'
                  WS-RC '-'
                  WS-MESSAGE
                  DELIMITED BY SIZE INTO SOUT-REC
           END-STRING.
           WRITE SOUT-REC
           END-WRITE.
       H800-END. EXIT.
      *CONTROL TOTALS SO THE MAINTENANCE RUN CAN BE RECONCILED
       H900-WRITE-SUMMARY.
           MOVE SPACES TO SOUT-REC.
           STRING 'CTL TOTAL READ:  ' WS-CNT-READ
              DELIMITED BY SIZE INTO SOUT-REC
           END-STRING.
           WRITE SOUT-REC END-WRITE.
           MOVE SPACES TO SOUT-REC.
           STRING 'CTL TOTAL OK:    ' WS-CNT-OK
              DELIMITED BY SIZE INTO SOUT-REC
           END-STRING.
           WRITE SOUT-REC END-WRITE.
           MOVE SPACES TO SOUT-REC.
           STRING 'CTL TOTAL ERROR: ' WS-CNT-ERROR
              DELIMITED BY SIZE INTO SOUT-REC
           END-STRING.
           WRITE SOUT-REC END-WRITE.
       H900-END. EXIT.
       H999-PROGRAM-EXIT.
           CLOSE SO-FILE
                 SINP-FILE
                 SOUT-FILE.
           STOP RUN.
       H999-END. EXIT.
