                           ACCESS        RANDOM
                           RECORD        CUST-NO
                           STATUS        CUST-ST.
      *THE HOLD FILE EARMARKS PART OF A BALANCE - IT IS KEYED BY
      *ACCOUNT PLUS HOLD NUMBER SO ONE ACCOUNT'S HOLDS READ TOGETHER
           SELECT HOLD-FILE ASSIGN       HOLDFL
                           ORGANIZATION  INDEXED
                           ACCESS        DYNAMIC
                           RECORD        HOLD-KEY
                           STATUS        HOLD-ST.
      *THE DATED RATE MASTER KEPT BY PBEG0018 - AN EXCHANGE CONVERTS
      *THROUGH IT
           SELECT RATE-FILE ASSIGN       RATEREF
                           ORGANIZATION  INDEXED
                           ACCESS        RANDOM
                           RECORD        RATE-CODE
                           STATUS        RATE-ST.
      *THE SPREADS AND RATE AGE LIMIT PER CURRENCY, AND THE BASE
      *CURRENCY THE RATES ARE QUOTED AGAINST
           SELECT FXPARM-FILE ASSIGN FXPARM
                           ORGANIZATION LINE SEQUENTIAL
                           STATUS FXPARM-ST.
           SELECT BASE-PARM ASSIGN BASECURF
                           ORGANIZATION LINE SEQUENTIAL
                           STATUS BPARM-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-REC.
              88 CUST-ACTIVE               VALUE 'A'.
              88 CUST-CLOSED               VALUE 'C'.
           03 FILLER            PIC X(05)  VALUE SPACES.
      *
       FD  HOLD-FILE.
       01  HOLD-FIELDS.
           03 HOLD-KEY.
              05 HOLD-ACCT-ID   PIC 9(05).
              05 HOLD-ACCT-DVZ  PIC 9(03).
              05 HOLD-NO        PIC 9(05).
           03 HOLD-AMOUNT       PIC 9(09)V9(02).
           03 HOLD-REASON       PIC X(02).
           03 HOLD-PLACED-DATE  PIC 9(08).
           03 HOLD-EXPIRY-DATE  PIC 9(08).
           03 HOLD-STATUS       PIC X(01).
              88 HOLD-ACTIVE               VALUE 'A'.
              88 HOLD-RELEASED             VALUE 'R'.
              88 HOLD-EXPIRED              VALUE 'E'.
           03 HOLD-CLOSED-DATE  PIC 9(08).
           03 FILLER            PIC X(10)  VALUE SPACES.
      *ONE DATED RATE PER CURRENCY - THE VALUE IS HOW MANY UNITS OF
      *THE BASE CURRENCY ONE UNIT OF THIS CURRENCY IS WORTH
       FD  RATE-FILE.
       01  RATE-FIELDS.
           03 RATE-CODE         PIC 9(03).
           03 RATE-DATE         PIC 9(08).
           03 RATE-VALUE        PIC 9(07)V9(06).
           03 RATE-STATUS       PIC X(01).
              88 RATE-ACTIVE               VALUE 'A'.
              88 RATE-SUSPENDED            VALUE 'S'.
           03 FILLER            PIC X(05)  VALUE SPACES.
      *
      *ONE LINE PER CURRENCY - CODE 000 SETS THE SPREADS AND THE AGE
      *LIMIT FOR EVERY CURRENCY WITHOUT A LINE OF ITS OWN.  SPREADS
      *ARE PERCENTAGES WITH THREE DECIMALS, THE AGE LIMIT IS IN DAYS
       FD  FXPARM-FILE RECORDING MODE F.
       01  FXPARM-REC.
           05 FXPARM-DVZ        PIC X(03).
           05 FXPARM-BUY        PIC X(05).
           05 FXPARM-BUY-N REDEFINES FXPARM-BUY
                                PIC 9(02)V9(03).
           05 FXPARM-SELL       PIC X(05).
           05 FXPARM-SELL-N REDEFINES FXPARM-SELL
                                PIC 9(02)V9(03).
           05 FXPARM-MAX-AGE    PIC X(03).
           05 FXPARM-MAX-AGE-N REDEFINES FXPARM-MAX-AGE
                                PIC 9(03).
      *
       FD  BASE-PARM RECORDING MODE F.
       01  BPARM-REC.
           05 BPARM-DVZ         PIC X(03).
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
           05 WS-DATE-LOADED-SW PIC X(01)   VALUE 'N'.
              88 WS-DATE-LOADED             VALUE 'Y'.
      *A TRAIL ROW IS STAMPED WITH THE BUSINESS DATE AND THE TIME
      *OF DAY, SO A RUN PAST MIDNIGHT STAYS ON ITS BUSINESS DAY
           05 WS-HIST-TS.
              07 WS-HIST-TS-DATE PIC 9(08).
              07 WS-HIST-TS-TIME PIC 9(06).
           05 ACCT-ST           PIC 9(02).
              88 ACCT-EOF                   VALUE 10.
              88 ACCT-SUCCESS               VALUE 00 97.
           05 HVER-ST           PIC 9(02).
              88 HVER-EOF                   VALUE 10.
              88 HVER-SUCCESS               VALUE 00 97.
           05 HOLD-ST           PIC 9(02).
              88 HOLD-SUCCESS               VALUE 00 97.
           05 RATE-ST           PIC 9(02).
              88 RATE-SUCCESS               VALUE 00 97.
           05 FXPARM-ST         PIC 9(02).
              88 FXPARM-EOF                 VALUE 10.
              88 FXPARM-SUCCESS             VALUE 00 97.
           05 BPARM-ST          PIC 9(02).
              88 BPARM-SUCCESS              VALUE 00 97.
           05 WS-ACCT-OPEN-SW   PIC X(01)   VALUE 'N'.
              88 WS-ACCT-OPENED             VALUE 'Y'.
           05 WS-HIST-OPEN-SW   PIC X(01)   VALUE 'N'.
              88 WS-CURR-OPENED             VALUE 'Y'.
           05 WS-CUST-OPEN-SW   PIC X(01)   VALUE 'N'.
              88 WS-CUST-OPENED             VALUE 'Y'.
           05 WS-HOLD-OPEN-SW   PIC X(01)   VALUE 'N'.
              88 WS-HOLD-OPENED             VALUE 'Y'.
           05 WS-RATE-OPEN-SW   PIC X(01)   VALUE 'N'.
              88 WS-RATE-OPENED             VALUE 'Y'.
           05 WS-FX-LOADED-SW   PIC X(01)   VALUE 'N'.
              88 WS-FX-LOADED               VALUE 'Y'.
           05 WS-BROWSE-SW      PIC X(01)   VALUE 'N'.
              88 WS-BROWSE-ACTIVE           VALUE 'Y'.
           05 WS-BROWSE-SURNAME PIC X(15).
           05 WS-VER-SW         PIC X(01).
              88 WS-VER-FOUND               VALUE 'F'.
              88 WS-VER-REVERSED            VALUE 'R'.
           05 WS-TODAY-YYYYMMDD PIC 9(08).
           05 WS-DEBIT-AMOUNT   PIC S9(09)V9(02) COMP-3.
           05 WS-HELD-AMOUNT    PIC S9(09)V9(02) COMP-3.
           05 WS-AVAILABLE      PIC S9(09)V9(02) COMP-3.
           05 WS-LAST-HOLD-NO   PIC 9(05).
           05 WS-HOLD-EXPIRY    PIC 9(08).
           05 WS-HOLD-SCAN-SW   PIC X(01).
              88 WS-HOLD-SCAN-DONE          VALUE 'Y'.
      *A HOLD ROW LEAVES THE ACCOUNT IMAGE UNCHANGED AND CARRIES THE
      *HOLD IN ITS BEFORE-IMAGE NAME AND SURNAME SLOTS, THE WAY A
      *REVERSAL ROW CARRIES ITS CROSS-REFERENCE
           05 WS-HOLD-TRAIL-1.
              07 WS-HT-AMOUNT   PIC 9(09)V9(02).
              07 FILLER         PIC X(04)   VALUE SPACES.
           05 WS-HOLD-TRAIL-2.
              07 WS-HT-NO       PIC 9(05).
              07 WS-HT-REASON   PIC X(02).
              07 WS-HT-EXPIRY   PIC 9(08).
           05 WS-BASE-DVZ       PIC 9(03)   VALUE 949.
           05 WS-FX-DEF-BUY     PIC 9(02)V9(03) VALUE ZEROS.
           05 WS-FX-DEF-SELL    PIC 9(02)V9(03) VALUE ZEROS.
           05 WS-FX-DEF-AGE     PIC 9(03)   VALUE 3.
           05 WS-FX-IX          PIC 9(03).
           05 WS-FX-CODE        PIC 9(03).
           05 WS-FX-BUY-SPRD    PIC 9(02)V9(03).
           05 WS-FX-SELL-SPRD   PIC 9(02)V9(03).
           05 WS-FX-MAX-AGE     PIC 9(03).
           05 WS-FX-RATE-AGE    PIC S9(07)  COMP-3.
           05 WS-FX-MID-RATE    PIC 9(07)V9(06).
           05 WS-FX-BUY-RATE    PIC 9(07)V9(06).
           05 WS-FX-SELL-RATE   PIC 9(07)V9(06).
           05 WS-FX-TO-AMOUNT   PIC 9(09)V9(02).
           05 WS-FX-CUST-NO     PIC 9(05).
      *AN EXCHANGE ROW CARRIES THE RATE ITS LEG WAS DEALT AT, WHICH
      *SIDE THE BANK TOOK (B BOUGHT THE CURRENCY, S SOLD IT) AND THE
      *OTHER LEG OF THE DEAL IN ITS BEFORE-IMAGE NAME AND SURNAME
      *SLOTS - THE BALANCE IMAGES CARRY THE MOVEMENT ITSELF
           05 WS-FX-TRAIL-1.
              07 WS-FT-RATE     PIC 9(07)V9(06).
              07 WS-FT-SIDE     PIC X(01).
              07 FILLER         PIC X(01)   VALUE SPACES.
           05 WS-FX-TRAIL-2.
              07 WS-FT-CTR-DVZ  PIC 9(03).
              07 WS-FT-CTR-AMOUNT PIC 9(09)V9(02).
              07 FILLER         PIC X(01)   VALUE SPACES.
      *PER-CURRENCY SPREADS AND AGE LIMITS LOADED FROM THE PARAMETER
      *FILE, INDEXED DIRECTLY BY THE CURRENCY CODE
       01  WS-FX-TABLE.
           05 WS-FX-ENTRY OCCURS 999 TIMES.
              07 FXT-SET-SW     PIC X(01).
                 88 FXT-SET                 VALUE 'Y'.
              07 FXT-BUY        PIC 9(02)V9(03).
              07 FXT-SELL       PIC 9(02)V9(03).
              07 FXT-MAX-AGE    PIC 9(03).
       LINKAGE SECTION.
       01  LS-WORK-AREA.
           05 LS-SUB-FUNC    PIC X(01).
              88 LS-FUNC-CREDIT             VALUE 'C'.
              88 LS-FUNC-DEBIT              VALUE 'B'.
              88 LS-FUNC-TRANSFER           VALUE 'T'.
              88 LS-FUNC-EXCHANGE           VALUE 'X'.
              88 LS-FUNC-REVERSAL           VALUE 'V'.
              88 LS-FUNC-BROWSE             VALUE 'S'.
              88 LS-FUNC-HOLD               VALUE 'H'.
              88 LS-FUNC-RELEASE            VALUE 'L'.
      *EXPIRY IS A RELEASE ONLY THE NIGHTLY HOLD RUN MAY ASK FOR -
      *NO POSTING INPUT CARRIES THIS CODE
              88 LS-FUNC-EXPIRE             VALUE 'E'.
              88 LS-FUNC-CLOSE-FILES        VALUE 'F'.
           05 LS-SUB-ID      PIC 9(05).
           05 LS-SUB-DVZ     PIC 9(03).
           05 LS-SUB-RC      PIC 9(02).
           05 LS-SUB-NAME    PIC X(15).
           05 LS-SUB-SURNAME PIC X(15).
      *A HOLD CARRIES ITS NUMBER, EXPIRY AND REASON WHERE OTHER
      *OPERATIONS CARRY THE SURNAME
           05 LS-SUB-HOLD-AREA REDEFINES LS-SUB-SURNAME.
              07 LS-SUB-HOLD-NO     PIC X(05).
              07 LS-SUB-HOLD-EXPIRY PIC X(08).
              07 LS-SUB-HOLD-REASON PIC X(02).
           05 LS-SUB-DATE    PIC X(07).
           05 LS-SUB-AMOUNT  PIC 9(09)V9(02).
      *THE SECOND KEY NAMES THE RECEIVING ACCOUNT OF A TRANSFER OR
      *OF AN EXCHANGE
           05 LS-SUB-ID2     PIC 9(05).
           05 LS-SUB-DVZ2    PIC 9(03).
           05 LS-SUB-DATA    PIC X(84).
                 PERFORM H750-DEBIT
              WHEN LS-FUNC-TRANSFER
                 PERFORM H720-TRANSFER
              WHEN LS-FUNC-EXCHANGE
                 PERFORM H730-EXCHANGE
              WHEN LS-FUNC-REVERSAL
                 PERFORM H760-REVERSAL
              WHEN LS-FUNC-BROWSE
                 PERFORM H800-BROWSE-NAME
              WHEN LS-FUNC-HOLD
                 PERFORM H790-PLACE-HOLD
              WHEN LS-FUNC-RELEASE OR LS-FUNC-EXPIRE
                 PERFORM H795-RELEASE-HOLD
              WHEN LS-FUNC-CLOSE-FILES
                 PERFORM H900-CLOSE-FILES
           END-EVALUATE.
      *(A SINGLE-SHOT CALLER IS COVERED BY RUN-UNIT TERMINATION)
      *ACCT-HIST IS ONLY NEEDED WHEN THE CALL WILL AUDIT A CHANGE
       H100-OPEN-FILES.
           IF NOT WS-DATE-LOADED
              PERFORM H102-GET-BUSINESS-DATE
           END-IF.
           IF NOT WS-ACCT-OPENED
              OPEN I-O ACCT-REC
              IF NOT ACCT-SUCCESS
              AND (LS-FUNC-UPDATE OR LS-FUNC-DELETE
              OR LS-FUNC-REACTIVATE OR LS-FUNC-WRITE
              OR LS-FUNC-CREDIT OR LS-FUNC-DEBIT
              OR LS-FUNC-TRANSFER OR LS-FUNC-REVERSAL
              OR LS-FUNC-HOLD OR LS-FUNC-RELEASE
              OR LS-FUNC-EXPIRE OR LS-FUNC-EXCHANGE)
              OPEN EXTEND ACCT-HIST
              IF NOT HIST-SUCCESS
                 OPEN OUTPUT ACCT-HIST
              SET WS-HIST-OPENED TO TRUE
           END-IF.
       H100-END. EXIT.
      *THE PROCESSING DATE COMES FROM THE BUSINESS-DATE RECORD, READ
      *ONCE PER RUN LIKE THE FILES ARE OPENED ONCE - A CALL THAT
      *CANNOT GET IT IS REFUSED RATHER THAN POSTED ON A GUESS
       H102-GET-BUSINESS-DATE.
           MOVE 'G'   TO WS-DATE-FUNC.
           MOVE ZEROS TO WS-DATE-RC.
           CALL WS-PBEGDAT USING WS-DATE-AREA.
           IF WS-DATE-RC NOT = 0
              MOVE WS-DATE-MSG TO LS-SUB-DATA
              MOVE WS-DATE-RC  TO LS-SUB-RC
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE WS-DATE-CURRENT TO WS-TODAY-YYYYMMDD.
           SET WS-DATE-LOADED TO TRUE.
       H102-END. EXIT.
      *THE HOLD FILE IS OPENED THE FIRST TIME A CALL NEEDS IT AND IS
      *CREATED EMPTY IF IT HAS NEVER BEEN LOADED
       H105-OPEN-HOLDS.
           IF NOT WS-HOLD-OPENED
              OPEN I-O HOLD-FILE
              IF NOT HOLD-SUCCESS
                 OPEN OUTPUT HOLD-FILE
                 CLOSE HOLD-FILE
                 OPEN I-O HOLD-FILE
              END-IF
              IF NOT HOLD-SUCCESS
                 MOVE 'UNABLE TO OPEN HOLD FILE' TO LS-SUB-DATA
                 MOVE HOLD-ST                    TO LS-SUB-RC
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              SET WS-HOLD-OPENED TO TRUE
           END-IF.
       H105-END. EXIT.
      *GENERAL READ
       H150-READ-FILE.
           MOVE LS-SUB-ID  TO ACCT-ID.
           MOVE ACCT-ID           TO HIST-ID.
           MOVE ACCT-DVZ          TO HIST-DVZ.
           MOVE LS-SUB-FUNC       TO HIST-ISLEM-TIPI.
      *AN EXPIRY IS AUDITED AS A LIFT LIKE ANY OTHER RELEASE - THE
      *HOLD RECORD ITSELF SAYS WHICH IT WAS
           IF LS-FUNC-EXPIRE
              MOVE 'L'            TO HIST-ISLEM-TIPI
           END-IF.
           MOVE WS-TODAY-YYYYMMDD TO WS-HIST-TS-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HIST-TS-TIME.
           MOVE WS-HIST-TS        TO HIST-TIMESTAMP.
           MOVE ACCT-CUST-AREA    TO HIST-NEW-NAME.
           MOVE ACCT-SURNAME      TO HIST-NEW-SURNAME.
           MOVE ACCT-DATE         TO HIST-NEW-DATE.
              MOVE 82 TO LS-SUB-RC
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE LS-SUB-AMOUNT TO WS-DEBIT-AMOUNT.
           PERFORM H788-CHECK-AVAILABLE.
           PERFORM H155-READ-TO-ACCOUNT.
           IF ACCT-CLOSED
              MOVE 'TO ACCOUNT CLOSED' TO LS-SUB-DATA
                 PERFORM H999-PROGRAM-EXIT
           END-IF.
       H155-END. EXIT.
      *CONVERT BETWEEN TWO CURRENCY ACCOUNTS OF ONE CUSTOMER THROUGH
      *THE RATE MASTER.  THE BANK BUYS THE CURRENCY LEAVING THE FROM
      *ACCOUNT AT ITS RATE LESS THE BUY SPREAD AND SELLS THE CURRENCY
      *ARRIVING ON THE TO ACCOUNT AT ITS RATE PLUS THE SELL SPREAD.
      *LIKE A TRANSFER, BOTH LEGS ARE PROVED BEFORE EITHER IS TOUCHED
      *SO EITHER BOTH POST WITH THEIR AUDIT ROWS OR NEITHER DOES
       H730-EXCHANGE.
           PERFORM H100-OPEN-FILES.
           IF LS-SUB-AMOUNT NOT NUMERIC OR LS-SUB-AMOUNT = ZEROS
              MOVE 'EXCHANGE AMOUNT REQUIRED' TO LS-SUB-DATA
              MOVE 90                         TO LS-SUB-RC
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF LS-SUB-DVZ = ZEROS OR LS-SUB-DVZ2 = ZEROS
              OR LS-SUB-DVZ2 = LS-SUB-DVZ
              MOVE 'EXCHANGE NEEDS TWO CURRENCIES' TO LS-SUB-DATA
              MOVE 90                              TO LS-SUB-RC
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H735-LOAD-FX-PARMS.
           MOVE LS-SUB-DVZ  TO WS-FX-CODE.
           PERFORM H740-GET-FX-RATE.
           COMPUTE WS-FX-BUY-RATE ROUNDED =
              WS-FX-MID-RATE * (100 - WS-FX-BUY-SPRD) / 100
              ON SIZE ERROR
                 MOVE 'EXCHANGE RATE OUT OF RANGE' TO LS-SUB-DATA
                 MOVE 90                           TO LS-SUB-RC
                 PERFORM H999-PROGRAM-EXIT
           END-COMPUTE.
           MOVE LS-SUB-DVZ2 TO WS-FX-CODE.
           PERFORM H740-GET-FX-RATE.
           COMPUTE WS-FX-SELL-RATE ROUNDED =
              WS-FX-MID-RATE * (100 + WS-FX-SELL-SPRD) / 100
              ON SIZE ERROR
                 MOVE 'EXCHANGE RATE OUT OF RANGE' TO LS-SUB-DATA
                 MOVE 90                           TO LS-SUB-RC
                 PERFORM H999-PROGRAM-EXIT
           END-COMPUTE.
           COMPUTE WS-FX-TO-AMOUNT ROUNDED =
              LS-SUB-AMOUNT * WS-FX-BUY-RATE / WS-FX-SELL-RATE
              ON SIZE ERROR
                 MOVE 'BALANCE LIMIT EXCEEDED' TO LS-SUB-DATA
                 MOVE 83                       TO LS-SUB-RC
                 PERFORM H999-PROGRAM-EXIT
           END-COMPUTE.
           IF WS-FX-TO-AMOUNT = ZEROS
              MOVE 'EXCHANGE AMOUNT TOO SMALL' TO LS-SUB-DATA
              MOVE 90                          TO LS-SUB-RC
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H150-READ-FILE.
           IF ACCT-CLOSED
              MOVE 'FROM ACCOUNT CLOSED' TO LS-SUB-DATA
              MOVE 81                    TO LS-SUB-RC
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF LS-SUB-AMOUNT > ACCT-BALANCE
              MOVE ACCT-BALANCE TO OUT-BALANCE
              STRING 'INSUFFICIENT BALANCE: '
                     OUT-BALANCE
                     DELIMITED BY SIZE INTO LS-SUB-DATA
              END-STRING
              MOVE 82 TO LS-SUB-RC
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE LS-SUB-AMOUNT TO WS-DEBIT-AMOUNT.
           PERFORM H788-CHECK-AVAILABLE.
           MOVE ACCT-CUST-NO TO WS-FX-CUST-NO.
           PERFORM H155-READ-TO-ACCOUNT.
           IF ACCT-CLOSED
              MOVE 'TO ACCOUNT CLOSED' TO LS-SUB-DATA
              MOVE 81                  TO LS-SUB-RC
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF ACCT-CUST-NO NOT = WS-FX-CUST-NO
              MOVE 'EXCHANGE ACROSS CUSTOMERS' TO LS-SUB-DATA
              MOVE 90                          TO LS-SUB-RC
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           ADD WS-FX-TO-AMOUNT TO ACCT-BALANCE GIVING WS-XFR-TO-BAL
              ON SIZE ERROR
                 MOVE 'BALANCE LIMIT EXCEEDED' TO LS-SUB-DATA
                 MOVE 83                       TO LS-SUB-RC
                 PERFORM H999-PROGRAM-EXIT
           END-ADD.
      *BOTH LEGS ARE CLEAN - POST THE CREDIT SIDE FIRST WHILE ITS
      *RECORD IS STILL IN THE BUFFER, THEN RE-READ AND DEBIT
           PERFORM H650-SNAP-BEFORE.
           MOVE WS-FX-SELL-RATE TO WS-FT-RATE.
           MOVE 'S'             TO WS-FT-SIDE.
           MOVE LS-SUB-DVZ      TO WS-FT-CTR-DVZ.
           MOVE LS-SUB-AMOUNT   TO WS-FT-CTR-AMOUNT.
           PERFORM H745-SNAP-FX.
           MOVE WS-XFR-TO-BAL TO ACCT-BALANCE.
           PERFORM H660-WRITE-HIST.
           REWRITE ACCT-FIELDS
           END-REWRITE.
           PERFORM H150-READ-FILE.
           PERFORM H650-SNAP-BEFORE.
           MOVE WS-FX-BUY-RATE  TO WS-FT-RATE.
           MOVE 'B'             TO WS-FT-SIDE.
           MOVE LS-SUB-DVZ2     TO WS-FT-CTR-DVZ.
           MOVE WS-FX-TO-AMOUNT TO WS-FT-CTR-AMOUNT.
           PERFORM H745-SNAP-FX.
           SUBTRACT LS-SUB-AMOUNT FROM ACCT-BALANCE.
           PERFORM H660-WRITE-HIST.
           REWRITE ACCT-FIELDS
           END-REWRITE.
           MOVE WS-FX-TO-AMOUNT TO OUT-BALANCE.
           STRING 'EXCHANGE POSTED-CREDITED: '
                  OUT-BALANCE
                  DELIMITED BY SIZE INTO LS-SUB-DATA
           END-STRING.
       H730-END. EXIT.
      *THE SPREADS AND THE BASE CURRENCY ARE READ ONCE, ON THE FIRST
      *EXCHANGE OF THE RUN.  ABSENT PARAMETERS LEAVE NO SPREAD, A
      *THREE-DAY AGE LIMIT AND TRY AS THE BASE, AS IN PBEG0019
       H735-LOAD-FX-PARMS.
           IF NOT WS-FX-LOADED
              MOVE SPACES TO WS-FX-TABLE
              OPEN INPUT FXPARM-FILE
              IF FXPARM-SUCCESS
                 READ FXPARM-FILE
                 PERFORM H736-LOAD-FX-LINE
                    UNTIL FXPARM-EOF OR NOT FXPARM-SUCCESS
                 CLOSE FXPARM-FILE
              END-IF
              OPEN INPUT BASE-PARM
              IF BPARM-SUCCESS
                 READ BASE-PARM
                 IF BPARM-SUCCESS AND BPARM-DVZ NUMERIC
                    MOVE BPARM-DVZ TO WS-BASE-DVZ
                 END-IF
                 CLOSE BASE-PARM
              END-IF
              SET WS-FX-LOADED TO TRUE
           END-IF.
       H735-END. EXIT.
      *A LINE WITH ANY FIELD BLANK OR NONSENSE IS IGNORED
       H736-LOAD-FX-LINE.
           IF FXPARM-DVZ NUMERIC AND FXPARM-BUY NUMERIC
              AND FXPARM-SELL NUMERIC AND FXPARM-MAX-AGE NUMERIC
              IF FXPARM-DVZ = '000'
                 MOVE FXPARM-BUY-N     TO WS-FX-DEF-BUY
                 MOVE FXPARM-SELL-N    TO WS-FX-DEF-SELL
                 MOVE FXPARM-MAX-AGE-N TO WS-FX-DEF-AGE
              ELSE
                 MOVE FXPARM-DVZ       TO WS-FX-IX
                 MOVE 'Y'              TO FXT-SET-SW (WS-FX-IX)
                 MOVE FXPARM-BUY-N     TO FXT-BUY (WS-FX-IX)
                 MOVE FXPARM-SELL-N    TO FXT-SELL (WS-FX-IX)
                 MOVE FXPARM-MAX-AGE-N TO FXT-MAX-AGE (WS-FX-IX)
              END-IF
           END-IF.
           READ FXPARM-FILE.
       H736-END. EXIT.
      *THE BASE CURRENCY IS WORTH ONE UNIT OF ITSELF AND CARRIES NO
      *SPREAD - EVERY OTHER CURRENCY NEEDS A USABLE DATED RATE
       H740-GET-FX-RATE.
           IF WS-FX-CODE = WS-BASE-DVZ
              MOVE 1     TO WS-FX-MID-RATE
              MOVE ZEROS TO WS-FX-BUY-SPRD WS-FX-SELL-SPRD
           ELSE
              PERFORM H742-READ-FX-RATE
           END-IF.
       H740-END. EXIT.
      *A RATE THAT IS MISSING, SUSPENDED OR ZERO REFUSES THE DEAL
      *WITH RC 95 - ONE OLDER THAN THE AGE LIMIT FOR ITS CURRENCY
      *REFUSES IT WITH RC 96 SO THE DESK KNOWS TO RE-QUOTE
       H742-READ-FX-RATE.
           IF NOT WS-RATE-OPENED
              OPEN INPUT RATE-FILE
              IF NOT RATE-SUCCESS
                 MOVE 'UNABLE TO OPEN RATE REF' TO LS-SUB-DATA
                 MOVE RATE-ST                   TO LS-SUB-RC
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              SET WS-RATE-OPENED TO TRUE
           END-IF.
           MOVE WS-FX-CODE TO RATE-CODE.
           READ RATE-FILE
              INVALID KEY
                 STRING 'NO RATE FOR CURRENCY ' WS-FX-CODE
                    DELIMITED BY SIZE INTO LS-SUB-DATA
                 END-STRING
                 MOVE 95 TO LS-SUB-RC
                 PERFORM H999-PROGRAM-EXIT
           END-READ.
           IF RATE-SUSPENDED OR RATE-VALUE = ZEROS
              STRING 'RATE SUSPENDED FOR CURRENCY ' WS-FX-CODE
                 DELIMITED BY SIZE INTO LS-SUB-DATA
              END-STRING
              MOVE 95 TO LS-SUB-RC
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE WS-FX-DEF-BUY  TO WS-FX-BUY-SPRD.
           MOVE WS-FX-DEF-SELL TO WS-FX-SELL-SPRD.
           MOVE WS-FX-DEF-AGE  TO WS-FX-MAX-AGE.
           IF FXT-SET (WS-FX-CODE)
              MOVE FXT-BUY (WS-FX-CODE)     TO WS-FX-BUY-SPRD
              MOVE FXT-SELL (WS-FX-CODE)    TO WS-FX-SELL-SPRD
              MOVE FXT-MAX-AGE (WS-FX-CODE) TO WS-FX-MAX-AGE
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(RATE-DATE) NOT = 0
              STRING 'RATE DATE INVALID FOR CURRENCY ' WS-FX-CODE
                 DELIMITED BY SIZE INTO LS-SUB-DATA
              END-STRING
              MOVE 96 TO LS-SUB-RC
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           COMPUTE WS-FX-RATE-AGE =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)
            - FUNCTION INTEGER-OF-DATE(RATE-DATE).
      *A RATE DATED AFTER THE BUSINESS DATE IS NOT YET IN FORCE
           IF WS-FX-RATE-AGE < 0
              STRING 'RATE NOT YET EFFECTIVE FOR CURRENCY ' WS-FX-CODE
                 DELIMITED BY SIZE INTO LS-SUB-DATA
              END-STRING
              MOVE 96 TO LS-SUB-RC
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF WS-FX-RATE-AGE > WS-FX-MAX-AGE
              STRING 'RATE OUT OF DATE FOR CURRENCY ' WS-FX-CODE
                 DELIMITED BY SIZE INTO LS-SUB-DATA
              END-STRING
              MOVE 96 TO LS-SUB-RC
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE RATE-VALUE TO WS-FX-MID-RATE.
       H742-END. EXIT.
      *PUT THE DEAL DETAILS IN THE BEFORE-IMAGE NAME AND SURNAME
      *SLOTS ONCE THE LEG'S BEFORE-IMAGE HAS BEEN TAKEN
       H745-SNAP-FX.
           MOVE WS-FX-TRAIL-1 TO HIST-NAME.
           MOVE WS-FX-TRAIL-2 TO HIST-SURNAME.
       H745-END. EXIT.
      *BACK OUT A POSTED CREDIT OR DEBIT NAMED BY ITS TIMESTAMP -
      *THE ORIGINAL ROW MUST EXIST ON THE LIVE TRAIL FOR THIS KEY
      *AND MUST NOT ALREADY HAVE BEEN REVERSED.  THE AUDIT ROW IS
              MOVE 82 TO LS-SUB-RC
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE WS-ORIG-AMOUNT TO WS-DEBIT-AMOUNT.
           PERFORM H788-CHECK-AVAILABLE.
           PERFORM H650-SNAP-BEFORE.
           MOVE WS-ORIG-TS TO HIST-SURNAME.
           SUBTRACT WS-ORIG-AMOUNT FROM ACCT-BALANCE.
              MOVE 82 TO LS-SUB-RC
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE LS-SUB-AMOUNT TO WS-DEBIT-AMOUNT.
           PERFORM H788-CHECK-AVAILABLE.
           PERFORM H650-SNAP-BEFORE.
           SUBTRACT LS-SUB-AMOUNT FROM ACCT-BALANCE.
           PERFORM H660-WRITE-HIST.
                  DELIMITED BY SIZE INTO LS-SUB-DATA
           END-STRING.
       H750-END. EXIT.
      *TOTAL THE LIVE HOLDS ON THE ACCOUNT NAMED BY THE CALL.  A
      *HOLD PAST ITS EXPIRY DATE NO LONGER EARMARKS ANYTHING EVEN
      *BEFORE THE NIGHTLY RUN GETS ROUND TO MARKING IT EXPIRED.
      *THE HIGHEST HOLD NUMBER SEEN IS KEPT FOR THE NEXT PLACEMENT
       H780-SUM-HOLDS.
           PERFORM H105-OPEN-HOLDS.
           MOVE ZEROS      TO WS-HELD-AMOUNT WS-LAST-HOLD-NO.
           MOVE 'N'        TO WS-HOLD-SCAN-SW.
           MOVE LS-SUB-ID  TO HOLD-ACCT-ID.
           MOVE LS-SUB-DVZ TO HOLD-ACCT-DVZ.
           MOVE ZEROS      TO HOLD-NO.
           START HOLD-FILE KEY NOT < HOLD-KEY
              INVALID KEY
                 SET WS-HOLD-SCAN-DONE TO TRUE
           END-START.
           PERFORM H785-ADD-HOLD UNTIL WS-HOLD-SCAN-DONE.
       H780-END. EXIT.
       H785-ADD-HOLD.
           READ HOLD-FILE NEXT RECORD
              AT END
                 SET WS-HOLD-SCAN-DONE TO TRUE
           END-READ.
           IF NOT WS-HOLD-SCAN-DONE
              IF HOLD-ACCT-ID NOT = LS-SUB-ID
                 OR HOLD-ACCT-DVZ NOT = LS-SUB-DVZ
                 SET WS-HOLD-SCAN-DONE TO TRUE
              ELSE
                 MOVE HOLD-NO TO WS-LAST-HOLD-NO
                 IF HOLD-ACTIVE
                    AND (HOLD-EXPIRY-DATE = ZEROS
                    OR HOLD-EXPIRY-DATE >= WS-TODAY-YYYYMMDD)
                    ADD HOLD-AMOUNT TO WS-HELD-AMOUNT
                 END-IF
              END-IF
           END-IF.
       H785-END. EXIT.
      *MONEY UNDER A HOLD IS STILL ON THE BALANCE BUT MAY NOT LEAVE
      *IT - A DEBIT THAT THE BALANCE COVERS BUT THE AVAILABLE
      *BALANCE DOES NOT IS REFUSED WITH ITS OWN RC 92 SO THE BRANCH
      *CAN TELL A LIEN FROM A PLAIN SHORTFALL
       H788-CHECK-AVAILABLE.
           PERFORM H780-SUM-HOLDS.
           COMPUTE WS-AVAILABLE = ACCT-BALANCE - WS-HELD-AMOUNT.
           IF WS-AVAILABLE < ZEROS
              MOVE ZEROS TO WS-AVAILABLE
           END-IF.
           IF WS-DEBIT-AMOUNT > WS-AVAILABLE
              MOVE WS-AVAILABLE TO OUT-BALANCE
              STRING 'FUNDS HELD-AVAILABLE: '
                     OUT-BALANCE
                     DELIMITED BY SIZE INTO LS-SUB-DATA
              END-STRING
              MOVE 92 TO LS-SUB-RC
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H788-END. EXIT.
      *EARMARK PART OF THE AVAILABLE BALANCE UNDER THE NEXT FREE
      *HOLD NUMBER FOR THE ACCOUNT.  THE AUDIT ROW GOES ON BEFORE
      *THE HOLD RECORD THE SAME WAY A POSTING'S ROW PRECEDES ITS
      *REWRITE, AND LEAVES THE BALANCE IMAGE UNTOUCHED SO THE
      *RECONCILE, REBUILD AND PROOF JOBS NET IT TO ZERO
       H790-PLACE-HOLD.
           PERFORM H100-OPEN-FILES.
           IF LS-SUB-AMOUNT NOT NUMERIC OR LS-SUB-AMOUNT = ZEROS
              MOVE 'HOLD AMOUNT REQUIRED' TO LS-SUB-DATA
              MOVE 90                     TO LS-SUB-RC
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF LS-SUB-HOLD-REASON = SPACES
              MOVE 'HOLD REASON REQUIRED' TO LS-SUB-DATA
              MOVE 90                     TO LS-SUB-RC
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE ZEROS TO WS-HOLD-EXPIRY.
           IF LS-SUB-HOLD-EXPIRY NUMERIC
              MOVE LS-SUB-HOLD-EXPIRY TO WS-HOLD-EXPIRY
           END-IF.
           IF WS-HOLD-EXPIRY NOT = ZEROS
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-HOLD-EXPIRY) NOT = 0
                 OR WS-HOLD-EXPIRY < WS-TODAY-YYYYMMDD
                 MOVE 'INVALID HOLD EXPIRY DATE' TO LS-SUB-DATA
                 MOVE 90                         TO LS-SUB-RC
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
           PERFORM H150-READ-FILE.
           IF ACCT-CLOSED
              MOVE 'HOLD ON CLOSED ACCOUNT' TO LS-SUB-DATA
              MOVE 81                       TO LS-SUB-RC
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF LS-SUB-AMOUNT > ACCT-BALANCE
              MOVE ACCT-BALANCE TO OUT-BALANCE
              STRING 'INSUFFICIENT BALANCE: '
                     OUT-BALANCE
                     DELIMITED BY SIZE INTO LS-SUB-DATA
              END-STRING
              MOVE 82 TO LS-SUB-RC
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE LS-SUB-AMOUNT TO WS-DEBIT-AMOUNT.
           PERFORM H788-CHECK-AVAILABLE.
           IF WS-LAST-HOLD-NO = 99999
              MOVE 'HOLD NUMBERS EXHAUSTED' TO LS-SUB-DATA
              MOVE 90                       TO LS-SUB-RC
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE LS-SUB-ID          TO HOLD-ACCT-ID.
           MOVE LS-SUB-DVZ         TO HOLD-ACCT-DVZ.
           COMPUTE HOLD-NO = WS-LAST-HOLD-NO + 1.
           MOVE LS-SUB-AMOUNT      TO HOLD-AMOUNT.
           MOVE LS-SUB-HOLD-REASON TO HOLD-REASON.
           MOVE WS-TODAY-YYYYMMDD  TO HOLD-PLACED-DATE.
           MOVE WS-HOLD-EXPIRY     TO HOLD-EXPIRY-DATE.
           SET HOLD-ACTIVE         TO TRUE.
           MOVE ZEROS              TO HOLD-CLOSED-DATE.
           PERFORM H650-SNAP-BEFORE.
           PERFORM H798-SNAP-HOLD.
           PERFORM H660-WRITE-HIST.
           WRITE HOLD-FIELDS
              INVALID KEY
                 MOVE 'DUPLICATE HOLD' TO LS-SUB-DATA
                 MOVE HOLD-ST          TO LS-SUB-RC
                 PERFORM H999-PROGRAM-EXIT
           END-WRITE.
           COMPUTE WS-AVAILABLE = WS-AVAILABLE - LS-SUB-AMOUNT.
           MOVE WS-AVAILABLE TO OUT-BALANCE.
           STRING 'HOLD PLACED-NO:' HOLD-NO
                  ' AVAILABLE: ' OUT-BALANCE
                  DELIMITED BY SIZE INTO LS-SUB-DATA
           END-STRING.
       H790-END. EXIT.
      *LIFT A LIVE HOLD SO ITS AMOUNT IS AVAILABLE AGAIN - THE HOLD
      *RECORD STAYS ON FILE MARKED RELEASED (OR EXPIRED WHEN THE
      *NIGHTLY RUN LIFTS IT) AND THE LIFT IS AUDITED LIKE THE PLACE
       H795-RELEASE-HOLD.
           PERFORM H100-OPEN-FILES.
           IF LS-SUB-HOLD-NO NOT NUMERIC
              MOVE 'HOLD NUMBER REQUIRED' TO LS-SUB-DATA
              MOVE 90                     TO LS-SUB-RC
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H150-READ-FILE.
           PERFORM H105-OPEN-HOLDS.
           MOVE LS-SUB-ID      TO HOLD-ACCT-ID.
           MOVE LS-SUB-DVZ     TO HOLD-ACCT-DVZ.
           MOVE LS-SUB-HOLD-NO TO HOLD-NO.
           READ HOLD-FILE KEY IS HOLD-KEY
              INVALID KEY
                 MOVE 'NO SUCH HOLD' TO LS-SUB-DATA
                 MOVE HOLD-ST        TO LS-SUB-RC
                 PERFORM H999-PROGRAM-EXIT
           END-READ.
           IF NOT HOLD-ACTIVE
              MOVE 'HOLD NOT ACTIVE' TO LS-SUB-DATA
              MOVE 93                TO LS-SUB-RC
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF LS-FUNC-EXPIRE
              SET HOLD-EXPIRED  TO TRUE
           ELSE
              SET HOLD-RELEASED TO TRUE
           END-IF.
           MOVE WS-TODAY-YYYYMMDD TO HOLD-CLOSED-DATE.
           PERFORM H650-SNAP-BEFORE.
           PERFORM H798-SNAP-HOLD.
           PERFORM H660-WRITE-HIST.
           REWRITE HOLD-FIELDS
           END-REWRITE.
           MOVE HOLD-AMOUNT TO OUT-BALANCE.
           IF HOLD-EXPIRED
              STRING 'HOLD EXPIRED-NO:' HOLD-NO
                     ' AMOUNT: ' OUT-BALANCE
                     DELIMITED BY SIZE INTO LS-SUB-DATA
              END-STRING
           ELSE
              STRING 'HOLD RELEASED-NO:' HOLD-NO
                     ' AMOUNT: ' OUT-BALANCE
                     DELIMITED BY SIZE INTO LS-SUB-DATA
              END-STRING
           END-IF.
       H795-END. EXIT.
      *PUT THE HOLD DETAILS IN THE BEFORE-IMAGE NAME AND SURNAME
      *SLOTS - THE BALANCE IMAGES ON BOTH SIDES STAY EQUAL
       H798-SNAP-HOLD.
           MOVE HOLD-AMOUNT      TO WS-HT-AMOUNT.
           MOVE HOLD-NO          TO WS-HT-NO.
           MOVE HOLD-REASON      TO WS-HT-REASON.
           MOVE HOLD-EXPIRY-DATE TO WS-HT-EXPIRY.
           MOVE WS-HOLD-TRAIL-1  TO HIST-NAME.
           MOVE WS-HOLD-TRAIL-2  TO HIST-SURNAME.
       H798-END. EXIT.
      *BROWSE THE MASTER BY SURNAME OVER THE ALTERNATE INDEX
      *EACH CALL HANDS BACK ONE MATCH - THE CALLER REPEATS THE CALL
      *UNTIL RC 13 SAYS THE SURNAME IS EXHAUSTED
              CLOSE CUST-FILE
              MOVE 'N' TO WS-CUST-OPEN-SW
           END-IF.
           IF WS-HOLD-OPENED
              CLOSE HOLD-FILE
              MOVE 'N' TO WS-HOLD-OPEN-SW
           END-IF.
           IF WS-RATE-OPENED
              CLOSE RATE-FILE
              MOVE 'N' TO WS-RATE-OPEN-SW
           END-IF.
           MOVE 'N' TO WS-BROWSE-SW.
           MOVE 'N' TO WS-DATE-LOADED-SW.
           MOVE 'FILES CLOSED' TO LS-SUB-DATA.
       H900-END. EXIT.
      *GIVE CONTROL BACK TO THE MAIN PROG - FILES ARE LEFT OPEN
