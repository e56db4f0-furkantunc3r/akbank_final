       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PBEG0030.
       AUTHOR.        FURKAN TUNCER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *THE CLEARING FILE EXACTLY AS IT ARRIVES FROM THE CLEARING
      *HOUSE - IT IS READ TWICE, ONCE TO PROVE IT AND ONCE TO ROUTE
      *THE PAYMENTS
           SELECT CLR-FILE ASSIGN CLRIN
                           STATUS CLR-ST.
      *GOOD PAYMENTS AS 'C' RECORDS FOR THE PBEG0014 PRE-EDIT AND
      *THE PBEG0006 POSTING CYCLE
           SELECT POST-FILE ASSIGN CLRPOST
                           STATUS POST-ST.
      *PAYMENTS THAT CAN NEVER POST GO BACK TO THE SENDER IN THE
      *CLEARING HOUSE'S OWN FORMAT
           SELECT RTN-FILE ASSIGN CLRRTN
                           STATUS RTN-ST.
           SELECT ACCT-REC ASSIGN        ACCTREC
                           ORGANIZATION  INDEXED
                           ACCESS        RANDOM
                           RECORD        ACCT-KEY
                           STATUS        ACCT-ST.
           SELECT CURR-FILE ASSIGN       CURRREF
                           ORGANIZATION  INDEXED
                           ACCESS        RANDOM
                           RECORD        CURR-CODE
                           STATUS        CURR-ST.
           SELECT RPT-FILE ASSIGN RPTFILE
                           STATUS RPT-ST.
       DATA DIVISION.
       FILE SECTION.
      *ONE FILE HEADER, THEN PER BATCH A HEADER, ITS PAYMENTS AND A
      *TRAILER, THEN ONE FILE TRAILER.  THE HASH TOTAL IS THE SUM OF
      *THE BENEFICIARY ACCOUNT NUMBERS
       FD  CLR-FILE RECORDING MODE F.
       01  CLR-REC.
           05 CLR-REC-TYPE      PIC X(01).
              88 CLR-FILE-HEADER            VALUE '1'.
              88 CLR-BATCH-HEADER           VALUE '5'.
              88 CLR-DETAIL                 VALUE '6'.
              88 CLR-BATCH-TRAILER          VALUE '8'.
              88 CLR-FILE-TRAILER           VALUE '9'.
           05 CLR-BODY          PIC X(79).
           05 CLR-FH REDEFINES CLR-BODY.
              07 FH-SENDER      PIC X(08).
              07 FH-RECEIVER    PIC X(08).
              07 FH-FILE-DATE   PIC 9(08).
              07 FH-FILE-SEQ    PIC 9(04).
              07 FILLER         PIC X(51).
           05 CLR-BH REDEFINES CLR-BODY.
              07 BH-BATCH-NO    PIC 9(05).
              07 BH-ORIGINATOR  PIC X(08).
              07 BH-VALUE-DATE  PIC X(08).
              07 FILLER         PIC X(58).
           05 CLR-DT REDEFINES CLR-BODY.
              07 DT-TRACE-NO    PIC X(10).
              07 DT-ACCT-ID     PIC 9(05).
              07 DT-ACCT-DVZ    PIC 9(03).
              07 DT-AMOUNT      PIC 9(09)V9(02).
              07 DT-SENDER-NAME PIC X(20).
              07 DT-SENDER-REF  PIC X(16).
              07 DT-RETURN-REASON PIC X(02).
              07 FILLER         PIC X(12).
           05 CLR-BT REDEFINES CLR-BODY.
              07 BT-BATCH-NO    PIC 9(05).
              07 BT-ITEM-COUNT  PIC 9(07).
              07 BT-HASH-TOTAL  PIC 9(13).
              07 BT-AMOUNT-TOTAL PIC 9(13)V9(02).
              07 FILLER         PIC X(39).
           05 CLR-FT REDEFINES CLR-BODY.
              07 FT-BATCH-COUNT PIC 9(05).
              07 FT-ITEM-COUNT  PIC 9(07).
              07 FT-HASH-TOTAL  PIC 9(13).
              07 FT-AMOUNT-TOTAL PIC 9(13)V9(02).
              07 FILLER         PIC X(39).
      *
      *THE PBEG0006 INPUT LAYOUT CUT DOWN TO WHAT A CREDIT CARRIES
       FD  POST-FILE RECORDING MODE F.
       01  POST-REC.
           05 POST-ISLEM-TIPI   PIC X(01).
           05 POST-ID           PIC 9(05).
           05 POST-DVZ          PIC 9(03).
           05 POST-AMOUNT       PIC 9(09)V9(02).
           05 FILLER            PIC X(04).
           05 POST-SURNAME      PIC X(15).
           05 POST-DATE         PIC X(07).
           05 POST-MAKER-ID     PIC X(08).
           05 POST-SOURCE       PIC X(03).
           05 POST-SENDER-REF   PIC X(16).
      *
      *SAME LAYOUT AS THE INCOMING FILE - A RETURNED PAYMENT IS THE
      *ORIGINAL DETAIL WITH THE RETURN REASON FILLED IN
       FD  RTN-FILE RECORDING MODE F.
       01  RTN-REC.
           05 RTN-REC-TYPE      PIC X(01).
           05 RTN-BODY          PIC X(79).
           05 RTN-FH REDEFINES RTN-BODY.
              07 RFH-SENDER     PIC X(08).
              07 RFH-RECEIVER   PIC X(08).
              07 RFH-FILE-DATE  PIC 9(08).
              07 RFH-FILE-SEQ   PIC 9(04).
              07 FILLER         PIC X(51).
           05 RTN-DT REDEFINES RTN-BODY.
              07 FILLER         PIC X(65).
              07 RDT-RETURN-REASON PIC X(02).
              07 FILLER         PIC X(12).
           05 RTN-BT REDEFINES RTN-BODY.
              07 RBT-BATCH-NO   PIC 9(05).
              07 RBT-ITEM-COUNT PIC 9(07).
              07 RBT-HASH-TOTAL PIC 9(13).
              07 RBT-AMOUNT-TOTAL PIC 9(13)V9(02).
              07 FILLER         PIC X(39).
           05 RTN-FT REDEFINES RTN-BODY.
              07 RFT-BATCH-COUNT PIC 9(05).
              07 RFT-ITEM-COUNT PIC 9(07).
              07 RFT-HASH-TOTAL PIC 9(13).
              07 RFT-AMOUNT-TOTAL PIC 9(13)V9(02).
              07 FILLER         PIC X(39).
      *
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
       FD  CURR-FILE.
       01  CURR-FIELDS.
           03 CURR-CODE         PIC 9(03).
           03 CURR-ISO          PIC X(03).
           03 CURR-DESC         PIC X(20).
           03 CURR-STATUS       PIC X(01).
              88 CURR-ACTIVE               VALUE 'A'.
              88 CURR-SUSPENDED            VALUE 'S'.
           03 FILLER            PIC X(05)  VALUE SPACES.
      *
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC               PIC X(80).
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
           05 CLR-ST             PIC 9(02).
              88 CLR-EOF                    VALUE 10.
              88 CLR-SUCCESS                VALUE 00 97.
           05 POST-ST            PIC 9(02).
              88 POST-SUCCESS               VALUE 00 97.
           05 RTN-ST             PIC 9(02).
              88 RTN-SUCCESS                VALUE 00 97.
           05 ACCT-ST            PIC 9(02).
              88 ACCT-SUCCESS               VALUE 00 97.
              88 ACCT-NOT-FOUND             VALUE 23.
           05 CURR-ST            PIC 9(02).
              88 CURR-SUCCESS               VALUE 00 97.
              88 CURR-NOT-FOUND             VALUE 23.
           05 RPT-ST             PIC 9(02).
              88 RPT-SUCCESS                VALUE 00 97.
           05 WS-REJECT-SW       PIC X(01) VALUE 'N'.
              88 WS-FILE-REJECTED          VALUE 'Y'.
           05 WS-REJECT-REASON   PIC X(40) VALUE SPACES.
           05 WS-REJECT-RECNO    PIC 9(07) VALUE ZEROS.
           05 WS-HEADER-SW       PIC X(01) VALUE 'N'.
              88 WS-HEADER-SEEN            VALUE 'Y'.
           05 WS-TRAILER-SW      PIC X(01) VALUE 'N'.
              88 WS-TRAILER-SEEN           VALUE 'Y'.
           05 WS-IN-BATCH-SW     PIC X(01) VALUE 'N'.
              88 WS-IN-BATCH               VALUE 'Y'.
           05 WS-RTN-FILE-SW     PIC X(01) VALUE 'N'.
              88 WS-RTN-FILE-STARTED       VALUE 'Y'.
           05 WS-RTN-BATCH-SW    PIC X(01) VALUE 'N'.
              88 WS-RTN-BATCH-STARTED      VALUE 'Y'.
           05 WS-RETURN-CODE     PIC X(02).
              88 WS-ITEM-GOOD              VALUE SPACES.
           05 WS-RECNO           PIC 9(07) VALUE ZEROS.
           05 WS-CUR-BATCH-NO    PIC 9(05) VALUE ZEROS.
           05 WS-SWAP-ID         PIC X(08).
      *PROOF TOTALS - PASS ONE ADDS WHAT THE FILE ACTUALLY HOLDS AND
      *COMPARES IT WITH WHAT THE TRAILERS CLAIM
           05 WS-PB-ITEMS        PIC 9(07) VALUE ZEROS.
           05 WS-PB-HASH         PIC 9(13) VALUE ZEROS.
           05 WS-PB-AMOUNT       PIC 9(13)V9(02) VALUE ZEROS.
           05 WS-PF-BATCHES      PIC 9(05) VALUE ZEROS.
           05 WS-PF-ITEMS        PIC 9(07) VALUE ZEROS.
           05 WS-PF-HASH         PIC 9(13) VALUE ZEROS.
           05 WS-PF-AMOUNT       PIC 9(13)V9(02) VALUE ZEROS.
      *ROUTING TOTALS - PASS TWO SPLITS EVERY PAYMENT RECEIVED INTO
      *PASSED OR RETURNED
           05 WS-BAT-RECV-CNT    PIC 9(07) VALUE ZEROS.
           05 WS-BAT-PASS-CNT    PIC 9(07) VALUE ZEROS.
           05 WS-BAT-RTN-CNT     PIC 9(07) VALUE ZEROS.
           05 WS-BAT-RTN-HASH    PIC 9(13) VALUE ZEROS.
           05 WS-BAT-RTN-AMOUNT  PIC 9(13)V9(02) VALUE ZEROS.
           05 WS-RECV-CNT        PIC 9(07) VALUE ZEROS.
           05 WS-RECV-AMOUNT     PIC 9(13)V9(02) VALUE ZEROS.
           05 WS-PASS-CNT        PIC 9(07) VALUE ZEROS.
           05 WS-PASS-AMOUNT     PIC 9(13)V9(02) VALUE ZEROS.
           05 WS-RTN-CNT         PIC 9(07) VALUE ZEROS.
           05 WS-RTN-AMOUNT      PIC 9(13)V9(02) VALUE ZEROS.
           05 WS-RTN-HASH        PIC 9(13) VALUE ZEROS.
           05 WS-RTN-BATCHES     PIC 9(05) VALUE ZEROS.
           05 WS-PROOF-CNT       PIC 9(07) VALUE ZEROS.
           05 WS-PROOF-AMOUNT    PIC 9(13)V9(02) VALUE ZEROS.
           05 WS-TODAY-YYYYMMDD  PIC 9(08).
           05 WS-PAGE-NO         PIC 9(04) VALUE ZEROS.
           05 WS-LINE-COUNT      PIC 9(02) VALUE 99.
           05 WS-LINES-PER-PAGE  PIC 9(02) VALUE 55.
      *THE HEADERS ARE KEPT SO THE RETURNS FILE CAN BE OPENED WITH
      *THEM ONLY WHEN THE FIRST RETURN TURNS UP
       01  WS-SAVE-FH            PIC X(80).
       01  WS-SAVE-BH            PIC X(80).
       01  WS-HEADING-1.
           05 FILLER             PIC X(15) VALUE 'PBEG0030'.
           05 FILLER             PIC X(35) VALUE
                 'INBOUND CLEARING CONTROL'.
           05 FILLER             PIC X(05) VALUE 'PAGE '.
           05 H1-PAGE-NO         PIC ZZZ9.
           05 FILLER             PIC X(21) VALUE SPACES.
       01  WS-HEADING-2.
           05 FILLER             PIC X(07) VALUE 'SENDER'.
           05 H2-SENDER          PIC X(08) VALUE SPACES.
           05 FILLER             PIC X(12) VALUE '  FILE DATE'.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 H2-FILE-DATE       PIC X(08) VALUE SPACES.
           05 FILLER             PIC X(06) VALUE '  SEQ'.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 H2-FILE-SEQ        PIC X(04) VALUE SPACES.
           05 FILLER             PIC X(33) VALUE SPACES.
       01  WS-HEADING-3.
           05 FILLER             PIC X(07) VALUE 'BATCH'.
           05 FILLER             PIC X(12) VALUE 'TRACE NO'.
           05 FILLER             PIC X(08) VALUE 'ACCT-ID'.
           05 FILLER             PIC X(05) VALUE 'DVZ'.
           05 FILLER             PIC X(14) VALUE 'AMOUNT'.
           05 FILLER             PIC X(05) VALUE 'RSN'.
           05 FILLER             PIC X(29) VALUE 'RETURNED - REASON'.
       01  WS-DETAIL-LINE.
           05 DL-BATCH-NO        PIC 9(05).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 DL-TRACE-NO        PIC X(10).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 DL-ACCT-ID         PIC 9(05).
           05 FILLER             PIC X(03) VALUE SPACES.
           05 DL-ACCT-DVZ        PIC 9(03).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 DL-AMOUNT          PIC Z(08)9.99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 DL-REASON          PIC X(02).
           05 FILLER             PIC X(03) VALUE SPACES.
           05 DL-REASON-TEXT     PIC X(29).
       01  WS-BATCH-LINE.
           05 FILLER             PIC X(06) VALUE 'BATCH '.
           05 BL-BATCH-NO        PIC 9(05).
           05 FILLER             PIC X(11) VALUE '  RECEIVED '.
           05 BL-RECV            PIC ZZZZZZ9.
           05 FILLER             PIC X(09) VALUE '  PASSED '.
           05 BL-PASS            PIC ZZZZZZ9.
           05 FILLER             PIC X(11) VALUE '  RETURNED '.
           05 BL-RTN             PIC ZZZZZZ9.
           05 FILLER             PIC X(17) VALUE SPACES.
       01  WS-TOTAL-LINE.
           05 TL-LABEL           PIC X(20).
           05 TL-COUNT           PIC ZZZZZZ9.
           05 FILLER             PIC X(03) VALUE SPACES.
           05 TL-AMOUNT          PIC Z(12)9.99.
           05 FILLER             PIC X(34) VALUE SPACES.
       01  WS-MESSAGE-LINE.
           05 ML-LABEL           PIC X(20).
           05 ML-TEXT            PIC X(40).
           05 ML-RECNO           PIC X(20).
       PROCEDURE DIVISION.
      *A CLEARING FILE IS ALL OR NOTHING - IT IS PROVED AGAINST ITS
      *OWN TRAILERS FIRST, AND ONLY A FILE THAT BALANCES IS ROUTED.
      *EVERY PAYMENT IN A GOOD FILE ENDS UP EITHER PASSED ON FOR
      *POSTING OR RETURNED TO THE SENDER, AND THE REPORT PROVES IT
       000-MAIN.
           PERFORM H030-GET-BUSINESS-DATE.
           PERFORM H050-INIT.
           PERFORM H100-PROVE-FILE.
           IF WS-FILE-REJECTED
              PERFORM H800-REPORT-REJECTION
           ELSE
              PERFORM H400-ROUTE-FILE
              PERFORM H850-REPORT-TOTALS
           END-IF.
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
       H050-INIT.
           MOVE WS-DATE-CURRENT TO WS-TODAY-YYYYMMDD.
           OPEN OUTPUT RPT-FILE.
           IF NOT RPT-SUCCESS
              DISPLAY 'UNABLE TO OPEN FILE: ' RPT-ST
              MOVE RPT-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT POST-FILE.
           IF NOT POST-SUCCESS
              DISPLAY 'UNABLE TO OPEN FILE: ' POST-ST
              MOVE POST-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT RTN-FILE.
           IF NOT RTN-SUCCESS
              DISPLAY 'UNABLE TO OPEN FILE: ' RTN-ST
              MOVE RTN-ST TO RETURN-CODE
              STOP RUN
           END-IF.
       H050-END. EXIT.
      *PASS ONE - WALK THE FILE CHECKING ITS SHAPE AND ADDING UP
      *WHAT IT REALLY HOLDS.  THE FIRST FAULT REJECTS THE FILE
       H100-PROVE-FILE.
           OPEN INPUT CLR-FILE.
           IF NOT CLR-SUCCESS
              DISPLAY 'UNABLE TO OPEN FILE: ' CLR-ST
              MOVE CLR-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE ZEROS TO WS-RECNO.
           READ CLR-FILE.
           PERFORM H150-PROVE-RECORD
              UNTIL CLR-EOF OR WS-FILE-REJECTED.
           IF NOT WS-FILE-REJECTED
              EVALUATE TRUE
                 WHEN WS-RECNO = 0
                    MOVE 'FILE IS EMPTY' TO WS-REJECT-REASON
                    SET WS-FILE-REJECTED TO TRUE
                 WHEN WS-IN-BATCH
                    MOVE 'BATCH TRAILER MISSING' TO WS-REJECT-REASON
                    SET WS-FILE-REJECTED TO TRUE
                 WHEN NOT WS-TRAILER-SEEN
                    MOVE 'FILE TRAILER MISSING' TO WS-REJECT-REASON
                    SET WS-FILE-REJECTED TO TRUE
              END-EVALUATE
           END-IF.
           CLOSE CLR-FILE.
       H100-END. EXIT.
       H150-PROVE-RECORD.
           ADD 1 TO WS-RECNO.
           EVALUATE TRUE
              WHEN WS-TRAILER-SEEN
                 MOVE 'RECORD AFTER FILE TRAILER' TO WS-REJECT-REASON
              WHEN CLR-FILE-HEADER
                 PERFORM H200-PROVE-FILE-HEADER
              WHEN NOT WS-HEADER-SEEN
                 MOVE 'FILE HEADER MISSING' TO WS-REJECT-REASON
              WHEN CLR-BATCH-HEADER
                 PERFORM H210-PROVE-BATCH-HEADER
              WHEN CLR-DETAIL
                 PERFORM H220-PROVE-DETAIL
              WHEN CLR-BATCH-TRAILER
                 PERFORM H230-PROVE-BATCH-TRAILER
              WHEN CLR-FILE-TRAILER
                 PERFORM H240-PROVE-FILE-TRAILER
              WHEN OTHER
                 MOVE 'UNKNOWN RECORD TYPE' TO WS-REJECT-REASON
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES
              SET WS-FILE-REJECTED TO TRUE
              MOVE WS-RECNO TO WS-REJECT-RECNO
           ELSE
              READ CLR-FILE
           END-IF.
       H150-END. EXIT.
       H200-PROVE-FILE-HEADER.
           IF WS-RECNO NOT = 1
              MOVE 'FILE HEADER OUT OF PLACE' TO WS-REJECT-REASON
           ELSE
              SET WS-HEADER-SEEN TO TRUE
              MOVE CLR-REC      TO WS-SAVE-FH
              MOVE FH-SENDER    TO H2-SENDER
              MOVE FH-FILE-DATE TO H2-FILE-DATE
              MOVE FH-FILE-SEQ  TO H2-FILE-SEQ
           END-IF.
       H200-END. EXIT.
       H210-PROVE-BATCH-HEADER.
           IF WS-IN-BATCH
              MOVE 'BATCH TRAILER MISSING' TO WS-REJECT-REASON
           ELSE
           IF BH-BATCH-NO NOT NUMERIC
              MOVE 'BATCH NUMBER NOT NUMERIC' TO WS-REJECT-REASON
           ELSE
              SET WS-IN-BATCH TO TRUE
              MOVE BH-BATCH-NO TO WS-CUR-BATCH-NO
              MOVE ZEROS TO WS-PB-ITEMS WS-PB-HASH WS-PB-AMOUNT
              ADD 1 TO WS-PF-BATCHES
           END-IF
           END-IF.
       H210-END. EXIT.
      *A PAYMENT THAT CANNOT EVEN BE ADDED UP MAKES THE TOTALS
      *UNPROVABLE, SO IT REJECTS THE FILE RATHER THAN THE ITEM
       H220-PROVE-DETAIL.
           IF NOT WS-IN-BATCH
              MOVE 'PAYMENT OUTSIDE A BATCH' TO WS-REJECT-REASON
           ELSE
           IF DT-ACCT-ID NOT NUMERIC OR DT-ACCT-DVZ NOT NUMERIC
              OR DT-AMOUNT NOT NUMERIC
              MOVE 'PAYMENT FIELDS NOT NUMERIC' TO WS-REJECT-REASON
           ELSE
              ADD 1          TO WS-PB-ITEMS WS-PF-ITEMS
              ADD DT-ACCT-ID TO WS-PB-HASH WS-PF-HASH
              ADD DT-AMOUNT  TO WS-PB-AMOUNT WS-PF-AMOUNT
           END-IF
           END-IF.
       H220-END. EXIT.
       H230-PROVE-BATCH-TRAILER.
           EVALUATE TRUE
              WHEN NOT WS-IN-BATCH
                 MOVE 'BATCH TRAILER OUT OF PLACE' TO WS-REJECT-REASON
              WHEN BT-BATCH-NO NOT NUMERIC
                OR BT-ITEM-COUNT NOT NUMERIC
                OR BT-HASH-TOTAL NOT NUMERIC
                OR BT-AMOUNT-TOTAL NOT NUMERIC
                 MOVE 'BATCH TRAILER NOT NUMERIC' TO WS-REJECT-REASON
              WHEN BT-BATCH-NO NOT = WS-CUR-BATCH-NO
                 MOVE 'BATCH TRAILER NUMBER MISMATCH'
                                             TO WS-REJECT-REASON
              WHEN BT-ITEM-COUNT NOT = WS-PB-ITEMS
                 MOVE 'BATCH ITEM COUNT MISMATCH' TO WS-REJECT-REASON
              WHEN BT-HASH-TOTAL NOT = WS-PB-HASH
                 MOVE 'BATCH HASH TOTAL MISMATCH' TO WS-REJECT-REASON
              WHEN BT-AMOUNT-TOTAL NOT = WS-PB-AMOUNT
                 MOVE 'BATCH AMOUNT TOTAL MISMATCH' TO WS-REJECT-REASON
              WHEN OTHER
                 MOVE 'N' TO WS-IN-BATCH-SW
           END-EVALUATE.
       H230-END. EXIT.
       H240-PROVE-FILE-TRAILER.
           EVALUATE TRUE
              WHEN WS-IN-BATCH
                 MOVE 'BATCH TRAILER MISSING' TO WS-REJECT-REASON
              WHEN FT-BATCH-COUNT NOT NUMERIC
                OR FT-ITEM-COUNT NOT NUMERIC
                OR FT-HASH-TOTAL NOT NUMERIC
                OR FT-AMOUNT-TOTAL NOT NUMERIC
                 MOVE 'FILE TRAILER NOT NUMERIC' TO WS-REJECT-REASON
              WHEN FT-BATCH-COUNT NOT = WS-PF-BATCHES
                 MOVE 'FILE BATCH COUNT MISMATCH' TO WS-REJECT-REASON
              WHEN FT-ITEM-COUNT NOT = WS-PF-ITEMS
                 MOVE 'FILE ITEM COUNT MISMATCH' TO WS-REJECT-REASON
              WHEN FT-HASH-TOTAL NOT = WS-PF-HASH
                 MOVE 'FILE HASH TOTAL MISMATCH' TO WS-REJECT-REASON
              WHEN FT-AMOUNT-TOTAL NOT = WS-PF-AMOUNT
                 MOVE 'FILE AMOUNT TOTAL MISMATCH' TO WS-REJECT-REASON
              WHEN OTHER
                 SET WS-TRAILER-SEEN TO TRUE
           END-EVALUATE.
       H240-END. EXIT.
      *PASS TWO - THE FILE IS KNOWN TO BE WHOLE, SO EVERY PAYMENT
      *IS ROUTED.  THE MASTERS ARE ONLY READ, NEVER UPDATED - THE
      *POSTING ITSELF IS LEFT TO THE NORMAL PBEG0006 CYCLE
       H400-ROUTE-FILE.
           OPEN INPUT ACCT-REC.
           IF NOT ACCT-SUCCESS
              DISPLAY 'UNABLE TO OPEN FILE: ' ACCT-ST
              MOVE ACCT-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT CURR-FILE.
           IF NOT CURR-SUCCESS
              DISPLAY 'UNABLE TO OPEN FILE: ' CURR-ST
              MOVE CURR-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT CLR-FILE.
           IF NOT CLR-SUCCESS
              DISPLAY 'UNABLE TO OPEN FILE: ' CLR-ST
              MOVE CLR-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           READ CLR-FILE.
           PERFORM H450-ROUTE-RECORD UNTIL CLR-EOF.
           IF WS-RTN-FILE-STARTED
              PERFORM H680-WRITE-RTN-FILE-TRAILER
           END-IF.
           CLOSE CLR-FILE ACCT-REC CURR-FILE.
       H400-END. EXIT.
       H450-ROUTE-RECORD.
           EVALUATE TRUE
              WHEN CLR-BATCH-HEADER
                 MOVE CLR-REC     TO WS-SAVE-BH
                 MOVE BH-BATCH-NO TO WS-CUR-BATCH-NO
                 MOVE 'N'         TO WS-RTN-BATCH-SW
                 MOVE ZEROS       TO WS-BAT-RECV-CNT WS-BAT-PASS-CNT
                                     WS-BAT-RTN-CNT WS-BAT-RTN-HASH
                                     WS-BAT-RTN-AMOUNT
              WHEN CLR-DETAIL
                 PERFORM H500-ROUTE-PAYMENT
              WHEN CLR-BATCH-TRAILER
                 PERFORM H700-CLOSE-BATCH
           END-EVALUATE.
           READ CLR-FILE.
       H450-END. EXIT.
       H500-ROUTE-PAYMENT.
           ADD 1         TO WS-BAT-RECV-CNT WS-RECV-CNT.
           ADD DT-AMOUNT TO WS-RECV-AMOUNT.
           PERFORM H550-CHECK-PAYMENT.
           IF WS-ITEM-GOOD
              PERFORM H600-PASS-PAYMENT
           ELSE
              PERFORM H650-RETURN-PAYMENT
           END-IF.
       H500-END. EXIT.
      *ONLY FAULTS THAT NO RETRY CAN CURE ARE RETURNED HERE - ANY
      *OTHER REFUSAL IS LEFT TO PBEG0006 AND THE BRANCH TO WORK
      *   01 ZERO AMOUNT             02 NO SUCH ACCOUNT
      *   03 ACCOUNT CLOSED          04 UNKNOWN CURRENCY
      *   05 CURRENCY SUSPENDED
       H550-CHECK-PAYMENT.
           MOVE SPACES TO WS-RETURN-CODE.
           IF DT-AMOUNT = 0
              MOVE '01' TO WS-RETURN-CODE
           ELSE
              MOVE DT-ACCT-ID  TO ACCT-ID
              MOVE DT-ACCT-DVZ TO ACCT-DVZ
              READ ACCT-REC KEY IS ACCT-KEY
                 INVALID KEY
                    MOVE '02' TO WS-RETURN-CODE
                 NOT INVALID KEY
                    IF ACCT-CLOSED
                       MOVE '03' TO WS-RETURN-CODE
                    ELSE
                       PERFORM H560-CHECK-CURRENCY
                    END-IF
              END-READ
              IF NOT ACCT-SUCCESS AND NOT ACCT-NOT-FOUND
                 DISPLAY 'UNABLE TO READ FILE: ' ACCT-ST
                 MOVE ACCT-ST TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
       H550-END. EXIT.
       H560-CHECK-CURRENCY.
           MOVE DT-ACCT-DVZ TO CURR-CODE.
           READ CURR-FILE
              INVALID KEY
                 MOVE '04' TO WS-RETURN-CODE
              NOT INVALID KEY
                 IF CURR-SUSPENDED
                    MOVE '05' TO WS-RETURN-CODE
                 END-IF
           END-READ.
           IF NOT CURR-SUCCESS AND NOT CURR-NOT-FOUND
              DISPLAY 'UNABLE TO READ FILE: ' CURR-ST
              MOVE CURR-ST TO RETURN-CODE
              STOP RUN
           END-IF.
       H560-END. EXIT.
      *A GOOD PAYMENT BECOMES AN ORDINARY CREDIT LINE, KEYED TO THE
      *CLEARING INTERFACE AS ITS MAKER.  THE CLEARING HOUSE TRACE
      *NUMBER IS UNIQUE TO THE PAYMENT, SO IT IS THE REFERENCE THAT
      *STOPS A RESENT FILE POSTING TWICE - THE ORIGINATOR'S OWN
      *REFERENCE STANDS IN ONLY WHEN NO TRACE NUMBER CAME
       H600-PASS-PAYMENT.
           MOVE SPACES      TO POST-REC.
           MOVE 'C'         TO POST-ISLEM-TIPI.
           MOVE DT-ACCT-ID  TO POST-ID.
           MOVE DT-ACCT-DVZ TO POST-DVZ.
           MOVE DT-AMOUNT   TO POST-AMOUNT.
           MOVE 'CLEARING'  TO POST-MAKER-ID.
           MOVE 'CLR'       TO POST-SOURCE.
           IF DT-TRACE-NO NOT = SPACES
              MOVE DT-TRACE-NO   TO POST-SENDER-REF
           ELSE
              MOVE DT-SENDER-REF TO POST-SENDER-REF
           END-IF.
           WRITE POST-REC
           END-WRITE.
           ADD 1         TO WS-BAT-PASS-CNT WS-PASS-CNT.
           ADD DT-AMOUNT TO WS-PASS-AMOUNT.
       H600-END. EXIT.
       H650-RETURN-PAYMENT.
           IF NOT WS-RTN-FILE-STARTED
              PERFORM H660-WRITE-RTN-FILE-HEADER
           END-IF.
           IF NOT WS-RTN-BATCH-STARTED
              MOVE WS-SAVE-BH TO RTN-REC
              WRITE RTN-REC
              END-WRITE
              SET WS-RTN-BATCH-STARTED TO TRUE
              ADD 1 TO WS-RTN-BATCHES
           END-IF.
           MOVE CLR-REC        TO RTN-REC.
           MOVE WS-RETURN-CODE TO RDT-RETURN-REASON.
           WRITE RTN-REC
           END-WRITE.
           ADD 1          TO WS-BAT-RTN-CNT WS-RTN-CNT.
           ADD DT-ACCT-ID TO WS-BAT-RTN-HASH WS-RTN-HASH.
           ADD DT-AMOUNT  TO WS-BAT-RTN-AMOUNT WS-RTN-AMOUNT.
           PERFORM H670-PRINT-RETURN.
       H650-END. EXIT.
      *THE RETURNS GO BACK THE OTHER WAY - WHAT WAS THE RECEIVER
      *IS NOW THE SENDER
       H660-WRITE-RTN-FILE-HEADER.
           MOVE WS-SAVE-FH        TO RTN-REC.
           MOVE RFH-SENDER        TO WS-SWAP-ID.
           MOVE RFH-RECEIVER      TO RFH-SENDER.
           MOVE WS-SWAP-ID        TO RFH-RECEIVER.
           MOVE WS-TODAY-YYYYMMDD TO RFH-FILE-DATE.
           WRITE RTN-REC
           END-WRITE.
           SET WS-RTN-FILE-STARTED TO TRUE.
       H660-END. EXIT.
       H670-PRINT-RETURN.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
              PERFORM H750-WRITE-HEADERS
           END-IF.
           MOVE WS-CUR-BATCH-NO TO DL-BATCH-NO.
           MOVE DT-TRACE-NO     TO DL-TRACE-NO.
           MOVE DT-ACCT-ID      TO DL-ACCT-ID.
           MOVE DT-ACCT-DVZ     TO DL-ACCT-DVZ.
           MOVE DT-AMOUNT       TO DL-AMOUNT.
           MOVE WS-RETURN-CODE  TO DL-REASON.
           EVALUATE WS-RETURN-CODE
              WHEN '01' MOVE 'ZERO AMOUNT'        TO DL-REASON-TEXT
              WHEN '02' MOVE 'NO SUCH ACCOUNT'    TO DL-REASON-TEXT
              WHEN '03' MOVE 'ACCOUNT CLOSED'     TO DL-REASON-TEXT
              WHEN '04' MOVE 'UNKNOWN CURRENCY'   TO DL-REASON-TEXT
              WHEN '05' MOVE 'CURRENCY SUSPENDED' TO DL-REASON-TEXT
           END-EVALUATE.
           WRITE RPT-REC FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINES.
           ADD 1 TO WS-LINE-COUNT.
       H670-END. EXIT.
       H680-WRITE-RTN-FILE-TRAILER.
           MOVE SPACES          TO RTN-REC.
           MOVE '9'             TO RTN-REC-TYPE.
           MOVE WS-RTN-BATCHES  TO RFT-BATCH-COUNT.
           MOVE WS-RTN-CNT      TO RFT-ITEM-COUNT.
           MOVE WS-RTN-HASH     TO RFT-HASH-TOTAL.
           MOVE WS-RTN-AMOUNT   TO RFT-AMOUNT-TOTAL.
           WRITE RTN-REC
           END-WRITE.
       H680-END. EXIT.
      *EVERY BATCH GETS A LINE ON THE REPORT, AND A BATCH THAT HAD
      *RETURNS GETS ITS OWN TRAILER ON THE RETURNS FILE
       H700-CLOSE-BATCH.
           IF WS-RTN-BATCH-STARTED
              MOVE SPACES            TO RTN-REC
              MOVE '8'               TO RTN-REC-TYPE
              MOVE WS-CUR-BATCH-NO   TO RBT-BATCH-NO
              MOVE WS-BAT-RTN-CNT    TO RBT-ITEM-COUNT
              MOVE WS-BAT-RTN-HASH   TO RBT-HASH-TOTAL
              MOVE WS-BAT-RTN-AMOUNT TO RBT-AMOUNT-TOTAL
              WRITE RTN-REC
              END-WRITE
           END-IF.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
              PERFORM H750-WRITE-HEADERS
           END-IF.
           MOVE WS-CUR-BATCH-NO TO BL-BATCH-NO.
           MOVE WS-BAT-RECV-CNT TO BL-RECV.
           MOVE WS-BAT-PASS-CNT TO BL-PASS.
           MOVE WS-BAT-RTN-CNT  TO BL-RTN.
           WRITE RPT-REC FROM WS-BATCH-LINE AFTER ADVANCING 2 LINES.
           ADD 2 TO WS-LINE-COUNT.
       H700-END. EXIT.
       H750-WRITE-HEADERS.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO TO H1-PAGE-NO.
           WRITE RPT-REC FROM WS-HEADING-1 AFTER ADVANCING PAGE.
           WRITE RPT-REC FROM WS-HEADING-2 AFTER ADVANCING 1 LINES.
           WRITE RPT-REC FROM WS-HEADING-3 AFTER ADVANCING 2 LINES.
           MOVE ZEROS TO WS-LINE-COUNT.
       H750-END. EXIT.
      *A REJECTED FILE IS NOT ROUTED AT ALL - THE POSTING AND
      *RETURNS FILES STAY EMPTY AND THE CLEARING HOUSE IS ASKED FOR
      *A CORRECTED FILE
       H800-REPORT-REJECTION.
           PERFORM H750-WRITE-HEADERS.
           MOVE 'FILE REJECTED'   TO ML-LABEL.
           MOVE WS-REJECT-REASON  TO ML-TEXT.
           MOVE SPACES            TO ML-RECNO.
           IF WS-REJECT-RECNO > 0
              STRING 'AT RECORD ' WS-REJECT-RECNO
                 DELIMITED BY SIZE INTO ML-RECNO
              END-STRING
           END-IF.
           WRITE RPT-REC FROM WS-MESSAGE-LINE AFTER ADVANCING 2 LINES.
       H800-END. EXIT.
      *THE PROOF - RECEIVED MUST EQUAL PASSED PLUS RETURNED, IN
      *COUNT AND IN AMOUNT, OR THE RUN IS FLAGGED
       H850-REPORT-TOTALS.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
              PERFORM H750-WRITE-HEADERS
           END-IF.
           MOVE 'RECEIVED'        TO TL-LABEL.
           MOVE WS-RECV-CNT       TO TL-COUNT.
           MOVE WS-RECV-AMOUNT    TO TL-AMOUNT.
           WRITE RPT-REC FROM WS-TOTAL-LINE AFTER ADVANCING 2 LINES.
           MOVE 'PASSED FOR POSTING'  TO TL-LABEL.
           MOVE WS-PASS-CNT       TO TL-COUNT.
           MOVE WS-PASS-AMOUNT    TO TL-AMOUNT.
           WRITE RPT-REC FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINES.
           MOVE 'RETURNED'        TO TL-LABEL.
           MOVE WS-RTN-CNT        TO TL-COUNT.
           MOVE WS-RTN-AMOUNT     TO TL-AMOUNT.
           WRITE RPT-REC FROM WS-TOTAL-LINE AFTER ADVANCING 1 LINES.
           COMPUTE WS-PROOF-CNT    = WS-PASS-CNT + WS-RTN-CNT.
           COMPUTE WS-PROOF-AMOUNT = WS-PASS-AMOUNT + WS-RTN-AMOUNT.
           MOVE 'PROOF'           TO ML-LABEL.
           MOVE SPACES            TO ML-RECNO.
           IF WS-PROOF-CNT = WS-RECV-CNT
              AND WS-PROOF-AMOUNT = WS-RECV-AMOUNT
              MOVE 'RECEIVED = PASSED + RETURNED' TO ML-TEXT
           ELSE
              MOVE 'OUT OF BALANCE' TO ML-TEXT
              MOVE 'Y' TO WS-REJECT-SW
           END-IF.
           WRITE RPT-REC FROM WS-MESSAGE-LINE AFTER ADVANCING 2 LINES.
       H850-END. EXIT.
      *RC 12 FOR A REJECTED OR UNPROVED FILE, 4 WHEN ANY PAYMENT
      *WAS RETURNED, 0 WHEN EVERYTHING WAS PASSED ON
       H999-PROGRAM-EXIT.
           DISPLAY 'PAYMENTS RECEIVED: ' WS-RECV-CNT.
           DISPLAY 'PAYMENTS PASSED  : ' WS-PASS-CNT.
           DISPLAY 'PAYMENTS RETURNED: ' WS-RTN-CNT.
           EVALUATE TRUE
              WHEN WS-FILE-REJECTED
                 DISPLAY 'CLEARING FILE REJECTED: ' WS-REJECT-REASON
                 MOVE 12 TO RETURN-CODE
              WHEN WS-RTN-CNT > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE ZEROS TO RETURN-CODE
           END-EVALUATE.
           CLOSE POST-FILE RTN-FILE RPT-FILE.
           STOP RUN.
       H999-END. EXIT.
