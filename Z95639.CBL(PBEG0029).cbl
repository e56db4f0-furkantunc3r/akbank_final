       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PBEG0029.
       AUTHOR.        FURKAN TUNCER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *THE PENDING-APPROVAL FILE PBEG0006 FILLS AND THE PBEG0028
      *SCREEN DECIDES ON - PBEGIDX NEVER OPENS IT, SO IT IS UPDATED
      *IN PLACE WHILE THE POSTINGS GO THROUGH THE SUBROUTINE
           SELECT APPR-FILE ASSIGN       APPRFL
                           ORGANIZATION  INDEXED
                           ACCESS        DYNAMIC
                           RECORD        APPR-NO
                           STATUS        APPR-ST.
      *THE SENDER REFERENCES PBEG0006 HAS SEEN.  AN ITEM THAT ENDS
      *WITHOUT POSTING GIVES ITS REFERENCE BACK SO THE LINE CAN BE
      *KEYED AGAIN
           SELECT REF-FILE ASSIGN        REFFL
                           ORGANIZATION  INDEXED
                           ACCESS        RANDOM
                           RECORD        REF-KEY
                           STATUS        REF-ST.
           SELECT DAYS-FILE ASSIGN APPRDAYS
                           ORGANIZATION LINE SEQUENTIAL
                           STATUS DAYS-ST.
           SELECT RPT-FILE ASSIGN RPTFILE
                           STATUS RPT-ST.
       DATA DIVISION.
       FILE SECTION.
      *RECORD 0000000 IS THE CONTROL RECORD CARRYING THE LAST ITEM
      *NUMBER ISSUED - EVERY OTHER RECORD IS ONE PENDING ITEM
       FD  APPR-FILE.
       01  APPR-FIELDS.
           03 APPR-NO           PIC 9(07).
           03 APPR-BODY.
              05 APPR-ISLEM-TIPI PIC X(01).
                 88 APPR-TRANSFER           VALUE 'T' 'X'.
              05 APPR-ID        PIC 9(05).
              05 APPR-DVZ       PIC 9(03).
              05 APPR-AMOUNT    PIC 9(09)V9(02).
              05 APPR-ID-TO     PIC 9(05).
              05 APPR-DVZ-TO    PIC 9(03).
              05 APPR-STATUS    PIC X(01).
                 88 APPR-PENDING            VALUE 'P'.
                 88 APPR-APPROVED           VALUE 'A'.
                 88 APPR-POSTED             VALUE 'D'.
                 88 APPR-FAILED             VALUE 'F'.
                 88 APPR-REJECTED           VALUE 'R'.
                 88 APPR-EXPIRED            VALUE 'E'.
              05 APPR-MAKER-ID  PIC X(08).
              05 APPR-ENTRY-TS  PIC 9(14).
              05 APPR-ENTRY-AREA REDEFINES APPR-ENTRY-TS.
                 07 APPR-ENTRY-DATE PIC 9(08).
                 07 APPR-ENTRY-TIME PIC 9(06).
              05 APPR-OUT-GEN   PIC X(09).
              05 APPR-CHECKER-ID PIC X(08).
              05 APPR-DECISION-TS PIC 9(14).
              05 APPR-REASON    PIC X(30).
              05 APPR-POST-TS   PIC 9(14).
              05 APPR-POST-RC   PIC 9(02).
              05 APPR-SOURCE    PIC X(03).
              05 APPR-SENDER-REF PIC X(16).
              05 APPR-REF-SW    PIC X(01).
                 88 APPR-REF-RELEASED       VALUE 'Y'.
              05 FILLER         PIC X(09).
           03 APPR-CTL-AREA REDEFINES APPR-BODY.
              05 APPR-LAST-NO   PIC 9(07).
              05 FILLER         PIC X(150).
      *
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
      *HOW MANY DAYS AN ITEM MAY WAIT FOR A CHECKER BEFORE IT LAPSES
       FD  DAYS-FILE RECORDING MODE F.
       01  DAYS-REC.
           05 DAYS-CUTOFF        PIC 9(03).
      *
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC               PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 WS-PBEGIDX        PIC X(08)   VALUE 'PBEGIDX'.
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
           05 APPR-ST            PIC 9(02).
              88 APPR-EOF                   VALUE 10.
              88 APPR-SUCCESS               VALUE 00 97.
              88 APPR-NOT-FOUND             VALUE 35.
           05 REF-ST             PIC 9(02).
              88 REF-SUCCESS                VALUE 00 97.
              88 REF-NOT-FOUND              VALUE 23.
              88 REF-FILE-MISSING           VALUE 35.
           05 DAYS-ST            PIC 9(02).
              88 DAYS-SUCCESS               VALUE 00 97.
           05 RPT-ST             PIC 9(02).
              88 RPT-SUCCESS                VALUE 00 97.
           05 WS-APPR-FILE-SW    PIC X(01) VALUE 'Y'.
              88 WS-APPR-FILE-PRESENT      VALUE 'Y'.
           05 WS-REF-OPEN-SW     PIC X(01) VALUE 'N'.
              88 WS-REF-OPENED             VALUE 'Y'.
              88 WS-REF-ABSENT             VALUE 'A'.
           05 WS-CUTOFF-DAYS     PIC 9(03) VALUE 3.
           05 WS-TODAY-YYYYMMDD  PIC 9(08).
           05 WS-TODAY-INT       PIC 9(07).
      *STAMPS CARRY THE BUSINESS DATE AND THE TIME OF DAY, THE SAME
      *WAY PBEGIDX STAMPS THE TRAIL ROW OF THE POSTING
           05 WS-NOW-TS.
              07 WS-NOW-TS-DATE  PIC 9(08).
              07 WS-NOW-TS-TIME  PIC 9(06).
           05 WS-AGE-DAYS        PIC 9(05).
           05 WS-CNT-SCANNED     PIC 9(07) VALUE ZEROS.
           05 WS-CNT-POSTED      PIC 9(07) VALUE ZEROS.
           05 WS-CNT-FAILED      PIC 9(07) VALUE ZEROS.
           05 WS-CNT-EXPIRED     PIC 9(07) VALUE ZEROS.
           05 WS-CNT-PENDING     PIC 9(07) VALUE ZEROS.
           05 WS-CNT-REJECTED    PIC 9(07) VALUE ZEROS.
           05 WS-CNT-REF-FREED   PIC 9(07) VALUE ZEROS.
           05 WS-CNT-AGE-0       PIC 9(07) VALUE ZEROS.
           05 WS-CNT-AGE-1       PIC 9(07) VALUE ZEROS.
           05 WS-CNT-AGE-2-3     PIC 9(07) VALUE ZEROS.
           05 WS-CNT-AGE-OVER-3  PIC 9(07) VALUE ZEROS.
           05 WS-PAGE-NO         PIC 9(04) VALUE ZEROS.
           05 WS-LINE-COUNT      PIC 9(02) VALUE 99.
           05 WS-LINES-PER-PAGE  PIC 9(02) VALUE 55.
           05 WS-SUB-AREA.
              07 WS-SUB-FUNC    PIC X(01).
                 88 WS-FUNC-CLOSE-FILES     VALUE 'F'.
              07 WS-SUB-ID      PIC 9(05).
              07 WS-SUB-DVZ     PIC 9(03).
              07 WS-SUB-RC      PIC 9(02).
              07 WS-SUB-NAME    PIC X(15).
              07 WS-SUB-SURNAME PIC X(15).
              07 WS-SUB-DATE    PIC X(07).
              07 WS-SUB-AMOUNT  PIC 9(09)V9(02).
              07 WS-SUB-ID2     PIC 9(05).
              07 WS-SUB-DVZ2    PIC 9(03).
              07 WS-SUB-DATA    PIC X(84).
       01  WS-HEADING-1.
           05 FILLER             PIC X(15) VALUE 'PBEG0029'.
           05 H1-TITLE           PIC X(35).
           05 FILLER             PIC X(05) VALUE 'PAGE '.
           05 H1-PAGE-NO         PIC ZZZ9.
           05 FILLER             PIC X(21) VALUE SPACES.
       01  WS-HEADING-2-POST.
           05 FILLER             PIC X(09) VALUE 'ITEM NO'.
           05 FILLER             PIC X(03) VALUE 'OP'.
           05 FILLER             PIC X(06) VALUE 'ACCT'.
           05 FILLER             PIC X(05) VALUE 'DVZ'.
           05 FILLER             PIC X(14) VALUE 'AMOUNT'.
           05 FILLER             PIC X(11) VALUE 'TO ACCT'.
           05 FILLER             PIC X(09) VALUE 'MAKER'.
           05 FILLER             PIC X(09) VALUE 'CHECKER'.
           05 FILLER             PIC X(14) VALUE 'RESULT'.
       01  WS-HEADING-2-AGE.
           05 FILLER             PIC X(09) VALUE 'ITEM NO'.
           05 FILLER             PIC X(03) VALUE 'OP'.
           05 FILLER             PIC X(06) VALUE 'ACCT'.
           05 FILLER             PIC X(05) VALUE 'DVZ'.
           05 FILLER             PIC X(14) VALUE 'AMOUNT'.
           05 FILLER             PIC X(10) VALUE 'MAKER'.
           05 FILLER             PIC X(10) VALUE 'ENTERED'.
           05 FILLER             PIC X(06) VALUE 'DAYS'.
           05 FILLER             PIC X(17) VALUE 'RESULT'.
       01  WS-POST-LINE.
           05 PL-APPR-NO         PIC 9(07).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 PL-TIPI            PIC X(01).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 PL-ID              PIC ZZZZ9.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 PL-DVZ             PIC 9(03).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 PL-AMOUNT          PIC Z(08)9.99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 PL-TO-AREA.
              07 PL-ID-TO        PIC ZZZZ9.
              07 PL-SLASH        PIC X(01).
              07 PL-DVZ-TO       PIC 9(03).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 PL-MAKER           PIC X(08).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 PL-CHECKER         PIC X(08).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 PL-RESULT          PIC X(14).
       01  WS-AGE-LINE.
           05 AL-APPR-NO         PIC 9(07).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 AL-TIPI            PIC X(01).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 AL-ID              PIC ZZZZ9.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 AL-DVZ             PIC 9(03).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 AL-AMOUNT          PIC Z(08)9.99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 AL-MAKER           PIC X(08).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 AL-ENTERED         PIC 9(08).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 AL-AGE             PIC ZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 AL-RESULT          PIC X(17).
       01  WS-SUMMARY-LINE-1.
           05 FILLER             PIC X(10) VALUE 'POSTED ='.
           05 SM-POSTED          PIC ZZZZZZ9.
           05 FILLER             PIC X(11) VALUE '  FAILED ='.
           05 SM-FAILED          PIC ZZZZZZ9.
           05 FILLER             PIC X(12) VALUE '  EXPIRED ='.
           05 SM-EXPIRED         PIC ZZZZZZ9.
           05 FILLER             PIC X(12) VALUE '  PENDING ='.
           05 SM-PENDING         PIC ZZZZZZ9.
           05 FILLER             PIC X(07) VALUE SPACES.
       01  WS-SUMMARY-LINE-2.
           05 FILLER             PIC X(10) VALUE 'AGE 0 ='.
           05 SM-AGE-0           PIC ZZZZZZ9.
           05 FILLER             PIC X(11) VALUE '  1 DAY ='.
           05 SM-AGE-1           PIC ZZZZZZ9.
           05 FILLER             PIC X(12) VALUE '  2-3 DAYS='.
           05 SM-AGE-2-3         PIC ZZZZZZ9.
           05 FILLER             PIC X(12) VALUE '  OVER 3  ='.
           05 SM-AGE-OVER-3      PIC ZZZZZZ9.
           05 FILLER             PIC X(07) VALUE SPACES.
       PROCEDURE DIVISION.
      *POST EVERY ITEM A CHECKER HAS APPROVED THROUGH PBEGIDX, SO
      *THE MOVEMENT REACHES ACCT-HIST LIKE ANY BATCH POSTING, THEN
      *AGE WHAT IS STILL WAITING - ITEMS PENDING PAST THE CUT-OFF
      *LAPSE AND MUST BE KEYED AGAIN IF STILL WANTED.  AN ITEM THAT
      *ENDS WITHOUT POSTING - FAILED, EXPIRED OR REJECTED ON THE
      *SCREEN - GIVES ITS SENDER REFERENCE BACK, SINCE THE SCREEN
      *CANNOT REACH THE BATCH REFERENCE FILE ITSELF
       000-MAIN.
           PERFORM H010-ENROLL-RUN.
           PERFORM H030-GET-BUSINESS-DATE.
           PERFORM H050-INIT.
           PERFORM H100-OPEN-APPROVALS.
           PERFORM H300-POST-APPROVED.
           PERFORM H100-OPEN-APPROVALS.
           PERFORM H500-AGE-PENDING.
           PERFORM H900-WRITE-SUMMARY.
           PERFORM H999-PROGRAM-EXIT.
      *REGISTER WITH THE RUN-CONTROL LEDGER - A CONFLICTING JOB
      *STILL IN FLIGHT REFUSES THIS RUN BEFORE ANY FILE IS TOUCHED
       H010-ENROLL-RUN.
           MOVE 'E'        TO WS-LOCK-FUNC.
           MOVE 'PBEG0029' TO WS-LOCK-PGM.
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
              MOVE 'PBEG0029' TO WS-LOCK-PGM
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
      *THE CUT-OFF IS OPERATOR-TUNABLE - THE DEFAULT HOLDS WHEN THE
      *PARAMETER FILE IS ABSENT OR NONSENSE
       H050-INIT.
           MOVE WS-DATE-CURRENT TO WS-NOW-TS-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TS-TIME.
           MOVE WS-NOW-TS-DATE TO WS-TODAY-YYYYMMDD.
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD).
           OPEN INPUT DAYS-FILE.
           IF DAYS-SUCCESS
              READ DAYS-FILE
              IF DAYS-SUCCESS AND DAYS-CUTOFF NUMERIC
                 MOVE DAYS-CUTOFF TO WS-CUTOFF-DAYS
              END-IF
              CLOSE DAYS-FILE
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF NOT RPT-SUCCESS
              DISPLAY 'UNABLE TO OPEN FILE: ' RPT-ST
              MOVE RPT-ST TO RETURN-CODE
              STOP RUN
           END-IF.
       H050-END. EXIT.
      *EACH PASS OPENS THE FILE AFRESH SO ITS BROWSE STARTS AT THE
      *FIRST ITEM.  A FILE THAT HAS NEVER BEEN CREATED SIMPLY MEANS
      *NOTHING HAS EVER WAITED FOR APPROVAL
       H100-OPEN-APPROVALS.
           IF WS-APPR-FILE-PRESENT
              OPEN I-O APPR-FILE
              IF APPR-NOT-FOUND
                 MOVE 'N' TO WS-APPR-FILE-SW
              ELSE
                 IF NOT APPR-SUCCESS
                    DISPLAY 'UNABLE TO OPEN FILE: ' APPR-ST
                    MOVE APPR-ST TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
              END-IF
           END-IF.
       H100-END. EXIT.
      *PASS ONE - POST THE APPROVED ITEMS AND RECORD THE OUTCOME ON
      *EACH ONE.  A POSTING PBEGIDX REFUSES IS NOT RETRIED - THE
      *ITEM IS CLOSED AS FAILED WITH THE REFUSAL CODE
       H300-POST-APPROVED.
           MOVE 'APPROVED ITEMS POSTED' TO H1-TITLE.
           MOVE 99 TO WS-LINE-COUNT.
           IF WS-APPR-FILE-PRESENT
              READ APPR-FILE NEXT RECORD
              PERFORM H350-POST-ONE UNTIL APPR-EOF
              CLOSE APPR-FILE
           END-IF.
           IF WS-CNT-POSTED > 0 OR WS-CNT-FAILED > 0
              PERFORM H950-CLOSE-SUB-FILES
           END-IF.
       H300-END. EXIT.
       H350-POST-ONE.
           IF APPR-NO > 0
              ADD 1 TO WS-CNT-SCANNED
              IF APPR-APPROVED
                 PERFORM H400-POST-ITEM
              END-IF
           END-IF.
           READ APPR-FILE NEXT RECORD.
       H350-END. EXIT.
       H400-POST-ITEM.
           MOVE APPR-ISLEM-TIPI  TO WS-SUB-FUNC.
           MOVE APPR-ID          TO WS-SUB-ID.
           MOVE APPR-DVZ         TO WS-SUB-DVZ.
           MOVE ZEROS            TO WS-SUB-RC.
           MOVE SPACES           TO WS-SUB-NAME WS-SUB-SURNAME
                                    WS-SUB-DATE WS-SUB-DATA.
           MOVE APPR-AMOUNT      TO WS-SUB-AMOUNT.
           MOVE APPR-ID-TO       TO WS-SUB-ID2.
           MOVE APPR-DVZ-TO      TO WS-SUB-DVZ2.
           CALL WS-PBEGIDX       USING WS-SUB-AREA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TS-TIME.
           MOVE WS-NOW-TS        TO APPR-POST-TS.
           MOVE WS-SUB-RC        TO APPR-POST-RC.
           IF WS-SUB-RC = 0
              SET APPR-POSTED TO TRUE
              ADD 1 TO WS-CNT-POSTED
              MOVE 'POSTED'      TO PL-RESULT
           ELSE
              SET APPR-FAILED TO TRUE
              ADD 1 TO WS-CNT-FAILED
              PERFORM H700-RELEASE-REFERENCE
              MOVE SPACES        TO PL-RESULT
              STRING 'FAILED RC:' WS-SUB-RC
                 DELIMITED BY SIZE INTO PL-RESULT
              END-STRING
           END-IF.
           REWRITE APPR-FIELDS
           END-REWRITE.
           IF NOT APPR-SUCCESS
              DISPLAY 'UNABLE TO REWRITE ITEM: ' APPR-NO ' ' APPR-ST
           END-IF.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
              PERFORM H460-WRITE-POST-HEADERS
           END-IF.
           MOVE APPR-NO          TO PL-APPR-NO.
           MOVE APPR-ISLEM-TIPI  TO PL-TIPI.
           MOVE APPR-ID          TO PL-ID.
           MOVE APPR-DVZ         TO PL-DVZ.
           MOVE APPR-AMOUNT      TO PL-AMOUNT.
           IF APPR-TRANSFER
              MOVE APPR-ID-TO    TO PL-ID-TO
              MOVE '/'           TO PL-SLASH
              MOVE APPR-DVZ-TO   TO PL-DVZ-TO
           ELSE
              MOVE SPACES        TO PL-TO-AREA
           END-IF.
           MOVE APPR-MAKER-ID    TO PL-MAKER.
           MOVE APPR-CHECKER-ID  TO PL-CHECKER.
           WRITE RPT-REC FROM WS-POST-LINE AFTER ADVANCING 1 LINES.
           ADD 1 TO WS-LINE-COUNT.
       H400-END. EXIT.
       H460-WRITE-POST-HEADERS.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO TO H1-PAGE-NO.
           WRITE RPT-REC FROM WS-HEADING-1 AFTER ADVANCING PAGE.
           WRITE RPT-REC FROM WS-HEADING-2-POST
              AFTER ADVANCING 2 LINES.
           MOVE ZEROS TO WS-LINE-COUNT.
       H460-END. EXIT.
      *PASS TWO - LIST EVERY ITEM STILL WAITING WITH ITS AGE IN
      *DAYS.  AN ITEM OLDER THAN THE CUT-OFF IS CLOSED AS EXPIRED
      *AND LISTED ONE LAST TIME SO THE MAKER CAN BE TOLD.  THE SAME
      *BROWSE PICKS UP ITEMS REJECTED SINCE THE LAST RUN WHOSE
      *REFERENCE HAS NOT YET BEEN GIVEN BACK
       H500-AGE-PENDING.
           MOVE 'PENDING APPROVAL AGEING' TO H1-TITLE.
           MOVE 99 TO WS-LINE-COUNT.
           IF WS-APPR-FILE-PRESENT
              READ APPR-FILE NEXT RECORD
              PERFORM H550-AGE-ONE UNTIL APPR-EOF
              CLOSE APPR-FILE
           END-IF.
       H500-END. EXIT.
       H550-AGE-ONE.
           IF APPR-NO > 0 AND APPR-PENDING
              PERFORM H600-AGE-ITEM
           END-IF.
           IF APPR-NO > 0 AND APPR-REJECTED
              AND APPR-SENDER-REF NOT = SPACES
              AND NOT APPR-REF-RELEASED
              PERFORM H650-RELEASE-REJECTED
           END-IF.
           READ APPR-FILE NEXT RECORD.
       H550-END. EXIT.
       H600-AGE-ITEM.
           IF APPR-ENTRY-DATE NUMERIC AND APPR-ENTRY-DATE > 0
              COMPUTE WS-AGE-DAYS = WS-TODAY-INT
                 - FUNCTION INTEGER-OF-DATE(APPR-ENTRY-DATE)
           ELSE
              MOVE ZEROS TO WS-AGE-DAYS
           END-IF.
           IF WS-AGE-DAYS > WS-CUTOFF-DAYS
              SET APPR-EXPIRED TO TRUE
              MOVE SPACES    TO APPR-CHECKER-ID
              MOVE WS-NOW-TS TO APPR-DECISION-TS
              MOVE 'EXPIRED - NOT DECIDED IN TIME' TO APPR-REASON
              PERFORM H700-RELEASE-REFERENCE
              REWRITE APPR-FIELDS
              END-REWRITE
              IF APPR-SUCCESS
                 ADD 1 TO WS-CNT-EXPIRED
                 MOVE 'EXPIRED'        TO AL-RESULT
              ELSE
                 DISPLAY 'UNABLE TO REWRITE ITEM: ' APPR-NO ' '
                         APPR-ST
                 MOVE 'EXPIRY FAILED'  TO AL-RESULT
              END-IF
           ELSE
              ADD 1 TO WS-CNT-PENDING
              MOVE 'PENDING'           TO AL-RESULT
              EVALUATE TRUE
                 WHEN WS-AGE-DAYS = 0
                    ADD 1 TO WS-CNT-AGE-0
                 WHEN WS-AGE-DAYS = 1
                    ADD 1 TO WS-CNT-AGE-1
                 WHEN WS-AGE-DAYS <= 3
                    ADD 1 TO WS-CNT-AGE-2-3
                 WHEN OTHER
                    ADD 1 TO WS-CNT-AGE-OVER-3
              END-EVALUATE
           END-IF.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
              PERFORM H660-WRITE-AGE-HEADERS
           END-IF.
           MOVE APPR-NO          TO AL-APPR-NO.
           MOVE APPR-ISLEM-TIPI  TO AL-TIPI.
           MOVE APPR-ID          TO AL-ID.
           MOVE APPR-DVZ         TO AL-DVZ.
           MOVE APPR-AMOUNT      TO AL-AMOUNT.
           MOVE APPR-MAKER-ID    TO AL-MAKER.
           MOVE APPR-ENTRY-DATE  TO AL-ENTERED.
           MOVE WS-AGE-DAYS      TO AL-AGE.
           WRITE RPT-REC FROM WS-AGE-LINE AFTER ADVANCING 1 LINES.
           ADD 1 TO WS-LINE-COUNT.
       H600-END. EXIT.
      *A REJECTED ITEM IS NOT LISTED AGAIN - THE CHECKER HAS ALREADY
      *SEEN IT - ONLY ITS REFERENCE IS FREED AND THE ITEM MARKED SO
      *LATER RUNS PASS IT BY
       H650-RELEASE-REJECTED.
           PERFORM H700-RELEASE-REFERENCE.
           IF APPR-REF-RELEASED
              REWRITE APPR-FIELDS
              END-REWRITE
              IF APPR-SUCCESS
                 ADD 1 TO WS-CNT-REJECTED
              ELSE
                 DISPLAY 'UNABLE TO REWRITE ITEM: ' APPR-NO ' '
                         APPR-ST
              END-IF
           END-IF.
       H650-END. EXIT.
       H660-WRITE-AGE-HEADERS.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO TO H1-PAGE-NO.
           WRITE RPT-REC FROM WS-HEADING-1 AFTER ADVANCING PAGE.
           WRITE RPT-REC FROM WS-HEADING-2-AGE AFTER ADVANCING 2 LINES.
           MOVE ZEROS TO WS-LINE-COUNT.
       H660-END. EXIT.
      *FREE THE ITEM'S SENDER REFERENCE.  ONLY THE ENTRY THIS ITEM
      *PARKED IS REMOVED - STILL AT RC 94 FROM THE SAME PBEG0006
      *GENERATION - SO A REFERENCE THAT HAS SINCE POSTED ANOTHER WAY
      *STAYS PUT.  A MISSING ENTRY HAS NOTHING LEFT TO FREE; ANY
      *OTHER ERROR LEAVES THE ITEM UNMARKED FOR THE NEXT RUN
       H700-RELEASE-REFERENCE.
           IF APPR-SENDER-REF NOT = SPACES AND NOT APPR-REF-RELEASED
              PERFORM H710-OPEN-REFERENCES
              IF WS-REF-ABSENT
                 SET APPR-REF-RELEASED TO TRUE
              END-IF
              IF WS-REF-OPENED
                 MOVE APPR-SOURCE     TO REF-SOURCE
                 MOVE APPR-SENDER-REF TO REF-SENDER-REF
                 READ REF-FILE
                 IF REF-SUCCESS AND REF-RC = 94
                    AND REF-OUT-GEN = APPR-OUT-GEN
                    DELETE REF-FILE RECORD
                    END-DELETE
                    IF REF-SUCCESS
                       ADD 1 TO WS-CNT-REF-FREED
                    END-IF
                 END-IF
                 IF REF-SUCCESS OR REF-NOT-FOUND
                    SET APPR-REF-RELEASED TO TRUE
                 ELSE
                    DISPLAY 'UNABLE TO RELEASE REFERENCE: '
                            APPR-SOURCE '-' APPR-SENDER-REF ' ' REF-ST
                 END-IF
              END-IF
           END-IF.
       H700-END. EXIT.
      *OPENED ON FIRST NEED.  A FILE THAT HAS NEVER BEEN CREATED
      *HOLDS NO REFERENCES, SO THERE IS NOTHING TO FREE
       H710-OPEN-REFERENCES.
           IF NOT WS-REF-OPENED AND NOT WS-REF-ABSENT
              OPEN I-O REF-FILE
              IF REF-SUCCESS
                 SET WS-REF-OPENED TO TRUE
              ELSE
              IF REF-FILE-MISSING
                 SET WS-REF-ABSENT TO TRUE
              ELSE
                 DISPLAY 'UNABLE TO OPEN FILE: ' REF-ST
                 MOVE REF-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              END-IF
           END-IF.
       H710-END. EXIT.
      *TELL THE SUBROUTINE THE RUN IS OVER SO IT CLOSES THE VSAM
      *FILES IT HAS KEPT OPEN ACROSS THE CALLS
       H950-CLOSE-SUB-FILES.
           SET WS-FUNC-CLOSE-FILES TO TRUE.
           MOVE ZEROS  TO WS-SUB-ID WS-SUB-DVZ WS-SUB-RC.
           MOVE SPACES TO WS-SUB-DATA.
           CALL WS-PBEGIDX USING WS-SUB-AREA.
       H950-END. EXIT.
       H900-WRITE-SUMMARY.
           MOVE WS-CNT-POSTED     TO SM-POSTED.
           MOVE WS-CNT-FAILED     TO SM-FAILED.
           MOVE WS-CNT-EXPIRED    TO SM-EXPIRED.
           MOVE WS-CNT-PENDING    TO SM-PENDING.
           WRITE RPT-REC FROM WS-SUMMARY-LINE-1
              AFTER ADVANCING 3 LINES.
           MOVE WS-CNT-AGE-0      TO SM-AGE-0.
           MOVE WS-CNT-AGE-1      TO SM-AGE-1.
           MOVE WS-CNT-AGE-2-3    TO SM-AGE-2-3.
           MOVE WS-CNT-AGE-OVER-3 TO SM-AGE-OVER-3.
           WRITE RPT-REC FROM WS-SUMMARY-LINE-2
              AFTER ADVANCING 1 LINES.
       H900-END. EXIT.
      *RC 4 WHEN AN APPROVED ITEM COULD NOT BE POSTED - THE MAKER
      *HAS TO BE TOLD THE MONEY DID NOT MOVE.  A HARDER RC ALREADY
      *SET BY A FILE ERROR IS NEVER WATERED DOWN
       H999-PROGRAM-EXIT.
           DISPLAY 'ITEMS SCANNED    : ' WS-CNT-SCANNED.
           DISPLAY 'ITEMS POSTED     : ' WS-CNT-POSTED.
           DISPLAY 'POSTINGS FAILED  : ' WS-CNT-FAILED.
           DISPLAY 'ITEMS EXPIRED    : ' WS-CNT-EXPIRED.
           DISPLAY 'ITEMS PENDING    : ' WS-CNT-PENDING.
           DISPLAY 'REJECTS CLEARED  : ' WS-CNT-REJECTED.
           DISPLAY 'REFERENCES FREED : ' WS-CNT-REF-FREED.
           IF WS-CNT-FAILED > 0 AND RETURN-CODE = 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-REF-OPENED
              CLOSE REF-FILE
           END-IF.
           CLOSE RPT-FILE.
           PERFORM H020-RELEASE-RUN.
           STOP RUN.
       H999-END. EXIT.
