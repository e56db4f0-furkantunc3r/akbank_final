       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PBEG0026.
       AUTHOR.        FURKAN TUNCER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN       HOLDFL
                           ORGANIZATION  INDEXED
                           ACCESS        SEQUENTIAL
                           RECORD        HOLD-KEY
                           STATUS        HOLD-ST.
      *THE LAPSED HOLDS ARE STAGED ON A WORK FILE SO THE HOLD FILE
      *IS CLOSED AGAIN BEFORE PBEGIDX OPENS IT FOR UPDATE
           SELECT WORK-FILE ASSIGN HOLDWORK
                           STATUS WORK-ST.
           SELECT SORT-WORK ASSIGN SORTWK1.
           SELECT CURR-FILE ASSIGN       CURRREF
                           ORGANIZATION  INDEXED
                           ACCESS        RANDOM
                           RECORD        CURR-CODE
                           STATUS        CURR-ST.
           SELECT RPT-FILE ASSIGN RPTFILE
                           STATUS RPT-ST.
       DATA DIVISION.
       FILE SECTION.
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
      *
       FD  WORK-FILE RECORDING MODE F.
       01  WORK-REC.
           05 WORK-ID           PIC 9(05).
           05 WORK-DVZ          PIC 9(03).
           05 WORK-HOLD-NO      PIC 9(05).
           05 WORK-AMOUNT       PIC 9(09)V9(02).
           05 WORK-EXPIRY-DATE  PIC 9(08).
      *
       SD  SORT-WORK.
       01  SORT-REC.
           05 SORT-DVZ           PIC 9(03).
           05 SORT-ID            PIC 9(05).
           05 SORT-HOLD-NO       PIC 9(05).
           05 SORT-AMOUNT        PIC 9(09)V9(02).
           05 SORT-REASON        PIC X(02).
           05 SORT-PLACED-DATE   PIC 9(08).
           05 SORT-EXPIRY-DATE   PIC 9(08).
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
           05 HOLD-ST            PIC 9(02).
              88 HOLD-EOF                   VALUE 10.
              88 HOLD-SUCCESS               VALUE 00 97.
              88 HOLD-NOT-FOUND             VALUE 35.
           05 WORK-ST            PIC 9(02).
              88 WORK-EOF                   VALUE 10.
              88 WORK-SUCCESS               VALUE 00 97.
           05 CURR-ST            PIC 9(02).
              88 CURR-SUCCESS               VALUE 00 97.
           05 RPT-ST             PIC 9(02).
              88 RPT-SUCCESS                VALUE 00 97.
           05 WS-CURR-OPEN-SW    PIC X(01) VALUE 'N'.
              88 WS-CURR-OPENED            VALUE 'Y'.
           05 WS-HOLD-FILE-SW    PIC X(01) VALUE 'Y'.
              88 WS-HOLD-FILE-PRESENT      VALUE 'Y'.
           05 WS-CURR-ISO        PIC X(03).
           05 WS-CURR-DESC       PIC X(20).
           05 WS-CURR-NUM        PIC 9(03).
           05 WS-EOF-SW          PIC X(01) VALUE 'N'.
              88 WS-SORT-EOF               VALUE 'Y'.
           05 WS-FIRST-DVZ-SW    PIC X(01) VALUE 'Y'.
              88 WS-FIRST-DVZ              VALUE 'Y'.
           05 WS-CURRENT-DVZ     PIC 9(03).
           05 WS-TODAY-YYYYMMDD  PIC 9(08).
           05 WS-DVZ-COUNT       PIC 9(05) VALUE ZEROS.
           05 WS-DVZ-AMOUNT      PIC 9(11)V9(02) VALUE ZEROS.
           05 WS-CNT-SCANNED     PIC 9(07) VALUE ZEROS.
           05 WS-CNT-LAPSED      PIC 9(07) VALUE ZEROS.
           05 WS-CNT-EXPIRED     PIC 9(07) VALUE ZEROS.
           05 WS-CNT-ERROR       PIC 9(07) VALUE ZEROS.
           05 WS-CNT-ACTIVE      PIC 9(07) VALUE ZEROS.
           05 WS-PAGE-NO         PIC 9(04) VALUE ZEROS.
           05 WS-LINE-COUNT      PIC 9(02) VALUE 99.
           05 WS-LINES-PER-PAGE  PIC 9(02) VALUE 55.
           05 WS-SUB-AREA.
              07 WS-SUB-FUNC    PIC X(01).
                 88 WS-FUNC-EXPIRE          VALUE 'E'.
                 88 WS-FUNC-CLOSE-FILES     VALUE 'F'.
              07 WS-SUB-ID      PIC 9(05).
              07 WS-SUB-DVZ     PIC 9(03).
              07 WS-SUB-RC      PIC 9(02).
              07 WS-SUB-NAME    PIC X(15).
              07 WS-SUB-SURNAME PIC X(15).
              07 WS-SUB-HOLD-AREA REDEFINES WS-SUB-SURNAME.
                 09 WS-SUB-HOLD-NO     PIC 9(05).
                 09 WS-SUB-HOLD-EXPIRY PIC 9(08).
                 09 WS-SUB-HOLD-REASON PIC X(02).
              07 WS-SUB-DATE    PIC X(07).
              07 WS-SUB-AMOUNT  PIC 9(09)V9(02).
              07 WS-SUB-ID2     PIC 9(05).
              07 WS-SUB-DVZ2    PIC 9(03).
              07 WS-SUB-DATA    PIC X(84).
       01  WS-HEADING-1.
           05 FILLER             PIC X(15) VALUE 'PBEG0026'.
           05 H1-TITLE           PIC X(35).
           05 FILLER             PIC X(05) VALUE 'PAGE '.
           05 H1-PAGE-NO         PIC ZZZ9.
           05 FILLER             PIC X(21) VALUE SPACES.
       01  WS-HEADING-2-EXP.
           05 FILLER             PIC X(07) VALUE 'ACCT-ID'.
           05 FILLER             PIC X(05) VALUE 'DVZ'.
           05 FILLER             PIC X(07) VALUE 'HOLD'.
           05 FILLER             PIC X(14) VALUE 'AMOUNT'.
           05 FILLER             PIC X(10) VALUE 'EXPIRY'.
           05 FILLER             PIC X(37) VALUE 'RESULT'.
       01  WS-HEADING-2-ACT.
           05 FILLER             PIC X(05) VALUE 'CUR'.
           05 FILLER             PIC X(08) VALUE 'ACCT-ID'.
           05 FILLER             PIC X(07) VALUE 'HOLD'.
           05 FILLER             PIC X(14) VALUE 'AMOUNT'.
           05 FILLER             PIC X(05) VALUE 'RSN'.
           05 FILLER             PIC X(10) VALUE 'PLACED'.
           05 FILLER             PIC X(31) VALUE 'EXPIRY'.
       01  WS-EXPIRED-LINE.
           05 EL-ID              PIC ZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 EL-DVZ             PIC 9(03).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 EL-HOLD-NO         PIC ZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 EL-AMOUNT          PIC Z(08)9.99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 EL-EXPIRY          PIC 9(08).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 EL-RESULT          PIC X(37).
       01  WS-DETAIL-LINE.
           05 DL-ISO             PIC X(03).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 DL-ID              PIC ZZZZ9.
           05 FILLER             PIC X(03) VALUE SPACES.
           05 DL-HOLD-NO         PIC ZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 DL-AMOUNT          PIC Z(08)9.99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 DL-REASON          PIC X(02).
           05 FILLER             PIC X(03) VALUE SPACES.
           05 DL-PLACED          PIC 9(08).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 DL-EXPIRY          PIC X(08).
           05 FILLER             PIC X(23) VALUE SPACES.
       01  WS-SUBTOTAL-LINE.
           05 FILLER             PIC X(05) VALUE SPACES.
           05 FILLER             PIC X(15) VALUE 'CURRENCY TOTAL '.
           05 ST-ISO             PIC X(03).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 ST-DESC            PIC X(20).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 ST-COUNT           PIC ZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 ST-AMOUNT          PIC Z(10)9.99.
           05 FILLER             PIC X(13) VALUE SPACES.
       01  WS-SUMMARY-LINE.
           05 FILLER             PIC X(11) VALUE 'EXPIRED ='.
           05 SM-EXPIRED         PIC ZZZZZZ9.
           05 FILLER             PIC X(11) VALUE '  ERRORS ='.
           05 SM-ERROR           PIC ZZZZZZ9.
           05 FILLER             PIC X(17) VALUE '  ACTIVE HOLDS ='.
           05 SM-ACTIVE          PIC ZZZZZZ9.
           05 FILLER             PIC X(20) VALUE SPACES.
       PROCEDURE DIVISION.
      *LIFT EVERY HOLD WHOSE EXPIRY DATE HAS PASSED THROUGH PBEGIDX'S
      *'E' FUNCTION, SO THE EXPIRY IS AUDITED IN ACCT-HIST LIKE A
      *HAND-KEYED RELEASE, THEN LIST THE HOLDS STILL IN FORCE BY
      *CURRENCY FOR THE BRANCHES
       000-MAIN.
           PERFORM H010-ENROLL-RUN.
           PERFORM H030-GET-BUSINESS-DATE.
           PERFORM H050-INIT.
           PERFORM H100-SELECT-LAPSED.
           PERFORM H400-EXPIRE-HOLDS.
           SORT SORT-WORK
              ON ASCENDING KEY SORT-DVZ SORT-ID SORT-HOLD-NO
              INPUT  PROCEDURE H500-SORT-INPUT
              OUTPUT PROCEDURE H600-SORT-OUTPUT.
           PERFORM H900-WRITE-SUMMARY.
           PERFORM H999-PROGRAM-EXIT.
      *REGISTER WITH THE RUN-CONTROL LEDGER - A CONFLICTING JOB
      *STILL IN FLIGHT REFUSES THIS RUN BEFORE ANY FILE IS TOUCHED
       H010-ENROLL-RUN.
           MOVE 'E'        TO WS-LOCK-FUNC.
           MOVE 'PBEG0026' TO WS-LOCK-PGM.
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
              MOVE 'PBEG0026' TO WS-LOCK-PGM
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
       H050-INIT.
           MOVE WS-DATE-CURRENT TO WS-TODAY-YYYYMMDD.
           OPEN OUTPUT RPT-FILE.
           IF NOT RPT-SUCCESS
              DISPLAY 'UNABLE TO OPEN FILE: ' RPT-ST
              MOVE RPT-ST TO RETURN-CODE
              STOP RUN
           END-IF.
       H050-END. EXIT.
      *PASS ONE - BROWSE THE HOLD FILE AND STAGE EVERY ACTIVE HOLD
      *WHOSE LAST DAY IS BEHIND US, THEN GIVE THE FILE BACK.  A HOLD
      *FILE THAT HAS NEVER BEEN CREATED SIMPLY MEANS NO HOLDS
       H100-SELECT-LAPSED.
           OPEN INPUT HOLD-FILE.
           IF HOLD-NOT-FOUND
              MOVE 'N' TO WS-HOLD-FILE-SW
           ELSE
              IF NOT HOLD-SUCCESS
                 DISPLAY 'UNABLE TO OPEN FILE: ' HOLD-ST
                 MOVE HOLD-ST TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           OPEN OUTPUT WORK-FILE.
           IF NOT WORK-SUCCESS
              DISPLAY 'UNABLE TO OPEN FILE: ' WORK-ST
              MOVE WORK-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-HOLD-FILE-PRESENT
              READ HOLD-FILE NEXT RECORD
              PERFORM H200-SELECT-RECORD UNTIL HOLD-EOF
              CLOSE HOLD-FILE
           END-IF.
           CLOSE WORK-FILE.
       H100-END. EXIT.
       H200-SELECT-RECORD.
           ADD 1 TO WS-CNT-SCANNED.
           IF HOLD-ACTIVE
              AND HOLD-EXPIRY-DATE NOT = ZEROS
              AND HOLD-EXPIRY-DATE < WS-TODAY-YYYYMMDD
              MOVE HOLD-ACCT-ID     TO WORK-ID
              MOVE HOLD-ACCT-DVZ    TO WORK-DVZ
              MOVE HOLD-NO          TO WORK-HOLD-NO
              MOVE HOLD-AMOUNT      TO WORK-AMOUNT
              MOVE HOLD-EXPIRY-DATE TO WORK-EXPIRY-DATE
              WRITE WORK-REC
              END-WRITE
              ADD 1 TO WS-CNT-LAPSED
           END-IF.
           READ HOLD-FILE NEXT RECORD.
       H200-END. EXIT.
      *PASS TWO - LIFT EACH STAGED HOLD THROUGH PBEGIDX WITH THE
      *EXPIRY REASON AND PRINT THE OUTCOME
       H400-EXPIRE-HOLDS.
           OPEN INPUT WORK-FILE.
           IF NOT WORK-SUCCESS
              DISPLAY 'UNABLE TO OPEN FILE: ' WORK-ST
              MOVE WORK-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'EXPIRED HOLDS' TO H1-TITLE.
           MOVE 99 TO WS-LINE-COUNT.
           READ WORK-FILE.
           PERFORM H450-EXPIRE-ONE UNTIL WORK-EOF.
           IF WS-CNT-EXPIRED > 0 OR WS-CNT-ERROR > 0
              PERFORM H950-CLOSE-SUB-FILES
           END-IF.
           CLOSE WORK-FILE.
       H400-END. EXIT.
       H450-EXPIRE-ONE.
           SET WS-FUNC-EXPIRE TO TRUE.
           MOVE WORK-ID          TO WS-SUB-ID.
           MOVE WORK-DVZ         TO WS-SUB-DVZ.
           MOVE ZEROS            TO WS-SUB-RC WS-SUB-AMOUNT
                                    WS-SUB-ID2 WS-SUB-DVZ2.
           MOVE SPACES           TO WS-SUB-NAME WS-SUB-DATE
                                    WS-SUB-DATA.
           MOVE WORK-HOLD-NO     TO WS-SUB-HOLD-NO.
           MOVE WORK-EXPIRY-DATE TO WS-SUB-HOLD-EXPIRY.
           MOVE SPACES           TO WS-SUB-HOLD-REASON.
           CALL WS-PBEGIDX       USING WS-SUB-AREA.
           IF WS-SUB-RC = 0
              ADD 1 TO WS-CNT-EXPIRED
              MOVE 'EXPIRED' TO EL-RESULT
           ELSE
              ADD 1 TO WS-CNT-ERROR
              MOVE WS-SUB-DATA(1:37) TO EL-RESULT
           END-IF.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
              PERFORM H460-WRITE-EXP-HEADERS
           END-IF.
           MOVE WORK-ID          TO EL-ID.
           MOVE WORK-DVZ         TO EL-DVZ.
           MOVE WORK-HOLD-NO     TO EL-HOLD-NO.
           MOVE WORK-AMOUNT      TO EL-AMOUNT.
           MOVE WORK-EXPIRY-DATE TO EL-EXPIRY.
           WRITE RPT-REC FROM WS-EXPIRED-LINE AFTER ADVANCING 1 LINES.
           ADD 1 TO WS-LINE-COUNT.
           READ WORK-FILE.
       H450-END. EXIT.
       H460-WRITE-EXP-HEADERS.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO TO H1-PAGE-NO.
           WRITE RPT-REC FROM WS-HEADING-1 AFTER ADVANCING PAGE.
           WRITE RPT-REC FROM WS-HEADING-2-EXP AFTER ADVANCING 2 LINES.
           MOVE ZEROS TO WS-LINE-COUNT.
       H460-END. EXIT.
      *PASS THREE - FEED THE HOLDS STILL IN FORCE TO THE SORT.  THE
      *SUBROUTINE HAS CLOSED THE HOLD FILE BY NOW SO IT IS READ AS
      *IT STANDS AFTER THE EXPIRIES
       H500-SORT-INPUT.
           IF WS-HOLD-FILE-PRESENT
              OPEN INPUT HOLD-FILE
              IF NOT HOLD-SUCCESS
                 DISPLAY 'UNABLE TO OPEN FILE: ' HOLD-ST
                 MOVE HOLD-ST TO RETURN-CODE
                 STOP RUN
              END-IF
              READ HOLD-FILE NEXT RECORD
              PERFORM H510-RELEASE-RECORD UNTIL HOLD-EOF
              CLOSE HOLD-FILE
           END-IF.
       H500-END. EXIT.
       H510-RELEASE-RECORD.
           IF HOLD-ACTIVE
              MOVE HOLD-ACCT-DVZ    TO SORT-DVZ
              MOVE HOLD-ACCT-ID     TO SORT-ID
              MOVE HOLD-NO          TO SORT-HOLD-NO
              MOVE HOLD-AMOUNT      TO SORT-AMOUNT
              MOVE HOLD-REASON      TO SORT-REASON
              MOVE HOLD-PLACED-DATE TO SORT-PLACED-DATE
              MOVE HOLD-EXPIRY-DATE TO SORT-EXPIRY-DATE
              RELEASE SORT-REC
           END-IF.
           READ HOLD-FILE NEXT RECORD.
       H510-END. EXIT.
      *PRODUCE THE ACTIVE-HOLD LISTING WITH A COUNT AND AMOUNT PER
      *CURRENCY - AMOUNTS ARE NEVER ADDED ACROSS CURRENCIES
       H600-SORT-OUTPUT.
           OPEN INPUT CURR-FILE.
           IF CURR-SUCCESS
              SET WS-CURR-OPENED TO TRUE
           END-IF.
           MOVE 'ACTIVE HOLDS BY CURRENCY' TO H1-TITLE.
           MOVE 99 TO WS-LINE-COUNT.
           RETURN SORT-WORK RECORD AT END SET WS-SORT-EOF TO TRUE.
           PERFORM H610-PROCESS-RECORD UNTIL WS-SORT-EOF.
           IF NOT WS-FIRST-DVZ
              PERFORM H630-WRITE-SUBTOTAL
           END-IF.
           IF WS-CURR-OPENED
              CLOSE CURR-FILE
           END-IF.
       H600-END. EXIT.
      *DETECT CURRENCY CONTROL BREAKS AND PAGE OVERFLOW
       H610-PROCESS-RECORD.
           IF WS-FIRST-DVZ
              MOVE SORT-DVZ TO WS-CURRENT-DVZ
              MOVE 'N' TO WS-FIRST-DVZ-SW
              PERFORM H650-GET-CURRENCY
           ELSE
              IF SORT-DVZ NOT = WS-CURRENT-DVZ
                 PERFORM H630-WRITE-SUBTOTAL
                 MOVE SORT-DVZ TO WS-CURRENT-DVZ
                 MOVE ZEROS TO WS-DVZ-COUNT WS-DVZ-AMOUNT
                 PERFORM H650-GET-CURRENCY
              END-IF
           END-IF.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
              PERFORM H620-WRITE-HEADERS
           END-IF.
           PERFORM H625-WRITE-DETAIL.
           ADD 1           TO WS-DVZ-COUNT.
           ADD SORT-AMOUNT TO WS-DVZ-AMOUNT.
           ADD 1           TO WS-CNT-ACTIVE.
           RETURN SORT-WORK RECORD AT END SET WS-SORT-EOF TO TRUE.
       H610-END. EXIT.
       H620-WRITE-HEADERS.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO TO H1-PAGE-NO.
           WRITE RPT-REC FROM WS-HEADING-1 AFTER ADVANCING PAGE.
           WRITE RPT-REC FROM WS-HEADING-2-ACT AFTER ADVANCING 2 LINES.
           MOVE ZEROS TO WS-LINE-COUNT.
       H620-END. EXIT.
       H625-WRITE-DETAIL.
           MOVE WS-CURR-ISO      TO DL-ISO.
           MOVE SORT-ID          TO DL-ID.
           MOVE SORT-HOLD-NO     TO DL-HOLD-NO.
           MOVE SORT-AMOUNT      TO DL-AMOUNT.
           MOVE SORT-REASON      TO DL-REASON.
           MOVE SORT-PLACED-DATE TO DL-PLACED.
           IF SORT-EXPIRY-DATE = ZEROS
              MOVE 'OPEN'           TO DL-EXPIRY
           ELSE
              MOVE SORT-EXPIRY-DATE TO DL-EXPIRY
           END-IF.
           WRITE RPT-REC FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINES.
           ADD 1 TO WS-LINE-COUNT.
       H625-END. EXIT.
       H630-WRITE-SUBTOTAL.
           MOVE WS-CURR-ISO    TO ST-ISO.
           MOVE WS-CURR-DESC   TO ST-DESC.
           MOVE WS-DVZ-COUNT   TO ST-COUNT.
           MOVE WS-DVZ-AMOUNT  TO ST-AMOUNT.
           WRITE RPT-REC FROM WS-SUBTOTAL-LINE AFTER ADVANCING 2 LINES.
           ADD 2 TO WS-LINE-COUNT.
       H630-END. EXIT.
      *LOOK UP THE ISO LETTERS AND DESCRIPTION FOR THE NEW CURRENCY
      *A MISSING REFERENCE FILE OR CODE FALLS BACK TO THE RAW NUMBER
       H650-GET-CURRENCY.
           IF WS-CURR-OPENED
              MOVE WS-CURRENT-DVZ TO CURR-CODE
              READ CURR-FILE
                 INVALID KEY
                    PERFORM H655-CURRENCY-FALLBACK
                 NOT INVALID KEY
                    MOVE CURR-ISO  TO WS-CURR-ISO
                    MOVE CURR-DESC TO WS-CURR-DESC
              END-READ
           ELSE
              PERFORM H655-CURRENCY-FALLBACK
           END-IF.
       H650-END. EXIT.
       H655-CURRENCY-FALLBACK.
           MOVE WS-CURRENT-DVZ TO WS-CURR-NUM.
           MOVE WS-CURR-NUM    TO WS-CURR-ISO.
           MOVE 'UNKNOWN CURRENCY'  TO WS-CURR-DESC.
       H655-END. EXIT.
      *TELL THE SUBROUTINE THE RUN IS OVER SO IT CLOSES THE VSAM
      *FILES IT HAS KEPT OPEN ACROSS THE CALLS
       H950-CLOSE-SUB-FILES.
           SET WS-FUNC-CLOSE-FILES TO TRUE.
           MOVE ZEROS  TO WS-SUB-ID WS-SUB-DVZ WS-SUB-RC.
           MOVE SPACES TO WS-SUB-DATA.
           CALL WS-PBEGIDX USING WS-SUB-AREA.
       H950-END. EXIT.
       H900-WRITE-SUMMARY.
           MOVE WS-CNT-EXPIRED TO SM-EXPIRED.
           MOVE WS-CNT-ERROR   TO SM-ERROR.
           MOVE WS-CNT-ACTIVE  TO SM-ACTIVE.
           WRITE RPT-REC FROM WS-SUMMARY-LINE
              AFTER ADVANCING 3 LINES.
       H900-END. EXIT.
       H999-PROGRAM-EXIT.
           DISPLAY 'HOLDS SCANNED    : ' WS-CNT-SCANNED.
           DISPLAY 'HOLDS LAPSED     : ' WS-CNT-LAPSED.
           DISPLAY 'HOLDS EXPIRED    : ' WS-CNT-EXPIRED.
           DISPLAY 'EXPIRY ERRORS    : ' WS-CNT-ERROR.
           DISPLAY 'HOLDS IN FORCE   : ' WS-CNT-ACTIVE.
           IF WS-CNT-ERROR > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE RPT-FILE.
           PERFORM H020-RELEASE-RUN.
           STOP RUN.
       H999-END. EXIT.
