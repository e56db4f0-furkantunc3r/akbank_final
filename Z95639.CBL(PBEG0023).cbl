       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 WS-PBEGLOK        PIC X(08)   VALUE 'PBEGLOK'.
           05 WS-PBEGDAT        PIC X(08)   VALUE 'PBEGDAT'.
           05 WS-ENROLLED-SW    PIC X(01)   VALUE 'N'.
              88 WS-ENROLLED                VALUE 'Y'.
           05 WS-LOCK-AREA.
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
           05 HIST-ST           PIC 9(02).
              88 HIST-EOF                   VALUE 10.
              88 HIST-SUCCESS               VALUE 00 97.
              88 WS-SORT-EOF                VALUE 'Y'.
           05 WS-CUTOFF         PIC 9(14)   VALUE ZEROS.
           05 WS-NEW-CUTOFF     PIC 9(14)   VALUE ZEROS.
      *THE RUN IS STAMPED WITH THE BUSINESS DATE AND THE TIME OF
      *DAY, AND TAKES NO ROW STAMPED AFTER THE END OF THAT DAY - A
      *ROW OF A LATER BUSINESS DAY WAITS FOR THAT DAY'S EXTRACT
           05 WS-RUN-TS.
              07 WS-RUN-TS-DATE PIC 9(08).
              07 WS-RUN-TS-TIME PIC 9(06).
           05 WS-UPTO-TS.
              07 WS-UPTO-TS-DATE PIC 9(08).
              07 WS-UPTO-TS-TIME PIC 9(06) VALUE 235959.
           05 WS-UPTO-TS-N REDEFINES WS-UPTO-TS
                                PIC 9(14).
           05 WS-GRP-KEY.
              07 WS-GRP-ID      PIC 9(05).
              07 WS-GRP-DVZ     PIC 9(03).
           05 WS-CNT-READ       PIC 9(08)   VALUE ZEROS.
           05 WS-CNT-SELECTED   PIC 9(08)   VALUE ZEROS.
           05 WS-CNT-BEFORE     PIC 9(08)   VALUE ZEROS.
           05 WS-CNT-AFTER      PIC 9(08)   VALUE ZEROS.
           05 WS-CNT-DETAIL     PIC 9(08)   VALUE ZEROS.
      *THE HASH TOTAL IS THE PLAIN SUM OF THE CLOSING BALANCES SO
      *THE RECEIVING SIDE CAN VERIFY THE FILE ARRIVED WHOLE
      *KEY FOR THE LEDGER FEED
       000-MAIN.
           PERFORM H010-ENROLL-RUN.
           PERFORM H030-GET-BUSINESS-DATE.
           MOVE WS-DATE-CURRENT TO WS-RUN-TS-DATE WS-UPTO-TS-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TS-TIME.
           PERFORM H050-GET-CUTOFF.
           MOVE WS-CUTOFF TO WS-NEW-CUTOFF.
           SORT SORT-WORK
           DISPLAY 'TRAIL ROWS READ  : ' WS-CNT-READ.
           DISPLAY 'ROWS SELECTED    : ' WS-CNT-SELECTED.
           DISPLAY 'ROWS AT/BEFORE   : ' WS-CNT-BEFORE.
           DISPLAY 'ROWS AFTER DAY   : ' WS-CNT-AFTER.
           DISPLAY 'ACCOUNTS WRITTEN : ' WS-CNT-DETAIL.
           DISPLAY 'NEW CUTOFF       : ' WS-NEW-CUTOFF.
           PERFORM H020-RELEASE-RUN.
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
      *AN ABSENT CONTROL FILE MEANS A FIRST RUN - EVERYTHING ON THE
      *CONCATENATED TRAIL GOES OUT
       H050-GET-CUTOFF.
           END-IF.
       H050-END. EXIT.
      *ONLY ROWS STRICTLY AFTER THE CUTOFF TAKE PART - ROWS AT OR
      *BEFORE IT WENT OUT WITH AN EARLIER EXTRACT.  ROWS PAST THE
      *END OF THE BUSINESS DAY ARE LEFT FOR THE NEXT EXTRACT, AND
      *THE CUTOFF NEVER MOVES PAST THEM
       H200-SORT-INPUT.
           OPEN INPUT HIST-FILE.
           IF HIST-SUCCESS
       H200-END. EXIT.
       H210-RELEASE-RECORD.
           ADD 1 TO WS-CNT-READ.
           IF HIST-TIMESTAMP > WS-UPTO-TS-N
              ADD 1 TO WS-CNT-AFTER
           ELSE
           IF HIST-TIMESTAMP > WS-CUTOFF
              MOVE HIST-ID          TO SORT-ID
              MOVE HIST-DVZ         TO SORT-DVZ
              END-IF
           ELSE
              ADD 1 TO WS-CNT-BEFORE
           END-IF
           END-IF.
           READ HIST-FILE.
       H210-END. EXIT.
