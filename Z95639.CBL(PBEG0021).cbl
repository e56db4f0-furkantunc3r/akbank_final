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
           05 ACCT-ST            PIC 9(02).
              88 ACCT-EOF                   VALUE 10.
              88 ACCT-SUCCESS               VALUE 00 97.
              END-WRITE
           END-IF.
       H550-END. EXIT.
      *A CLEAN PROOF IS RECORDED AGAINST THE BUSINESS DATE - THE
      *DATE ROLL WILL NOT LEAVE A DAY THAT HAS NOT PROVED
       H600-MARK-PROVED.
           MOVE 'P'   TO WS-DATE-FUNC.
           MOVE ZEROS TO WS-DATE-RC.
           CALL WS-PBEGDAT USING WS-DATE-AREA.
           IF WS-DATE-RC NOT = 0
              DISPLAY WS-DATE-MSG
              MOVE 8 TO RETURN-CODE
           ELSE
              DISPLAY 'PROVED FOR DATE   : ' WS-DATE-PROOF
           END-IF.
       H600-END. EXIT.
      *RC 8 MAKES THE SCHEDULER HOLD THE OVERNIGHT STREAM THE SAME
      *WAY THE POSTING RUN SIGNALS AN ERROR RATE OVER THE LIMIT
       H999-PROGRAM-EXIT.
           DISPLAY 'CURRENCIES OUT    : ' WS-CNT-UNPROVED.
           IF WS-CNT-UNPROVED > 0
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM H600-MARK-PROVED
           END-IF.
           PERFORM H020-RELEASE-RUN.
           STOP RUN.
