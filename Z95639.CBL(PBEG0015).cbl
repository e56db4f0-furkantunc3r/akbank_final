           05 MMDDYYYY          PIC 9(8).
           05 OUT-DATE          PIC X(8).
           05 OUT-BALANCE       PIC Z(08)9.99.
           05 WS-BDK-KEY        PIC X(08)  VALUE 'BUSDATE'.
           05 WS-DATE-OK-SW     PIC X(01).
              88 WS-DATE-OK                 VALUE 'Y'.
      *THE TRAIL IS STAMPED WITH THE BUSINESS DATE AND THE MACHINE
      *TIME, THE SAME STAMP PBEGIDX PUTS ON EVERY BATCH ROW
           05 WS-HIST-TS.
              07 WS-HIST-TS-DATE PIC 9(08).
              07 WS-HIST-TS-TIME PIC 9(06).
      *THE ONLINE COPY OF THE BUSINESS DATE EXACTLY AS PBEGDAT KEEPS IT
       01  BDK-FIELDS.
           03 BDK-KEY           PIC X(08).
           03 BDK-CURRENT       PIC 9(08).
           03 BDK-PREVIOUS      PIC 9(08).
           03 BDK-PROOF-DATE    PIC 9(08).
           03 BDK-ROLL-TS       PIC 9(14).
           03 FILLER            PIC X(10).
      *THE MASTER RECORD EXACTLY AS THE BATCH PROGRAMS CARRY IT
       01  ACCT-FIELDS.
           03 ACCT-KEY.
      *A CHANGE IS NEVER APPLIED WITHOUT ITS AUDIT ROW
       H620-WRITE-HIST.
           MOVE 'N'          TO WS-HIST-OK-SW.
           PERFORM H615-GET-BUSINESS-DATE.
           IF WS-DATE-OK
              PERFORM H625-PUT-HIST
           END-IF.
       H620-END. EXIT.
      *A ROW STAMPED FROM THE MACHINE CLOCK COULD SORT AHEAD OF
      *BATCH ROWS WRITTEN LATER AND BE TAKEN FOR THE END OF THE
      *DAY'S MOVEMENTS - WITHOUT THE BUSINESS DATE NOTHING IS WRITTEN
       H615-GET-BUSINESS-DATE.
           MOVE 'N' TO WS-DATE-OK-SW.
           EXEC CICS READ
                FILE('BUSDATK')
                INTO(BDK-FIELDS)
                RIDFLD(WS-BDK-KEY)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) AND BDK-CURRENT NUMERIC
              SET WS-DATE-OK TO TRUE
           ELSE
              MOVE 'BUSINESS DATE NOT AVAILABLE' TO MSGO
           END-IF.
       H615-END. EXIT.
       H625-PUT-HIST.
           MOVE ACCT-ID      TO HIST-ID.
           MOVE ACCT-DVZ     TO HIST-DVZ.
           MOVE WS-ISLEM-TIPI TO HIST-ISLEM-TIPI.
           MOVE BDK-CURRENT  TO WS-HIST-TS-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HIST-TS-TIME.
           MOVE WS-HIST-TS   TO HIST-TIMESTAMP.
           MOVE ACCT-CUST-AREA TO HIST-NEW-NAME.
           MOVE ACCT-SURNAME TO HIST-NEW-SURNAME.
           MOVE ACCT-DATE    TO HIST-NEW-DATE.
           ELSE
              MOVE 'UNABLE TO WRITE AUDIT HIST' TO MSGO
           END-IF.
       H625-END. EXIT.
      *A FAILED REWRITE BACKS THE AUDIT ROW OUT AGAIN - THE TRAIL
      *AND THE MASTER MOVE TOGETHER OR NOT AT ALL
       H660-REWRITE-MASTER.
