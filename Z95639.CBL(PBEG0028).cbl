       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PBEG0028.
       AUTHOR.        FURKAN TUNCER.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY DFHAID.
       01  WS-WORK-AREA.
           05 WS-RESP           PIC S9(08) COMP.
           05 WS-APPR-KEY       PIC 9(07).
           05 WS-USERID         PIC X(08).
           05 WS-DECIDE-OK-SW   PIC X(01).
              88 WS-DECIDE-OK               VALUE 'Y'.
           05 WS-ACTION         PIC X(01).
              88 WS-ACT-INQUIRE             VALUE 'I'.
              88 WS-ACT-APPROVE             VALUE 'A'.
              88 WS-ACT-REJECT              VALUE 'R'.
              88 WS-ACT-VALID               VALUE 'I' 'A' 'R'.
           05 OUT-AMOUNT        PIC Z(08)9.99.
           05 WS-BDK-KEY        PIC X(08)  VALUE 'BUSDATE'.
      *THE DECISION IS STAMPED WITH THE BUSINESS DATE AND THE
      *MACHINE TIME, THE SAME STAMP PBEG0006 PUTS ON THE ENTRY
           05 WS-DECISION-TS.
              07 WS-DECISION-DATE PIC 9(08).
              07 WS-DECISION-TIME PIC 9(06).
      *THE ONLINE COPY OF THE BUSINESS DATE EXACTLY AS PBEGDAT KEEPS IT
       01  BDK-FIELDS.
           03 BDK-KEY           PIC X(08).
           03 BDK-CURRENT       PIC 9(08).
           03 BDK-PREVIOUS      PIC 9(08).
           03 BDK-PROOF-DATE    PIC 9(08).
           03 BDK-ROLL-TS       PIC 9(14).
           03 FILLER            PIC X(10).
      *THE PENDING-APPROVAL RECORD EXACTLY AS PBEG0006 WRITES IT
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
      *HAND-CODED SYMBOLIC MAP FOR MAPSET PBEGM28 / MAP MAPAPR -
      *FIELD ORDER AND LENGTHS MUST MATCH THE BMS SOURCE
       01  MAPAPRI.
           05 FILLER            PIC X(12).
           05 ACTIONL           PIC S9(04) COMP.
           05 ACTIONF           PIC X(01).
           05 ACTIONI           PIC X(01).
           05 APPRNOL           PIC S9(04) COMP.
           05 APPRNOF           PIC X(01).
           05 APPRNOI           PIC X(07).
           05 TYPEL             PIC S9(04) COMP.
           05 TYPEF             PIC X(01).
           05 TYPEI             PIC X(01).
           05 ACCTIDL           PIC S9(04) COMP.
           05 ACCTIDF           PIC X(01).
           05 ACCTIDI           PIC X(05).
           05 ACCTDVZL          PIC S9(04) COMP.
           05 ACCTDVZF          PIC X(01).
           05 ACCTDVZI          PIC X(03).
           05 AMOUNTL           PIC S9(04) COMP.
           05 AMOUNTF           PIC X(01).
           05 AMOUNTI           PIC X(12).
           05 TOIDL             PIC S9(04) COMP.
           05 TOIDF             PIC X(01).
           05 TOIDI             PIC X(05).
           05 TODVZL            PIC S9(04) COMP.
           05 TODVZF            PIC X(01).
           05 TODVZI            PIC X(03).
           05 MAKERL            PIC S9(04) COMP.
           05 MAKERF            PIC X(01).
           05 MAKERI            PIC X(08).
           05 ENTEREDL          PIC S9(04) COMP.
           05 ENTEREDF          PIC X(01).
           05 ENTEREDI          PIC X(14).
           05 STATUSL           PIC S9(04) COMP.
           05 STATUSF           PIC X(01).
           05 STATUSI           PIC X(08).
           05 CHECKERL          PIC S9(04) COMP.
           05 CHECKERF          PIC X(01).
           05 CHECKERI          PIC X(08).
           05 REASONL           PIC S9(04) COMP.
           05 REASONF           PIC X(01).
           05 REASONI           PIC X(30).
           05 MSGL              PIC S9(04) COMP.
           05 MSGF              PIC X(01).
           05 MSGI              PIC X(40).
       01  MAPAPRO REDEFINES MAPAPRI.
           05 FILLER            PIC X(12).
           05 FILLER            PIC X(03).
           05 ACTIONO           PIC X(01).
           05 FILLER            PIC X(03).
           05 APPRNOO           PIC X(07).
           05 FILLER            PIC X(03).
           05 TYPEO             PIC X(01).
           05 FILLER            PIC X(03).
           05 ACCTIDO           PIC X(05).
           05 FILLER            PIC X(03).
           05 ACCTDVZO          PIC X(03).
           05 FILLER            PIC X(03).
           05 AMOUNTO           PIC X(12).
           05 FILLER            PIC X(03).
           05 TOIDO             PIC X(05).
           05 FILLER            PIC X(03).
           05 TODVZO            PIC X(03).
           05 FILLER            PIC X(03).
           05 MAKERO            PIC X(08).
           05 FILLER            PIC X(03).
           05 ENTEREDO          PIC X(14).
           05 FILLER            PIC X(03).
           05 STATUSO           PIC X(08).
           05 FILLER            PIC X(03).
           05 CHECKERO          PIC X(08).
           05 FILLER            PIC X(03).
           05 REASONO           PIC X(30).
           05 FILLER            PIC X(03).
           05 MSGO              PIC X(40).
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05 CA-STATE          PIC X(01).
       PROCEDURE DIVISION.
      *PSEUDO-CONVERSATIONAL: FIRST ENTRY PAINTS THE EMPTY SCREEN,
      *EVERY LATER ENTRY CARRIES THE CHECKER'S INPUT
       000-MAIN.
           IF EIBCALEN = 0
              PERFORM H100-SEND-FRESH-MAP
           ELSE
              PERFORM H200-PROCESS-INPUT
           END-IF.
           EXEC CICS RETURN
                TRANSID('PB28')
                COMMAREA(WS-ACTION)
                LENGTH(1)
           END-EXEC.
       H100-SEND-FRESH-MAP.
           MOVE LOW-VALUES TO MAPAPRO.
           MOVE 'ENTER ACTION AND ITEM NO' TO MSGO.
           EXEC CICS SEND
                MAP('MAPAPR')
                MAPSET('PBEGM28')
                FROM(MAPAPRO)
                ERASE
           END-EXEC.
       H100-END. EXIT.
      *CLEAR OR PF3 HANDS THE TERMINAL BACK TO CICS - WITHOUT THIS
      *THE TRANSACTION WOULD RE-ARM ITSELF FOREVER
       H200-PROCESS-INPUT.
           IF EIBAID = DFHCLEAR OR EIBAID = DFHPF3
              PERFORM H150-EXIT-TRANSACTION
           END-IF.
           MOVE LOW-VALUES TO MAPAPRI.
           EXEC CICS RECEIVE
                MAP('MAPAPR')
                MAPSET('PBEGM28')
                INTO(MAPAPRI)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              PERFORM H100-SEND-FRESH-MAP
           ELSE
              MOVE ACTIONI TO WS-ACTION
              PERFORM H250-EDIT-AND-ROUTE
           END-IF.
       H200-END. EXIT.
      *A PLAIN RETURN (NO TRANSID) ENDS THE CONVERSATION
       H150-EXIT-TRANSACTION.
           EXEC CICS SEND CONTROL
                ERASE
                FREEKB
           END-EXEC.
           EXEC CICS RETURN
           END-EXEC.
       H150-END. EXIT.
      *THE SIGNED-ON USER IS THE CHECKER - IT IS NEVER KEYED, SO
      *NOBODY CAN SIGN OFF AN ITEM UNDER SOMEONE ELSE'S NAME
       H250-EDIT-AND-ROUTE.
           EXEC CICS ASSIGN
                USERID(WS-USERID)
           END-EXEC.
           IF NOT WS-ACT-VALID
              MOVE 'ACTION MUST BE I A OR R' TO MSGO
              PERFORM H800-SEND-DATAONLY
           ELSE
           IF APPRNOI NOT NUMERIC OR APPRNOI = '0000000'
              MOVE 'ITEM NO MUST BE NUMERIC' TO MSGO
              PERFORM H800-SEND-DATAONLY
           ELSE
           IF WS-ACT-REJECT
              AND (REASONL = 0 OR REASONI = SPACES)
              MOVE 'A REJECTION NEEDS A REASON' TO MSGO
              PERFORM H800-SEND-DATAONLY
           ELSE
              EVALUATE TRUE
                 WHEN WS-ACT-INQUIRE
                    PERFORM H300-INQUIRE
                 WHEN WS-ACT-APPROVE
                    PERFORM H400-APPROVE
                 WHEN WS-ACT-REJECT
                    PERFORM H500-REJECT
              END-EVALUATE
           END-IF
           END-IF
           END-IF.
       H250-END. EXIT.
      *INQUIRY - SHOW THE ITEM AND WHERE IT STANDS
       H300-INQUIRE.
           PERFORM H600-READ-ITEM.
           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM H700-SHOW-ITEM
              MOVE 'ITEM READ' TO MSGO
              PERFORM H800-SEND-DATAONLY
           END-IF.
       H300-END. EXIT.
      *APPROVAL ONLY RECORDS THE DECISION - THE NEXT PBEG0029 RUN
      *POSTS THE ITEM THROUGH PBEGIDX LIKE ANY OTHER MOVEMENT
       H400-APPROVE.
           PERFORM H650-READ-FOR-UPDATE.
           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM H630-CHECK-DECIDABLE
              IF WS-DECIDE-OK
                 SET APPR-APPROVED TO TRUE
                 MOVE WS-USERID TO APPR-CHECKER-ID
                 MOVE WS-DECISION-TS TO APPR-DECISION-TS
                 MOVE SPACES    TO APPR-REASON
                 PERFORM H660-REWRITE-ITEM
                 IF WS-RESP = DFHRESP(NORMAL)
                    MOVE 'ITEM APPROVED - POSTS ON NEXT RUN' TO MSGO
                 END-IF
              END-IF
              PERFORM H700-SHOW-ITEM
              PERFORM H800-SEND-DATAONLY
           END-IF.
       H400-END. EXIT.
      *A REJECTED ITEM IS NEVER POSTED - THE REASON STAYS ON THE
      *ITEM FOR THE MAKER AND THE AUDITORS
       H500-REJECT.
           PERFORM H650-READ-FOR-UPDATE.
           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM H630-CHECK-DECIDABLE
              IF WS-DECIDE-OK
                 SET APPR-REJECTED TO TRUE
                 MOVE WS-USERID TO APPR-CHECKER-ID
                 MOVE WS-DECISION-TS TO APPR-DECISION-TS
                 MOVE REASONI   TO APPR-REASON
                 PERFORM H660-REWRITE-ITEM
                 IF WS-RESP = DFHRESP(NORMAL)
                    MOVE 'ITEM REJECTED' TO MSGO
                 END-IF
              END-IF
              PERFORM H700-SHOW-ITEM
              PERFORM H800-SEND-DATAONLY
           END-IF.
       H500-END. EXIT.
      *FOUR EYES - ONLY A PENDING ITEM MAY BE DECIDED, AND NEVER BY
      *THE USER WHO KEYED IT.  A REFUSED DECISION GIVES THE RECORD
      *BACK UNTOUCHED
       H630-CHECK-DECIDABLE.
           MOVE 'N' TO WS-DECIDE-OK-SW.
           IF NOT APPR-PENDING
              MOVE 'ITEM IS NOT PENDING' TO MSGO
           ELSE
           IF APPR-MAKER-ID = WS-USERID
              MOVE 'MAKER MAY NOT DECIDE OWN ITEM' TO MSGO
           ELSE
              PERFORM H640-GET-BUSINESS-DATE
           END-IF
           END-IF.
           IF NOT WS-DECIDE-OK
              EXEC CICS UNLOCK
                   FILE('APPRFL')
              END-EXEC
           END-IF.
       H630-END. EXIT.
      *WITHOUT THE BUSINESS DATE THE DECISION IS NOT RECORDED
       H640-GET-BUSINESS-DATE.
           EXEC CICS READ
                FILE('BUSDATK')
                INTO(BDK-FIELDS)
                RIDFLD(WS-BDK-KEY)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) AND BDK-CURRENT NUMERIC
              MOVE BDK-CURRENT TO WS-DECISION-DATE
              MOVE FUNCTION CURRENT-DATE(9:6) TO WS-DECISION-TIME
              SET WS-DECIDE-OK TO TRUE
           ELSE
              MOVE 'BUSINESS DATE NOT AVAILABLE' TO MSGO
           END-IF.
       H640-END. EXIT.
       H600-READ-ITEM.
           MOVE APPRNOI TO WS-APPR-KEY.
           EXEC CICS READ
                FILE('APPRFL')
                INTO(APPR-FIELDS)
                RIDFLD(WS-APPR-KEY)
                RESP(WS-RESP)
           END-EXEC.
           PERFORM H680-CHECK-READ-RESP.
       H600-END. EXIT.
       H650-READ-FOR-UPDATE.
           MOVE APPRNOI TO WS-APPR-KEY.
           EXEC CICS READ
                FILE('APPRFL')
                INTO(APPR-FIELDS)
                RIDFLD(WS-APPR-KEY)
                UPDATE
                RESP(WS-RESP)
           END-EXEC.
           PERFORM H680-CHECK-READ-RESP.
       H650-END. EXIT.
       H680-CHECK-READ-RESP.
           IF WS-RESP = DFHRESP(NOTFND)
              MOVE 'NO SUCH ITEM' TO MSGO
              PERFORM H800-SEND-DATAONLY
           ELSE
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'UNABLE TO READ APPROVAL FILE' TO MSGO
              PERFORM H800-SEND-DATAONLY
           END-IF
           END-IF.
       H680-END. EXIT.
       H660-REWRITE-ITEM.
           EXEC CICS REWRITE
                FILE('APPRFL')
                FROM(APPR-FIELDS)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'UNABLE TO REWRITE ITEM' TO MSGO
           END-IF.
       H660-END. EXIT.
      *PAINT THE CURRENT ITEM INTO THE DISPLAY FIELDS
       H700-SHOW-ITEM.
           MOVE APPR-ISLEM-TIPI  TO TYPEO.
           MOVE APPR-ID          TO ACCTIDO.
           MOVE APPR-DVZ         TO ACCTDVZO.
           MOVE APPR-AMOUNT      TO OUT-AMOUNT.
           MOVE OUT-AMOUNT       TO AMOUNTO.
           IF APPR-TRANSFER
              MOVE APPR-ID-TO    TO TOIDO
              MOVE APPR-DVZ-TO   TO TODVZO
           ELSE
              MOVE SPACES        TO TOIDO TODVZO
           END-IF.
           MOVE APPR-MAKER-ID    TO MAKERO.
           MOVE APPR-ENTRY-TS    TO ENTEREDO.
           EVALUATE TRUE
              WHEN APPR-PENDING
                 MOVE 'PENDING'  TO STATUSO
              WHEN APPR-APPROVED
                 MOVE 'APPROVED' TO STATUSO
              WHEN APPR-POSTED
                 MOVE 'POSTED'   TO STATUSO
              WHEN APPR-FAILED
                 MOVE 'FAILED'   TO STATUSO
              WHEN APPR-REJECTED
                 MOVE 'REJECTED' TO STATUSO
              WHEN APPR-EXPIRED
                 MOVE 'EXPIRED'  TO STATUSO
              WHEN OTHER
                 MOVE APPR-STATUS TO STATUSO
           END-EVALUATE.
           MOVE APPR-CHECKER-ID  TO CHECKERO.
           MOVE APPR-REASON      TO REASONO.
       H700-END. EXIT.
       H800-SEND-DATAONLY.
           EXEC CICS SEND
                MAP('MAPAPR')
                MAPSET('PBEGM28')
                FROM(MAPAPRO)
                DATAONLY
           END-EXEC.
       H800-END. EXIT.
