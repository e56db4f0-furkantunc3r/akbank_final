           SELECT ERRLIM-FILE ASSIGN ERRLIMIT
                           ORGANIZATION LINE SEQUENTIAL
                           STATUS ERRLIM-ST.
           SELECT AUTHLIM-FILE ASSIGN AUTHLIM
                           ORGANIZATION LINE SEQUENTIAL
                           STATUS AUTHLIM-ST.
      *MONEY MOVEMENTS OVER THE AUTHORISATION LIMIT WAIT HERE FOR A
      *SECOND USER TO SIGN THEM OFF ON THE PBEG0028 SCREEN
           SELECT APPR-FILE ASSIGN       APPRFL
                           ORGANIZATION  INDEXED
                           ACCESS        RANDOM
                           RECORD        APPR-NO
                           STATUS        APPR-ST.
      *EVERY SENDER REFERENCE THAT HAS POSTED OR GONE FOR APPROVAL,
      *KEYED BY SOURCE AND REFERENCE - THE SAME REFERENCE COMING IN
      *AGAIN, IN THIS RUN OR A LATER ONE, IS REFUSED.  PBEG0029
      *GIVES THE REFERENCE BACK WHEN A QUEUED ITEM NEVER POSTS
           SELECT REF-FILE ASSIGN        REFFL
                           ORGANIZATION  INDEXED
                           ACCESS        RANDOM
                           RECORD        REF-KEY
                           STATUS        REF-ST.
      *EVERY REFUSED DUPLICATE IS LOGGED FOR THE PBEG0038 REPORT
           SELECT DUP-FILE ASSIGN DUPLOG
                           STATUS DUP-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  OUT-FILE RECORDING MODE F.
              07 INP-ORIG-TS    PIC 9(14).
              07 FILLER         PIC X(01).
           05 INP-SURNAME       PIC X(15).
      *A TRANSFER OR AN EXCHANGE CARRIES THE RECEIVING ACCOUNT KEY
      *WHERE OTHER OPERATIONS CARRY THE SURNAME
           05 INP-TO-AREA REDEFINES INP-SURNAME.
              07 INP-ID-TO      PIC X(05).
              07 INP-DVZ-TO     PIC X(03).
              07 FILLER         PIC X(07).
      *A HOLD OR A RELEASE NAMES THE HOLD, ITS EXPIRY AND ITS REASON
           05 INP-HOLD-AREA REDEFINES INP-SURNAME.
              07 INP-HOLD-NO    PIC X(05).
              07 INP-HOLD-EXPIRY PIC X(08).
              07 INP-HOLD-REASON PIC X(02).
           05 INP-DATE          PIC X(07).
      *THE USER WHO KEYED THE LINE - KEPT WITH ANY ITEM THAT HAS TO
      *WAIT FOR APPROVAL SO THE CHECKER CAN BE PROVED DIFFERENT
           05 INP-MAKER-ID      PIC X(08).
      *THE SENDING SYSTEM AND ITS OWN REFERENCE FOR THE LINE - A
      *LINE WITHOUT A REFERENCE IS NOT CHECKED FOR DUPLICATES
           05 INP-SOURCE        PIC X(03).
           05 INP-SENDER-REF    PIC X(16).
      *
       FD  CKPT-FILE RECORDING MODE F.
       01  CKPT-REC.
           05 CKPT-CNT-BADKEY   PIC 9(07).
           05 CKPT-CNT-RC-OK    PIC 9(07).
           05 CKPT-CNT-RC-ERROR PIC 9(07).
           05 CKPT-CNT-H        PIC 9(07).
           05 CKPT-CNT-L        PIC 9(07).
           05 CKPT-CNT-PENDING  PIC 9(07).
           05 CKPT-CNT-X        PIC 9(07).
           05 CKPT-CNT-DUP      PIC 9(07).
      *
       FD  GENCTR-FILE RECORDING MODE F.
       01  GENCTR-REC.
       01  ERRLIM-REC.
           05 ERRLIM-PCT        PIC 9(03).
           05 ERRLIM-CONSEC     PIC 9(05).
      *
      *ONE LINE PER CURRENCY - CODE 000 SETS THE LIMIT FOR EVERY
      *CURRENCY WITHOUT A LINE OF ITS OWN
       FD  AUTHLIM-FILE RECORDING MODE F.
       01  AUTHLIM-REC.
           05 AUTHLIM-DVZ       PIC X(03).
           05 AUTHLIM-AMOUNT    PIC X(11).
           05 AUTHLIM-AMOUNT-N REDEFINES AUTHLIM-AMOUNT
                                PIC 9(09)V9(02).
      *
      *RECORD 0000000 IS THE CONTROL RECORD CARRYING THE LAST ITEM
      *NUMBER ISSUED - EVERY OTHER RECORD IS ONE PENDING ITEM
       FD  APPR-FILE.
       01  APPR-FIELDS.
           03 APPR-NO           PIC 9(07).
           03 APPR-BODY.
              05 APPR-ISLEM-TIPI PIC X(01).
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
      *THE REFUSED LINE AS IT CAME IN, WITH WHERE ITS REFERENCE WAS
      *FIRST SEEN SO THE SENDING SYSTEM CAN BE CHASED
       FD  DUP-FILE RECORDING MODE F.
       01  DUP-REC.
           05 DUP-DATE          PIC 9(08).
           05 DUP-TS            PIC 9(14).
           05 DUP-SOURCE        PIC X(03).
           05 DUP-SENDER-REF    PIC X(16).
           05 DUP-ISLEM-TIPI    PIC X(01).
           05 DUP-ID            PIC 9(05).
           05 DUP-DVZ           PIC 9(03).
           05 DUP-AMOUNT        PIC 9(09)V9(02).
           05 DUP-MAKER-ID      PIC X(08).
           05 DUP-OUT-GEN       PIC X(09).
           05 DUP-FIRST-DATE    PIC 9(08).
           05 DUP-FIRST-GEN     PIC X(09).
           05 DUP-FIRST-RC      PIC 9(02).
           05 FILLER            PIC X(03).
      *
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 WS-PBEGIDX        PIC X(08)   VALUE 'PBEGIDX'.
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
           05 OUT-ST            PIC 9(02).
              88 OUT-SUCCESS                VALUE 00 97.
           05 WS-OUT-OPEN-SW    PIC X(01)   VALUE 'N'.
              88 RESTART-SUCCESS            VALUE 00 97.
           05 ERRLIM-ST         PIC 9(02).
              88 ERRLIM-SUCCESS             VALUE 00 97.
           05 AUTHLIM-ST        PIC 9(02).
              88 AUTHLIM-EOF                VALUE 10.
              88 AUTHLIM-SUCCESS            VALUE 00 97.
           05 APPR-ST           PIC 9(02).
              88 APPR-SUCCESS               VALUE 00 97.
              88 APPR-NOT-FOUND             VALUE 23.
           05 WS-APPR-OPEN-SW   PIC X(01)   VALUE 'N'.
              88 WS-APPR-OPENED             VALUE 'Y'.
           05 WS-APPROVAL-SW    PIC X(01)   VALUE 'N'.
              88 WS-NEEDS-APPROVAL          VALUE 'Y'.
           05 REF-ST            PIC 9(02).
              88 REF-SUCCESS                VALUE 00 97.
              88 REF-NOT-FOUND              VALUE 23.
           05 WS-REF-OPEN-SW    PIC X(01)   VALUE 'N'.
              88 WS-REF-OPENED              VALUE 'Y'.
           05 DUP-ST            PIC 9(02).
              88 DUP-SUCCESS                VALUE 00 97.
           05 WS-DUP-OPEN-SW    PIC X(01)   VALUE 'N'.
              88 WS-DUP-OPENED              VALUE 'Y'.
      *WHAT THE REFERENCE CHECK FOUND FOR THE CURRENT LINE
           05 WS-REF-SW         PIC X(01)   VALUE SPACE.
              88 WS-REF-NONE                VALUE ' '.
              88 WS-REF-NEW                 VALUE 'N'.
              88 WS-REF-DUPLICATE           VALUE 'Y'.
              88 WS-REF-UNCHECKED           VALUE 'E'.
              88 WS-REF-REFUSED             VALUE 'Y' 'E'.
           05 WS-DEF-AUTH-LIMIT PIC 9(09)V9(02) VALUE 100000.00.
           05 WS-CUR-AUTH-LIMIT PIC 9(09)V9(02) VALUE ZEROS.
           05 WS-AUTH-IX        PIC 9(03).
           05 WS-APPR-NO        PIC 9(07)   VALUE ZEROS.
           05 WS-RESTART-FLAG   PIC X(01)   VALUE 'N'.
              88 WS-RESTART-REQUESTED       VALUE 'Y'.
           05 WS-ABORT-SW       PIC X(01)   VALUE 'N'.
           05 WS-OUT-DDNAME     PIC X(09).
           05 WS-GEN-TODAY      PIC 9(06).
           05 WS-GEN-SEQ        PIC 9(02)   VALUE 1.
      *A QUEUED ITEM IS STAMPED WITH THE BUSINESS DATE AND THE TIME
      *OF DAY, THE SAME WAY PBEGIDX STAMPS A TRAIL ROW
           05 WS-BUS-TS.
              07 WS-BUS-TS-DATE PIC 9(08).
              07 WS-BUS-TS-TIME PIC 9(06).
           05 WS-CKPT-INTERVAL  PIC 9(05)   VALUE 01000.
           05 WS-REC-COUNT      PIC 9(08)   VALUE ZEROS.
           05 WS-RESTART-COUNT  PIC 9(08)   VALUE ZEROS.
           05 WS-CNT-T          PIC 9(07)   VALUE ZEROS.
           05 WS-CNT-V          PIC 9(07)   VALUE ZEROS.
           05 WS-CNT-S          PIC 9(07)   VALUE ZEROS.
           05 WS-CNT-H          PIC 9(07)   VALUE ZEROS.
           05 WS-CNT-L          PIC 9(07)   VALUE ZEROS.
           05 WS-CNT-PENDING    PIC 9(07)   VALUE ZEROS.
           05 WS-CNT-X          PIC 9(07)   VALUE ZEROS.
           05 WS-CNT-DUP        PIC 9(07)   VALUE ZEROS.
           05 WS-BROWSE-MATCHES PIC 9(05)   VALUE ZEROS.
           05 WS-CNT-INVALID    PIC 9(07)   VALUE ZEROS.
           05 WS-CNT-BADKEY     PIC 9(07)   VALUE ZEROS.
           05 WS-CNT-RC-ERROR   PIC 9(07)   VALUE ZEROS.
           05 WS-ISLEM-TIPI     PIC X(01).
              88 WS-ISLEM-TIPI-VALID        VALUE 'R' 'W' 'U' 'D' 'A'
                                                  'C' 'B' 'T' 'V' 'S'
                                                  'H' 'L' 'X'.
              88 WS-ISLEM-MONETARY          VALUE 'C' 'B' 'T' 'X'.
              88 WS-ISLEM-TRANSFER          VALUE 'T' 'X'.
              88 WS-ISLEM-REVERSAL          VALUE 'V'.
              88 WS-ISLEM-HOLD              VALUE 'H'.
              88 WS-ISLEM-RELEASE           VALUE 'L'.
              88 WS-ISLEM-BROWSE            VALUE 'S'.
           05 WS-SUB-AREA.
              07 WS-SUB-FUNC    PIC X(01).
                 88 WS-FUNC-CREDIT          VALUE 'C'.
                 88 WS-FUNC-DEBIT           VALUE 'B'.
                 88 WS-FUNC-TRANSFER        VALUE 'T'.
                 88 WS-FUNC-EXCHANGE        VALUE 'X'.
                 88 WS-FUNC-REVERSAL        VALUE 'V'.
                 88 WS-FUNC-BROWSE          VALUE 'S'.
                 88 WS-FUNC-HOLD            VALUE 'H'.
                 88 WS-FUNC-RELEASE         VALUE 'L'.
                 88 WS-FUNC-CLOSE-FILES     VALUE 'F'.
              07 WS-SUB-ID      PIC 9(05).
              07 WS-SUB-DVZ     PIC 9(03).
              07 WS-SUB-RC      PIC 9(02).
                 88 WS-SUB-PENDING          VALUE 94.
                 88 WS-SUB-DUPLICATE        VALUE 98.
              07 WS-SUB-NAME    PIC X(15).
              07 WS-SUB-SURNAME PIC X(15).
              07 WS-SUB-DATE    PIC X(07).
              07 WS-SUB-ID2     PIC 9(05).
              07 WS-SUB-DVZ2    PIC 9(03).
              07 WS-SUB-DATA    PIC X(84).
      *PER-CURRENCY AUTHORISATION LIMITS LOADED FROM THE PARAMETER
      *FILE, INDEXED DIRECTLY BY THE CURRENCY CODE
       01  WS-AUTH-TABLE.
           05 WS-AUTH-ENTRY OCCURS 999 TIMES.
              07 AUT-SET-SW     PIC X(01).
                 88 AUT-SET                 VALUE 'Y'.
              07 AUT-LIMIT      PIC 9(09)V9(02).
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM H010-ENROLL-RUN.
           PERFORM H030-GET-BUSINESS-DATE.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-PROCESS UNTIL INP-EOF OR WS-ABORT-RUN.
           PERFORM H130-CLEAR-RESTART-FLAG.
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
       H100-OPEN-FILES.
           OPEN INPUT  INP-FILE.
           IF NOT INP-SUCCESS
           END-IF.
           SET WS-INP-OPENED TO TRUE.
           PERFORM H050-GET-ERROR-LIMITS.
           PERFORM H060-GET-AUTH-LIMITS.
           PERFORM H108-GET-RESTART-FLAG.
           PERFORM H110-GET-RESTART-POINT.
           PERFORM H105-GET-GENERATION.
              CLOSE ERRLIM-FILE
           END-IF.
       H050-END. EXIT.
      *THE AUTHORISATION LIMITS ARE OPERATOR-TUNABLE PER CURRENCY -
      *THE DEFAULT HOLDS WHEN THE PARAMETER FILE IS ABSENT, AND A
      *BLANK OR ZERO LIMIT FALLS BACK TO IT
       H060-GET-AUTH-LIMITS.
           MOVE SPACES TO WS-AUTH-TABLE.
           OPEN INPUT AUTHLIM-FILE.
           IF AUTHLIM-SUCCESS
              READ AUTHLIM-FILE
              PERFORM H065-LOAD-AUTH-LIMIT
                 UNTIL AUTHLIM-EOF OR NOT AUTHLIM-SUCCESS
              CLOSE AUTHLIM-FILE
           END-IF.
       H060-END. EXIT.
       H065-LOAD-AUTH-LIMIT.
           IF AUTHLIM-DVZ NUMERIC
              AND AUTHLIM-AMOUNT NUMERIC AND AUTHLIM-AMOUNT-N > 0
              IF AUTHLIM-DVZ = '000'
                 MOVE AUTHLIM-AMOUNT-N TO WS-DEF-AUTH-LIMIT
              ELSE
                 MOVE AUTHLIM-DVZ      TO WS-AUTH-IX
                 MOVE 'Y'              TO AUT-SET-SW (WS-AUTH-IX)
                 MOVE AUTHLIM-AMOUNT-N TO AUT-LIMIT (WS-AUTH-IX)
              END-IF
           END-IF.
           READ AUTHLIM-FILE.
       H065-END. EXIT.
      *DETERMINE WHETHER THIS RUN IS A RESTART BEFORE ANYTHING ELSE
       H108-GET-RESTART-FLAG.
           MOVE 'N' TO WS-RESTART-FLAG.
              CLOSE GENCTR-FILE
           END-IF.
       H106-END. EXIT.
      *BUILD TODAY'S GENERATION DD NAME SO OUT-FILE IS NEVER REUSED.
      *TODAY IS THE BUSINESS DATE, SO A RUN PAST MIDNIGHT STILL
      *CONTINUES THE SEQUENCE OF THE DAY IT BELONGS TO
       H107-NEW-GENERATION.
           MOVE WS-DATE-CURRENT(3:6) TO WS-GEN-TODAY.
           MOVE 1 TO WS-GEN-SEQ.
           OPEN INPUT GENCTR-FILE.
           IF GENCTR-SUCCESS
              MOVE CKPT-CNT-BADKEY   TO WS-CNT-BADKEY
              MOVE CKPT-CNT-RC-OK    TO WS-CNT-RC-OK
              MOVE CKPT-CNT-RC-ERROR TO WS-CNT-RC-ERROR
              MOVE CKPT-CNT-H        TO WS-CNT-H
              MOVE CKPT-CNT-L        TO WS-CNT-L
              MOVE CKPT-CNT-PENDING  TO WS-CNT-PENDING
              MOVE CKPT-CNT-X        TO WS-CNT-X
              MOVE CKPT-CNT-DUP      TO WS-CNT-DUP
           END-IF.
       H115-END. EXIT.
      *NOTE THE RESTART IN THE OUTPUT SO THE GENERATION SHOWS WHERE
                 AND (NOT WS-ISLEM-TRANSFER
                    OR (INP-ID-TO NUMERIC AND INP-DVZ-TO NUMERIC))
                 AND (NOT WS-ISLEM-REVERSAL OR INP-ORIG-TS NUMERIC)
                 AND (NOT WS-ISLEM-HOLD OR INP-AMOUNT NUMERIC)
                 AND (NOT WS-ISLEM-RELEASE OR INP-HOLD-NO NUMERIC)
                 EVALUATE WS-ISLEM-TIPI
                    WHEN 'R'
                       SET WS-FUNC-READ   TO TRUE
                       SET WS-FUNC-DEBIT  TO TRUE
                    WHEN 'T'
                       SET WS-FUNC-TRANSFER TO TRUE
                    WHEN 'X'
                       SET WS-FUNC-EXCHANGE TO TRUE
                    WHEN 'V'
                       SET WS-FUNC-REVERSAL TO TRUE
                    WHEN 'H'
                       SET WS-FUNC-HOLD     TO TRUE
                    WHEN 'L'
                       SET WS-FUNC-RELEASE  TO TRUE
                  END-EVALUATE
                  MOVE INP-ID             TO WS-SUB-ID
                  MOVE INP-DVZ            TO WS-SUB-DVZ
                  MOVE ZEROS              TO WS-SUB-RC
                  IF WS-ISLEM-MONETARY OR WS-ISLEM-HOLD
                     MOVE SPACES          TO WS-SUB-NAME
                     MOVE INP-AMOUNT      TO WS-SUB-AMOUNT
                  ELSE
                  END-IF
                  MOVE INP-DATE           TO WS-SUB-DATE
                  MOVE SPACES             TO WS-SUB-DATA
                  MOVE 'N'                TO WS-APPROVAL-SW
                  MOVE SPACE              TO WS-REF-SW
                  IF WS-ISLEM-TIPI NOT = 'R'
                     AND INP-SENDER-REF NOT = SPACES
                     PERFORM H260-CHECK-REFERENCE
                  END-IF
                  IF WS-ISLEM-MONETARY AND NOT WS-REF-REFUSED
                     PERFORM H230-CHECK-AUTHORITY
                  END-IF
                  IF WS-REF-REFUSED
                     CONTINUE
                  ELSE
                  IF WS-NEEDS-APPROVAL
                     PERFORM H240-QUEUE-FOR-APPROVAL
                  ELSE
                     CALL WS-PBEGIDX      USING WS-SUB-AREA
                  END-IF
                  END-IF
                  IF WS-REF-NEW
                     AND (WS-SUB-RC = 0 OR WS-SUB-PENDING)
                     PERFORM H280-RECORD-REFERENCE
                  END-IF
                  EVALUATE WS-ISLEM-TIPI
                     WHEN 'R' ADD 1 TO WS-CNT-R
                     WHEN 'U' ADD 1 TO WS-CNT-U
                     WHEN 'B' ADD 1 TO WS-CNT-B
                     WHEN 'T' ADD 1 TO WS-CNT-T
                     WHEN 'V' ADD 1 TO WS-CNT-V
                     WHEN 'H' ADD 1 TO WS-CNT-H
                     WHEN 'L' ADD 1 TO WS-CNT-L
                     WHEN 'X' ADD 1 TO WS-CNT-X
                  END-EVALUATE
                  IF WS-SUB-RC = 0
                     ADD 1 TO WS-CNT-RC-OK
                     MOVE ZEROS TO WS-CONSEC-ERRORS
                  ELSE
                  IF WS-SUB-PENDING
                     ADD 1 TO WS-CNT-PENDING
                     MOVE ZEROS TO WS-CONSEC-ERRORS
                  ELSE
                  IF WS-SUB-DUPLICATE
                     ADD 1 TO WS-CNT-DUP
                  ELSE
                     ADD 1 TO WS-CNT-RC-ERROR
                     ADD 1 TO WS-CONSEC-ERRORS
                  END-IF
                  END-IF
                  END-IF
              ELSE
                  MOVE ZEROS              TO WS-SUB-ID WS-SUB-DVZ
                  MOVE 90                 TO WS-SUB-RC
              PERFORM H300-PREP-OUTPUT
           END-IF.
       H225-END. EXIT.
      *A CREDIT, DEBIT, TRANSFER OR EXCHANGE OVER THE LIMIT FOR ITS
      *CURRENCY NEEDS A SECOND PAIR OF EYES.  A TRANSFER OR AN
      *EXCHANGE IS JUDGED ON THE CURRENCY IT LEAVES
       H230-CHECK-AUTHORITY.
           MOVE WS-DEF-AUTH-LIMIT TO WS-CUR-AUTH-LIMIT.
           IF WS-SUB-DVZ > 0
              MOVE WS-SUB-DVZ TO WS-AUTH-IX
              IF AUT-SET (WS-AUTH-IX)
                 MOVE AUT-LIMIT (WS-AUTH-IX) TO WS-CUR-AUTH-LIMIT
              END-IF
           END-IF.
           IF WS-SUB-AMOUNT > WS-CUR-AUTH-LIMIT
              SET WS-NEEDS-APPROVAL TO TRUE
           END-IF.
       H230-END. EXIT.
      *PARK THE MOVEMENT ON THE PENDING-APPROVAL FILE INSTEAD OF
      *POSTING IT - RC 94 ON THE OUTPUT LINE TELLS THE BRANCH IT IS
      *WAITING FOR A CHECKER, NOT THAT IT FAILED.  THE SENDER
      *REFERENCE TRAVELS WITH THE ITEM SO IT CAN BE FREED IF THE
      *ITEM IS REJECTED, LAPSES OR FAILS TO POST
       H240-QUEUE-FOR-APPROVAL.
           PERFORM H245-OPEN-APPROVALS.
           IF WS-APPR-OPENED
              PERFORM H247-NEXT-APPR-NO
           END-IF.
           IF WS-APPR-OPENED AND APPR-SUCCESS
              MOVE WS-APPR-NO       TO APPR-NO
              MOVE SPACES           TO APPR-BODY
              MOVE WS-ISLEM-TIPI    TO APPR-ISLEM-TIPI
              MOVE WS-SUB-ID        TO APPR-ID
              MOVE WS-SUB-DVZ       TO APPR-DVZ
              MOVE WS-SUB-AMOUNT    TO APPR-AMOUNT
              MOVE WS-SUB-ID2       TO APPR-ID-TO
              MOVE WS-SUB-DVZ2      TO APPR-DVZ-TO
              SET APPR-PENDING      TO TRUE
              IF INP-MAKER-ID = SPACES OR LOW-VALUES
                 MOVE 'BATCH'       TO APPR-MAKER-ID
              ELSE
                 MOVE INP-MAKER-ID  TO APPR-MAKER-ID
              END-IF
              MOVE WS-DATE-CURRENT  TO WS-BUS-TS-DATE
              MOVE FUNCTION CURRENT-DATE(9:6) TO WS-BUS-TS-TIME
              MOVE WS-BUS-TS        TO APPR-ENTRY-TS
              MOVE WS-OUT-DDNAME    TO APPR-OUT-GEN
              MOVE ZEROS            TO APPR-DECISION-TS APPR-POST-TS
                                       APPR-POST-RC
              MOVE INP-SOURCE       TO APPR-SOURCE
              MOVE INP-SENDER-REF   TO APPR-SENDER-REF
              WRITE APPR-FIELDS
              END-WRITE
           END-IF.
           IF WS-APPR-OPENED AND APPR-SUCCESS
              MOVE 94 TO WS-SUB-RC
              STRING 'PENDING APPROVAL-NO:' WS-APPR-NO
                     DELIMITED BY SIZE INTO WS-SUB-DATA
              END-STRING
           ELSE
              MOVE APPR-ST TO WS-SUB-RC
              MOVE 'UNABLE TO QUEUE FOR APPROVAL' TO WS-SUB-DATA
           END-IF.
       H240-END. EXIT.
      *THE FILE IS ONLY OPENED WHEN AN ITEM FIRST NEEDS IT, AND IS
      *CREATED EMPTY THE FIRST TIME IT IS EVER NEEDED
       H245-OPEN-APPROVALS.
           IF NOT WS-APPR-OPENED
              OPEN I-O APPR-FILE
              IF NOT APPR-SUCCESS
                 OPEN OUTPUT APPR-FILE
                 CLOSE APPR-FILE
                 OPEN I-O APPR-FILE
              END-IF
              IF APPR-SUCCESS
                 SET WS-APPR-OPENED TO TRUE
              END-IF
           END-IF.
       H245-END. EXIT.
      *TAKE THE NEXT ITEM NUMBER FROM THE CONTROL RECORD, CREATING
      *IT WHEN THE FILE IS NEW
       H247-NEXT-APPR-NO.
           MOVE ZEROS TO APPR-NO.
           READ APPR-FILE.
           IF APPR-NOT-FOUND
              MOVE SPACES TO APPR-BODY
              MOVE 1      TO APPR-LAST-NO
              WRITE APPR-FIELDS
              END-WRITE
           ELSE
           IF APPR-SUCCESS
              ADD 1 TO APPR-LAST-NO
              REWRITE APPR-FIELDS
              END-REWRITE
           END-IF
           END-IF.
           MOVE APPR-LAST-NO TO WS-APPR-NO.
       H247-END. EXIT.
      *A REFERENCE ALREADY ON FILE HAS POSTED, OR GONE FOR APPROVAL,
      *ONCE BEFORE - RC 98 ON THE OUTPUT LINE SAYS THE LINE WAS A
      *REPEAT AND NOTHING WAS DONE.  IF THE FILE CANNOT BE READ THE
      *LINE IS REFUSED RATHER THAN POSTED UNPROTECTED
       H260-CHECK-REFERENCE.
           SET WS-REF-NEW TO TRUE.
           PERFORM H265-OPEN-REFERENCES.
           IF WS-REF-OPENED
              MOVE INP-SOURCE     TO REF-SOURCE
              MOVE INP-SENDER-REF TO REF-SENDER-REF
              READ REF-FILE
           END-IF.
           IF WS-REF-OPENED AND REF-SUCCESS
              SET WS-REF-DUPLICATE TO TRUE
              MOVE 98 TO WS-SUB-RC
              STRING 'DUPLICATE REF-' INP-SOURCE '-' INP-SENDER-REF
                     '-FIRST ' REF-OUT-GEN
                     DELIMITED BY SIZE INTO WS-SUB-DATA
              END-STRING
              PERFORM H270-LOG-DUPLICATE
           ELSE
           IF NOT WS-REF-OPENED OR NOT REF-NOT-FOUND
              SET WS-REF-UNCHECKED TO TRUE
              MOVE REF-ST TO WS-SUB-RC
              MOVE 'UNABLE TO CHECK SENDER REFERENCE' TO WS-SUB-DATA
           END-IF
           END-IF.
       H260-END. EXIT.
      *THE FILE IS CREATED EMPTY THE FIRST TIME IT IS EVER NEEDED
       H265-OPEN-REFERENCES.
           IF NOT WS-REF-OPENED
              OPEN I-O REF-FILE
              IF NOT REF-SUCCESS
                 OPEN OUTPUT REF-FILE
                 CLOSE REF-FILE
                 OPEN I-O REF-FILE
              END-IF
              IF REF-SUCCESS
                 SET WS-REF-OPENED TO TRUE
              END-IF
           END-IF.
       H265-END. EXIT.
      *THE LOG IS ONLY OPENED WHEN THE FIRST DUPLICATE TURNS UP AND
      *IS ADDED TO ACROSS RUNS UNTIL PBEG0037 AGES IT
       H270-LOG-DUPLICATE.
           IF NOT WS-DUP-OPENED
              OPEN EXTEND DUP-FILE
              IF NOT DUP-SUCCESS
                 OPEN OUTPUT DUP-FILE
              END-IF
              IF DUP-SUCCESS
                 SET WS-DUP-OPENED TO TRUE
              ELSE
                 DISPLAY 'UNABLE TO OPEN FILE: ' DUP-ST
              END-IF
           END-IF.
           IF WS-DUP-OPENED
              MOVE SPACES           TO DUP-REC
              MOVE WS-DATE-CURRENT  TO DUP-DATE WS-BUS-TS-DATE
              MOVE FUNCTION CURRENT-DATE(9:6) TO WS-BUS-TS-TIME
              MOVE WS-BUS-TS        TO DUP-TS
              MOVE INP-SOURCE       TO DUP-SOURCE
              MOVE INP-SENDER-REF   TO DUP-SENDER-REF
              MOVE WS-ISLEM-TIPI    TO DUP-ISLEM-TIPI
              MOVE WS-SUB-ID        TO DUP-ID
              MOVE WS-SUB-DVZ       TO DUP-DVZ
              MOVE WS-SUB-AMOUNT    TO DUP-AMOUNT
              MOVE INP-MAKER-ID     TO DUP-MAKER-ID
              MOVE WS-OUT-DDNAME    TO DUP-OUT-GEN
              MOVE REF-POST-DATE    TO DUP-FIRST-DATE
              MOVE REF-OUT-GEN      TO DUP-FIRST-GEN
              MOVE REF-RC           TO DUP-FIRST-RC
              WRITE DUP-REC
              END-WRITE
           END-IF.
       H270-END. EXIT.
      *ONLY A LINE THAT POSTED OR WENT FOR APPROVAL TAKES ITS
      *REFERENCE - A LINE REFUSED FOR FUNDS OR DATA MAY BE SENT
      *AGAIN ONCE IT IS PUT RIGHT.  THE LINE HAS ALREADY POSTED, SO
      *A FAILED WRITE IS REPORTED BUT DOES NOT CHANGE ITS RC
       H280-RECORD-REFERENCE.
           MOVE INP-SOURCE       TO REF-SOURCE.
           MOVE INP-SENDER-REF   TO REF-SENDER-REF.
           MOVE WS-ISLEM-TIPI    TO REF-ISLEM-TIPI.
           MOVE WS-SUB-ID        TO REF-ID.
           MOVE WS-SUB-DVZ       TO REF-DVZ.
           MOVE WS-SUB-AMOUNT    TO REF-AMOUNT.
           MOVE WS-DATE-CURRENT  TO REF-POST-DATE WS-BUS-TS-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-BUS-TS-TIME.
           MOVE WS-BUS-TS        TO REF-POST-TS.
           MOVE WS-OUT-DDNAME    TO REF-OUT-GEN.
           MOVE WS-SUB-RC        TO REF-RC.
           IF INP-MAKER-ID = SPACES OR LOW-VALUES
              MOVE 'BATCH'       TO REF-MAKER-ID
           ELSE
              MOVE INP-MAKER-ID  TO REF-MAKER-ID
           END-IF.
           WRITE REF-FIELDS
           END-WRITE.
           IF NOT REF-SUCCESS
              DISPLAY 'UNABLE TO RECORD REFERENCE: ' INP-SOURCE '-'
                      INP-SENDER-REF ' ' REF-ST
           END-IF.
       H280-END. EXIT.
      *RECORD HOW FAR THE JOB HAS PROGRESSED FOR A LATER RESTART
       H250-WRITE-CHECKPOINT.
           MOVE WS-REC-COUNT     TO CKPT-COUNT.
           MOVE WS-CNT-BADKEY    TO CKPT-CNT-BADKEY.
           MOVE WS-CNT-RC-OK     TO CKPT-CNT-RC-OK.
           MOVE WS-CNT-RC-ERROR  TO CKPT-CNT-RC-ERROR.
           MOVE WS-CNT-H         TO CKPT-CNT-H.
           MOVE WS-CNT-L         TO CKPT-CNT-L.
           MOVE WS-CNT-PENDING   TO CKPT-CNT-PENDING.
           MOVE WS-CNT-X         TO CKPT-CNT-X.
           MOVE WS-CNT-DUP       TO CKPT-CNT-DUP.
           WRITE CKPT-REC
           END-WRITE.
       H250-END. EXIT.
           MOVE 'CTL TOTAL TRANSACTIONS S'      TO OUT-ACIKLAMA.
           MOVE WS-CNT-S                        TO OUT-FNAME-FROM.
           WRITE OUT-REC END-WRITE.
           MOVE 'CTL TOTAL TRANSACTIONS H'      TO OUT-ACIKLAMA.
           MOVE WS-CNT-H                        TO OUT-FNAME-FROM.
           WRITE OUT-REC END-WRITE.
           MOVE 'CTL TOTAL TRANSACTIONS L'      TO OUT-ACIKLAMA.
           MOVE WS-CNT-L                        TO OUT-FNAME-FROM.
           WRITE OUT-REC END-WRITE.
           MOVE 'CTL TOTAL TRANSACTIONS X'      TO OUT-ACIKLAMA.
           MOVE WS-CNT-X                        TO OUT-FNAME-FROM.
           WRITE OUT-REC END-WRITE.
           MOVE 'CTL TOTAL PENDING APPROVAL'    TO OUT-ACIKLAMA.
           MOVE WS-CNT-PENDING                  TO OUT-FNAME-FROM.
           WRITE OUT-REC END-WRITE.
           MOVE 'CTL TOTAL DUPLICATE REFS'      TO OUT-ACIKLAMA.
           MOVE WS-CNT-DUP                      TO OUT-FNAME-FROM.
           WRITE OUT-REC END-WRITE.
           MOVE 'CTL TOTAL INVALID OPERATE'     TO OUT-ACIKLAMA.
           MOVE WS-CNT-INVALID                  TO OUT-FNAME-FROM.
           WRITE OUT-REC END-WRITE.
       H900-END. EXIT.
      *THE JOB RETURN CODE TELLS THE SCHEDULER HOW THE RUN WENT:
      *0 CLEAN, 4 SOME ERRORS, 8 ERROR RATE OVER THE LIMIT,
      *12 RUN ABORTED ON CONSECUTIVE FAILURES.  A REFUSED DUPLICATE
      *COUNTS TOWARDS THE RATE BUT NEVER TOWARDS THE ABORT, SO A
      *RESENT FILE RUNS TO THE END AND EVERY REPEAT IS LOGGED
       H850-SET-RETURN-CODE.
           COMPUTE WS-ERR-TOTAL = WS-CNT-RC-ERROR + WS-CNT-INVALID
                                + WS-CNT-BADKEY + WS-CNT-DUP.
           IF WS-REC-COUNT > 0
              COMPUTE WS-ERR-PCT = WS-ERR-TOTAL * 100 / WS-REC-COUNT
           ELSE
           IF WS-CKPT-OPENED
              CLOSE CKPT-FILE
           END-IF.
           IF WS-APPR-OPENED
              CLOSE APPR-FILE
           END-IF.
           IF WS-REF-OPENED
              CLOSE REF-FILE
           END-IF.
           IF WS-DUP-OPENED
              CLOSE DUP-FILE
           END-IF.
           PERFORM H020-RELEASE-RUN.
           STOP RUN.
       H999-END. EXIT.
