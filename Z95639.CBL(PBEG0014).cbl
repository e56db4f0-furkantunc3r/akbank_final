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
      *THE USER WHO KEYED THE LINE - CARRIED THROUGH UNCHANGED
           05 INP-MAKER-ID      PIC X(08).
      *THE SENDER'S SOURCE AND REFERENCE - CARRIED THROUGH UNCHANGED
      *FOR THE DUPLICATE CHECK IN PBEG0006
           05 INP-SOURCE        PIC X(03).
           05 INP-SENDER-REF    PIC X(16).
      *
       FD  CLEAN-FILE RECORDING MODE F.
       01  CLEAN-REC            PIC X(73).
      *
      *A REJECT IS THE UNCHANGED INPUT RECORD PLUS A REASON CODE SO
      *THE BRANCH CAN CORRECT AND RESUBMIT THE FIRST 73 BYTES AS-IS
       FD  REJ-FILE RECORDING MODE F.
       01  REJ-REC.
           05 REJ-INPUT         PIC X(73).
           05 REJ-REASON        PIC 9(02).
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
              88 REJ-SUCCESS                VALUE 00 97.
           05 WS-ISLEM-TIPI     PIC X(01).
              88 WS-ISLEM-TIPI-VALID        VALUE 'R' 'W' 'U' 'D' 'A'
                                                  'C' 'B' 'T' 'V' 'S'
                                                  'H' 'L' 'X'.
              88 WS-ISLEM-MONETARY          VALUE 'C' 'B' 'T' 'X'.
              88 WS-ISLEM-TRANSFER          VALUE 'T' 'X'.
              88 WS-ISLEM-REVERSAL          VALUE 'V'.
              88 WS-ISLEM-HOLD              VALUE 'H'.
              88 WS-ISLEM-RELEASE           VALUE 'L'.
              88 WS-ISLEM-KEYED             VALUE 'R' 'W' 'U' 'D' 'A'
                                                  'C' 'B' 'T' 'V'
                                                  'H' 'L' 'X'.
           05 WS-REASON         PIC 9(02)   VALUE ZEROS.
              88 WS-RECORD-CLEAN            VALUE ZEROS.
           05 WS-REC-KEY        PIC X(08).
           END-IF.
           READ INP-FILE.
       H200-END. EXIT.
      *REASONS 01-09 ARE PURE FORMAT PROBLEMS
       H300-EDIT-FORMAT.
           IF NOT WS-ISLEM-TIPI-VALID
              MOVE 01 TO WS-REASON
           IF WS-ISLEM-TIPI = 'W' AND INP-DATE NOT NUMERIC
              MOVE 03 TO WS-REASON
           ELSE
           IF (WS-ISLEM-MONETARY OR WS-ISLEM-HOLD)
              AND INP-AMOUNT NOT NUMERIC
              MOVE 04 TO WS-REASON
           ELSE
           IF WS-ISLEM-TIPI = 'S' AND INP-SURNAME = SPACES
           ELSE
           IF WS-ISLEM-REVERSAL AND INP-ORIG-TS NOT NUMERIC
              MOVE 08 TO WS-REASON
           ELSE
           IF (WS-ISLEM-HOLD AND INP-HOLD-REASON = SPACES)
              OR (WS-ISLEM-RELEASE AND INP-HOLD-NO NOT NUMERIC)
              MOVE 09 TO WS-REASON
           END-IF
           END-IF
           END-IF
           END-IF
