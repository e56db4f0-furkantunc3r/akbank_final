           05 OUT-DATE           PIC X(8).
           05 WS-BAL-FROM        PIC Z(08)9.99.
           05 WS-BAL-TO          PIC Z(08)9.99.
           05 WS-HOLD-AMT        PIC Z(08)9.99.
           05 WS-HOLD-TRAIL-1.
              07 WS-HT-AMOUNT    PIC 9(09)V9(02).
              07 FILLER          PIC X(04).
           05 WS-HOLD-TRAIL-2.
              07 WS-HT-NO        PIC 9(05).
              07 WS-HT-REASON    PIC X(02).
              07 WS-HT-EXPIRY    PIC 9(08).
           05 WS-CNT-STMT        PIC 9(07) VALUE ZEROS.
           05 WS-CNT-ACTIVITY    PIC 9(07) VALUE ZEROS.
           05 WS-PAGE-NO         PIC 9(04) VALUE ZEROS.
              WHEN 'T'
                 MOVE 'TRANSFER'    TO TL-OP
                 PERFORM H460-PRINT-BALANCES
              WHEN 'X'
                 MOVE 'EXCHANGE'    TO TL-OP
                 PERFORM H460-PRINT-BALANCES
              WHEN 'V'
                 MOVE 'REVERSAL'    TO TL-OP
                 PERFORM H465-PRINT-REVERSAL
              WHEN 'H'
                 MOVE 'HOLD PLACED' TO TL-OP
                 PERFORM H470-PRINT-HOLD
              WHEN 'L'
                 MOVE 'HOLD LIFTED' TO TL-OP
                 PERFORM H470-PRINT-HOLD
              WHEN OTHER
                 MOVE 'CHANGE'      TO TL-OP
                 PERFORM H440-WRITE-ACT-LINE
           END-STRING.
           PERFORM H440-WRITE-ACT-LINE.
       H465-END. EXIT.
      *A HOLD ROW LEAVES THE BALANCE ALONE AND CARRIES THE HOLD IN
      *ITS BEFORE-IMAGE NAME AND SURNAME SLOTS - PRINT THE HOLD
      *NUMBER, AMOUNT, REASON AND EXPIRY INSTEAD OF THE BALANCES
       H470-PRINT-HOLD.
           MOVE SORT-NAME       TO WS-HOLD-TRAIL-1.
           MOVE SORT-SURNAME    TO WS-HOLD-TRAIL-2.
           MOVE WS-HT-AMOUNT    TO WS-HOLD-AMT.
           STRING 'NO ' WS-HT-NO ' ' WS-HOLD-AMT
                  ' RSN ' WS-HT-REASON ' EXP ' WS-HT-EXPIRY
              DELIMITED BY SIZE INTO TL-DETAIL
           END-STRING.
           PERFORM H440-WRITE-ACT-LINE.
       H470-END. EXIT.
       H440-WRITE-ACT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
              PERFORM H410-WRITE-PAGE-HEADER
