       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PBEG0032.
       AUTHOR.        FURKAN TUNCER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-REC ASSIGN        ACCTREC
                           ORGANIZATION  INDEXED
                           ACCESS        SEQUENTIAL
                           RECORD        ACCT-KEY
                           STATUS        ACCT-ST.
      *THE CUSTOMER MASTER IS READ BY KEY FOR EACH ACCOUNT AND THEN
      *BROWSED FRONT TO BACK FOR CUSTOMERS WITHOUT ANY ACCOUNT
           SELECT CUST-FILE ASSIGN       CUSTREF
                           ORGANIZATION  INDEXED
                           ACCESS        DYNAMIC
                           RECORD        CUST-NO
                           STATUS        CUST-ST.
           SELECT CURR-FILE ASSIGN       CURRREF
                           ORGANIZATION  INDEXED
                           ACCESS        RANDOM
                           RECORD        CURR-CODE
                           STATUS        CURR-ST.
           SELECT RPT-FILE ASSIGN RPTFILE
                           STATUS RPT-ST.
       DATA DIVISION.
       FILE SECTION.
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
       FD  CUST-FILE.
       01  CUST-FIELDS.
           03 CUST-NO           PIC 9(05).
           03 CUST-NAME         PIC X(15).
           03 CUST-SURNAME      PIC X(15).
           03 CUST-ADDRESS      PIC X(30).
           03 CUST-STATUS       PIC X(01).
              88 CUST-ACTIVE               VALUE 'A'.
              88 CUST-CLOSED               VALUE 'C'.
           03 FILLER            PIC X(05)  VALUE SPACES.
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
           05 ACCT-ST            PIC 9(02).
              88 ACCT-EOF                   VALUE 10.
              88 ACCT-SUCCESS               VALUE 00 97.
           05 CUST-ST            PIC 9(02).
              88 CUST-EOF                   VALUE 10.
              88 CUST-SUCCESS               VALUE 00 97.
           05 CURR-ST            PIC 9(02).
              88 CURR-SUCCESS               VALUE 00 97.
           05 RPT-ST             PIC 9(02).
              88 RPT-SUCCESS                VALUE 00 97.
           05 WS-CUST-FOUND-SW   PIC X(01).
              88 WS-CUST-FOUND             VALUE 'Y'.
           05 WS-TODAY-YYYYDDD   PIC 9(07).
           05 WS-ACCT-ID         PIC 9(05).
           05 WS-ACCT-DVZ        PIC 9(03).
           05 WS-ACCT-DATE       PIC S9(07).
           05 WS-EXC-IX          PIC 9(02).
           05 WS-CUST-IX         PIC 9(05).
           05 WS-DETAIL          PIC X(40).
           05 WS-CNT-ACCTS       PIC 9(07) VALUE ZEROS.
           05 WS-CNT-CUSTS       PIC 9(07) VALUE ZEROS.
           05 WS-CNT-HIGH        PIC 9(07) VALUE ZEROS.
           05 WS-CNT-MEDIUM      PIC 9(07) VALUE ZEROS.
           05 WS-CNT-LOW         PIC 9(07) VALUE ZEROS.
           05 WS-FINAL-RC        PIC 9(02) VALUE ZEROS.
           05 WS-PAGE-NO         PIC 9(04) VALUE ZEROS.
           05 WS-LINE-COUNT      PIC 9(02) VALUE 99.
           05 WS-LINES-PER-PAGE  PIC 9(02) VALUE 55.
      *THE EXCEPTIONS THE SCAN KNOWS, EACH WITH ITS SEVERITY.  H IS
      *A BROKEN LINK THAT WILL MISPOST OR MISREPORT MONEY, M BREAKS
      *A LOOKUP OR A CHECK, L IS HOUSEKEEPING
       01  WS-EXC-DEFS.
           05 FILLER             PIC X(41) VALUE
                 '01HACCOUNT CUSTOMER NOT ON CUSTREF'.
           05 FILLER             PIC X(41) VALUE
                 '02HACTIVE ACCOUNT OF CLOSED CUSTOMER'.
           05 FILLER             PIC X(41) VALUE
                 '03LCLOSED ACCOUNT OF CLOSED CUSTOMER'.
           05 FILLER             PIC X(41) VALUE
                 '04MSURNAME COPY DIFFERS FROM CUSTREF'.
           05 FILLER             PIC X(41) VALUE
                 '05HACTIVE ACCOUNT CURRENCY NOT ON CURRREF'.
           05 FILLER             PIC X(41) VALUE
                 '06MACTIVE ACCOUNT CURRENCY SUSPENDED'.
           05 FILLER             PIC X(41) VALUE
                 '07MACCOUNT DATE NOT A VALID DATE'.
           05 FILLER             PIC X(41) VALUE
                 '08MACCOUNT DATE IN THE FUTURE'.
           05 FILLER             PIC X(41) VALUE
                 '09LACTIVE CUSTOMER WITH NO ACCOUNTS'.
       01  WS-EXC-TABLE REDEFINES WS-EXC-DEFS.
           05 WS-EXC-ENTRY OCCURS 9 TIMES.
              07 EXC-CODE        PIC 9(02).
              07 EXC-SEV         PIC X(01).
                 88 EXC-HIGH                VALUE 'H'.
                 88 EXC-MEDIUM              VALUE 'M'.
                 88 EXC-LOW                 VALUE 'L'.
              07 EXC-DESC        PIC X(38).
       01  WS-EXC-COUNTS.
           05 EXC-COUNT          PIC 9(07) OCCURS 9 TIMES.
      *ONE FLAG PER POSSIBLE CUSTOMER NUMBER, SET WHEN AN ACCOUNT
      *OF ANY STATUS POINTS AT THE CUSTOMER
       01  WS-CUST-USED-TABLE.
           05 WS-CUST-USED-SW    PIC X(01) OCCURS 99999 TIMES.
              88 WS-CUST-USED               VALUE 'Y'.
       01  WS-HEADING-1.
           05 FILLER             PIC X(15) VALUE 'PBEG0032'.
           05 FILLER             PIC X(35) VALUE
                 'MASTER FILE INTEGRITY EXCEPTIONS'.
           05 FILLER             PIC X(05) VALUE 'PAGE '.
           05 H1-PAGE-NO         PIC ZZZ9.
           05 FILLER             PIC X(21) VALUE SPACES.
       01  WS-HEADING-2.
           05 FILLER             PIC X(04) VALUE 'SEV'.
           05 FILLER             PIC X(04) VALUE 'EXC'.
           05 FILLER             PIC X(07) VALUE 'ACCT-ID'.
           05 FILLER             PIC X(05) VALUE 'DVZ'.
           05 FILLER             PIC X(07) VALUE 'CUST'.
           05 FILLER             PIC X(53) VALUE 'DETAIL'.
       01  WS-DETAIL-LINE.
           05 DL-SEV             PIC X(01).
           05 FILLER             PIC X(03) VALUE SPACES.
           05 DL-CODE            PIC 9(02).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 DL-ID              PIC X(05).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 DL-DVZ             PIC X(03).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 DL-CUST-NO         PIC 9(05).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 DL-DETAIL          PIC X(53).
       01  WS-COUNT-HEADING.
           05 FILLER             PIC X(30) VALUE
                 'EXCEPTION COUNTS'.
           05 FILLER             PIC X(50) VALUE SPACES.
       01  WS-COUNT-LINE.
           05 CL-CODE            PIC 9(02).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 CL-SEV             PIC X(01).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 CL-DESC            PIC X(38).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 CL-COUNT           PIC ZZZ,ZZ9.
           05 FILLER             PIC X(26) VALUE SPACES.
       01  WS-SUMMARY-LINE.
           05 FILLER             PIC X(10) VALUE 'ACCOUNTS ='.
           05 SM-ACCTS           PIC ZZZZZZ9.
           05 FILLER             PIC X(14) VALUE '  CUSTOMERS ='.
           05 SM-CUSTS           PIC ZZZZZZ9.
           05 FILLER             PIC X(42) VALUE SPACES.
       01  WS-SEVERITY-LINE.
           05 FILLER             PIC X(07) VALUE 'HIGH ='.
           05 SV-HIGH            PIC ZZZZZZ9.
           05 FILLER             PIC X(11) VALUE '  MEDIUM ='.
           05 SV-MEDIUM          PIC ZZZZZZ9.
           05 FILLER             PIC X(08) VALUE '  LOW ='.
           05 SV-LOW             PIC ZZZZZZ9.
           05 FILLER             PIC X(11) VALUE '  JOB RC ='.
           05 SV-RC              PIC Z9.
           05 FILLER             PIC X(20) VALUE SPACES.
       01  WS-CLEAN-LINE.
           05 FILLER             PIC X(40) VALUE
                 '   NO EXCEPTIONS - MASTERS AGREE'.
           05 FILLER             PIC X(40) VALUE SPACES.
       PROCEDURE DIVISION.
      *PROVE THE ACCOUNT MASTER, THE CUSTOMER MASTER AND THE
      *CURRENCY REFERENCE AGAINST EACH OTHER.  PBEG0010 PROVES THE
      *BALANCES AGAINST THE TRAIL - THIS PROVES THE LINKS
       000-MAIN.
           PERFORM H030-GET-BUSINESS-DATE.
           PERFORM H050-INIT.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-CHECK-ACCOUNT UNTIL ACCT-EOF.
           PERFORM H400-SCAN-CUSTOMERS.
           PERFORM H800-SET-RETURN-CODE.
           PERFORM H900-WRITE-SUMMARY.
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
           MOVE SPACES TO WS-CUST-USED-TABLE.
           PERFORM H060-CLEAR-COUNT
              VARYING WS-EXC-IX FROM 1 BY 1 UNTIL WS-EXC-IX > 9.
           COMPUTE WS-TODAY-YYYYDDD = FUNCTION DAY-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WS-DATE-CURRENT)).
       H050-END. EXIT.
       H060-CLEAR-COUNT.
           MOVE ZEROS TO EXC-COUNT (WS-EXC-IX).
       H060-END. EXIT.
      *ALL THREE MASTERS ARE NEEDED - A SCAN WITHOUT ONE OF THEM
      *WOULD REPORT EVERY LINK AS BROKEN
       H100-OPEN-FILES.
           OPEN INPUT ACCT-REC.
           IF NOT ACCT-SUCCESS
              DISPLAY 'UNABLE TO OPEN FILE: ' ACCT-ST
              MOVE ACCT-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT CUST-FILE.
           IF NOT CUST-SUCCESS
              DISPLAY 'UNABLE TO OPEN FILE: ' CUST-ST
              MOVE CUST-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT CURR-FILE.
           IF NOT CURR-SUCCESS
              DISPLAY 'UNABLE TO OPEN FILE: ' CURR-ST
              MOVE CURR-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF NOT RPT-SUCCESS
              DISPLAY 'UNABLE TO OPEN FILE: ' RPT-ST
              MOVE RPT-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           READ ACCT-REC NEXT RECORD.
       H100-END. EXIT.
      *ONE ACCOUNT AGAINST ITS CUSTOMER, ITS CURRENCY AND ITS DATE
       H200-CHECK-ACCOUNT.
           ADD 1 TO WS-CNT-ACCTS.
           MOVE ACCT-ID  TO WS-ACCT-ID.
           MOVE ACCT-DVZ TO WS-ACCT-DVZ.
           PERFORM H210-CHECK-CUSTOMER.
           IF ACCT-ACTIVE
              PERFORM H220-CHECK-CURRENCY
           END-IF.
           PERFORM H230-CHECK-DATE.
           READ ACCT-REC NEXT RECORD.
       H200-END. EXIT.
      *A CUSTOMER NUMBER THAT IS NOT EVEN NUMERIC CANNOT BE ON THE
      *CUSTOMER MASTER.  THE SURNAME COPY FEEDS THE ALTERNATE INDEX
      *THE SURNAME BROWSE RUNS OVER, SO IT MUST MATCH THE MASTER
       H210-CHECK-CUSTOMER.
           MOVE 'N' TO WS-CUST-FOUND-SW.
           IF ACCT-CUST-NO NUMERIC AND ACCT-CUST-NO > ZEROS
              MOVE ACCT-CUST-NO TO CUST-NO
              MOVE ACCT-CUST-NO TO WS-CUST-IX
              MOVE 'Y'          TO WS-CUST-USED-SW (WS-CUST-IX)
              READ CUST-FILE KEY IS CUST-NO
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET WS-CUST-FOUND TO TRUE
              END-READ
           END-IF.
           IF NOT WS-CUST-FOUND
              MOVE SPACES TO WS-DETAIL
              STRING 'CUSTOMER NO: ' ACCT-CUST-AREA(1:5)
                 DELIMITED BY SIZE INTO WS-DETAIL
              END-STRING
              MOVE 01 TO WS-EXC-IX
              PERFORM H300-WRITE-ACCT-EXC
           ELSE
              IF CUST-CLOSED
                 MOVE SPACES TO WS-DETAIL
                 STRING CUST-NAME ' ' CUST-SURNAME
                    DELIMITED BY SIZE INTO WS-DETAIL
                 END-STRING
                 IF ACCT-CLOSED
                    MOVE 03 TO WS-EXC-IX
                 ELSE
                    MOVE 02 TO WS-EXC-IX
                 END-IF
                 PERFORM H300-WRITE-ACCT-EXC
              END-IF
              IF ACCT-SURNAME NOT = CUST-SURNAME
                 MOVE SPACES TO WS-DETAIL
                 STRING ACCT-SURNAME ' > ' CUST-SURNAME
                    DELIMITED BY SIZE INTO WS-DETAIL
                 END-STRING
                 MOVE 04 TO WS-EXC-IX
                 PERFORM H300-WRITE-ACCT-EXC
              END-IF
           END-IF.
       H210-END. EXIT.
      *A CLOSED ACCOUNT TAKES NO POSTINGS, SO ONLY AN ACTIVE ONE
      *NEEDS A CURRENCY THAT IS STILL ON THE REFERENCE AND OPEN
       H220-CHECK-CURRENCY.
           MOVE ACCT-DVZ TO CURR-CODE.
           READ CURR-FILE
              INVALID KEY
                 MOVE SPACES TO WS-DETAIL
                 STRING 'CURRENCY CODE: ' WS-ACCT-DVZ
                    DELIMITED BY SIZE INTO WS-DETAIL
                 END-STRING
                 MOVE 05 TO WS-EXC-IX
                 PERFORM H300-WRITE-ACCT-EXC
              NOT INVALID KEY
                 IF CURR-SUSPENDED
                    MOVE SPACES TO WS-DETAIL
                    STRING CURR-ISO ' ' CURR-DESC
                       DELIMITED BY SIZE INTO WS-DETAIL
                    END-STRING
                    MOVE 06 TO WS-EXC-IX
                    PERFORM H300-WRITE-ACCT-EXC
                 END-IF
           END-READ.
       H220-END. EXIT.
      *THE OPENING DATE IS HELD AS YYYYDDD - A DAY NUMBER OUTSIDE
      *ITS YEAR OR A YEAR OUTSIDE THE CALENDAR IS NOT A DATE
       H230-CHECK-DATE.
           IF ACCT-DATE NOT NUMERIC
              MOVE 'NOT NUMERIC' TO WS-DETAIL
              MOVE 07 TO WS-EXC-IX
              PERFORM H300-WRITE-ACCT-EXC
           ELSE
              MOVE ACCT-DATE TO WS-ACCT-DATE
              IF WS-ACCT-DATE NOT > ZEROS
                 OR FUNCTION TEST-DAY-YYYYDDD(WS-ACCT-DATE) NOT = 0
                 MOVE SPACES TO WS-DETAIL
                 STRING 'YYYYDDD: ' WS-ACCT-DATE
                    DELIMITED BY SIZE INTO WS-DETAIL
                 END-STRING
                 MOVE 07 TO WS-EXC-IX
                 PERFORM H300-WRITE-ACCT-EXC
              ELSE
                 IF WS-ACCT-DATE > WS-TODAY-YYYYDDD
                    MOVE SPACES TO WS-DETAIL
                    STRING 'YYYYDDD: ' WS-ACCT-DATE
                       DELIMITED BY SIZE INTO WS-DETAIL
                    END-STRING
                    MOVE 08 TO WS-EXC-IX
                    PERFORM H300-WRITE-ACCT-EXC
                 END-IF
              END-IF
           END-IF.
       H230-END. EXIT.
       H300-WRITE-ACCT-EXC.
           MOVE WS-ACCT-ID  TO DL-ID.
           MOVE WS-ACCT-DVZ TO DL-DVZ.
           IF ACCT-CUST-NO NUMERIC
              MOVE ACCT-CUST-NO TO DL-CUST-NO
           ELSE
              MOVE ZEROS        TO DL-CUST-NO
           END-IF.
           PERFORM H350-WRITE-EXCEPTION.
       H300-END. EXIT.
      *COUNT THE EXCEPTION UNDER ITS CODE AND ITS SEVERITY AND
      *PRINT IT WITH THE KEY ALREADY MOVED BY THE CALLER
       H350-WRITE-EXCEPTION.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
              PERFORM H360-WRITE-HEADERS
           END-IF.
           ADD 1 TO EXC-COUNT (WS-EXC-IX).
           EVALUATE TRUE
              WHEN EXC-HIGH (WS-EXC-IX)
                 ADD 1 TO WS-CNT-HIGH
              WHEN EXC-MEDIUM (WS-EXC-IX)
                 ADD 1 TO WS-CNT-MEDIUM
              WHEN OTHER
                 ADD 1 TO WS-CNT-LOW
           END-EVALUATE.
           MOVE EXC-SEV (WS-EXC-IX)  TO DL-SEV.
           MOVE EXC-CODE (WS-EXC-IX) TO DL-CODE.
           MOVE SPACES               TO DL-DETAIL.
           STRING EXC-DESC (WS-EXC-IX) DELIMITED BY '  '
                  ' - '                DELIMITED BY SIZE
                  WS-DETAIL            DELIMITED BY SIZE
                  INTO DL-DETAIL
           END-STRING.
           WRITE RPT-REC FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINES.
           ADD 1 TO WS-LINE-COUNT.
       H350-END. EXIT.
       H360-WRITE-HEADERS.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO TO H1-PAGE-NO.
           WRITE RPT-REC FROM WS-HEADING-1 AFTER ADVANCING PAGE.
           WRITE RPT-REC FROM WS-HEADING-2 AFTER ADVANCING 2 LINES.
           MOVE ZEROS TO WS-LINE-COUNT.
       H360-END. EXIT.
      *SECOND PASS - BROWSE THE CUSTOMER MASTER FROM THE TOP AND
      *FLAG EVERY ACTIVE CUSTOMER NO ACCOUNT POINTED AT
       H400-SCAN-CUSTOMERS.
           MOVE ZEROS TO CUST-NO.
           START CUST-FILE KEY NOT < CUST-NO
              INVALID KEY
                 MOVE 10 TO CUST-ST
           END-START.
           IF NOT CUST-EOF
              READ CUST-FILE NEXT RECORD
           END-IF.
           PERFORM H410-CHECK-CUSTOMER UNTIL CUST-EOF.
       H400-END. EXIT.
       H410-CHECK-CUSTOMER.
           ADD 1 TO WS-CNT-CUSTS.
           IF CUST-ACTIVE AND CUST-NO > ZEROS
              MOVE CUST-NO TO WS-CUST-IX
              IF NOT WS-CUST-USED (WS-CUST-IX)
                 MOVE SPACES  TO DL-ID DL-DVZ
                 MOVE CUST-NO TO DL-CUST-NO
                 MOVE SPACES  TO WS-DETAIL
                 STRING CUST-NAME ' ' CUST-SURNAME
                    DELIMITED BY SIZE INTO WS-DETAIL
                 END-STRING
                 MOVE 09 TO WS-EXC-IX
                 PERFORM H350-WRITE-EXCEPTION
              END-IF
           END-IF.
           READ CUST-FILE NEXT RECORD.
       H410-END. EXIT.
      *THE JOB RETURN CODE TELLS THE SCHEDULER HOW FAR THE MASTERS
      *HAVE DRIFTED: 0 CLEAN OR HOUSEKEEPING ONLY, 4 A LOOKUP OR
      *CHECK IS BROKEN, 8 A LINK THAT WILL MISPOST OR MISREPORT
       H800-SET-RETURN-CODE.
           EVALUATE TRUE
              WHEN WS-CNT-HIGH > 0
                 MOVE 08 TO WS-FINAL-RC
              WHEN WS-CNT-MEDIUM > 0
                 MOVE 04 TO WS-FINAL-RC
              WHEN OTHER
                 MOVE ZEROS TO WS-FINAL-RC
           END-EVALUATE.
       H800-END. EXIT.
       H900-WRITE-SUMMARY.
           IF WS-PAGE-NO = 0
              PERFORM H360-WRITE-HEADERS
              WRITE RPT-REC FROM WS-CLEAN-LINE AFTER ADVANCING 1 LINES
           END-IF.
           WRITE RPT-REC FROM WS-COUNT-HEADING AFTER ADVANCING 3 LINES.
           PERFORM H910-WRITE-COUNT
              VARYING WS-EXC-IX FROM 1 BY 1 UNTIL WS-EXC-IX > 9.
           MOVE WS-CNT-ACCTS  TO SM-ACCTS.
           MOVE WS-CNT-CUSTS  TO SM-CUSTS.
           WRITE RPT-REC FROM WS-SUMMARY-LINE AFTER ADVANCING 2 LINES.
           MOVE WS-CNT-HIGH   TO SV-HIGH.
           MOVE WS-CNT-MEDIUM TO SV-MEDIUM.
           MOVE WS-CNT-LOW    TO SV-LOW.
           MOVE WS-FINAL-RC   TO SV-RC.
           WRITE RPT-REC FROM WS-SEVERITY-LINE AFTER ADVANCING 1 LINES.
       H900-END. EXIT.
       H910-WRITE-COUNT.
           MOVE EXC-CODE (WS-EXC-IX)  TO CL-CODE.
           MOVE EXC-SEV (WS-EXC-IX)   TO CL-SEV.
           MOVE EXC-DESC (WS-EXC-IX)  TO CL-DESC.
           MOVE EXC-COUNT (WS-EXC-IX) TO CL-COUNT.
           WRITE RPT-REC FROM WS-COUNT-LINE AFTER ADVANCING 1 LINES.
       H910-END. EXIT.
       H999-PROGRAM-EXIT.
           DISPLAY 'ACCOUNTS SCANNED : ' WS-CNT-ACCTS.
           DISPLAY 'CUSTOMERS SCANNED: ' WS-CNT-CUSTS.
           DISPLAY 'HIGH EXCEPTIONS  : ' WS-CNT-HIGH.
           DISPLAY 'MEDIUM EXCEPTIONS: ' WS-CNT-MEDIUM.
           DISPLAY 'LOW EXCEPTIONS   : ' WS-CNT-LOW.
           CLOSE ACCT-REC
                 CUST-FILE
                 CURR-FILE
                 RPT-FILE.
           MOVE WS-FINAL-RC TO RETURN-CODE.
           STOP RUN.
       H999-END. EXIT.
