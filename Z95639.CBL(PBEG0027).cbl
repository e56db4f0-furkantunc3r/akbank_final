       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PBEG0027.
       AUTHOR.        FURKAN TUNCER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *LIKE PBEG0010 THE DD SHOULD CONCATENATE THE ARCHIVED
      *GENERATIONS AHEAD OF THE LIVE ESDS TRAIL - A PATTERN THAT
      *STRADDLES AN ARCHIVE CUT IS ONLY SEEN WITH THE WHOLE TRAIL
           SELECT HIST-FILE ASSIGN       ACCTHST
                           ORGANIZATION  SEQUENTIAL
                           STATUS        HIST-ST.
           SELECT ACCT-REC ASSIGN        ACCTREC
                           ORGANIZATION  INDEXED
                           ACCESS        RANDOM
                           RECORD        ACCT-KEY
                           STATUS        ACCT-ST.
           SELECT CUST-FILE ASSIGN       CUSTREF
                           ORGANIZATION  INDEXED
                           ACCESS        RANDOM
                           RECORD        CUST-NO
                           STATUS        CUST-ST.
           SELECT CURR-FILE ASSIGN       CURRREF
                           ORGANIZATION  INDEXED
                           ACCESS        RANDOM
                           RECORD        CURR-CODE
                           STATUS        CURR-ST.
           SELECT THR-FILE ASSIGN MONTHRSH
                           ORGANIZATION LINE SEQUENTIAL
                           STATUS THR-ST.
           SELECT SEL-FILE ASSIGN MONSEL
                           ORGANIZATION LINE SEQUENTIAL
                           STATUS SEL-ST.
           SELECT ALERT-FILE ASSIGN ALRTFILE
                           STATUS ALERT-ST.
           SELECT SORT-WORK ASSIGN SORTWK1.
           SELECT SORT-ALERT ASSIGN SORTWK2.
           SELECT RPT-FILE ASSIGN RPTFILE
                           STATUS RPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  HIST-FILE RECORDING MODE F.
       01  ACCT-HIST-REC.
           05 HIST-ID           PIC 9(05).
           05 HIST-DVZ          PIC 9(03).
           05 HIST-ISLEM-TIPI   PIC X(01).
           05 HIST-TIMESTAMP    PIC 9(14).
           05 HIST-NAME         PIC X(15).
           05 HIST-SURNAME      PIC X(15).
           05 HIST-DATE         PIC 9(7).
           05 HIST-STATUS       PIC X(01).
           05 HIST-BALANCE      PIC 9(09)V9(02).
           05 HIST-NEW-NAME     PIC X(15).
           05 HIST-NEW-SURNAME  PIC X(15).
           05 HIST-NEW-DATE     PIC 9(7).
           05 HIST-NEW-STATUS   PIC X(01).
           05 HIST-NEW-BALANCE  PIC 9(09)V9(02).
      *
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
      *ONE LINE PER CURRENCY - CODE 000 SETS THE VALUES FOR EVERY
      *CURRENCY WITHOUT A LINE OF ITS OWN, AND A BLANK OR ZERO
      *FIELD FALLS BACK TO THAT DEFAULT
       FD  THR-FILE RECORDING MODE F.
       01  THR-REC.
           05 THR-DVZ           PIC X(03).
           05 THR-AMOUNT        PIC X(11).
           05 THR-AMOUNT-N REDEFINES THR-AMOUNT
                                PIC 9(09)V9(02).
           05 THR-PT-MIN        PIC X(11).
           05 THR-PT-MIN-N REDEFINES THR-PT-MIN
                                PIC 9(09)V9(02).
           05 THR-PT-PCT        PIC X(03).
           05 THR-PT-PCT-N REDEFINES THR-PT-PCT
                                PIC 9(03).
           05 THR-PT-DAYS       PIC X(03).
           05 THR-PT-DAYS-N REDEFINES THR-PT-DAYS
                                PIC 9(03).
           05 THR-REACT-DAYS    PIC X(03).
           05 THR-REACT-DAYS-N REDEFINES THR-REACT-DAYS
                                PIC 9(03).
      *
      *AN OPTIONAL WINDOW LIMITS WHICH MOVEMENTS MAY RAISE AN
      *ALERT - EARLIER ROWS STILL FEED THE DAY AND N-DAY TESTS
       FD  SEL-FILE RECORDING MODE F.
       01  SEL-REC.
           05 SEL-FROM-DATE     PIC X(08).
           05 SEL-TO-DATE       PIC X(08).
      *
      *THE ALERT FILE IS FIXED-FORMAT FOR THE COMPLIANCE CASE TOOL
       FD  ALERT-FILE RECORDING MODE F.
       01  ALERT-REC.
           05 ALERT-CUST-NO     PIC 9(05).
           05 ALERT-ID          PIC 9(05).
           05 ALERT-DVZ         PIC 9(03).
           05 ALERT-TYPE        PIC X(02).
           05 ALERT-TS          PIC 9(14).
           05 ALERT-AMOUNT      PIC 9(09)V9(02).
           05 ALERT-THRESHOLD   PIC 9(09)V9(02).
           05 ALERT-REF-TS      PIC 9(14).
           05 ALERT-COUNT       PIC 9(03).
           05 FILLER            PIC X(12).
      *
       SD  SORT-WORK.
       01  SORT-REC.
           05 SORT-ID           PIC 9(05).
           05 SORT-DVZ          PIC 9(03).
           05 SORT-TS           PIC 9(14).
           05 SORT-TIPI         PIC X(01).
           05 SORT-BALANCE      PIC 9(09)V9(02).
           05 SORT-NEW-BALANCE  PIC 9(09)V9(02).
           05 SORT-STATUS       PIC X(01).
           05 SORT-NEW-STATUS   PIC X(01).
      *
       SD  SORT-ALERT.
       01  SA-REC.
           05 SA-CUST-NO        PIC 9(05).
           05 SA-ID             PIC 9(05).
           05 SA-DVZ            PIC 9(03).
           05 SA-TYPE           PIC X(02).
              88 SA-LARGE                  VALUE 'LG'.
              88 SA-SPLIT                  VALUE 'ST'.
              88 SA-IN-OUT                 VALUE 'RT'.
              88 SA-REACTIVATED            VALUE 'RA'.
           05 SA-TS             PIC 9(14).
           05 SA-AMOUNT         PIC 9(09)V9(02).
           05 SA-THRESHOLD      PIC 9(09)V9(02).
           05 SA-REF-TS         PIC 9(14).
           05 SA-COUNT          PIC 9(03).
           05 FILLER            PIC X(12).
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
           05 HIST-ST            PIC 9(02).
              88 HIST-EOF                   VALUE 10.
              88 HIST-SUCCESS               VALUE 00 97.
           05 ACCT-ST            PIC 9(02).
              88 ACCT-SUCCESS               VALUE 00 97.
           05 CUST-ST            PIC 9(02).
              88 CUST-SUCCESS               VALUE 00 97.
           05 CURR-ST            PIC 9(02).
              88 CURR-SUCCESS               VALUE 00 97.
           05 THR-ST             PIC 9(02).
              88 THR-EOF                    VALUE 10.
              88 THR-SUCCESS                VALUE 00 97.
           05 SEL-ST             PIC 9(02).
              88 SEL-SUCCESS                VALUE 00 97.
           05 ALERT-ST           PIC 9(02).
              88 ALERT-SUCCESS              VALUE 00 97.
           05 RPT-ST             PIC 9(02).
              88 RPT-SUCCESS                VALUE 00 97.
           05 WS-ACCT-OPEN-SW    PIC X(01) VALUE 'N'.
              88 WS-ACCT-OPENED            VALUE 'Y'.
           05 WS-CUST-OPEN-SW    PIC X(01) VALUE 'N'.
              88 WS-CUST-OPENED            VALUE 'Y'.
           05 WS-CURR-OPEN-SW    PIC X(01) VALUE 'N'.
              88 WS-CURR-OPENED            VALUE 'Y'.
           05 WS-EOF-SW          PIC X(01) VALUE 'N'.
              88 WS-SORT-EOF               VALUE 'Y'.
           05 WS-ALERT-EOF-SW    PIC X(01) VALUE 'N'.
              88 WS-ALERT-EOF              VALUE 'Y'.
           05 WS-FIRST-SW        PIC X(01) VALUE 'Y'.
              88 WS-FIRST-ROW              VALUE 'Y'.
           05 WS-FIRST-CUST-SW   PIC X(01) VALUE 'Y'.
              88 WS-FIRST-CUST             VALUE 'Y'.
      *SELECTION WINDOW - ZEROS MEANS UNBOUNDED ON THAT SIDE
           05 WS-SEL-FROM        PIC 9(08) VALUE ZEROS.
           05 WS-SEL-TO          PIC 9(08) VALUE ZEROS.
           05 WS-WINDOW-SW       PIC X(01).
              88 WS-IN-WINDOW              VALUE 'Y'.
      *DEFAULT LIMITS WHEN THE PARAMETER FILE HAS NO 000 LINE
           05 WS-DEF-AMOUNT      PIC 9(09)V9(02) VALUE 10000.00.
           05 WS-DEF-PT-MIN      PIC 9(09)V9(02) VALUE 5000.00.
           05 WS-DEF-PT-PCT      PIC 9(03) VALUE 90.
           05 WS-DEF-PT-DAYS     PIC 9(03) VALUE 3.
           05 WS-DEF-REACT-DAYS  PIC 9(03) VALUE 7.
      *LIMITS IN FORCE FOR THE ACCOUNT BEING SCANNED
           05 WS-CUR-AMOUNT      PIC 9(09)V9(02).
           05 WS-CUR-PT-MIN      PIC 9(09)V9(02).
           05 WS-CUR-PT-PCT      PIC 9(03).
           05 WS-CUR-PT-DAYS     PIC 9(03).
           05 WS-CUR-REACT-DAYS  PIC 9(03).
           05 WS-THR-IX          PIC 9(04) COMP.
      *RUNNING STATE FOR THE ACCOUNT BEING SCANNED
           05 WS-GRP-ID          PIC 9(05).
           05 WS-GRP-DVZ         PIC 9(03).
           05 WS-GRP-CUST-NO     PIC 9(05).
           05 WS-GRP-CUST-SW     PIC X(01).
              88 WS-GRP-CUST-KNOWN         VALUE 'Y'.
           05 WS-TS-NUM          PIC 9(14).
           05 WS-TS-PARTS REDEFINES WS-TS-NUM.
              07 WS-TS-DATE      PIC 9(08).
              07 WS-TS-TIME      PIC 9(06).
           05 WS-ROW-INT         PIC 9(07).
           05 WS-DELTA           PIC S9(09)V9(02) COMP-3.
           05 WS-MOVE-AMT        PIC S9(09)V9(02) COMP-3.
           05 WS-DIRECTION-SW    PIC X(01).
              88 WS-MOVE-CREDIT            VALUE 'C'.
              88 WS-MOVE-DEBIT             VALUE 'D'.
           05 WS-DAY-DATE        PIC 9(08).
           05 WS-DAY-SUM         PIC S9(11)V9(02) COMP-3.
           05 WS-DAY-CNT         PIC 9(03).
           05 WS-DAY-ALERT-SW    PIC X(01).
              88 WS-DAY-ALERTED            VALUE 'Y'.
           05 WS-CR-SW           PIC X(01).
              88 WS-CR-OPEN                VALUE 'Y'.
           05 WS-CR-TS           PIC 9(14).
           05 WS-CR-INT          PIC 9(07).
           05 WS-CR-AMT          PIC S9(09)V9(02) COMP-3.
           05 WS-REACT-SW        PIC X(01).
              88 WS-REACT-OPEN             VALUE 'Y'.
           05 WS-REACT-TS        PIC 9(14).
           05 WS-REACT-INT       PIC 9(07).
      *FIELDS FOR THE ALERT BEING RAISED
           05 WS-AL-TYPE         PIC X(02).
           05 WS-AL-AMOUNT       PIC 9(09)V9(02).
           05 WS-AL-REF-TS       PIC 9(14).
           05 WS-AL-COUNT        PIC 9(03).
      *REPORT STATE
           05 WS-CURRENT-CUST    PIC 9(05).
           05 WS-CURR-ISO        PIC X(03).
           05 WS-CURR-NUM        PIC 9(03).
           05 WS-CUST-ALERTS     PIC 9(05) VALUE ZEROS.
           05 WS-CNT-ROWS        PIC 9(08) VALUE ZEROS.
           05 WS-CNT-MOVES       PIC 9(08) VALUE ZEROS.
           05 WS-CNT-ACCOUNTS    PIC 9(07) VALUE ZEROS.
           05 WS-CNT-LARGE       PIC 9(07) VALUE ZEROS.
           05 WS-CNT-SPLIT       PIC 9(07) VALUE ZEROS.
           05 WS-CNT-IN-OUT      PIC 9(07) VALUE ZEROS.
           05 WS-CNT-REACT       PIC 9(07) VALUE ZEROS.
           05 WS-CNT-ALERTS      PIC 9(07) VALUE ZEROS.
           05 WS-CNT-CUSTOMERS   PIC 9(07) VALUE ZEROS.
           05 WS-PAGE-NO         PIC 9(04) VALUE ZEROS.
           05 WS-LINE-COUNT      PIC 9(02) VALUE 99.
           05 WS-LINES-PER-PAGE  PIC 9(02) VALUE 55.
      *PER-CURRENCY LIMITS LOADED FROM THE PARAMETER FILE, INDEXED
      *DIRECTLY BY THE CURRENCY CODE
       01  WS-THR-TABLE.
           05 WS-THR-ENTRY OCCURS 999 TIMES.
              07 THT-SET-SW      PIC X(01).
                 88 THT-SET                 VALUE 'Y'.
              07 THT-AMOUNT      PIC 9(09)V9(02).
              07 THT-PT-MIN      PIC 9(09)V9(02).
              07 THT-PT-PCT      PIC 9(03).
              07 THT-PT-DAYS     PIC 9(03).
              07 THT-REACT-DAYS  PIC 9(03).
       01  WS-HEADING-1.
           05 FILLER             PIC X(15) VALUE 'PBEG0027'.
           05 FILLER             PIC X(35) VALUE
                 'SUSPICIOUS MOVEMENT ALERTS'.
           05 FILLER             PIC X(05) VALUE 'PAGE '.
           05 H1-PAGE-NO         PIC ZZZ9.
           05 FILLER             PIC X(21) VALUE SPACES.
       01  WS-HEADING-2.
           05 FILLER             PIC X(07) VALUE 'ACCT-ID'.
           05 FILLER             PIC X(05) VALUE 'CUR'.
           05 FILLER             PIC X(18) VALUE 'DATE / TIME'.
           05 FILLER             PIC X(19) VALUE 'ALERT'.
           05 FILLER             PIC X(14) VALUE 'AMOUNT'.
           05 FILLER             PIC X(17) VALUE 'DETAIL'.
       01  WS-CUST-LINE.
           05 FILLER             PIC X(09) VALUE 'CUSTOMER '.
           05 CL-CUST-NO         PIC 9(05).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 CL-NAME            PIC X(15).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 CL-SURNAME         PIC X(15).
           05 FILLER             PIC X(33) VALUE SPACES.
       01  WS-DETAIL-LINE.
           05 DL-ID              PIC ZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 DL-ISO             PIC X(03).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 DL-TS              PIC X(16).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 DL-TYPE            PIC X(18).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 DL-AMOUNT          PIC Z(08)9.99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 DL-INFO            PIC X(17).
       01  WS-CUST-TOTAL-LINE.
           05 FILLER             PIC X(07) VALUE SPACES.
           05 FILLER             PIC X(22) VALUE
                 'ALERTS FOR CUSTOMER ='.
           05 CT-COUNT           PIC ZZZZ9.
           05 FILLER             PIC X(46) VALUE SPACES.
       01  WS-SUMMARY-LINE-1.
           05 FILLER             PIC X(09) VALUE 'LARGE ='.
           05 SM-LARGE           PIC ZZZZZZ9.
           05 FILLER             PIC X(11) VALUE '  SPLIT ='.
           05 SM-SPLIT           PIC ZZZZZZ9.
           05 FILLER             PIC X(14) VALUE '  IN AND OUT ='.
           05 SM-IN-OUT          PIC ZZZZZZ9.
           05 FILLER             PIC X(16) VALUE '  REACTIVATED ='.
           05 SM-REACT           PIC ZZZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
       01  WS-SUMMARY-LINE-2.
           05 FILLER             PIC X(16) VALUE 'TOTAL ALERTS ='.
           05 SM-ALERTS          PIC ZZZZZZ9.
           05 FILLER             PIC X(14) VALUE '  CUSTOMERS ='.
           05 SM-CUSTOMERS       PIC ZZZZZZ9.
           05 FILLER             PIC X(18) VALUE '  ROWS SCANNED ='.
           05 SM-ROWS            PIC ZZZZZZZ9.
           05 FILLER             PIC X(10) VALUE SPACES.
       PROCEDURE DIVISION.
      *WALK THE WHOLE AUDIT TRAIL ONE ACCOUNT AT A TIME IN TIME
      *ORDER AND RAISE AN ALERT FOR EACH MOVEMENT PATTERN COMPLIANCE
      *WATCHES FOR, THEN RE-SORT THE ALERTS BY CUSTOMER FOR THE
      *PRINTED REPORT.  THE ALERT FILE ITSELF IS THE CASE-TOOL FEED
       000-MAIN.
           PERFORM H030-GET-BUSINESS-DATE.
           PERFORM H050-LOAD-THRESHOLDS.
           PERFORM H080-GET-SELECTION.
      *EQUAL KEYS KEEP ARRIVAL ORDER SO SAME-SECOND ACTIVITY IS
      *SEEN IN THE ORDER IT HAPPENED
           SORT SORT-WORK
              ON ASCENDING KEY SORT-ID SORT-DVZ SORT-TS
              WITH DUPLICATES IN ORDER
              INPUT  PROCEDURE H200-SORT-INPUT
              OUTPUT PROCEDURE H300-SORT-OUTPUT.
           SORT SORT-ALERT
              ON ASCENDING KEY SA-CUST-NO SA-ID SA-DVZ SA-TS
              WITH DUPLICATES IN ORDER
              USING ALERT-FILE
              OUTPUT PROCEDURE H600-REPORT-OUTPUT.
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
      *THE LIMITS ARE OPERATOR-TUNABLE PER CURRENCY - THE DEFAULTS
      *HOLD WHEN THE PARAMETER FILE IS ABSENT OR A FIELD IS NONSENSE
       H050-LOAD-THRESHOLDS.
           MOVE SPACES TO WS-THR-TABLE.
           OPEN INPUT THR-FILE.
           IF THR-SUCCESS
              READ THR-FILE
              PERFORM H060-LOAD-ONE UNTIL THR-EOF OR NOT THR-SUCCESS
              CLOSE THR-FILE
           END-IF.
       H050-END. EXIT.
       H060-LOAD-ONE.
           IF THR-DVZ NUMERIC
              IF THR-DVZ = '000'
                 PERFORM H065-LOAD-DEFAULT
              ELSE
                 MOVE THR-DVZ TO WS-THR-IX
                 PERFORM H070-LOAD-CURRENCY
              END-IF
           END-IF.
           READ THR-FILE.
       H060-END. EXIT.
       H065-LOAD-DEFAULT.
           IF THR-AMOUNT NUMERIC AND THR-AMOUNT-N > 0
              MOVE THR-AMOUNT-N TO WS-DEF-AMOUNT
           END-IF.
           IF THR-PT-MIN NUMERIC AND THR-PT-MIN-N > 0
              MOVE THR-PT-MIN-N TO WS-DEF-PT-MIN
           END-IF.
           IF THR-PT-PCT NUMERIC AND THR-PT-PCT-N > 0
              MOVE THR-PT-PCT-N TO WS-DEF-PT-PCT
           END-IF.
           IF THR-PT-DAYS NUMERIC AND THR-PT-DAYS-N > 0
              MOVE THR-PT-DAYS-N TO WS-DEF-PT-DAYS
           END-IF.
           IF THR-REACT-DAYS NUMERIC AND THR-REACT-DAYS-N > 0
              MOVE THR-REACT-DAYS-N TO WS-DEF-REACT-DAYS
           END-IF.
       H065-END. EXIT.
      *A ZERO IN THE TABLE MEANS USE THE DEFAULT - THE 000 LINE MAY
      *COME ANYWHERE IN THE FILE SO IT IS APPLIED AT LOOKUP TIME
       H070-LOAD-CURRENCY.
           MOVE 'Y'   TO THT-SET-SW (WS-THR-IX).
           MOVE ZEROS TO THT-AMOUNT (WS-THR-IX) THT-PT-MIN (WS-THR-IX)
                         THT-PT-PCT (WS-THR-IX) THT-PT-DAYS (WS-THR-IX)
                         THT-REACT-DAYS (WS-THR-IX).
           IF THR-AMOUNT NUMERIC
              MOVE THR-AMOUNT-N     TO THT-AMOUNT (WS-THR-IX)
           END-IF.
           IF THR-PT-MIN NUMERIC
              MOVE THR-PT-MIN-N     TO THT-PT-MIN (WS-THR-IX)
           END-IF.
           IF THR-PT-PCT NUMERIC
              MOVE THR-PT-PCT-N     TO THT-PT-PCT (WS-THR-IX)
           END-IF.
           IF THR-PT-DAYS NUMERIC
              MOVE THR-PT-DAYS-N    TO THT-PT-DAYS (WS-THR-IX)
           END-IF.
           IF THR-REACT-DAYS NUMERIC
              MOVE THR-REACT-DAYS-N TO THT-REACT-DAYS (WS-THR-IX)
           END-IF.
       H070-END. EXIT.
      *WITHOUT A SELECTION RECORD EVERY MOVEMENT ON THE TRAIL UP TO
      *THE END OF THE BUSINESS DAY MAY RAISE AN ALERT
       H080-GET-SELECTION.
           MOVE WS-DATE-CURRENT TO WS-SEL-TO.
           OPEN INPUT SEL-FILE.
           IF SEL-SUCCESS
              READ SEL-FILE
              IF SEL-SUCCESS
                 IF SEL-FROM-DATE NUMERIC
                    MOVE SEL-FROM-DATE TO WS-SEL-FROM
                 END-IF
                 IF SEL-TO-DATE NUMERIC
                    MOVE SEL-TO-DATE TO WS-SEL-TO
                 END-IF
              END-IF
              CLOSE SEL-FILE
           END-IF.
       H080-END. EXIT.
      *ONLY MOVEMENTS AND REACTIVATIONS MATTER TO THE PATTERNS.  AN
      *ABSENT TRAIL SIMPLY MEANS NOTHING TO ALERT ON
       H200-SORT-INPUT.
           OPEN INPUT HIST-FILE.
           IF HIST-SUCCESS
              READ HIST-FILE
              PERFORM H210-RELEASE-RECORD UNTIL HIST-EOF
              CLOSE HIST-FILE
           END-IF.
       H200-END. EXIT.
       H210-RELEASE-RECORD.
           ADD 1 TO WS-CNT-ROWS.
           IF HIST-ISLEM-TIPI = 'C' OR 'B' OR 'T' OR 'X' OR 'V'
              OR 'A'
              MOVE HIST-ID          TO SORT-ID
              MOVE HIST-DVZ         TO SORT-DVZ
              MOVE HIST-TIMESTAMP   TO SORT-TS
              MOVE HIST-ISLEM-TIPI  TO SORT-TIPI
              MOVE HIST-BALANCE     TO SORT-BALANCE
              MOVE HIST-NEW-BALANCE TO SORT-NEW-BALANCE
              MOVE HIST-STATUS      TO SORT-STATUS
              MOVE HIST-NEW-STATUS  TO SORT-NEW-STATUS
              RELEASE SORT-REC
           END-IF.
           READ HIST-FILE.
       H210-END. EXIT.
      *SCAN THE SORTED TRAIL AND WRITE THE ALERT FILE
       H300-SORT-OUTPUT.
           OPEN OUTPUT ALERT-FILE.
           IF NOT ALERT-SUCCESS
              DISPLAY 'UNABLE TO OPEN FILE: ' ALERT-ST
              MOVE ALERT-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT ACCT-REC.
           IF ACCT-SUCCESS
              SET WS-ACCT-OPENED TO TRUE
           END-IF.
           RETURN SORT-WORK RECORD AT END SET WS-SORT-EOF TO TRUE.
           PERFORM H310-PROCESS-ROW UNTIL WS-SORT-EOF.
           IF WS-ACCT-OPENED
              CLOSE ACCT-REC
           END-IF.
           CLOSE ALERT-FILE.
       H300-END. EXIT.
       H310-PROCESS-ROW.
           IF WS-FIRST-ROW
              OR SORT-ID NOT = WS-GRP-ID OR SORT-DVZ NOT = WS-GRP-DVZ
              PERFORM H320-START-ACCOUNT
           END-IF.
           MOVE SORT-TS TO WS-TS-NUM.
           COMPUTE WS-ROW-INT = FUNCTION INTEGER-OF-DATE(WS-TS-DATE).
           IF (WS-SEL-FROM = ZEROS OR WS-TS-DATE >= WS-SEL-FROM)
              AND (WS-SEL-TO = ZEROS OR WS-TS-DATE <= WS-SEL-TO)
              SET WS-IN-WINDOW TO TRUE
           ELSE
              MOVE 'N' TO WS-WINDOW-SW
           END-IF.
      *AN ACTIVATION RESENT FOR AN ACCOUNT ALREADY OPEN STILL WRITES
      *AN 'A' ROW - ONLY A REAL CLOSED-TO-ACTIVE CHANGE OPENS THE
      *WATCH WINDOW
           IF SORT-TIPI = 'A'
              IF SORT-STATUS = 'C' AND SORT-NEW-STATUS = 'A'
                 SET WS-REACT-OPEN TO TRUE
                 MOVE SORT-TS    TO WS-REACT-TS
                 MOVE WS-ROW-INT TO WS-REACT-INT
              END-IF
           ELSE
              PERFORM H330-CHECK-MOVEMENT
           END-IF.
           RETURN SORT-WORK RECORD AT END SET WS-SORT-EOF TO TRUE.
       H310-END. EXIT.
      *A NEW ACCOUNT STARTS WITH A CLEAN SLATE AND THE LIMITS OF
      *ITS OWN CURRENCY
       H320-START-ACCOUNT.
           MOVE 'N'      TO WS-FIRST-SW.
           MOVE SORT-ID  TO WS-GRP-ID.
           MOVE SORT-DVZ TO WS-GRP-DVZ.
           ADD 1 TO WS-CNT-ACCOUNTS.
           MOVE 'N'      TO WS-GRP-CUST-SW WS-CR-SW WS-REACT-SW
                            WS-DAY-ALERT-SW.
           MOVE ZEROS    TO WS-DAY-DATE WS-DAY-SUM WS-DAY-CNT.
           MOVE WS-DEF-AMOUNT     TO WS-CUR-AMOUNT.
           MOVE WS-DEF-PT-MIN     TO WS-CUR-PT-MIN.
           MOVE WS-DEF-PT-PCT     TO WS-CUR-PT-PCT.
           MOVE WS-DEF-PT-DAYS    TO WS-CUR-PT-DAYS.
           MOVE WS-DEF-REACT-DAYS TO WS-CUR-REACT-DAYS.
           IF SORT-DVZ > 0
              MOVE SORT-DVZ TO WS-THR-IX
              IF THT-SET (WS-THR-IX)
                 PERFORM H325-APPLY-CURRENCY
              END-IF
           END-IF.
       H320-END. EXIT.
       H325-APPLY-CURRENCY.
           IF THT-AMOUNT (WS-THR-IX) > 0
              MOVE THT-AMOUNT (WS-THR-IX)     TO WS-CUR-AMOUNT
           END-IF.
           IF THT-PT-MIN (WS-THR-IX) > 0
              MOVE THT-PT-MIN (WS-THR-IX)     TO WS-CUR-PT-MIN
           END-IF.
           IF THT-PT-PCT (WS-THR-IX) > 0
              MOVE THT-PT-PCT (WS-THR-IX)     TO WS-CUR-PT-PCT
           END-IF.
           IF THT-PT-DAYS (WS-THR-IX) > 0
              MOVE THT-PT-DAYS (WS-THR-IX)    TO WS-CUR-PT-DAYS
           END-IF.
           IF THT-REACT-DAYS (WS-THR-IX) > 0
              MOVE THT-REACT-DAYS (WS-THR-IX) TO WS-CUR-REACT-DAYS
           END-IF.
       H325-END. EXIT.
      *THE MOVEMENT IS THE CHANGE IN BALANCE THE ROW RECORDS.  A
      *REVERSAL IS A CORRECTION, NOT NEW MONEY IN OR OUT, SO IT
      *COUNTS FOR THE SIZE AND REACTIVATION TESTS ONLY
       H330-CHECK-MOVEMENT.
           COMPUTE WS-DELTA = SORT-NEW-BALANCE - SORT-BALANCE.
           IF WS-DELTA NOT = ZEROS
              ADD 1 TO WS-CNT-MOVES
              IF WS-DELTA < ZEROS
                 SET WS-MOVE-DEBIT  TO TRUE
                 COMPUTE WS-MOVE-AMT = ZEROS - WS-DELTA
              ELSE
                 SET WS-MOVE-CREDIT TO TRUE
                 MOVE WS-DELTA TO WS-MOVE-AMT
              END-IF
              PERFORM H340-CHECK-REACTIVATED
              PERFORM H350-CHECK-LARGE
              IF SORT-TIPI NOT = 'V'
                 IF WS-MOVE-CREDIT
                    PERFORM H360-CHECK-SPLIT
                    PERFORM H370-NOTE-CREDIT
                 ELSE
                    PERFORM H380-CHECK-IN-OUT
                 END-IF
              END-IF
           END-IF.
       H330-END. EXIT.
      *A CLOSED ACCOUNT BROUGHT BACK AND THEN MOVED WITHIN THE
      *WINDOW - ONLY THE FIRST MOVEMENT AFTER THE REACTIVATION
       H340-CHECK-REACTIVATED.
           IF WS-REACT-OPEN
              IF WS-ROW-INT - WS-REACT-INT <= WS-CUR-REACT-DAYS
                 MOVE 'RA'        TO WS-AL-TYPE
                 MOVE WS-MOVE-AMT TO WS-AL-AMOUNT
                 MOVE WS-REACT-TS TO WS-AL-REF-TS
                 MOVE 1           TO WS-AL-COUNT
                 PERFORM H400-RAISE-ALERT
              END-IF
              MOVE 'N' TO WS-REACT-SW
           END-IF.
       H340-END. EXIT.
      *ANY SINGLE MOVEMENT OVER THE CURRENCY LIMIT
       H350-CHECK-LARGE.
           IF WS-MOVE-AMT > WS-CUR-AMOUNT
              MOVE 'LG'        TO WS-AL-TYPE
              MOVE WS-MOVE-AMT TO WS-AL-AMOUNT
              MOVE ZEROS       TO WS-AL-REF-TS
              MOVE 1           TO WS-AL-COUNT
              PERFORM H400-RAISE-ALERT
           END-IF.
       H350-END. EXIT.
      *CREDITS EACH UNDER THE LIMIT THAT TOGETHER PASS IT ON ONE
      *CALENDAR DAY - ONE ALERT PER ACCOUNT PER DAY
       H360-CHECK-SPLIT.
           IF WS-TS-DATE NOT = WS-DAY-DATE
              MOVE WS-TS-DATE TO WS-DAY-DATE
              MOVE ZEROS      TO WS-DAY-SUM WS-DAY-CNT
              MOVE 'N'        TO WS-DAY-ALERT-SW
           END-IF.
           IF WS-MOVE-AMT NOT > WS-CUR-AMOUNT
              ADD WS-MOVE-AMT TO WS-DAY-SUM
              IF WS-DAY-CNT < 999
                 ADD 1 TO WS-DAY-CNT
              END-IF
              IF WS-DAY-CNT > 1 AND WS-DAY-SUM > WS-CUR-AMOUNT
                 AND NOT WS-DAY-ALERTED
                 MOVE 'ST'       TO WS-AL-TYPE
                 MOVE WS-DAY-SUM TO WS-AL-AMOUNT
                 MOVE ZEROS      TO WS-AL-REF-TS
                 MOVE WS-DAY-CNT TO WS-AL-COUNT
                 PERFORM H400-RAISE-ALERT
                 SET WS-DAY-ALERTED TO TRUE
              END-IF
           END-IF.
       H360-END. EXIT.
      *REMEMBER THE LATEST CREDIT BIG ENOUGH TO BE WORTH WATCHING
       H370-NOTE-CREDIT.
           IF WS-MOVE-AMT >= WS-CUR-PT-MIN
              SET WS-CR-OPEN TO TRUE
              MOVE SORT-TS     TO WS-CR-TS
              MOVE WS-ROW-INT  TO WS-CR-INT
              MOVE WS-MOVE-AMT TO WS-CR-AMT
           END-IF.
       H370-END. EXIT.
      *MOST OF A WATCHED CREDIT GOING BACK OUT WITHIN N DAYS
       H380-CHECK-IN-OUT.
           IF WS-CR-OPEN
              IF WS-ROW-INT - WS-CR-INT <= WS-CUR-PT-DAYS
                 AND WS-MOVE-AMT * 100 >= WS-CR-AMT * WS-CUR-PT-PCT
                 MOVE 'RT'        TO WS-AL-TYPE
                 MOVE WS-MOVE-AMT TO WS-AL-AMOUNT
                 MOVE WS-CR-TS    TO WS-AL-REF-TS
                 MOVE 1           TO WS-AL-COUNT
                 PERFORM H400-RAISE-ALERT
                 MOVE 'N' TO WS-CR-SW
              END-IF
           END-IF.
       H380-END. EXIT.
      *WRITE ONE ALERT FOR THE CURRENT ROW IF IT FALLS IN THE
      *SELECTED WINDOW.  THE CUSTOMER IS TAKEN FROM THE MASTER THE
      *FIRST TIME THE ACCOUNT RAISES ANYTHING
       H400-RAISE-ALERT.
           IF WS-IN-WINDOW
              IF NOT WS-GRP-CUST-KNOWN
                 PERFORM H410-GET-ACCOUNT-CUSTOMER
              END-IF
              MOVE SPACES          TO ALERT-REC
              MOVE WS-GRP-CUST-NO  TO ALERT-CUST-NO
              MOVE WS-GRP-ID       TO ALERT-ID
              MOVE WS-GRP-DVZ      TO ALERT-DVZ
              MOVE WS-AL-TYPE      TO ALERT-TYPE
              MOVE SORT-TS         TO ALERT-TS
              MOVE WS-AL-AMOUNT    TO ALERT-AMOUNT
              MOVE WS-CUR-AMOUNT   TO ALERT-THRESHOLD
              MOVE WS-AL-REF-TS    TO ALERT-REF-TS
              MOVE WS-AL-COUNT     TO ALERT-COUNT
              WRITE ALERT-REC
              END-WRITE
              ADD 1 TO WS-CNT-ALERTS
              EVALUATE WS-AL-TYPE
                 WHEN 'LG' ADD 1 TO WS-CNT-LARGE
                 WHEN 'ST' ADD 1 TO WS-CNT-SPLIT
                 WHEN 'RT' ADD 1 TO WS-CNT-IN-OUT
                 WHEN 'RA' ADD 1 TO WS-CNT-REACT
              END-EVALUATE
           END-IF.
       H400-END. EXIT.
      *AN ACCOUNT NO LONGER ON THE MASTER FILES UNDER CUSTOMER 0
       H410-GET-ACCOUNT-CUSTOMER.
           MOVE ZEROS TO WS-GRP-CUST-NO.
           IF WS-ACCT-OPENED
              MOVE WS-GRP-ID  TO ACCT-ID
              MOVE WS-GRP-DVZ TO ACCT-DVZ
              READ ACCT-REC KEY IS ACCT-KEY
                 INVALID KEY
                    MOVE ZEROS TO WS-GRP-CUST-NO
                 NOT INVALID KEY
                    IF ACCT-CUST-NO NUMERIC
                       MOVE ACCT-CUST-NO TO WS-GRP-CUST-NO
                    END-IF
              END-READ
           END-IF.
           SET WS-GRP-CUST-KNOWN TO TRUE.
       H410-END. EXIT.
      *PRINT THE ALERTS GROUPED BY CUSTOMER WITH THE NAME FROM THE
      *CUSTOMER MASTER AND A COUNT PER CUSTOMER
       H600-REPORT-OUTPUT.
           OPEN OUTPUT RPT-FILE.
           IF NOT RPT-SUCCESS
              DISPLAY 'UNABLE TO OPEN FILE: ' RPT-ST
              MOVE RPT-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT CUST-FILE.
           IF CUST-SUCCESS
              SET WS-CUST-OPENED TO TRUE
           END-IF.
           OPEN INPUT CURR-FILE.
           IF CURR-SUCCESS
              SET WS-CURR-OPENED TO TRUE
           END-IF.
           RETURN SORT-ALERT RECORD AT END SET WS-ALERT-EOF TO TRUE.
           PERFORM H610-PROCESS-ALERT UNTIL WS-ALERT-EOF.
           IF NOT WS-FIRST-CUST
              PERFORM H640-WRITE-CUST-TOTAL
           END-IF.
           PERFORM H900-WRITE-SUMMARY.
           IF WS-CUST-OPENED
              CLOSE CUST-FILE
           END-IF.
           IF WS-CURR-OPENED
              CLOSE CURR-FILE
           END-IF.
           CLOSE RPT-FILE.
       H600-END. EXIT.
       H610-PROCESS-ALERT.
           IF WS-FIRST-CUST
              MOVE 'N' TO WS-FIRST-CUST-SW
              PERFORM H620-START-CUSTOMER
           ELSE
              IF SA-CUST-NO NOT = WS-CURRENT-CUST
                 PERFORM H640-WRITE-CUST-TOTAL
                 PERFORM H620-START-CUSTOMER
              END-IF
           END-IF.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
              PERFORM H650-WRITE-HEADERS
           END-IF.
           PERFORM H630-WRITE-DETAIL.
           ADD 1 TO WS-CUST-ALERTS.
           RETURN SORT-ALERT RECORD AT END SET WS-ALERT-EOF TO TRUE.
       H610-END. EXIT.
      *EACH CUSTOMER GROUP OPENS WITH THE NAME FROM CUSTREF
       H620-START-CUSTOMER.
           MOVE SA-CUST-NO TO WS-CURRENT-CUST.
           MOVE ZEROS      TO WS-CUST-ALERTS.
           ADD 1 TO WS-CNT-CUSTOMERS.
           IF WS-LINE-COUNT + 4 >= WS-LINES-PER-PAGE
              PERFORM H650-WRITE-HEADERS
           END-IF.
           MOVE SA-CUST-NO TO CL-CUST-NO.
           PERFORM H625-GET-CUSTOMER.
           WRITE RPT-REC FROM WS-CUST-LINE AFTER ADVANCING 2 LINES.
           ADD 2 TO WS-LINE-COUNT.
       H620-END. EXIT.
       H625-GET-CUSTOMER.
           IF SA-CUST-NO = ZEROS
              MOVE 'ACCOUNT NOT ON'  TO CL-NAME
              MOVE 'MASTER'          TO CL-SURNAME
           ELSE
              IF WS-CUST-OPENED
                 MOVE SA-CUST-NO TO CUST-NO
                 READ CUST-FILE
                    INVALID KEY
                       MOVE 'UNKNOWN'  TO CL-NAME
                       MOVE 'CUSTOMER' TO CL-SURNAME
                    NOT INVALID KEY
                       MOVE CUST-NAME    TO CL-NAME
                       MOVE CUST-SURNAME TO CL-SURNAME
                 END-READ
              ELSE
                 MOVE 'UNKNOWN'  TO CL-NAME
                 MOVE 'CUSTOMER' TO CL-SURNAME
              END-IF
           END-IF.
       H625-END. EXIT.
       H630-WRITE-DETAIL.
           MOVE SA-ID        TO DL-ID.
           PERFORM H660-GET-CURRENCY.
           MOVE WS-CURR-ISO  TO DL-ISO.
           MOVE SA-TS        TO WS-TS-NUM.
           MOVE SPACES       TO DL-TS DL-INFO.
           STRING WS-TS-NUM(1:4) '-' WS-TS-NUM(5:2) '-'
                  WS-TS-NUM(7:2) ' ' WS-TS-NUM(9:2) ':'
                  WS-TS-NUM(11:2)
              DELIMITED BY SIZE INTO DL-TS
           END-STRING.
           MOVE SA-AMOUNT    TO DL-AMOUNT.
           EVALUATE TRUE
              WHEN SA-LARGE
                 MOVE 'LARGE MOVEMENT'    TO DL-TYPE
                 MOVE 'OVER LIMIT'        TO DL-INFO
              WHEN SA-SPLIT
                 MOVE 'SPLIT CREDITS'     TO DL-TYPE
                 STRING SA-COUNT ' CREDITS/DAY'
                    DELIMITED BY SIZE INTO DL-INFO
                 END-STRING
              WHEN SA-IN-OUT
                 MOVE 'CREDIT THEN DEBIT' TO DL-TYPE
                 MOVE SA-REF-TS           TO WS-TS-NUM
                 STRING 'IN ' WS-TS-NUM(1:12)
                    DELIMITED BY SIZE INTO DL-INFO
                 END-STRING
              WHEN SA-REACTIVATED
                 MOVE 'REACTIVATED/MOVED' TO DL-TYPE
                 MOVE SA-REF-TS           TO WS-TS-NUM
                 STRING 'REACT ' WS-TS-NUM(1:8)
                    DELIMITED BY SIZE INTO DL-INFO
                 END-STRING
              WHEN OTHER
                 MOVE SA-TYPE             TO DL-TYPE
           END-EVALUATE.
           WRITE RPT-REC FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINES.
           ADD 1 TO WS-LINE-COUNT.
       H630-END. EXIT.
       H640-WRITE-CUST-TOTAL.
           MOVE WS-CUST-ALERTS TO CT-COUNT.
           WRITE RPT-REC FROM WS-CUST-TOTAL-LINE
              AFTER ADVANCING 1 LINES.
           ADD 1 TO WS-LINE-COUNT.
       H640-END. EXIT.
       H650-WRITE-HEADERS.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO TO H1-PAGE-NO.
           WRITE RPT-REC FROM WS-HEADING-1 AFTER ADVANCING PAGE.
           WRITE RPT-REC FROM WS-HEADING-2 AFTER ADVANCING 2 LINES.
           MOVE ZEROS TO WS-LINE-COUNT.
       H650-END. EXIT.
      *A MISSING REFERENCE FILE OR CODE FALLS BACK TO THE RAW NUMBER
       H660-GET-CURRENCY.
           MOVE SA-DVZ TO WS-CURR-NUM.
           MOVE WS-CURR-NUM TO WS-CURR-ISO.
           IF WS-CURR-OPENED
              MOVE SA-DVZ TO CURR-CODE
              READ CURR-FILE
                 NOT INVALID KEY
                    MOVE CURR-ISO TO WS-CURR-ISO
              END-READ
           END-IF.
       H660-END. EXIT.
       H900-WRITE-SUMMARY.
           IF WS-PAGE-NO = ZEROS
              PERFORM H650-WRITE-HEADERS
           END-IF.
           MOVE WS-CNT-LARGE     TO SM-LARGE.
           MOVE WS-CNT-SPLIT     TO SM-SPLIT.
           MOVE WS-CNT-IN-OUT    TO SM-IN-OUT.
           MOVE WS-CNT-REACT     TO SM-REACT.
           MOVE WS-CNT-ALERTS    TO SM-ALERTS.
           MOVE WS-CNT-CUSTOMERS TO SM-CUSTOMERS.
           MOVE WS-CNT-ROWS      TO SM-ROWS.
           WRITE RPT-REC FROM WS-SUMMARY-LINE-1
              AFTER ADVANCING 3 LINES.
           WRITE RPT-REC FROM WS-SUMMARY-LINE-2
              AFTER ADVANCING 1 LINES.
       H900-END. EXIT.
      *ALERTS ARE NOT ERRORS, BUT RC 4 LETS THE SCHEDULER ROUTE THE
      *REPORT TO COMPLIANCE ONLY WHEN THERE IS SOMETHING TO READ
       H999-PROGRAM-EXIT.
           DISPLAY 'TRAIL ROWS READ  : ' WS-CNT-ROWS.
           DISPLAY 'MOVEMENTS TESTED : ' WS-CNT-MOVES.
           DISPLAY 'ACCOUNTS SCANNED : ' WS-CNT-ACCOUNTS.
           DISPLAY 'ALERTS RAISED    : ' WS-CNT-ALERTS.
           IF WS-CNT-ALERTS > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.
       H999-END. EXIT.
