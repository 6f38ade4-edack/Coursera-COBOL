       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAVINQ.
       AUTHOR. ED ACKERMAN.
       DATE-WRITTEN. 10/15/2026
       DATE-COMPILED.
       INSTALLATION. MORONS, LOSERS, AND BIMBOS.
      *---------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   10/15/26  EA  INITIAL VERSION - ONLINE ACCOUNT INQUIRY FOR THE
      *                 CUSTOMER DESK, SO A CALLER CAN BE ANSWERED
      *                 WITHOUT PAGING THROUGH THAT MORNING'S FAVXRF,
      *                 FAVQRR, AND FAVRFP PRINTOUTS. THE OPERATOR KEYS
      *                 AN ARTIST-ACCT-NUM (AC) OR AN ARTIST-NAME (NM -
      *                 AN EXACT NAME, OR THE FIRST BAND WHOSE NAME
      *                 STARTS WITH WHAT WAS KEYED) AND GETS ONE SCREEN:
      *                 THE FAVACT ACCOUNT (CUSTOMER, REP, PAYMENT
      *                 TERMS, DISCOUNT, CREDIT HOLD), THE BAND LINKED
      *                 ON FAVLNK WITH ITS FAVMST DETAILS, THE
      *                 MUSICIANS AND INSTRUMENTS ON MUSMST, AND THE
      *                 ACCOUNT'S QUOTES FROM FAVQREG WITH STATUS AND
      *                 VALID-THROUGH DATE (AN OPEN QUOTE PAST ITS DATE
      *                 SHOWS AS EXPIRED, THE SAME AS FAVQRR). MF/MB AND
      *                 QF/QB PAGE FORWARD AND BACK THROUGH THE
      *                 MUSICIANS AND THE QUOTES, EX ENDS THE SESSION.
      *                 EVERY FILE IS OPENED INPUT AND NOTHING IS EVER
      *                 WRITTEN, SO THE INQUIRY CAN RUN DURING THE DAY
      *                 ALONGSIDE THE NIGHTLY MAINTENANCE PROGRAMS. THE
      *                 QUOTE REGISTER IS RE-READ ON EVERY INQUIRY SO A
      *                 NEW NIGHT'S REGISTER IS PICKED UP WITHOUT
      *                 RESTARTING. A MISSING FAVACT ENDS THE SESSION
      *                 WITH RETURN-CODE 12; A MISSING FAVMST OR MUSMST
      *                 IS SHOWN ON THE SCREEN AND THE REST STILL WORKS.
      *                 THREE EMPTY ENTRIES IN A ROW END THE SESSION, SO
      *                 A TERMINAL THAT DROPS OR A SYSIN THAT RUNS OUT
      *                 CANNOT LEAVE THE INQUIRY LOOPING.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3081.
       OBJECT-COMPUTER. IBM-3081.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO FAVACT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AC-ACCT-NUM
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT LINK-FILE ASSIGN TO FAVLNK
               FILE STATUS IS WS-LINK-STATUS.
           SELECT FAV-MASTER ASSIGN TO FAVMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MS-ARTIST-NAME
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT MUSICIAN-MASTER ASSIGN TO MUSMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MM-RECORD-KEY
               FILE STATUS IS WS-MUSICIAN-STATUS.
           SELECT OPTIONAL QUOTE-REGISTER ASSIGN TO FAVQREG
               FILE STATUS IS WS-QUOTE-STATUS.
      *---------------------------------------------------------------*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  ACCOUNT-MASTER
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS ACCOUNT-REC.
      *---------------------------------------------------------------*
       01  ACCOUNT-REC.
           05  AC-ACCT-NUM                 PIC X(08).
           05  AC-CUSTOMER-NAME            PIC X(30).
           05  AC-PAYMENT-TERMS            PIC X(03).
           05  AC-DISCOUNT-PCT             PIC V999.
           05  AC-CREDIT-HOLD              PIC X(01).
               88  AC-ON-CREDIT-HOLD            VALUE 'Y'.
           05  AC-LAST-MAINT-DATE          PIC X(08).
           05  AC-REP-ID                   PIC X(04).
           05  FILLER                      PIC X(23).
      *---------------------------------------------------------------*
       FD  LINK-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LINK-REC.
      *---------------------------------------------------------------*
       01  LINK-REC.
           05  LNK-ARTIST-ACCT-NUM         PIC X(08).
           05  LNK-ARTIST-NAME             PIC X(30).
           05  FILLER                      PIC X(42).
      *---------------------------------------------------------------*
       FD  FAV-MASTER
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS MASTER-REC.
      *---------------------------------------------------------------*
       01  MASTER-REC.
           05  MS-ARTIST-NAME              PIC X(30).
           05  MS-NUMBER-MUSICIANS         PIC 9(02).
           05  MS-MUSICAL-GENRE            PIC X(12).
           05  MS-CD-COST                  PIC 9(03)V99.
           05  MS-SHIPPING-COST            PIC 9(02)V99.
           05  MS-TAX                      PIC 9(02)V99.
           05  MS-BAND-IS-STILL-TOGETHER   PIC X(01).
           05  MS-LAST-MAINT-DATE          PIC X(08).
           05  FILLER                      PIC X(14).
      *---------------------------------------------------------------*
       FD  MUSICIAN-MASTER
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS MUSICIAN-MST-REC.
      *---------------------------------------------------------------*
       01  MUSICIAN-MST-REC.
           05  MM-RECORD-KEY.
               10  MM-ARTIST-ACCT-NUM      PIC X(08).
               10  MM-MUSICIAN-NAME        PIC X(30).
           05  MM-ARTIST-MUSICAL-GENRE     PIC X(06).
           05  MM-INSTRUMENT-TYPE          PIC X(10).
           05  MM-INSTRUMENT-QUALITY       PIC X(01).
           05  MM-SHIP-TO-FLAG             PIC X(03).
           05  MM-COST-PER-INSTUMENT       PIC S9(07)V99.
           05  MM-ADITIONAL-COSTS.
               10  MM-SHIPPING-COST        PIC S9(04)V99.
               10  MM-TAX-RATE             PIC S9(02)V99.
           05  FILLER                      PIC X(03).
      *---------------------------------------------------------------*
       FD  QUOTE-REGISTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REGISTER-REC.
      *---------------------------------------------------------------*
       01  REGISTER-REC.
           05  QR-QUOTE-NUM                PIC 9(06).
           05  QR-ACCT-NUM                 PIC X(08).
           05  QR-GENRE                    PIC X(06).
           05  QR-LINE-COUNT               PIC 9(03).
           05  QR-ACCT-TOTAL               PIC 9(09)V99.
           05  QR-QUOTE-DATE               PIC X(08).
           05  QR-EXPIRY-DATE              PIC X(08).
           05  QR-STATUS                   PIC X(01).
               88  QR-QUOTE-OPEN                VALUE 'O'.
               88  QR-QUOTE-ACCEPTED            VALUE 'A'.
               88  QR-QUOTE-DECLINED            VALUE 'D'.
               88  QR-QUOTE-REVERSED            VALUE 'R'.
           05  QR-STATUS-DATE              PIC X(08).
           05  QR-BILLED-FLAG              PIC X(01).
               88  QR-QUOTE-BILLED              VALUE 'Y'.
           05  QR-INVOICE-NUM              PIC 9(06).
           05  QR-BILLED-DATE              PIC X(08).
           05  FILLER                      PIC X(06).
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
       01  SCREEN-LINES.
           05  NEXT-SCREEN-LINE            PIC X(79) VALUE SPACE.
      *---------------------------------------------------------------*
           05  TITLE-LINE.
               10  FILLER      PIC X(06) VALUE 'FAVINQ'.
               10  FILLER      PIC X(15) VALUE SPACES.
               10  FILLER      PIC X(27) VALUE
                   'ACCOUNT INQUIRY - READ ONLY'.
               10  FILLER      PIC X(13) VALUE SPACES.
               10  FILLER      PIC X(06) VALUE 'DATE: '.
               10  HDR-DAY     PIC X(02).
               10  FILLER      PIC X(01) VALUE '/'.
               10  HDR-MO      PIC X(02).
               10  FILLER      PIC X(01) VALUE '/'.
               10  HDR-YR      PIC X(04).
               10  FILLER      PIC X(02) VALUE SPACES.
      *---------------------------------------------------------------*
           05  ACCOUNT-LINE.
               10  FILLER  PIC X(10) VALUE 'ACCOUNT : '.
               10  SA-ACCT-NUM             PIC X(08).
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  SA-CUSTOMER-NAME        PIC X(30).
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(05) VALUE 'REP: '.
               10  SA-REP-ID               PIC X(04).
               10  FILLER                  PIC X(18) VALUE SPACE.
      *---------------------------------------------------------------*
           05  TERMS-LINE.
               10  FILLER  PIC X(10) VALUE 'TERMS   : '.
               10  ST-PAYMENT-TERMS        PIC X(03).
               10  FILLER                  PIC X(03) VALUE SPACE.
               10  FILLER  PIC X(10) VALUE 'DISCOUNT: '.
               10  ST-DISCOUNT-AREA        PIC X(05).
               10  ST-DISCOUNT-PCT REDEFINES ST-DISCOUNT-AREA
                                           PIC ZZ9.9.
               10  FILLER                  PIC X(01) VALUE '%'.
               10  FILLER                  PIC X(03) VALUE SPACE.
               10  FILLER  PIC X(13) VALUE 'CREDIT HOLD: '.
               10  ST-CREDIT-HOLD          PIC X(01).
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  ST-HOLD-TEXT            PIC X(18).
               10  FILLER                  PIC X(10) VALUE SPACE.
      *---------------------------------------------------------------*
           05  BAND-LINE.
               10  FILLER  PIC X(10) VALUE 'BAND    : '.
               10  SB-ARTIST-NAME          PIC X(30).
               10  FILLER  PIC X(08) VALUE ' GENRE: '.
               10  SB-GENRE                PIC X(12).
               10  FILLER  PIC X(07) VALUE ' SIZE: '.
               10  SB-NUMBER-MUSICIANS     PIC ZZ.
               10  FILLER  PIC X(09) VALUE ' ACTIVE: '.
               10  SB-STILL-TOGETHER       PIC X(01).
      *---------------------------------------------------------------*
           05  SECTION-HEAD-LINE.
               10  SH-TITLE                PIC X(10).
               10  FILLER                  PIC X(01) VALUE '('.
               10  SH-FIRST-ENTRY          PIC ZZ9.
               10  FILLER                  PIC X(03) VALUE ' - '.
               10  SH-LAST-ENTRY           PIC ZZ9.
               10  FILLER                  PIC X(04) VALUE ' OF '.
               10  SH-ENTRY-COUNT          PIC ZZ9.
               10  FILLER                  PIC X(01) VALUE ')'.
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  SH-NOTE                 PIC X(40).
               10  FILLER                  PIC X(09) VALUE SPACE.
      *---------------------------------------------------------------*
           05  MUSICIAN-HEADING-LINE.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(30) VALUE 'MUSICIAN NAME'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(10) VALUE 'INSTRUMENT'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(01) VALUE 'Q'.
               10  FILLER  PIC X(03) VALUE SPACE.
               10  FILLER  PIC X(03) VALUE 'SHP'.
               10  FILLER  PIC X(03) VALUE SPACE.
               10  FILLER  PIC X(13) VALUE '   INSTR COST'.
               10  FILLER  PIC X(10) VALUE SPACE.
      *---------------------------------------------------------------*
           05  MUSICIAN-LINE.
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  SM-MUSICIAN-NAME        PIC X(30).
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  SM-INSTRUMENT-TYPE      PIC X(10).
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  SM-INSTRUMENT-QUALITY   PIC X(01).
               10  FILLER                  PIC X(03) VALUE SPACE.
               10  SM-SHIP-TO-FLAG         PIC X(03).
               10  FILLER                  PIC X(03) VALUE SPACE.
               10  SM-INSTRUMENT-COST      PIC $,$$$,$$9.99.
               10  FILLER                  PIC X(10) VALUE SPACE.
      *---------------------------------------------------------------*
           05  QUOTE-HEADING-LINE.
               10  FILLER  PIC X(01) VALUE SPACE.
               10  FILLER  PIC X(06) VALUE ' QUOTE'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(08) VALUE 'QUOTED'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(08) VALUE 'VALID TO'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(16) VALUE 'STATUS'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(14) VALUE '    ACCT TOTAL'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(06) VALUE 'INVOIC'.
               10  FILLER  PIC X(10) VALUE SPACE.
      *---------------------------------------------------------------*
           05  QUOTE-LINE.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  SQ-QUOTE-NUM            PIC ZZZZZ9.
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  SQ-QUOTE-DATE           PIC X(08).
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  SQ-EXPIRY-DATE          PIC X(08).
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  SQ-STATUS-TEXT          PIC X(16).
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  SQ-ACCT-TOTAL           PIC $$$,$$$,$$9.99.
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  SQ-INVOICE-NUM          PIC ZZZZZZ.
               10  FILLER                  PIC X(10) VALUE SPACE.
      *---------------------------------------------------------------*
           05  MESSAGE-LINE.
               10  FILLER  PIC X(05) VALUE 'MSG: '.
               10  SG-TEXT                 PIC X(60).
               10  FILLER                  PIC X(14) VALUE SPACE.
      *---------------------------------------------------------------*
           05  PROMPT-LINE.
               10  FILLER  PIC X(40) VALUE
                   'AC ACCT  NM NAME  MF/MB MUSICIANS  QF/QB'.
               10  FILLER  PIC X(20) VALUE
                   ' QUOTES  EX END  ==>'.
               10  FILLER                  PIC X(19) VALUE SPACE.
      *---------------------------------------------------------------*
       01  WS-OPERATOR-COMMAND.
           05  WS-COMMAND-LINE.
               10  WS-COMMAND-CODE         PIC X(02).
                   88  CMD-BY-ACCOUNT           VALUE 'AC'.
                   88  CMD-BY-NAME              VALUE 'NM'.
                   88  CMD-MUSICIANS-FORWARD    VALUE 'MF'.
                   88  CMD-MUSICIANS-BACK       VALUE 'MB'.
                   88  CMD-QUOTES-FORWARD       VALUE 'QF'.
                   88  CMD-QUOTES-BACK          VALUE 'QB'.
                   88  CMD-END-INQUIRY          VALUE 'EX'.
               10  FILLER                  PIC X(01).
               10  WS-COMMAND-ARGUMENT     PIC X(30).
               10  FILLER                  PIC X(47).
      *---------------------------------------------------------------*
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
           05  WS-CURRENT-TIME.
               10  WS-CURRENT-HOURS        PIC 9(02).
               10  WS-CURRENT-MINUTE       PIC 9(02).
               10  WS-CURRENT-SECOND       PIC 9(02).
               10  WS-CURRENT-MILLISECONDS PIC 9(02).
      *---------------------------------------------------------------*
       01  WS-DATE-FIELDS.
           05  WS-RUN-DATE-NUM             PIC 9(08) VALUE ZERO.
           05  WS-WARN-DATE-NUM            PIC 9(08) VALUE ZERO.
           05  WS-WARN-DATE                PIC X(08) VALUE SPACE.
           05  WS-EXPIRE-WARN-DAYS         PIC 9(03) VALUE 7.
      *---------------------------------------------------------------*
       01  WS-FILE-STATUS-FIELDS.
           05  WS-ACCT-STATUS              PIC X(02) VALUE SPACE.
           05  WS-LINK-STATUS              PIC X(02) VALUE SPACE.
           05  WS-MASTER-STATUS            PIC X(02) VALUE SPACE.
           05  WS-MUSICIAN-STATUS          PIC X(02) VALUE SPACE.
           05  WS-QUOTE-STATUS             PIC X(02) VALUE SPACE.
      *---------------------------------------------------------------*
       01  WS-LINK-TABLE.
           05  WS-LINK-COUNT               PIC 9(03) VALUE ZERO.
           05  WS-LINK-ENTRY OCCURS 0 TO 500 TIMES
                   DEPENDING ON WS-LINK-COUNT
                   INDEXED BY LINK-IDX.
               10  WS-LINK-ACCT-NUM        PIC X(08).
               10  WS-LINK-ARTIST-NAME     PIC X(30).
           05  WS-LINK-SUB                 PIC 9(03) VALUE ZERO.
           05  WS-LINK-MATCH-COUNT         PIC 9(03) VALUE ZERO.
           05  WS-LINK-MATCH-SUB           PIC 9(03) VALUE ZERO.
      *---------------------------------------------------------------*
       01  WS-INQUIRY-FIELDS.
           05  WS-INQ-ACCT-NUM             PIC X(08) VALUE SPACE.
           05  WS-INQ-ARTIST-NAME          PIC X(30) VALUE SPACE.
           05  WS-NAME-LENGTH              PIC 9(02) VALUE ZERO.
           05  WS-NAME-TRAILING            PIC 9(02) VALUE ZERO.
           05  WS-DISCOUNT-WORK            PIC 9(03)V9 VALUE ZERO.
           05  WS-EMPTY-ENTRY-COUNT        PIC 9(01) VALUE ZERO.
           05  WS-EMPTY-ENTRY-LIMIT        PIC 9(01) VALUE 3.
      *---------------------------------------------------------------*
       01  WS-MUSICIAN-TABLE.
           05  WS-MUS-COUNT                PIC 9(03) VALUE ZERO.
           05  WS-MUS-ENTRY OCCURS 50 TIMES.
               10  WS-MUS-NAME             PIC X(30).
               10  WS-MUS-INSTRUMENT       PIC X(10).
               10  WS-MUS-QUALITY          PIC X(01).
               10  WS-MUS-SHIP-TO          PIC X(03).
               10  WS-MUS-COST             PIC S9(07)V99.
           05  WS-MUS-TOP                  PIC 9(03) VALUE 1.
           05  WS-MUS-MAX                  PIC 9(03) VALUE 50.
      *---------------------------------------------------------------*
       01  WS-QUOTE-TABLE.
           05  WS-QTE-COUNT                PIC 9(03) VALUE ZERO.
           05  WS-QTE-ENTRY OCCURS 50 TIMES.
               10  WS-QTE-QUOTE-NUM        PIC 9(06).
               10  WS-QTE-QUOTE-DATE       PIC X(08).
               10  WS-QTE-EXPIRY-DATE      PIC X(08).
               10  WS-QTE-STATUS-TEXT      PIC X(16).
               10  WS-QTE-ACCT-TOTAL       PIC 9(09)V99.
               10  WS-QTE-INVOICE-NUM      PIC 9(06).
           05  WS-QTE-TOP                  PIC 9(03) VALUE 1.
           05  WS-QTE-MAX                  PIC 9(03) VALUE 50.
      *---------------------------------------------------------------*
       01  WS-PAGING-FIELDS.
           05  WS-PAGE-SIZE                PIC 9(02) VALUE 5.
           05  WS-LINE-SUB                 PIC 9(02) VALUE ZERO.
           05  WS-ENTRY-SUB                PIC 9(03) VALUE ZERO.
           05  WS-LAST-ENTRY               PIC 9(03) VALUE ZERO.
      *---------------------------------------------------------------*
       01  WS-SWITCHES-SUBSCRIPTS.
           05  WS-INQUIRY-ENDED-SW         PIC X VALUE 'N'.
               88  INQUIRY-ENDED                VALUE 'Y'.
           05  WS-ACCOUNT-ON-SCREEN-SW     PIC X VALUE 'N'.
               88  ACCOUNT-ON-SCREEN            VALUE 'Y'.
           05  WS-ACCT-FOUND-SW            PIC X VALUE 'N'.
               88  ACCT-FOUND                   VALUE 'Y'.
           05  WS-MASTER-AVAILABLE-SW      PIC X VALUE 'N'.
               88  MASTER-AVAILABLE             VALUE 'Y'.
           05  WS-MUSICIAN-AVAILABLE-SW    PIC X VALUE 'N'.
               88  MUSICIAN-AVAILABLE           VALUE 'Y'.
           05  LINK-FOUND-SW               PIC X VALUE 'N'.
               88  LINK-ENTRY-FOUND             VALUE 'Y'.
           05  LINK-EOF-SW                 PIC X VALUE 'N'.
               88  LINK-EOF                     VALUE 'Y'.
           05  MASTER-FOUND-SW             PIC X VALUE 'N'.
               88  MASTER-FOUND                 VALUE 'Y'.
           05  MUSICIAN-EOF-SW             PIC X VALUE 'N'.
               88  MUSICIAN-EOF                 VALUE 'Y'.
           05  QUOTE-EOF-SW                PIC X VALUE 'N'.
               88  QUOTE-EOF                    VALUE 'Y'.
      *---------------------------------------------------------------*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-INQUIRE-ACCOUNTS.
      *---------------------------------------------------------------*
           PERFORM 1000-INITIALIZATION.
           IF WS-ACCT-STATUS NOT EQUAL '00'
               MOVE SPACE              TO SG-TEXT
               STRING 'FAVACT NOT AVAILABLE - STATUS '
                      WS-ACCT-STATUS
                      ' - INQUIRY ENDED'
                   DELIMITED BY SIZE INTO SG-TEXT
               MOVE MESSAGE-LINE       TO NEXT-SCREEN-LINE
               PERFORM 9000-DISPLAY-SCREEN-LINE
               MOVE 12                 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 3000-DISPLAY-SCREEN.
           PERFORM 2000-PROCESS-OPERATOR-COMMAND
               UNTIL INQUIRY-ENDED.
           PERFORM 4000-CLOSING.
           GOBACK.
      *---------------------------------------------------------------*
       1000-INITIALIZATION.
      *---------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE  TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR        TO HDR-YR.
           MOVE WS-CURRENT-MONTH       TO HDR-MO.
           MOVE WS-CURRENT-DAY         TO HDR-DAY.
           MOVE WS-CURRENT-DATE        TO WS-RUN-DATE-NUM.
           COMPUTE WS-WARN-DATE-NUM = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM)
                + WS-EXPIRE-WARN-DAYS).
           MOVE WS-WARN-DATE-NUM       TO WS-WARN-DATE.
           PERFORM 5000-CLEAR-SCREEN-FIELDS.
           MOVE 'KEY AC AND AN ACCOUNT NUMBER, OR NM AND A BAND NAME'
                                       TO SG-TEXT.
           OPEN INPUT ACCOUNT-MASTER.
           IF WS-ACCT-STATUS EQUAL '00'
               PERFORM 1100-OPEN-REMAINING-FILES
           END-IF.
      *---------------------------------------------------------------*
       1100-OPEN-REMAINING-FILES.
      *---------------------------------------------------------------*
           OPEN INPUT FAV-MASTER.
           IF WS-MASTER-STATUS EQUAL '00'
               MOVE 'Y'                TO WS-MASTER-AVAILABLE-SW
           END-IF.
           OPEN INPUT MUSICIAN-MASTER.
           IF WS-MUSICIAN-STATUS EQUAL '00'
               MOVE 'Y'                TO WS-MUSICIAN-AVAILABLE-SW
           END-IF.
           OPEN INPUT LINK-FILE.
           IF WS-LINK-STATUS EQUAL '00'
               PERFORM 1300-LOAD-LINK-TABLE
                   UNTIL LINK-EOF
               CLOSE LINK-FILE
           END-IF.
      *---------------------------------------------------------------*
       1300-LOAD-LINK-TABLE.
      *---------------------------------------------------------------*
           READ LINK-FILE
               AT END MOVE 'Y' TO LINK-EOF-SW
               NOT AT END
                   IF WS-LINK-COUNT < 500
                       ADD 1 TO WS-LINK-COUNT
                       MOVE LNK-ARTIST-ACCT-NUM
                           TO WS-LINK-ACCT-NUM (WS-LINK-COUNT)
                       MOVE LNK-ARTIST-NAME
                           TO WS-LINK-ARTIST-NAME (WS-LINK-COUNT)
                   END-IF
           END-READ.
      *---------------------------------------------------------------*
       2000-PROCESS-OPERATOR-COMMAND.
      *---------------------------------------------------------------*
           MOVE SPACE                  TO WS-COMMAND-LINE.
           ACCEPT WS-COMMAND-LINE.
           MOVE FUNCTION UPPER-CASE (WS-COMMAND-LINE)
                                       TO WS-COMMAND-LINE.
           MOVE SPACE                  TO SG-TEXT.
           IF WS-COMMAND-LINE EQUAL SPACE
               ADD 1                   TO WS-EMPTY-ENTRY-COUNT
           ELSE
               MOVE ZERO               TO WS-EMPTY-ENTRY-COUNT
           END-IF.
           EVALUATE TRUE
               WHEN WS-EMPTY-ENTRY-COUNT NOT LESS THAN
                       WS-EMPTY-ENTRY-LIMIT
                   MOVE 'Y'            TO WS-INQUIRY-ENDED-SW
               WHEN WS-COMMAND-LINE EQUAL SPACE
                   MOVE 'NOTHING KEYED - KEY A COMMAND, OR EX TO END'
                                       TO SG-TEXT
               WHEN CMD-END-INQUIRY
                   MOVE 'Y'            TO WS-INQUIRY-ENDED-SW
               WHEN CMD-BY-ACCOUNT
                   PERFORM 2100-INQUIRE-BY-ACCOUNT
               WHEN CMD-BY-NAME
                   PERFORM 2200-INQUIRE-BY-NAME
               WHEN CMD-MUSICIANS-FORWARD
                   PERFORM 2710-PAGE-MUSICIANS-FORWARD
               WHEN CMD-MUSICIANS-BACK
                   PERFORM 2720-PAGE-MUSICIANS-BACK
               WHEN CMD-QUOTES-FORWARD
                   PERFORM 2730-PAGE-QUOTES-FORWARD
               WHEN CMD-QUOTES-BACK
                   PERFORM 2740-PAGE-QUOTES-BACK
               WHEN OTHER
                   MOVE 'UNKNOWN COMMAND - KEY AC NM MF MB QF QB OR EX'
                                       TO SG-TEXT
           END-EVALUATE.
           IF NOT INQUIRY-ENDED
               PERFORM 3000-DISPLAY-SCREEN
           END-IF.
      *---------------------------------------------------------------*
       2100-INQUIRE-BY-ACCOUNT.
      *---------------------------------------------------------------*
           IF WS-COMMAND-ARGUMENT (1:8) EQUAL SPACE
               MOVE 'KEY THE ACCOUNT NUMBER AFTER AC'
                                       TO SG-TEXT
           ELSE
               MOVE WS-COMMAND-ARGUMENT (1:8) TO WS-INQ-ACCT-NUM
               PERFORM 2300-FIND-LINK-FOR-ACCOUNT
               PERFORM 2400-LOAD-ACCOUNT-SCREEN
           END-IF.
      *---------------------------------------------------------------*
       2200-INQUIRE-BY-NAME.
      *---------------------------------------------------------------*
           IF WS-COMMAND-ARGUMENT EQUAL SPACE
               MOVE 'KEY THE BAND NAME AFTER NM'
                                       TO SG-TEXT
           ELSE
               MOVE WS-COMMAND-ARGUMENT TO WS-INQ-ARTIST-NAME
               PERFORM 2210-FIND-LINK-FOR-NAME
               IF LINK-ENTRY-FOUND
                   MOVE WS-LINK-ACCT-NUM (WS-LINK-MATCH-SUB)
                                       TO WS-INQ-ACCT-NUM
                   PERFORM 2400-LOAD-ACCOUNT-SCREEN
                   IF WS-LINK-MATCH-COUNT GREATER THAN 1
                       MOVE SPACE      TO SG-TEXT
                       STRING WS-LINK-MATCH-COUNT
                              ' BANDS START WITH THAT NAME - FIRST '
                              'SHOWN, KEY MORE OF IT'
                           DELIMITED BY SIZE INTO SG-TEXT
                   END-IF
               ELSE
                   PERFORM 2250-SHOW-UNLINKED-BAND
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2210-FIND-LINK-FOR-NAME.
      *---------------------------------------------------------------*
           MOVE 'N'                    TO LINK-FOUND-SW.
           MOVE ZERO                   TO WS-LINK-MATCH-COUNT
                                          WS-LINK-MATCH-SUB.
           SET LINK-IDX                TO 1.
           IF WS-LINK-COUNT GREATER THAN ZERO
               SEARCH WS-LINK-ENTRY
                   AT END CONTINUE
                   WHEN WS-LINK-ARTIST-NAME (LINK-IDX) EQUAL
                           WS-INQ-ARTIST-NAME
                       MOVE 'Y'        TO LINK-FOUND-SW
                       SET WS-LINK-MATCH-SUB TO LINK-IDX
                       MOVE 1          TO WS-LINK-MATCH-COUNT
               END-SEARCH
           END-IF.
           IF NOT LINK-ENTRY-FOUND
               MOVE ZERO               TO WS-NAME-TRAILING
               INSPECT FUNCTION REVERSE (WS-INQ-ARTIST-NAME)
                   TALLYING WS-NAME-TRAILING FOR LEADING SPACE
               COMPUTE WS-NAME-LENGTH = 30 - WS-NAME-TRAILING
               PERFORM 2220-CHECK-NAME-PREFIX
                   VARYING WS-LINK-SUB FROM 1 BY 1
                   UNTIL WS-LINK-SUB GREATER THAN WS-LINK-COUNT
           END-IF.
      *---------------------------------------------------------------*
       2220-CHECK-NAME-PREFIX.
      *---------------------------------------------------------------*
           IF WS-LINK-ARTIST-NAME (WS-LINK-SUB) (1:WS-NAME-LENGTH)
                   EQUAL WS-INQ-ARTIST-NAME (1:WS-NAME-LENGTH)
               ADD 1                   TO WS-LINK-MATCH-COUNT
               IF NOT LINK-ENTRY-FOUND
                   MOVE 'Y'            TO LINK-FOUND-SW
                   MOVE WS-LINK-SUB    TO WS-LINK-MATCH-SUB
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2250-SHOW-UNLINKED-BAND.
      *---------------------------------------------------------------*
           PERFORM 5000-CLEAR-SCREEN-FIELDS.
           MOVE WS-INQ-ARTIST-NAME     TO MS-ARTIST-NAME.
           PERFORM 2500-READ-LINKED-BAND.
           IF MASTER-FOUND
               MOVE 'BAND IS ON FAVMST BUT NO ACCOUNT IS LINKED TO IT'
                                       TO SG-TEXT
           ELSE
               MOVE 'NO BAND ON FAVLNK OR FAVMST MATCHES THAT NAME'
                                       TO SG-TEXT
               MOVE SPACE              TO SB-ARTIST-NAME
                                          SB-GENRE
           END-IF.
      *---------------------------------------------------------------*
       2300-FIND-LINK-FOR-ACCOUNT.
      *---------------------------------------------------------------*
           MOVE 'N'                    TO LINK-FOUND-SW.
           MOVE ZERO                   TO WS-LINK-MATCH-COUNT
                                          WS-LINK-MATCH-SUB.
           PERFORM 2310-CHECK-LINK-ACCOUNT
               VARYING WS-LINK-SUB FROM 1 BY 1
               UNTIL WS-LINK-SUB GREATER THAN WS-LINK-COUNT.
      *---------------------------------------------------------------*
       2310-CHECK-LINK-ACCOUNT.
      *---------------------------------------------------------------*
           IF WS-LINK-ACCT-NUM (WS-LINK-SUB) EQUAL WS-INQ-ACCT-NUM
               ADD 1                   TO WS-LINK-MATCH-COUNT
               IF NOT LINK-ENTRY-FOUND
                   MOVE 'Y'            TO LINK-FOUND-SW
                   MOVE WS-LINK-SUB    TO WS-LINK-MATCH-SUB
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2400-LOAD-ACCOUNT-SCREEN.
      *---------------------------------------------------------------*
           PERFORM 5000-CLEAR-SCREEN-FIELDS.
           MOVE 'Y'                    TO WS-ACCOUNT-ON-SCREEN-SW.
           MOVE WS-INQ-ACCT-NUM        TO SA-ACCT-NUM.
           MOVE WS-INQ-ACCT-NUM        TO AC-ACCT-NUM.
           MOVE 'N'                    TO WS-ACCT-FOUND-SW.
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y'            TO WS-ACCT-FOUND-SW
           END-READ.
           IF ACCT-FOUND
               PERFORM 2410-FORMAT-ACCOUNT-LINES
           ELSE
               MOVE '(NOT ON FAVACT)'  TO SA-CUSTOMER-NAME
               MOVE 'ACCOUNT NOT ON FAVACT - OTHER DETAILS STILL SHOWN'
                                       TO SG-TEXT
           END-IF.
           IF LINK-ENTRY-FOUND
               MOVE WS-LINK-ARTIST-NAME (WS-LINK-MATCH-SUB)
                                       TO MS-ARTIST-NAME
               PERFORM 2500-READ-LINKED-BAND
               IF WS-LINK-MATCH-COUNT GREATER THAN 1
                   MOVE SPACE          TO SG-TEXT
                   STRING 'ACCOUNT HAS '
                          WS-LINK-MATCH-COUNT
                          ' LINKED BANDS - FIRST ON FAVLNK SHOWN'
                       DELIMITED BY SIZE INTO SG-TEXT
               END-IF
           ELSE
               MOVE '(NO BAND LINKED ON FAVLNK)'
                                       TO SB-ARTIST-NAME
           END-IF.
           PERFORM 2600-LOAD-MUSICIANS.
           PERFORM 2650-LOAD-QUOTES.
      *---------------------------------------------------------------*
       2410-FORMAT-ACCOUNT-LINES.
      *---------------------------------------------------------------*
           MOVE AC-CUSTOMER-NAME       TO SA-CUSTOMER-NAME.
           MOVE AC-REP-ID              TO SA-REP-ID.
           MOVE AC-PAYMENT-TERMS       TO ST-PAYMENT-TERMS.
           IF AC-DISCOUNT-PCT NUMERIC
               COMPUTE WS-DISCOUNT-WORK = AC-DISCOUNT-PCT * 100
           ELSE
               MOVE ZERO               TO WS-DISCOUNT-WORK
           END-IF.
           MOVE WS-DISCOUNT-WORK       TO ST-DISCOUNT-PCT.
           MOVE AC-CREDIT-HOLD         TO ST-CREDIT-HOLD.
           IF AC-ON-CREDIT-HOLD
               MOVE '** ON HOLD **'    TO ST-HOLD-TEXT
           ELSE
               MOVE 'NOT ON HOLD'      TO ST-HOLD-TEXT
           END-IF.
      *---------------------------------------------------------------*
       2500-READ-LINKED-BAND.
      *---------------------------------------------------------------*
           MOVE 'N'                    TO MASTER-FOUND-SW.
           MOVE MS-ARTIST-NAME         TO SB-ARTIST-NAME.
           IF MASTER-AVAILABLE
               READ FAV-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y'        TO MASTER-FOUND-SW
               END-READ
               IF MASTER-FOUND
                   MOVE MS-MUSICAL-GENRE TO SB-GENRE
                   MOVE MS-NUMBER-MUSICIANS
                                       TO SB-NUMBER-MUSICIANS
                   MOVE MS-BAND-IS-STILL-TOGETHER
                                       TO SB-STILL-TOGETHER
               ELSE
                   MOVE '(NOT FOUND)'  TO SB-GENRE
               END-IF
           ELSE
               MOVE '(NO FAVMST)'      TO SB-GENRE
           END-IF.
      *---------------------------------------------------------------*
       2600-LOAD-MUSICIANS.
      *---------------------------------------------------------------*
           IF MUSICIAN-AVAILABLE
               MOVE 'N'                TO MUSICIAN-EOF-SW
               MOVE WS-INQ-ACCT-NUM    TO MM-ARTIST-ACCT-NUM
               MOVE LOW-VALUES         TO MM-MUSICIAN-NAME
               START MUSICIAN-MASTER
                   KEY NOT LESS THAN MM-RECORD-KEY
                   INVALID KEY MOVE 'Y' TO MUSICIAN-EOF-SW
               END-START
               IF NOT MUSICIAN-EOF
                   PERFORM 8200-READ-MUSICIAN-NEXT
                   PERFORM 2610-ADD-MUSICIAN-ENTRY
                       UNTIL MUSICIAN-EOF
                          OR MM-ARTIST-ACCT-NUM NOT EQUAL
                             WS-INQ-ACCT-NUM
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2610-ADD-MUSICIAN-ENTRY.
      *---------------------------------------------------------------*
           IF WS-MUS-COUNT LESS THAN WS-MUS-MAX
               ADD 1                   TO WS-MUS-COUNT
               MOVE MM-MUSICIAN-NAME   TO WS-MUS-NAME (WS-MUS-COUNT)
               MOVE MM-INSTRUMENT-TYPE TO WS-MUS-INSTRUMENT
                                          (WS-MUS-COUNT)
               MOVE MM-INSTRUMENT-QUALITY
                                       TO WS-MUS-QUALITY (WS-MUS-COUNT)
               MOVE MM-SHIP-TO-FLAG    TO WS-MUS-SHIP-TO (WS-MUS-COUNT)
               MOVE MM-COST-PER-INSTUMENT
                                       TO WS-MUS-COST (WS-MUS-COUNT)
           ELSE
               MOVE 'MORE THAN 50 MUSICIANS - SEE FAVXRF FOR THE REST'
                                       TO SG-TEXT
           END-IF.
           PERFORM 8200-READ-MUSICIAN-NEXT.
      *---------------------------------------------------------------*
       2650-LOAD-QUOTES.
      *---------------------------------------------------------------*
           MOVE 'N'                    TO QUOTE-EOF-SW.
           OPEN INPUT QUOTE-REGISTER.
           IF WS-QUOTE-STATUS EQUAL '00' OR '05'
               PERFORM 8300-READ-QUOTE-REGISTER
               PERFORM 2660-CHECK-QUOTE-RECORD
                   UNTIL QUOTE-EOF
               CLOSE QUOTE-REGISTER
           END-IF.
      *---------------------------------------------------------------*
       2660-CHECK-QUOTE-RECORD.
      *---------------------------------------------------------------*
           IF QR-ACCT-NUM EQUAL WS-INQ-ACCT-NUM
               IF WS-QTE-COUNT LESS THAN WS-QTE-MAX
                   ADD 1               TO WS-QTE-COUNT
                   PERFORM 2670-ADD-QUOTE-ENTRY
               ELSE
                   MOVE 'MORE THAN 50 QUOTES - SEE FAVQRR FOR THE REST'
                                       TO SG-TEXT
               END-IF
           END-IF.
           PERFORM 8300-READ-QUOTE-REGISTER.
      *---------------------------------------------------------------*
       2670-ADD-QUOTE-ENTRY.
      *---------------------------------------------------------------*
           MOVE QR-QUOTE-NUM           TO WS-QTE-QUOTE-NUM
                                          (WS-QTE-COUNT).
           MOVE QR-QUOTE-DATE          TO WS-QTE-QUOTE-DATE
                                          (WS-QTE-COUNT).
           MOVE QR-EXPIRY-DATE         TO WS-QTE-EXPIRY-DATE
                                          (WS-QTE-COUNT).
           MOVE QR-ACCT-TOTAL          TO WS-QTE-ACCT-TOTAL
                                          (WS-QTE-COUNT).
           MOVE ZERO                   TO WS-QTE-INVOICE-NUM
                                          (WS-QTE-COUNT).
           EVALUATE TRUE
               WHEN QR-QUOTE-OPEN
                   AND QR-EXPIRY-DATE LESS THAN WS-CURRENT-DATE
                   MOVE 'EXPIRED'      TO WS-QTE-STATUS-TEXT
                                          (WS-QTE-COUNT)
               WHEN QR-QUOTE-OPEN
                   AND QR-EXPIRY-DATE NOT GREATER THAN WS-WARN-DATE
                   MOVE 'OPEN - EXPIRING'
                                       TO WS-QTE-STATUS-TEXT
                                          (WS-QTE-COUNT)
               WHEN QR-QUOTE-OPEN
                   MOVE 'OPEN'         TO WS-QTE-STATUS-TEXT
                                          (WS-QTE-COUNT)
               WHEN QR-QUOTE-ACCEPTED
                   AND QR-QUOTE-BILLED
                   MOVE 'ACCEPTED-BILLED'
                                       TO WS-QTE-STATUS-TEXT
                                          (WS-QTE-COUNT)
                   MOVE QR-INVOICE-NUM TO WS-QTE-INVOICE-NUM
                                          (WS-QTE-COUNT)
               WHEN QR-QUOTE-ACCEPTED
                   MOVE 'ACCEPTED'     TO WS-QTE-STATUS-TEXT
                                          (WS-QTE-COUNT)
               WHEN QR-QUOTE-DECLINED
                   MOVE 'DECLINED'     TO WS-QTE-STATUS-TEXT
                                          (WS-QTE-COUNT)
               WHEN QR-QUOTE-REVERSED
                   MOVE 'REVERSED'     TO WS-QTE-STATUS-TEXT
                                          (WS-QTE-COUNT)
               WHEN OTHER
                   MOVE 'UNKNOWN'      TO WS-QTE-STATUS-TEXT
                                          (WS-QTE-COUNT)
           END-EVALUATE.
      *---------------------------------------------------------------*
       2710-PAGE-MUSICIANS-FORWARD.
      *---------------------------------------------------------------*
           IF NOT ACCOUNT-ON-SCREEN
               MOVE 'NO ACCOUNT ON THE SCREEN TO PAGE'
                                       TO SG-TEXT
           ELSE
               IF WS-MUS-TOP + WS-PAGE-SIZE GREATER THAN WS-MUS-COUNT
                   MOVE 'ALREADY ON THE LAST PAGE OF MUSICIANS'
                                       TO SG-TEXT
               ELSE
                   ADD WS-PAGE-SIZE    TO WS-MUS-TOP
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2720-PAGE-MUSICIANS-BACK.
      *---------------------------------------------------------------*
           IF NOT ACCOUNT-ON-SCREEN
               MOVE 'NO ACCOUNT ON THE SCREEN TO PAGE'
                                       TO SG-TEXT
           ELSE
               IF WS-MUS-TOP NOT GREATER THAN WS-PAGE-SIZE
                   MOVE 'ALREADY ON THE FIRST PAGE OF MUSICIANS'
                                       TO SG-TEXT
               ELSE
                   SUBTRACT WS-PAGE-SIZE FROM WS-MUS-TOP
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2730-PAGE-QUOTES-FORWARD.
      *---------------------------------------------------------------*
           IF NOT ACCOUNT-ON-SCREEN
               MOVE 'NO ACCOUNT ON THE SCREEN TO PAGE'
                                       TO SG-TEXT
           ELSE
               IF WS-QTE-TOP + WS-PAGE-SIZE GREATER THAN WS-QTE-COUNT
                   MOVE 'ALREADY ON THE LAST PAGE OF QUOTES'
                                       TO SG-TEXT
               ELSE
                   ADD WS-PAGE-SIZE    TO WS-QTE-TOP
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2740-PAGE-QUOTES-BACK.
      *---------------------------------------------------------------*
           IF NOT ACCOUNT-ON-SCREEN
               MOVE 'NO ACCOUNT ON THE SCREEN TO PAGE'
                                       TO SG-TEXT
           ELSE
               IF WS-QTE-TOP NOT GREATER THAN WS-PAGE-SIZE
                   MOVE 'ALREADY ON THE FIRST PAGE OF QUOTES'
                                       TO SG-TEXT
               ELSE
                   SUBTRACT WS-PAGE-SIZE FROM WS-QTE-TOP
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       3000-DISPLAY-SCREEN.
      *---------------------------------------------------------------*
           MOVE SPACE                  TO NEXT-SCREEN-LINE.
           PERFORM 9000-DISPLAY-SCREEN-LINE.
           MOVE TITLE-LINE             TO NEXT-SCREEN-LINE.
           PERFORM 9000-DISPLAY-SCREEN-LINE.
           MOVE SPACE                  TO NEXT-SCREEN-LINE.
           PERFORM 9000-DISPLAY-SCREEN-LINE.
           MOVE ACCOUNT-LINE           TO NEXT-SCREEN-LINE.
           PERFORM 9000-DISPLAY-SCREEN-LINE.
           MOVE TERMS-LINE             TO NEXT-SCREEN-LINE.
           PERFORM 9000-DISPLAY-SCREEN-LINE.
           MOVE BAND-LINE              TO NEXT-SCREEN-LINE.
           PERFORM 9000-DISPLAY-SCREEN-LINE.
           MOVE SPACE                  TO NEXT-SCREEN-LINE.
           PERFORM 9000-DISPLAY-SCREEN-LINE.
           PERFORM 3100-DISPLAY-MUSICIAN-PAGE.
           MOVE SPACE                  TO NEXT-SCREEN-LINE.
           PERFORM 9000-DISPLAY-SCREEN-LINE.
           PERFORM 3200-DISPLAY-QUOTE-PAGE.
           MOVE SPACE                  TO NEXT-SCREEN-LINE.
           PERFORM 9000-DISPLAY-SCREEN-LINE.
           MOVE MESSAGE-LINE           TO NEXT-SCREEN-LINE.
           PERFORM 9000-DISPLAY-SCREEN-LINE.
           MOVE PROMPT-LINE            TO NEXT-SCREEN-LINE.
           PERFORM 9000-DISPLAY-SCREEN-LINE.
      *---------------------------------------------------------------*
       3100-DISPLAY-MUSICIAN-PAGE.
      *---------------------------------------------------------------*
           MOVE 'MUSICIANS '           TO SH-TITLE.
           MOVE WS-MUS-TOP             TO WS-ENTRY-SUB.
           MOVE WS-MUS-COUNT           TO WS-LAST-ENTRY.
           PERFORM 3300-FORMAT-SECTION-HEAD.
           IF NOT MUSICIAN-AVAILABLE
               MOVE 'MUSMST NOT AVAILABLE'
                                       TO SH-NOTE
           END-IF.
           MOVE SECTION-HEAD-LINE      TO NEXT-SCREEN-LINE.
           PERFORM 9000-DISPLAY-SCREEN-LINE.
           MOVE MUSICIAN-HEADING-LINE  TO NEXT-SCREEN-LINE.
           PERFORM 9000-DISPLAY-SCREEN-LINE.
           PERFORM 3110-DISPLAY-MUSICIAN-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB GREATER THAN WS-PAGE-SIZE.
      *---------------------------------------------------------------*
       3110-DISPLAY-MUSICIAN-LINE.
      *---------------------------------------------------------------*
           COMPUTE WS-ENTRY-SUB = WS-MUS-TOP + WS-LINE-SUB - 1.
           IF WS-ENTRY-SUB GREATER THAN WS-MUS-COUNT
               MOVE SPACE              TO NEXT-SCREEN-LINE
           ELSE
               MOVE WS-MUS-NAME (WS-ENTRY-SUB)
                                       TO SM-MUSICIAN-NAME
               MOVE WS-MUS-INSTRUMENT (WS-ENTRY-SUB)
                                       TO SM-INSTRUMENT-TYPE
               MOVE WS-MUS-QUALITY (WS-ENTRY-SUB)
                                       TO SM-INSTRUMENT-QUALITY
               MOVE WS-MUS-SHIP-TO (WS-ENTRY-SUB)
                                       TO SM-SHIP-TO-FLAG
               MOVE WS-MUS-COST (WS-ENTRY-SUB)
                                       TO SM-INSTRUMENT-COST
               MOVE MUSICIAN-LINE      TO NEXT-SCREEN-LINE
           END-IF.
           PERFORM 9000-DISPLAY-SCREEN-LINE.
      *---------------------------------------------------------------*
       3200-DISPLAY-QUOTE-PAGE.
      *---------------------------------------------------------------*
           MOVE 'QUOTES    '           TO SH-TITLE.
           MOVE WS-QTE-TOP             TO WS-ENTRY-SUB.
           MOVE WS-QTE-COUNT           TO WS-LAST-ENTRY.
           PERFORM 3300-FORMAT-SECTION-HEAD.
           MOVE SECTION-HEAD-LINE      TO NEXT-SCREEN-LINE.
           PERFORM 9000-DISPLAY-SCREEN-LINE.
           MOVE QUOTE-HEADING-LINE     TO NEXT-SCREEN-LINE.
           PERFORM 9000-DISPLAY-SCREEN-LINE.
           PERFORM 3210-DISPLAY-QUOTE-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB GREATER THAN WS-PAGE-SIZE.
      *---------------------------------------------------------------*
       3210-DISPLAY-QUOTE-LINE.
      *---------------------------------------------------------------*
           COMPUTE WS-ENTRY-SUB = WS-QTE-TOP + WS-LINE-SUB - 1.
           IF WS-ENTRY-SUB GREATER THAN WS-QTE-COUNT
               MOVE SPACE              TO NEXT-SCREEN-LINE
           ELSE
               MOVE WS-QTE-QUOTE-NUM (WS-ENTRY-SUB)
                                       TO SQ-QUOTE-NUM
               MOVE WS-QTE-QUOTE-DATE (WS-ENTRY-SUB)
                                       TO SQ-QUOTE-DATE
               MOVE WS-QTE-EXPIRY-DATE (WS-ENTRY-SUB)
                                       TO SQ-EXPIRY-DATE
               MOVE WS-QTE-STATUS-TEXT (WS-ENTRY-SUB)
                                       TO SQ-STATUS-TEXT
               MOVE WS-QTE-ACCT-TOTAL (WS-ENTRY-SUB)
                                       TO SQ-ACCT-TOTAL
               MOVE WS-QTE-INVOICE-NUM (WS-ENTRY-SUB)
                                       TO SQ-INVOICE-NUM
               MOVE QUOTE-LINE         TO NEXT-SCREEN-LINE
           END-IF.
           PERFORM 9000-DISPLAY-SCREEN-LINE.
      *---------------------------------------------------------------*
       3300-FORMAT-SECTION-HEAD.
      *---------------------------------------------------------------*
           MOVE SPACE                  TO SH-NOTE.
           IF WS-LAST-ENTRY EQUAL ZERO
               MOVE ZERO               TO SH-FIRST-ENTRY
                                          SH-LAST-ENTRY
           ELSE
               MOVE WS-ENTRY-SUB       TO SH-FIRST-ENTRY
               COMPUTE WS-ENTRY-SUB = WS-ENTRY-SUB + WS-PAGE-SIZE - 1
               IF WS-ENTRY-SUB LESS THAN WS-LAST-ENTRY
                   MOVE WS-ENTRY-SUB   TO SH-LAST-ENTRY
                   MOVE 'MORE - PAGE FORWARD'
                                       TO SH-NOTE
               ELSE
                   MOVE WS-LAST-ENTRY  TO SH-LAST-ENTRY
               END-IF
           END-IF.
           MOVE WS-LAST-ENTRY          TO SH-ENTRY-COUNT.
      *---------------------------------------------------------------*
       4000-CLOSING.
      *---------------------------------------------------------------*
           CLOSE ACCOUNT-MASTER.
           IF MASTER-AVAILABLE
               CLOSE FAV-MASTER
           END-IF.
           IF MUSICIAN-AVAILABLE
               CLOSE MUSICIAN-MASTER
           END-IF.
      *---------------------------------------------------------------*
       5000-CLEAR-SCREEN-FIELDS.
      *---------------------------------------------------------------*
           MOVE 'N'                    TO WS-ACCOUNT-ON-SCREEN-SW.
           MOVE SPACE                  TO SA-ACCT-NUM
                                          SA-CUSTOMER-NAME
                                          SA-REP-ID
                                          ST-PAYMENT-TERMS
                                          ST-DISCOUNT-AREA
                                          ST-CREDIT-HOLD
                                          ST-HOLD-TEXT
                                          SB-ARTIST-NAME
                                          SB-GENRE
                                          SB-STILL-TOGETHER.
           MOVE ZERO                   TO SB-NUMBER-MUSICIANS
                                          WS-MUS-COUNT
                                          WS-QTE-COUNT.
           MOVE 1                      TO WS-MUS-TOP
                                          WS-QTE-TOP.
      *---------------------------------------------------------------*
       8200-READ-MUSICIAN-NEXT.
      *---------------------------------------------------------------*
           READ MUSICIAN-MASTER NEXT RECORD
               AT END MOVE 'Y' TO MUSICIAN-EOF-SW
           END-READ.
      *---------------------------------------------------------------*
       8300-READ-QUOTE-REGISTER.
      *---------------------------------------------------------------*
           READ QUOTE-REGISTER
               AT END MOVE 'Y' TO QUOTE-EOF-SW
           END-READ.
      *---------------------------------------------------------------*
       9000-DISPLAY-SCREEN-LINE.
      *---------------------------------------------------------------*
           DISPLAY NEXT-SCREEN-LINE.
