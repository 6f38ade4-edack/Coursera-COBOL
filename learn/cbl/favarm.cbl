       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAVARM.
       AUTHOR. ED ACKERMAN.
       DATE-WRITTEN. 10/15/2026
       DATE-COMPILED.
       INSTALLATION. MORONS, LOSERS, AND BIMBOS.
      *---------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   10/15/26  EA  INITIAL VERSION - RECEIVABLES MONTH-END. THE
      *                 OPEN-ITEM FILE FAVARP MAINTAINS (FAVAR) IS
      *                 SORTED BY ACCOUNT AND DUE DATE. EVERY ACCOUNT
      *                 WITH A BALANCE GETS A PRINTED STATEMENT - ONE
      *                 PAGE PER ACCOUNT WITH THE CUSTOMER NAME AND
      *                 TERMS FROM FAVACT, EACH OPEN INVOICE WITH ITS
      *                 DUE DATE, AMOUNT PAID, BALANCE, AND DAYS PAST
      *                 DUE, THE BALANCE BY AGE, AND THE TOTAL DUE.
      *                 AGE IS MEASURED FROM THE DUE DATE FAVINV WORKED
      *                 OUT FROM THE TERMS, NOT FROM THE INVOICE DATE:
      *                 CURRENT (NOT YET DUE), 1-30, 31-60, 61-90, AND
      *                 OVER 90 DAYS PAST DUE. THE AGING REPORT THAT
      *                 FOLLOWS THE STATEMENTS LISTS EVERY ACCOUNT'S
      *                 BALANCE IN THOSE BUCKETS WITH GRAND TOTALS. AN
      *                 ACCOUNT WITH AN ITEM MORE THAN THE CONTROL-CARD
      *                 LIMIT PAST DUE (DEFAULT 60 DAYS) IS LISTED FOR
      *                 CREDIT HOLD AND A FAVACM CHANGE CARD IS WRITTEN
      *                 FOR IT TO ACTTRNO - THE ACCOUNT'S CURRENT NAME,
      *                 TERMS, AND DISCOUNT COPIED FROM FAVACT WITH THE
      *                 HOLD FLAG SET, SO THE DECK RUNS THROUGH FAVACM
      *                 AS IS. AN ACCOUNT ALREADY ON HOLD IS LISTED BUT
      *                 GETS NO CARD; ONE MISSING FROM FAVACT CANNOT BE
      *                 CARDED, IS LISTED, AND ENDS THE RUN WITH
      *                 RETURN-CODE 8.
      *   10/15/26  EA  THE CREDIT-HOLD CARD ALSO COPIES THE ACCOUNT'S
      *                 SALES REP FROM FAVACT, SINCE A FAVACM CHANGE
      *                 CARD NOW REPLACES THE REP ASSIGNMENT TOO.
      *   10/15/26  EA  THE CREDIT-HOLD CARD CARRIES OPERATOR ID 'AR'
      *                 IN COLUMNS 79-80, SINCE FAVACM NOW REJECTS A
      *                 CARD WITHOUT ONE. SETTING A HOLD IS NEVER HELD
      *                 FOR APPROVAL, SO THE DECK STILL APPLIES AS IS.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3081.
       OBJECT-COMPUTER. IBM-3081.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AR-FILE ASSIGN TO FAVAR.
           SELECT SORT-AR-WORK ASSIGN TO SORTWK01.
           SELECT AR-SORTED ASSIGN TO ARSORT.
           SELECT ACCOUNT-MASTER ASSIGN TO FAVACT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AC-ACCT-NUM
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT CONTROL-CARD ASSIGN TO CTLCARD
               FILE STATUS IS WS-CTL-STATUS.
           SELECT HOLD-TRANS-OUT ASSIGN TO ACTTRNO.
           SELECT RECEIVABLES-RPT ASSIGN TO PRTLINE.
      *---------------------------------------------------------------*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  AR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS AR-REC.
      *---------------------------------------------------------------*
       01  AR-REC.
           05  AR-INVOICE-NUM              PIC 9(06).
           05  FILLER                      PIC X(94).
      *---------------------------------------------------------------*
       SD  SORT-AR-WORK
           DATA RECORD IS SRT-AR-REC.
      *---------------------------------------------------------------*
       01  SRT-AR-REC.
           05  SRT-AR-INVOICE-NUM          PIC X(06).
           05  SRT-AR-ACCT-NUM             PIC X(08).
           05  FILLER                      PIC X(08).
           05  SRT-AR-DUE-DATE             PIC X(08).
           05  FILLER                      PIC X(70).
      *---------------------------------------------------------------*
       FD  AR-SORTED
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SORTED-AR-REC.
      *---------------------------------------------------------------*
       01  SORTED-AR-REC.
           05  SA-INVOICE-NUM              PIC 9(06).
           05  SA-ACCT-NUM                 PIC X(08).
           05  SA-INVOICE-DATE             PIC X(08).
           05  SA-DUE-DATE                 PIC X(08).
           05  SA-PAYMENT-TERMS            PIC X(03).
           05  SA-INVOICE-AMOUNT           PIC 9(09)V99.
           05  SA-AMOUNT-PAID              PIC 9(09)V99.
           05  SA-BALANCE-DUE              PIC 9(09)V99.
           05  SA-LAST-PAYMENT-DATE        PIC X(08).
           05  SA-STATUS                   PIC X(01).
               88  SA-ITEM-OPEN                 VALUE 'O'.
           05  FILLER                      PIC X(25).
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
       FD  CONTROL-CARD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CONTROL-CARD-REC.
      *---------------------------------------------------------------*
       01  CONTROL-CARD-REC.
           05  CC-HOLD-DAYS                PIC 9(03).
           05  FILLER                      PIC X(77).
      *---------------------------------------------------------------*
       FD  HOLD-TRANS-OUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HOLD-TRANS-REC.
      *---------------------------------------------------------------*
       01  HOLD-TRANS-REC.
           05  HT-TRANS-CODE               PIC X(01).
           05  HT-ACCT-NUM                 PIC X(08).
           05  HT-CUSTOMER-NAME            PIC X(30).
           05  HT-PAYMENT-TERMS            PIC X(03).
           05  HT-DISCOUNT-PCT             PIC V999.
           05  HT-CREDIT-HOLD              PIC X(01).
           05  HT-REP-ID                   PIC X(04).
           05  FILLER                      PIC X(28).
           05  HT-OPERATOR-ID              PIC X(02).
      *---------------------------------------------------------------*
       FD  RECEIVABLES-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRINT-RECORD.
      *---------------------------------------------------------------*
       01  PRINT-RECORD.
           05  PRINT-LINE                  PIC X(132).
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
       01  PRINT-LINES.
           05  NEXT-REPORT-LINE            PIC X(132) VALUE SPACE.
      *---------------------------------------------------------------*
           05  STATEMENT-TITLE-LINE.
               10  FILLER      PIC X(45) VALUE SPACE.
               10  FILLER      PIC X(42) VALUE
                   'MORONS, LOSERS, AND BIMBOS - STATEMENT    '.
               10  FILLER      PIC X(45) VALUE SPACE.
      *---------------------------------------------------------------*
           05  STATEMENT-ACCOUNT-LINE.
               10  FILLER          PIC X(09) VALUE 'ACCOUNT: '.
               10  SA-LINE-ACCT-NUM PIC X(08).
               10  FILLER          PIC X(04) VALUE SPACE.
               10  FILLER          PIC X(10) VALUE 'CUSTOMER: '.
               10  SA-LINE-CUSTOMER PIC X(30).
               10  FILLER          PIC X(04) VALUE SPACE.
               10  FILLER          PIC X(07) VALUE 'TERMS: '.
               10  SA-LINE-TERMS   PIC X(03).
               10  FILLER          PIC X(57) VALUE SPACE.
      *---------------------------------------------------------------*
           05  STATEMENT-DATE-LINE.
               10  FILLER          PIC X(16) VALUE 'STATEMENT DATE: '.
               10  SD-STMT-MO      PIC X(02).
               10  FILLER          PIC X(01) VALUE '/'.
               10  SD-STMT-DAY     PIC X(02).
               10  FILLER          PIC X(01) VALUE '/'.
               10  SD-STMT-YR      PIC X(04).
               10  FILLER          PIC X(106) VALUE SPACE.
      *---------------------------------------------------------------*
           05  STATEMENT-COLUMN-LINE.
               10  FILLER  PIC X(07) VALUE 'INVOICE'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(10) VALUE 'INV DATE'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(10) VALUE 'DUE DATE'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(14) VALUE '        AMOUNT'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(14) VALUE '          PAID'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(14) VALUE '       BALANCE'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(08) VALUE 'DAYS DUE'.
               10  FILLER  PIC X(43) VALUE SPACE.
      *---------------------------------------------------------------*
           05  STATEMENT-RULE-LINE.
               10  FILLER  PIC X(07) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(10) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(10) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(14) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(14) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(14) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(08) VALUE ALL '-'.
               10  FILLER  PIC X(43) VALUE SPACE.
      *---------------------------------------------------------------*
           05  STATEMENT-DETAIL-LINE.
               10  SL-INVOICE-NUM  PIC ZZZZZZ9.
               10  FILLER          PIC X(02) VALUE SPACE.
               10  SL-INV-MO       PIC X(02).
               10  FILLER          PIC X(01) VALUE '/'.
               10  SL-INV-DAY      PIC X(02).
               10  FILLER          PIC X(01) VALUE '/'.
               10  SL-INV-YR       PIC X(04).
               10  FILLER          PIC X(02) VALUE SPACE.
               10  SL-DUE-MO       PIC X(02).
               10  FILLER          PIC X(01) VALUE '/'.
               10  SL-DUE-DAY      PIC X(02).
               10  FILLER          PIC X(01) VALUE '/'.
               10  SL-DUE-YR       PIC X(04).
               10  FILLER          PIC X(02) VALUE SPACE.
               10  SL-AMOUNT       PIC $$$,$$$,$$9.99.
               10  FILLER          PIC X(02) VALUE SPACE.
               10  SL-PAID         PIC $$$,$$$,$$9.99.
               10  FILLER          PIC X(02) VALUE SPACE.
               10  SL-BALANCE      PIC $$$,$$$,$$9.99.
               10  FILLER          PIC X(02) VALUE SPACE.
               10  SL-DAYS-PAST-DUE PIC ----,--9.
               10  FILLER          PIC X(43) VALUE SPACE.
      *---------------------------------------------------------------*
           05  STATEMENT-AGE-HEAD-LINE.
               10  FILLER  PIC X(15) VALUE '      CURRENT'.
               10  FILLER  PIC X(15) VALUE '    1-30 DAYS'.
               10  FILLER  PIC X(15) VALUE '   31-60 DAYS'.
               10  FILLER  PIC X(15) VALUE '   61-90 DAYS'.
               10  FILLER  PIC X(15) VALUE '  OVER 90 DAYS'.
               10  FILLER  PIC X(57) VALUE SPACE.
      *---------------------------------------------------------------*
           05  STATEMENT-AGE-LINE.
               10  SG-CURRENT      PIC $$,$$$,$$9.99.
               10  FILLER          PIC X(02) VALUE SPACE.
               10  SG-1-30         PIC $$,$$$,$$9.99.
               10  FILLER          PIC X(02) VALUE SPACE.
               10  SG-31-60        PIC $$,$$$,$$9.99.
               10  FILLER          PIC X(02) VALUE SPACE.
               10  SG-61-90        PIC $$,$$$,$$9.99.
               10  FILLER          PIC X(02) VALUE SPACE.
               10  SG-OVER-90      PIC $$,$$$,$$9.99.
               10  FILLER          PIC X(57) VALUE SPACE.
      *---------------------------------------------------------------*
           05  STATEMENT-TOTAL-LINE.
               10  FILLER          PIC X(30) VALUE 'TOTAL AMOUNT DUE'.
               10  FILLER          PIC X(33) VALUE SPACE.
               10  ST-TOTAL-DUE    PIC $$$,$$$,$$9.99.
               10  FILLER          PIC X(55) VALUE SPACE.
      *---------------------------------------------------------------*
          05  HEADING-LINE-1.
               10  FILLER      PIC X(06) VALUE 'DATE: '.
               10  HDR-DAY     PIC X(02).
               10  FILLER      PIC X(01) VALUE '/'.
               10  HDR-MO      PIC X(02).
               10  FILLER      PIC X(01) VALUE '/'.
               10  HDR-YR      PIC X(04).
               10  FILLER      PIC X(23) VALUE SPACES.
               10  HDR-TITLE   PIC X(24).
               10  FILLER      PIC X(23) VALUE SPACES.
               10  FILLER      PIC X(10) VALUE 'PAGE NUM: '.
               10  H1-PAGE-NUM PIC 999.
      *---------------------------------------------------------------*
           05  AGING-HEADING-2.
               10  FILLER  PIC X(08) VALUE 'ACCT NUM'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(20) VALUE 'CUSTOMER'.
               10  FILLER  PIC X(01) VALUE SPACE.
               10  FILLER  PIC X(15) VALUE '      CURRENT'.
               10  FILLER  PIC X(15) VALUE '    1-30 DAYS'.
               10  FILLER  PIC X(15) VALUE '   31-60 DAYS'.
               10  FILLER  PIC X(15) VALUE '   61-90 DAYS'.
               10  FILLER  PIC X(15) VALUE '  OVER 90 DAYS'.
               10  FILLER  PIC X(14) VALUE '       BALANCE'.
               10  FILLER  PIC X(12) VALUE SPACE.
      *---------------------------------------------------------------*
           05  AGING-HEADING-3.
               10  FILLER  PIC X(08) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(20) VALUE ALL '-'.
               10  FILLER  PIC X(01) VALUE SPACE.
               10  FILLER  PIC X(13) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(13) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(13) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(13) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(13) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(14) VALUE ALL '-'.
               10  FILLER  PIC X(12) VALUE SPACE.
      *---------------------------------------------------------------*
           05  AGING-DETAIL-LINE.
               10  AG-ACCT-NUM     PIC X(08).
               10  FILLER          PIC X(02) VALUE SPACE.
               10  AG-CUSTOMER     PIC X(20).
               10  FILLER          PIC X(01) VALUE SPACE.
               10  AG-CURRENT      PIC $$,$$$,$$9.99.
               10  FILLER          PIC X(02) VALUE SPACE.
               10  AG-1-30         PIC $$,$$$,$$9.99.
               10  FILLER          PIC X(02) VALUE SPACE.
               10  AG-31-60        PIC $$,$$$,$$9.99.
               10  FILLER          PIC X(02) VALUE SPACE.
               10  AG-61-90        PIC $$,$$$,$$9.99.
               10  FILLER          PIC X(02) VALUE SPACE.
               10  AG-OVER-90      PIC $$,$$$,$$9.99.
               10  FILLER          PIC X(02) VALUE SPACE.
               10  AG-BALANCE      PIC $$$,$$$,$$9.99.
               10  FILLER          PIC X(02) VALUE SPACE.
               10  AG-HOLD-FLAG    PIC X(10).
      *---------------------------------------------------------------*
           05  HOLD-HEADING-2.
               10  FILLER  PIC X(08) VALUE 'ACCT NUM'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(30) VALUE 'CUSTOMER'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(08) VALUE 'DAYS DUE'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(14) VALUE '       BALANCE'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(40) VALUE 'DISPOSITION'.
               10  FILLER  PIC X(24) VALUE SPACE.
      *---------------------------------------------------------------*
           05  HOLD-HEADING-3.
               10  FILLER  PIC X(08) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(30) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(08) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(14) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(40) VALUE ALL '-'.
               10  FILLER  PIC X(24) VALUE SPACE.
      *---------------------------------------------------------------*
           05  HOLD-DETAIL-LINE.
               10  HL-ACCT-NUM     PIC X(08).
               10  FILLER          PIC X(02) VALUE SPACE.
               10  HL-CUSTOMER     PIC X(30).
               10  FILLER          PIC X(02) VALUE SPACE.
               10  HL-DAYS-PAST-DUE PIC ZZZ,ZZ9.
               10  FILLER          PIC X(03) VALUE SPACE.
               10  HL-BALANCE      PIC $$$,$$$,$$9.99.
               10  FILLER          PIC X(02) VALUE SPACE.
               10  HL-DISPOSITION  PIC X(40).
               10  FILLER          PIC X(24) VALUE SPACE.
      *---------------------------------------------------------------*
           05  HOLD-LIMIT-LINE.
               10  FILLER  PIC X(38) VALUE
                   'ACCOUNTS WITH AN ITEM MORE THAN       '.
               10  HLL-HOLD-DAYS           PIC ZZ9.
               10  FILLER  PIC X(20) VALUE ' DAYS PAST DUE      '.
               10  FILLER                  PIC X(71) VALUE SPACE.
      *---------------------------------------------------------------*
           05  TRAILER-1.
               10  FILLER  PIC X(20) VALUE '** ACCOUNTS :       '.
               10  TL1-ACCOUNT-COUNT       PIC ZZZ9.
               10  FILLER  PIC X(04) VALUE SPACE.
               10  FILLER  PIC X(20) VALUE '** STATEMENTS :     '.
               10  TL1-STATEMENT-COUNT     PIC ZZZ9.
               10  FILLER  PIC X(04) VALUE SPACE.
               10  FILLER  PIC X(20) VALUE '** HOLD CARDS :     '.
               10  TL1-HOLD-CARD-COUNT     PIC ZZZ9.
               10  FILLER  PIC X(04) VALUE SPACE.
               10  FILLER  PIC X(20) VALUE '** NOT ON FAVACT :  '.
               10  TL1-MISSING-COUNT       PIC ZZZ9.
               10  FILLER                  PIC X(24) VALUE SPACE.
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
           05  WS-RUN-DATE-NUM             PIC 9(08).
           05  WS-DUE-DATE-NUM             PIC 9(08).
           05  WS-DAYS-PAST-DUE            PIC S9(07) VALUE ZERO.
      *---------------------------------------------------------------*
       01  WS-CONTROL-FIELDS.
           05  WS-CTL-STATUS               PIC X(02) VALUE SPACE.
           05  WS-HOLD-DAYS                PIC 9(03) VALUE 60.
      *---------------------------------------------------------------*
       01  WS-ACCOUNT-MASTER-FIELDS.
           05  WS-ACCT-STATUS              PIC X(02) VALUE SPACE.
           05  WS-ACCT-AVAILABLE-SW        PIC X VALUE 'N'.
               88  ACCT-MASTER-AVAILABLE        VALUE 'Y'.
           05  WS-ACCT-FOUND-SW            PIC X VALUE 'N'.
               88  ACCT-FOUND                   VALUE 'Y'.
      *---------------------------------------------------------------*
       01  WS-ACCOUNT-BREAK-FIELDS.
           05  WS-PREV-ACCT-NUM            PIC X(08) VALUE SPACE.
           05  WS-ACCT-CUSTOMER-NAME       PIC X(30) VALUE SPACE.
           05  WS-ACCT-OPEN-COUNT          PIC 9(05) VALUE ZERO.
           05  WS-ACCT-MAX-PAST-DUE        PIC S9(07) VALUE ZERO.
           05  WS-ACCT-BUCKETS.
               10  WS-ACCT-CURRENT         PIC 9(09)V99 VALUE ZERO.
               10  WS-ACCT-1-30            PIC 9(09)V99 VALUE ZERO.
               10  WS-ACCT-31-60           PIC 9(09)V99 VALUE ZERO.
               10  WS-ACCT-61-90           PIC 9(09)V99 VALUE ZERO.
               10  WS-ACCT-OVER-90         PIC 9(09)V99 VALUE ZERO.
           05  WS-ACCT-BALANCE             PIC 9(09)V99 VALUE ZERO.
           05  FIRST-RECORD-SW             PIC X VALUE 'Y'.
               88  FIRST-RECORD                 VALUE 'Y'.
      *---------------------------------------------------------------*
       01  WS-GRAND-TOTALS.
           05  WS-TOTAL-CURRENT            PIC 9(09)V99 VALUE ZERO.
           05  WS-TOTAL-1-30               PIC 9(09)V99 VALUE ZERO.
           05  WS-TOTAL-31-60              PIC 9(09)V99 VALUE ZERO.
           05  WS-TOTAL-61-90              PIC 9(09)V99 VALUE ZERO.
           05  WS-TOTAL-OVER-90            PIC 9(09)V99 VALUE ZERO.
           05  WS-TOTAL-BALANCE            PIC 9(09)V99 VALUE ZERO.
      *---------------------------------------------------------------*
       01  WS-AGING-TABLE.
           05  WS-AGING-COUNT              PIC 9(04) VALUE ZERO.
           05  WS-AGING-ENTRY OCCURS 0 TO 1000 TIMES
                   DEPENDING ON WS-AGING-COUNT
                   INDEXED BY AGING-IDX.
               10  WS-AGE-ACCT-NUM         PIC X(08).
               10  WS-AGE-CUSTOMER         PIC X(20).
               10  WS-AGE-CURRENT          PIC 9(09)V99.
               10  WS-AGE-1-30             PIC 9(09)V99.
               10  WS-AGE-31-60            PIC 9(09)V99.
               10  WS-AGE-61-90            PIC 9(09)V99.
               10  WS-AGE-OVER-90          PIC 9(09)V99.
               10  WS-AGE-BALANCE          PIC 9(09)V99.
               10  WS-AGE-HOLD-FLAG        PIC X(10).
           05  WS-AGING-SUB                PIC 9(04) VALUE ZERO.
      *---------------------------------------------------------------*
       01  WS-HOLD-TABLE.
           05  WS-HOLD-COUNT               PIC 9(04) VALUE ZERO.
           05  WS-HOLD-ENTRY OCCURS 0 TO 500 TIMES
                   DEPENDING ON WS-HOLD-COUNT
                   INDEXED BY HOLD-IDX.
               10  WS-HOLD-ACCT-NUM        PIC X(08).
               10  WS-HOLD-CUSTOMER        PIC X(30).
               10  WS-HOLD-PAST-DUE        PIC 9(07).
               10  WS-HOLD-BALANCE         PIC 9(09)V99.
               10  WS-HOLD-DISPOSITION     PIC X(40).
           05  WS-HOLD-SUB                 PIC 9(04) VALUE ZERO.
      *---------------------------------------------------------------*
       01  WS-COUNTERS.
           05  WS-ACCOUNT-COUNT            PIC 9(04) VALUE ZERO.
           05  WS-STATEMENT-COUNT          PIC 9(04) VALUE ZERO.
           05  WS-HOLD-CARD-COUNT          PIC 9(04) VALUE ZERO.
           05  WS-MISSING-COUNT            PIC 9(04) VALUE ZERO.
      *---------------------------------------------------------------*
       01  WS-SWITCHES-SUBSCRIPTS.
           05  END-OF-FILE-SW              PIC X VALUE 'N'.
               88  END-OF-FILE                  VALUE 'Y'.
           05  WS-HEADING-SET              PIC X VALUE 'A'.
               88  AGING-HEADINGS               VALUE 'A'.
               88  HOLD-HEADINGS                VALUE 'H'.
      *---------------------------------------------------------------*
       01  PRINTER-CONTROL-FIELDS.
           05  LINE-SPACEING               PIC 9(02) VALUE 1.
           05  LINE-COUNT                  PIC 9(03) VALUE 999.
           05  LINES-ON-PAGE               PIC 9(02) VALUE 60.
           05  PAGE-COUNT                  PIC 9(02) VALUE 1.
      *---------------------------------------------------------------*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-RECEIVABLES-MONTH-END.
      *---------------------------------------------------------------*
           PERFORM 1000-INITIALIZATION.
           PERFORM 8000-READ-AR-SORTED.
           PERFORM 2000-PROCESS-AR-ITEM
               UNTIL END-OF-FILE.
           IF NOT FIRST-RECORD
               PERFORM 2500-FINISH-ACCOUNT
           END-IF.
           PERFORM 3000-PRINT-AGING-REPORT.
           PERFORM 3200-PRINT-HOLD-LIST.
           PERFORM 3400-PRINT-TRAILER-LINES.
           PERFORM 4000-CLOSING.
           IF WS-MISSING-COUNT GREATER THAN ZERO
               MOVE 8                      TO RETURN-CODE
           END-IF.
           GOBACK.
      *---------------------------------------------------------------*
       1000-INITIALIZATION.
      *---------------------------------------------------------------*
           OPEN OUTPUT RECEIVABLES-RPT
                       HOLD-TRANS-OUT.
           SORT SORT-AR-WORK
               ON ASCENDING KEY SRT-AR-ACCT-NUM
                                SRT-AR-DUE-DATE
                                SRT-AR-INVOICE-NUM
               USING AR-FILE
               GIVING AR-SORTED.
           OPEN INPUT AR-SORTED.
           MOVE FUNCTION CURRENT-DATE  TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR        TO HDR-YR.
           MOVE WS-CURRENT-MONTH       TO HDR-MO.
           MOVE WS-CURRENT-DAY         TO HDR-DAY.
           MOVE WS-CURRENT-MONTH       TO SD-STMT-MO.
           MOVE WS-CURRENT-DAY         TO SD-STMT-DAY.
           MOVE WS-CURRENT-YEAR        TO SD-STMT-YR.
           MOVE WS-CURRENT-DATE        TO WS-RUN-DATE-NUM.
           PERFORM 1400-READ-CONTROL-CARD.
           OPEN INPUT ACCOUNT-MASTER.
           IF WS-ACCT-STATUS EQUAL '00'
               MOVE 'Y'                TO WS-ACCT-AVAILABLE-SW
           END-IF.
      *---------------------------------------------------------------*
       1400-READ-CONTROL-CARD.
      *---------------------------------------------------------------*
           OPEN INPUT CONTROL-CARD.
           IF WS-CTL-STATUS EQUAL '00'
               READ CONTROL-CARD
                   AT END CONTINUE
                   NOT AT END
                       IF CC-HOLD-DAYS NUMERIC
                           AND CC-HOLD-DAYS GREATER THAN ZERO
                           MOVE CC-HOLD-DAYS TO WS-HOLD-DAYS
                       END-IF
               END-READ
               CLOSE CONTROL-CARD
           END-IF.
      *---------------------------------------------------------------*
       2000-PROCESS-AR-ITEM.
      *---------------------------------------------------------------*
           IF FIRST-RECORD
               PERFORM 2050-START-NEW-ACCOUNT
           ELSE
               IF SA-ACCT-NUM NOT EQUAL WS-PREV-ACCT-NUM
                   PERFORM 2500-FINISH-ACCOUNT
                   PERFORM 2050-START-NEW-ACCOUNT
               END-IF
           END-IF.
           MOVE 'N'                    TO FIRST-RECORD-SW.
           IF SA-ITEM-OPEN
               AND SA-BALANCE-DUE GREATER THAN ZERO
               PERFORM 2100-AGE-OPEN-ITEM
           END-IF.
           PERFORM 8000-READ-AR-SORTED.
      *---------------------------------------------------------------*
       2050-START-NEW-ACCOUNT.
      *---------------------------------------------------------------*
           MOVE SA-ACCT-NUM            TO WS-PREV-ACCT-NUM.
           MOVE ZERO                   TO WS-ACCT-OPEN-COUNT
                                          WS-ACCT-MAX-PAST-DUE
                                          WS-ACCT-CURRENT
                                          WS-ACCT-1-30
                                          WS-ACCT-31-60
                                          WS-ACCT-61-90
                                          WS-ACCT-OVER-90
                                          WS-ACCT-BALANCE.
           ADD 1                       TO WS-ACCOUNT-COUNT.
           PERFORM 2060-READ-ACCOUNT-MASTER.
      *---------------------------------------------------------------*
       2060-READ-ACCOUNT-MASTER.
      *---------------------------------------------------------------*
           MOVE 'N'                    TO WS-ACCT-FOUND-SW.
           MOVE '** NOT ON ACCOUNT MASTER **' TO WS-ACCT-CUSTOMER-NAME.
           IF ACCT-MASTER-AVAILABLE
               MOVE SA-ACCT-NUM        TO AC-ACCT-NUM
               READ ACCOUNT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y'        TO WS-ACCT-FOUND-SW
                       MOVE AC-CUSTOMER-NAME TO WS-ACCT-CUSTOMER-NAME
               END-READ
           END-IF.
      *---------------------------------------------------------------*
       2100-AGE-OPEN-ITEM.
      *---------------------------------------------------------------*
           IF WS-ACCT-OPEN-COUNT EQUAL ZERO
               PERFORM 2200-START-STATEMENT
           END-IF.
           ADD 1                       TO WS-ACCT-OPEN-COUNT.
           IF SA-DUE-DATE NUMERIC
               MOVE SA-DUE-DATE        TO WS-DUE-DATE-NUM
               COMPUTE WS-DAYS-PAST-DUE =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                   - FUNCTION INTEGER-OF-DATE(WS-DUE-DATE-NUM)
           ELSE
               MOVE ZERO               TO WS-DAYS-PAST-DUE
           END-IF.
           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE NOT GREATER THAN ZERO
                   ADD SA-BALANCE-DUE  TO WS-ACCT-CURRENT
               WHEN WS-DAYS-PAST-DUE NOT GREATER THAN 30
                   ADD SA-BALANCE-DUE  TO WS-ACCT-1-30
               WHEN WS-DAYS-PAST-DUE NOT GREATER THAN 60
                   ADD SA-BALANCE-DUE  TO WS-ACCT-31-60
               WHEN WS-DAYS-PAST-DUE NOT GREATER THAN 90
                   ADD SA-BALANCE-DUE  TO WS-ACCT-61-90
               WHEN OTHER
                   ADD SA-BALANCE-DUE  TO WS-ACCT-OVER-90
           END-EVALUATE.
           ADD SA-BALANCE-DUE          TO WS-ACCT-BALANCE.
           IF WS-DAYS-PAST-DUE GREATER THAN WS-ACCT-MAX-PAST-DUE
               MOVE WS-DAYS-PAST-DUE   TO WS-ACCT-MAX-PAST-DUE
           END-IF.
           MOVE SA-INVOICE-NUM         TO SL-INVOICE-NUM.
           MOVE SA-INVOICE-DATE(5:2)   TO SL-INV-MO.
           MOVE SA-INVOICE-DATE(7:2)   TO SL-INV-DAY.
           MOVE SA-INVOICE-DATE(1:4)   TO SL-INV-YR.
           MOVE SA-DUE-DATE(5:2)       TO SL-DUE-MO.
           MOVE SA-DUE-DATE(7:2)       TO SL-DUE-DAY.
           MOVE SA-DUE-DATE(1:4)       TO SL-DUE-YR.
           MOVE SA-INVOICE-AMOUNT      TO SL-AMOUNT.
           MOVE SA-AMOUNT-PAID         TO SL-PAID.
           MOVE SA-BALANCE-DUE         TO SL-BALANCE.
           MOVE WS-DAYS-PAST-DUE       TO SL-DAYS-PAST-DUE.
           MOVE STATEMENT-DETAIL-LINE  TO NEXT-REPORT-LINE.
           PERFORM 9010-PRINT-STATEMENT-LINE.
      *---------------------------------------------------------------*
       2200-START-STATEMENT.
      *---------------------------------------------------------------*
           ADD 1                       TO WS-STATEMENT-COUNT.
           MOVE STATEMENT-TITLE-LINE   TO PRINT-LINE.
           PERFORM 9110-WRITE-TOP-OF-PAGE.
           MOVE SA-ACCT-NUM            TO SA-LINE-ACCT-NUM.
           MOVE WS-ACCT-CUSTOMER-NAME  TO SA-LINE-CUSTOMER.
           IF ACCT-FOUND
               MOVE AC-PAYMENT-TERMS   TO SA-LINE-TERMS
           ELSE
               MOVE SA-PAYMENT-TERMS   TO SA-LINE-TERMS
           END-IF.
           MOVE STATEMENT-ACCOUNT-LINE TO NEXT-REPORT-LINE.
           MOVE 2                      TO LINE-SPACEING.
           PERFORM 9010-PRINT-STATEMENT-LINE.
           MOVE STATEMENT-DATE-LINE    TO NEXT-REPORT-LINE.
           PERFORM 9010-PRINT-STATEMENT-LINE.
           MOVE STATEMENT-COLUMN-LINE  TO NEXT-REPORT-LINE.
           MOVE 2                      TO LINE-SPACEING.
           PERFORM 9010-PRINT-STATEMENT-LINE.
           MOVE STATEMENT-RULE-LINE    TO NEXT-REPORT-LINE.
           PERFORM 9010-PRINT-STATEMENT-LINE.
      *---------------------------------------------------------------*
       2500-FINISH-ACCOUNT.
      *---------------------------------------------------------------*
           IF WS-ACCT-OPEN-COUNT GREATER THAN ZERO
               PERFORM 2510-PRINT-STATEMENT-TOTALS
               PERFORM 2520-ADD-AGING-ENTRY
               IF WS-ACCT-MAX-PAST-DUE GREATER THAN WS-HOLD-DAYS
                   PERFORM 2600-LIST-FOR-CREDIT-HOLD
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2510-PRINT-STATEMENT-TOTALS.
      *---------------------------------------------------------------*
           MOVE STATEMENT-RULE-LINE    TO NEXT-REPORT-LINE.
           PERFORM 9010-PRINT-STATEMENT-LINE.
           MOVE STATEMENT-AGE-HEAD-LINE TO NEXT-REPORT-LINE.
           MOVE 2                      TO LINE-SPACEING.
           PERFORM 9010-PRINT-STATEMENT-LINE.
           MOVE WS-ACCT-CURRENT        TO SG-CURRENT.
           MOVE WS-ACCT-1-30           TO SG-1-30.
           MOVE WS-ACCT-31-60          TO SG-31-60.
           MOVE WS-ACCT-61-90          TO SG-61-90.
           MOVE WS-ACCT-OVER-90        TO SG-OVER-90.
           MOVE STATEMENT-AGE-LINE     TO NEXT-REPORT-LINE.
           PERFORM 9010-PRINT-STATEMENT-LINE.
           MOVE WS-ACCT-BALANCE        TO ST-TOTAL-DUE.
           MOVE STATEMENT-TOTAL-LINE   TO NEXT-REPORT-LINE.
           MOVE 2                      TO LINE-SPACEING.
           PERFORM 9010-PRINT-STATEMENT-LINE.
      *---------------------------------------------------------------*
       2520-ADD-AGING-ENTRY.
      *---------------------------------------------------------------*
           ADD WS-ACCT-CURRENT         TO WS-TOTAL-CURRENT.
           ADD WS-ACCT-1-30            TO WS-TOTAL-1-30.
           ADD WS-ACCT-31-60           TO WS-TOTAL-31-60.
           ADD WS-ACCT-61-90           TO WS-TOTAL-61-90.
           ADD WS-ACCT-OVER-90         TO WS-TOTAL-OVER-90.
           ADD WS-ACCT-BALANCE         TO WS-TOTAL-BALANCE.
           IF WS-AGING-COUNT < 1000
               ADD 1                   TO WS-AGING-COUNT
               SET AGING-IDX           TO WS-AGING-COUNT
               MOVE WS-PREV-ACCT-NUM   TO WS-AGE-ACCT-NUM (AGING-IDX)
               MOVE WS-ACCT-CUSTOMER-NAME
                                       TO WS-AGE-CUSTOMER (AGING-IDX)
               MOVE WS-ACCT-CURRENT    TO WS-AGE-CURRENT (AGING-IDX)
               MOVE WS-ACCT-1-30       TO WS-AGE-1-30 (AGING-IDX)
               MOVE WS-ACCT-31-60      TO WS-AGE-31-60 (AGING-IDX)
               MOVE WS-ACCT-61-90      TO WS-AGE-61-90 (AGING-IDX)
               MOVE WS-ACCT-OVER-90    TO WS-AGE-OVER-90 (AGING-IDX)
               MOVE WS-ACCT-BALANCE    TO WS-AGE-BALANCE (AGING-IDX)
               IF WS-ACCT-MAX-PAST-DUE GREATER THAN WS-HOLD-DAYS
                   MOVE '** HOLD'      TO WS-AGE-HOLD-FLAG (AGING-IDX)
               ELSE
                   MOVE SPACE          TO WS-AGE-HOLD-FLAG (AGING-IDX)
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2600-LIST-FOR-CREDIT-HOLD.
      *---------------------------------------------------------------*
           IF WS-HOLD-COUNT < 500
               ADD 1                   TO WS-HOLD-COUNT
           END-IF.
           SET HOLD-IDX                TO WS-HOLD-COUNT.
           IF WS-HOLD-COUNT NOT EQUAL ZERO
               MOVE WS-PREV-ACCT-NUM   TO WS-HOLD-ACCT-NUM (HOLD-IDX)
               MOVE WS-ACCT-CUSTOMER-NAME
                                       TO WS-HOLD-CUSTOMER (HOLD-IDX)
               MOVE WS-ACCT-MAX-PAST-DUE
                                       TO WS-HOLD-PAST-DUE (HOLD-IDX)
               MOVE WS-ACCT-BALANCE    TO WS-HOLD-BALANCE (HOLD-IDX)
           END-IF.
           EVALUATE TRUE
               WHEN NOT ACCT-FOUND
                   ADD 1               TO WS-MISSING-COUNT
                   MOVE 'NOT ON ACCOUNT MASTER - NO CARD WRITTEN'
                                       TO WS-HOLD-DISPOSITION (HOLD-IDX)
               WHEN AC-ON-CREDIT-HOLD
                   MOVE 'ALREADY ON CREDIT HOLD'
                                       TO WS-HOLD-DISPOSITION (HOLD-IDX)
               WHEN OTHER
                   PERFORM 2610-WRITE-HOLD-CARD
                   MOVE 'CREDIT HOLD CARD WRITTEN'
                                       TO WS-HOLD-DISPOSITION (HOLD-IDX)
           END-EVALUATE.
      *---------------------------------------------------------------*
       2610-WRITE-HOLD-CARD.
      *---------------------------------------------------------------*
           MOVE SPACE                  TO HOLD-TRANS-REC.
           MOVE 'C'                    TO HT-TRANS-CODE.
           MOVE AC-ACCT-NUM            TO HT-ACCT-NUM.
           MOVE AC-CUSTOMER-NAME       TO HT-CUSTOMER-NAME.
           MOVE AC-PAYMENT-TERMS       TO HT-PAYMENT-TERMS.
           MOVE AC-DISCOUNT-PCT        TO HT-DISCOUNT-PCT.
           MOVE 'Y'                    TO HT-CREDIT-HOLD.
           MOVE AC-REP-ID              TO HT-REP-ID.
           MOVE 'AR'                   TO HT-OPERATOR-ID.
           WRITE HOLD-TRANS-REC.
           ADD 1                       TO WS-HOLD-CARD-COUNT.
      *---------------------------------------------------------------*
       3000-PRINT-AGING-REPORT.
      *---------------------------------------------------------------*
           MOVE 'RECEIVABLES AGING       ' TO HDR-TITLE.
           MOVE 'A'                    TO WS-HEADING-SET.
           MOVE 999                    TO LINE-COUNT.
           PERFORM 3010-PRINT-AGING-LINE
               VARYING WS-AGING-SUB FROM 1 BY 1
               UNTIL WS-AGING-SUB GREATER THAN WS-AGING-COUNT.
           MOVE SPACE                  TO AG-ACCT-NUM
                                          AG-HOLD-FLAG.
           MOVE 'GRAND TOTAL'          TO AG-CUSTOMER.
           MOVE WS-TOTAL-CURRENT       TO AG-CURRENT.
           MOVE WS-TOTAL-1-30          TO AG-1-30.
           MOVE WS-TOTAL-31-60         TO AG-31-60.
           MOVE WS-TOTAL-61-90         TO AG-61-90.
           MOVE WS-TOTAL-OVER-90       TO AG-OVER-90.
           MOVE WS-TOTAL-BALANCE       TO AG-BALANCE.
           MOVE AGING-DETAIL-LINE      TO NEXT-REPORT-LINE.
           MOVE 2                      TO LINE-SPACEING.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       3010-PRINT-AGING-LINE.
      *---------------------------------------------------------------*
           SET AGING-IDX               TO WS-AGING-SUB.
           MOVE WS-AGE-ACCT-NUM (AGING-IDX)  TO AG-ACCT-NUM.
           MOVE WS-AGE-CUSTOMER (AGING-IDX)  TO AG-CUSTOMER.
           MOVE WS-AGE-CURRENT (AGING-IDX)   TO AG-CURRENT.
           MOVE WS-AGE-1-30 (AGING-IDX)      TO AG-1-30.
           MOVE WS-AGE-31-60 (AGING-IDX)     TO AG-31-60.
           MOVE WS-AGE-61-90 (AGING-IDX)     TO AG-61-90.
           MOVE WS-AGE-OVER-90 (AGING-IDX)   TO AG-OVER-90.
           MOVE WS-AGE-BALANCE (AGING-IDX)   TO AG-BALANCE.
           MOVE WS-AGE-HOLD-FLAG (AGING-IDX) TO AG-HOLD-FLAG.
           MOVE AGING-DETAIL-LINE      TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       3200-PRINT-HOLD-LIST.
      *---------------------------------------------------------------*
           MOVE 'CREDIT HOLD CANDIDATES  ' TO HDR-TITLE.
           MOVE 'H'                    TO WS-HEADING-SET.
           MOVE 999                    TO LINE-COUNT.
           MOVE WS-HOLD-DAYS           TO HLL-HOLD-DAYS.
           MOVE HOLD-LIMIT-LINE        TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           PERFORM 3210-PRINT-HOLD-LINE
               VARYING WS-HOLD-SUB FROM 1 BY 1
               UNTIL WS-HOLD-SUB GREATER THAN WS-HOLD-COUNT.
      *---------------------------------------------------------------*
       3210-PRINT-HOLD-LINE.
      *---------------------------------------------------------------*
           SET HOLD-IDX                TO WS-HOLD-SUB.
           MOVE WS-HOLD-ACCT-NUM (HOLD-IDX)    TO HL-ACCT-NUM.
           MOVE WS-HOLD-CUSTOMER (HOLD-IDX)    TO HL-CUSTOMER.
           MOVE WS-HOLD-PAST-DUE (HOLD-IDX)    TO HL-DAYS-PAST-DUE.
           MOVE WS-HOLD-BALANCE (HOLD-IDX)     TO HL-BALANCE.
           MOVE WS-HOLD-DISPOSITION (HOLD-IDX) TO HL-DISPOSITION.
           MOVE HOLD-DETAIL-LINE       TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       3400-PRINT-TRAILER-LINES.
      *---------------------------------------------------------------*
           MOVE WS-ACCOUNT-COUNT       TO TL1-ACCOUNT-COUNT.
           MOVE WS-STATEMENT-COUNT     TO TL1-STATEMENT-COUNT.
           MOVE WS-HOLD-CARD-COUNT     TO TL1-HOLD-CARD-COUNT.
           MOVE WS-MISSING-COUNT       TO TL1-MISSING-COUNT.
           MOVE TRAILER-1              TO NEXT-REPORT-LINE.
           MOVE 2                      TO LINE-SPACEING.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       4000-CLOSING.
      *---------------------------------------------------------------*
           IF ACCT-MASTER-AVAILABLE
               CLOSE ACCOUNT-MASTER
           END-IF.
           CLOSE   AR-SORTED
                   HOLD-TRANS-OUT
                   RECEIVABLES-RPT.
      *---------------------------------------------------------------*
       8000-READ-AR-SORTED.
      *---------------------------------------------------------------*
           READ AR-SORTED
               AT END MOVE 'Y' TO END-OF-FILE-SW.
      *---------------------------------------------------------------*
       9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
           IF LINE-COUNT GREATER THAN LINES-ON-PAGE
               PERFORM 9100-PRINT-HEADING-LINES.
           MOVE NEXT-REPORT-LINE TO PRINT-LINE.
           PERFORM 9120-WRITE-PRINT-LINE.
      *---------------------------------------------------------------*
       9010-PRINT-STATEMENT-LINE.
      *---------------------------------------------------------------*
           MOVE NEXT-REPORT-LINE TO PRINT-LINE.
           PERFORM 9120-WRITE-PRINT-LINE.
      *---------------------------------------------------------------*
       9100-PRINT-HEADING-LINES.
      *---------------------------------------------------------------*
           MOVE PAGE-COUNT           TO H1-PAGE-NUM.
           MOVE HEADING-LINE-1       TO PRINT-LINE.
           PERFORM 9110-WRITE-TOP-OF-PAGE.
           MOVE 2                    TO LINE-SPACEING.
           IF HOLD-HEADINGS
               MOVE HOLD-HEADING-2   TO PRINT-LINE
           ELSE
               MOVE AGING-HEADING-2  TO PRINT-LINE
           END-IF.
           PERFORM 9120-WRITE-PRINT-LINE.
           MOVE 1                    TO LINE-SPACEING.
           IF HOLD-HEADINGS
               MOVE HOLD-HEADING-3   TO PRINT-LINE
           ELSE
               MOVE AGING-HEADING-3  TO PRINT-LINE
           END-IF.
           PERFORM 9120-WRITE-PRINT-LINE.
           ADD  1                    TO PAGE-COUNT.
           MOVE 1                    TO LINE-SPACEING.
           MOVE 4                    TO LINE-COUNT.
      *---------------------------------------------------------------*
       9110-WRITE-TOP-OF-PAGE.
      *---------------------------------------------------------------*
           WRITE PRINT-RECORD
               AFTER ADVANCING PAGE.
           MOVE SPACE                TO PRINT-LINE.
      *---------------------------------------------------------------*
       9120-WRITE-PRINT-LINE.
      *---------------------------------------------------------------*
           WRITE PRINT-RECORD
               AFTER ADVANCING LINE-SPACEING.
           MOVE SPACE                TO PRINT-LINE.
           ADD  1                    TO LINE-COUNT.
           MOVE 1                    TO LINE-SPACEING.
      *---------------------------------------------------------------*
