       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAVCOM.
       AUTHOR. ED ACKERMAN.
       DATE-WRITTEN. 10/15/2026
       DATE-COMPILED.
       INSTALLATION. MORONS, LOSERS, AND BIMBOS.
      *---------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   10/15/26  EA  INITIAL VERSION - MONTHLY SALES COMMISSION RUN.
      *                 THE COMMISSION PERIOD (YYYYMM) COMES FROM
      *                 CTLCARD AND DEFAULTS TO THE MONTH BEFORE THE
      *                 RUN DATE. COMMISSION IS EARNED ON A QUOTE ONCE
      *                 IT HAS BEEN INVOICED (FAVINVR) AND THE INVOICE
      *                 HAS BEEN PAID IN FULL - THE RECEIPT THAT CLOSED
      *                 THE OPEN ITEM IS ON THE CASH HISTORY (FAVCSHH)
      *                 DATED IN OR BEFORE THE PERIOD - AND THE QUOTE
      *                 IS STILL ACCEPTED ON THE REGISTER (FAVQREG).
      *                 THE REP IS THE ONE ASSIGNED TO THE ACCOUNT ON
      *                 FAVACT; THE RATES COME FROM THE REP MASTER
      *                 (REPMST) BY INSTRUMENT-QUALITY AND ARE APPLIED
      *                 TO EACH QUOTE LINE ON FAVQLIN - THE USD
      *                 INSTRUMENT COST PLUS MARKUP LESS DISCOUNT.
      *                 SHIPPING AND SALES TAX EARN NO COMMISSION.
      *                 EVERY LINE PAID OR CHARGED BACK IS APPENDED TO
      *                 THE COMMISSION HISTORY (FAVCOMH), WHICH IS HOW
      *                 A QUOTE IS NEVER PAID TWICE: ANYTHING PAID BUT
      *                 NOT YET COMMISSIONED IS PICKED UP BY THE NEXT
      *                 RUN, HOWEVER LATE. A QUOTE DECLINED OR REVERSED
      *                 (FAVQAC 'R') AFTER ITS COMMISSION WAS PAID IS
      *                 CHARGED BACK TO THE REP WHO WAS PAID, FOR THE
      *                 AMOUNT PAID. ONE STATEMENT PAGE IS PRINTED PER
      *                 REP LISTING EACH QUOTE, ACCOUNT, INVOICE,
      *                 INVOICED AMOUNT, COMMISSIONABLE AMOUNT, AND
      *                 COMMISSION OR CHARGEBACK, WITH THE NET DUE. A
      *                 PAID QUOTE THAT CANNOT BE COMMISSIONED (NO
      *                 LINES, BAD QUALITY CODE, NO REP ASSIGNED, REP
      *                 OR ACCOUNT NOT ON FILE) IS LISTED ON AN
      *                 EXCEPTION PAGE, IS NOT WRITTEN TO THE HISTORY,
      *                 AND ENDS THE RUN WITH RETURN-CODE 8. AN INVALID
      *                 PERIOD OR A FULL HISTORY TABLE STOPS THE RUN
      *                 BEFORE ANYTHING IS PAID, ALSO RETURN-CODE 8.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3081.
       OBJECT-COMPUTER. IBM-3081.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL INVOICE-REGISTER ASSIGN TO FAVINVR.
           SELECT OPTIONAL QUOTE-LINE-FILE ASSIGN TO FAVQLIN.
           SELECT QUOTE-REGISTER ASSIGN TO FAVQREG.
           SELECT OPTIONAL CASH-HISTORY ASSIGN TO FAVCSHH.
           SELECT OPTIONAL COMMISSION-HISTORY ASSIGN TO FAVCOMH.
           SELECT OPTIONAL REP-MASTER ASSIGN TO REPMST
               FILE STATUS IS WS-REP-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO FAVACT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AC-ACCT-NUM
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT CONTROL-CARD ASSIGN TO CTLCARD
               FILE STATUS IS WS-CTL-STATUS.
           SELECT SORT-COMM-WORK ASSIGN TO SORTWK01.
           SELECT COMMISSION-RPT ASSIGN TO PRTLINE.
      *---------------------------------------------------------------*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  INVOICE-REGISTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INVOICE-REGISTER-REC.
      *---------------------------------------------------------------*
       01  INVOICE-REGISTER-REC.
           05  IR-INVOICE-NUM              PIC 9(06).
           05  IR-QUOTE-NUM                PIC 9(06).
           05  IR-ACCT-NUM                 PIC X(08).
           05  IR-INVOICE-DATE             PIC X(08).
           05  IR-DUE-DATE                 PIC X(08).
           05  IR-PAYMENT-TERMS            PIC X(03).
           05  IR-LINE-COUNT               PIC 9(03).
           05  IR-GOODS-AMOUNT             PIC 9(09)V99.
           05  IR-SHIPPING-AMOUNT          PIC 9(07)V99.
           05  IR-TAX-AMOUNT               PIC 9(07)V99.
           05  IR-MARKUP-AMOUNT            PIC 9(09)V99.
           05  IR-DISCOUNT-AMOUNT          PIC 9(09)V99.
           05  IR-INVOICE-AMOUNT           PIC 9(09)V99.
           05  FILLER                      PIC X(16).
      *---------------------------------------------------------------*
       FD  QUOTE-LINE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS QUOTE-LINE-REC.
      *---------------------------------------------------------------*
       01  QUOTE-LINE-REC.
           05  QI-QUOTE-NUM                PIC 9(06).
           05  QI-ACCT-NUM                 PIC X(08).
           05  QI-LINE-NUM                 PIC 9(03).
           05  QI-MUSICIAN-NAME            PIC X(30).
           05  QI-INSTRUMENT-TYPE          PIC X(10).
           05  QI-INSTRUMENT-QUALITY       PIC X(01).
           05  QI-SHIP-TO-FLAG             PIC X(03).
           05  QI-MASTER-COST              PIC 9(07)V99.
           05  QI-COST-USD                 PIC 9(07)V99.
           05  QI-SHIP-USD                 PIC 9(05)V99.
           05  QI-TAX-USD                  PIC 9(05)V99.
           05  QI-MARKUP-AMOUNT            PIC 9(07)V99.
           05  QI-DISCOUNT-AMOUNT          PIC 9(07)V99.
           05  QI-LINE-TOTAL               PIC 9(07)V99.
           05  QI-QUOTE-DATE               PIC X(08).
           05  FILLER                      PIC X(22).
      *---------------------------------------------------------------*
       FD  QUOTE-REGISTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS QUOTE-REGISTER-REC.
      *---------------------------------------------------------------*
       01  QUOTE-REGISTER-REC.
           05  QR-QUOTE-NUM                PIC 9(06).
           05  QR-ACCT-NUM                 PIC X(08).
           05  QR-GENRE                    PIC X(06).
           05  QR-LINE-COUNT               PIC 9(03).
           05  QR-ACCT-TOTAL               PIC 9(09)V99.
           05  QR-QUOTE-DATE               PIC X(08).
           05  QR-EXPIRY-DATE              PIC X(08).
           05  QR-STATUS                   PIC X(01).
               88  QR-QUOTE-ACCEPTED            VALUE 'A'.
               88  QR-QUOTE-DECLINED            VALUE 'D'.
               88  QR-QUOTE-REVERSED            VALUE 'R'.
           05  QR-STATUS-DATE              PIC X(08).
           05  FILLER                      PIC X(21).
      *---------------------------------------------------------------*
       FD  CASH-HISTORY
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CASH-HISTORY-REC.
      *---------------------------------------------------------------*
       01  CASH-HISTORY-REC.
           05  CH-INVOICE-NUM              PIC 9(06).
           05  CH-ACCT-NUM                 PIC X(08).
           05  CH-RECEIPT-DATE             PIC X(08).
           05  CH-AMOUNT                   PIC 9(07)V99.
           05  CH-REFERENCE                PIC X(10).
           05  CH-POSTED-DATE              PIC X(08).
           05  CH-ITEM-CLOSED-FLAG         PIC X(01).
               88  CH-ITEM-CLOSED               VALUE 'Y'.
           05  FILLER                      PIC X(30).
      *---------------------------------------------------------------*
       FD  COMMISSION-HISTORY
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COMMISSION-HISTORY-REC.
      *---------------------------------------------------------------*
       01  COMMISSION-HISTORY-REC.
           05  CM-QUOTE-NUM                PIC 9(06).
           05  CM-REP-ID                   PIC X(04).
           05  CM-ACCT-NUM                 PIC X(08).
           05  CM-INVOICE-NUM              PIC 9(06).
           05  CM-ENTRY-TYPE               PIC X(01).
               88  CM-COMMISSION-ENTRY          VALUE 'C'.
               88  CM-CHARGEBACK-ENTRY          VALUE 'B'.
           05  CM-PERIOD                   PIC 9(06).
           05  CM-RUN-DATE                 PIC X(08).
           05  CM-INVOICE-AMOUNT           PIC 9(09)V99.
           05  CM-COMMISSION-BASE          PIC 9(09)V99.
           05  CM-COMMISSION-AMOUNT        PIC 9(07)V99.
           05  FILLER                      PIC X(10).
      *---------------------------------------------------------------*
       FD  REP-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REP-MASTER-REC.
      *---------------------------------------------------------------*
       01  REP-MASTER-REC.
           05  RM-REP-ID                   PIC X(04).
           05  RM-REP-NAME                 PIC X(30).
           05  RM-USED-RATE                PIC V999.
           05  RM-NEW-RATE                 PIC V999.
           05  RM-PREMIUM-RATE             PIC V999.
           05  FILLER                      PIC X(37).
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
           05  CC-COMMISSION-PERIOD        PIC 9(06).
           05  FILLER                      PIC X(74).
      *---------------------------------------------------------------*
       SD  SORT-COMM-WORK
           DATA RECORD IS SRT-COMM-REC.
      *---------------------------------------------------------------*
       01  SRT-COMM-REC.
           05  SRT-REP-ID                  PIC X(04).
           05  SRT-QUOTE-NUM               PIC 9(06).
           05  SRT-ENTRY-TYPE              PIC X(01).
               88  SRT-CHARGEBACK               VALUE 'B'.
           05  SRT-ACCT-NUM                PIC X(08).
           05  SRT-INVOICE-NUM             PIC 9(06).
           05  SRT-INVOICE-AMOUNT          PIC 9(09)V99.
           05  SRT-COMMISSION-BASE         PIC 9(09)V99.
           05  SRT-COMMISSION-AMOUNT       PIC S9(07)V99.
           05  SRT-QUOTE-STATUS            PIC X(01).
      *---------------------------------------------------------------*
       FD  COMMISSION-RPT
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
               10  FILLER      PIC X(38) VALUE SPACE.
               10  FILLER      PIC X(49) VALUE
                   'MORONS, LOSERS, AND BIMBOS - COMMISSION STATEMENT'.
               10  FILLER      PIC X(45) VALUE SPACE.
      *---------------------------------------------------------------*
           05  STATEMENT-REP-LINE.
               10  FILLER          PIC X(11) VALUE 'SALES REP: '.
               10  SR-LINE-REP-ID  PIC X(04).
               10  FILLER          PIC X(04) VALUE SPACE.
               10  FILLER          PIC X(06) VALUE 'NAME: '.
               10  SR-LINE-REP-NAME PIC X(30).
               10  FILLER          PIC X(04) VALUE SPACE.
               10  FILLER          PIC X(19) VALUE
                   'COMMISSION PERIOD: '.
               10  SR-LINE-PERIOD-YR PIC X(04).
               10  FILLER          PIC X(01) VALUE '/'.
               10  SR-LINE-PERIOD-MO PIC X(02).
               10  FILLER          PIC X(47) VALUE SPACE.
      *---------------------------------------------------------------*
           05  STATEMENT-RATE-LINE.
               10  FILLER          PIC X(20) VALUE
                   'RATES PAID -  USED: '.
               10  SR-LINE-USED-RATE PIC Z9.9.
               10  FILLER          PIC X(08) VALUE '%  NEW: '.
               10  SR-LINE-NEW-RATE PIC Z9.9.
               10  FILLER          PIC X(12) VALUE '%  PREMIUM: '.
               10  SR-LINE-PREMIUM-RATE PIC Z9.9.
               10  FILLER          PIC X(01) VALUE '%'.
               10  FILLER          PIC X(79) VALUE SPACE.
      *---------------------------------------------------------------*
           05  STATEMENT-COLUMN-LINE.
               10  FILLER  PIC X(06) VALUE 'QUOTE'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(08) VALUE 'ACCT NUM'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(07) VALUE 'INVOICE'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(10) VALUE 'TYPE'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(14) VALUE '      INVOICED'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(14) VALUE 'COMMISSIONABLE'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(15) VALUE '     COMMISSION'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(30) VALUE 'NOTE'.
               10  FILLER  PIC X(14) VALUE SPACE.
      *---------------------------------------------------------------*
           05  STATEMENT-RULE-LINE.
               10  FILLER  PIC X(06) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(08) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(07) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(10) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(14) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(14) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(15) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(30) VALUE ALL '-'.
               10  FILLER  PIC X(14) VALUE SPACE.
      *---------------------------------------------------------------*
           05  STATEMENT-DETAIL-LINE.
               10  SL-QUOTE-NUM    PIC ZZZZZ9.
               10  FILLER          PIC X(02) VALUE SPACE.
               10  SL-ACCT-NUM     PIC X(08).
               10  FILLER          PIC X(02) VALUE SPACE.
               10  SL-INVOICE-NUM  PIC ZZZZZZ9.
               10  FILLER          PIC X(02) VALUE SPACE.
               10  SL-ENTRY-TYPE   PIC X(10).
               10  FILLER          PIC X(02) VALUE SPACE.
               10  SL-INVOICE-AMOUNT PIC $$$,$$$,$$9.99.
               10  FILLER          PIC X(02) VALUE SPACE.
               10  SL-COMMISSION-BASE PIC $$$,$$$,$$9.99.
               10  FILLER          PIC X(02) VALUE SPACE.
               10  SL-COMMISSION   PIC $$$,$$$,$$9.99-.
               10  FILLER          PIC X(02) VALUE SPACE.
               10  SL-NOTE         PIC X(30).
               10  FILLER          PIC X(14) VALUE SPACE.
      *---------------------------------------------------------------*
           05  STATEMENT-TOTAL-LINE.
               10  ST-TOTAL-LABEL  PIC X(30).
               10  FILLER          PIC X(41) VALUE SPACE.
               10  ST-TOTAL-AMOUNT PIC $$$,$$$,$$9.99-.
               10  FILLER          PIC X(46) VALUE SPACE.
      *---------------------------------------------------------------*
          05  HEADING-LINE-1.
               10  FILLER      PIC X(06) VALUE 'DATE: '.
               10  HDR-DAY     PIC X(02).
               10  FILLER      PIC X(01) VALUE '/'.
               10  HDR-MO      PIC X(02).
               10  FILLER      PIC X(01) VALUE '/'.
               10  HDR-YR      PIC X(04).
               10  FILLER      PIC X(23) VALUE SPACES.
               10  FILLER      PIC X(24) VALUE
                   'COMMISSION RUN SUMMARY  '.
               10  FILLER      PIC X(23) VALUE SPACES.
               10  FILLER      PIC X(10) VALUE 'PAGE NUM: '.
               10  H1-PAGE-NUM PIC 999.
      *---------------------------------------------------------------*
           05  HEADING-LINE-2.
               10  FILLER      PIC X(19) VALUE 'COMMISSION PERIOD: '.
               10  H2-PERIOD-YR PIC X(04).
               10  FILLER      PIC X(01) VALUE '/'.
               10  H2-PERIOD-MO PIC X(02).
               10  FILLER      PIC X(106) VALUE SPACE.
      *---------------------------------------------------------------*
           05  HEADING-LINE-3.
               10  FILLER  PIC X(06) VALUE 'QUOTE'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(08) VALUE 'ACCT NUM'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(07) VALUE 'INVOICE'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(14) VALUE '      INVOICED'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(40) VALUE 'EXCEPTION'.
               10  FILLER  PIC X(49) VALUE SPACE.
      *---------------------------------------------------------------*
           05  HEADING-LINE-4.
               10  FILLER  PIC X(06) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(08) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(07) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(14) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(40) VALUE ALL '-'.
               10  FILLER  PIC X(49) VALUE SPACE.
      *---------------------------------------------------------------*
           05  EXCEPTION-LINE.
               10  EL-QUOTE-NUM    PIC ZZZZZ9.
               10  FILLER          PIC X(02) VALUE SPACE.
               10  EL-ACCT-NUM     PIC X(08).
               10  FILLER          PIC X(02) VALUE SPACE.
               10  EL-INVOICE-NUM  PIC ZZZZZZ9.
               10  FILLER          PIC X(02) VALUE SPACE.
               10  EL-INVOICE-AMOUNT PIC $$$,$$$,$$9.99.
               10  FILLER          PIC X(02) VALUE SPACE.
               10  EL-REASON       PIC X(40).
               10  FILLER          PIC X(49) VALUE SPACE.
      *---------------------------------------------------------------*
           05  NO-EXCEPTIONS-LINE.
               10  FILLER  PIC X(31) VALUE
                   '** NO COMMISSION EXCEPTIONS **'.
               10  FILLER                  PIC X(101) VALUE SPACE.
      *---------------------------------------------------------------*
           05  NO-ACTIVITY-LINE.
               10  FILLER  PIC X(43) VALUE
                   '** NO COMMISSION OR CHARGEBACKS THIS RUN **'.
               10  FILLER                  PIC X(89) VALUE SPACE.
      *---------------------------------------------------------------*
           05  TABLE-FULL-LINE.
               10  TF-TABLE-NAME           PIC X(30).
               10  FILLER  PIC X(42) VALUE
                   ' TABLE FULL - REST HELD FOR THE NEXT RUN  '.
               10  FILLER                  PIC X(60) VALUE SPACE.
      *---------------------------------------------------------------*
           05  HISTORY-FULL-LINE.
               10  FILLER  PIC X(42) VALUE
                   '** COMMISSION HISTORY TABLE FULL - RUN STO'.
               10  FILLER  PIC X(30) VALUE
                   'PPED, NOTHING PAID **         '.
               10  FILLER                  PIC X(60) VALUE SPACE.
      *---------------------------------------------------------------*
           05  PERIOD-ERROR-LINE.
               10  FILLER  PIC X(42) VALUE
                   '** COMMISSION PERIOD ON CONTROL CARD NOT A'.
               10  FILLER  PIC X(14) VALUE ' VALID MONTH: '.
               10  PE-PERIOD               PIC X(06).
               10  FILLER                  PIC X(70) VALUE SPACE.
      *---------------------------------------------------------------*
           05  TRAILER-1.
               10  FILLER  PIC X(20) VALUE '** STATEMENTS :     '.
               10  TL1-STATEMENT-COUNT     PIC ZZZ9.
               10  FILLER  PIC X(04) VALUE SPACE.
               10  FILLER  PIC X(20) VALUE '** COMMISSIONS:     '.
               10  TL1-COMMISSION-COUNT    PIC ZZZ9.
               10  FILLER  PIC X(04) VALUE SPACE.
               10  FILLER  PIC X(20) VALUE '** CHARGEBACKS:     '.
               10  TL1-CHARGEBACK-COUNT    PIC ZZZ9.
               10  FILLER  PIC X(04) VALUE SPACE.
               10  FILLER  PIC X(20) VALUE '** EXCEPTIONS :     '.
               10  TL1-EXCEPTION-COUNT     PIC ZZZ9.
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
       01  WS-PERIOD-FIELDS.
           05  WS-CTL-STATUS               PIC X(02) VALUE SPACE.
           05  WS-REPORT-PERIOD.
               10  WS-REPORT-YEAR          PIC 9(04).
               10  WS-REPORT-MONTH         PIC 9(02).
           05  WS-PERIOD-VALID-SW          PIC X VALUE 'Y'.
               88  PERIOD-IS-VALID              VALUE 'Y'.
      *---------------------------------------------------------------*
       01  WS-ACCOUNT-FIELDS.
           05  WS-ACCT-STATUS              PIC X(02) VALUE SPACE.
           05  WS-ACCT-AVAILABLE-SW        PIC X VALUE 'N'.
               88  ACCT-MASTER-AVAILABLE        VALUE 'Y'.
           05  WS-ACCT-FOUND-SW            PIC X VALUE 'N'.
               88  ACCT-FOUND                   VALUE 'Y'.
      *---------------------------------------------------------------*
       01  WS-REP-TABLE-FIELDS.
           05  WS-REP-STATUS               PIC X(02) VALUE SPACE.
           05  WS-REP-COUNT                PIC 9(03) VALUE ZERO.
           05  WS-FIND-REP-ID              PIC X(04).
           05  WS-REP-FOUND-SW             PIC X VALUE 'N'.
               88  REP-FOUND                    VALUE 'Y'.
           05  WS-REP-ENTRY OCCURS 0 TO 500 TIMES
                   DEPENDING ON WS-REP-COUNT
                   INDEXED BY REP-IDX.
               10  WS-REP-ID               PIC X(04).
               10  WS-REP-NAME             PIC X(30).
               10  WS-REP-USED-RATE        PIC V999.
               10  WS-REP-NEW-RATE         PIC V999.
               10  WS-REP-PREMIUM-RATE     PIC V999.
      *---------------------------------------------------------------*
       01  WS-HISTORY-TABLE-FIELDS.
           05  WS-HIST-COUNT               PIC 9(04) VALUE ZERO.
           05  WS-FIND-QUOTE-NUM           PIC 9(06).
           05  WS-HIST-FOUND-SW            PIC X VALUE 'N'.
               88  HIST-FOUND                   VALUE 'Y'.
           05  WS-HIST-FULL-SW             PIC X VALUE 'N'.
               88  HISTORY-TABLE-FULL           VALUE 'Y'.
           05  WS-HIST-ENTRY OCCURS 0 TO 9999 TIMES
                   DEPENDING ON WS-HIST-COUNT
                   INDEXED BY HIST-IDX.
               10  WS-HIST-QUOTE-NUM       PIC 9(06).
               10  WS-HIST-REP-ID          PIC X(04).
               10  WS-HIST-ACCT-NUM        PIC X(08).
               10  WS-HIST-INVOICE-NUM     PIC 9(06).
               10  WS-HIST-INVOICE-AMOUNT  PIC 9(09)V99.
               10  WS-HIST-COMMISSION-BASE PIC 9(09)V99.
               10  WS-HIST-COMMISSION      PIC 9(07)V99.
               10  WS-HIST-CHARGED-BACK-SW PIC X(01).
                   88  HIST-CHARGED-BACK        VALUE 'Y'.
      *---------------------------------------------------------------*
       01  WS-PAID-TABLE-FIELDS.
           05  WS-PAID-COUNT               PIC 9(04) VALUE ZERO.
           05  WS-PAID-FOUND-SW            PIC X VALUE 'N'.
               88  PAID-FOUND                   VALUE 'Y'.
           05  WS-PAID-FULL-SW             PIC X VALUE 'N'.
               88  PAID-TABLE-FULL              VALUE 'Y'.
           05  WS-PAID-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON WS-PAID-COUNT
                   INDEXED BY PAID-IDX.
               10  WS-PAID-INVOICE-NUM     PIC 9(06).
      *---------------------------------------------------------------*
       01  WS-CANDIDATE-TABLE-FIELDS.
           05  WS-CAND-COUNT               PIC 9(04) VALUE ZERO.
           05  WS-CAND-SUB                 PIC 9(04) VALUE ZERO.
           05  WS-CAND-FOUND-SW            PIC X VALUE 'N'.
               88  CAND-FOUND                   VALUE 'Y'.
           05  WS-CAND-FULL-SW             PIC X VALUE 'N'.
               88  CANDIDATE-TABLE-FULL         VALUE 'Y'.
           05  WS-CAND-ENTRY OCCURS 0 TO 2000 TIMES
                   DEPENDING ON WS-CAND-COUNT
                   INDEXED BY CAND-IDX.
               10  WS-CAND-QUOTE-NUM       PIC 9(06).
               10  WS-CAND-INVOICE-NUM     PIC 9(06).
               10  WS-CAND-ACCT-NUM        PIC X(08).
               10  WS-CAND-INVOICE-AMOUNT  PIC 9(09)V99.
               10  WS-CAND-STATUS          PIC X(01).
               10  WS-CAND-LINE-COUNT      PIC 9(03).
               10  WS-CAND-BAD-QUALITY-SW  PIC X(01).
                   88  CAND-BAD-QUALITY         VALUE 'Y'.
               10  WS-CAND-USED-BASE       PIC S9(09)V99.
               10  WS-CAND-NEW-BASE        PIC S9(09)V99.
               10  WS-CAND-PREMIUM-BASE    PIC S9(09)V99.
      *---------------------------------------------------------------*
       01  WS-EXCEPTION-TABLE-FIELDS.
           05  WS-EXCEPTION-COUNT          PIC 9(04) VALUE ZERO.
           05  WS-EXC-LISTED               PIC 9(03) VALUE ZERO.
           05  WS-EXC-SUB                  PIC 9(03) VALUE ZERO.
           05  WS-EXC-REASON               PIC X(40).
           05  WS-EXC-ENTRY OCCURS 0 TO 500 TIMES
                   DEPENDING ON WS-EXC-LISTED.
               10  WS-EXC-QUOTE-NUM        PIC 9(06).
               10  WS-EXC-ACCT-NUM         PIC X(08).
               10  WS-EXC-INVOICE-NUM      PIC 9(06).
               10  WS-EXC-INVOICE-AMOUNT   PIC 9(09)V99.
               10  WS-EXC-ENTRY-REASON     PIC X(40).
      *---------------------------------------------------------------*
       01  WS-COMMISSION-FIELDS.
           05  WS-LINE-BASE                PIC S9(07)V99.
           05  WS-COMMISSION-BASE          PIC S9(09)V99.
           05  WS-COMMISSION-AMOUNT        PIC S9(07)V99.
           05  WS-PREV-REP-ID              PIC X(04) VALUE LOW-VALUES.
      *---------------------------------------------------------------*
       01  WS-ACCUMULATORS.
           05  WS-REP-EARNED               PIC S9(09)V99 VALUE ZERO.
           05  WS-REP-CHARGEBACKS          PIC S9(09)V99 VALUE ZERO.
           05  WS-REP-NET                  PIC S9(09)V99 VALUE ZERO.
           05  WS-TOT-EARNED               PIC S9(09)V99 VALUE ZERO.
           05  WS-TOT-CHARGEBACKS          PIC S9(09)V99 VALUE ZERO.
           05  WS-TOT-NET                  PIC S9(09)V99 VALUE ZERO.
      *---------------------------------------------------------------*
       01  WS-COUNTERS.
           05  WS-STATEMENT-COUNT          PIC 9(04) VALUE ZERO.
           05  WS-COMMISSION-COUNT         PIC 9(04) VALUE ZERO.
           05  WS-CHARGEBACK-COUNT         PIC 9(04) VALUE ZERO.
      *---------------------------------------------------------------*
       01  WS-SWITCHES-SUBSCRIPTS.
           05  INVOICE-EOF-SW              PIC X VALUE 'N'.
               88  INVOICE-EOF                  VALUE 'Y'.
           05  QUOTE-LINE-EOF-SW           PIC X VALUE 'N'.
               88  QUOTE-LINE-EOF               VALUE 'Y'.
           05  REGISTER-EOF-SW             PIC X VALUE 'N'.
               88  REGISTER-EOF                 VALUE 'Y'.
           05  CASH-EOF-SW                 PIC X VALUE 'N'.
               88  CASH-EOF                     VALUE 'Y'.
           05  COMM-HISTORY-EOF-SW         PIC X VALUE 'N'.
               88  COMM-HISTORY-EOF             VALUE 'Y'.
           05  REP-MASTER-EOF-SW           PIC X VALUE 'N'.
               88  REP-MASTER-EOF               VALUE 'Y'.
           05  SORT-EOF-SW                 PIC X VALUE 'N'.
               88  SORT-EOF                     VALUE 'Y'.
      *---------------------------------------------------------------*
       01  PRINTER-CONTROL-FIELDS.
           05  LINE-SPACEING               PIC 9(02) VALUE 1.
           05  LINE-COUNT                  PIC 9(03) VALUE 999.
           05  LINES-ON-PAGE               PIC 9(02) VALUE 60.
           05  PAGE-COUNT                  PIC 9(02) VALUE 1.
      *---------------------------------------------------------------*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-PRINT-COMMISSION-RUN.
      *---------------------------------------------------------------*
           PERFORM 1000-INITIALIZATION.
           IF PERIOD-IS-VALID
               AND NOT HISTORY-TABLE-FULL
               SORT SORT-COMM-WORK
                   ON ASCENDING KEY SRT-REP-ID
                                    SRT-QUOTE-NUM
                                    SRT-ENTRY-TYPE
                   INPUT PROCEDURE IS 2000-SELECT-COMMISSION-LINES
                   OUTPUT PROCEDURE IS 3000-PRINT-REP-STATEMENTS
               PERFORM 3500-PRINT-EXCEPTION-PAGE
               PERFORM 3700-PRINT-TRAILER-LINES
           ELSE
               PERFORM 1900-PRINT-RUN-REFUSED
           END-IF.
           PERFORM 4000-CLOSING.
           IF NOT PERIOD-IS-VALID
               OR HISTORY-TABLE-FULL
               OR PAID-TABLE-FULL
               OR CANDIDATE-TABLE-FULL
               OR WS-EXCEPTION-COUNT GREATER THAN ZERO
               MOVE 8                      TO RETURN-CODE
           END-IF.
           GOBACK.
      *---------------------------------------------------------------*
       1000-INITIALIZATION.
      *---------------------------------------------------------------*
           OPEN OUTPUT COMMISSION-RPT.
           MOVE FUNCTION CURRENT-DATE  TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR        TO HDR-YR.
           MOVE WS-CURRENT-MONTH       TO HDR-MO.
           MOVE WS-CURRENT-DAY         TO HDR-DAY.
           IF WS-CURRENT-MONTH EQUAL 1
               COMPUTE WS-REPORT-YEAR = WS-CURRENT-YEAR - 1
               MOVE 12                 TO WS-REPORT-MONTH
           ELSE
               MOVE WS-CURRENT-YEAR    TO WS-REPORT-YEAR
               COMPUTE WS-REPORT-MONTH = WS-CURRENT-MONTH - 1
           END-IF.
           PERFORM 1400-READ-CONTROL-CARD.
           IF WS-REPORT-MONTH LESS THAN 1
               OR WS-REPORT-MONTH GREATER THAN 12
               MOVE 'N'                TO WS-PERIOD-VALID-SW
           END-IF.
           MOVE WS-REPORT-YEAR         TO H2-PERIOD-YR
                                          SR-LINE-PERIOD-YR.
           MOVE WS-REPORT-MONTH        TO H2-PERIOD-MO
                                          SR-LINE-PERIOD-MO.
           IF PERIOD-IS-VALID
               PERFORM 1500-LOAD-REP-TABLE
               PERFORM 1600-LOAD-COMMISSION-HISTORY
               PERFORM 1700-LOAD-PAID-INVOICES
               OPEN INPUT ACCOUNT-MASTER
               IF WS-ACCT-STATUS EQUAL '00'
                   MOVE 'Y'            TO WS-ACCT-AVAILABLE-SW
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       1400-READ-CONTROL-CARD.
      *---------------------------------------------------------------*
           OPEN INPUT CONTROL-CARD.
           IF WS-CTL-STATUS EQUAL '00'
               READ CONTROL-CARD
                   AT END CONTINUE
                   NOT AT END
                       IF CC-COMMISSION-PERIOD NUMERIC
                           AND CC-COMMISSION-PERIOD GREATER THAN ZERO
                           MOVE CC-COMMISSION-PERIOD
                                           TO WS-REPORT-PERIOD
                       END-IF
               END-READ
               CLOSE CONTROL-CARD
           END-IF.
      *---------------------------------------------------------------*
       1500-LOAD-REP-TABLE.
      *---------------------------------------------------------------*
           OPEN INPUT REP-MASTER.
           IF WS-REP-STATUS EQUAL '00'
               PERFORM 1510-STORE-REP-ENTRY
                   UNTIL REP-MASTER-EOF
               CLOSE REP-MASTER
           END-IF.
      *---------------------------------------------------------------*
       1510-STORE-REP-ENTRY.
      *---------------------------------------------------------------*
           READ REP-MASTER
               AT END MOVE 'Y' TO REP-MASTER-EOF-SW
               NOT AT END
                   IF WS-REP-COUNT LESS THAN 500
                       ADD 1           TO WS-REP-COUNT
                       SET REP-IDX     TO WS-REP-COUNT
                       MOVE RM-REP-ID  TO WS-REP-ID (REP-IDX)
                       MOVE RM-REP-NAME TO WS-REP-NAME (REP-IDX)
                       MOVE RM-USED-RATE TO WS-REP-USED-RATE (REP-IDX)
                       MOVE RM-NEW-RATE TO WS-REP-NEW-RATE (REP-IDX)
                       MOVE RM-PREMIUM-RATE
                                       TO WS-REP-PREMIUM-RATE (REP-IDX)
                   END-IF
           END-READ.
      *---------------------------------------------------------------*
       1600-LOAD-COMMISSION-HISTORY.
      *---------------------------------------------------------------*
           OPEN INPUT COMMISSION-HISTORY.
           PERFORM 8400-READ-COMMISSION-HISTORY.
           PERFORM 1610-STORE-HISTORY-ENTRY
               UNTIL COMM-HISTORY-EOF.
           CLOSE COMMISSION-HISTORY.
      *---------------------------------------------------------------*
       1610-STORE-HISTORY-ENTRY.
      *---------------------------------------------------------------*
           MOVE CM-QUOTE-NUM           TO WS-FIND-QUOTE-NUM.
           PERFORM 1620-FIND-HISTORY-ENTRY.
           EVALUATE TRUE
               WHEN CM-CHARGEBACK-ENTRY
                   AND HIST-FOUND
                   MOVE 'Y'            TO WS-HIST-CHARGED-BACK-SW
                                          (HIST-IDX)
               WHEN CM-COMMISSION-ENTRY
                   AND NOT HIST-FOUND
                   AND WS-HIST-COUNT LESS THAN 9999
                   ADD 1               TO WS-HIST-COUNT
                   SET HIST-IDX        TO WS-HIST-COUNT
                   MOVE CM-QUOTE-NUM   TO WS-HIST-QUOTE-NUM (HIST-IDX)
                   MOVE CM-REP-ID      TO WS-HIST-REP-ID (HIST-IDX)
                   MOVE CM-ACCT-NUM    TO WS-HIST-ACCT-NUM (HIST-IDX)
                   MOVE CM-INVOICE-NUM TO WS-HIST-INVOICE-NUM (HIST-IDX)
                   MOVE CM-INVOICE-AMOUNT
                                   TO WS-HIST-INVOICE-AMOUNT (HIST-IDX)
                   MOVE CM-COMMISSION-BASE
                                   TO WS-HIST-COMMISSION-BASE (HIST-IDX)
                   MOVE CM-COMMISSION-AMOUNT
                                   TO WS-HIST-COMMISSION (HIST-IDX)
                   MOVE 'N'        TO WS-HIST-CHARGED-BACK-SW (HIST-IDX)
               WHEN CM-COMMISSION-ENTRY
                   AND NOT HIST-FOUND
                   MOVE 'Y'            TO WS-HIST-FULL-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 8400-READ-COMMISSION-HISTORY.
      *---------------------------------------------------------------*
       1620-FIND-HISTORY-ENTRY.
      *---------------------------------------------------------------*
           MOVE 'N'                    TO WS-HIST-FOUND-SW.
           IF WS-HIST-COUNT GREATER THAN ZERO
               SET HIST-IDX TO 1
               SEARCH WS-HIST-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-HIST-QUOTE-NUM (HIST-IDX)
                       EQUAL WS-FIND-QUOTE-NUM
                       MOVE 'Y'        TO WS-HIST-FOUND-SW
               END-SEARCH
           END-IF.
      *---------------------------------------------------------------*
       1700-LOAD-PAID-INVOICES.
      *---------------------------------------------------------------*
           OPEN INPUT CASH-HISTORY.
           PERFORM 8500-READ-CASH-HISTORY.
           PERFORM 1710-STORE-PAID-INVOICE
               UNTIL CASH-EOF.
           CLOSE CASH-HISTORY.
      *---------------------------------------------------------------*
       1710-STORE-PAID-INVOICE.
      *---------------------------------------------------------------*
           IF CH-ITEM-CLOSED
               AND CH-RECEIPT-DATE(1:6) NOT GREATER THAN
                   WS-REPORT-PERIOD
               IF WS-PAID-COUNT LESS THAN 5000
                   ADD 1               TO WS-PAID-COUNT
                   MOVE CH-INVOICE-NUM TO WS-PAID-INVOICE-NUM
                                          (WS-PAID-COUNT)
               ELSE
                   MOVE 'Y'            TO WS-PAID-FULL-SW
               END-IF
           END-IF.
           PERFORM 8500-READ-CASH-HISTORY.
      *---------------------------------------------------------------*
       1900-PRINT-RUN-REFUSED.
      *---------------------------------------------------------------*
           IF NOT PERIOD-IS-VALID
               MOVE WS-REPORT-PERIOD   TO PE-PERIOD
               MOVE PERIOD-ERROR-LINE  TO NEXT-REPORT-LINE
           ELSE
               MOVE HISTORY-FULL-LINE  TO NEXT-REPORT-LINE
           END-IF.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       2000-SELECT-COMMISSION-LINES.
      *---------------------------------------------------------------*
           PERFORM 2100-LOAD-PAID-QUOTES.
           IF WS-CAND-COUNT GREATER THAN ZERO
               PERFORM 2200-ACCUMULATE-QUOTE-LINES
           END-IF.
           PERFORM 2300-CHECK-REGISTER-STATUS.
           PERFORM 2400-RELEASE-COMMISSION-LINE
               VARYING WS-CAND-SUB FROM 1 BY 1
               UNTIL WS-CAND-SUB GREATER THAN WS-CAND-COUNT.
      *---------------------------------------------------------------*
       2100-LOAD-PAID-QUOTES.
      *---------------------------------------------------------------*
           OPEN INPUT INVOICE-REGISTER.
           PERFORM 8100-READ-INVOICE-REGISTER.
           PERFORM 2110-SELECT-PAID-QUOTE
               UNTIL INVOICE-EOF.
           CLOSE INVOICE-REGISTER.
      *---------------------------------------------------------------*
       2110-SELECT-PAID-QUOTE.
      *---------------------------------------------------------------*
           PERFORM 2120-FIND-PAID-INVOICE.
           IF PAID-FOUND
               MOVE IR-QUOTE-NUM       TO WS-FIND-QUOTE-NUM
               PERFORM 1620-FIND-HISTORY-ENTRY
               IF NOT HIST-FOUND
                   PERFORM 2130-ADD-CANDIDATE-ENTRY
               END-IF
           END-IF.
           PERFORM 8100-READ-INVOICE-REGISTER.
      *---------------------------------------------------------------*
       2120-FIND-PAID-INVOICE.
      *---------------------------------------------------------------*
           MOVE 'N'                    TO WS-PAID-FOUND-SW.
           IF WS-PAID-COUNT GREATER THAN ZERO
               SET PAID-IDX TO 1
               SEARCH WS-PAID-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PAID-INVOICE-NUM (PAID-IDX)
                       EQUAL IR-INVOICE-NUM
                       MOVE 'Y'        TO WS-PAID-FOUND-SW
               END-SEARCH
           END-IF.
      *---------------------------------------------------------------*
       2130-ADD-CANDIDATE-ENTRY.
      *---------------------------------------------------------------*
           IF WS-CAND-COUNT LESS THAN 2000
               ADD 1                   TO WS-CAND-COUNT
               SET CAND-IDX            TO WS-CAND-COUNT
               MOVE IR-QUOTE-NUM       TO WS-CAND-QUOTE-NUM (CAND-IDX)
               MOVE IR-INVOICE-NUM     TO WS-CAND-INVOICE-NUM (CAND-IDX)
               MOVE IR-ACCT-NUM        TO WS-CAND-ACCT-NUM (CAND-IDX)
               MOVE IR-INVOICE-AMOUNT  TO WS-CAND-INVOICE-AMOUNT
                                          (CAND-IDX)
               MOVE SPACE              TO WS-CAND-STATUS (CAND-IDX)
               MOVE 'N'                TO WS-CAND-BAD-QUALITY-SW
                                          (CAND-IDX)
               MOVE ZERO               TO WS-CAND-LINE-COUNT (CAND-IDX)
                                          WS-CAND-USED-BASE (CAND-IDX)
                                          WS-CAND-NEW-BASE (CAND-IDX)
                                          WS-CAND-PREMIUM-BASE
                                          (CAND-IDX)
           ELSE
               MOVE 'Y'                TO WS-CAND-FULL-SW
           END-IF.
      *---------------------------------------------------------------*
       2200-ACCUMULATE-QUOTE-LINES.
      *---------------------------------------------------------------*
           OPEN INPUT QUOTE-LINE-FILE.
           PERFORM 8200-READ-QUOTE-LINE.
           PERFORM 2210-ACCUMULATE-QUOTE-LINE
               UNTIL QUOTE-LINE-EOF.
           CLOSE QUOTE-LINE-FILE.
      *---------------------------------------------------------------*
       2210-ACCUMULATE-QUOTE-LINE.
      *---------------------------------------------------------------*
           MOVE QI-QUOTE-NUM           TO WS-FIND-QUOTE-NUM.
           PERFORM 2220-FIND-CANDIDATE-ENTRY.
           IF CAND-FOUND
               COMPUTE WS-LINE-BASE = QI-COST-USD
                                    + QI-MARKUP-AMOUNT
                                    - QI-DISCOUNT-AMOUNT
               ADD 1               TO WS-CAND-LINE-COUNT (CAND-IDX)
               EVALUATE QI-INSTRUMENT-QUALITY
                   WHEN 'U'
                       ADD WS-LINE-BASE TO WS-CAND-USED-BASE (CAND-IDX)
                   WHEN 'N'
                       ADD WS-LINE-BASE TO WS-CAND-NEW-BASE (CAND-IDX)
                   WHEN 'P'
                       ADD WS-LINE-BASE TO WS-CAND-PREMIUM-BASE
                                           (CAND-IDX)
                   WHEN OTHER
                       MOVE 'Y'    TO WS-CAND-BAD-QUALITY-SW (CAND-IDX)
               END-EVALUATE
           END-IF.
           PERFORM 8200-READ-QUOTE-LINE.
      *---------------------------------------------------------------*
       2220-FIND-CANDIDATE-ENTRY.
      *---------------------------------------------------------------*
           MOVE 'N'                    TO WS-CAND-FOUND-SW.
           IF WS-CAND-COUNT GREATER THAN ZERO
               SET CAND-IDX TO 1
               SEARCH WS-CAND-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CAND-QUOTE-NUM (CAND-IDX)
                       EQUAL WS-FIND-QUOTE-NUM
                       MOVE 'Y'        TO WS-CAND-FOUND-SW
               END-SEARCH
           END-IF.
      *---------------------------------------------------------------*
       2300-CHECK-REGISTER-STATUS.
      *---------------------------------------------------------------*
           OPEN INPUT QUOTE-REGISTER.
           PERFORM 8300-READ-QUOTE-REGISTER.
           PERFORM 2310-CHECK-QUOTE-STATUS
               UNTIL REGISTER-EOF.
           CLOSE QUOTE-REGISTER.
      *---------------------------------------------------------------*
       2310-CHECK-QUOTE-STATUS.
      *---------------------------------------------------------------*
           MOVE QR-QUOTE-NUM           TO WS-FIND-QUOTE-NUM.
           PERFORM 2220-FIND-CANDIDATE-ENTRY.
           IF CAND-FOUND
               MOVE QR-STATUS          TO WS-CAND-STATUS (CAND-IDX)
           END-IF.
           IF (QR-QUOTE-DECLINED OR QR-QUOTE-REVERSED)
               AND QR-STATUS-DATE(1:6) NOT GREATER THAN
                   WS-REPORT-PERIOD
               PERFORM 1620-FIND-HISTORY-ENTRY
               IF HIST-FOUND
                   AND NOT HIST-CHARGED-BACK (HIST-IDX)
                   PERFORM 2320-RELEASE-CHARGEBACK-LINE
               END-IF
           END-IF.
           PERFORM 8300-READ-QUOTE-REGISTER.
      *---------------------------------------------------------------*
       2320-RELEASE-CHARGEBACK-LINE.
      *---------------------------------------------------------------*
           MOVE SPACE                  TO SRT-COMM-REC.
           MOVE WS-HIST-REP-ID (HIST-IDX)      TO SRT-REP-ID.
           MOVE WS-HIST-QUOTE-NUM (HIST-IDX)   TO SRT-QUOTE-NUM.
           MOVE 'B'                            TO SRT-ENTRY-TYPE.
           MOVE WS-HIST-ACCT-NUM (HIST-IDX)    TO SRT-ACCT-NUM.
           MOVE WS-HIST-INVOICE-NUM (HIST-IDX) TO SRT-INVOICE-NUM.
           MOVE WS-HIST-INVOICE-AMOUNT (HIST-IDX)
                                               TO SRT-INVOICE-AMOUNT.
           MOVE WS-HIST-COMMISSION-BASE (HIST-IDX)
                                               TO SRT-COMMISSION-BASE.
           COMPUTE SRT-COMMISSION-AMOUNT =
               ZERO - WS-HIST-COMMISSION (HIST-IDX).
           MOVE QR-STATUS                      TO SRT-QUOTE-STATUS.
           RELEASE SRT-COMM-REC.
           MOVE 'Y'                TO WS-HIST-CHARGED-BACK-SW
                                      (HIST-IDX).
      *---------------------------------------------------------------*
       2400-RELEASE-COMMISSION-LINE.
      *---------------------------------------------------------------*
           SET CAND-IDX                TO WS-CAND-SUB.
           IF WS-CAND-STATUS (CAND-IDX) EQUAL SPACE
               OR WS-CAND-STATUS (CAND-IDX) EQUAL 'A'
               PERFORM 2410-FIND-ACCOUNT-REP
               EVALUATE TRUE
                   WHEN WS-CAND-STATUS (CAND-IDX) EQUAL SPACE
                       MOVE 'QUOTE NOT ON REGISTER FAVQREG'
                                           TO WS-EXC-REASON
                       PERFORM 2900-ADD-EXCEPTION-ENTRY
                   WHEN WS-CAND-LINE-COUNT (CAND-IDX) EQUAL ZERO
                       MOVE 'NO QUOTE LINES ON FAVQLIN'
                                           TO WS-EXC-REASON
                       PERFORM 2900-ADD-EXCEPTION-ENTRY
                   WHEN CAND-BAD-QUALITY (CAND-IDX)
                       MOVE 'QUOTE LINE QUALITY NOT U, N, OR P'
                                           TO WS-EXC-REASON
                       PERFORM 2900-ADD-EXCEPTION-ENTRY
                   WHEN NOT ACCT-FOUND
                       MOVE 'ACCOUNT NOT ON ACCOUNT MASTER'
                                           TO WS-EXC-REASON
                       PERFORM 2900-ADD-EXCEPTION-ENTRY
                   WHEN AC-REP-ID EQUAL SPACE
                       MOVE 'NO SALES REP ASSIGNED TO ACCOUNT'
                                           TO WS-EXC-REASON
                       PERFORM 2900-ADD-EXCEPTION-ENTRY
                   WHEN NOT REP-FOUND
                       MOVE 'SALES REP NOT ON REP MASTER'
                                           TO WS-EXC-REASON
                       PERFORM 2900-ADD-EXCEPTION-ENTRY
                   WHEN OTHER
                       PERFORM 2420-RELEASE-COMMISSION
               END-EVALUATE
           END-IF.
      *---------------------------------------------------------------*
       2410-FIND-ACCOUNT-REP.
      *---------------------------------------------------------------*
           MOVE 'N'                    TO WS-ACCT-FOUND-SW
                                          WS-REP-FOUND-SW.
           MOVE SPACE                  TO AC-REP-ID.
           IF ACCT-MASTER-AVAILABLE
               MOVE WS-CAND-ACCT-NUM (CAND-IDX) TO AC-ACCT-NUM
               READ ACCOUNT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y'        TO WS-ACCT-FOUND-SW
               END-READ
           END-IF.
           IF ACCT-FOUND
               AND AC-REP-ID NOT EQUAL SPACE
               MOVE AC-REP-ID          TO WS-FIND-REP-ID
               PERFORM 2430-FIND-REP-ENTRY
           END-IF.
      *---------------------------------------------------------------*
       2420-RELEASE-COMMISSION.
      *---------------------------------------------------------------*
           COMPUTE WS-COMMISSION-BASE =
                 WS-CAND-USED-BASE (CAND-IDX)
               + WS-CAND-NEW-BASE (CAND-IDX)
               + WS-CAND-PREMIUM-BASE (CAND-IDX).
           COMPUTE WS-COMMISSION-AMOUNT ROUNDED =
                 WS-CAND-USED-BASE (CAND-IDX)
                     * WS-REP-USED-RATE (REP-IDX)
               + WS-CAND-NEW-BASE (CAND-IDX)
                     * WS-REP-NEW-RATE (REP-IDX)
               + WS-CAND-PREMIUM-BASE (CAND-IDX)
                     * WS-REP-PREMIUM-RATE (REP-IDX).
           MOVE SPACE                  TO SRT-COMM-REC.
           MOVE AC-REP-ID              TO SRT-REP-ID.
           MOVE WS-CAND-QUOTE-NUM (CAND-IDX)   TO SRT-QUOTE-NUM.
           MOVE 'C'                            TO SRT-ENTRY-TYPE.
           MOVE WS-CAND-ACCT-NUM (CAND-IDX)    TO SRT-ACCT-NUM.
           MOVE WS-CAND-INVOICE-NUM (CAND-IDX) TO SRT-INVOICE-NUM.
           MOVE WS-CAND-INVOICE-AMOUNT (CAND-IDX)
                                               TO SRT-INVOICE-AMOUNT.
           MOVE WS-COMMISSION-BASE             TO SRT-COMMISSION-BASE.
           MOVE WS-COMMISSION-AMOUNT           TO SRT-COMMISSION-AMOUNT.
           MOVE WS-CAND-STATUS (CAND-IDX)      TO SRT-QUOTE-STATUS.
           RELEASE SRT-COMM-REC.
      *---------------------------------------------------------------*
       2430-FIND-REP-ENTRY.
      *---------------------------------------------------------------*
           MOVE 'N'                    TO WS-REP-FOUND-SW.
           IF WS-REP-COUNT GREATER THAN ZERO
               SET REP-IDX TO 1
               SEARCH WS-REP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-REP-ID (REP-IDX) EQUAL WS-FIND-REP-ID
                       MOVE 'Y'        TO WS-REP-FOUND-SW
               END-SEARCH
           END-IF.
      *---------------------------------------------------------------*
       2900-ADD-EXCEPTION-ENTRY.
      *---------------------------------------------------------------*
           ADD 1                       TO WS-EXCEPTION-COUNT.
           IF WS-EXC-LISTED LESS THAN 500
               ADD 1                   TO WS-EXC-LISTED
               MOVE WS-CAND-QUOTE-NUM (CAND-IDX)
                                   TO WS-EXC-QUOTE-NUM (WS-EXC-LISTED)
               MOVE WS-CAND-ACCT-NUM (CAND-IDX)
                                   TO WS-EXC-ACCT-NUM (WS-EXC-LISTED)
               MOVE WS-CAND-INVOICE-NUM (CAND-IDX)
                                   TO WS-EXC-INVOICE-NUM (WS-EXC-LISTED)
               MOVE WS-CAND-INVOICE-AMOUNT (CAND-IDX)
                                TO WS-EXC-INVOICE-AMOUNT (WS-EXC-LISTED)
               MOVE WS-EXC-REASON
                                TO WS-EXC-ENTRY-REASON (WS-EXC-LISTED)
           END-IF.
      *---------------------------------------------------------------*
       3000-PRINT-REP-STATEMENTS.
      *---------------------------------------------------------------*
           OPEN EXTEND COMMISSION-HISTORY.
           PERFORM 8600-RETURN-SORTED-LINE.
           PERFORM 3100-PRINT-STATEMENT-LINE
               UNTIL SORT-EOF.
           IF WS-STATEMENT-COUNT GREATER THAN ZERO
               PERFORM 3300-PRINT-STATEMENT-TOTALS
           END-IF.
           CLOSE COMMISSION-HISTORY.
      *---------------------------------------------------------------*
       3100-PRINT-STATEMENT-LINE.
      *---------------------------------------------------------------*
           IF SRT-REP-ID NOT EQUAL WS-PREV-REP-ID
               IF WS-STATEMENT-COUNT GREATER THAN ZERO
                   PERFORM 3300-PRINT-STATEMENT-TOTALS
               END-IF
               PERFORM 3200-START-STATEMENT
           END-IF.
           MOVE SRT-QUOTE-NUM          TO SL-QUOTE-NUM.
           MOVE SRT-ACCT-NUM           TO SL-ACCT-NUM.
           MOVE SRT-INVOICE-NUM        TO SL-INVOICE-NUM.
           MOVE SRT-INVOICE-AMOUNT     TO SL-INVOICE-AMOUNT.
           MOVE SRT-COMMISSION-BASE    TO SL-COMMISSION-BASE.
           MOVE SRT-COMMISSION-AMOUNT  TO SL-COMMISSION.
           IF SRT-CHARGEBACK
               MOVE 'CHARGEBACK'       TO SL-ENTRY-TYPE
               IF SRT-QUOTE-STATUS EQUAL 'R'
                   MOVE 'QUOTE REVERSED AFTER PAYMENT' TO SL-NOTE
               ELSE
                   MOVE 'QUOTE DECLINED AFTER PAYMENT' TO SL-NOTE
               END-IF
               ADD SRT-COMMISSION-AMOUNT TO WS-REP-CHARGEBACKS
               ADD 1                   TO WS-CHARGEBACK-COUNT
           ELSE
               MOVE 'COMMISSION'       TO SL-ENTRY-TYPE
               MOVE SPACE              TO SL-NOTE
               ADD SRT-COMMISSION-AMOUNT TO WS-REP-EARNED
               ADD 1                   TO WS-COMMISSION-COUNT
           END-IF.
           MOVE STATEMENT-DETAIL-LINE  TO NEXT-REPORT-LINE.
           PERFORM 9010-PRINT-STATEMENT-LINE.
           PERFORM 3400-WRITE-HISTORY-RECORD.
           PERFORM 8600-RETURN-SORTED-LINE.
      *---------------------------------------------------------------*
       3200-START-STATEMENT.
      *---------------------------------------------------------------*
           ADD 1                       TO WS-STATEMENT-COUNT.
           MOVE SRT-REP-ID             TO WS-PREV-REP-ID
                                          WS-FIND-REP-ID.
           MOVE ZERO                   TO WS-REP-EARNED
                                          WS-REP-CHARGEBACKS.
           PERFORM 2430-FIND-REP-ENTRY.
           MOVE SRT-REP-ID             TO SR-LINE-REP-ID.
           IF REP-FOUND
               MOVE WS-REP-NAME (REP-IDX) TO SR-LINE-REP-NAME
               COMPUTE SR-LINE-USED-RATE =
                   WS-REP-USED-RATE (REP-IDX) * 100
               COMPUTE SR-LINE-NEW-RATE =
                   WS-REP-NEW-RATE (REP-IDX) * 100
               COMPUTE SR-LINE-PREMIUM-RATE =
                   WS-REP-PREMIUM-RATE (REP-IDX) * 100
           ELSE
               MOVE '** NOT ON REP MASTER **' TO SR-LINE-REP-NAME
               MOVE ZERO               TO SR-LINE-USED-RATE
                                          SR-LINE-NEW-RATE
                                          SR-LINE-PREMIUM-RATE
           END-IF.
           PERFORM 3210-PRINT-STATEMENT-HEADINGS.
      *---------------------------------------------------------------*
       3210-PRINT-STATEMENT-HEADINGS.
      *---------------------------------------------------------------*
           MOVE STATEMENT-TITLE-LINE   TO PRINT-LINE.
           PERFORM 9110-WRITE-TOP-OF-PAGE.
           MOVE 1                      TO LINE-COUNT.
           MOVE 2                      TO LINE-SPACEING.
           MOVE STATEMENT-REP-LINE     TO PRINT-LINE.
           PERFORM 9120-WRITE-PRINT-LINE.
           MOVE STATEMENT-RATE-LINE    TO PRINT-LINE.
           PERFORM 9120-WRITE-PRINT-LINE.
           MOVE 2                      TO LINE-SPACEING.
           MOVE STATEMENT-COLUMN-LINE  TO PRINT-LINE.
           PERFORM 9120-WRITE-PRINT-LINE.
           MOVE STATEMENT-RULE-LINE    TO PRINT-LINE.
           PERFORM 9120-WRITE-PRINT-LINE.
      *---------------------------------------------------------------*
       3300-PRINT-STATEMENT-TOTALS.
      *---------------------------------------------------------------*
           COMPUTE WS-REP-NET = WS-REP-EARNED + WS-REP-CHARGEBACKS.
           MOVE STATEMENT-RULE-LINE    TO NEXT-REPORT-LINE.
           PERFORM 9010-PRINT-STATEMENT-LINE.
           MOVE 'COMMISSION EARNED'    TO ST-TOTAL-LABEL.
           MOVE WS-REP-EARNED          TO ST-TOTAL-AMOUNT.
           MOVE STATEMENT-TOTAL-LINE   TO NEXT-REPORT-LINE.
           PERFORM 9010-PRINT-STATEMENT-LINE.
           MOVE 'LESS CHARGEBACKS'     TO ST-TOTAL-LABEL.
           MOVE WS-REP-CHARGEBACKS     TO ST-TOTAL-AMOUNT.
           MOVE STATEMENT-TOTAL-LINE   TO NEXT-REPORT-LINE.
           PERFORM 9010-PRINT-STATEMENT-LINE.
           MOVE 'NET COMMISSION DUE'   TO ST-TOTAL-LABEL.
           MOVE WS-REP-NET             TO ST-TOTAL-AMOUNT.
           MOVE STATEMENT-TOTAL-LINE   TO NEXT-REPORT-LINE.
           MOVE 2                      TO LINE-SPACEING.
           PERFORM 9010-PRINT-STATEMENT-LINE.
           ADD WS-REP-EARNED           TO WS-TOT-EARNED.
           ADD WS-REP-CHARGEBACKS      TO WS-TOT-CHARGEBACKS.
           ADD WS-REP-NET              TO WS-TOT-NET.
      *---------------------------------------------------------------*
       3400-WRITE-HISTORY-RECORD.
      *---------------------------------------------------------------*
           MOVE SPACE                  TO COMMISSION-HISTORY-REC.
           MOVE SRT-QUOTE-NUM          TO CM-QUOTE-NUM.
           MOVE SRT-REP-ID             TO CM-REP-ID.
           MOVE SRT-ACCT-NUM           TO CM-ACCT-NUM.
           MOVE SRT-INVOICE-NUM        TO CM-INVOICE-NUM.
           MOVE SRT-ENTRY-TYPE         TO CM-ENTRY-TYPE.
           MOVE WS-REPORT-PERIOD       TO CM-PERIOD.
           MOVE WS-CURRENT-DATE        TO CM-RUN-DATE.
           MOVE SRT-INVOICE-AMOUNT     TO CM-INVOICE-AMOUNT.
           MOVE SRT-COMMISSION-BASE    TO CM-COMMISSION-BASE.
           IF SRT-CHARGEBACK
               COMPUTE CM-COMMISSION-AMOUNT =
                   ZERO - SRT-COMMISSION-AMOUNT
           ELSE
               MOVE SRT-COMMISSION-AMOUNT TO CM-COMMISSION-AMOUNT
           END-IF.
           WRITE COMMISSION-HISTORY-REC.
      *---------------------------------------------------------------*
       3500-PRINT-EXCEPTION-PAGE.
      *---------------------------------------------------------------*
           MOVE 999                    TO LINE-COUNT.
           IF WS-EXCEPTION-COUNT EQUAL ZERO
               MOVE NO-EXCEPTIONS-LINE TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
           ELSE
               PERFORM 3510-PRINT-EXCEPTION-LINE
                   VARYING WS-EXC-SUB FROM 1 BY 1
                   UNTIL WS-EXC-SUB GREATER THAN WS-EXC-LISTED
           END-IF.
           IF PAID-TABLE-FULL
               MOVE '** PAID INVOICE'  TO TF-TABLE-NAME
               MOVE TABLE-FULL-LINE    TO NEXT-REPORT-LINE
               MOVE 2                  TO LINE-SPACEING
               PERFORM 9000-PRINT-REPORT-LINE
           END-IF.
           IF CANDIDATE-TABLE-FULL
               MOVE '** PAID QUOTE'    TO TF-TABLE-NAME
               MOVE TABLE-FULL-LINE    TO NEXT-REPORT-LINE
               MOVE 2                  TO LINE-SPACEING
               PERFORM 9000-PRINT-REPORT-LINE
           END-IF.
      *---------------------------------------------------------------*
       3510-PRINT-EXCEPTION-LINE.
      *---------------------------------------------------------------*
           MOVE WS-EXC-QUOTE-NUM (WS-EXC-SUB)  TO EL-QUOTE-NUM.
           MOVE WS-EXC-ACCT-NUM (WS-EXC-SUB)   TO EL-ACCT-NUM.
           MOVE WS-EXC-INVOICE-NUM (WS-EXC-SUB) TO EL-INVOICE-NUM.
           MOVE WS-EXC-INVOICE-AMOUNT (WS-EXC-SUB)
                                               TO EL-INVOICE-AMOUNT.
           MOVE WS-EXC-ENTRY-REASON (WS-EXC-SUB) TO EL-REASON.
           MOVE EXCEPTION-LINE                 TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       3700-PRINT-TRAILER-LINES.
      *---------------------------------------------------------------*
           IF WS-STATEMENT-COUNT EQUAL ZERO
               MOVE NO-ACTIVITY-LINE   TO NEXT-REPORT-LINE
               MOVE 2                  TO LINE-SPACEING
               PERFORM 9000-PRINT-REPORT-LINE
           END-IF.
           MOVE WS-STATEMENT-COUNT     TO TL1-STATEMENT-COUNT.
           MOVE WS-COMMISSION-COUNT    TO TL1-COMMISSION-COUNT.
           MOVE WS-CHARGEBACK-COUNT    TO TL1-CHARGEBACK-COUNT.
           MOVE WS-EXCEPTION-COUNT     TO TL1-EXCEPTION-COUNT.
           MOVE TRAILER-1              TO NEXT-REPORT-LINE.
           MOVE 2                      TO LINE-SPACEING.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'TOTAL COMMISSION EARNED' TO ST-TOTAL-LABEL.
           MOVE WS-TOT-EARNED          TO ST-TOTAL-AMOUNT.
           MOVE STATEMENT-TOTAL-LINE   TO NEXT-REPORT-LINE.
           MOVE 2                      TO LINE-SPACEING.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'TOTAL CHARGEBACKS'    TO ST-TOTAL-LABEL.
           MOVE WS-TOT-CHARGEBACKS     TO ST-TOTAL-AMOUNT.
           MOVE STATEMENT-TOTAL-LINE   TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 'TOTAL NET COMMISSION' TO ST-TOTAL-LABEL.
           MOVE WS-TOT-NET             TO ST-TOTAL-AMOUNT.
           MOVE STATEMENT-TOTAL-LINE   TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       4000-CLOSING.
      *---------------------------------------------------------------*
           IF ACCT-MASTER-AVAILABLE
               CLOSE ACCOUNT-MASTER
           END-IF.
           CLOSE   COMMISSION-RPT.
      *---------------------------------------------------------------*
       8100-READ-INVOICE-REGISTER.
      *---------------------------------------------------------------*
           READ INVOICE-REGISTER
               AT END MOVE 'Y' TO INVOICE-EOF-SW
           END-READ.
      *---------------------------------------------------------------*
       8200-READ-QUOTE-LINE.
      *---------------------------------------------------------------*
           READ QUOTE-LINE-FILE
               AT END MOVE 'Y' TO QUOTE-LINE-EOF-SW
           END-READ.
      *---------------------------------------------------------------*
       8300-READ-QUOTE-REGISTER.
      *---------------------------------------------------------------*
           READ QUOTE-REGISTER
               AT END MOVE 'Y' TO REGISTER-EOF-SW
           END-READ.
      *---------------------------------------------------------------*
       8400-READ-COMMISSION-HISTORY.
      *---------------------------------------------------------------*
           READ COMMISSION-HISTORY
               AT END MOVE 'Y' TO COMM-HISTORY-EOF-SW
           END-READ.
      *---------------------------------------------------------------*
       8500-READ-CASH-HISTORY.
      *---------------------------------------------------------------*
           READ CASH-HISTORY
               AT END MOVE 'Y' TO CASH-EOF-SW
           END-READ.
      *---------------------------------------------------------------*
       8600-RETURN-SORTED-LINE.
      *---------------------------------------------------------------*
           RETURN SORT-COMM-WORK
               AT END MOVE 'Y' TO SORT-EOF-SW
           END-RETURN.
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
           IF LINE-COUNT GREATER THAN LINES-ON-PAGE
               PERFORM 3210-PRINT-STATEMENT-HEADINGS.
           MOVE NEXT-REPORT-LINE TO PRINT-LINE.
           PERFORM 9120-WRITE-PRINT-LINE.
      *---------------------------------------------------------------*
       9100-PRINT-HEADING-LINES.
      *---------------------------------------------------------------*
           MOVE PAGE-COUNT           TO H1-PAGE-NUM.
           MOVE HEADING-LINE-1       TO PRINT-LINE.
           PERFORM 9110-WRITE-TOP-OF-PAGE.
           MOVE 2                    TO LINE-SPACEING.
           MOVE HEADING-LINE-2       TO PRINT-LINE.
           PERFORM 9120-WRITE-PRINT-LINE.
           MOVE 2                    TO LINE-SPACEING.
           MOVE HEADING-LINE-3       TO PRINT-LINE.
           PERFORM 9120-WRITE-PRINT-LINE.
           MOVE 1                    TO LINE-SPACEING.
           MOVE HEADING-LINE-4       TO PRINT-LINE.
           PERFORM 9120-WRITE-PRINT-LINE.
           ADD  1                    TO PAGE-COUNT.
           MOVE 1                    TO LINE-SPACEING.
           MOVE 6                    TO LINE-COUNT.
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
