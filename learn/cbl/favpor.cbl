       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAVPOR.
       AUTHOR. ED ACKERMAN.
       DATE-WRITTEN. 10/15/2026
       DATE-COMPILED.
       INSTALLATION. MORONS, LOSERS, AND BIMBOS.
      *---------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   10/15/26  EA  INITIAL VERSION - NIGHTLY PURCHASE-ORDER RUN.
      *                 EVERY QUOTE ON THE REGISTER (FAVQREG) THAT
      *                 FAVQAC HAS ACCEPTED AND THAT HAS NOT YET BEEN
      *                 ORDERED IS MATCHED TO ITS LINES ON FAVQLIN, AND
      *                 EACH LINE'S INSTRUMENT TYPE AND QUALITY IS
      *                 LOOKED UP ON THE SUPPLIER MASTER (SUPMST,
      *                 MAINTAINED BY FAVSPM) TO FIND THE VENDOR. THE
      *                 SOURCED LINES ARE SORTED BY VENDOR AND EACH
      *                 VENDOR GETS ONE NUMBERED PURCHASE ORDER (THE
      *                 LAST NUMBER IS CARRIED IN FAVPGEN THE WAY
      *                 FAVINV CARRIES INVOICE NUMBERS IN FAVIGEN)
      *                 LISTING EVERY INSTRUMENT WITH ITS QUOTE AND
      *                 ACCOUNT, THE UNIT COST IN THE VENDOR'S
      *                 CURRENCY, THE USD COST, AND THE DATE IT IS DUE
      *                 IN (ORDER DATE PLUS THE VENDOR'S LEAD TIME).
      *                 ONE RECORD PER PO LINE IS APPENDED TO THE OPEN
      *                 PO FILE (FAVPOL), WHICH FAVRCV CLOSES AS GOODS
      *                 ARRIVE AND FAVPOO REPORTS FROM. THE QUOTE IS
      *                 WRITTEN TO THE NEW REGISTER (FAVQREGO, SWAPPED
      *                 IN BY THE JCL THE SAME WAY FAVINV'S IS) MARKED
      *                 ORDERED, SO NO QUOTE IS PURCHASED TWICE. A
      *                 QUOTE IS ORDERED WHOLE OR NOT AT ALL: ONE WHOSE
      *                 LINES ARE MISSING FROM FAVQLIN, DISAGREE WITH
      *                 THE REGISTER LINE COUNT, OR INCLUDE AN
      *                 INSTRUMENT NO SUPPLIER CARRIES IS LISTED ON AN
      *                 EXCEPTION PAGE, LEFT UNORDERED FOR THE NEXT
      *                 NIGHT, AND ENDS THE RUN WITH RETURN-CODE 8.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3081.
       OBJECT-COMPUTER. IBM-3081.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-REGISTER ASSIGN TO FAVQREG.
           SELECT SORT-REF-WORK ASSIGN TO SORTWK01.
           SELECT OLD-REGISTER-SORTED ASSIGN TO QREGSORT.
           SELECT OPTIONAL QUOTE-LINE-FILE ASSIGN TO FAVQLIN.
           SELECT SORT-LINE-WORK ASSIGN TO SORTWK02.
           SELECT QUOTE-LINE-SORTED ASSIGN TO QLINSORT.
           SELECT SORT-PO-WORK ASSIGN TO SORTWK03.
           SELECT NEW-REGISTER ASSIGN TO FAVQREGO.
           SELECT SUPPLIER-MASTER ASSIGN TO SUPMST
               FILE STATUS IS WS-SUPP-STATUS.
           SELECT OPTIONAL PO-LINE-FILE ASSIGN TO FAVPOL.
           SELECT PO-NUM-FILE ASSIGN TO FAVPGEN
               FILE STATUS IS WS-PNUM-STATUS.
           SELECT PURCHASE-DOC ASSIGN TO PRTLINE.
      *---------------------------------------------------------------*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  OLD-REGISTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OLD-REGISTER-REC.
      *---------------------------------------------------------------*
       01  OLD-REGISTER-REC.
           05  OQ-QUOTE-NUM                PIC 9(06).
           05  FILLER                      PIC X(74).
      *---------------------------------------------------------------*
       SD  SORT-REF-WORK
           DATA RECORD IS SRT-REF-REC.
      *---------------------------------------------------------------*
       01  SRT-REF-REC.
           05  SRT-REF-QUOTE-NUM           PIC X(06).
           05  SRT-REF-ACCT-NUM            PIC X(08).
           05  FILLER                      PIC X(66).
      *---------------------------------------------------------------*
       FD  OLD-REGISTER-SORTED
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SORTED-REGISTER-REC.
      *---------------------------------------------------------------*
       01  SORTED-REGISTER-REC.
           05  SG-QUOTE-NUM                PIC 9(06).
           05  SG-ACCT-NUM                 PIC X(08).
           05  SG-GENRE                    PIC X(06).
           05  SG-LINE-COUNT               PIC 9(03).
           05  SG-ACCT-TOTAL               PIC 9(09)V99.
           05  SG-QUOTE-DATE               PIC X(08).
           05  SG-EXPIRY-DATE              PIC X(08).
           05  SG-STATUS                   PIC X(01).
               88  SG-QUOTE-ACCEPTED            VALUE 'A'.
           05  SG-STATUS-DATE              PIC X(08).
           05  SG-BILLED-FLAG              PIC X(01).
           05  SG-INVOICE-NUM              PIC 9(06).
           05  SG-BILLED-DATE              PIC X(08).
           05  SG-ORDERED-FLAG             PIC X(01).
               88  SG-QUOTE-ORDERED             VALUE 'Y'.
           05  FILLER                      PIC X(05).
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
           05  FILLER                      PIC X(144).
      *---------------------------------------------------------------*
       SD  SORT-LINE-WORK
           DATA RECORD IS SRT-LINE-REC.
      *---------------------------------------------------------------*
       01  SRT-LINE-REC.
           05  SRT-LINE-QUOTE-NUM          PIC X(06).
           05  SRT-LINE-ACCT-NUM           PIC X(08).
           05  SRT-LINE-NUM                PIC X(03).
           05  FILLER                      PIC X(133).
      *---------------------------------------------------------------*
       FD  QUOTE-LINE-SORTED
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SORTED-LINE-REC.
      *---------------------------------------------------------------*
       01  SORTED-LINE-REC.
           05  SL-QUOTE-NUM                PIC 9(06).
           05  SL-ACCT-NUM                 PIC X(08).
           05  SL-LINE-NUM                 PIC 9(03).
           05  SL-MUSICIAN-NAME            PIC X(30).
           05  SL-INSTRUMENT-TYPE          PIC X(10).
           05  SL-INSTRUMENT-QUALITY       PIC X(01).
           05  SL-SHIP-TO-FLAG             PIC X(03).
           05  SL-MASTER-COST              PIC 9(07)V99.
           05  SL-COST-USD                 PIC 9(07)V99.
           05  SL-SHIP-USD                 PIC 9(05)V99.
           05  SL-TAX-USD                  PIC 9(05)V99.
           05  SL-MARKUP-AMOUNT            PIC 9(07)V99.
           05  SL-DISCOUNT-AMOUNT          PIC 9(07)V99.
           05  SL-LINE-TOTAL               PIC 9(07)V99.
           05  SL-QUOTE-DATE               PIC X(08).
           05  FILLER                      PIC X(22).
      *---------------------------------------------------------------*
       SD  SORT-PO-WORK
           DATA RECORD IS SRT-PO-REC.
      *---------------------------------------------------------------*
       01  SRT-PO-REC.
           05  SRT-VENDOR-NUM              PIC X(06).
           05  SRT-QUOTE-NUM               PIC 9(06).
           05  SRT-QUOTE-LINE-NUM          PIC 9(03).
           05  SRT-ACCT-NUM                PIC X(08).
           05  SRT-MUSICIAN-NAME           PIC X(30).
           05  SRT-INSTRUMENT-TYPE         PIC X(10).
           05  SRT-INSTRUMENT-QUALITY      PIC X(01).
           05  SRT-VENDOR-NAME             PIC X(30).
           05  SRT-CURRENCY                PIC X(03).
           05  SRT-SHIP-FROM-FLAG          PIC X(03).
           05  SRT-LEAD-TIME-DAYS          PIC 9(03).
           05  SRT-UNIT-COST               PIC 9(07)V99.
           05  SRT-COST-USD                PIC 9(07)V99.
      *---------------------------------------------------------------*
       FD  NEW-REGISTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS NEW-REGISTER-REC.
      *---------------------------------------------------------------*
       01  NEW-REGISTER-REC.
           05  NQ-QUOTE-NUM                PIC 9(06).
           05  NQ-ACCT-NUM                 PIC X(08).
           05  NQ-GENRE                    PIC X(06).
           05  NQ-LINE-COUNT               PIC 9(03).
           05  NQ-ACCT-TOTAL               PIC 9(09)V99.
           05  NQ-QUOTE-DATE               PIC X(08).
           05  NQ-EXPIRY-DATE              PIC X(08).
           05  NQ-STATUS                   PIC X(01).
           05  NQ-STATUS-DATE              PIC X(08).
           05  NQ-BILLED-FLAG              PIC X(01).
           05  NQ-INVOICE-NUM              PIC 9(06).
           05  NQ-BILLED-DATE              PIC X(08).
           05  NQ-ORDERED-FLAG             PIC X(01).
           05  FILLER                      PIC X(05).
      *---------------------------------------------------------------*
       FD  SUPPLIER-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPPLIER-REC.
      *---------------------------------------------------------------*
       01  SUPPLIER-REC.
           05  SM-SUPPLIER-KEY.
               10  SM-INSTRUMENT-TYPE      PIC X(10).
               10  SM-INSTRUMENT-QUALITY   PIC X(01).
           05  SM-VENDOR-NUM               PIC X(06).
           05  SM-VENDOR-NAME              PIC X(30).
           05  SM-LEAD-TIME-DAYS           PIC 9(03).
           05  SM-CURRENCY                 PIC X(03).
           05  SM-SHIP-FROM-FLAG           PIC X(03).
           05  FILLER                      PIC X(24).
      *---------------------------------------------------------------*
       FD  PO-LINE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PO-LINE-REC.
      *---------------------------------------------------------------*
       01  PO-LINE-REC.
           05  PL-PO-NUM                   PIC 9(06).
           05  PL-PO-LINE-NUM              PIC 9(03).
           05  PL-VENDOR-NUM               PIC X(06).
           05  PL-QUOTE-NUM                PIC 9(06).
           05  PL-QUOTE-LINE-NUM           PIC 9(03).
           05  PL-ACCT-NUM                 PIC X(08).
           05  PL-MUSICIAN-NAME            PIC X(30).
           05  PL-INSTRUMENT-TYPE          PIC X(10).
           05  PL-INSTRUMENT-QUALITY       PIC X(01).
           05  PL-CURRENCY                 PIC X(03).
           05  PL-UNIT-COST                PIC 9(07)V99.
           05  PL-COST-USD                 PIC 9(07)V99.
           05  PL-ORDER-DATE               PIC X(08).
           05  PL-DUE-DATE                 PIC X(08).
           05  PL-LINE-STATUS              PIC X(01).
           05  PL-RECEIVED-DATE            PIC X(08).
           05  FILLER                      PIC X(01).
      *---------------------------------------------------------------*
       FD  PO-NUM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PO-NUM-REC.
      *---------------------------------------------------------------*
       01  PO-NUM-REC.
           05  PN-LAST-PO-NUM              PIC 9(06).
           05  PN-LAST-RUN-DATE            PIC X(08).
           05  FILLER                      PIC X(66).
      *---------------------------------------------------------------*
       FD  PURCHASE-DOC
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
           05  PO-TITLE-LINE.
               10  FILLER      PIC X(44) VALUE SPACE.
               10  FILLER      PIC X(43) VALUE
                   'MORONS, LOSERS, AND BIMBOS - PURCHASE ORDER'.
               10  FILLER      PIC X(45) VALUE SPACE.
      *---------------------------------------------------------------*
           05  PO-VENDOR-LINE.
               10  FILLER          PIC X(10) VALUE 'PO NUMBER:'.
               10  FILLER          PIC X(01) VALUE SPACE.
               10  PV-PO-NUM       PIC ZZZZZ9.
               10  FILLER          PIC X(04) VALUE SPACE.
               10  FILLER          PIC X(08) VALUE 'VENDOR: '.
               10  PV-VENDOR-NUM   PIC X(06).
               10  FILLER          PIC X(02) VALUE SPACE.
               10  PV-VENDOR-NAME  PIC X(30).
               10  FILLER          PIC X(65) VALUE SPACE.
      *---------------------------------------------------------------*
           05  PO-DATE-LINE.
               10  FILLER          PIC X(12) VALUE 'ORDER DATE: '.
               10  PD-ORDER-MO     PIC X(02).
               10  FILLER          PIC X(01) VALUE '/'.
               10  PD-ORDER-DAY    PIC X(02).
               10  FILLER          PIC X(01) VALUE '/'.
               10  PD-ORDER-YR     PIC X(04).
               10  FILLER          PIC X(04) VALUE SPACE.
               10  FILLER          PIC X(10) VALUE 'CURRENCY: '.
               10  PD-CURRENCY     PIC X(03).
               10  FILLER          PIC X(04) VALUE SPACE.
               10  FILLER          PIC X(11) VALUE 'SHIP FROM: '.
               10  PD-SHIP-FROM    PIC X(14).
               10  FILLER          PIC X(64) VALUE SPACE.
      *---------------------------------------------------------------*
           05  PO-COLUMN-LINE.
               10  FILLER  PIC X(03) VALUE 'LN '.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(06) VALUE ' QUOTE'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(08) VALUE 'ACCOUNT'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(30) VALUE 'MUSICIAN'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(10) VALUE 'INSTRUMENT'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(01) VALUE 'Q'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(13) VALUE '    UNIT COST'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(13) VALUE '   COST (USD)'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(10) VALUE 'DUE IN'.
               10  FILLER  PIC X(22) VALUE SPACE.
      *---------------------------------------------------------------*
           05  PO-RULE-LINE.
               10  FILLER  PIC X(03) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(06) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(08) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(30) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(10) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(01) VALUE '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(13) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(13) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(10) VALUE ALL '-'.
               10  FILLER  PIC X(22) VALUE SPACE.
      *---------------------------------------------------------------*
           05  PO-DETAIL-LINE.
               10  PL-LINE-NUM-OUT PIC ZZ9.
               10  FILLER          PIC X(02) VALUE SPACE.
               10  PL-QUOTE-NUM-OUT PIC ZZZZZ9.
               10  FILLER          PIC X(02) VALUE SPACE.
               10  PL-ACCT-NUM-OUT PIC X(08).
               10  FILLER          PIC X(02) VALUE SPACE.
               10  PL-MUSICIAN-OUT PIC X(30).
               10  FILLER          PIC X(02) VALUE SPACE.
               10  PL-INSTRUMENT-OUT PIC X(10).
               10  FILLER          PIC X(02) VALUE SPACE.
               10  PL-QUALITY-OUT  PIC X(01).
               10  FILLER          PIC X(02) VALUE SPACE.
               10  PL-UNIT-COST-OUT PIC ZZ,ZZZ,ZZ9.99.
               10  FILLER          PIC X(02) VALUE SPACE.
               10  PL-COST-USD-OUT PIC $$,$$$,$$9.99.
               10  FILLER          PIC X(02) VALUE SPACE.
               10  PL-DUE-MO-OUT   PIC X(02).
               10  FILLER          PIC X(01) VALUE '/'.
               10  PL-DUE-DAY-OUT  PIC X(02).
               10  FILLER          PIC X(01) VALUE '/'.
               10  PL-DUE-YR-OUT   PIC X(04).
               10  FILLER          PIC X(22) VALUE SPACE.
      *---------------------------------------------------------------*
           05  PO-TOTAL-LINE.
               10  FILLER          PIC X(30) VALUE
                   'PURCHASE ORDER TOTAL'.
               10  FILLER          PIC X(04) VALUE SPACE.
               10  PT-LINE-COUNT   PIC ZZ9.
               10  FILLER          PIC X(07) VALUE ' LINES '.
               10  FILLER          PIC X(29) VALUE SPACE.
               10  PT-UNIT-TOTAL   PIC ZZZ,ZZZ,ZZ9.99.
               10  FILLER          PIC X(01) VALUE SPACE.
               10  PT-USD-TOTAL    PIC $$$,$$$,$$9.99.
               10  FILLER          PIC X(30) VALUE SPACE.
      *---------------------------------------------------------------*
           05  EXCEPTION-TITLE-LINE.
               10  FILLER      PIC X(45) VALUE SPACE.
               10  FILLER      PIC X(42) VALUE
                   'PURCHASING EXCEPTIONS - QUOTE NOT ORDERED '.
               10  FILLER      PIC X(45) VALUE SPACE.
      *---------------------------------------------------------------*
           05  EXCEPTION-DETAIL-LINE.
               10  EX-QUOTE-NUM    PIC ZZZZZ9.
               10  FILLER          PIC X(02) VALUE SPACE.
               10  EX-ACCT-NUM     PIC X(08).
               10  FILLER          PIC X(02) VALUE SPACE.
               10  EX-REASON       PIC X(50).
               10  FILLER          PIC X(64) VALUE SPACE.
      *---------------------------------------------------------------*
           05  SUMMARY-TITLE-LINE.
               10  FILLER      PIC X(45) VALUE SPACE.
               10  FILLER      PIC X(42) VALUE
                   'PURCHASE-ORDER RUN SUMMARY                '.
               10  FILLER      PIC X(45) VALUE SPACE.
      *---------------------------------------------------------------*
           05  TRAILER-1.
               10  FILLER  PIC X(20) VALUE '** PURCHASE ORDERS: '.
               10  TL1-PO-COUNT            PIC ZZZ9.
               10  FILLER  PIC X(04) VALUE SPACE.
               10  FILLER  PIC X(20) VALUE '** PO LINES :       '.
               10  TL1-LINE-COUNT          PIC ZZZ9.
               10  FILLER  PIC X(04) VALUE SPACE.
               10  FILLER  PIC X(20) VALUE '** QUOTES ORDERED : '.
               10  TL1-ORDERED-COUNT       PIC ZZZ9.
               10  FILLER  PIC X(04) VALUE SPACE.
               10  FILLER  PIC X(20) VALUE '** NOT ORDERED :    '.
               10  TL1-EXCEPTION-COUNT     PIC ZZZ9.
               10  FILLER                  PIC X(24) VALUE SPACE.
      *---------------------------------------------------------------*
           05  TRAILER-2.
               10  FILLER  PIC X(20) VALUE '** AMOUNT (USD) :   '.
               10  TL2-AMOUNT-USD          PIC $$$,$$$,$$9.99.
               10  FILLER  PIC X(04) VALUE SPACE.
               10  FILLER  PIC X(20) VALUE '** FIRST PO :       '.
               10  TL2-FIRST-PO            PIC ZZZZZ9.
               10  FILLER  PIC X(04) VALUE SPACE.
               10  FILLER  PIC X(20) VALUE '** LAST PO :        '.
               10  TL2-LAST-PO             PIC ZZZZZ9.
               10  FILLER                  PIC X(38) VALUE SPACE.
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
           05  WS-ORDER-DATE-NUM           PIC 9(08).
           05  WS-DUE-DATE-NUM             PIC 9(08).
      *---------------------------------------------------------------*
       01  WS-MATCH-FIELDS.
           05  WS-REG-KEY.
               10  WS-REG-KEY-ACCT         PIC X(08).
               10  WS-REG-KEY-QUOTE        PIC X(06).
           05  WS-LINE-KEY.
               10  WS-LINE-KEY-ACCT        PIC X(08).
               10  WS-LINE-KEY-QUOTE       PIC X(06).
      *---------------------------------------------------------------*
       01  WS-SUPPLIER-TABLE.
           05  WS-SUPP-STATUS              PIC X(02) VALUE SPACE.
           05  WS-SUPP-COUNT               PIC 9(03) VALUE ZERO.
           05  WS-SUPP-ENTRY OCCURS 0 TO 300 TIMES
                   DEPENDING ON WS-SUPP-COUNT
                   INDEXED BY SUPP-IDX.
               10  WS-SUPP-KEY             PIC X(11).
               10  WS-SUPP-VENDOR-NUM      PIC X(06).
               10  WS-SUPP-VENDOR-NAME     PIC X(30).
               10  WS-SUPP-LEAD-TIME       PIC 9(03).
               10  WS-SUPP-CURRENCY        PIC X(03).
               10  WS-SUPP-SHIP-FROM       PIC X(03).
           05  SUPP-EOF-SW                 PIC X VALUE 'N'.
               88  SUPP-EOF                     VALUE 'Y'.
           05  WS-SUPP-LOOKUP-KEY.
               10  WS-LOOKUP-TYPE          PIC X(10).
               10  WS-LOOKUP-QUALITY       PIC X(01).
      *---------------------------------------------------------------*
       01  WS-QUOTE-LINE-TABLE.
           05  WS-QL-COUNT                 PIC 9(03) VALUE ZERO.
           05  WS-QL-ENTRY OCCURS 0 TO 200 TIMES
                   DEPENDING ON WS-QL-COUNT
                   INDEXED BY QL-IDX.
               10  WS-QL-LINE-NUM          PIC 9(03).
               10  WS-QL-MUSICIAN-NAME     PIC X(30).
               10  WS-QL-INSTRUMENT-TYPE   PIC X(10).
               10  WS-QL-QUALITY           PIC X(01).
               10  WS-QL-MASTER-COST       PIC 9(07)V99.
               10  WS-QL-COST-USD          PIC 9(07)V99.
               10  WS-QL-SUPP-SUB          PIC 9(03).
           05  WS-QL-SUB                   PIC 9(03) VALUE ZERO.
           05  WS-QL-OVERFLOW-SW           PIC X VALUE 'N'.
               88  QL-TABLE-OVERFLOW            VALUE 'Y'.
           05  WS-QUOTE-REASON             PIC X(50) VALUE SPACE.
      *---------------------------------------------------------------*
       01  WS-PO-FIELDS.
           05  WS-PNUM-STATUS              PIC X(02) VALUE SPACE.
           05  WS-PO-NUM                   PIC 9(06) VALUE ZERO.
           05  WS-FIRST-PO-NUM             PIC 9(06) VALUE ZERO.
           05  WS-PO-VENDOR-NUM            PIC X(06) VALUE SPACE.
           05  WS-PO-LINE-NUM              PIC 9(03) VALUE ZERO.
           05  WS-PO-UNIT-TOTAL            PIC 9(09)V99 VALUE ZERO.
           05  WS-PO-USD-TOTAL             PIC 9(09)V99 VALUE ZERO.
           05  PO-OPEN-SW                  PIC X VALUE 'N'.
               88  PO-OPEN                      VALUE 'Y'.
      *---------------------------------------------------------------*
       01  WS-EXCEPTION-TABLE.
           05  WS-EXCEPTION-COUNT          PIC 9(03) VALUE ZERO.
           05  WS-EXCEPTION-ENTRY OCCURS 0 TO 100 TIMES
                   DEPENDING ON WS-EXCEPTION-COUNT
                   INDEXED BY EXC-IDX.
               10  WS-EXC-QUOTE-NUM        PIC 9(06).
               10  WS-EXC-ACCT-NUM         PIC X(08).
               10  WS-EXC-REASON           PIC X(50).
           05  WS-EXCEPTION-SUB            PIC 9(03) VALUE ZERO.
      *---------------------------------------------------------------*
       01  WS-COUNTERS.
           05  WS-PO-COUNT                 PIC 9(04) VALUE ZERO.
           05  WS-PO-LINE-COUNT            PIC 9(04) VALUE ZERO.
           05  WS-ORDERED-COUNT            PIC 9(04) VALUE ZERO.
           05  WS-NOT-ORDERED-COUNT        PIC 9(04) VALUE ZERO.
           05  WS-AMOUNT-USD               PIC 9(09)V99 VALUE ZERO.
      *---------------------------------------------------------------*
       01  WS-SWITCHES-SUBSCRIPTS.
           05  OLD-REF-EOF-SW              PIC X VALUE 'N'.
               88  OLD-REF-EOF                  VALUE 'Y'.
           05  LINE-EOF-SW                 PIC X VALUE 'N'.
               88  LINE-EOF                     VALUE 'Y'.
           05  SORT-EOF-SW                 PIC X VALUE 'N'.
               88  SORT-EOF                     VALUE 'Y'.
      *---------------------------------------------------------------*
       01  PRINTER-CONTROL-FIELDS.
           05  LINE-SPACEING               PIC 9(02) VALUE 1.
      *---------------------------------------------------------------*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-ORDER-ACCEPTED-QUOTES.
      *---------------------------------------------------------------*
           PERFORM 1000-INITIALIZATION.
           SORT SORT-PO-WORK
               ON ASCENDING KEY SRT-VENDOR-NUM
                                SRT-QUOTE-NUM
                                SRT-QUOTE-LINE-NUM
               INPUT PROCEDURE IS 2000-SELECT-QUOTE-LINES
               OUTPUT PROCEDURE IS 2500-WRITE-PURCHASE-ORDERS.
           PERFORM 2800-PRINT-EXCEPTIONS.
           PERFORM 3000-PRINT-TRAILER-LINES.
           PERFORM 3500-UPDATE-PO-NUM-FILE.
           PERFORM 4000-CLOSING.
           IF WS-NOT-ORDERED-COUNT GREATER THAN ZERO
               MOVE 8                      TO RETURN-CODE
           END-IF.
           GOBACK.
      *---------------------------------------------------------------*
       1000-INITIALIZATION.
      *---------------------------------------------------------------*
           OPEN OUTPUT NEW-REGISTER
                       PURCHASE-DOC.
           SORT SORT-REF-WORK
               ON ASCENDING KEY SRT-REF-ACCT-NUM
                                SRT-REF-QUOTE-NUM
               USING OLD-REGISTER
               GIVING OLD-REGISTER-SORTED.
           OPEN INPUT OLD-REGISTER-SORTED.
           SORT SORT-LINE-WORK
               ON ASCENDING KEY SRT-LINE-ACCT-NUM
                                SRT-LINE-QUOTE-NUM
                                SRT-LINE-NUM
               USING QUOTE-LINE-FILE
               GIVING QUOTE-LINE-SORTED.
           OPEN INPUT QUOTE-LINE-SORTED.
           OPEN EXTEND PO-LINE-FILE.
           MOVE FUNCTION CURRENT-DATE  TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE        TO WS-ORDER-DATE-NUM.
           MOVE WS-CURRENT-MONTH       TO PD-ORDER-MO.
           MOVE WS-CURRENT-DAY         TO PD-ORDER-DAY.
           MOVE WS-CURRENT-YEAR        TO PD-ORDER-YR.
           PERFORM 1700-LOAD-SUPPLIER-TABLE.
           PERFORM 1800-READ-PO-NUM-FILE.
      *---------------------------------------------------------------*
       1700-LOAD-SUPPLIER-TABLE.
      *---------------------------------------------------------------*
           OPEN INPUT SUPPLIER-MASTER.
           IF WS-SUPP-STATUS EQUAL '00'
               PERFORM 1710-ADD-SUPPLIER-ENTRY
                   UNTIL SUPP-EOF
               CLOSE SUPPLIER-MASTER
           END-IF.
      *---------------------------------------------------------------*
       1710-ADD-SUPPLIER-ENTRY.
      *---------------------------------------------------------------*
           READ SUPPLIER-MASTER
               AT END MOVE 'Y' TO SUPP-EOF-SW
               NOT AT END
                   IF WS-SUPP-COUNT < 300
                       ADD 1 TO WS-SUPP-COUNT
                       MOVE SM-SUPPLIER-KEY
                           TO WS-SUPP-KEY (WS-SUPP-COUNT)
                       MOVE SM-VENDOR-NUM
                           TO WS-SUPP-VENDOR-NUM (WS-SUPP-COUNT)
                       MOVE SM-VENDOR-NAME
                           TO WS-SUPP-VENDOR-NAME (WS-SUPP-COUNT)
                       MOVE SM-LEAD-TIME-DAYS
                           TO WS-SUPP-LEAD-TIME (WS-SUPP-COUNT)
                       MOVE SM-CURRENCY
                           TO WS-SUPP-CURRENCY (WS-SUPP-COUNT)
                       MOVE SM-SHIP-FROM-FLAG
                           TO WS-SUPP-SHIP-FROM (WS-SUPP-COUNT)
                   END-IF
           END-READ.
      *---------------------------------------------------------------*
       1800-READ-PO-NUM-FILE.
      *---------------------------------------------------------------*
           OPEN INPUT PO-NUM-FILE.
           IF WS-PNUM-STATUS EQUAL '00'
               READ PO-NUM-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE PN-LAST-PO-NUM TO WS-PO-NUM
               END-READ
               CLOSE PO-NUM-FILE
           END-IF.
      *---------------------------------------------------------------*
       2000-SELECT-QUOTE-LINES.
      *---------------------------------------------------------------*
           PERFORM 8100-READ-OLD-REGISTER.
           PERFORM 8200-READ-QUOTE-LINE.
           PERFORM 2100-PROCESS-REGISTER-RECORD
               UNTIL OLD-REF-EOF.
      *---------------------------------------------------------------*
       2100-PROCESS-REGISTER-RECORD.
      *---------------------------------------------------------------*
           MOVE SORTED-REGISTER-REC    TO NEW-REGISTER-REC.
           IF SG-QUOTE-ACCEPTED
               AND NOT SG-QUOTE-ORDERED
               PERFORM 2200-LOAD-QUOTE-LINES
               PERFORM 2300-CHECK-QUOTE-LINES
               IF WS-QUOTE-REASON EQUAL SPACE
                   PERFORM 2400-RELEASE-QUOTE-LINE
                       VARYING WS-QL-SUB FROM 1 BY 1
                       UNTIL WS-QL-SUB GREATER THAN WS-QL-COUNT
                   MOVE 'Y'            TO NQ-ORDERED-FLAG
                   ADD 1               TO WS-ORDERED-COUNT
               ELSE
                   PERFORM 2700-RECORD-EXCEPTION
               END-IF
           END-IF.
           WRITE NEW-REGISTER-REC.
           PERFORM 8100-READ-OLD-REGISTER.
      *---------------------------------------------------------------*
       2200-LOAD-QUOTE-LINES.
      *---------------------------------------------------------------*
           MOVE ZERO                   TO WS-QL-COUNT.
           MOVE 'N'                    TO WS-QL-OVERFLOW-SW.
           PERFORM 8200-READ-QUOTE-LINE
               UNTIL WS-LINE-KEY NOT LESS THAN WS-REG-KEY.
           PERFORM 2210-ADD-QUOTE-LINE
               UNTIL WS-LINE-KEY NOT EQUAL WS-REG-KEY.
      *---------------------------------------------------------------*
       2210-ADD-QUOTE-LINE.
      *---------------------------------------------------------------*
           IF WS-QL-COUNT < 200
               ADD 1                   TO WS-QL-COUNT
               MOVE SL-LINE-NUM        TO WS-QL-LINE-NUM (WS-QL-COUNT)
               MOVE SL-MUSICIAN-NAME
                   TO WS-QL-MUSICIAN-NAME (WS-QL-COUNT)
               MOVE SL-INSTRUMENT-TYPE
                   TO WS-QL-INSTRUMENT-TYPE (WS-QL-COUNT)
               MOVE SL-INSTRUMENT-QUALITY
                   TO WS-QL-QUALITY (WS-QL-COUNT)
               MOVE SL-MASTER-COST
                   TO WS-QL-MASTER-COST (WS-QL-COUNT)
               MOVE SL-COST-USD        TO WS-QL-COST-USD (WS-QL-COUNT)
               MOVE ZERO               TO WS-QL-SUPP-SUB (WS-QL-COUNT)
           ELSE
               MOVE 'Y'                TO WS-QL-OVERFLOW-SW
           END-IF.
           PERFORM 8200-READ-QUOTE-LINE.
      *---------------------------------------------------------------*
       2300-CHECK-QUOTE-LINES.
      *---------------------------------------------------------------*
           EVALUATE TRUE
               WHEN WS-QL-COUNT EQUAL ZERO
                   MOVE 'NO QUOTE LINES ON FAVQLIN'
                                       TO WS-QUOTE-REASON
               WHEN QL-TABLE-OVERFLOW
                   MOVE 'MORE THAN 200 LINES ON QUOTE'
                                       TO WS-QUOTE-REASON
               WHEN WS-QL-COUNT NOT EQUAL SG-LINE-COUNT
                   MOVE 'LINE COUNT DISAGREES WITH REGISTER'
                                       TO WS-QUOTE-REASON
               WHEN OTHER
                   MOVE SPACE          TO WS-QUOTE-REASON
                   PERFORM 2310-FIND-LINE-SUPPLIER
                       VARYING WS-QL-SUB FROM 1 BY 1
                       UNTIL WS-QL-SUB GREATER THAN WS-QL-COUNT
                       OR WS-QUOTE-REASON NOT EQUAL SPACE
           END-EVALUATE.
      *---------------------------------------------------------------*
       2310-FIND-LINE-SUPPLIER.
      *---------------------------------------------------------------*
           MOVE WS-QL-INSTRUMENT-TYPE (WS-QL-SUB) TO WS-LOOKUP-TYPE.
           MOVE WS-QL-QUALITY (WS-QL-SUB)         TO WS-LOOKUP-QUALITY.
           SET SUPP-IDX                TO 1.
           SEARCH WS-SUPP-ENTRY
               AT END
                   STRING 'NO SUPPLIER FOR ' DELIMITED BY SIZE
                          WS-LOOKUP-TYPE     DELIMITED BY SPACE
                          ' QUALITY '        DELIMITED BY SIZE
                          WS-LOOKUP-QUALITY  DELIMITED BY SIZE
                       INTO WS-QUOTE-REASON
               WHEN WS-SUPP-KEY (SUPP-IDX) EQUAL WS-SUPP-LOOKUP-KEY
                   SET WS-QL-SUPP-SUB (WS-QL-SUB) TO SUPP-IDX
           END-SEARCH.
      *---------------------------------------------------------------*
       2400-RELEASE-QUOTE-LINE.
      *---------------------------------------------------------------*
           SET SUPP-IDX                TO WS-QL-SUPP-SUB (WS-QL-SUB).
           MOVE WS-SUPP-VENDOR-NUM (SUPP-IDX)  TO SRT-VENDOR-NUM.
           MOVE SG-QUOTE-NUM                   TO SRT-QUOTE-NUM.
           MOVE WS-QL-LINE-NUM (WS-QL-SUB)     TO SRT-QUOTE-LINE-NUM.
           MOVE SG-ACCT-NUM                    TO SRT-ACCT-NUM.
           MOVE WS-QL-MUSICIAN-NAME (WS-QL-SUB) TO SRT-MUSICIAN-NAME.
           MOVE WS-QL-INSTRUMENT-TYPE (WS-QL-SUB)
                                               TO SRT-INSTRUMENT-TYPE.
           MOVE WS-QL-QUALITY (WS-QL-SUB)  TO SRT-INSTRUMENT-QUALITY.
           MOVE WS-SUPP-VENDOR-NAME (SUPP-IDX) TO SRT-VENDOR-NAME.
           MOVE WS-SUPP-CURRENCY (SUPP-IDX)    TO SRT-CURRENCY.
           MOVE WS-SUPP-SHIP-FROM (SUPP-IDX)   TO SRT-SHIP-FROM-FLAG.
           MOVE WS-SUPP-LEAD-TIME (SUPP-IDX)   TO SRT-LEAD-TIME-DAYS.
           MOVE WS-QL-MASTER-COST (WS-QL-SUB)  TO SRT-UNIT-COST.
           MOVE WS-QL-COST-USD (WS-QL-SUB)     TO SRT-COST-USD.
           RELEASE SRT-PO-REC.
      *---------------------------------------------------------------*
       2500-WRITE-PURCHASE-ORDERS.
      *---------------------------------------------------------------*
           PERFORM 8300-RETURN-SORTED-LINE.
           PERFORM 2600-PROCESS-PO-LINE
               UNTIL SORT-EOF.
           IF PO-OPEN
               PERFORM 2650-PRINT-PO-TOTAL
           END-IF.
      *---------------------------------------------------------------*
       2600-PROCESS-PO-LINE.
      *---------------------------------------------------------------*
           IF NOT PO-OPEN
               OR SRT-VENDOR-NUM NOT EQUAL WS-PO-VENDOR-NUM
               IF PO-OPEN
                   PERFORM 2650-PRINT-PO-TOTAL
               END-IF
               PERFORM 2610-START-NEW-PO
           END-IF.
           ADD 1                       TO WS-PO-LINE-NUM
                                          WS-PO-LINE-COUNT.
           COMPUTE WS-DUE-DATE-NUM =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-ORDER-DATE-NUM)
                       + SRT-LEAD-TIME-DAYS).
           PERFORM 2620-WRITE-PO-LINE-RECORD.
           MOVE WS-PO-LINE-NUM         TO PL-LINE-NUM-OUT.
           MOVE SRT-QUOTE-NUM          TO PL-QUOTE-NUM-OUT.
           MOVE SRT-ACCT-NUM           TO PL-ACCT-NUM-OUT.
           MOVE SRT-MUSICIAN-NAME      TO PL-MUSICIAN-OUT.
           MOVE SRT-INSTRUMENT-TYPE    TO PL-INSTRUMENT-OUT.
           MOVE SRT-INSTRUMENT-QUALITY TO PL-QUALITY-OUT.
           MOVE SRT-UNIT-COST          TO PL-UNIT-COST-OUT.
           MOVE SRT-COST-USD           TO PL-COST-USD-OUT.
           MOVE PL-DUE-DATE(5:2)       TO PL-DUE-MO-OUT.
           MOVE PL-DUE-DATE(7:2)       TO PL-DUE-DAY-OUT.
           MOVE PL-DUE-DATE(1:4)       TO PL-DUE-YR-OUT.
           MOVE PO-DETAIL-LINE         TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-PO-LINE.
           ADD SRT-UNIT-COST           TO WS-PO-UNIT-TOTAL.
           ADD SRT-COST-USD            TO WS-PO-USD-TOTAL
                                          WS-AMOUNT-USD.
           PERFORM 8300-RETURN-SORTED-LINE.
      *---------------------------------------------------------------*
       2610-START-NEW-PO.
      *---------------------------------------------------------------*
           ADD 1                       TO WS-PO-NUM
                                          WS-PO-COUNT.
           IF WS-FIRST-PO-NUM EQUAL ZERO
               MOVE WS-PO-NUM          TO WS-FIRST-PO-NUM
           END-IF.
           MOVE 'Y'                    TO PO-OPEN-SW.
           MOVE SRT-VENDOR-NUM         TO WS-PO-VENDOR-NUM.
           MOVE ZERO                   TO WS-PO-LINE-NUM
                                          WS-PO-UNIT-TOTAL
                                          WS-PO-USD-TOTAL.
           MOVE PO-TITLE-LINE          TO PRINT-LINE.
           PERFORM 9110-WRITE-TOP-OF-PAGE.
           MOVE WS-PO-NUM              TO PV-PO-NUM.
           MOVE SRT-VENDOR-NUM         TO PV-VENDOR-NUM.
           MOVE SRT-VENDOR-NAME        TO PV-VENDOR-NAME.
           MOVE PO-VENDOR-LINE         TO NEXT-REPORT-LINE.
           MOVE 2                      TO LINE-SPACEING.
           PERFORM 9000-PRINT-PO-LINE.
           MOVE SRT-CURRENCY           TO PD-CURRENCY.
           IF SRT-SHIP-FROM-FLAG EQUAL 'OUT'
               MOVE 'OUT OF COUNTRY'   TO PD-SHIP-FROM
           ELSE
               MOVE 'IN COUNTRY'       TO PD-SHIP-FROM
           END-IF.
           MOVE PO-DATE-LINE           TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-PO-LINE.
           MOVE PO-COLUMN-LINE         TO NEXT-REPORT-LINE.
           MOVE 2                      TO LINE-SPACEING.
           PERFORM 9000-PRINT-PO-LINE.
           MOVE PO-RULE-LINE           TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-PO-LINE.
      *---------------------------------------------------------------*
       2620-WRITE-PO-LINE-RECORD.
      *---------------------------------------------------------------*
           MOVE SPACE                  TO PO-LINE-REC.
           MOVE WS-PO-NUM              TO PL-PO-NUM.
           MOVE WS-PO-LINE-NUM         TO PL-PO-LINE-NUM.
           MOVE SRT-VENDOR-NUM         TO PL-VENDOR-NUM.
           MOVE SRT-QUOTE-NUM          TO PL-QUOTE-NUM.
           MOVE SRT-QUOTE-LINE-NUM     TO PL-QUOTE-LINE-NUM.
           MOVE SRT-ACCT-NUM           TO PL-ACCT-NUM.
           MOVE SRT-MUSICIAN-NAME      TO PL-MUSICIAN-NAME.
           MOVE SRT-INSTRUMENT-TYPE    TO PL-INSTRUMENT-TYPE.
           MOVE SRT-INSTRUMENT-QUALITY TO PL-INSTRUMENT-QUALITY.
           MOVE SRT-CURRENCY           TO PL-CURRENCY.
           MOVE SRT-UNIT-COST          TO PL-UNIT-COST.
           MOVE SRT-COST-USD           TO PL-COST-USD.
           MOVE WS-ORDER-DATE-NUM      TO PL-ORDER-DATE.
           MOVE WS-DUE-DATE-NUM        TO PL-DUE-DATE.
           MOVE 'O'                    TO PL-LINE-STATUS.
           WRITE PO-LINE-REC.
      *---------------------------------------------------------------*
       2650-PRINT-PO-TOTAL.
      *---------------------------------------------------------------*
           MOVE PO-RULE-LINE           TO NEXT-REPORT-LINE.
           MOVE 2                      TO LINE-SPACEING.
           PERFORM 9000-PRINT-PO-LINE.
           MOVE WS-PO-LINE-NUM         TO PT-LINE-COUNT.
           MOVE WS-PO-UNIT-TOTAL       TO PT-UNIT-TOTAL.
           MOVE WS-PO-USD-TOTAL        TO PT-USD-TOTAL.
           MOVE PO-TOTAL-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-PO-LINE.
           MOVE 'N'                    TO PO-OPEN-SW.
      *---------------------------------------------------------------*
       2700-RECORD-EXCEPTION.
      *---------------------------------------------------------------*
           ADD 1                       TO WS-NOT-ORDERED-COUNT.
           IF WS-EXCEPTION-COUNT < 100
               ADD 1                   TO WS-EXCEPTION-COUNT
               MOVE SG-QUOTE-NUM
                   TO WS-EXC-QUOTE-NUM (WS-EXCEPTION-COUNT)
               MOVE SG-ACCT-NUM
                   TO WS-EXC-ACCT-NUM (WS-EXCEPTION-COUNT)
               MOVE WS-QUOTE-REASON
                   TO WS-EXC-REASON (WS-EXCEPTION-COUNT)
           END-IF.
      *---------------------------------------------------------------*
       2800-PRINT-EXCEPTIONS.
      *---------------------------------------------------------------*
           IF WS-EXCEPTION-COUNT GREATER THAN ZERO
               MOVE EXCEPTION-TITLE-LINE TO PRINT-LINE
               PERFORM 9110-WRITE-TOP-OF-PAGE
               PERFORM 2810-PRINT-EXCEPTION-LINE
                   VARYING WS-EXCEPTION-SUB FROM 1 BY 1
                   UNTIL WS-EXCEPTION-SUB GREATER THAN
                         WS-EXCEPTION-COUNT
           END-IF.
      *---------------------------------------------------------------*
       2810-PRINT-EXCEPTION-LINE.
      *---------------------------------------------------------------*
           MOVE WS-EXC-QUOTE-NUM (WS-EXCEPTION-SUB) TO EX-QUOTE-NUM.
           MOVE WS-EXC-ACCT-NUM (WS-EXCEPTION-SUB)  TO EX-ACCT-NUM.
           MOVE WS-EXC-REASON (WS-EXCEPTION-SUB)    TO EX-REASON.
           MOVE EXCEPTION-DETAIL-LINE  TO NEXT-REPORT-LINE.
           MOVE 2                      TO LINE-SPACEING.
           PERFORM 9000-PRINT-PO-LINE.
      *---------------------------------------------------------------*
       3000-PRINT-TRAILER-LINES.
      *---------------------------------------------------------------*
           MOVE SUMMARY-TITLE-LINE     TO PRINT-LINE.
           PERFORM 9110-WRITE-TOP-OF-PAGE.
           MOVE WS-PO-COUNT            TO TL1-PO-COUNT.
           MOVE WS-PO-LINE-COUNT       TO TL1-LINE-COUNT.
           MOVE WS-ORDERED-COUNT       TO TL1-ORDERED-COUNT.
           MOVE WS-NOT-ORDERED-COUNT   TO TL1-EXCEPTION-COUNT.
           MOVE TRAILER-1              TO NEXT-REPORT-LINE.
           MOVE 2                      TO LINE-SPACEING.
           PERFORM 9000-PRINT-PO-LINE.
           MOVE WS-AMOUNT-USD          TO TL2-AMOUNT-USD.
           MOVE WS-FIRST-PO-NUM        TO TL2-FIRST-PO.
           IF WS-PO-COUNT GREATER THAN ZERO
               MOVE WS-PO-NUM          TO TL2-LAST-PO
           ELSE
               MOVE ZERO               TO TL2-LAST-PO
           END-IF.
           MOVE TRAILER-2              TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-PO-LINE.
      *---------------------------------------------------------------*
       3500-UPDATE-PO-NUM-FILE.
      *---------------------------------------------------------------*
           MOVE SPACE                  TO PO-NUM-REC.
           MOVE WS-PO-NUM              TO PN-LAST-PO-NUM.
           MOVE WS-CURRENT-DATE        TO PN-LAST-RUN-DATE.
           OPEN OUTPUT PO-NUM-FILE.
           WRITE PO-NUM-REC.
           CLOSE PO-NUM-FILE.
      *---------------------------------------------------------------*
       4000-CLOSING.
      *---------------------------------------------------------------*
           CLOSE   OLD-REGISTER-SORTED
                   QUOTE-LINE-SORTED
                   NEW-REGISTER
                   PO-LINE-FILE
                   PURCHASE-DOC.
      *---------------------------------------------------------------*
       8100-READ-OLD-REGISTER.
      *---------------------------------------------------------------*
           READ OLD-REGISTER-SORTED
               AT END
                   MOVE 'Y'          TO OLD-REF-EOF-SW
                   MOVE HIGH-VALUES  TO WS-REG-KEY
               NOT AT END
                   MOVE SG-ACCT-NUM  TO WS-REG-KEY-ACCT
                   MOVE SG-QUOTE-NUM TO WS-REG-KEY-QUOTE
           END-READ.
      *---------------------------------------------------------------*
       8200-READ-QUOTE-LINE.
      *---------------------------------------------------------------*
           READ QUOTE-LINE-SORTED
               AT END
                   MOVE 'Y'          TO LINE-EOF-SW
                   MOVE HIGH-VALUES  TO WS-LINE-KEY
               NOT AT END
                   MOVE SL-ACCT-NUM  TO WS-LINE-KEY-ACCT
                   MOVE SL-QUOTE-NUM TO WS-LINE-KEY-QUOTE
           END-READ.
      *---------------------------------------------------------------*
       8300-RETURN-SORTED-LINE.
      *---------------------------------------------------------------*
           RETURN SORT-PO-WORK
               AT END MOVE 'Y' TO SORT-EOF-SW
           END-RETURN.
      *---------------------------------------------------------------*
       9000-PRINT-PO-LINE.
      *---------------------------------------------------------------*
           MOVE NEXT-REPORT-LINE TO PRINT-LINE.
           PERFORM 9120-WRITE-PRINT-LINE.
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
           MOVE 1                    TO LINE-SPACEING.
      *---------------------------------------------------------------*
