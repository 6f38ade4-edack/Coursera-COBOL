       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAVINV.
       AUTHOR. ED ACKERMAN.
       DATE-WRITTEN. 10/15/2026
       DATE-COMPILED.
       INSTALLATION. MORONS, LOSERS, AND BIMBOS.
      *---------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   10/15/26  EA  INITIAL VERSION - INVOICING RUN. EVERY QUOTE
      *                 ON THE REGISTER (FAVQREG) THAT FAVQAC HAS
      *                 ACCEPTED AND THAT HAS NOT YET BEEN BILLED IS
      *                 INVOICED. THE REGISTER IS SORTED BY ACCOUNT
      *                 AND QUOTE NUMBER AND MATCHED TO THE QUOTE LINES
      *                 FAVQTE SAVED ON FAVQLIN; EACH ACCOUNT WITH
      *                 ANYTHING TO BILL GETS ONE NUMBERED INVOICE
      *                 (THE LAST NUMBER IS CARRIED IN FAVIGEN THE WAY
      *                 FAVQTE CARRIES QUOTE NUMBERS IN FAVQGEN)
      *                 SHOWING THE CUSTOMER NAME AND PAYMENT TERMS
      *                 FROM FAVACT, THE DUE DATE WORKED OUT FROM THE
      *                 TERMS ('Nnn' OR 'nnn' IS NET DAYS, 'COD' AND
      *                 'CIA' ARE DUE ON THE INVOICE DATE, ANYTHING
      *                 ELSE IS NET 30 AND SAID SO ON THE INVOICE), THE
      *                 MUSICIAN/INSTRUMENT LINES OF EACH QUOTE, THE
      *                 DISCOUNT, AND THE AMOUNT DUE. ONE INVOICE
      *                 REGISTER RECORD PER QUOTE BILLED IS APPENDED TO
      *                 FAVINVR, AND THE QUOTE IS WRITTEN TO THE NEW
      *                 REGISTER (FAVQREGO, SWAPPED IN BY THE JCL THE
      *                 SAME WAY FAVQAC'S IS) MARKED BILLED WITH THE
      *                 INVOICE NUMBER AND DATE, SO NO QUOTE CAN BE
      *                 INVOICED TWICE. A QUOTE WHOSE LINES ARE MISSING
      *                 FROM FAVQLIN OR DO NOT ADD UP TO THE REGISTER
      *                 TOTAL IS NOT BILLED - IT IS LISTED ON AN
      *                 EXCEPTION PAGE AND THE RUN ENDS WITH
      *                 RETURN-CODE 8.
      *   10/15/26  EA  SALES TAX IS RECALCULATED AT INVOICE TIME FROM
      *                 THE TAX JURISDICTION FILE (TAXJUR, MAINTAINED
      *                 BY FAVTJM) INSTEAD OF TRUSTING THE TAX CARRIED
      *                 ON THE QUOTE LINE: EACH LINE IS TAXED AT THE
      *                 USD INSTRUMENT COST TIMES THE RATE IN EFFECT
      *                 FOR ITS SHIP-TO ON THE INVOICE DATE, AND THE
      *                 LINE TOTAL MOVES BY THE DIFFERENCE (THE QUOTED
      *                 MARKUP AND DISCOUNT STAND). A QUOTE WITH A LINE
      *                 WHOSE SHIP-TO HAS NO JURISDICTION IS NOT
      *                 BILLED AND GOES TO THE EXCEPTION PAGE. EVERY
      *                 BILLED LINE IS APPENDED TO THE TAX HISTORY FILE
      *                 (FAVTAXH) WITH ITS JURISDICTION, RATE, TAXABLE
      *                 AND EXEMPT AMOUNTS, AND TAX, FOR THE MONTHLY
      *                 TAX LIABILITY REPORT (FAVTXR).
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
           SELECT NEW-REGISTER ASSIGN TO FAVQREGO.
           SELECT OPTIONAL INVOICE-REGISTER ASSIGN TO FAVINVR.
           SELECT INVOICE-NUM-FILE ASSIGN TO FAVIGEN
               FILE STATUS IS WS-INUM-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO FAVACT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AC-ACCT-NUM
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT INVOICE-DOC ASSIGN TO PRTLINE.
           SELECT TAX-JURISDICTION-REF ASSIGN TO TAXJUR
               FILE STATUS IS WS-TJ-STATUS.
           SELECT OPTIONAL TAX-HISTORY ASSIGN TO FAVTAXH.
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
               88  SG-QUOTE-BILLED              VALUE 'Y'.
           05  SG-INVOICE-NUM              PIC 9(06).
           05  SG-BILLED-DATE              PIC X(08).
           05  FILLER                      PIC X(06).
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
           05  FILLER                      PIC X(06).
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
       FD  INVOICE-NUM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INVOICE-NUM-REC.
      *---------------------------------------------------------------*
       01  INVOICE-NUM-REC.
           05  IN-LAST-INVOICE-NUM         PIC 9(06).
           05  IN-LAST-RUN-DATE            PIC X(08).
           05  FILLER                      PIC X(66).
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
           05  FILLER                      PIC X(27).
      *---------------------------------------------------------------*
       FD  INVOICE-DOC
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRINT-RECORD.
      *---------------------------------------------------------------*
       01  PRINT-RECORD.
           05  PRINT-LINE                  PIC X(132).
      *---------------------------------------------------------------*
       FD  TAX-JURISDICTION-REF
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TAX-JURISDICTION-REC.
      *---------------------------------------------------------------*
       01  TAX-JURISDICTION-REC.
           05  TJ-SHIP-TO                  PIC X(03).
           05  TJ-EFFECTIVE-DATE           PIC X(08).
           05  TJ-JURISDICTION-NAME        PIC X(30).
           05  TJ-TAX-RATE                 PIC 9(02)V999.
           05  TJ-EXEMPT-FLAG              PIC X(01).
           05  FILLER                      PIC X(33).
      *---------------------------------------------------------------*
       FD  TAX-HISTORY
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TAX-HISTORY-REC.
      *---------------------------------------------------------------*
       01  TAX-HISTORY-REC.
           05  TH-INVOICE-NUM              PIC 9(06).
           05  TH-QUOTE-NUM                PIC 9(06).
           05  TH-LINE-NUM                 PIC 9(03).
           05  TH-ACCT-NUM                 PIC X(08).
           05  TH-INVOICE-DATE             PIC X(08).
           05  TH-SHIP-TO                  PIC X(03).
           05  TH-JURISDICTION-NAME        PIC X(30).
           05  TH-TAX-RATE                 PIC 9(02)V999.
           05  TH-EXEMPT-FLAG              PIC X(01).
           05  TH-TAXABLE-AMOUNT           PIC 9(07)V99.
           05  TH-EXEMPT-AMOUNT            PIC 9(07)V99.
           05  TH-TAX-AMOUNT               PIC 9(05)V99.
           05  FILLER                      PIC X(25).
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
       01  PRINT-LINES.
           05  NEXT-REPORT-LINE            PIC X(132) VALUE SPACE.
      *---------------------------------------------------------------*
           05  INVOICE-TITLE-LINE.
               10  FILLER      PIC X(45) VALUE SPACE.
               10  FILLER      PIC X(42) VALUE
                   'MORONS, LOSERS, AND BIMBOS - INVOICE      '.
               10  FILLER      PIC X(45) VALUE SPACE.
      *---------------------------------------------------------------*
           05  INVOICE-ACCOUNT-LINE.
               10  FILLER          PIC X(09) VALUE 'INVOICE: '.
               10  IA-INVOICE-NUM  PIC ZZZZZ9.
               10  FILLER          PIC X(04) VALUE SPACE.
               10  FILLER          PIC X(09) VALUE 'ACCOUNT: '.
               10  IA-ACCT-NUM     PIC X(08).
               10  FILLER          PIC X(04) VALUE SPACE.
               10  FILLER          PIC X(10) VALUE 'CUSTOMER: '.
               10  IA-CUSTOMER-NAME PIC X(30).
               10  FILLER          PIC X(52) VALUE SPACE.
      *---------------------------------------------------------------*
           05  INVOICE-DATE-LINE.
               10  FILLER          PIC X(14) VALUE 'INVOICE DATE: '.
               10  ID-INVOICE-MO   PIC X(02).
               10  FILLER          PIC X(01) VALUE '/'.
               10  ID-INVOICE-DAY  PIC X(02).
               10  FILLER          PIC X(01) VALUE '/'.
               10  ID-INVOICE-YR   PIC X(04).
               10  FILLER          PIC X(04) VALUE SPACE.
               10  FILLER          PIC X(07) VALUE 'TERMS: '.
               10  ID-TERMS        PIC X(03).
               10  FILLER          PIC X(04) VALUE SPACE.
               10  FILLER          PIC X(10) VALUE 'DUE DATE: '.
               10  ID-DUE-MO       PIC X(02).
               10  FILLER          PIC X(01) VALUE '/'.
               10  ID-DUE-DAY      PIC X(02).
               10  FILLER          PIC X(01) VALUE '/'.
               10  ID-DUE-YR       PIC X(04).
               10  FILLER          PIC X(02) VALUE SPACE.
               10  ID-TERMS-NOTE   PIC X(40).
               10  FILLER          PIC X(28) VALUE SPACE.
      *---------------------------------------------------------------*
           05  INVOICE-QUOTE-LINE.
               10  FILLER          PIC X(07) VALUE 'QUOTE: '.
               10  IQ-QUOTE-NUM    PIC ZZZZZ9.
               10  FILLER          PIC X(04) VALUE SPACE.
               10  FILLER          PIC X(12) VALUE 'QUOTE DATE: '.
               10  IQ-QUOTE-MO     PIC X(02).
               10  FILLER          PIC X(01) VALUE '/'.
               10  IQ-QUOTE-DAY    PIC X(02).
               10  FILLER          PIC X(01) VALUE '/'.
               10  IQ-QUOTE-YR     PIC X(04).
               10  FILLER          PIC X(93) VALUE SPACE.
      *---------------------------------------------------------------*
           05  INVOICE-COLUMN-LINE.
               10  FILLER  PIC X(30) VALUE 'MUSICIAN'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(10) VALUE 'INSTRUMENT'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(01) VALUE 'Q'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(13) VALUE '   COST (USD)'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(13) VALUE '       MARKUP'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(13) VALUE '     DISCOUNT'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(13) VALUE '   LINE TOTAL'.
               10  FILLER  PIC X(27) VALUE SPACE.
      *---------------------------------------------------------------*
           05  INVOICE-RULE-LINE.
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
               10  FILLER  PIC X(13) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(13) VALUE ALL '-'.
               10  FILLER  PIC X(27) VALUE SPACE.
      *---------------------------------------------------------------*
           05  INVOICE-DETAIL-LINE.
               10  IL-MUSICIAN-NAME PIC X(30).
               10  FILLER          PIC X(02) VALUE SPACE.
               10  IL-INSTRUMENT   PIC X(10).
               10  FILLER          PIC X(02) VALUE SPACE.
               10  IL-QUALITY      PIC X(01).
               10  FILLER          PIC X(02) VALUE SPACE.
               10  IL-COST-USD     PIC $$,$$$,$$9.99.
               10  FILLER          PIC X(02) VALUE SPACE.
               10  IL-MARKUP       PIC $$,$$$,$$9.99.
               10  FILLER          PIC X(02) VALUE SPACE.
               10  IL-DISCOUNT     PIC $$,$$$,$$9.99.
               10  FILLER          PIC X(02) VALUE SPACE.
               10  IL-LINE-TOTAL   PIC $$,$$$,$$9.99.
               10  FILLER          PIC X(27) VALUE SPACE.
      *---------------------------------------------------------------*
           05  INVOICE-DISCOUNT-LINE.
               10  FILLER          PIC X(30) VALUE 'LESS DISCOUNT'.
               10  FILLER          PIC X(47) VALUE SPACE.
               10  IT-DISCOUNT     PIC $$$,$$$,$$9.99.
               10  FILLER          PIC X(41) VALUE SPACE.
      *---------------------------------------------------------------*
           05  INVOICE-TOTAL-LINE.
               10  FILLER          PIC X(30) VALUE 'AMOUNT DUE'.
               10  FILLER          PIC X(32) VALUE SPACE.
               10  IT-LINE-COUNT   PIC ZZ9.
               10  FILLER          PIC X(07) VALUE ' LINES '.
               10  FILLER          PIC X(19) VALUE SPACE.
               10  IT-INVOICE-TOTAL PIC $$$,$$$,$$9.99.
               10  FILLER          PIC X(27) VALUE SPACE.
      *---------------------------------------------------------------*
           05  EXCEPTION-TITLE-LINE.
               10  FILLER      PIC X(45) VALUE SPACE.
               10  FILLER      PIC X(42) VALUE
                   'INVOICING EXCEPTIONS - QUOTE NOT BILLED   '.
               10  FILLER      PIC X(45) VALUE SPACE.
      *---------------------------------------------------------------*
           05  EXCEPTION-DETAIL-LINE.
               10  EX-QUOTE-NUM    PIC ZZZZZ9.
               10  FILLER          PIC X(02) VALUE SPACE.
               10  EX-ACCT-NUM     PIC X(08).
               10  FILLER          PIC X(02) VALUE SPACE.
               10  EX-REASON       PIC X(40).
               10  FILLER          PIC X(74) VALUE SPACE.
      *---------------------------------------------------------------*
           05  SUMMARY-TITLE-LINE.
               10  FILLER      PIC X(45) VALUE SPACE.
               10  FILLER      PIC X(42) VALUE
                   'INVOICING RUN SUMMARY                     '.
               10  FILLER      PIC X(45) VALUE SPACE.
      *---------------------------------------------------------------*
           05  TRAILER-1.
               10  FILLER  PIC X(20) VALUE '** INVOICES :       '.
               10  TL1-INVOICE-COUNT       PIC ZZZ9.
               10  FILLER  PIC X(04) VALUE SPACE.
               10  FILLER  PIC X(20) VALUE '** QUOTES BILLED :  '.
               10  TL1-BILLED-COUNT        PIC ZZZ9.
               10  FILLER  PIC X(04) VALUE SPACE.
               10  FILLER  PIC X(20) VALUE '** NOT BILLED :     '.
               10  TL1-EXCEPTION-COUNT     PIC ZZZ9.
               10  FILLER                  PIC X(52) VALUE SPACE.
      *---------------------------------------------------------------*
           05  TRAILER-2.
               10  FILLER  PIC X(20) VALUE '** AMOUNT BILLED :  '.
               10  TL2-AMOUNT-BILLED       PIC $$$,$$$,$$9.99.
               10  FILLER  PIC X(04) VALUE SPACE.
               10  FILLER  PIC X(20) VALUE '** FIRST INVOICE :  '.
               10  TL2-FIRST-INVOICE       PIC ZZZZZ9.
               10  FILLER  PIC X(04) VALUE SPACE.
               10  FILLER  PIC X(20) VALUE '** LAST INVOICE :   '.
               10  TL2-LAST-INVOICE        PIC ZZZZZ9.
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
           05  WS-INVOICE-DATE-NUM         PIC 9(08).
           05  WS-DUE-DATE-NUM             PIC 9(08).
           05  WS-DUE-DATE-SPLIT REDEFINES WS-DUE-DATE-NUM.
               10  WS-DUE-YEAR             PIC 9(04).
               10  WS-DUE-MONTH            PIC 9(02).
               10  WS-DUE-DAY              PIC 9(02).
           05  WS-DEFAULT-TERMS-DAYS       PIC 9(03) VALUE 30.
           05  WS-TERMS-DAYS               PIC 9(03) VALUE ZERO.
      *---------------------------------------------------------------*
       01  WS-TERMS-FIELDS.
           05  WS-INV-TERMS                PIC X(03) VALUE SPACE.
           05  WS-INV-TERMS-NET REDEFINES WS-INV-TERMS.
               10  WS-TERMS-PREFIX         PIC X(01).
               10  WS-TERMS-NET-DAYS       PIC 9(02).
           05  WS-INV-TERMS-DAYS REDEFINES WS-INV-TERMS
                                           PIC 9(03).
      *---------------------------------------------------------------*
       01  WS-MATCH-FIELDS.
           05  WS-REG-KEY.
               10  WS-REG-KEY-ACCT         PIC X(08).
               10  WS-REG-KEY-QUOTE        PIC X(06).
           05  WS-LINE-KEY.
               10  WS-LINE-KEY-ACCT        PIC X(08).
               10  WS-LINE-KEY-QUOTE       PIC X(06).
      *---------------------------------------------------------------*
       01  WS-QUOTE-LINE-TABLE.
           05  WS-QL-COUNT                 PIC 9(03) VALUE ZERO.
           05  WS-QL-ENTRY OCCURS 0 TO 200 TIMES
                   DEPENDING ON WS-QL-COUNT
                   INDEXED BY QL-IDX.
               10  WS-QL-LINE-NUM          PIC 9(03).
               10  WS-QL-SHIP-TO           PIC X(03).
               10  WS-QL-JURISDICTION-NAME PIC X(30).
               10  WS-QL-TAX-RATE          PIC 9(02)V999.
               10  WS-QL-EXEMPT-FLAG       PIC X(01).
               10  WS-QL-MUSICIAN-NAME     PIC X(30).
               10  WS-QL-INSTRUMENT-TYPE   PIC X(10).
               10  WS-QL-QUALITY           PIC X(01).
               10  WS-QL-COST-USD          PIC 9(07)V99.
               10  WS-QL-SHIP-USD          PIC 9(05)V99.
               10  WS-QL-TAX-USD           PIC 9(05)V99.
               10  WS-QL-MARKUP-AMOUNT     PIC 9(07)V99.
               10  WS-QL-DISCOUNT-AMOUNT   PIC 9(07)V99.
               10  WS-QL-LINE-TOTAL        PIC 9(07)V99.
           05  WS-QL-SUB                   PIC 9(03) VALUE ZERO.
           05  WS-QL-OVERFLOW-SW           PIC X VALUE 'N'.
               88  QL-TABLE-OVERFLOW            VALUE 'Y'.
      *---------------------------------------------------------------*
       01  WS-QUOTE-TOTALS.
           05  WS-QUOTE-GOODS              PIC 9(09)V99 VALUE ZERO.
           05  WS-QUOTE-SHIPPING           PIC 9(07)V99 VALUE ZERO.
           05  WS-QUOTE-TAX                PIC 9(07)V99 VALUE ZERO.
           05  WS-QUOTE-MARKUP             PIC 9(09)V99 VALUE ZERO.
           05  WS-QUOTE-DISCOUNT           PIC 9(09)V99 VALUE ZERO.
           05  WS-QUOTE-TOTAL              PIC 9(09)V99 VALUE ZERO.
           05  WS-QUOTE-REASON             PIC X(40) VALUE SPACE.
           05  WS-NEW-TAX-USD              PIC 9(05)V99 VALUE ZERO.
           05  WS-TAX-DIFFERENCE           PIC S9(07)V99 VALUE ZERO.
      *---------------------------------------------------------------*
       01  WS-TAX-JURISDICTION-FIELDS.
           05  WS-TJ-STATUS                PIC X(02) VALUE SPACE.
           05  WS-TJ-COUNT                 PIC 9(03) VALUE ZERO.
           05  TAX-JUR-EOF-SW              PIC X VALUE 'N'.
               88  TAX-JUR-EOF                  VALUE 'Y'.
           05  WS-TJ-FOUND-SW              PIC X VALUE 'N'.
               88  TJ-FOUND                     VALUE 'Y'.
           05  WS-TJ-ENTRY OCCURS 0 TO 100 TIMES
                   DEPENDING ON WS-TJ-COUNT
                   INDEXED BY TJ-IDX.
               10  WS-TJ-SHIP-TO           PIC X(03).
               10  WS-TJ-EFFECTIVE-DATE    PIC X(08).
               10  WS-TJ-JURISDICTION-NAME PIC X(30).
               10  WS-TJ-TAX-RATE          PIC 9(02)V999.
               10  WS-TJ-EXEMPT-FLAG       PIC X(01).
                   88  TJ-EXEMPT                VALUE 'Y'.
      *---------------------------------------------------------------*
       01  WS-INVOICE-FIELDS.
           05  WS-INUM-STATUS              PIC X(02) VALUE SPACE.
           05  WS-INVOICE-NUM              PIC 9(06) VALUE ZERO.
           05  WS-FIRST-INVOICE-NUM        PIC 9(06) VALUE ZERO.
           05  WS-INV-ACCT-NUM             PIC X(08) VALUE SPACE.
           05  WS-INV-LINE-COUNT           PIC 9(03) VALUE ZERO.
           05  WS-INV-DISCOUNT             PIC 9(09)V99 VALUE ZERO.
           05  WS-INV-TOTAL                PIC 9(09)V99 VALUE ZERO.
           05  INVOICE-OPEN-SW             PIC X VALUE 'N'.
               88  INVOICE-OPEN                 VALUE 'Y'.
      *---------------------------------------------------------------*
       01  WS-ACCOUNT-MASTER-FIELDS.
           05  WS-ACCT-STATUS              PIC X(02) VALUE SPACE.
           05  WS-ACCT-AVAILABLE-SW        PIC X VALUE 'N'.
               88  ACCT-MASTER-AVAILABLE        VALUE 'Y'.
      *---------------------------------------------------------------*
       01  WS-EXCEPTION-TABLE.
           05  WS-EXCEPTION-COUNT          PIC 9(03) VALUE ZERO.
           05  WS-EXCEPTION-ENTRY OCCURS 0 TO 100 TIMES
                   DEPENDING ON WS-EXCEPTION-COUNT
                   INDEXED BY EXC-IDX.
               10  WS-EXC-QUOTE-NUM        PIC 9(06).
               10  WS-EXC-ACCT-NUM         PIC X(08).
               10  WS-EXC-REASON           PIC X(40).
           05  WS-EXCEPTION-SUB            PIC 9(03) VALUE ZERO.
      *---------------------------------------------------------------*
       01  WS-COUNTERS.
           05  WS-INVOICE-COUNT            PIC 9(04) VALUE ZERO.
           05  WS-BILLED-COUNT             PIC 9(04) VALUE ZERO.
           05  WS-NOT-BILLED-COUNT         PIC 9(04) VALUE ZERO.
           05  WS-AMOUNT-BILLED            PIC 9(09)V99 VALUE ZERO.
      *---------------------------------------------------------------*
       01  WS-SWITCHES-SUBSCRIPTS.
           05  OLD-REF-EOF-SW              PIC X VALUE 'N'.
               88  OLD-REF-EOF                  VALUE 'Y'.
           05  LINE-EOF-SW                 PIC X VALUE 'N'.
               88  LINE-EOF                     VALUE 'Y'.
      *---------------------------------------------------------------*
       01  PRINTER-CONTROL-FIELDS.
           05  LINE-SPACEING               PIC 9(02) VALUE 1.
      *---------------------------------------------------------------*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-BILL-ACCEPTED-QUOTES.
      *---------------------------------------------------------------*
           PERFORM 1000-INITIALIZATION.
           PERFORM 8100-READ-OLD-REGISTER.
           PERFORM 8200-READ-QUOTE-LINE.
           PERFORM 2000-PROCESS-REGISTER-RECORD
               UNTIL OLD-REF-EOF.
           IF INVOICE-OPEN
               PERFORM 2600-PRINT-INVOICE-TOTAL
           END-IF.
           PERFORM 2800-PRINT-EXCEPTIONS.
           PERFORM 3000-PRINT-TRAILER-LINES.
           PERFORM 3500-UPDATE-INVOICE-NUM-FILE.
           PERFORM 4000-CLOSING.
           IF WS-NOT-BILLED-COUNT GREATER THAN ZERO
               MOVE 8                      TO RETURN-CODE
           END-IF.
           GOBACK.
      *---------------------------------------------------------------*
       1000-INITIALIZATION.
      *---------------------------------------------------------------*
           OPEN OUTPUT NEW-REGISTER
                       INVOICE-DOC.
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
           OPEN EXTEND INVOICE-REGISTER
                       TAX-HISTORY.
           MOVE FUNCTION CURRENT-DATE  TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE        TO WS-INVOICE-DATE-NUM.
           MOVE WS-CURRENT-MONTH       TO ID-INVOICE-MO.
           MOVE WS-CURRENT-DAY         TO ID-INVOICE-DAY.
           MOVE WS-CURRENT-YEAR        TO ID-INVOICE-YR.
           PERFORM 1600-LOAD-TAX-JURISDICTIONS.
           PERFORM 1800-READ-INVOICE-NUM-FILE.
           OPEN INPUT ACCOUNT-MASTER.
           IF WS-ACCT-STATUS EQUAL '00'
               MOVE 'Y'                TO WS-ACCT-AVAILABLE-SW
           END-IF.
      *---------------------------------------------------------------*
       1600-LOAD-TAX-JURISDICTIONS.
      *---------------------------------------------------------------*
           OPEN INPUT TAX-JURISDICTION-REF.
           IF WS-TJ-STATUS EQUAL '00'
               PERFORM 1610-SELECT-JURISDICTION-RECORD
                   UNTIL TAX-JUR-EOF
               CLOSE TAX-JURISDICTION-REF
           END-IF.
      *---------------------------------------------------------------*
       1610-SELECT-JURISDICTION-RECORD.
      *---------------------------------------------------------------*
           READ TAX-JURISDICTION-REF
               AT END MOVE 'Y' TO TAX-JUR-EOF-SW
               NOT AT END
                   IF TJ-SHIP-TO NOT EQUAL SPACE
                       AND TJ-EFFECTIVE-DATE NUMERIC
                       AND TJ-TAX-RATE NUMERIC
                       AND TJ-EFFECTIVE-DATE NOT GREATER THAN
                           WS-CURRENT-DATE
                       PERFORM 1620-FIND-JURISDICTION-ENTRY
                       IF TJ-FOUND
                           IF TJ-EFFECTIVE-DATE GREATER THAN
                               WS-TJ-EFFECTIVE-DATE (TJ-IDX)
                               PERFORM 1630-STORE-JURISDICTION-ENTRY
                           END-IF
                       ELSE
                           IF WS-TJ-COUNT LESS THAN 100
                               ADD 1       TO WS-TJ-COUNT
                               SET TJ-IDX  TO WS-TJ-COUNT
                               PERFORM 1630-STORE-JURISDICTION-ENTRY
                           END-IF
                       END-IF
                   END-IF
           END-READ.
      *---------------------------------------------------------------*
       1620-FIND-JURISDICTION-ENTRY.
      *---------------------------------------------------------------*
           MOVE 'N'                    TO WS-TJ-FOUND-SW.
           IF WS-TJ-COUNT GREATER THAN ZERO
               SET TJ-IDX TO 1
               SEARCH WS-TJ-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-TJ-SHIP-TO (TJ-IDX) EQUAL TJ-SHIP-TO
                       MOVE 'Y'        TO WS-TJ-FOUND-SW
               END-SEARCH
           END-IF.
      *---------------------------------------------------------------*
       1630-STORE-JURISDICTION-ENTRY.
      *---------------------------------------------------------------*
           MOVE TJ-SHIP-TO             TO WS-TJ-SHIP-TO (TJ-IDX).
           MOVE TJ-EFFECTIVE-DATE      TO WS-TJ-EFFECTIVE-DATE (TJ-IDX).
           MOVE TJ-JURISDICTION-NAME   TO WS-TJ-JURISDICTION-NAME
                                          (TJ-IDX).
           MOVE TJ-TAX-RATE            TO WS-TJ-TAX-RATE (TJ-IDX).
           MOVE TJ-EXEMPT-FLAG         TO WS-TJ-EXEMPT-FLAG (TJ-IDX).
      *---------------------------------------------------------------*
       1800-READ-INVOICE-NUM-FILE.
      *---------------------------------------------------------------*
           OPEN INPUT INVOICE-NUM-FILE.
           IF WS-INUM-STATUS EQUAL '00'
               READ INVOICE-NUM-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE IN-LAST-INVOICE-NUM TO WS-INVOICE-NUM
               END-READ
               CLOSE INVOICE-NUM-FILE
           END-IF.
      *---------------------------------------------------------------*
       2000-PROCESS-REGISTER-RECORD.
      *---------------------------------------------------------------*
           MOVE SORTED-REGISTER-REC    TO NEW-REGISTER-REC.
           IF SG-QUOTE-ACCEPTED
               AND NOT SG-QUOTE-BILLED
               PERFORM 2100-LOAD-QUOTE-LINES
               PERFORM 2200-CHECK-QUOTE-LINES
               IF WS-QUOTE-REASON EQUAL SPACE
                   PERFORM 2250-RECALCULATE-LINE-TAX
                       VARYING WS-QL-SUB FROM 1 BY 1
                       UNTIL WS-QL-SUB GREATER THAN WS-QL-COUNT
                          OR WS-QUOTE-REASON NOT EQUAL SPACE
               END-IF
               IF WS-QUOTE-REASON EQUAL SPACE
                   PERFORM 2300-BILL-QUOTE
               ELSE
                   PERFORM 2700-RECORD-EXCEPTION
               END-IF
           END-IF.
           WRITE NEW-REGISTER-REC.
           PERFORM 8100-READ-OLD-REGISTER.
      *---------------------------------------------------------------*
       2100-LOAD-QUOTE-LINES.
      *---------------------------------------------------------------*
           MOVE ZERO                   TO WS-QL-COUNT
                                          WS-QUOTE-GOODS
                                          WS-QUOTE-SHIPPING
                                          WS-QUOTE-TAX
                                          WS-QUOTE-MARKUP
                                          WS-QUOTE-DISCOUNT
                                          WS-QUOTE-TOTAL.
           MOVE 'N'                    TO WS-QL-OVERFLOW-SW.
           PERFORM 8200-READ-QUOTE-LINE
               UNTIL WS-LINE-KEY NOT LESS THAN WS-REG-KEY.
           PERFORM 2110-ADD-QUOTE-LINE
               UNTIL WS-LINE-KEY NOT EQUAL WS-REG-KEY.
      *---------------------------------------------------------------*
       2110-ADD-QUOTE-LINE.
      *---------------------------------------------------------------*
           IF WS-QL-COUNT < 200
               ADD 1                   TO WS-QL-COUNT
               MOVE SL-LINE-NUM        TO WS-QL-LINE-NUM (WS-QL-COUNT)
               MOVE SL-SHIP-TO-FLAG    TO WS-QL-SHIP-TO (WS-QL-COUNT)
               MOVE SL-MUSICIAN-NAME
                   TO WS-QL-MUSICIAN-NAME (WS-QL-COUNT)
               MOVE SL-INSTRUMENT-TYPE
                   TO WS-QL-INSTRUMENT-TYPE (WS-QL-COUNT)
               MOVE SL-INSTRUMENT-QUALITY
                   TO WS-QL-QUALITY (WS-QL-COUNT)
               MOVE SL-COST-USD        TO WS-QL-COST-USD (WS-QL-COUNT)
               MOVE SL-SHIP-USD        TO WS-QL-SHIP-USD (WS-QL-COUNT)
               MOVE SL-TAX-USD         TO WS-QL-TAX-USD (WS-QL-COUNT)
               MOVE SL-MARKUP-AMOUNT
                   TO WS-QL-MARKUP-AMOUNT (WS-QL-COUNT)
               MOVE SL-DISCOUNT-AMOUNT
                   TO WS-QL-DISCOUNT-AMOUNT (WS-QL-COUNT)
               MOVE SL-LINE-TOTAL      TO WS-QL-LINE-TOTAL (WS-QL-COUNT)
               ADD SL-COST-USD         TO WS-QUOTE-GOODS
               ADD SL-SHIP-USD         TO WS-QUOTE-SHIPPING
               ADD SL-TAX-USD          TO WS-QUOTE-TAX
               ADD SL-MARKUP-AMOUNT    TO WS-QUOTE-MARKUP
               ADD SL-DISCOUNT-AMOUNT  TO WS-QUOTE-DISCOUNT
               ADD SL-LINE-TOTAL       TO WS-QUOTE-TOTAL
           ELSE
               MOVE 'Y'                TO WS-QL-OVERFLOW-SW
           END-IF.
           PERFORM 8200-READ-QUOTE-LINE.
      *---------------------------------------------------------------*
       2200-CHECK-QUOTE-LINES.
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
               WHEN WS-QUOTE-TOTAL NOT EQUAL SG-ACCT-TOTAL
                   MOVE 'LINE TOTAL DISAGREES WITH REGISTER'
                                       TO WS-QUOTE-REASON
               WHEN OTHER
                   MOVE SPACE          TO WS-QUOTE-REASON
           END-EVALUATE.
      *---------------------------------------------------------------*
       2250-RECALCULATE-LINE-TAX.
      *---------------------------------------------------------------*
           MOVE 'N'                    TO WS-TJ-FOUND-SW.
           IF WS-TJ-COUNT GREATER THAN ZERO
               SET TJ-IDX TO 1
               SEARCH WS-TJ-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-TJ-SHIP-TO (TJ-IDX)
                            EQUAL WS-QL-SHIP-TO (WS-QL-SUB)
                       MOVE 'Y'        TO WS-TJ-FOUND-SW
               END-SEARCH
           END-IF.
           IF NOT TJ-FOUND
               MOVE 'NO TAX JURISDICTION FOR SHIP-TO'
                                       TO WS-QUOTE-REASON
               MOVE WS-QL-SHIP-TO (WS-QL-SUB)
                                       TO WS-QUOTE-REASON(33:3)
           ELSE
               MOVE WS-TJ-JURISDICTION-NAME (TJ-IDX)
                   TO WS-QL-JURISDICTION-NAME (WS-QL-SUB)
               MOVE WS-TJ-TAX-RATE (TJ-IDX)
                   TO WS-QL-TAX-RATE (WS-QL-SUB)
               MOVE WS-TJ-EXEMPT-FLAG (TJ-IDX)
                   TO WS-QL-EXEMPT-FLAG (WS-QL-SUB)
               IF TJ-EXEMPT (TJ-IDX)
                   MOVE ZERO           TO WS-NEW-TAX-USD
               ELSE
                   COMPUTE WS-NEW-TAX-USD ROUNDED
                       = WS-QL-COST-USD (WS-QL-SUB)
                       * WS-TJ-TAX-RATE (TJ-IDX) / 100
               END-IF
               COMPUTE WS-TAX-DIFFERENCE = WS-NEW-TAX-USD
                                         - WS-QL-TAX-USD (WS-QL-SUB)
               MOVE WS-NEW-TAX-USD     TO WS-QL-TAX-USD (WS-QL-SUB)
               ADD WS-TAX-DIFFERENCE   TO WS-QL-LINE-TOTAL (WS-QL-SUB)
                                          WS-QUOTE-TAX
                                          WS-QUOTE-TOTAL
           END-IF.
      *---------------------------------------------------------------*
       2300-BILL-QUOTE.
      *---------------------------------------------------------------*
           IF NOT INVOICE-OPEN
               OR SG-ACCT-NUM NOT EQUAL WS-INV-ACCT-NUM
               IF INVOICE-OPEN
                   PERFORM 2600-PRINT-INVOICE-TOTAL
               END-IF
               PERFORM 2400-START-NEW-INVOICE
           END-IF.
           MOVE SG-QUOTE-NUM           TO IQ-QUOTE-NUM.
           MOVE SG-QUOTE-DATE(5:2)     TO IQ-QUOTE-MO.
           MOVE SG-QUOTE-DATE(7:2)     TO IQ-QUOTE-DAY.
           MOVE SG-QUOTE-DATE(1:4)     TO IQ-QUOTE-YR.
           MOVE INVOICE-QUOTE-LINE     TO NEXT-REPORT-LINE.
           MOVE 2                      TO LINE-SPACEING.
           PERFORM 9000-PRINT-INVOICE-LINE.
           PERFORM 2350-PRINT-INVOICE-DETAIL
               VARYING WS-QL-SUB FROM 1 BY 1
               UNTIL WS-QL-SUB GREATER THAN WS-QL-COUNT.
           ADD WS-QL-COUNT             TO WS-INV-LINE-COUNT.
           ADD WS-QUOTE-DISCOUNT       TO WS-INV-DISCOUNT.
           ADD WS-QUOTE-TOTAL          TO WS-INV-TOTAL
                                          WS-AMOUNT-BILLED.
           ADD 1                       TO WS-BILLED-COUNT.
           PERFORM 2500-WRITE-INVOICE-REGISTER.
           PERFORM 2550-WRITE-TAX-HISTORY
               VARYING WS-QL-SUB FROM 1 BY 1
               UNTIL WS-QL-SUB GREATER THAN WS-QL-COUNT.
           MOVE 'Y'                    TO NQ-BILLED-FLAG.
           MOVE WS-INVOICE-NUM         TO NQ-INVOICE-NUM.
           MOVE WS-CURRENT-DATE        TO NQ-BILLED-DATE.
      *---------------------------------------------------------------*
       2350-PRINT-INVOICE-DETAIL.
      *---------------------------------------------------------------*
           MOVE WS-QL-MUSICIAN-NAME (WS-QL-SUB)  TO IL-MUSICIAN-NAME.
           MOVE WS-QL-INSTRUMENT-TYPE (WS-QL-SUB) TO IL-INSTRUMENT.
           MOVE WS-QL-QUALITY (WS-QL-SUB)        TO IL-QUALITY.
           COMPUTE IL-COST-USD = WS-QL-COST-USD (WS-QL-SUB)
                               + WS-QL-SHIP-USD (WS-QL-SUB)
                               + WS-QL-TAX-USD (WS-QL-SUB).
           MOVE WS-QL-MARKUP-AMOUNT (WS-QL-SUB)  TO IL-MARKUP.
           MOVE WS-QL-DISCOUNT-AMOUNT (WS-QL-SUB) TO IL-DISCOUNT.
           MOVE WS-QL-LINE-TOTAL (WS-QL-SUB)     TO IL-LINE-TOTAL.
           MOVE INVOICE-DETAIL-LINE    TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-INVOICE-LINE.
      *---------------------------------------------------------------*
       2400-START-NEW-INVOICE.
      *---------------------------------------------------------------*
           ADD 1                       TO WS-INVOICE-NUM
                                          WS-INVOICE-COUNT.
           IF WS-FIRST-INVOICE-NUM EQUAL ZERO
               MOVE WS-INVOICE-NUM     TO WS-FIRST-INVOICE-NUM
           END-IF.
           MOVE 'Y'                    TO INVOICE-OPEN-SW.
           MOVE SG-ACCT-NUM            TO WS-INV-ACCT-NUM.
           MOVE ZERO                   TO WS-INV-LINE-COUNT
                                          WS-INV-DISCOUNT
                                          WS-INV-TOTAL.
           PERFORM 2410-READ-ACCOUNT-MASTER.
           PERFORM 2420-WORK-OUT-DUE-DATE.
           MOVE INVOICE-TITLE-LINE     TO PRINT-LINE.
           PERFORM 9110-WRITE-TOP-OF-PAGE.
           MOVE WS-INVOICE-NUM         TO IA-INVOICE-NUM.
           MOVE SG-ACCT-NUM            TO IA-ACCT-NUM.
           MOVE INVOICE-ACCOUNT-LINE   TO NEXT-REPORT-LINE.
           MOVE 2                      TO LINE-SPACEING.
           PERFORM 9000-PRINT-INVOICE-LINE.
           MOVE WS-INV-TERMS           TO ID-TERMS.
           MOVE WS-DUE-MONTH           TO ID-DUE-MO.
           MOVE WS-DUE-DAY             TO ID-DUE-DAY.
           MOVE WS-DUE-YEAR            TO ID-DUE-YR.
           MOVE INVOICE-DATE-LINE      TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-INVOICE-LINE.
           MOVE INVOICE-COLUMN-LINE    TO NEXT-REPORT-LINE.
           MOVE 2                      TO LINE-SPACEING.
           PERFORM 9000-PRINT-INVOICE-LINE.
           MOVE INVOICE-RULE-LINE      TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-INVOICE-LINE.
      *---------------------------------------------------------------*
       2410-READ-ACCOUNT-MASTER.
      *---------------------------------------------------------------*
           MOVE '** NOT ON ACCOUNT MASTER **' TO IA-CUSTOMER-NAME.
           MOVE SPACE                  TO WS-INV-TERMS.
           IF ACCT-MASTER-AVAILABLE
               MOVE SG-ACCT-NUM        TO AC-ACCT-NUM
               READ ACCOUNT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AC-CUSTOMER-NAME TO IA-CUSTOMER-NAME
                       MOVE AC-PAYMENT-TERMS TO WS-INV-TERMS
               END-READ
           END-IF.
      *---------------------------------------------------------------*
       2420-WORK-OUT-DUE-DATE.
      *---------------------------------------------------------------*
           MOVE SPACE                  TO ID-TERMS-NOTE.
           EVALUATE TRUE
               WHEN WS-INV-TERMS EQUAL 'COD' OR 'CIA'
                   MOVE ZERO           TO WS-TERMS-DAYS
               WHEN WS-TERMS-PREFIX EQUAL 'N'
                   AND WS-TERMS-NET-DAYS NUMERIC
                   MOVE WS-TERMS-NET-DAYS TO WS-TERMS-DAYS
               WHEN WS-INV-TERMS-DAYS NUMERIC
                   MOVE WS-INV-TERMS-DAYS TO WS-TERMS-DAYS
               WHEN OTHER
                   MOVE WS-DEFAULT-TERMS-DAYS TO WS-TERMS-DAYS
                   MOVE '** TERMS NOT RECOGNIZED - NET 30 USED **'
                                       TO ID-TERMS-NOTE
           END-EVALUATE.
           COMPUTE WS-DUE-DATE-NUM =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-INVOICE-DATE-NUM)
                       + WS-TERMS-DAYS).
      *---------------------------------------------------------------*
       2500-WRITE-INVOICE-REGISTER.
      *---------------------------------------------------------------*
           MOVE SPACE                  TO INVOICE-REGISTER-REC.
           MOVE WS-INVOICE-NUM         TO IR-INVOICE-NUM.
           MOVE SG-QUOTE-NUM           TO IR-QUOTE-NUM.
           MOVE SG-ACCT-NUM            TO IR-ACCT-NUM.
           MOVE WS-INVOICE-DATE-NUM    TO IR-INVOICE-DATE.
           MOVE WS-DUE-DATE-NUM        TO IR-DUE-DATE.
           MOVE WS-INV-TERMS           TO IR-PAYMENT-TERMS.
           MOVE WS-QL-COUNT            TO IR-LINE-COUNT.
           MOVE WS-QUOTE-GOODS         TO IR-GOODS-AMOUNT.
           MOVE WS-QUOTE-SHIPPING      TO IR-SHIPPING-AMOUNT.
           MOVE WS-QUOTE-TAX           TO IR-TAX-AMOUNT.
           MOVE WS-QUOTE-MARKUP        TO IR-MARKUP-AMOUNT.
           MOVE WS-QUOTE-DISCOUNT      TO IR-DISCOUNT-AMOUNT.
           MOVE WS-QUOTE-TOTAL         TO IR-INVOICE-AMOUNT.
           WRITE INVOICE-REGISTER-REC.
      *---------------------------------------------------------------*
       2550-WRITE-TAX-HISTORY.
      *---------------------------------------------------------------*
           MOVE SPACE                  TO TAX-HISTORY-REC.
           MOVE WS-INVOICE-NUM         TO TH-INVOICE-NUM.
           MOVE SG-QUOTE-NUM           TO TH-QUOTE-NUM.
           MOVE WS-QL-LINE-NUM (WS-QL-SUB)          TO TH-LINE-NUM.
           MOVE SG-ACCT-NUM            TO TH-ACCT-NUM.
           MOVE WS-INVOICE-DATE-NUM    TO TH-INVOICE-DATE.
           MOVE WS-QL-SHIP-TO (WS-QL-SUB)           TO TH-SHIP-TO.
           MOVE WS-QL-JURISDICTION-NAME (WS-QL-SUB)
                                       TO TH-JURISDICTION-NAME.
           MOVE WS-QL-TAX-RATE (WS-QL-SUB)          TO TH-TAX-RATE.
           MOVE WS-QL-EXEMPT-FLAG (WS-QL-SUB)       TO TH-EXEMPT-FLAG.
           IF WS-QL-EXEMPT-FLAG (WS-QL-SUB) EQUAL 'Y'
               MOVE ZERO               TO TH-TAXABLE-AMOUNT
               MOVE WS-QL-COST-USD (WS-QL-SUB)      TO TH-EXEMPT-AMOUNT
           ELSE
               MOVE WS-QL-COST-USD (WS-QL-SUB)      TO TH-TAXABLE-AMOUNT
               MOVE ZERO               TO TH-EXEMPT-AMOUNT
           END-IF.
           MOVE WS-QL-TAX-USD (WS-QL-SUB)           TO TH-TAX-AMOUNT.
           WRITE TAX-HISTORY-REC.
      *---------------------------------------------------------------*
       2600-PRINT-INVOICE-TOTAL.
      *---------------------------------------------------------------*
           MOVE INVOICE-RULE-LINE      TO NEXT-REPORT-LINE.
           MOVE 2                      TO LINE-SPACEING.
           PERFORM 9000-PRINT-INVOICE-LINE.
           MOVE WS-INV-DISCOUNT        TO IT-DISCOUNT.
           MOVE INVOICE-DISCOUNT-LINE  TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-INVOICE-LINE.
           MOVE WS-INV-LINE-COUNT      TO IT-LINE-COUNT.
           MOVE WS-INV-TOTAL           TO IT-INVOICE-TOTAL.
           MOVE INVOICE-TOTAL-LINE     TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-INVOICE-LINE.
           MOVE 'N'                    TO INVOICE-OPEN-SW.
      *---------------------------------------------------------------*
       2700-RECORD-EXCEPTION.
      *---------------------------------------------------------------*
           ADD 1                       TO WS-NOT-BILLED-COUNT.
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
           PERFORM 9000-PRINT-INVOICE-LINE.
      *---------------------------------------------------------------*
       3000-PRINT-TRAILER-LINES.
      *---------------------------------------------------------------*
           MOVE SUMMARY-TITLE-LINE     TO PRINT-LINE.
           PERFORM 9110-WRITE-TOP-OF-PAGE.
           MOVE WS-INVOICE-COUNT       TO TL1-INVOICE-COUNT.
           MOVE WS-BILLED-COUNT        TO TL1-BILLED-COUNT.
           MOVE WS-NOT-BILLED-COUNT    TO TL1-EXCEPTION-COUNT.
           MOVE TRAILER-1              TO NEXT-REPORT-LINE.
           MOVE 2                      TO LINE-SPACEING.
           PERFORM 9000-PRINT-INVOICE-LINE.
           MOVE WS-AMOUNT-BILLED       TO TL2-AMOUNT-BILLED.
           MOVE WS-FIRST-INVOICE-NUM   TO TL2-FIRST-INVOICE.
           IF WS-INVOICE-COUNT GREATER THAN ZERO
               MOVE WS-INVOICE-NUM     TO TL2-LAST-INVOICE
           ELSE
               MOVE ZERO               TO TL2-LAST-INVOICE
           END-IF.
           MOVE TRAILER-2              TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-INVOICE-LINE.
      *---------------------------------------------------------------*
       3500-UPDATE-INVOICE-NUM-FILE.
      *---------------------------------------------------------------*
           MOVE SPACE                  TO INVOICE-NUM-REC.
           MOVE WS-INVOICE-NUM         TO IN-LAST-INVOICE-NUM.
           MOVE WS-CURRENT-DATE        TO IN-LAST-RUN-DATE.
           OPEN OUTPUT INVOICE-NUM-FILE.
           WRITE INVOICE-NUM-REC.
           CLOSE INVOICE-NUM-FILE.
      *---------------------------------------------------------------*
       4000-CLOSING.
      *---------------------------------------------------------------*
           IF ACCT-MASTER-AVAILABLE
               CLOSE ACCOUNT-MASTER
           END-IF.
           CLOSE   OLD-REGISTER-SORTED
                   QUOTE-LINE-SORTED
                   NEW-REGISTER
                   INVOICE-REGISTER
                   TAX-HISTORY
                   INVOICE-DOC.
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
       9000-PRINT-INVOICE-LINE.
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
