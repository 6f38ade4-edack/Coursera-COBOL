       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAVGLC.
       AUTHOR. ED ACKERMAN.
       DATE-WRITTEN. 10/15/2026
       DATE-COMPILED.
       INSTALLATION. MORONS, LOSERS, AND BIMBOS.
      *---------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   10/15/26  EA  INITIAL VERSION - GENERAL LEDGER JOURNAL AND
      *                 MONTH-END CLOSE. THE PERIOD TO CLOSE (YYYYMM)
      *                 COMES FROM CTLCARD AND DEFAULTS TO THE MONTH
      *                 BEFORE THE RUN DATE. EVERY INVOICE ON THE
      *                 INVOICE REGISTER (FAVINVR) DATED IN THE PERIOD
      *                 IS JOURNALED AS A DEBIT TO RECEIVABLES AND TO
      *                 DISCOUNTS ALLOWED AGAINST CREDITS TO SALES,
      *                 SHIPPING, SALES TAX, AND MARKUP - THE MARKUP IS
      *                 THE QUALITY MARKUP FAVRFP AND FAVQTE APPLY, AS
      *                 BILLED ON THE INVOICE - AND EVERY RECEIPT ON
      *                 THE CASH HISTORY (FAVCSHH) DATED IN THE PERIOD
      *                 AS A DEBIT TO CASH AND A CREDIT TO RECEIVABLES.
      *                 THE GL ACCOUNT FOR EACH ENTRY TYPE COMES FROM
      *                 THE CHART-OF-ACCOUNTS REFERENCE FILE (COAREF).
      *                 A TRIAL-BALANCE PROOF BY ACCOUNT IS PRINTED,
      *                 AND ONLY A JOURNAL THAT BALANCES, WITH EVERY
      *                 ENTRY TYPE ON THE CHART, IS RELEASED TO THE
      *                 LEDGER FILE (FAVGLJ, 96-BYTE RECORDS): AN 'H'
      *                 HEADER WITH RUN DATE, GENERATION, AND PERIOD,
      *                 THE 'D' DETAIL LINES, AND A 'T' TRAILER WITH
      *                 THE RECORD COUNT, DEBIT AND CREDIT TOTALS, AND
      *                 A HASH OF THE REFERENCE NUMBERS, THE SAME WAY
      *                 FAVXFC BUILDS FAVXFR. THE LINES ARE BUILT ON A
      *                 WORK FILE (GLWORK) FIRST SO AN OUT-OF-BALANCE
      *                 JOURNAL NEVER REACHES FAVGLJ. A RELEASED
      *                 JOURNAL RECORDS THE PERIOD AS CLOSED IN THE
      *                 CLOSE CONTROL FILE (FAVGLCT), WHICH FAVARP
      *                 READS TO HOLD ANY RECEIPT DATED INTO A CLOSED
      *                 MONTH IN FAVSUSP. A PERIOD ALREADY CLOSED, ONE
      *                 THAT HAS NOT ENDED, OR ONE WHOSE PRIOR MONTH IS
      *                 STILL OPEN IS REFUSED. A RUN THAT DOES NOT
      *                 RELEASE ITS JOURNAL ENDS WITH RETURN-CODE 8.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3081.
       OBJECT-COMPUTER. IBM-3081.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL INVOICE-REGISTER ASSIGN TO FAVINVR.
           SELECT OPTIONAL CASH-HISTORY ASSIGN TO FAVCSHH.
           SELECT CHART-OF-ACCOUNTS ASSIGN TO COAREF
               FILE STATUS IS WS-COA-STATUS.
           SELECT CONTROL-CARD ASSIGN TO CTLCARD
               FILE STATUS IS WS-CTL-STATUS.
           SELECT CLOSE-CONTROL-FILE ASSIGN TO FAVGLCT
               FILE STATUS IS WS-GLCT-STATUS.
           SELECT JOURNAL-WORK ASSIGN TO GLWORK.
           SELECT JOURNAL-FILE ASSIGN TO FAVGLJ.
           SELECT OPTIONAL RUN-LOG ASSIGN TO FAVRLOG.
           SELECT CLOSE-RPT ASSIGN TO PRTLINE.
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
           05  FILLER                      PIC X(30).
      *---------------------------------------------------------------*
       FD  CHART-OF-ACCOUNTS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CHART-OF-ACCOUNTS-REC.
      *---------------------------------------------------------------*
       01  CHART-OF-ACCOUNTS-REC.
           05  CA-ENTRY-TYPE               PIC X(04).
           05  CA-GL-ACCOUNT               PIC X(10).
           05  CA-DESCRIPTION              PIC X(30).
           05  FILLER                      PIC X(36).
      *---------------------------------------------------------------*
       FD  CONTROL-CARD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CONTROL-CARD-REC.
      *---------------------------------------------------------------*
       01  CONTROL-CARD-REC.
           05  CC-CLOSE-PERIOD             PIC 9(06).
           05  FILLER                      PIC X(74).
      *---------------------------------------------------------------*
       FD  CLOSE-CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CLOSE-CONTROL-REC.
      *---------------------------------------------------------------*
       01  CLOSE-CONTROL-REC.
           05  GC-LAST-CLOSED-PERIOD       PIC 9(06).
           05  GC-JOURNAL-GENERATION       PIC 9(06).
           05  GC-CLOSE-DATE               PIC X(08).
           05  FILLER                      PIC X(60).
      *---------------------------------------------------------------*
       FD  JOURNAL-WORK
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS JOURNAL-WORK-REC.
      *---------------------------------------------------------------*
       01  JOURNAL-WORK-REC.
           05  GD-RECORD-TYPE              PIC X(01).
           05  GD-PERIOD                   PIC 9(06).
           05  GD-GL-ACCOUNT               PIC X(10).
           05  GD-ENTRY-TYPE               PIC X(04).
           05  GD-DR-CR                    PIC X(01).
           05  GD-AMOUNT                   PIC 9(09)V99.
           05  GD-SOURCE                   PIC X(03).
           05  GD-REFERENCE                PIC 9(06).
           05  GD-ACCT-NUM                 PIC X(08).
           05  GD-TRANS-DATE               PIC X(08).
           05  GD-DESCRIPTION              PIC X(30).
           05  FILLER                      PIC X(08).
      *---------------------------------------------------------------*
       FD  JOURNAL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORDS ARE JOURNAL-HEADER-REC
                            JOURNAL-DETAIL-REC
                            JOURNAL-TRAILER-REC.
      *---------------------------------------------------------------*
       01  JOURNAL-HEADER-REC.
           05  JH-RECORD-TYPE              PIC X(01).
           05  JH-RUN-DATE                 PIC X(08).
           05  JH-GENERATION               PIC 9(06).
           05  JH-PERIOD                   PIC 9(06).
           05  FILLER                      PIC X(75).
      *---------------------------------------------------------------*
       01  JOURNAL-DETAIL-REC              PIC X(96).
      *---------------------------------------------------------------*
       01  JOURNAL-TRAILER-REC.
           05  JT-RECORD-TYPE              PIC X(01).
           05  JT-RECORD-COUNT             PIC 9(07).
           05  JT-DEBIT-HASH               PIC 9(11)V99.
           05  JT-CREDIT-HASH              PIC 9(11)V99.
           05  JT-REFERENCE-HASH           PIC 9(11).
           05  FILLER                      PIC X(51).
      *---------------------------------------------------------------*
       FD  RUN-LOG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RUN-LOG-REC.
      *---------------------------------------------------------------*
       01  RUN-LOG-REC.
           05  RL-PROGRAM-ID               PIC X(08).
           05  RL-RUN-DATE                 PIC X(08).
           05  RL-RUN-TIME                 PIC X(06).
           05  RL-RECORDS-READ             PIC 9(07).
           05  RL-RECORDS-WRITTEN          PIC 9(07).
           05  RL-STATUS.
               10  RL-PERIOD-TAG           PIC X(01).
               10  RL-PERIOD               PIC 9(06).
               10  FILLER                  PIC X(01).
               10  RL-RESULT               PIC X(12).
           05  FILLER                      PIC X(24).
      *---------------------------------------------------------------*
       FD  CLOSE-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRINT-RECORD.
      *---------------------------------------------------------------*
       01  PRINT-RECORD.
           05  PRINT-LINE                   PIC X(132).
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
       01  PRINT-LINES.
           05  NEXT-REPORT-LINE             PIC X(132) VALUE SPACE.
      *---------------------------------------------------------------*
           05  BALANCE-LINE.
               10  BL-ENTRY-TYPE            PIC X(04).
               10  FILLER                   PIC X(02) VALUE SPACE.
               10  BL-GL-ACCOUNT            PIC X(10).
               10  FILLER                   PIC X(02) VALUE SPACE.
               10  BL-DESCRIPTION           PIC X(30).
               10  FILLER                   PIC X(02) VALUE SPACE.
               10  BL-DEBITS                PIC $$$,$$$,$$$,$$9.99.
               10  FILLER                   PIC X(02) VALUE SPACE.
               10  BL-CREDITS               PIC $$$,$$$,$$$,$$9.99.
               10  FILLER                   PIC X(44) VALUE SPACE.
      *---------------------------------------------------------------*
           05  MESSAGE-LINE.
               10  ML-FLAG                  PIC X(04).
               10  ML-TEXT                  PIC X(80).
               10  FILLER                   PIC X(48) VALUE SPACE.
      *---------------------------------------------------------------*
          05  HEADING-LINE-1.
               10  FILLER      PIC X(06) VALUE 'DATE: '.
               10  HDR-DAY     PIC X(02).
               10  FILLER      PIC X(01) VALUE '/'.
               10  HDR-MO      PIC X(02).
               10  FILLER      PIC X(01) VALUE '/'.
               10  HDR-YR      PIC X(04).
               10  FILLER      PIC X(22) VALUE SPACES.
               10  FILLER      PIC X(26) VALUE
                   'GL CLOSE - TRIAL BALANCE  '.
               10  FILLER      PIC X(21) VALUE SPACES.
               10  FILLER      PIC X(10) VALUE 'PAGE NUM: '.
               10  H1-PAGE-NUM PIC 999.
      *---------------------------------------------------------------*
           05  HEADING-LINE-2.
               10  FILLER      PIC X(16) VALUE 'CLOSING PERIOD: '.
               10  H2-PERIOD-YR PIC X(04).
               10  FILLER      PIC X(01) VALUE '/'.
               10  H2-PERIOD-MO PIC X(02).
               10  FILLER      PIC X(109) VALUE SPACE.
      *---------------------------------------------------------------*
           05  HEADING-LINE-3.
               10  FILLER  PIC X(04) VALUE 'TYPE'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(10) VALUE 'GL ACCOUNT'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(30) VALUE 'DESCRIPTION'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(18) VALUE '            DEBITS'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(18) VALUE '           CREDITS'.
               10  FILLER  PIC X(44) VALUE SPACE.
      *---------------------------------------------------------------*
           05  HEADING-LINE-4.
               10  FILLER  PIC X(04) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(10) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(30) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(18) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(18) VALUE ALL '-'.
               10  FILLER  PIC X(44) VALUE SPACE.
      *---------------------------------------------------------------*
           05  TRAILER-1.
               10  FILLER  PIC X(20) VALUE '** INVOICES :       '.
               10  TL1-INVOICE-COUNT       PIC ZZZZ9.
               10  FILLER  PIC X(04) VALUE SPACE.
               10  FILLER  PIC X(20) VALUE '** RECEIPTS :       '.
               10  TL1-RECEIPT-COUNT       PIC ZZZZ9.
               10  FILLER  PIC X(04) VALUE SPACE.
               10  FILLER  PIC X(20) VALUE '** JOURNAL LINES :  '.
               10  TL1-LINE-COUNT          PIC ZZZZZZ9.
               10  FILLER  PIC X(04) VALUE SPACE.
               10  FILLER  PIC X(20) VALUE '** GENERATION :     '.
               10  TL1-GENERATION          PIC ZZZZZ9.
               10  FILLER                  PIC X(17) VALUE SPACE.
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
           05  WS-GLCT-STATUS              PIC X(02) VALUE SPACE.
           05  WS-CLOSE-PERIOD.
               10  WS-CLOSE-YEAR           PIC 9(04).
               10  WS-CLOSE-MONTH          PIC 9(02).
           05  WS-CURRENT-PERIOD           PIC X(06).
           05  WS-LAST-CLOSED-PERIOD       PIC 9(06) VALUE ZERO.
           05  WS-NEXT-OPEN-PERIOD.
               10  WS-NEXT-OPEN-YEAR       PIC 9(04).
               10  WS-NEXT-OPEN-MONTH      PIC 9(02).
           05  WS-JOURNAL-GENERATION       PIC 9(06) VALUE ZERO.
           05  WS-PERIOD-ERROR             PIC X(80) VALUE SPACE.
      *---------------------------------------------------------------*
       01  WS-CHART-TABLE.
           05  WS-COA-STATUS               PIC X(02) VALUE SPACE.
           05  WS-COA-COUNT                PIC 9(02) VALUE ZERO.
           05  WS-COA-ENTRY OCCURS 0 TO 50 TIMES
                   DEPENDING ON WS-COA-COUNT
                   INDEXED BY COA-IDX.
               10  WS-COA-ENTRY-TYPE       PIC X(04).
               10  WS-COA-GL-ACCOUNT       PIC X(10).
               10  WS-COA-DESCRIPTION      PIC X(30).
               10  WS-COA-DEBITS           PIC 9(11)V99.
               10  WS-COA-CREDITS          PIC 9(11)V99.
           05  WS-COA-SUB                  PIC 9(02) VALUE ZERO.
           05  COA-EOF-SW                  PIC X VALUE 'N'.
               88  COA-EOF                      VALUE 'Y'.
      *---------------------------------------------------------------*
       01  WS-REQUIRED-TYPES.
           05  WS-REQUIRED-TYPE-VALUES     PIC X(28) VALUE
               'ARCTSALESHIPSTAXMKUPDISCCASH'.
           05  WS-REQUIRED-TYPE-TABLE REDEFINES WS-REQUIRED-TYPE-VALUES.
               10  WS-REQUIRED-TYPE        PIC X(04) OCCURS 7 TIMES.
           05  WS-REQUIRED-SUB             PIC 9(02) VALUE ZERO.
           05  WS-MISSING-COUNT            PIC 9(02) VALUE ZERO.
           05  WS-MISSING-TYPE             PIC X(04) OCCURS 7 TIMES.
      *---------------------------------------------------------------*
       01  WS-JOURNAL-LINE-FIELDS.
           05  WS-JL-ENTRY-TYPE            PIC X(04).
           05  WS-JL-DR-CR                 PIC X(01).
           05  WS-JL-AMOUNT                PIC 9(09)V99.
           05  WS-JL-SOURCE                PIC X(03).
           05  WS-JL-REFERENCE             PIC 9(06).
           05  WS-JL-ACCT-NUM              PIC X(08).
           05  WS-JL-TRANS-DATE            PIC X(08).
      *---------------------------------------------------------------*
       01  WS-COUNTERS.
           05  WS-INVOICE-COUNT            PIC 9(05) VALUE ZERO.
           05  WS-RECEIPT-COUNT            PIC 9(05) VALUE ZERO.
           05  WS-RECORDS-READ             PIC 9(07) VALUE ZERO.
           05  WS-LINE-COUNT               PIC 9(07) VALUE ZERO.
           05  WS-UNPOSTED-COUNT           PIC 9(05) VALUE ZERO.
           05  WS-TOTAL-DEBITS             PIC 9(11)V99 VALUE ZERO.
           05  WS-TOTAL-CREDITS            PIC 9(11)V99 VALUE ZERO.
           05  WS-OUT-OF-BALANCE           PIC S9(11)V99 VALUE ZERO.
           05  WS-REFERENCE-HASH           PIC 9(11) VALUE ZERO.
      *---------------------------------------------------------------*
       01  WS-SWITCHES-SUBSCRIPTS.
           05  INVOICE-EOF-SW              PIC X VALUE 'N'.
               88  INVOICE-EOF                  VALUE 'Y'.
           05  CASH-EOF-SW                 PIC X VALUE 'N'.
               88  CASH-EOF                     VALUE 'Y'.
           05  WORK-EOF-SW                 PIC X VALUE 'N'.
               88  WORK-EOF                     VALUE 'Y'.
           05  JOURNAL-RELEASED-SW         PIC X VALUE 'N'.
               88  JOURNAL-RELEASED             VALUE 'Y'.
      *---------------------------------------------------------------*
       01  PRINTER-CONTROL-FIELDS.
           05  LINE-SPACEING               PIC 9(02) VALUE 1.
           05  LINE-COUNT                  PIC 9(03) VALUE 999.
           05  LINES-ON-PAGE               PIC 9(02) VALUE 60.
           05  PAGE-COUNT                  PIC 9(02) VALUE 1.
      *---------------------------------------------------------------*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-CLOSE-GL-PERIOD.
      *---------------------------------------------------------------*
           PERFORM 1000-INITIALIZATION.
           IF WS-PERIOD-ERROR EQUAL SPACE
               PERFORM 2000-JOURNAL-INVOICES
               PERFORM 2200-JOURNAL-CASH-RECEIPTS
           END-IF.
           PERFORM 3000-PRINT-TRIAL-BALANCE.
           PERFORM 3300-PRINT-PROOF-LINES.
           IF JOURNAL-RELEASED
               PERFORM 3400-RELEASE-JOURNAL
               PERFORM 3500-UPDATE-CLOSE-CONTROL
           ELSE
               CLOSE JOURNAL-WORK
           END-IF.
           PERFORM 3600-WRITE-RUN-LOG.
           PERFORM 4000-CLOSING.
           IF NOT JOURNAL-RELEASED
               MOVE 8                      TO RETURN-CODE
           END-IF.
           GOBACK.
      *---------------------------------------------------------------*
       1000-INITIALIZATION.
      *---------------------------------------------------------------*
           OPEN OUTPUT JOURNAL-WORK
                       CLOSE-RPT.
           MOVE FUNCTION CURRENT-DATE  TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR        TO HDR-YR.
           MOVE WS-CURRENT-MONTH       TO HDR-MO.
           MOVE WS-CURRENT-DAY         TO HDR-DAY.
           MOVE WS-CURRENT-DATE(1:6)   TO WS-CURRENT-PERIOD.
           IF WS-CURRENT-MONTH EQUAL 1
               COMPUTE WS-CLOSE-YEAR = WS-CURRENT-YEAR - 1
               MOVE 12                 TO WS-CLOSE-MONTH
           ELSE
               MOVE WS-CURRENT-YEAR    TO WS-CLOSE-YEAR
               COMPUTE WS-CLOSE-MONTH = WS-CURRENT-MONTH - 1
           END-IF.
           PERFORM 1400-READ-CONTROL-CARD.
           PERFORM 1500-READ-CLOSE-CONTROL.
           PERFORM 1600-LOAD-CHART-OF-ACCOUNTS.
           PERFORM 1700-EDIT-CLOSE-PERIOD.
           MOVE WS-CLOSE-YEAR          TO H2-PERIOD-YR.
           MOVE WS-CLOSE-MONTH         TO H2-PERIOD-MO.
      *---------------------------------------------------------------*
       1400-READ-CONTROL-CARD.
      *---------------------------------------------------------------*
           OPEN INPUT CONTROL-CARD.
           IF WS-CTL-STATUS EQUAL '00'
               READ CONTROL-CARD
                   AT END CONTINUE
                   NOT AT END
                       IF CC-CLOSE-PERIOD NUMERIC
                           AND CC-CLOSE-PERIOD GREATER THAN ZERO
                           MOVE CC-CLOSE-PERIOD TO WS-CLOSE-PERIOD
                       END-IF
               END-READ
               CLOSE CONTROL-CARD
           END-IF.
      *---------------------------------------------------------------*
       1500-READ-CLOSE-CONTROL.
      *---------------------------------------------------------------*
           OPEN INPUT CLOSE-CONTROL-FILE.
           IF WS-GLCT-STATUS EQUAL '00'
               READ CLOSE-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE GC-LAST-CLOSED-PERIOD
                                       TO WS-LAST-CLOSED-PERIOD
                       MOVE GC-JOURNAL-GENERATION
                                       TO WS-JOURNAL-GENERATION
               END-READ
               CLOSE CLOSE-CONTROL-FILE
           END-IF.
           MOVE WS-LAST-CLOSED-PERIOD  TO WS-NEXT-OPEN-PERIOD.
           IF WS-NEXT-OPEN-MONTH EQUAL 12
               ADD 1                   TO WS-NEXT-OPEN-YEAR
               MOVE 1                  TO WS-NEXT-OPEN-MONTH
           ELSE
               ADD 1                   TO WS-NEXT-OPEN-MONTH
           END-IF.
      *---------------------------------------------------------------*
       1600-LOAD-CHART-OF-ACCOUNTS.
      *---------------------------------------------------------------*
           OPEN INPUT CHART-OF-ACCOUNTS.
           IF WS-COA-STATUS EQUAL '00'
               PERFORM 1610-ADD-CHART-ENTRY
                   UNTIL COA-EOF
               CLOSE CHART-OF-ACCOUNTS
           END-IF.
           PERFORM 1620-CHECK-REQUIRED-TYPE
               VARYING WS-REQUIRED-SUB FROM 1 BY 1
               UNTIL WS-REQUIRED-SUB GREATER THAN 7.
      *---------------------------------------------------------------*
       1610-ADD-CHART-ENTRY.
      *---------------------------------------------------------------*
           READ CHART-OF-ACCOUNTS
               AT END MOVE 'Y' TO COA-EOF-SW
               NOT AT END
                   IF WS-COA-COUNT < 50
                       ADD 1 TO WS-COA-COUNT
                       MOVE CA-ENTRY-TYPE
                           TO WS-COA-ENTRY-TYPE (WS-COA-COUNT)
                       MOVE CA-GL-ACCOUNT
                           TO WS-COA-GL-ACCOUNT (WS-COA-COUNT)
                       MOVE CA-DESCRIPTION
                           TO WS-COA-DESCRIPTION (WS-COA-COUNT)
                       MOVE ZERO
                           TO WS-COA-DEBITS (WS-COA-COUNT)
                              WS-COA-CREDITS (WS-COA-COUNT)
                   END-IF
           END-READ.
      *---------------------------------------------------------------*
       1620-CHECK-REQUIRED-TYPE.
      *---------------------------------------------------------------*
           SET COA-IDX                 TO 1.
           SEARCH WS-COA-ENTRY
               AT END
                   ADD 1               TO WS-MISSING-COUNT
                   MOVE WS-REQUIRED-TYPE (WS-REQUIRED-SUB)
                       TO WS-MISSING-TYPE (WS-MISSING-COUNT)
               WHEN WS-COA-ENTRY-TYPE (COA-IDX)
                   EQUAL WS-REQUIRED-TYPE (WS-REQUIRED-SUB)
                   CONTINUE
           END-SEARCH.
      *---------------------------------------------------------------*
       1700-EDIT-CLOSE-PERIOD.
      *---------------------------------------------------------------*
           EVALUATE TRUE
               WHEN WS-CLOSE-MONTH LESS THAN 1
                   OR WS-CLOSE-MONTH GREATER THAN 12
                   MOVE 'CLOSE PERIOD ON CONTROL CARD NOT VALID'
                                       TO WS-PERIOD-ERROR
               WHEN WS-CLOSE-PERIOD NOT LESS THAN WS-CURRENT-PERIOD
                   MOVE 'PERIOD HAS NOT ENDED - CANNOT BE CLOSED'
                                       TO WS-PERIOD-ERROR
               WHEN WS-LAST-CLOSED-PERIOD GREATER THAN ZERO
                   AND WS-CLOSE-PERIOD NOT GREATER THAN
                       WS-LAST-CLOSED-PERIOD
                   MOVE 'PERIOD IS ALREADY CLOSED'
                                       TO WS-PERIOD-ERROR
               WHEN WS-LAST-CLOSED-PERIOD GREATER THAN ZERO
                   AND WS-CLOSE-PERIOD GREATER THAN
                       WS-NEXT-OPEN-PERIOD
                   MOVE 'AN EARLIER PERIOD IS STILL OPEN'
                                       TO WS-PERIOD-ERROR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *---------------------------------------------------------------*
       2000-JOURNAL-INVOICES.
      *---------------------------------------------------------------*
           OPEN INPUT INVOICE-REGISTER.
           PERFORM 8100-READ-INVOICE-REGISTER.
           PERFORM 2100-JOURNAL-INVOICE
               UNTIL INVOICE-EOF.
           CLOSE INVOICE-REGISTER.
      *---------------------------------------------------------------*
       2100-JOURNAL-INVOICE.
      *---------------------------------------------------------------*
           IF IR-INVOICE-DATE(1:6) EQUAL WS-CLOSE-PERIOD
               ADD 1                       TO WS-INVOICE-COUNT
               MOVE 'INV'                  TO WS-JL-SOURCE
               MOVE IR-INVOICE-NUM         TO WS-JL-REFERENCE
               MOVE IR-ACCT-NUM            TO WS-JL-ACCT-NUM
               MOVE IR-INVOICE-DATE        TO WS-JL-TRANS-DATE
               MOVE 'ARCT'                 TO WS-JL-ENTRY-TYPE
               MOVE 'D'                    TO WS-JL-DR-CR
               MOVE IR-INVOICE-AMOUNT      TO WS-JL-AMOUNT
               PERFORM 2800-WRITE-JOURNAL-LINE
               MOVE 'DISC'                 TO WS-JL-ENTRY-TYPE
               MOVE IR-DISCOUNT-AMOUNT     TO WS-JL-AMOUNT
               PERFORM 2800-WRITE-JOURNAL-LINE
               MOVE 'C'                    TO WS-JL-DR-CR
               MOVE 'SALE'                 TO WS-JL-ENTRY-TYPE
               MOVE IR-GOODS-AMOUNT        TO WS-JL-AMOUNT
               PERFORM 2800-WRITE-JOURNAL-LINE
               MOVE 'SHIP'                 TO WS-JL-ENTRY-TYPE
               MOVE IR-SHIPPING-AMOUNT     TO WS-JL-AMOUNT
               PERFORM 2800-WRITE-JOURNAL-LINE
               MOVE 'STAX'                 TO WS-JL-ENTRY-TYPE
               MOVE IR-TAX-AMOUNT          TO WS-JL-AMOUNT
               PERFORM 2800-WRITE-JOURNAL-LINE
               MOVE 'MKUP'                 TO WS-JL-ENTRY-TYPE
               MOVE IR-MARKUP-AMOUNT       TO WS-JL-AMOUNT
               PERFORM 2800-WRITE-JOURNAL-LINE
           END-IF.
           PERFORM 8100-READ-INVOICE-REGISTER.
      *---------------------------------------------------------------*
       2200-JOURNAL-CASH-RECEIPTS.
      *---------------------------------------------------------------*
           OPEN INPUT CASH-HISTORY.
           PERFORM 8200-READ-CASH-HISTORY.
           PERFORM 2300-JOURNAL-RECEIPT
               UNTIL CASH-EOF.
           CLOSE CASH-HISTORY.
      *---------------------------------------------------------------*
       2300-JOURNAL-RECEIPT.
      *---------------------------------------------------------------*
           IF CH-RECEIPT-DATE(1:6) EQUAL WS-CLOSE-PERIOD
               ADD 1                       TO WS-RECEIPT-COUNT
               MOVE 'CSH'                  TO WS-JL-SOURCE
               MOVE CH-INVOICE-NUM         TO WS-JL-REFERENCE
               MOVE CH-ACCT-NUM            TO WS-JL-ACCT-NUM
               MOVE CH-RECEIPT-DATE        TO WS-JL-TRANS-DATE
               MOVE CH-AMOUNT              TO WS-JL-AMOUNT
               MOVE 'CASH'                 TO WS-JL-ENTRY-TYPE
               MOVE 'D'                    TO WS-JL-DR-CR
               PERFORM 2800-WRITE-JOURNAL-LINE
               MOVE 'ARCT'                 TO WS-JL-ENTRY-TYPE
               MOVE 'C'                    TO WS-JL-DR-CR
               PERFORM 2800-WRITE-JOURNAL-LINE
           END-IF.
           PERFORM 8200-READ-CASH-HISTORY.
      *---------------------------------------------------------------*
       2800-WRITE-JOURNAL-LINE.
      *---------------------------------------------------------------*
           IF WS-JL-AMOUNT GREATER THAN ZERO
               SET COA-IDX             TO 1
               SEARCH WS-COA-ENTRY
                   AT END
                       ADD 1           TO WS-UNPOSTED-COUNT
                   WHEN WS-COA-ENTRY-TYPE (COA-IDX)
                       EQUAL WS-JL-ENTRY-TYPE
                       PERFORM 2810-WRITE-WORK-RECORD
               END-SEARCH
           END-IF.
      *---------------------------------------------------------------*
       2810-WRITE-WORK-RECORD.
      *---------------------------------------------------------------*
           MOVE SPACE                      TO JOURNAL-WORK-REC.
           MOVE 'D'                        TO GD-RECORD-TYPE.
           MOVE WS-CLOSE-PERIOD            TO GD-PERIOD.
           MOVE WS-COA-GL-ACCOUNT (COA-IDX) TO GD-GL-ACCOUNT.
           MOVE WS-JL-ENTRY-TYPE           TO GD-ENTRY-TYPE.
           MOVE WS-JL-DR-CR                TO GD-DR-CR.
           MOVE WS-JL-AMOUNT               TO GD-AMOUNT.
           MOVE WS-JL-SOURCE               TO GD-SOURCE.
           MOVE WS-JL-REFERENCE            TO GD-REFERENCE.
           MOVE WS-JL-ACCT-NUM             TO GD-ACCT-NUM.
           MOVE WS-JL-TRANS-DATE           TO GD-TRANS-DATE.
           MOVE WS-COA-DESCRIPTION (COA-IDX) TO GD-DESCRIPTION.
           WRITE JOURNAL-WORK-REC.
           ADD 1                           TO WS-LINE-COUNT.
           ADD WS-JL-REFERENCE             TO WS-REFERENCE-HASH.
           IF WS-JL-DR-CR EQUAL 'D'
               ADD WS-JL-AMOUNT            TO WS-COA-DEBITS (COA-IDX)
                                              WS-TOTAL-DEBITS
           ELSE
               ADD WS-JL-AMOUNT            TO WS-COA-CREDITS (COA-IDX)
                                              WS-TOTAL-CREDITS
           END-IF.
      *---------------------------------------------------------------*
       3000-PRINT-TRIAL-BALANCE.
      *---------------------------------------------------------------*
           PERFORM 3100-PRINT-ACCOUNT-BALANCE
               VARYING WS-COA-SUB FROM 1 BY 1
               UNTIL WS-COA-SUB GREATER THAN WS-COA-COUNT.
           MOVE SPACE                      TO BL-ENTRY-TYPE
                                              BL-GL-ACCOUNT.
           MOVE 'TOTAL'                    TO BL-DESCRIPTION.
           MOVE WS-TOTAL-DEBITS            TO BL-DEBITS.
           MOVE WS-TOTAL-CREDITS           TO BL-CREDITS.
           MOVE BALANCE-LINE               TO NEXT-REPORT-LINE.
           MOVE 2                          TO LINE-SPACEING.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       3100-PRINT-ACCOUNT-BALANCE.
      *---------------------------------------------------------------*
           MOVE WS-COA-ENTRY-TYPE (WS-COA-SUB)  TO BL-ENTRY-TYPE.
           MOVE WS-COA-GL-ACCOUNT (WS-COA-SUB)  TO BL-GL-ACCOUNT.
           MOVE WS-COA-DESCRIPTION (WS-COA-SUB) TO BL-DESCRIPTION.
           MOVE WS-COA-DEBITS (WS-COA-SUB)      TO BL-DEBITS.
           MOVE WS-COA-CREDITS (WS-COA-SUB)     TO BL-CREDITS.
           MOVE BALANCE-LINE               TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       3300-PRINT-PROOF-LINES.
      *---------------------------------------------------------------*
           MOVE WS-INVOICE-COUNT           TO TL1-INVOICE-COUNT.
           MOVE WS-RECEIPT-COUNT           TO TL1-RECEIPT-COUNT.
           MOVE WS-LINE-COUNT              TO TL1-LINE-COUNT.
           MOVE 'Y'                        TO JOURNAL-RELEASED-SW.
           MOVE '*** '                     TO ML-FLAG.
           IF WS-PERIOD-ERROR NOT EQUAL SPACE
               MOVE 'N'                    TO JOURNAL-RELEASED-SW
               MOVE WS-PERIOD-ERROR        TO ML-TEXT
               PERFORM 3310-PRINT-MESSAGE-LINE
           END-IF.
           PERFORM 3320-PRINT-MISSING-TYPE
               VARYING WS-REQUIRED-SUB FROM 1 BY 1
               UNTIL WS-REQUIRED-SUB GREATER THAN WS-MISSING-COUNT.
           IF WS-MISSING-COUNT GREATER THAN ZERO
               OR WS-UNPOSTED-COUNT GREATER THAN ZERO
               MOVE 'N'                    TO JOURNAL-RELEASED-SW
           END-IF.
           COMPUTE WS-OUT-OF-BALANCE = WS-TOTAL-DEBITS
                                     - WS-TOTAL-CREDITS.
           IF WS-OUT-OF-BALANCE NOT EQUAL ZERO
               MOVE 'N'                    TO JOURNAL-RELEASED-SW
               MOVE 'JOURNAL IS OUT OF BALANCE'
                                           TO ML-TEXT
               PERFORM 3310-PRINT-MESSAGE-LINE
           END-IF.
           IF JOURNAL-RELEASED
               ADD 1                       TO WS-JOURNAL-GENERATION
               MOVE 'JOURNAL IN BALANCE - RELEASED AND PERIOD CLOSED'
                                           TO ML-TEXT
           ELSE
               MOVE 'JOURNAL NOT RELEASED - PERIOD NOT CLOSED'
                                           TO ML-TEXT
           END-IF.
           PERFORM 3310-PRINT-MESSAGE-LINE.
           MOVE WS-JOURNAL-GENERATION      TO TL1-GENERATION.
           MOVE TRAILER-1                  TO NEXT-REPORT-LINE.
           MOVE 2                          TO LINE-SPACEING.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       3310-PRINT-MESSAGE-LINE.
      *---------------------------------------------------------------*
           MOVE MESSAGE-LINE               TO NEXT-REPORT-LINE.
           MOVE 2                          TO LINE-SPACEING.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       3320-PRINT-MISSING-TYPE.
      *---------------------------------------------------------------*
           MOVE SPACE                      TO ML-TEXT.
           STRING 'ENTRY TYPE '            DELIMITED BY SIZE
                  WS-MISSING-TYPE (WS-REQUIRED-SUB)
                                           DELIMITED BY SIZE
                  ' IS NOT ON THE CHART OF ACCOUNTS (COAREF)'
                                           DELIMITED BY SIZE
               INTO ML-TEXT.
           PERFORM 3310-PRINT-MESSAGE-LINE.
      *---------------------------------------------------------------*
       3400-RELEASE-JOURNAL.
      *---------------------------------------------------------------*
           CLOSE JOURNAL-WORK.
           OPEN INPUT  JOURNAL-WORK.
           OPEN OUTPUT JOURNAL-FILE.
           MOVE SPACE                      TO JOURNAL-HEADER-REC.
           MOVE 'H'                        TO JH-RECORD-TYPE.
           MOVE WS-CURRENT-DATE            TO JH-RUN-DATE.
           MOVE WS-JOURNAL-GENERATION      TO JH-GENERATION.
           MOVE WS-CLOSE-PERIOD            TO JH-PERIOD.
           WRITE JOURNAL-HEADER-REC.
           PERFORM 8300-READ-JOURNAL-WORK.
           PERFORM 3410-COPY-JOURNAL-LINE
               UNTIL WORK-EOF.
           MOVE SPACE                      TO JOURNAL-TRAILER-REC.
           MOVE 'T'                        TO JT-RECORD-TYPE.
           MOVE WS-LINE-COUNT              TO JT-RECORD-COUNT.
           MOVE WS-TOTAL-DEBITS            TO JT-DEBIT-HASH.
           MOVE WS-TOTAL-CREDITS           TO JT-CREDIT-HASH.
           MOVE WS-REFERENCE-HASH          TO JT-REFERENCE-HASH.
           WRITE JOURNAL-TRAILER-REC.
           CLOSE JOURNAL-WORK
                 JOURNAL-FILE.
      *---------------------------------------------------------------*
       3410-COPY-JOURNAL-LINE.
      *---------------------------------------------------------------*
           MOVE JOURNAL-WORK-REC           TO JOURNAL-DETAIL-REC.
           WRITE JOURNAL-DETAIL-REC.
           PERFORM 8300-READ-JOURNAL-WORK.
      *---------------------------------------------------------------*
       3500-UPDATE-CLOSE-CONTROL.
      *---------------------------------------------------------------*
           MOVE SPACE                      TO CLOSE-CONTROL-REC.
           MOVE WS-CLOSE-PERIOD            TO GC-LAST-CLOSED-PERIOD.
           MOVE WS-JOURNAL-GENERATION      TO GC-JOURNAL-GENERATION.
           MOVE WS-CURRENT-DATE            TO GC-CLOSE-DATE.
           OPEN OUTPUT CLOSE-CONTROL-FILE.
           WRITE CLOSE-CONTROL-REC.
           CLOSE CLOSE-CONTROL-FILE.
      *---------------------------------------------------------------*
       3600-WRITE-RUN-LOG.
      *---------------------------------------------------------------*
           MOVE SPACE                      TO RUN-LOG-REC.
           MOVE 'FAVGLC'                   TO RL-PROGRAM-ID.
           MOVE WS-CURRENT-DATE            TO RL-RUN-DATE.
           MOVE WS-CURRENT-TIME(1:6)       TO RL-RUN-TIME.
           MOVE WS-RECORDS-READ            TO RL-RECORDS-READ.
           MOVE WS-LINE-COUNT              TO RL-RECORDS-WRITTEN.
           MOVE 'P'                        TO RL-PERIOD-TAG.
           MOVE WS-CLOSE-PERIOD            TO RL-PERIOD.
           IF JOURNAL-RELEASED
               MOVE 'CLOSED'               TO RL-RESULT
           ELSE
               MOVE 'NOT RELEASED'         TO RL-RESULT
           END-IF.
           OPEN EXTEND RUN-LOG.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
      *---------------------------------------------------------------*
       4000-CLOSING.
      *---------------------------------------------------------------*
           CLOSE   CLOSE-RPT.
      *---------------------------------------------------------------*
       8100-READ-INVOICE-REGISTER.
      *---------------------------------------------------------------*
           READ INVOICE-REGISTER
               AT END
                   MOVE 'Y'            TO INVOICE-EOF-SW
               NOT AT END
                   ADD 1               TO WS-RECORDS-READ
           END-READ.
      *---------------------------------------------------------------*
       8200-READ-CASH-HISTORY.
      *---------------------------------------------------------------*
           READ CASH-HISTORY
               AT END
                   MOVE 'Y'            TO CASH-EOF-SW
               NOT AT END
                   ADD 1               TO WS-RECORDS-READ
           END-READ.
      *---------------------------------------------------------------*
       8300-READ-JOURNAL-WORK.
      *---------------------------------------------------------------*
           READ JOURNAL-WORK
               AT END
                   MOVE 'Y'            TO WORK-EOF-SW
           END-READ.
      *---------------------------------------------------------------*
       9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
           IF LINE-COUNT GREATER THAN LINES-ON-PAGE
               PERFORM 9100-PRINT-HEADING-LINES.
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
