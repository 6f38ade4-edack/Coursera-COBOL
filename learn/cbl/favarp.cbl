       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAVARP.
       AUTHOR. ED ACKERMAN.
       DATE-WRITTEN. 10/15/2026
       DATE-COMPILED.
       INSTALLATION. MORONS, LOSERS, AND BIMBOS.
      *---------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   10/15/26  EA  INITIAL VERSION - OPEN-ITEM RECEIVABLES
      *                 POSTING. THE RECEIVABLES FILE (FAVAR, ONE
      *                 OPEN ITEM PER INVOICE) IS MERGED BY INVOICE
      *                 NUMBER WITH THE INVOICE REGISTER FAVINV
      *                 APPENDS TO (FAVINVR) AND WITH THE CASH-RECEIPTS
      *                 DECK (CSHTRAN) TO A NEW RECEIVABLES FILE
      *                 (FAVARO, SWAPPED IN BY THE JCL THE SAME WAY
      *                 FAVQAC'S FAVQREGO IS). AN INVOICE NOT YET ON
      *                 THE FILE IS ADDED AS AN OPEN ITEM FOR THE SUM
      *                 OF ITS QUOTES, DUE ON THE DATE FAVINV WORKED
      *                 OUT FROM THE TERMS; ONE ALREADY ON THE FILE IS
      *                 LEFT ALONE, SO THE WHOLE REGISTER CAN BE READ
      *                 EVERY NIGHT. PAID ITEMS STAY ON THE FILE,
      *                 CLOSED, SO A PAID INVOICE IS NEVER RE-ADDED.
      *                 A RECEIPT CARD NAMES THE INVOICE IT PAYS: A
      *                 'P' PAYMENT MUST CLEAR THE OPEN BALANCE
      *                 EXACTLY, AN 'A' CARD IS AN AUTHORIZED PART
      *                 PAYMENT AND MAY BE LESS THAN THE BALANCE.
      *                 A RECEIPT FOR AN INVOICE NOT ON FILE, FOR
      *                 ANOTHER ACCOUNT'S INVOICE, OR FOR A CLOSED
      *                 ITEM (UNMT/PAID), A SHORT 'P' PAYMENT (SHRT),
      *                 AN OVERPAYMENT (OVPY), OR A CARD THAT WILL NOT
      *                 EDIT (IVTC/IVCR) IS HELD WHOLE IN FAVSUSP WITH
      *                 SOURCE CSHTRAN, WHERE FAVSUS CAN RELEASE THE
      *                 CORRECTED CARD BACK TO A CASH DECK - NO
      *                 RECEIPT IS EVER DROPPED. EVERY RECEIPT APPLIED
      *                 IS ALSO APPENDED TO THE CASH HISTORY (FAVCSHH)
      *                 FOR THE MONTH-END. A RUN WITH ANYTHING HELD
      *                 ENDS WITH RETURN-CODE 8.
      *   10/15/26  EA  A RECEIPT DATED IN A MONTH THE GL CLOSE
      *                 (FAVGLC) HAS ALREADY CLOSED IS HELD IN FAVSUSP
      *                 (CLPD) INSTEAD OF POSTING INTO THAT MONTH. THE
      *                 LAST CLOSED PERIOD IS READ FROM FAVGLCT.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3081.
       OBJECT-COMPUTER. IBM-3081.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OLD-AR-FILE ASSIGN TO FAVAR.
           SELECT SORT-AR-WORK ASSIGN TO SORTWK01.
           SELECT OLD-AR-SORTED ASSIGN TO ARSORT.
           SELECT OPTIONAL INVOICE-REGISTER ASSIGN TO FAVINVR.
           SELECT SORT-INV-WORK ASSIGN TO SORTWK02.
           SELECT INVOICE-REGISTER-SORTED ASSIGN TO INVRSORT.
           SELECT CASH-TRANS ASSIGN TO CSHTRAN.
           SELECT SORT-CASH-WORK ASSIGN TO SORTWK03.
           SELECT CASH-TRANS-SORTED ASSIGN TO CSHTSORT.
           SELECT NEW-AR-FILE ASSIGN TO FAVARO.
           SELECT OPTIONAL CASH-HISTORY ASSIGN TO FAVCSHH.
           SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO FAVSUSP.
           SELECT OPTIONAL RUN-LOG ASSIGN TO FAVRLOG.
           SELECT GL-CLOSE-CONTROL ASSIGN TO FAVGLCT
               FILE STATUS IS WS-GLCT-STATUS.
           SELECT POSTING-RPT ASSIGN TO PRTLINE.
      *---------------------------------------------------------------*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  OLD-AR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OLD-AR-REC.
      *---------------------------------------------------------------*
       01  OLD-AR-REC.
           05  OA-INVOICE-NUM              PIC 9(06).
           05  FILLER                      PIC X(94).
      *---------------------------------------------------------------*
       SD  SORT-AR-WORK
           DATA RECORD IS SRT-AR-REC.
      *---------------------------------------------------------------*
       01  SRT-AR-REC.
           05  SRT-AR-INVOICE-NUM          PIC X(06).
           05  FILLER                      PIC X(94).
      *---------------------------------------------------------------*
       FD  OLD-AR-SORTED
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SORTED-AR-REC.
      *---------------------------------------------------------------*
       01  SORTED-AR-REC.
           05  SA-INVOICE-NUM              PIC 9(06).
           05  SA-ACCT-NUM                 PIC X(08).
           05  FILLER                      PIC X(86).
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
           05  FILLER                      PIC X(114).
      *---------------------------------------------------------------*
       SD  SORT-INV-WORK
           DATA RECORD IS SRT-INV-REC.
      *---------------------------------------------------------------*
       01  SRT-INV-REC.
           05  SRT-INV-INVOICE-NUM         PIC X(06).
           05  SRT-INV-QUOTE-NUM           PIC X(06).
           05  FILLER                      PIC X(108).
      *---------------------------------------------------------------*
       FD  INVOICE-REGISTER-SORTED
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SORTED-INVOICE-REC.
      *---------------------------------------------------------------*
       01  SORTED-INVOICE-REC.
           05  SI-INVOICE-NUM              PIC 9(06).
           05  SI-QUOTE-NUM                PIC 9(06).
           05  SI-ACCT-NUM                 PIC X(08).
           05  SI-INVOICE-DATE             PIC X(08).
           05  SI-DUE-DATE                 PIC X(08).
           05  SI-PAYMENT-TERMS            PIC X(03).
           05  SI-LINE-COUNT               PIC 9(03).
           05  SI-GOODS-AMOUNT             PIC 9(09)V99.
           05  SI-SHIPPING-AMOUNT          PIC 9(07)V99.
           05  SI-TAX-AMOUNT               PIC 9(07)V99.
           05  SI-MARKUP-AMOUNT            PIC 9(09)V99.
           05  SI-DISCOUNT-AMOUNT          PIC 9(09)V99.
           05  SI-INVOICE-AMOUNT           PIC 9(09)V99.
           05  FILLER                      PIC X(16).
      *---------------------------------------------------------------*
       FD  CASH-TRANS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CASH-TRANS-REC.
      *---------------------------------------------------------------*
       01  CASH-TRANS-REC.
           05  CR-TRANS-CODE               PIC X(01).
           05  CR-INVOICE-NUM              PIC 9(06).
           05  FILLER                      PIC X(73).
      *---------------------------------------------------------------*
       SD  SORT-CASH-WORK
           DATA RECORD IS SRT-CASH-REC.
      *---------------------------------------------------------------*
       01  SRT-CASH-REC.
           05  FILLER                      PIC X(01).
           05  SRT-CASH-INVOICE-NUM        PIC X(06).
           05  FILLER                      PIC X(08).
           05  SRT-CASH-RECEIPT-DATE       PIC X(08).
           05  FILLER                      PIC X(57).
      *---------------------------------------------------------------*
       FD  CASH-TRANS-SORTED
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SORTED-CASH-REC.
      *---------------------------------------------------------------*
       01  SORTED-CASH-REC.
           05  SC-TRANS-CODE               PIC X(01).
               88  SC-IS-PAYMENT                VALUE 'P'.
               88  SC-IS-PART-PAYMENT           VALUE 'A'.
           05  SC-INVOICE-NUM              PIC X(06).
           05  SC-ACCT-NUM                 PIC X(08).
           05  SC-RECEIPT-DATE             PIC X(08).
           05  SC-AMOUNT                   PIC 9(07)V99.
           05  SC-REFERENCE                PIC X(10).
           05  FILLER                      PIC X(38).
      *---------------------------------------------------------------*
       FD  NEW-AR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS NEW-AR-REC.
      *---------------------------------------------------------------*
       01  NEW-AR-REC.
           05  NA-INVOICE-NUM              PIC 9(06).
           05  NA-ACCT-NUM                 PIC X(08).
           05  NA-INVOICE-DATE             PIC X(08).
           05  NA-DUE-DATE                 PIC X(08).
           05  NA-PAYMENT-TERMS            PIC X(03).
           05  NA-INVOICE-AMOUNT           PIC 9(09)V99.
           05  NA-AMOUNT-PAID              PIC 9(09)V99.
           05  NA-BALANCE-DUE              PIC 9(09)V99.
           05  NA-LAST-PAYMENT-DATE        PIC X(08).
           05  NA-STATUS                   PIC X(01).
               88  NA-ITEM-OPEN                 VALUE 'O'.
               88  NA-ITEM-PAID                 VALUE 'P'.
           05  FILLER                      PIC X(25).
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
       FD  SUSPENSE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 108 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUSPENSE-REC.
      *---------------------------------------------------------------*
       01  SUSPENSE-REC.
           05  SU-PROGRAM-ID               PIC X(08).
           05  SU-RUN-DATE                 PIC X(08).
           05  SU-REASON-CODE              PIC X(04).
           05  SU-SOURCE-FILE              PIC X(08).
           05  SU-RECORD-IMAGE             PIC X(80).
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
               10  RL-INVOICE-TAG          PIC X(01).
               10  RL-INVOICE-COUNT        PIC 9(03).
               10  RL-APPLIED-TAG          PIC X(01).
               10  RL-APPLIED-COUNT        PIC 9(03).
               10  RL-HELD-TAG             PIC X(01).
               10  RL-HELD-COUNT           PIC 9(03).
               10  FILLER                  PIC X(04).
           05  FILLER                      PIC X(28).
      *---------------------------------------------------------------*
       FD  GL-CLOSE-CONTROL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GL-CLOSE-CONTROL-REC.
      *---------------------------------------------------------------*
       01  GL-CLOSE-CONTROL-REC.
           05  GC-LAST-CLOSED-PERIOD       PIC 9(06).
           05  FILLER                      PIC X(74).
      *---------------------------------------------------------------*
       FD  POSTING-RPT
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
           05  AUDIT-LINE.
               10  AL-INVOICE-NUM           PIC X(06).
               10  FILLER                   PIC X(02) VALUE SPACE.
               10  AL-ACCT-NUM              PIC X(08).
               10  FILLER                   PIC X(02) VALUE SPACE.
               10  AL-REFERENCE             PIC X(10).
               10  FILLER                   PIC X(02) VALUE SPACE.
               10  AL-AMOUNT                PIC $$$,$$$,$$9.99.
               10  FILLER                   PIC X(02) VALUE SPACE.
               10  AL-BALANCE               PIC $$$,$$$,$$9.99.
               10  FILLER                   PIC X(02) VALUE SPACE.
               10  AL-ACTION                PIC X(20).
               10  FILLER                   PIC X(02) VALUE SPACE.
               10  AL-REASON                PIC X(40).
               10  FILLER                   PIC X(08) VALUE SPACE.
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
                   'RECEIVABLES POSTING     '.
               10  FILLER      PIC X(23) VALUE SPACES.
               10  FILLER      PIC X(10) VALUE 'PAGE NUM: '.
               10  H1-PAGE-NUM PIC 999.
      *---------------------------------------------------------------*
           05  HEADING-LINE-2.
               10  FILLER  PIC X(06) VALUE 'INVOIC'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(08) VALUE 'ACCT NUM'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(10) VALUE 'REFERENCE'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(14) VALUE '        AMOUNT'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(14) VALUE '   BALANCE DUE'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(20) VALUE 'ACTION'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(40) VALUE 'REASON'.
               10  FILLER  PIC X(08) VALUE SPACE.
      *---------------------------------------------------------------*
           05  HEADING-LINE-3.
               10  FILLER  PIC X(06) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(08) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(10) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(14) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(14) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(20) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(40) VALUE ALL '-'.
               10  FILLER  PIC X(08) VALUE SPACE.
      *---------------------------------------------------------------*
           05  TRAILER-1.
               10  FILLER  PIC X(20) VALUE '** INVOICES ADDED : '.
               10  TL1-INVOICE-COUNT       PIC ZZ9.
               10  FILLER  PIC X(04) VALUE SPACE.
               10  FILLER  PIC X(20) VALUE '** RECEIPTS APPLIED:'.
               10  TL1-APPLIED-COUNT       PIC ZZ9.
               10  FILLER  PIC X(04) VALUE SPACE.
               10  FILLER  PIC X(20) VALUE '** RECEIPTS HELD :  '.
               10  TL1-HELD-COUNT          PIC ZZ9.
               10  FILLER                  PIC X(55) VALUE SPACE.
      *---------------------------------------------------------------*
           05  TRAILER-2.
               10  FILLER  PIC X(20) VALUE '** AMOUNT INVOICED: '.
               10  TL2-INVOICED-AMOUNT     PIC $$$,$$$,$$9.99.
               10  FILLER  PIC X(04) VALUE SPACE.
               10  FILLER  PIC X(20) VALUE '** CASH APPLIED :   '.
               10  TL2-APPLIED-AMOUNT      PIC $$$,$$$,$$9.99.
               10  FILLER  PIC X(04) VALUE SPACE.
               10  FILLER  PIC X(20) VALUE '** CASH HELD :      '.
               10  TL2-HELD-AMOUNT         PIC $$$,$$$,$$9.99.
               10  FILLER                  PIC X(22) VALUE SPACE.
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
       01  WS-MATCH-FIELDS.
           05  WS-OLD-KEY                  PIC X(06).
           05  WS-INV-KEY                  PIC X(06).
           05  WS-CASH-KEY                 PIC X(06).
           05  WS-LOW-KEY                  PIC X(06).
      *---------------------------------------------------------------*
       01  WS-POSTING-FIELDS.
           05  WS-SUSPENSE-REASON          PIC X(04) VALUE SPACE.
           05  WS-HELD-REASON              PIC X(40) VALUE SPACE.
           05  WS-GLCT-STATUS              PIC X(02) VALUE SPACE.
           05  WS-LAST-CLOSED-PERIOD       PIC 9(06) VALUE ZERO.
           05  ITEM-PRESENT-SW             PIC X VALUE 'N'.
               88  ITEM-PRESENT                 VALUE 'Y'.
      *---------------------------------------------------------------*
       01  WS-COUNTERS.
           05  WS-INVOICE-COUNT            PIC 9(03) VALUE ZERO.
           05  WS-APPLIED-COUNT            PIC 9(03) VALUE ZERO.
           05  WS-HELD-COUNT               PIC 9(03) VALUE ZERO.
           05  WS-CASH-READ-COUNT          PIC 9(07) VALUE ZERO.
           05  WS-AR-WRITE-COUNT           PIC 9(07) VALUE ZERO.
           05  WS-INVOICED-AMOUNT          PIC 9(09)V99 VALUE ZERO.
           05  WS-APPLIED-AMOUNT           PIC 9(09)V99 VALUE ZERO.
           05  WS-HELD-AMOUNT              PIC 9(09)V99 VALUE ZERO.
      *---------------------------------------------------------------*
       01  WS-SWITCHES-SUBSCRIPTS.
           05  OLD-AR-EOF-SW               PIC X VALUE 'N'.
               88  OLD-AR-EOF                   VALUE 'Y'.
           05  INVOICE-EOF-SW              PIC X VALUE 'N'.
               88  INVOICE-EOF                  VALUE 'Y'.
           05  CASH-EOF-SW                 PIC X VALUE 'N'.
               88  CASH-EOF                     VALUE 'Y'.
      *---------------------------------------------------------------*
       01  PRINTER-CONTROL-FIELDS.
           05  LINE-SPACEING               PIC 9(02) VALUE 1.
           05  LINE-COUNT                  PIC 9(03) VALUE 999.
           05  LINES-ON-PAGE               PIC 9(02) VALUE 60.
           05  PAGE-COUNT                  PIC 9(02) VALUE 1.
      *---------------------------------------------------------------*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-POST-RECEIVABLES.
      *---------------------------------------------------------------*
           PERFORM 1000-INITIALIZATION.
           PERFORM 8100-READ-OLD-AR.
           PERFORM 8200-READ-INVOICE-REGISTER.
           PERFORM 8300-READ-CASH-TRANS.
           PERFORM 2000-PROCESS-INVOICE-KEY
               UNTIL OLD-AR-EOF AND INVOICE-EOF AND CASH-EOF.
           PERFORM 3000-PRINT-TRAILER-LINES.
           PERFORM 3500-WRITE-RUN-LOG.
           PERFORM 4000-CLOSING.
           GOBACK.
      *---------------------------------------------------------------*
       1000-INITIALIZATION.
      *---------------------------------------------------------------*
           OPEN OUTPUT NEW-AR-FILE
                       POSTING-RPT.
           SORT SORT-AR-WORK
               ON ASCENDING KEY SRT-AR-INVOICE-NUM
               USING OLD-AR-FILE
               GIVING OLD-AR-SORTED.
           OPEN INPUT OLD-AR-SORTED.
           SORT SORT-INV-WORK
               ON ASCENDING KEY SRT-INV-INVOICE-NUM
                                SRT-INV-QUOTE-NUM
               USING INVOICE-REGISTER
               GIVING INVOICE-REGISTER-SORTED.
           OPEN INPUT INVOICE-REGISTER-SORTED.
           SORT SORT-CASH-WORK
               ON ASCENDING KEY SRT-CASH-INVOICE-NUM
                                SRT-CASH-RECEIPT-DATE
               USING CASH-TRANS
               GIVING CASH-TRANS-SORTED.
           OPEN INPUT CASH-TRANS-SORTED.
           OPEN EXTEND CASH-HISTORY
                       SUSPENSE-FILE.
           MOVE FUNCTION CURRENT-DATE  TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR        TO HDR-YR.
           MOVE WS-CURRENT-MONTH       TO HDR-MO.
           MOVE WS-CURRENT-DAY         TO HDR-DAY.
           PERFORM 1500-READ-GL-CLOSE-CONTROL.
      *---------------------------------------------------------------*
       1500-READ-GL-CLOSE-CONTROL.
      *---------------------------------------------------------------*
           OPEN INPUT GL-CLOSE-CONTROL.
           IF WS-GLCT-STATUS EQUAL '00'
               READ GL-CLOSE-CONTROL
                   AT END CONTINUE
                   NOT AT END
                       IF GC-LAST-CLOSED-PERIOD NUMERIC
                           MOVE GC-LAST-CLOSED-PERIOD
                                       TO WS-LAST-CLOSED-PERIOD
                       END-IF
               END-READ
               CLOSE GL-CLOSE-CONTROL
           END-IF.
      *---------------------------------------------------------------*
       2000-PROCESS-INVOICE-KEY.
      *---------------------------------------------------------------*
           MOVE WS-OLD-KEY                 TO WS-LOW-KEY.
           IF WS-INV-KEY LESS THAN WS-LOW-KEY
               MOVE WS-INV-KEY             TO WS-LOW-KEY
           END-IF.
           IF WS-CASH-KEY LESS THAN WS-LOW-KEY
               MOVE WS-CASH-KEY            TO WS-LOW-KEY
           END-IF.
           MOVE 'N'                        TO ITEM-PRESENT-SW.
           IF WS-OLD-KEY EQUAL WS-LOW-KEY
               MOVE SORTED-AR-REC          TO NEW-AR-REC
               MOVE 'Y'                    TO ITEM-PRESENT-SW
               PERFORM 8100-READ-OLD-AR
           END-IF.
           IF WS-INV-KEY EQUAL WS-LOW-KEY
               PERFORM 2100-ADD-NEW-INVOICE
           END-IF.
           PERFORM 2300-POST-CASH-RECEIPT
               UNTIL WS-CASH-KEY NOT EQUAL WS-LOW-KEY.
           IF ITEM-PRESENT
               WRITE NEW-AR-REC
               ADD 1                       TO WS-AR-WRITE-COUNT
           END-IF.
      *---------------------------------------------------------------*
       2100-ADD-NEW-INVOICE.
      *---------------------------------------------------------------*
           IF ITEM-PRESENT
               PERFORM 8200-READ-INVOICE-REGISTER
                   UNTIL WS-INV-KEY NOT EQUAL WS-LOW-KEY
           ELSE
               MOVE SPACE                  TO NEW-AR-REC
               MOVE SI-INVOICE-NUM         TO NA-INVOICE-NUM
               MOVE SI-ACCT-NUM            TO NA-ACCT-NUM
               MOVE SI-INVOICE-DATE        TO NA-INVOICE-DATE
               MOVE SI-DUE-DATE            TO NA-DUE-DATE
               MOVE SI-PAYMENT-TERMS       TO NA-PAYMENT-TERMS
               MOVE ZERO                   TO NA-INVOICE-AMOUNT
                                              NA-AMOUNT-PAID
               MOVE 'O'                    TO NA-STATUS
               MOVE 'Y'                    TO ITEM-PRESENT-SW
               PERFORM 2110-ADD-INVOICE-QUOTE
                   UNTIL WS-INV-KEY NOT EQUAL WS-LOW-KEY
               MOVE NA-INVOICE-AMOUNT      TO NA-BALANCE-DUE
               ADD 1                       TO WS-INVOICE-COUNT
               ADD NA-INVOICE-AMOUNT       TO WS-INVOICED-AMOUNT
               MOVE WS-LOW-KEY             TO AL-INVOICE-NUM
               MOVE NA-ACCT-NUM            TO AL-ACCT-NUM
               MOVE SPACE                  TO AL-REFERENCE
               MOVE NA-INVOICE-AMOUNT      TO AL-AMOUNT
               MOVE NA-BALANCE-DUE         TO AL-BALANCE
               MOVE 'INVOICE ADDED'        TO AL-ACTION
               MOVE SPACE                  TO AL-REASON
               PERFORM 2900-WRITE-AUDIT-LINE
           END-IF.
      *---------------------------------------------------------------*
       2110-ADD-INVOICE-QUOTE.
      *---------------------------------------------------------------*
           ADD SI-INVOICE-AMOUNT           TO NA-INVOICE-AMOUNT.
           PERFORM 8200-READ-INVOICE-REGISTER.
      *---------------------------------------------------------------*
       2300-POST-CASH-RECEIPT.
      *---------------------------------------------------------------*
           MOVE SPACE                      TO WS-SUSPENSE-REASON
                                              WS-HELD-REASON.
           PERFORM 2310-EDIT-CASH-RECEIPT.
           MOVE SC-INVOICE-NUM             TO AL-INVOICE-NUM.
           MOVE SC-ACCT-NUM                TO AL-ACCT-NUM.
           MOVE SC-REFERENCE               TO AL-REFERENCE.
           IF SC-AMOUNT NUMERIC
               MOVE SC-AMOUNT              TO AL-AMOUNT
           ELSE
               MOVE ZERO                   TO AL-AMOUNT
           END-IF.
           IF WS-SUSPENSE-REASON EQUAL SPACE
               PERFORM 2400-APPLY-CASH-RECEIPT
           ELSE
               PERFORM 2500-HOLD-CASH-RECEIPT
           END-IF.
           PERFORM 8300-READ-CASH-TRANS.
      *---------------------------------------------------------------*
       2310-EDIT-CASH-RECEIPT.
      *---------------------------------------------------------------*
           EVALUATE TRUE
               WHEN NOT SC-IS-PAYMENT AND NOT SC-IS-PART-PAYMENT
                   MOVE 'IVTC'             TO WS-SUSPENSE-REASON
                   MOVE 'INVALID TRANS CODE' TO WS-HELD-REASON
               WHEN SC-AMOUNT NOT NUMERIC
                   OR SC-AMOUNT EQUAL ZERO
                   OR SC-RECEIPT-DATE NOT NUMERIC
                   MOVE 'IVCR'             TO WS-SUSPENSE-REASON
                   MOVE 'AMOUNT OR RECEIPT DATE NOT VALID'
                                           TO WS-HELD-REASON
               WHEN SC-RECEIPT-DATE(1:6) NOT GREATER THAN
                   WS-LAST-CLOSED-PERIOD
                   MOVE 'CLPD'             TO WS-SUSPENSE-REASON
                   MOVE 'RECEIPT DATED IN A CLOSED GL PERIOD'
                                           TO WS-HELD-REASON
               WHEN NOT ITEM-PRESENT
                   MOVE 'UNMT'             TO WS-SUSPENSE-REASON
                   MOVE 'NO SUCH INVOICE ON RECEIVABLES'
                                           TO WS-HELD-REASON
               WHEN SC-ACCT-NUM NOT EQUAL NA-ACCT-NUM
                   MOVE 'UNMT'             TO WS-SUSPENSE-REASON
                   MOVE 'INVOICE BELONGS TO ANOTHER ACCOUNT'
                                           TO WS-HELD-REASON
               WHEN NA-ITEM-PAID
                   MOVE 'PAID'             TO WS-SUSPENSE-REASON
                   MOVE 'INVOICE ALREADY PAID IN FULL'
                                           TO WS-HELD-REASON
               WHEN SC-AMOUNT GREATER THAN NA-BALANCE-DUE
                   MOVE 'OVPY'             TO WS-SUSPENSE-REASON
                   MOVE 'RECEIPT EXCEEDS BALANCE DUE'
                                           TO WS-HELD-REASON
               WHEN SC-IS-PAYMENT
                   AND SC-AMOUNT LESS THAN NA-BALANCE-DUE
                   MOVE 'SHRT'             TO WS-SUSPENSE-REASON
                   MOVE 'SHORT PAYMENT - BALANCE NOT CLEARED'
                                           TO WS-HELD-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *---------------------------------------------------------------*
       2400-APPLY-CASH-RECEIPT.
      *---------------------------------------------------------------*
           ADD SC-AMOUNT                   TO NA-AMOUNT-PAID.
           SUBTRACT SC-AMOUNT            FROM NA-BALANCE-DUE.
           MOVE SC-RECEIPT-DATE            TO NA-LAST-PAYMENT-DATE.
           IF NA-BALANCE-DUE EQUAL ZERO
               MOVE 'P'                    TO NA-STATUS
               MOVE 'PAID IN FULL'         TO AL-ACTION
           ELSE
               MOVE 'PART PAYMENT APPLIED' TO AL-ACTION
           END-IF.
           MOVE NA-BALANCE-DUE             TO AL-BALANCE.
           MOVE SPACE                      TO AL-REASON.
           PERFORM 2900-WRITE-AUDIT-LINE.
           MOVE SPACE                      TO CASH-HISTORY-REC.
           MOVE NA-INVOICE-NUM             TO CH-INVOICE-NUM.
           MOVE SC-ACCT-NUM                TO CH-ACCT-NUM.
           MOVE SC-RECEIPT-DATE            TO CH-RECEIPT-DATE.
           MOVE SC-AMOUNT                  TO CH-AMOUNT.
           MOVE SC-REFERENCE               TO CH-REFERENCE.
           MOVE WS-CURRENT-DATE            TO CH-POSTED-DATE.
           IF NA-ITEM-PAID
               MOVE 'Y'                    TO CH-ITEM-CLOSED-FLAG
           ELSE
               MOVE 'N'                    TO CH-ITEM-CLOSED-FLAG
           END-IF.
           WRITE CASH-HISTORY-REC.
           ADD 1                           TO WS-APPLIED-COUNT.
           ADD SC-AMOUNT                   TO WS-APPLIED-AMOUNT.
      *---------------------------------------------------------------*
       2500-HOLD-CASH-RECEIPT.
      *---------------------------------------------------------------*
           IF ITEM-PRESENT
               MOVE NA-BALANCE-DUE         TO AL-BALANCE
           ELSE
               MOVE ZERO                   TO AL-BALANCE
           END-IF.
           MOVE 'HELD IN SUSPENSE'         TO AL-ACTION.
           MOVE WS-HELD-REASON             TO AL-REASON.
           PERFORM 2900-WRITE-AUDIT-LINE.
           PERFORM 2960-WRITE-SUSPENSE-RECORD.
           ADD 1                           TO WS-HELD-COUNT.
           IF SC-AMOUNT NUMERIC
               ADD SC-AMOUNT               TO WS-HELD-AMOUNT
           END-IF.
      *---------------------------------------------------------------*
       2900-WRITE-AUDIT-LINE.
      *---------------------------------------------------------------*
           MOVE AUDIT-LINE                 TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       2960-WRITE-SUSPENSE-RECORD.
      *---------------------------------------------------------------*
           MOVE 'FAVARP'                   TO SU-PROGRAM-ID.
           MOVE WS-CURRENT-DATE            TO SU-RUN-DATE.
           MOVE WS-SUSPENSE-REASON         TO SU-REASON-CODE.
           MOVE 'CSHTRAN'                  TO SU-SOURCE-FILE.
           MOVE SORTED-CASH-REC            TO SU-RECORD-IMAGE.
           WRITE SUSPENSE-REC.
      *---------------------------------------------------------------*
       3000-PRINT-TRAILER-LINES.
      *---------------------------------------------------------------*
           MOVE WS-INVOICE-COUNT           TO TL1-INVOICE-COUNT.
           MOVE WS-APPLIED-COUNT           TO TL1-APPLIED-COUNT.
           MOVE WS-HELD-COUNT              TO TL1-HELD-COUNT.
           MOVE TRAILER-1                  TO NEXT-REPORT-LINE.
           MOVE 2                          TO LINE-SPACEING.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE WS-INVOICED-AMOUNT         TO TL2-INVOICED-AMOUNT.
           MOVE WS-APPLIED-AMOUNT          TO TL2-APPLIED-AMOUNT.
           MOVE WS-HELD-AMOUNT             TO TL2-HELD-AMOUNT.
           MOVE TRAILER-2                  TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       3500-WRITE-RUN-LOG.
      *---------------------------------------------------------------*
           MOVE SPACE                      TO RUN-LOG-REC.
           MOVE 'FAVARP'                   TO RL-PROGRAM-ID.
           MOVE WS-CURRENT-DATE            TO RL-RUN-DATE.
           MOVE WS-CURRENT-TIME(1:6)       TO RL-RUN-TIME.
           MOVE WS-CASH-READ-COUNT         TO RL-RECORDS-READ.
           MOVE WS-AR-WRITE-COUNT          TO RL-RECORDS-WRITTEN.
           MOVE 'I'                        TO RL-INVOICE-TAG.
           MOVE WS-INVOICE-COUNT           TO RL-INVOICE-COUNT.
           MOVE 'P'                        TO RL-APPLIED-TAG.
           MOVE WS-APPLIED-COUNT           TO RL-APPLIED-COUNT.
           MOVE 'H'                        TO RL-HELD-TAG.
           MOVE WS-HELD-COUNT              TO RL-HELD-COUNT.
           OPEN EXTEND RUN-LOG.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
           IF WS-HELD-COUNT GREATER THAN ZERO
               MOVE 8                      TO RETURN-CODE
           END-IF.
      *---------------------------------------------------------------*
       4000-CLOSING.
      *---------------------------------------------------------------*
           CLOSE   OLD-AR-SORTED
                   INVOICE-REGISTER-SORTED
                   CASH-TRANS-SORTED
                   NEW-AR-FILE
                   CASH-HISTORY
                   SUSPENSE-FILE
                   POSTING-RPT.
      *---------------------------------------------------------------*
       8100-READ-OLD-AR.
      *---------------------------------------------------------------*
           READ OLD-AR-SORTED
               AT END
                   MOVE 'Y'            TO OLD-AR-EOF-SW
                   MOVE HIGH-VALUES    TO WS-OLD-KEY
               NOT AT END
                   MOVE SA-INVOICE-NUM TO WS-OLD-KEY
           END-READ.
      *---------------------------------------------------------------*
       8200-READ-INVOICE-REGISTER.
      *---------------------------------------------------------------*
           READ INVOICE-REGISTER-SORTED
               AT END
                   MOVE 'Y'            TO INVOICE-EOF-SW
                   MOVE HIGH-VALUES    TO WS-INV-KEY
               NOT AT END
                   MOVE SI-INVOICE-NUM TO WS-INV-KEY
           END-READ.
      *---------------------------------------------------------------*
       8300-READ-CASH-TRANS.
      *---------------------------------------------------------------*
           READ CASH-TRANS-SORTED
               AT END
                   MOVE 'Y'            TO CASH-EOF-SW
                   MOVE HIGH-VALUES    TO WS-CASH-KEY
               NOT AT END
                   MOVE SC-INVOICE-NUM TO WS-CASH-KEY
                   ADD 1               TO WS-CASH-READ-COUNT
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
           MOVE 1                    TO LINE-SPACEING.
           MOVE HEADING-LINE-3       TO PRINT-LINE.
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
