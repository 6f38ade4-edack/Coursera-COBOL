      *                 DEGRADES GRACEFULLY THE WAY FAVRPT TREATS ITS
      *                 OPTIONAL INPUTS. WE CAN NO LONGER PRINT QUOTES
      *                 FOR ACCOUNTS THAT OWE US MONEY.
      *   10/15/26  EA  EVERY PRICED LINE OF A QUOTE IS NOW ALSO SAVED
      *                 TO THE QUOTE-LINE FILE (FAVQLIN, APPENDED EACH
      *                 RUN) UNDER ITS QUOTE NUMBER AND LINE NUMBER:
      *                 MUSICIAN, INSTRUMENT, QUALITY, SHIP-TO, THE
      *                 MASTER COST, THE USD COST, SHIPPING, AND TAX,
      *                 THE MARKUP, THE DISCOUNT, AND THE LINE TOTAL.
      *                 FAVINV READS THE LINES BACK TO PRINT THE
      *                 INVOICE ONCE THE QUOTE IS ACCEPTED, SO THE
      *                 PRINTED QUOTE NO LONGER HAS TO BE RE-KEYED.
      *   10/15/26  EA  SALES TAX IS NO LONGER TAKEN FROM THE TAX-RATE
      *                 AMOUNT KEYED ON THE MUSICIAN MASTER. THE
      *                 EFFECTIVE-DATED TAX JURISDICTION FILE (TAXJUR,
      *                 MAINTAINED BY FAVTJM) IS LOADED AT STARTUP AND
      *                 TAX IS CALCULATED AS THE USD INSTRUMENT COST
      *                 TIMES THE RATE IN EFFECT FOR THE SHIP-TO ON THE
      *                 QUOTE DATE. AN EXEMPT JURISDICTION CHARGES NO
      *                 TAX. A LINE WHOSE SHIP-TO HAS NO JURISDICTION IS
      *                 QUOTED WITHOUT TAX, MARKED ON THE QUOTE, AND
      *                 LISTED ON A TAX JURISDICTION EXCEPTIONS PAGE AT
      *                 THE END OF THE RUN.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT RATE-REF ASSIGN TO RATEREF
               FILE STATUS IS WS-RATE-STATUS.
           SELECT OPTIONAL QUOTE-REGISTER ASSIGN TO FAVQREG.
           SELECT OPTIONAL QUOTE-LINE-FILE ASSIGN TO FAVQLIN.
           SELECT QUOTE-NUM-FILE ASSIGN TO FAVQGEN
               FILE STATUS IS WS-QNUM-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO FAVACT
               ACCESS MODE IS RANDOM
               RECORD KEY IS AC-ACCT-NUM
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT TAX-JURISDICTION-REF ASSIGN TO TAXJUR
               FILE STATUS IS WS-TJ-STATUS.
      *---------------------------------------------------------------*
       DATA DIVISION.
      *---------------------------------------------------------------*
           05  QR-STATUS                   PIC X(01).
           05  QR-STATUS-DATE              PIC X(08).
           05  FILLER                      PIC X(21).
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
       FD  QUOTE-NUM-FILE
           RECORDING MODE IS F
               88  AC-ON-CREDIT-HOLD            VALUE 'Y'.
           05  AC-LAST-MAINT-DATE          PIC X(08).
           05  FILLER                      PIC X(27).
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
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
               10  QL-DISCOUNT     PIC $$,$$$,$$9.99.
               10  FILLER          PIC X(02) VALUE SPACE.
               10  QL-LANDED-TOTAL PIC $$,$$$,$$9.99.
               10  FILLER          PIC X(02) VALUE SPACE.
               10  QL-TAX-NOTE     PIC X(25).
      *---------------------------------------------------------------*
           05  QUOTE-TOTAL-LINE.
               10  FILLER          PIC X(30) VALUE 'ACCOUNT TOTAL'.
               10  FILLER          PIC X(26) VALUE
                   '** ACCOUNT ON CREDIT HOLD '.
               10  FILLER          PIC X(64) VALUE SPACE.
      *---------------------------------------------------------------*
           05  TAXJUR-TITLE-LINE.
               10  FILLER      PIC X(45) VALUE SPACE.
               10  FILLER      PIC X(42) VALUE
                   'TAX JURISDICTION EXCEPTIONS - UNTAXED LINE'.
               10  FILLER      PIC X(45) VALUE SPACE.
      *---------------------------------------------------------------*
           05  TAXJUR-DETAIL-LINE.
               10  TD-ACCT-NUM     PIC X(08).
               10  FILLER          PIC X(02) VALUE SPACE.
               10  TD-QUOTE-NUM    PIC ZZZZZ9.
               10  FILLER          PIC X(02) VALUE SPACE.
               10  TD-MUSICIAN-NAME PIC X(30).
               10  FILLER          PIC X(02) VALUE SPACE.
               10  FILLER          PIC X(09) VALUE 'SHIP-TO: '.
               10  TD-SHIP-TO      PIC X(03).
               10  FILLER          PIC X(02) VALUE SPACE.
               10  FILLER          PIC X(30) VALUE
                   '** NO TAX JURISDICTION ON FILE'.
               10  FILLER          PIC X(38) VALUE SPACE.
      *---------------------------------------------------------------*
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
       01  WS-NUMERIC-FIELDS.
           05  WS-COST-NUM                 PIC S9(07)V99.
           05  WS-SHIP-NUM                 PIC S9(04)V99.
           05  WS-TOTAL-COST-NUM           PIC S9(07)V99.
           05  WS-MARKUP-PERCENT           PIC V999.
           05  WS-MARKUP-AMOUNT-NUM        PIC S9(07)V99.
           05  WS-EXCHANGE-RATE            PIC 9V9999.
           05  WS-COST-USD-NUM             PIC S9(07)V99.
           05  WS-SHIP-USD-NUM             PIC S9(04)V99.
           05  WS-TAX-USD-NUM              PIC S9(05)V99.
      *---------------------------------------------------------------*
       01  WS-RATE-REF-FIELDS.
           05  WS-RATE-STATUS              PIC X(02) VALUE SPACE.
               10  FILLER      PIC X(30) VALUE
                   'ON RATEREF - DEFAULT USED   **'.
               10  FILLER                  PIC X(61) VALUE SPACE.
           05  TAXJUR-MISSING-LINE.
               10  FILLER      PIC X(41) VALUE
                   '** WARNING - TAX JURISDICTION FILE TAXJUR'.
               10  FILLER      PIC X(30) VALUE
                   ' NOT AVAILABLE - NO TAX     **'.
               10  FILLER                  PIC X(61) VALUE SPACE.
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
       01  WS-TAX-EXCEPTION-TABLE.
           05  WS-TXE-COUNT                PIC 9(03) VALUE ZERO.
           05  WS-TXE-ENTRY OCCURS 0 TO 500 TIMES
                   DEPENDING ON WS-TXE-COUNT.
               10  WS-TXE-ACCT-NUM         PIC X(08).
               10  WS-TXE-QUOTE-NUM        PIC 9(06).
               10  WS-TXE-MUSICIAN-NAME    PIC X(30).
               10  WS-TXE-SHIP-TO          PIC X(03).
           05  WS-TXE-SUB                  PIC 9(03) VALUE ZERO.
      *---------------------------------------------------------------*
       01  WS-ACCOUNT-BREAK-FIELDS.
           05  WS-PREV-ACCT-NUM            PIC X(08) VALUE SPACE.
               PERFORM 2400-PRINT-ACCOUNT-TOTAL
           END-IF.
           PERFORM 2800-PRINT-HELD-ACCOUNTS.
           PERFORM 2850-PRINT-TAX-EXCEPTIONS.
           PERFORM 3500-UPDATE-QUOTE-NUM-FILE.
           PERFORM 4000-CLOSING.
           GOBACK.
           MOVE WS-EXPIRY-YEAR         TO QD-EXPIRY-YR.
           PERFORM 1700-LOAD-EXCHANGE-RATE.
           PERFORM 1750-CHECK-RATE-AGE.
           PERFORM 1600-LOAD-TAX-JURISDICTIONS.
           PERFORM 1800-READ-QUOTE-NUM-FILE.
           OPEN EXTEND QUOTE-REGISTER
                       QUOTE-LINE-FILE.
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
           ELSE
               MOVE TAXJUR-MISSING-LINE TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-QUOTE-LINE
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
       1700-LOAD-EXCHANGE-RATE.
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
           MOVE SR-COST-PER-INSTUMENT  TO WS-COST-NUM.
           MOVE SR-SHIPPING-COST       TO WS-SHIP-NUM.
           PERFORM 2150-CONVERT-COSTS-TO-USD.
           PERFORM 2170-CALCULATE-SALES-TAX.
           COMPUTE WS-TOTAL-COST-NUM = WS-COST-USD-NUM
                                      + WS-SHIP-USD-NUM
                                      + WS-TAX-USD-NUM.
           ADD 1                       TO WS-ACCT-LINE-COUNT
                                          WS-RECORD-COUNT.
           ADD WS-FINAL-TOTAL-NUM      TO WS-ACCT-TOTAL.
           PERFORM 2110-WRITE-QUOTE-LINE-RECORD.
      *---------------------------------------------------------------*
       2110-WRITE-QUOTE-LINE-RECORD.
      *---------------------------------------------------------------*
           MOVE SPACE                  TO QUOTE-LINE-REC.
           MOVE WS-QUOTE-NUM           TO QI-QUOTE-NUM.
           MOVE SR-ARTIST-ACCT-NUM     TO QI-ACCT-NUM.
           MOVE WS-ACCT-LINE-COUNT     TO QI-LINE-NUM.
           MOVE SR-MUSICIAN-NAME       TO QI-MUSICIAN-NAME.
           MOVE SR-INSTRUMENT-TYPE     TO QI-INSTRUMENT-TYPE.
           MOVE SR-INSTRUMENT-QUALITY  TO QI-INSTRUMENT-QUALITY.
           MOVE SR-SHIP-TO-FLAG        TO QI-SHIP-TO-FLAG.
           MOVE SR-COST-PER-INSTUMENT  TO QI-MASTER-COST.
           MOVE WS-COST-USD-NUM        TO QI-COST-USD.
           MOVE WS-SHIP-USD-NUM        TO QI-SHIP-USD.
           MOVE WS-TAX-USD-NUM         TO QI-TAX-USD.
           MOVE WS-MARKUP-AMOUNT-NUM   TO QI-MARKUP-AMOUNT.
           MOVE WS-DISCOUNT-AMOUNT-NUM TO QI-DISCOUNT-AMOUNT.
           MOVE WS-FINAL-TOTAL-NUM     TO QI-LINE-TOTAL.
           MOVE WS-QUOTE-DATE-NUM      TO QI-QUOTE-DATE.
           WRITE QUOTE-LINE-REC.
      *---------------------------------------------------------------*
       2150-CONVERT-COSTS-TO-USD.
      *---------------------------------------------------------------*
                       = WS-COST-NUM * WS-EXCHANGE-RATE.
           COMPUTE WS-SHIP-USD-NUM ROUNDED
                       = WS-SHIP-NUM * WS-EXCHANGE-RATE.
      *---------------------------------------------------------------*
       2170-CALCULATE-SALES-TAX.
      *---------------------------------------------------------------*
           MOVE ZERO                   TO WS-TAX-USD-NUM.
           MOVE SPACE                  TO QL-TAX-NOTE.
           MOVE 'N'                    TO WS-TJ-FOUND-SW.
           IF WS-TJ-COUNT GREATER THAN ZERO
               SET TJ-IDX TO 1
               SEARCH WS-TJ-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-TJ-SHIP-TO (TJ-IDX) EQUAL SR-SHIP-TO-FLAG
                       MOVE 'Y'        TO WS-TJ-FOUND-SW
               END-SEARCH
           END-IF.
           EVALUATE TRUE
               WHEN NOT TJ-FOUND
                   MOVE '** NO TAX JURISDICTION **' TO QL-TAX-NOTE
                   PERFORM 2180-RECORD-TAX-EXCEPTION
               WHEN TJ-EXEMPT (TJ-IDX)
                   CONTINUE
               WHEN OTHER
                   COMPUTE WS-TAX-USD-NUM ROUNDED
                       = WS-COST-USD-NUM * WS-TJ-TAX-RATE (TJ-IDX)
                                         / 100
           END-EVALUATE.
      *---------------------------------------------------------------*
       2180-RECORD-TAX-EXCEPTION.
      *---------------------------------------------------------------*
           IF WS-TXE-COUNT < 500
               ADD 1                   TO WS-TXE-COUNT
               MOVE SR-ARTIST-ACCT-NUM
                   TO WS-TXE-ACCT-NUM (WS-TXE-COUNT)
               MOVE WS-QUOTE-NUM
                   TO WS-TXE-QUOTE-NUM (WS-TXE-COUNT)
               MOVE SR-MUSICIAN-NAME
                   TO WS-TXE-MUSICIAN-NAME (WS-TXE-COUNT)
               MOVE SR-SHIP-TO-FLAG
                   TO WS-TXE-SHIP-TO (WS-TXE-COUNT)
           END-IF.
      *---------------------------------------------------------------*
       2160-DETERMINE-MARKUP-PERCENT.
      *---------------------------------------------------------------*
           MOVE HELD-DETAIL-LINE       TO NEXT-REPORT-LINE.
           MOVE 2                      TO LINE-SPACEING.
           PERFORM 9000-PRINT-QUOTE-LINE.
      *---------------------------------------------------------------*
       2850-PRINT-TAX-EXCEPTIONS.
      *---------------------------------------------------------------*
           IF WS-TXE-COUNT GREATER THAN ZERO
               MOVE TAXJUR-TITLE-LINE  TO PRINT-LINE
               PERFORM 9110-WRITE-TOP-OF-PAGE
               PERFORM 2860-PRINT-TAX-EXCEPTION-LINE
                   VARYING WS-TXE-SUB FROM 1 BY 1
                   UNTIL WS-TXE-SUB GREATER THAN WS-TXE-COUNT
           END-IF.
      *---------------------------------------------------------------*
       2860-PRINT-TAX-EXCEPTION-LINE.
      *---------------------------------------------------------------*
           MOVE WS-TXE-ACCT-NUM (WS-TXE-SUB)        TO TD-ACCT-NUM.
           MOVE WS-TXE-QUOTE-NUM (WS-TXE-SUB)       TO TD-QUOTE-NUM.
           MOVE WS-TXE-MUSICIAN-NAME (WS-TXE-SUB)
                                       TO TD-MUSICIAN-NAME.
           MOVE WS-TXE-SHIP-TO (WS-TXE-SUB)         TO TD-SHIP-TO.
           MOVE TAXJUR-DETAIL-LINE     TO NEXT-REPORT-LINE.
           MOVE 2                      TO LINE-SPACEING.
           PERFORM 9000-PRINT-QUOTE-LINE.
      *---------------------------------------------------------------*
       3500-UPDATE-QUOTE-NUM-FILE.
      *---------------------------------------------------------------*
           END-IF.
           CLOSE   MUSICIAN-RFP-SORTED
                   QUOTE-REGISTER
                   QUOTE-LINE-FILE
                   QUOTE-DOC.
      *---------------------------------------------------------------*
       8000-READ-RFP-SORTED.
