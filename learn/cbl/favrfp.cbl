      *                 TRAILER. A MISSING FAVACT DEGRADES GRACEFULLY
      *                 AND SKIPS THE CHECK, THE SAME WAY FAVRPT
      *                 TREATS ITS OPTIONAL INPUTS.
      *   10/15/26  EA  SALES TAX IS NO LONGER TAKEN FROM THE TAX-RATE
      *                 AMOUNT KEYED ON THE MUSICIAN MASTER. THE
      *                 EFFECTIVE-DATED TAX JURISDICTION FILE (TAXJUR,
      *                 MAINTAINED BY FAVTJM) IS LOADED AT STARTUP AND
      *                 TAX IS CALCULATED AS THE USD INSTRUMENT COST
      *                 TIMES THE RATE IN EFFECT FOR THE SHIP-TO ON THE
      *                 RUN DATE. AN EXEMPT JURISDICTION CHARGES NO TAX.
      *                 A LINE WHOSE SHIP-TO HAS NO JURISDICTION IS
      *                 CHARGED NO TAX AND FLAGGED '#' WITH A FOOTNOTE
      *                 AND COUNT UNDER THE TRAILER. WIDENED THE TAX
      *                 AMOUNT TO HOLD A CALCULATED TAX.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS AC-ACCT-NUM
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT TAX-JURISDICTION-REF ASSIGN TO TAXJUR
               FILE STATUS IS WS-TJ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MUSICIAN-RFP
           05  AC-CREDIT-HOLD              PIC X(01).
           05  AC-LAST-MAINT-DATE          PIC X(08).
           05  FILLER                      PIC X(27).
      *----------------------------------------------------------*
       FD  TAX-JURISDICTION-REF
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TAX-JURISDICTION-REC.
       01  TAX-JURISDICTION-REC.
           05  TJ-SHIP-TO                  PIC X(03).
           05  TJ-EFFECTIVE-DATE           PIC X(08).
           05  TJ-JURISDICTION-NAME        PIC X(30).
           05  TJ-TAX-RATE                 PIC 9(02)V999.
           05  TJ-EXEMPT-FLAG              PIC X(01).
           05  FILLER                      PIC X(33).
      *----------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
               10  WS-INSTRUMENT-TYPE      PIC X(10).
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  WS-INSTRUMENT-QUALITY   PIC X(01).
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-COST-PER-INSTRUMENT  PIC $,$$$,$$9.99.
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  WS-SHIPPING-COST        PIC $$,$$9.99.
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  WS-TAX-AMOUNT           PIC $$,$$9.99.
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  WS-MARKUP-AMOUNT        PIC $$,$$$,$$9.99.
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  WS-TOTAL-COST           PIC $$,$$$,$$9.99.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  WS-NO-ACCT-FLAG         PIC X(01).
               10  WS-NO-TAXJUR-FLAG       PIC X(01).
      *----------------------------------------------------------*
          05  HEADING-LINE-1.
               10  FILLER      PIC X(06) VALUE 'DATE: '.
               10  FILLER  PIC X(10) VALUE 'INSTRUMENT'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(01) VALUE 'Q'.
               10  FILLER  PIC X(01) VALUE SPACE.
               10  FILLER  PIC X(12) VALUE 'INST COST'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(09) VALUE 'SHIP'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(09) VALUE 'TAX'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(13) VALUE 'MARKUP'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(10) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(01) VALUE '-'.
               10  FILLER  PIC X(01) VALUE SPACE.
               10  FILLER  PIC X(12) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(09) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(09) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(13) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(40) VALUE
                   '*  = ACCOUNT NOT ON ACCOUNT MASTER      '.
               10  FILLER                  PIC X(92) VALUE SPACE.
      *----------------------------------------------------------*
           05  TAXJUR-FOOTNOTE-LINE.
               10  FILLER  PIC X(40) VALUE
                   '#  = NO TAX JURISDICTION FOR SHIP-TO -  '.
               10  FILLER  PIC X(16) VALUE 'NO TAX CHARGED: '.
               10  TFL-NO-TAXJUR-COUNT     PIC ZZ9.
               10  FILLER                  PIC X(73) VALUE SPACE.
      *----------------------------------------------------------*
           05  SUMMARY-HEADING-1.
               10  FILLER  PIC X(24) VALUE 'INSTRUMENT TYPE SUMMARY:'.
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
      *----------------------------------------------------------*
       01  WS-ACCOUNT-MASTER-FIELDS.
           05  WS-ACCT-STATUS              PIC X(02) VALUE SPACE.
           05  WS-RATE-STALE-DAYS          PIC 9(03) VALUE 30.
           05  RATE-REF-EOF-SW             PIC X VALUE 'N'.
               88  RATE-REF-EOF                 VALUE 'Y'.
      *----------------------------------------------------------*
       01  WS-TAX-JURISDICTION-FIELDS.
           05  WS-TJ-STATUS                PIC X(02) VALUE SPACE.
           05  WS-TJ-COUNT                 PIC 9(03) VALUE ZERO.
           05  WS-NO-TAXJUR-COUNT          PIC 9(03) VALUE ZERO.
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
      *----------------------------------------------------------*
       01  WS-RATE-WARNING-LINES.
           05  RATE-STALE-LINE.
               10  FILLER      PIC X(30) VALUE
                   'ON RATEREF - DEFAULT USED   **'.
               10  FILLER                  PIC X(61) VALUE SPACE.
           05  TAXJUR-MISSING-LINE.
               10  FILLER      PIC X(41) VALUE
                   '** WARNING - TAX JURISDICTION FILE TAXJUR'.
               10  FILLER      PIC X(30) VALUE
                   ' NOT AVAILABLE - NO TAX     **'.
               10  FILLER                  PIC X(61) VALUE SPACE.
      *----------------------------------------------------------*
       01  WS-INSTRUMENT-SUMMARY.
           05  WS-INSTR-ENTRY OCCURS 7 TIMES
           PERFORM 1500-INITIALIZE-INSTRUMENT-TABLE.
           PERFORM 1700-LOAD-EXCHANGE-RATE.
           PERFORM 1750-CHECK-RATE-AGE.
           PERFORM 1600-LOAD-TAX-JURISDICTIONS.
           OPEN INPUT ACCOUNT-MASTER.
           IF WS-ACCT-STATUS EQUAL '00'
               MOVE 'Y'                TO WS-ACCT-AVAILABLE-SW
           MOVE 'DRUMS'      TO WS-INSTR-TYPE-CODE (5).
           MOVE 'PERCUSSION' TO WS-INSTR-TYPE-CODE (6).
           MOVE 'OTHER'      TO WS-INSTR-TYPE-CODE (7).
      *----------------------------------------------------------*
       1600-LOAD-TAX-JURISDICTIONS.
      *----------------------------------------------------------*
           OPEN INPUT TAX-JURISDICTION-REF.
           IF WS-TJ-STATUS EQUAL '00'
               PERFORM 1610-SELECT-JURISDICTION-RECORD
                   UNTIL TAX-JUR-EOF
               CLOSE TAX-JURISDICTION-REF
           ELSE
               MOVE TAXJUR-MISSING-LINE TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
           END-IF.
      *----------------------------------------------------------*
       1610-SELECT-JURISDICTION-RECORD.
      *----------------------------------------------------------*
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
      *----------------------------------------------------------*
       1620-FIND-JURISDICTION-ENTRY.
      *----------------------------------------------------------*
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
      *----------------------------------------------------------*
       1630-STORE-JURISDICTION-ENTRY.
      *----------------------------------------------------------*
           MOVE TJ-SHIP-TO             TO WS-TJ-SHIP-TO (TJ-IDX).
           MOVE TJ-EFFECTIVE-DATE      TO WS-TJ-EFFECTIVE-DATE (TJ-IDX).
           MOVE TJ-JURISDICTION-NAME   TO WS-TJ-JURISDICTION-NAME
                                          (TJ-IDX).
           MOVE TJ-TAX-RATE            TO WS-TJ-TAX-RATE (TJ-IDX).
           MOVE TJ-EXEMPT-FLAG         TO WS-TJ-EXEMPT-FLAG (TJ-IDX).
      *----------------------------------------------------------*
       1700-LOAD-EXCHANGE-RATE.
      *----------------------------------------------------------*
           MOVE INSTRUMENT-QUALITY     TO WS-INSTRUMENT-QUALITY.
           MOVE COST-PER-INSTUMENT     TO WS-COST-NUM.
           MOVE SHIPPING-COST          TO WS-SHIP-NUM.
           PERFORM 2150-CONVERT-COSTS-TO-USD.
           PERFORM 2170-CALCULATE-SALES-TAX.
           MOVE WS-COST-USD-NUM        TO WS-COST-PER-INSTRUMENT.
           MOVE WS-SHIP-USD-NUM        TO WS-SHIPPING-COST.
           MOVE WS-TAX-USD-NUM         TO WS-TAX-AMOUNT.
                       = WS-COST-NUM * WS-EXCHANGE-RATE.
           COMPUTE WS-SHIP-USD-NUM ROUNDED
                       = WS-SHIP-NUM * WS-EXCHANGE-RATE.
      *----------------------------------------------------------*
       2170-CALCULATE-SALES-TAX.
      *----------------------------------------------------------*
           MOVE ZERO                   TO WS-TAX-USD-NUM.
           MOVE SPACE                  TO WS-NO-TAXJUR-FLAG.
           MOVE 'N'                    TO WS-TJ-FOUND-SW.
           IF WS-TJ-COUNT GREATER THAN ZERO
               SET TJ-IDX TO 1
               SEARCH WS-TJ-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-TJ-SHIP-TO (TJ-IDX) EQUAL SHIP-TO-FLAG
                       MOVE 'Y'        TO WS-TJ-FOUND-SW
               END-SEARCH
           END-IF.
           EVALUATE TRUE
               WHEN NOT TJ-FOUND
                   MOVE '#'            TO WS-NO-TAXJUR-FLAG
                   ADD 1               TO WS-NO-TAXJUR-COUNT
               WHEN TJ-EXEMPT (TJ-IDX)
                   CONTINUE
               WHEN OTHER
                   COMPUTE WS-TAX-USD-NUM ROUNDED
                       = WS-COST-USD-NUM * WS-TJ-TAX-RATE (TJ-IDX)
                                         / 100
           END-EVALUATE.
      *----------------------------------------------------------*
       2200-ACCUMULATE-INSTRUMENT-TOTALS.
      *----------------------------------------------------------*
               MOVE ACCT-FOOTNOTE-LINE TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
           END-IF.
           IF WS-NO-TAXJUR-COUNT GREATER THAN ZERO
               MOVE WS-NO-TAXJUR-COUNT TO TFL-NO-TAXJUR-COUNT
               MOVE TAXJUR-FOOTNOTE-LINE TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
           END-IF.
      *----------------------------------------------------------*
       3200-PRINT-INSTRUMENT-SUMMARY.
      *----------------------------------------------------------*
