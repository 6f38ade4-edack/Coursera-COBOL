       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAVTXR.
       AUTHOR. ED ACKERMAN.
       DATE-WRITTEN. 10/15/2026
       DATE-COMPILED.
       INSTALLATION. MORONS, LOSERS, AND BIMBOS.
      *---------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   10/15/26  EA  INITIAL VERSION - MONTHLY SALES-TAX LIABILITY
      *                 REPORT. THE REPORTING PERIOD (YYYYMM) COMES
      *                 FROM CTLCARD AND DEFAULTS TO THE MONTH BEFORE
      *                 THE RUN DATE. EVERY LINE ON THE TAX HISTORY
      *                 FILE (FAVTAXH, WRITTEN BY FAVINV AS QUOTES ARE
      *                 BILLED) WITH AN INVOICE DATE IN THE PERIOD IS
      *                 SORTED BY SHIP-TO, EXEMPT FLAG, AND RATE, AND
      *                 ONE LINE IS PRINTED PER JURISDICTION AND RATE
      *                 SHOWING THE NUMBER OF LINES BILLED, TAXABLE
      *                 SALES, EXEMPT SALES, AND TAX COLLECTED, WITH A
      *                 GRAND TOTAL FOR THE PERIOD. A JURISDICTION
      *                 WHOSE RATE CHANGED DURING THE MONTH PRINTS ONE
      *                 LINE FOR EACH RATE SO THE RETURN CAN BE FILED
      *                 STRAIGHT FROM THE REPORT. A PERIOD ON THE
      *                 CONTROL CARD THAT IS NOT A VALID MONTH IS
      *                 REFUSED WITH RETURN-CODE 8.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3081.
       OBJECT-COMPUTER. IBM-3081.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TAX-HISTORY ASSIGN TO FAVTAXH.
           SELECT CONTROL-CARD ASSIGN TO CTLCARD
               FILE STATUS IS WS-CTL-STATUS.
           SELECT SORT-TAX-WORK ASSIGN TO SORTWK01.
           SELECT TAX-RPT ASSIGN TO PRTLINE.
      *---------------------------------------------------------------*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
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
       FD  CONTROL-CARD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CONTROL-CARD-REC.
      *---------------------------------------------------------------*
       01  CONTROL-CARD-REC.
           05  CC-REPORT-PERIOD            PIC 9(06).
           05  FILLER                      PIC X(74).
      *---------------------------------------------------------------*
       SD  SORT-TAX-WORK
           DATA RECORD IS SRT-TAX-REC.
      *---------------------------------------------------------------*
       01  SRT-TAX-REC.
           05  FILLER                      PIC X(31).
           05  SRT-SHIP-TO                 PIC X(03).
           05  SRT-JURISDICTION-NAME       PIC X(30).
           05  SRT-TAX-RATE                PIC 9(02)V999.
           05  SRT-EXEMPT-FLAG             PIC X(01).
           05  SRT-TAXABLE-AMOUNT          PIC 9(07)V99.
           05  SRT-EXEMPT-AMOUNT           PIC 9(07)V99.
           05  SRT-TAX-AMOUNT              PIC 9(05)V99.
           05  FILLER                      PIC X(25).
      *---------------------------------------------------------------*
       FD  TAX-RPT
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
           05  TAX-DETAIL-LINE.
               10  TL-SHIP-TO               PIC X(03).
               10  FILLER                   PIC X(02) VALUE SPACE.
               10  TL-JURISDICTION-NAME     PIC X(30).
               10  FILLER                   PIC X(02) VALUE SPACE.
               10  TL-RATE                  PIC Z9.999.
               10  FILLER                   PIC X(02) VALUE SPACE.
               10  TL-EXEMPT-FLAG           PIC X(01).
               10  FILLER                   PIC X(02) VALUE SPACE.
               10  TL-LINE-COUNT            PIC ZZ,ZZ9.
               10  FILLER                   PIC X(02) VALUE SPACE.
               10  TL-TAXABLE-SALES         PIC $$$,$$$,$$9.99.
               10  FILLER                   PIC X(02) VALUE SPACE.
               10  TL-EXEMPT-SALES          PIC $$$,$$$,$$9.99.
               10  FILLER                   PIC X(02) VALUE SPACE.
               10  TL-TAX-COLLECTED         PIC $$$,$$$,$$9.99.
               10  FILLER                   PIC X(30) VALUE SPACE.
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
                   'SALES TAX LIABILITY REPORT'.
               10  FILLER      PIC X(21) VALUE SPACES.
               10  FILLER      PIC X(10) VALUE 'PAGE NUM: '.
               10  H1-PAGE-NUM PIC 999.
      *---------------------------------------------------------------*
           05  HEADING-LINE-2.
               10  FILLER      PIC X(18) VALUE 'REPORTING PERIOD: '.
               10  H2-PERIOD-YR PIC X(04).
               10  FILLER      PIC X(01) VALUE '/'.
               10  H2-PERIOD-MO PIC X(02).
               10  FILLER      PIC X(107) VALUE SPACE.
      *---------------------------------------------------------------*
           05  HEADING-LINE-3.
               10  FILLER  PIC X(03) VALUE 'SHP'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(30) VALUE 'JURISDICTION'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(06) VALUE 'RATE %'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(01) VALUE 'X'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(06) VALUE ' LINES'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(14) VALUE ' TAXABLE SALES'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(14) VALUE '  EXEMPT SALES'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(14) VALUE ' TAX COLLECTED'.
               10  FILLER  PIC X(30) VALUE SPACE.
      *---------------------------------------------------------------*
           05  HEADING-LINE-4.
               10  FILLER  PIC X(03) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(30) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(06) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(01) VALUE '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(06) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(14) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(14) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(14) VALUE ALL '-'.
               10  FILLER  PIC X(30) VALUE SPACE.
      *---------------------------------------------------------------*
           05  TOTAL-LINE.
               10  FILLER  PIC X(35) VALUE
                   'TOTAL FOR PERIOD                   '.
               10  FILLER                   PIC X(13) VALUE SPACE.
               10  TT-LINE-COUNT            PIC ZZ,ZZ9.
               10  FILLER                   PIC X(02) VALUE SPACE.
               10  TT-TAXABLE-SALES         PIC $$$,$$$,$$9.99.
               10  FILLER                   PIC X(02) VALUE SPACE.
               10  TT-EXEMPT-SALES          PIC $$$,$$$,$$9.99.
               10  FILLER                   PIC X(02) VALUE SPACE.
               10  TT-TAX-COLLECTED         PIC $$$,$$$,$$9.99.
               10  FILLER                   PIC X(30) VALUE SPACE.
      *---------------------------------------------------------------*
           05  NO-ACTIVITY-LINE.
               10  FILLER  PIC X(42) VALUE
                   '** NO TAXABLE OR EXEMPT SALES IN PERIOD **'.
               10  FILLER                   PIC X(90) VALUE SPACE.
      *---------------------------------------------------------------*
           05  PERIOD-ERROR-LINE.
               10  FILLER  PIC X(42) VALUE
                   '** REPORTING PERIOD ON CONTROL CARD NOT A '.
               10  FILLER  PIC X(13) VALUE 'VALID MONTH: '.
               10  PE-PERIOD                PIC X(06).
               10  FILLER                   PIC X(71) VALUE SPACE.
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
       01  WS-BREAK-FIELDS.
           05  WS-BREAK-KEY.
               10  WS-BREAK-SHIP-TO        PIC X(03).
               10  WS-BREAK-EXEMPT-FLAG    PIC X(01).
               10  WS-BREAK-TAX-RATE       PIC 9(02)V999.
           05  WS-SORT-KEY.
               10  WS-SORT-SHIP-TO         PIC X(03).
               10  WS-SORT-EXEMPT-FLAG     PIC X(01).
               10  WS-SORT-TAX-RATE        PIC 9(02)V999.
           05  WS-BREAK-NAME               PIC X(30) VALUE SPACE.
      *---------------------------------------------------------------*
       01  WS-ACCUMULATORS.
           05  WS-JUR-LINE-COUNT           PIC 9(05) VALUE ZERO.
           05  WS-JUR-TAXABLE              PIC 9(09)V99 VALUE ZERO.
           05  WS-JUR-EXEMPT               PIC 9(09)V99 VALUE ZERO.
           05  WS-JUR-TAX                  PIC 9(09)V99 VALUE ZERO.
           05  WS-TOT-LINE-COUNT           PIC 9(05) VALUE ZERO.
           05  WS-TOT-TAXABLE              PIC 9(09)V99 VALUE ZERO.
           05  WS-TOT-EXEMPT               PIC 9(09)V99 VALUE ZERO.
           05  WS-TOT-TAX                  PIC 9(09)V99 VALUE ZERO.
      *---------------------------------------------------------------*
       01  WS-SWITCHES-SUBSCRIPTS.
           05  HISTORY-EOF-SW              PIC X VALUE 'N'.
               88  HISTORY-EOF                  VALUE 'Y'.
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
       0000-REPORT-TAX-LIABILITY.
      *---------------------------------------------------------------*
           PERFORM 1000-INITIALIZATION.
           IF PERIOD-IS-VALID
               SORT SORT-TAX-WORK
                   ON ASCENDING KEY SRT-SHIP-TO
                                    SRT-EXEMPT-FLAG
                                    SRT-TAX-RATE
                   INPUT PROCEDURE IS 2000-SELECT-PERIOD-LINES
                   OUTPUT PROCEDURE IS 2500-REPORT-JURISDICTIONS
               PERFORM 3000-PRINT-TOTAL-LINE
           ELSE
               MOVE WS-REPORT-PERIOD   TO PE-PERIOD
               MOVE PERIOD-ERROR-LINE  TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
           END-IF.
           PERFORM 4000-CLOSING.
           IF NOT PERIOD-IS-VALID
               MOVE 8                      TO RETURN-CODE
           END-IF.
           GOBACK.
      *---------------------------------------------------------------*
       1000-INITIALIZATION.
      *---------------------------------------------------------------*
           OPEN OUTPUT TAX-RPT.
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
           MOVE WS-REPORT-YEAR         TO H2-PERIOD-YR.
           MOVE WS-REPORT-MONTH        TO H2-PERIOD-MO.
      *---------------------------------------------------------------*
       1400-READ-CONTROL-CARD.
      *---------------------------------------------------------------*
           OPEN INPUT CONTROL-CARD.
           IF WS-CTL-STATUS EQUAL '00'
               READ CONTROL-CARD
                   AT END CONTINUE
                   NOT AT END
                       IF CC-REPORT-PERIOD NUMERIC
                           AND CC-REPORT-PERIOD GREATER THAN ZERO
                           MOVE CC-REPORT-PERIOD TO WS-REPORT-PERIOD
                       END-IF
               END-READ
               CLOSE CONTROL-CARD
           END-IF.
      *---------------------------------------------------------------*
       2000-SELECT-PERIOD-LINES.
      *---------------------------------------------------------------*
           OPEN INPUT TAX-HISTORY.
           PERFORM 8100-READ-TAX-HISTORY.
           PERFORM 2100-RELEASE-PERIOD-LINE
               UNTIL HISTORY-EOF.
           CLOSE TAX-HISTORY.
      *---------------------------------------------------------------*
       2100-RELEASE-PERIOD-LINE.
      *---------------------------------------------------------------*
           IF TH-INVOICE-DATE(1:6) EQUAL WS-REPORT-PERIOD
               MOVE TAX-HISTORY-REC    TO SRT-TAX-REC
               RELEASE SRT-TAX-REC
           END-IF.
           PERFORM 8100-READ-TAX-HISTORY.
      *---------------------------------------------------------------*
       2500-REPORT-JURISDICTIONS.
      *---------------------------------------------------------------*
           PERFORM 8300-RETURN-SORTED-LINE.
           IF SORT-EOF
               MOVE NO-ACTIVITY-LINE   TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
           ELSE
               MOVE WS-SORT-KEY        TO WS-BREAK-KEY
               MOVE SRT-JURISDICTION-NAME TO WS-BREAK-NAME
           END-IF.
           PERFORM 2600-ACCUMULATE-LINE
               UNTIL SORT-EOF.
           IF WS-JUR-LINE-COUNT GREATER THAN ZERO
               PERFORM 2700-PRINT-JURISDICTION-LINE
           END-IF.
      *---------------------------------------------------------------*
       2600-ACCUMULATE-LINE.
      *---------------------------------------------------------------*
           IF WS-SORT-KEY NOT EQUAL WS-BREAK-KEY
               PERFORM 2700-PRINT-JURISDICTION-LINE
               MOVE WS-SORT-KEY        TO WS-BREAK-KEY
               MOVE SRT-JURISDICTION-NAME TO WS-BREAK-NAME
           END-IF.
           ADD 1                       TO WS-JUR-LINE-COUNT.
           ADD SRT-TAXABLE-AMOUNT      TO WS-JUR-TAXABLE.
           ADD SRT-EXEMPT-AMOUNT       TO WS-JUR-EXEMPT.
           ADD SRT-TAX-AMOUNT          TO WS-JUR-TAX.
           PERFORM 8300-RETURN-SORTED-LINE.
      *---------------------------------------------------------------*
       2700-PRINT-JURISDICTION-LINE.
      *---------------------------------------------------------------*
           MOVE WS-BREAK-SHIP-TO       TO TL-SHIP-TO.
           MOVE WS-BREAK-NAME          TO TL-JURISDICTION-NAME.
           MOVE WS-BREAK-TAX-RATE      TO TL-RATE.
           MOVE WS-BREAK-EXEMPT-FLAG   TO TL-EXEMPT-FLAG.
           MOVE WS-JUR-LINE-COUNT      TO TL-LINE-COUNT.
           MOVE WS-JUR-TAXABLE         TO TL-TAXABLE-SALES.
           MOVE WS-JUR-EXEMPT          TO TL-EXEMPT-SALES.
           MOVE WS-JUR-TAX             TO TL-TAX-COLLECTED.
           MOVE TAX-DETAIL-LINE        TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           ADD WS-JUR-LINE-COUNT       TO WS-TOT-LINE-COUNT.
           ADD WS-JUR-TAXABLE          TO WS-TOT-TAXABLE.
           ADD WS-JUR-EXEMPT           TO WS-TOT-EXEMPT.
           ADD WS-JUR-TAX              TO WS-TOT-TAX.
           MOVE ZERO                   TO WS-JUR-LINE-COUNT
                                          WS-JUR-TAXABLE
                                          WS-JUR-EXEMPT
                                          WS-JUR-TAX.
      *---------------------------------------------------------------*
       3000-PRINT-TOTAL-LINE.
      *---------------------------------------------------------------*
           MOVE HEADING-LINE-4         TO NEXT-REPORT-LINE.
           MOVE 2                      TO LINE-SPACEING.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE WS-TOT-LINE-COUNT      TO TT-LINE-COUNT.
           MOVE WS-TOT-TAXABLE         TO TT-TAXABLE-SALES.
           MOVE WS-TOT-EXEMPT          TO TT-EXEMPT-SALES.
           MOVE WS-TOT-TAX             TO TT-TAX-COLLECTED.
           MOVE TOTAL-LINE             TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       4000-CLOSING.
      *---------------------------------------------------------------*
           CLOSE   TAX-RPT.
      *---------------------------------------------------------------*
       8100-READ-TAX-HISTORY.
      *---------------------------------------------------------------*
           READ TAX-HISTORY
               AT END MOVE 'Y' TO HISTORY-EOF-SW
           END-READ.
      *---------------------------------------------------------------*
       8300-RETURN-SORTED-LINE.
      *---------------------------------------------------------------*
           RETURN SORT-TAX-WORK
               AT END
                   MOVE 'Y'              TO SORT-EOF-SW
               NOT AT END
                   MOVE SRT-SHIP-TO      TO WS-SORT-SHIP-TO
                   MOVE SRT-EXEMPT-FLAG  TO WS-SORT-EXEMPT-FLAG
                   MOVE SRT-TAX-RATE     TO WS-SORT-TAX-RATE
           END-RETURN.
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
