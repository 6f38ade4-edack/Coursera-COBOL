       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAVPOO.
       AUTHOR. ED ACKERMAN.
       DATE-WRITTEN. 10/15/2026
       DATE-COMPILED.
       INSTALLATION. MORONS, LOSERS, AND BIMBOS.
      *---------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   10/15/26  EA  INITIAL VERSION - OPEN PURCHASE ORDER REPORT.
      *                 EVERY PO LINE ON FAVPOL THAT FAVRCV HAS NOT YET
      *                 MARKED RECEIVED IS LISTED BY VENDOR AND PO WITH
      *                 ITS QUOTE, ACCOUNT, INSTRUMENT, ORDER DATE AND
      *                 THE DATE IT WAS DUE IN (ORDER DATE PLUS THE
      *                 VENDOR'S LEAD TIME WHEN FAVPOR RAISED THE PO).
      *                 A LINE STILL OPEN AFTER ITS DUE DATE HAS GONE
      *                 PAST THE VENDOR'S LEAD TIME AND IS FLAGGED LATE
      *                 WITH THE NUMBER OF DAYS. EACH VENDOR GETS A
      *                 SUBTOTAL OF OPEN AND LATE LINES AND THE REPORT
      *                 ENDS WITH GRAND TOTALS.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3081.
       OBJECT-COMPUTER. IBM-3081.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PO-LINE-FILE ASSIGN TO FAVPOL.
           SELECT SORT-PO-WORK ASSIGN TO SORTWK01.
           SELECT PO-LINE-SORTED ASSIGN TO POLSORT.
           SELECT OPEN-PO-RPT ASSIGN TO PRTLINE.
      *---------------------------------------------------------------*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  PO-LINE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PO-LINE-REC.
      *---------------------------------------------------------------*
       01  PO-LINE-REC.
           05  PO-PO-LINE-KEY              PIC X(09).
           05  FILLER                      PIC X(111).
      *---------------------------------------------------------------*
       SD  SORT-PO-WORK
           DATA RECORD IS SRT-PO-REC.
      *---------------------------------------------------------------*
       01  SRT-PO-REC.
           05  SRT-PO-LINE-KEY             PIC X(09).
           05  SRT-VENDOR-NUM              PIC X(06).
           05  FILLER                      PIC X(105).
      *---------------------------------------------------------------*
       FD  PO-LINE-SORTED
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SORTED-PO-LINE-REC.
      *---------------------------------------------------------------*
       01  SORTED-PO-LINE-REC.
           05  SG-PO-NUM                   PIC 9(06).
           05  SG-PO-LINE-NUM              PIC 9(03).
           05  SG-VENDOR-NUM               PIC X(06).
           05  SG-QUOTE-NUM                PIC 9(06).
           05  SG-QUOTE-LINE-NUM           PIC 9(03).
           05  SG-ACCT-NUM                 PIC X(08).
           05  SG-MUSICIAN-NAME            PIC X(30).
           05  SG-INSTRUMENT-TYPE          PIC X(10).
           05  SG-INSTRUMENT-QUALITY       PIC X(01).
           05  SG-CURRENCY                 PIC X(03).
           05  SG-UNIT-COST                PIC 9(07)V99.
           05  SG-COST-USD                 PIC 9(07)V99.
           05  SG-ORDER-DATE               PIC 9(08).
           05  SG-DUE-DATE                 PIC 9(08).
           05  SG-LINE-STATUS              PIC X(01).
               88  SG-LINE-OPEN                 VALUE 'O'.
           05  SG-RECEIVED-DATE            PIC X(08).
           05  FILLER                      PIC X(01).
      *---------------------------------------------------------------*
       FD  OPEN-PO-RPT
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
           05  DETAIL-LINE.
               10  DL-VENDOR-NUM            PIC X(06).
               10  FILLER                   PIC X(02) VALUE SPACE.
               10  DL-PO-NUM                PIC ZZZZZ9.
               10  FILLER                   PIC X(02) VALUE SPACE.
               10  DL-PO-LINE-NUM           PIC ZZ9.
               10  FILLER                   PIC X(02) VALUE SPACE.
               10  DL-QUOTE-NUM             PIC ZZZZZ9.
               10  FILLER                   PIC X(02) VALUE SPACE.
               10  DL-ACCT-NUM              PIC X(08).
               10  FILLER                   PIC X(02) VALUE SPACE.
               10  DL-MUSICIAN-NAME         PIC X(20).
               10  FILLER                   PIC X(02) VALUE SPACE.
               10  DL-INSTRUMENT-TYPE       PIC X(10).
               10  FILLER                   PIC X(02) VALUE SPACE.
               10  DL-INSTRUMENT-QUALITY    PIC X(01).
               10  FILLER                   PIC X(02) VALUE SPACE.
               10  DL-COST-USD              PIC $$,$$$,$$9.99.
               10  FILLER                   PIC X(02) VALUE SPACE.
               10  DL-ORDER-MO              PIC X(02).
               10  FILLER                   PIC X(01) VALUE '/'.
               10  DL-ORDER-DAY             PIC X(02).
               10  FILLER                   PIC X(01) VALUE '/'.
               10  DL-ORDER-YR              PIC X(04).
               10  FILLER                   PIC X(02) VALUE SPACE.
               10  DL-DUE-MO                PIC X(02).
               10  FILLER                   PIC X(01) VALUE '/'.
               10  DL-DUE-DAY               PIC X(02).
               10  FILLER                   PIC X(01) VALUE '/'.
               10  DL-DUE-YR                PIC X(04).
               10  FILLER                   PIC X(02) VALUE SPACE.
               10  DL-LATE-FLAG             PIC X(04).
               10  FILLER                   PIC X(01) VALUE SPACE.
               10  DL-DAYS-LATE             PIC ZZZ9.
               10  FILLER                   PIC X(04) VALUE SPACE.
      *---------------------------------------------------------------*
           05  VENDOR-TOTAL-LINE.
               10  FILLER                   PIC X(08) VALUE SPACE.
               10  FILLER                   PIC X(16) VALUE
                   'VENDOR TOTAL -  '.
               10  VT-VENDOR-NUM            PIC X(06).
               10  FILLER                   PIC X(04) VALUE SPACE.
               10  FILLER                   PIC X(12) VALUE
                   'OPEN LINES: '.
               10  VT-OPEN-COUNT            PIC ZZZ9.
               10  FILLER                   PIC X(04) VALUE SPACE.
               10  FILLER                   PIC X(06) VALUE 'LATE: '.
               10  VT-LATE-COUNT            PIC ZZZ9.
               10  FILLER                   PIC X(04) VALUE SPACE.
               10  FILLER                   PIC X(12) VALUE
                   'OPEN (USD): '.
               10  VT-OPEN-USD              PIC $$$,$$$,$$9.99.
               10  FILLER                   PIC X(38) VALUE SPACE.
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
                   'OPEN PURCHASE ORDERS      '.
               10  FILLER      PIC X(21) VALUE SPACES.
               10  FILLER      PIC X(10) VALUE 'PAGE NUM: '.
               10  H1-PAGE-NUM PIC 999.
      *---------------------------------------------------------------*
           05  HEADING-LINE-2.
               10  FILLER  PIC X(06) VALUE 'VENDOR'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(06) VALUE 'PO NUM'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(03) VALUE 'LN '.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(06) VALUE ' QUOTE'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(08) VALUE 'ACCOUNT'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(20) VALUE 'MUSICIAN'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(10) VALUE 'INSTRUMENT'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(01) VALUE 'Q'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(13) VALUE '   COST (USD)'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(10) VALUE 'ORDERED'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(10) VALUE 'DUE IN'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(09) VALUE 'DAYS LATE'.
               10  FILLER  PIC X(04) VALUE SPACE.
      *---------------------------------------------------------------*
           05  HEADING-LINE-3.
               10  FILLER  PIC X(06) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(06) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(03) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(06) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(08) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(20) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(10) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(01) VALUE '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(13) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(10) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(10) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(09) VALUE ALL '-'.
               10  FILLER  PIC X(04) VALUE SPACE.
      *---------------------------------------------------------------*
           05  TRAILER-1.
               10  FILLER  PIC X(20) VALUE '** OPEN LINES :     '.
               10  TL1-OPEN-COUNT          PIC ZZZZ9.
               10  FILLER  PIC X(04) VALUE SPACE.
               10  FILLER  PIC X(20) VALUE '** LATE LINES :     '.
               10  TL1-LATE-COUNT          PIC ZZZZ9.
               10  FILLER  PIC X(04) VALUE SPACE.
               10  FILLER  PIC X(20) VALUE '** OPEN (USD) :     '.
               10  TL1-OPEN-USD            PIC $$$,$$$,$$9.99.
               10  FILLER                  PIC X(40) VALUE SPACE.
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
           05  WS-DAYS-LATE                PIC S9(05) VALUE ZERO.
      *---------------------------------------------------------------*
       01  WS-VENDOR-FIELDS.
           05  WS-VENDOR-NUM               PIC X(06) VALUE SPACE.
           05  WS-VENDOR-OPEN-COUNT        PIC 9(04) VALUE ZERO.
           05  WS-VENDOR-LATE-COUNT        PIC 9(04) VALUE ZERO.
           05  WS-VENDOR-OPEN-USD          PIC 9(09)V99 VALUE ZERO.
      *---------------------------------------------------------------*
       01  WS-COUNTERS.
           05  WS-OPEN-COUNT               PIC 9(05) VALUE ZERO.
           05  WS-LATE-COUNT               PIC 9(05) VALUE ZERO.
           05  WS-OPEN-USD                 PIC 9(09)V99 VALUE ZERO.
      *---------------------------------------------------------------*
       01  WS-SWITCHES-SUBSCRIPTS.
           05  PO-LINE-EOF-SW              PIC X VALUE 'N'.
               88  PO-LINE-EOF                  VALUE 'Y'.
           05  VENDOR-STARTED-SW           PIC X VALUE 'N'.
               88  VENDOR-STARTED               VALUE 'Y'.
      *---------------------------------------------------------------*
       01  PRINTER-CONTROL-FIELDS.
           05  LINE-SPACEING               PIC 9(02) VALUE 1.
           05  LINE-COUNT                  PIC 9(03) VALUE 999.
           05  LINES-ON-PAGE               PIC 9(02) VALUE 60.
           05  PAGE-COUNT                  PIC 9(02) VALUE 1.
      *---------------------------------------------------------------*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-REPORT-OPEN-POS.
      *---------------------------------------------------------------*
           PERFORM 1000-INITIALIZATION.
           PERFORM 8100-READ-PO-LINE.
           PERFORM 2000-PROCESS-PO-LINE
               UNTIL PO-LINE-EOF.
           IF VENDOR-STARTED
               PERFORM 2500-PRINT-VENDOR-TOTAL
           END-IF.
           PERFORM 3000-PRINT-TRAILER-LINES.
           PERFORM 4000-CLOSING.
           GOBACK.
      *---------------------------------------------------------------*
       1000-INITIALIZATION.
      *---------------------------------------------------------------*
           OPEN OUTPUT OPEN-PO-RPT.
           SORT SORT-PO-WORK
               ON ASCENDING KEY SRT-VENDOR-NUM
                                SRT-PO-LINE-KEY
               USING PO-LINE-FILE
               GIVING PO-LINE-SORTED.
           OPEN INPUT PO-LINE-SORTED.
           MOVE FUNCTION CURRENT-DATE  TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE        TO WS-RUN-DATE-NUM.
           MOVE WS-CURRENT-YEAR        TO HDR-YR.
           MOVE WS-CURRENT-MONTH       TO HDR-MO.
           MOVE WS-CURRENT-DAY         TO HDR-DAY.
      *---------------------------------------------------------------*
       2000-PROCESS-PO-LINE.
      *---------------------------------------------------------------*
           IF SG-LINE-OPEN
               IF NOT VENDOR-STARTED
                   OR SG-VENDOR-NUM NOT EQUAL WS-VENDOR-NUM
                   IF VENDOR-STARTED
                       PERFORM 2500-PRINT-VENDOR-TOTAL
                   END-IF
                   MOVE 'Y'                TO VENDOR-STARTED-SW
                   MOVE SG-VENDOR-NUM      TO WS-VENDOR-NUM
               END-IF
               PERFORM 2100-PRINT-OPEN-LINE
           END-IF.
           PERFORM 8100-READ-PO-LINE.
      *---------------------------------------------------------------*
       2100-PRINT-OPEN-LINE.
      *---------------------------------------------------------------*
           MOVE SG-VENDOR-NUM              TO DL-VENDOR-NUM.
           MOVE SG-PO-NUM                  TO DL-PO-NUM.
           MOVE SG-PO-LINE-NUM             TO DL-PO-LINE-NUM.
           MOVE SG-QUOTE-NUM               TO DL-QUOTE-NUM.
           MOVE SG-ACCT-NUM                TO DL-ACCT-NUM.
           MOVE SG-MUSICIAN-NAME           TO DL-MUSICIAN-NAME.
           MOVE SG-INSTRUMENT-TYPE         TO DL-INSTRUMENT-TYPE.
           MOVE SG-INSTRUMENT-QUALITY      TO DL-INSTRUMENT-QUALITY.
           MOVE SG-COST-USD                TO DL-COST-USD.
           MOVE SG-ORDER-DATE(5:2)         TO DL-ORDER-MO.
           MOVE SG-ORDER-DATE(7:2)         TO DL-ORDER-DAY.
           MOVE SG-ORDER-DATE(1:4)         TO DL-ORDER-YR.
           MOVE SG-DUE-DATE(5:2)           TO DL-DUE-MO.
           MOVE SG-DUE-DATE(7:2)           TO DL-DUE-DAY.
           MOVE SG-DUE-DATE(1:4)           TO DL-DUE-YR.
           MOVE SPACE                      TO DL-LATE-FLAG.
           MOVE ZERO                       TO DL-DAYS-LATE.
           IF WS-RUN-DATE-NUM GREATER THAN SG-DUE-DATE
               COMPUTE WS-DAYS-LATE =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                 - FUNCTION INTEGER-OF-DATE(SG-DUE-DATE)
               MOVE 'LATE'                 TO DL-LATE-FLAG
               MOVE WS-DAYS-LATE           TO DL-DAYS-LATE
               ADD 1                       TO WS-VENDOR-LATE-COUNT
                                              WS-LATE-COUNT
           END-IF.
           MOVE DETAIL-LINE                TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           ADD 1                           TO WS-VENDOR-OPEN-COUNT
                                              WS-OPEN-COUNT.
           ADD SG-COST-USD                 TO WS-VENDOR-OPEN-USD
                                              WS-OPEN-USD.
      *---------------------------------------------------------------*
       2500-PRINT-VENDOR-TOTAL.
      *---------------------------------------------------------------*
           MOVE WS-VENDOR-NUM              TO VT-VENDOR-NUM.
           MOVE WS-VENDOR-OPEN-COUNT       TO VT-OPEN-COUNT.
           MOVE WS-VENDOR-LATE-COUNT       TO VT-LATE-COUNT.
           MOVE WS-VENDOR-OPEN-USD         TO VT-OPEN-USD.
           MOVE VENDOR-TOTAL-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE 2                          TO LINE-SPACEING.
           MOVE ZERO                       TO WS-VENDOR-OPEN-COUNT
                                              WS-VENDOR-LATE-COUNT
                                              WS-VENDOR-OPEN-USD.
      *---------------------------------------------------------------*
       3000-PRINT-TRAILER-LINES.
      *---------------------------------------------------------------*
           MOVE WS-OPEN-COUNT              TO TL1-OPEN-COUNT.
           MOVE WS-LATE-COUNT              TO TL1-LATE-COUNT.
           MOVE WS-OPEN-USD                TO TL1-OPEN-USD.
           MOVE TRAILER-1                  TO NEXT-REPORT-LINE.
           MOVE 2                          TO LINE-SPACEING.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       4000-CLOSING.
      *---------------------------------------------------------------*
           CLOSE   PO-LINE-SORTED
                   OPEN-PO-RPT.
      *---------------------------------------------------------------*
       8100-READ-PO-LINE.
      *---------------------------------------------------------------*
           READ PO-LINE-SORTED
               AT END
                   MOVE 'Y'          TO PO-LINE-EOF-SW
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
