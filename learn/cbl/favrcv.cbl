       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAVRCV.
       AUTHOR. ED ACKERMAN.
       DATE-WRITTEN. 10/15/2026
       DATE-COMPILED.
       INSTALLATION. MORONS, LOSERS, AND BIMBOS.
      *---------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   10/15/26  EA  INITIAL VERSION - RECEIVING. EACH CARD ON THE
      *                 RECEIVING DECK (RCVTRAN) NAMES A PURCHASE ORDER
      *                 AND PO LINE THAT HAS COME IN AND THE DATE IT
      *                 ARRIVED (BLANK MEANS TODAY). THE PO LINE FILE
      *                 (FAVPOL, WRITTEN BY FAVPOR) AND THE DECK ARE
      *                 EACH SORTED BY PO NUMBER AND LINE AND MERGED TO
      *                 A NEW PO LINE FILE (FAVPOLO) THE SAME WAY
      *                 FAVSPM MAINTAINS THE SUPPLIER MASTER. A
      *                 MATCHED OPEN LINE IS MARKED RECEIVED WITH ITS
      *                 RECEIPT DATE AND DROPS OFF FAVPOO'S OPEN-PO
      *                 REPORT. A CARD FOR A PO LINE THAT DOES NOT
      *                 EXIST, IS ALREADY RECEIVED, CARRIES A BAD DATE
      *                 OR ONE BEFORE THE ORDER DATE, OR HAS A CODE
      *                 OTHER THAN 'R' IS REJECTED ON THE AUDIT LISTING
      *                 AND THE RUN ENDS WITH RETURN-CODE 8. A MATCHED
      *                 LINE IS HELD UNTIL THE DECK MOVES PAST IT, SO A
      *                 SECOND CARD FOR THE SAME LINE IN ONE DECK IS
      *                 REJECTED AS ALREADY RECEIVED.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3081.
       OBJECT-COMPUTER. IBM-3081.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OLD-PO-LINE-FILE ASSIGN TO FAVPOL.
           SELECT SORT-REF-WORK ASSIGN TO SORTWK01.
           SELECT OLD-PO-LINE-SORTED ASSIGN TO POLSORT.
           SELECT RECEIVING-TRANS ASSIGN TO RCVTRAN.
           SELECT SORT-TRANS-WORK ASSIGN TO SORTWK02.
           SELECT RECEIVING-TRANS-SORTED ASSIGN TO RCVTSORT.
           SELECT NEW-PO-LINE-FILE ASSIGN TO FAVPOLO.
           SELECT RECEIVING-RPT ASSIGN TO PRTLINE.
      *---------------------------------------------------------------*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  OLD-PO-LINE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OLD-PO-LINE-REC.
      *---------------------------------------------------------------*
       01  OLD-PO-LINE-REC.
           05  OP-PO-LINE-KEY              PIC X(09).
           05  FILLER                      PIC X(111).
      *---------------------------------------------------------------*
       SD  SORT-REF-WORK
           DATA RECORD IS SRT-REF-REC.
      *---------------------------------------------------------------*
       01  SRT-REF-REC.
           05  SRT-REF-PO-LINE-KEY         PIC X(09).
           05  FILLER                      PIC X(111).
      *---------------------------------------------------------------*
       FD  OLD-PO-LINE-SORTED
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SORTED-PO-LINE-REC.
      *---------------------------------------------------------------*
       01  SORTED-PO-LINE-REC.
           05  SG-PO-LINE-KEY.
               10  SG-PO-NUM               PIC 9(06).
               10  SG-PO-LINE-NUM          PIC 9(03).
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
           05  SG-ORDER-DATE               PIC X(08).
           05  SG-DUE-DATE                 PIC X(08).
           05  SG-LINE-STATUS              PIC X(01).
               88  SG-LINE-OPEN                 VALUE 'O'.
               88  SG-LINE-RECEIVED             VALUE 'R'.
           05  SG-RECEIVED-DATE            PIC X(08).
           05  FILLER                      PIC X(01).
      *---------------------------------------------------------------*
       FD  RECEIVING-TRANS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RECEIVING-TRANS-REC.
      *---------------------------------------------------------------*
       01  RECEIVING-TRANS-REC.
           05  RV-TRANS-CODE               PIC X(01).
               88  RV-IS-RECEIPT                VALUE 'R'.
           05  RV-PO-NUM                   PIC 9(06).
           05  RV-PO-LINE-NUM              PIC 9(03).
           05  RV-RECEIVED-DATE            PIC X(08).
           05  FILLER                      PIC X(62).
      *---------------------------------------------------------------*
       SD  SORT-TRANS-WORK
           DATA RECORD IS SRT-TRANS-REC.
      *---------------------------------------------------------------*
       01  SRT-TRANS-REC.
           05  FILLER                      PIC X(01).
           05  SRT-RV-PO-LINE-KEY          PIC X(09).
           05  FILLER                      PIC X(70).
      *---------------------------------------------------------------*
       FD  RECEIVING-TRANS-SORTED
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SORTED-TRANS-REC.
      *---------------------------------------------------------------*
       01  SORTED-TRANS-REC.
           05  ST-TRANS-CODE               PIC X(01).
               88  ST-IS-RECEIPT                VALUE 'R'.
           05  ST-PO-LINE-KEY.
               10  ST-PO-NUM               PIC 9(06).
               10  ST-PO-LINE-NUM          PIC 9(03).
           05  ST-RECEIVED-DATE            PIC X(08).
           05  FILLER                      PIC X(62).
      *---------------------------------------------------------------*
       FD  NEW-PO-LINE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS NEW-PO-LINE-REC.
      *---------------------------------------------------------------*
       01  NEW-PO-LINE-REC.
           05  NP-PO-LINE-KEY              PIC X(09).
           05  FILLER                      PIC X(111).
      *---------------------------------------------------------------*
       FD  RECEIVING-RPT
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
               10  AL-PO-NUM                PIC ZZZZZ9.
               10  FILLER                   PIC X(02) VALUE SPACE.
               10  AL-PO-LINE-NUM           PIC ZZ9.
               10  FILLER                   PIC X(02) VALUE SPACE.
               10  AL-VENDOR-NUM            PIC X(06).
               10  FILLER                   PIC X(02) VALUE SPACE.
               10  AL-QUOTE-NUM             PIC X(06).
               10  FILLER                   PIC X(02) VALUE SPACE.
               10  AL-INSTRUMENT-TYPE       PIC X(10).
               10  FILLER                   PIC X(02) VALUE SPACE.
               10  AL-INSTRUMENT-QUALITY    PIC X(01).
               10  FILLER                   PIC X(02) VALUE SPACE.
               10  AL-DUE-DATE              PIC X(08).
               10  FILLER                   PIC X(02) VALUE SPACE.
               10  AL-RECEIVED-DATE         PIC X(08).
               10  FILLER                   PIC X(02) VALUE SPACE.
               10  AL-ACTION                PIC X(10).
               10  FILLER                   PIC X(02) VALUE SPACE.
               10  AL-REASON                PIC X(40).
               10  FILLER                   PIC X(14) VALUE SPACE.
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
                   'PURCHASE ORDER RECEIVING  '.
               10  FILLER      PIC X(21) VALUE SPACES.
               10  FILLER      PIC X(10) VALUE 'PAGE NUM: '.
               10  H1-PAGE-NUM PIC 999.
      *---------------------------------------------------------------*
           05  HEADING-LINE-2.
               10  FILLER  PIC X(06) VALUE 'PO NUM'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(03) VALUE 'LN '.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(06) VALUE 'VENDOR'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(06) VALUE 'QUOTE'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(10) VALUE 'INSTRUMENT'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(01) VALUE 'Q'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(08) VALUE 'DUE'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(08) VALUE 'RECEIVED'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(10) VALUE 'ACTION'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(40) VALUE 'REASON'.
               10  FILLER  PIC X(14) VALUE SPACE.
      *---------------------------------------------------------------*
           05  HEADING-LINE-3.
               10  FILLER  PIC X(06) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(03) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(06) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(06) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(10) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(01) VALUE '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(08) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(08) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(10) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(40) VALUE ALL '-'.
               10  FILLER  PIC X(14) VALUE SPACE.
      *---------------------------------------------------------------*
           05  TRAILER-1.
               10  FILLER  PIC X(20) VALUE '** RECEIVED :       '.
               10  TL1-RECEIVED-COUNT      PIC ZZZ9.
               10  FILLER  PIC X(04) VALUE SPACE.
               10  FILLER  PIC X(20) VALUE '** REJECTED :       '.
               10  TL1-REJECT-COUNT        PIC ZZZ9.
               10  FILLER  PIC X(04) VALUE SPACE.
               10  FILLER  PIC X(20) VALUE '** STILL OPEN :     '.
               10  TL1-OPEN-COUNT          PIC ZZZZ9.
               10  FILLER                  PIC X(51) VALUE SPACE.
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
           05  WS-OLD-KEY                  PIC X(09).
           05  WS-TRANS-KEY                PIC X(09).
           05  WS-RECEIVED-DATE            PIC X(08).
      *---------------------------------------------------------------*
       01  WS-COUNTERS.
           05  WS-RECEIVED-COUNT           PIC 9(04) VALUE ZERO.
           05  WS-REJECT-COUNT             PIC 9(04) VALUE ZERO.
           05  WS-OPEN-COUNT               PIC 9(05) VALUE ZERO.
      *---------------------------------------------------------------*
       01  WS-SWITCHES-SUBSCRIPTS.
           05  OLD-REF-EOF-SW              PIC X VALUE 'N'.
               88  OLD-REF-EOF                  VALUE 'Y'.
           05  TRANS-EOF-SW                PIC X VALUE 'N'.
               88  TRANS-EOF                    VALUE 'Y'.
      *---------------------------------------------------------------*
       01  PRINTER-CONTROL-FIELDS.
           05  LINE-SPACEING               PIC 9(02) VALUE 1.
           05  LINE-COUNT                  PIC 9(03) VALUE 999.
           05  LINES-ON-PAGE               PIC 9(02) VALUE 60.
           05  PAGE-COUNT                  PIC 9(02) VALUE 1.
      *---------------------------------------------------------------*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-POST-RECEIPTS.
      *---------------------------------------------------------------*
           PERFORM 1000-INITIALIZATION.
           PERFORM 8100-READ-OLD-PO-LINE.
           PERFORM 8200-READ-RECEIVING-TRANS.
           PERFORM 2000-PROCESS-RECEIVING
               UNTIL OLD-REF-EOF AND TRANS-EOF.
           PERFORM 3000-PRINT-TRAILER-LINES.
           PERFORM 4000-CLOSING.
           IF WS-REJECT-COUNT GREATER THAN ZERO
               MOVE 8                      TO RETURN-CODE
           END-IF.
           GOBACK.
      *---------------------------------------------------------------*
       1000-INITIALIZATION.
      *---------------------------------------------------------------*
           OPEN OUTPUT NEW-PO-LINE-FILE
                       RECEIVING-RPT.
           SORT SORT-REF-WORK
               ON ASCENDING KEY SRT-REF-PO-LINE-KEY
               USING OLD-PO-LINE-FILE
               GIVING OLD-PO-LINE-SORTED.
           OPEN INPUT OLD-PO-LINE-SORTED.
           SORT SORT-TRANS-WORK
               ON ASCENDING KEY SRT-RV-PO-LINE-KEY
               USING RECEIVING-TRANS
               GIVING RECEIVING-TRANS-SORTED.
           OPEN INPUT RECEIVING-TRANS-SORTED.
           MOVE FUNCTION CURRENT-DATE  TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR        TO HDR-YR.
           MOVE WS-CURRENT-MONTH       TO HDR-MO.
           MOVE WS-CURRENT-DAY         TO HDR-DAY.
      *---------------------------------------------------------------*
       2000-PROCESS-RECEIVING.
      *---------------------------------------------------------------*
           EVALUATE TRUE
               WHEN WS-OLD-KEY LESS THAN WS-TRANS-KEY
                   PERFORM 2100-COPY-OLD-LINE-UNCHANGED
                   PERFORM 8100-READ-OLD-PO-LINE
               WHEN WS-OLD-KEY GREATER THAN WS-TRANS-KEY
                   PERFORM 2200-PROCESS-TRANS-NO-MATCH
                   PERFORM 8200-READ-RECEIVING-TRANS
               WHEN OTHER
                   PERFORM 2300-PROCESS-TRANS-MATCH
                   PERFORM 8200-READ-RECEIVING-TRANS
           END-EVALUATE.
      *---------------------------------------------------------------*
       2100-COPY-OLD-LINE-UNCHANGED.
      *---------------------------------------------------------------*
           MOVE SORTED-PO-LINE-REC         TO NEW-PO-LINE-REC.
           WRITE NEW-PO-LINE-REC.
           IF SG-LINE-OPEN
               ADD 1                       TO WS-OPEN-COUNT
           END-IF.
      *---------------------------------------------------------------*
       2200-PROCESS-TRANS-NO-MATCH.
      *---------------------------------------------------------------*
           MOVE SPACE                      TO AL-VENDOR-NUM
                                              AL-QUOTE-NUM
                                              AL-INSTRUMENT-TYPE
                                              AL-INSTRUMENT-QUALITY
                                              AL-DUE-DATE.
           MOVE 'REJECTED - NO SUCH PO LINE' TO AL-REASON.
           PERFORM 2800-REJECT-RECEIPT.
      *---------------------------------------------------------------*
       2300-PROCESS-TRANS-MATCH.
      *---------------------------------------------------------------*
           MOVE SG-VENDOR-NUM              TO AL-VENDOR-NUM.
           MOVE SG-QUOTE-NUM               TO AL-QUOTE-NUM.
           MOVE SG-INSTRUMENT-TYPE         TO AL-INSTRUMENT-TYPE.
           MOVE SG-INSTRUMENT-QUALITY      TO AL-INSTRUMENT-QUALITY.
           MOVE SG-DUE-DATE                TO AL-DUE-DATE.
           IF ST-RECEIVED-DATE EQUAL SPACE
               MOVE WS-CURRENT-DATE        TO WS-RECEIVED-DATE
           ELSE
               MOVE ST-RECEIVED-DATE       TO WS-RECEIVED-DATE
           END-IF.
           EVALUATE TRUE
               WHEN NOT ST-IS-RECEIPT
                   MOVE 'REJECTED - INVALID TRANS CODE' TO AL-REASON
                   PERFORM 2800-REJECT-RECEIPT
               WHEN SG-LINE-RECEIVED
                   MOVE 'REJECTED - LINE ALREADY RECEIVED'
                                           TO AL-REASON
                   PERFORM 2800-REJECT-RECEIPT
               WHEN WS-RECEIVED-DATE NOT NUMERIC
                   OR WS-RECEIVED-DATE LESS THAN SG-ORDER-DATE
                   OR WS-RECEIVED-DATE GREATER THAN WS-CURRENT-DATE
                   MOVE 'REJECTED - RECEIVED DATE NOT VALID'
                                           TO AL-REASON
                   PERFORM 2800-REJECT-RECEIPT
               WHEN OTHER
                   MOVE 'R'                TO SG-LINE-STATUS
                   MOVE WS-RECEIVED-DATE   TO SG-RECEIVED-DATE
                   MOVE 'RECEIVED'         TO AL-ACTION
                   MOVE SPACE              TO AL-REASON
                   PERFORM 2900-WRITE-AUDIT-LINE
                   ADD 1                   TO WS-RECEIVED-COUNT
           END-EVALUATE.
      *---------------------------------------------------------------*
       2800-REJECT-RECEIPT.
      *---------------------------------------------------------------*
           MOVE ST-RECEIVED-DATE           TO WS-RECEIVED-DATE.
           MOVE 'REJECTED'                 TO AL-ACTION.
           PERFORM 2900-WRITE-AUDIT-LINE.
           ADD 1                           TO WS-REJECT-COUNT.
      *---------------------------------------------------------------*
       2900-WRITE-AUDIT-LINE.
      *---------------------------------------------------------------*
           MOVE ST-PO-NUM                  TO AL-PO-NUM.
           MOVE ST-PO-LINE-NUM             TO AL-PO-LINE-NUM.
           MOVE WS-RECEIVED-DATE           TO AL-RECEIVED-DATE.
           MOVE AUDIT-LINE                 TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       3000-PRINT-TRAILER-LINES.
      *---------------------------------------------------------------*
           MOVE WS-RECEIVED-COUNT          TO TL1-RECEIVED-COUNT.
           MOVE WS-REJECT-COUNT            TO TL1-REJECT-COUNT.
           MOVE WS-OPEN-COUNT              TO TL1-OPEN-COUNT.
           MOVE TRAILER-1                  TO NEXT-REPORT-LINE.
           MOVE 2                          TO LINE-SPACEING.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       4000-CLOSING.
      *---------------------------------------------------------------*
           CLOSE   OLD-PO-LINE-SORTED
                   RECEIVING-TRANS-SORTED
                   NEW-PO-LINE-FILE
                   RECEIVING-RPT.
      *---------------------------------------------------------------*
       8100-READ-OLD-PO-LINE.
      *---------------------------------------------------------------*
           READ OLD-PO-LINE-SORTED
               AT END
                   MOVE 'Y'          TO OLD-REF-EOF-SW
                   MOVE HIGH-VALUES  TO WS-OLD-KEY
               NOT AT END
                   MOVE SG-PO-LINE-KEY TO WS-OLD-KEY
           END-READ.
      *---------------------------------------------------------------*
       8200-READ-RECEIVING-TRANS.
      *---------------------------------------------------------------*
           READ RECEIVING-TRANS-SORTED
               AT END
                   MOVE 'Y'          TO TRANS-EOF-SW
                   MOVE HIGH-VALUES  TO WS-TRANS-KEY
               NOT AT END
                   MOVE ST-PO-LINE-KEY TO WS-TRANS-KEY
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
