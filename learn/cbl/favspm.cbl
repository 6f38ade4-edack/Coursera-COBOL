       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAVSPM.
       AUTHOR. ED ACKERMAN.
       DATE-WRITTEN. 10/15/2026
       DATE-COMPILED.
       INSTALLATION. MORONS, LOSERS, AND BIMBOS.
      *---------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   10/15/26  EA  INITIAL VERSION - MAINTENANCE FOR THE SUPPLIER
      *                 MASTER (SUPMST): ONE RECORD PER INSTRUMENT-TYPE
      *                 AND INSTRUMENT-QUALITY NAMING THE VENDOR WHO
      *                 SUPPLIES IT, THE VENDOR'S LEAD TIME IN DAYS,
      *                 THE CURRENCY THE VENDOR BILLS IN, AND WHETHER
      *                 THE VENDOR IS IN-COUNTRY OR OUT-OF-COUNTRY.
      *                 TRANSACTIONS (SUPTRAN) ADD, CHANGE, OR DELETE A
      *                 SUPPLIER RECORD; THE OLD MASTER AND THE
      *                 TRANSACTIONS ARE EACH SORTED BY INSTRUMENT TYPE
      *                 AND QUALITY AND MERGED TO A NEW MASTER
      *                 (SUPMSTO) THE SAME WAY FAVRTM MAINTAINS
      *                 RATEREF. FAVPOR READS THE MASTER TO DECIDE WHICH
      *                 VENDOR A QUOTE LINE IS ORDERED FROM AND FAVPOO
      *                 USES THE LEAD TIME TO FLAG LATE ORDERS. AN ADD
      *                 OR CHANGE WITH A BAD QUALITY CODE, A BLANK
      *                 VENDOR OR CURRENCY, A NON-NUMERIC LEAD TIME, OR
      *                 A SHIP-FROM FLAG OTHER THAN 'IN'/'OUT' IS
      *                 REJECTED. A RUN WITH REJECTS ENDS WITH
      *                 RETURN-CODE 8.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3081.
       OBJECT-COMPUTER. IBM-3081.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OLD-SUPPLIER-MASTER ASSIGN TO SUPMST.
           SELECT SORT-REF-WORK ASSIGN TO SORTWK01.
           SELECT OLD-SUPPLIER-SORTED ASSIGN TO SUPMSORT.
           SELECT SUPPLIER-TRANS ASSIGN TO SUPTRAN.
           SELECT SORT-TRANS-WORK ASSIGN TO SORTWK02.
           SELECT SUPPLIER-TRANS-SORTED ASSIGN TO SUPTSORT.
           SELECT NEW-SUPPLIER-MASTER ASSIGN TO SUPMSTO.
           SELECT SUPPLIER-RPT ASSIGN TO PRTLINE.
      *---------------------------------------------------------------*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  OLD-SUPPLIER-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OLD-SUPPLIER-REC.
      *---------------------------------------------------------------*
       01  OLD-SUPPLIER-REC.
           05  OS-SUPPLIER-KEY             PIC X(11).
           05  FILLER                      PIC X(69).
      *---------------------------------------------------------------*
       SD  SORT-REF-WORK
           DATA RECORD IS SRT-REF-REC.
      *---------------------------------------------------------------*
       01  SRT-REF-REC.
           05  SRT-REF-SUPPLIER-KEY        PIC X(11).
           05  FILLER                      PIC X(69).
      *---------------------------------------------------------------*
       FD  OLD-SUPPLIER-SORTED
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SORTED-SUPPLIER-REC.
      *---------------------------------------------------------------*
       01  SORTED-SUPPLIER-REC.
           05  SG-SUPPLIER-KEY.
               10  SG-INSTRUMENT-TYPE      PIC X(10).
               10  SG-INSTRUMENT-QUALITY   PIC X(01).
           05  SG-VENDOR-NUM               PIC X(06).
           05  SG-VENDOR-NAME              PIC X(30).
           05  SG-LEAD-TIME-DAYS           PIC 9(03).
           05  SG-CURRENCY                 PIC X(03).
           05  SG-SHIP-FROM-FLAG           PIC X(03).
           05  FILLER                      PIC X(24).
      *---------------------------------------------------------------*
       FD  SUPPLIER-TRANS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPPLIER-TRANS-REC.
      *---------------------------------------------------------------*
       01  SUPPLIER-TRANS-REC.
           05  SP-TRANS-CODE               PIC X(01).
               88  SP-IS-ADD                    VALUE 'A'.
               88  SP-IS-CHANGE                 VALUE 'C'.
               88  SP-IS-DELETE                 VALUE 'D'.
           05  SP-INSTRUMENT-TYPE          PIC X(10).
           05  SP-INSTRUMENT-QUALITY       PIC X(01).
           05  SP-VENDOR-NUM               PIC X(06).
           05  SP-VENDOR-NAME              PIC X(30).
           05  SP-LEAD-TIME-DAYS           PIC 9(03).
           05  SP-CURRENCY                 PIC X(03).
           05  SP-SHIP-FROM-FLAG           PIC X(03).
           05  FILLER                      PIC X(23).
      *---------------------------------------------------------------*
       SD  SORT-TRANS-WORK
           DATA RECORD IS SRT-TRANS-REC.
      *---------------------------------------------------------------*
       01  SRT-TRANS-REC.
           05  FILLER                      PIC X(01).
           05  SRT-SP-SUPPLIER-KEY         PIC X(11).
           05  FILLER                      PIC X(68).
      *---------------------------------------------------------------*
       FD  SUPPLIER-TRANS-SORTED
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SORTED-TRANS-REC.
      *---------------------------------------------------------------*
       01  SORTED-TRANS-REC.
           05  ST-TRANS-CODE               PIC X(01).
           05  ST-SUPPLIER-KEY.
               10  ST-INSTRUMENT-TYPE      PIC X(10).
               10  ST-INSTRUMENT-QUALITY   PIC X(01).
                   88  ST-QUALITY-VALID         VALUE 'U' 'N' 'P'.
           05  ST-VENDOR-NUM               PIC X(06).
           05  ST-VENDOR-NAME              PIC X(30).
           05  ST-LEAD-TIME-DAYS           PIC 9(03).
           05  ST-CURRENCY                 PIC X(03).
           05  ST-SHIP-FROM-FLAG           PIC X(03).
               88  ST-SHIP-FROM-VALID           VALUE 'IN ' 'OUT'.
           05  FILLER                      PIC X(23).
      *---------------------------------------------------------------*
       FD  NEW-SUPPLIER-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS NEW-SUPPLIER-REC.
      *---------------------------------------------------------------*
       01  NEW-SUPPLIER-REC.
           05  NS-SUPPLIER-KEY.
               10  NS-INSTRUMENT-TYPE      PIC X(10).
               10  NS-INSTRUMENT-QUALITY   PIC X(01).
           05  NS-VENDOR-NUM               PIC X(06).
           05  NS-VENDOR-NAME              PIC X(30).
           05  NS-LEAD-TIME-DAYS           PIC 9(03).
           05  NS-CURRENCY                 PIC X(03).
           05  NS-SHIP-FROM-FLAG           PIC X(03).
           05  FILLER                      PIC X(24).
      *---------------------------------------------------------------*
       FD  SUPPLIER-RPT
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
               10  AL-INSTRUMENT-TYPE       PIC X(10).
               10  FILLER                   PIC X(02) VALUE SPACE.
               10  AL-INSTRUMENT-QUALITY    PIC X(01).
               10  FILLER                   PIC X(02) VALUE SPACE.
               10  AL-VENDOR-NUM            PIC X(06).
               10  FILLER                   PIC X(02) VALUE SPACE.
               10  AL-VENDOR-NAME           PIC X(30).
               10  FILLER                   PIC X(02) VALUE SPACE.
               10  AL-LEAD-TIME             PIC X(03).
               10  FILLER                   PIC X(02) VALUE SPACE.
               10  AL-CURRENCY              PIC X(03).
               10  FILLER                   PIC X(02) VALUE SPACE.
               10  AL-SHIP-FROM             PIC X(03).
               10  FILLER                   PIC X(02) VALUE SPACE.
               10  AL-ACTION                PIC X(10).
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
               10  FILLER      PIC X(22) VALUE SPACES.
               10  FILLER      PIC X(26) VALUE
                   'SUPPLIER MASTER MAINT     '.
               10  FILLER      PIC X(21) VALUE SPACES.
               10  FILLER      PIC X(10) VALUE 'PAGE NUM: '.
               10  H1-PAGE-NUM PIC 999.
      *---------------------------------------------------------------*
           05  HEADING-LINE-2.
               10  FILLER  PIC X(10) VALUE 'INSTRUMENT'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(01) VALUE 'Q'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(06) VALUE 'VENDOR'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(30) VALUE 'VENDOR NAME'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(03) VALUE 'LT'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(03) VALUE 'CUR'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(03) VALUE 'SHP'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(10) VALUE 'ACTION'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(40) VALUE 'REASON'.
               10  FILLER  PIC X(08) VALUE SPACE.
      *---------------------------------------------------------------*
           05  HEADING-LINE-3.
               10  FILLER  PIC X(10) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(01) VALUE '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(06) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(30) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(03) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(03) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(03) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(10) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(40) VALUE ALL '-'.
               10  FILLER  PIC X(08) VALUE SPACE.
      *---------------------------------------------------------------*
           05  TRAILER-1.
               10  FILLER  PIC X(20) VALUE '** ADDED    :       '.
               10  TL1-ADD-COUNT           PIC ZZ9.
               10  FILLER  PIC X(04) VALUE SPACE.
               10  FILLER  PIC X(20) VALUE '** CHANGED  :       '.
               10  TL1-CHANGE-COUNT        PIC ZZ9.
               10  FILLER  PIC X(04) VALUE SPACE.
               10  FILLER  PIC X(20) VALUE '** DELETED  :       '.
               10  TL1-DELETE-COUNT        PIC ZZ9.
               10  FILLER  PIC X(04) VALUE SPACE.
               10  FILLER  PIC X(20) VALUE '** REJECTED :       '.
               10  TL1-REJECT-COUNT        PIC ZZ9.
               10  FILLER                  PIC X(28) VALUE SPACE.
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
           05  WS-OLD-KEY                  PIC X(11).
           05  WS-TRANS-KEY                PIC X(11).
      *---------------------------------------------------------------*
       01  WS-COUNTERS.
           05  WS-ADD-COUNT                PIC 9(03) VALUE ZERO.
           05  WS-CHANGE-COUNT             PIC 9(03) VALUE ZERO.
           05  WS-DELETE-COUNT             PIC 9(03) VALUE ZERO.
           05  WS-REJECT-COUNT             PIC 9(03) VALUE ZERO.
      *---------------------------------------------------------------*
       01  WS-SWITCHES-SUBSCRIPTS.
           05  OLD-REF-EOF-SW              PIC X VALUE 'N'.
               88  OLD-REF-EOF                  VALUE 'Y'.
           05  TRANS-EOF-SW                PIC X VALUE 'N'.
               88  TRANS-EOF                    VALUE 'Y'.
           05  WS-TRANS-VALID-SW           PIC X VALUE 'Y'.
               88  TRANS-IS-VALID               VALUE 'Y'.
      *---------------------------------------------------------------*
       01  PRINTER-CONTROL-FIELDS.
           05  LINE-SPACEING               PIC 9(02) VALUE 1.
           05  LINE-COUNT                  PIC 9(03) VALUE 999.
           05  LINES-ON-PAGE               PIC 9(02) VALUE 60.
           05  PAGE-COUNT                  PIC 9(02) VALUE 1.
      *---------------------------------------------------------------*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-MAINTAIN-SUPPLIER-MASTER.
      *---------------------------------------------------------------*
           PERFORM 1000-INITIALIZATION.
           PERFORM 8100-READ-OLD-MASTER.
           PERFORM 8200-READ-SUPPLIER-TRANS.
           PERFORM 2000-PROCESS-MASTER-UPDATE
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
           OPEN OUTPUT NEW-SUPPLIER-MASTER
                       SUPPLIER-RPT.
           SORT SORT-REF-WORK
               ON ASCENDING KEY SRT-REF-SUPPLIER-KEY
               USING OLD-SUPPLIER-MASTER
               GIVING OLD-SUPPLIER-SORTED.
           OPEN INPUT OLD-SUPPLIER-SORTED.
           SORT SORT-TRANS-WORK
               ON ASCENDING KEY SRT-SP-SUPPLIER-KEY
               USING SUPPLIER-TRANS
               GIVING SUPPLIER-TRANS-SORTED.
           OPEN INPUT SUPPLIER-TRANS-SORTED.
           MOVE FUNCTION CURRENT-DATE  TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR        TO HDR-YR.
           MOVE WS-CURRENT-MONTH       TO HDR-MO.
           MOVE WS-CURRENT-DAY         TO HDR-DAY.
      *---------------------------------------------------------------*
       2000-PROCESS-MASTER-UPDATE.
      *---------------------------------------------------------------*
           EVALUATE TRUE
               WHEN WS-OLD-KEY LESS THAN WS-TRANS-KEY
                   PERFORM 2100-COPY-OLD-MASTER-UNCHANGED
                   PERFORM 8100-READ-OLD-MASTER
               WHEN WS-OLD-KEY GREATER THAN WS-TRANS-KEY
                   PERFORM 2200-PROCESS-TRANS-NO-MATCH
                   PERFORM 8200-READ-SUPPLIER-TRANS
               WHEN OTHER
                   PERFORM 2300-PROCESS-TRANS-MATCH
                   PERFORM 8100-READ-OLD-MASTER
                   PERFORM 8200-READ-SUPPLIER-TRANS
           END-EVALUATE.
      *---------------------------------------------------------------*
       2100-COPY-OLD-MASTER-UNCHANGED.
      *---------------------------------------------------------------*
           MOVE SORTED-SUPPLIER-REC        TO NEW-SUPPLIER-REC.
           WRITE NEW-SUPPLIER-REC.
      *---------------------------------------------------------------*
       2200-PROCESS-TRANS-NO-MATCH.
      *---------------------------------------------------------------*
           IF ST-TRANS-CODE EQUAL 'A'
               PERFORM 2400-EDIT-SUPPLIER-TRANS
               IF TRANS-IS-VALID
                   PERFORM 2500-WRITE-TRANS-AS-MASTER
                   MOVE 'ADDED'            TO AL-ACTION
                   MOVE SPACE              TO AL-REASON
                   PERFORM 2900-WRITE-AUDIT-LINE
                   ADD 1                   TO WS-ADD-COUNT
               END-IF
           ELSE
               MOVE 'REJECTED'             TO AL-ACTION
               MOVE 'REJECTED - NO SUPPLIER RECORD' TO AL-REASON
               PERFORM 2900-WRITE-AUDIT-LINE
               ADD 1                       TO WS-REJECT-COUNT
           END-IF.
      *---------------------------------------------------------------*
       2300-PROCESS-TRANS-MATCH.
      *---------------------------------------------------------------*
           EVALUATE TRUE
               WHEN ST-TRANS-CODE EQUAL 'D'
                   MOVE 'DELETED'          TO AL-ACTION
                   MOVE SPACE              TO AL-REASON
                   PERFORM 2900-WRITE-AUDIT-LINE
                   ADD 1                   TO WS-DELETE-COUNT
               WHEN ST-TRANS-CODE EQUAL 'C'
                   PERFORM 2400-EDIT-SUPPLIER-TRANS
                   IF TRANS-IS-VALID
                       PERFORM 2500-WRITE-TRANS-AS-MASTER
                       MOVE 'CHANGED'      TO AL-ACTION
                       MOVE SPACE          TO AL-REASON
                       PERFORM 2900-WRITE-AUDIT-LINE
                       ADD 1               TO WS-CHANGE-COUNT
                   ELSE
                       PERFORM 2100-COPY-OLD-MASTER-UNCHANGED
                   END-IF
               WHEN ST-TRANS-CODE EQUAL 'A'
                   PERFORM 2100-COPY-OLD-MASTER-UNCHANGED
                   MOVE 'REJECTED'         TO AL-ACTION
                   MOVE 'REJECTED - DUPLICATE ADD'  TO AL-REASON
                   PERFORM 2900-WRITE-AUDIT-LINE
                   ADD 1                   TO WS-REJECT-COUNT
               WHEN OTHER
                   PERFORM 2100-COPY-OLD-MASTER-UNCHANGED
                   MOVE 'REJECTED'         TO AL-ACTION
                   MOVE 'REJECTED - INVALID TRANS CODE' TO AL-REASON
                   PERFORM 2900-WRITE-AUDIT-LINE
                   ADD 1                   TO WS-REJECT-COUNT
           END-EVALUATE.
      *---------------------------------------------------------------*
       2400-EDIT-SUPPLIER-TRANS.
      *---------------------------------------------------------------*
           MOVE 'Y'                        TO WS-TRANS-VALID-SW.
           MOVE 'REJECTED'                 TO AL-ACTION.
           EVALUATE TRUE
               WHEN ST-INSTRUMENT-TYPE EQUAL SPACE
                   MOVE 'REJECTED - INSTRUMENT TYPE BLANK'
                                           TO AL-REASON
                   MOVE 'N'                TO WS-TRANS-VALID-SW
               WHEN NOT ST-QUALITY-VALID
                   MOVE 'REJECTED - QUALITY NOT U, N, OR P'
                                           TO AL-REASON
                   MOVE 'N'                TO WS-TRANS-VALID-SW
               WHEN ST-VENDOR-NUM EQUAL SPACE
                   OR ST-VENDOR-NAME EQUAL SPACE
                   MOVE 'REJECTED - VENDOR NUMBER OR NAME BLANK'
                                           TO AL-REASON
                   MOVE 'N'                TO WS-TRANS-VALID-SW
               WHEN ST-LEAD-TIME-DAYS NOT NUMERIC
                   MOVE 'REJECTED - LEAD TIME NOT NUMERIC'
                                           TO AL-REASON
                   MOVE 'N'                TO WS-TRANS-VALID-SW
               WHEN ST-CURRENCY EQUAL SPACE
                   MOVE 'REJECTED - CURRENCY BLANK'
                                           TO AL-REASON
                   MOVE 'N'                TO WS-TRANS-VALID-SW
               WHEN NOT ST-SHIP-FROM-VALID
                   MOVE 'REJECTED - SHIP-FROM NOT IN OR OUT'
                                           TO AL-REASON
                   MOVE 'N'                TO WS-TRANS-VALID-SW
           END-EVALUATE.
           IF NOT TRANS-IS-VALID
               PERFORM 2900-WRITE-AUDIT-LINE
               ADD 1                       TO WS-REJECT-COUNT
           END-IF.
      *---------------------------------------------------------------*
       2500-WRITE-TRANS-AS-MASTER.
      *---------------------------------------------------------------*
           MOVE SPACE                      TO NEW-SUPPLIER-REC.
           MOVE ST-INSTRUMENT-TYPE         TO NS-INSTRUMENT-TYPE.
           MOVE ST-INSTRUMENT-QUALITY      TO NS-INSTRUMENT-QUALITY.
           MOVE ST-VENDOR-NUM              TO NS-VENDOR-NUM.
           MOVE ST-VENDOR-NAME             TO NS-VENDOR-NAME.
           MOVE ST-LEAD-TIME-DAYS          TO NS-LEAD-TIME-DAYS.
           MOVE ST-CURRENCY                TO NS-CURRENCY.
           MOVE ST-SHIP-FROM-FLAG          TO NS-SHIP-FROM-FLAG.
           WRITE NEW-SUPPLIER-REC.
      *---------------------------------------------------------------*
       2900-WRITE-AUDIT-LINE.
      *---------------------------------------------------------------*
           MOVE ST-INSTRUMENT-TYPE         TO AL-INSTRUMENT-TYPE.
           MOVE ST-INSTRUMENT-QUALITY      TO AL-INSTRUMENT-QUALITY.
           IF ST-TRANS-CODE EQUAL 'D'
               MOVE SG-VENDOR-NUM          TO AL-VENDOR-NUM
               MOVE SG-VENDOR-NAME         TO AL-VENDOR-NAME
               MOVE SG-LEAD-TIME-DAYS      TO AL-LEAD-TIME
               MOVE SG-CURRENCY            TO AL-CURRENCY
               MOVE SG-SHIP-FROM-FLAG      TO AL-SHIP-FROM
           ELSE
               MOVE ST-VENDOR-NUM          TO AL-VENDOR-NUM
               MOVE ST-VENDOR-NAME         TO AL-VENDOR-NAME
               MOVE ST-LEAD-TIME-DAYS      TO AL-LEAD-TIME
               MOVE ST-CURRENCY            TO AL-CURRENCY
               MOVE ST-SHIP-FROM-FLAG      TO AL-SHIP-FROM
           END-IF.
           MOVE AUDIT-LINE                 TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       3000-PRINT-TRAILER-LINES.
      *---------------------------------------------------------------*
           MOVE WS-ADD-COUNT               TO TL1-ADD-COUNT.
           MOVE WS-CHANGE-COUNT            TO TL1-CHANGE-COUNT.
           MOVE WS-DELETE-COUNT            TO TL1-DELETE-COUNT.
           MOVE WS-REJECT-COUNT            TO TL1-REJECT-COUNT.
           MOVE TRAILER-1                  TO NEXT-REPORT-LINE.
           MOVE 2                          TO LINE-SPACEING.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       4000-CLOSING.
      *---------------------------------------------------------------*
           CLOSE   OLD-SUPPLIER-SORTED
                   SUPPLIER-TRANS-SORTED
                   NEW-SUPPLIER-MASTER
                   SUPPLIER-RPT.
      *---------------------------------------------------------------*
       8100-READ-OLD-MASTER.
      *---------------------------------------------------------------*
           READ OLD-SUPPLIER-SORTED
               AT END
                   MOVE 'Y'          TO OLD-REF-EOF-SW
                   MOVE HIGH-VALUES  TO WS-OLD-KEY
               NOT AT END
                   MOVE SG-SUPPLIER-KEY TO WS-OLD-KEY
           END-READ.
      *---------------------------------------------------------------*
       8200-READ-SUPPLIER-TRANS.
      *---------------------------------------------------------------*
           READ SUPPLIER-TRANS-SORTED
               AT END
                   MOVE 'Y'          TO TRANS-EOF-SW
                   MOVE HIGH-VALUES  TO WS-TRANS-KEY
               NOT AT END
                   MOVE ST-SUPPLIER-KEY TO WS-TRANS-KEY
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
