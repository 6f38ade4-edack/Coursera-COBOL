       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAVRPM.
       AUTHOR. ED ACKERMAN.
       DATE-WRITTEN. 10/15/2026
       DATE-COMPILED.
       INSTALLATION. MORONS, LOSERS, AND BIMBOS.
      *---------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   10/15/26  EA  INITIAL VERSION - MAINTENANCE FOR THE SALES REP
      *                 MASTER (REPMST): ONE RECORD PER REP GIVING THE
      *                 REP'S NAME AND THE COMMISSION RATE PAID ON EACH
      *                 INSTRUMENT-QUALITY - USED, NEW, AND PREMIUM -
      *                 SO PREMIUM GEAR CAN PAY BETTER. RATES ARE KEYED
      *                 AS A FRACTION THE SAME WAY THE ACCOUNT DISCOUNT
      *                 IS (.050 IS 5 PERCENT). TRANSACTIONS (REPTRAN)
      *                 ADD, CHANGE, OR DELETE A REP; THE OLD MASTER
      *                 AND THE TRANSACTIONS ARE EACH SORTED BY REP ID
      *                 AND MERGED TO A NEW MASTER (REPMSTO) THE SAME
      *                 WAY FAVSPM MAINTAINS SUPMST. FAVACM CHECKS THE
      *                 REP ASSIGNED TO AN ACCOUNT AGAINST THIS MASTER
      *                 AND FAVCOM PAYS COMMISSION FROM IT. AN ADD OR
      *                 CHANGE WITH A BLANK REP ID OR NAME, OR A RATE
      *                 THAT IS NOT NUMERIC, IS REJECTED. A RUN WITH
      *                 REJECTS ENDS WITH RETURN-CODE 8.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3081.
       OBJECT-COMPUTER. IBM-3081.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OLD-REP-MASTER ASSIGN TO REPMST.
           SELECT SORT-REF-WORK ASSIGN TO SORTWK01.
           SELECT OLD-REP-SORTED ASSIGN TO REPMSORT.
           SELECT REP-TRANS ASSIGN TO REPTRAN.
           SELECT SORT-TRANS-WORK ASSIGN TO SORTWK02.
           SELECT REP-TRANS-SORTED ASSIGN TO REPTSORT.
           SELECT NEW-REP-MASTER ASSIGN TO REPMSTO.
           SELECT REP-RPT ASSIGN TO PRTLINE.
      *---------------------------------------------------------------*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  OLD-REP-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OLD-REP-REC.
      *---------------------------------------------------------------*
       01  OLD-REP-REC.
           05  OR-REP-ID                   PIC X(04).
           05  FILLER                      PIC X(76).
      *---------------------------------------------------------------*
       SD  SORT-REF-WORK
           DATA RECORD IS SRT-REF-REC.
      *---------------------------------------------------------------*
       01  SRT-REF-REC.
           05  SRT-REF-REP-ID              PIC X(04).
           05  FILLER                      PIC X(76).
      *---------------------------------------------------------------*
       FD  OLD-REP-SORTED
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SORTED-REP-REC.
      *---------------------------------------------------------------*
       01  SORTED-REP-REC.
           05  SG-REP-ID                   PIC X(04).
           05  SG-REP-NAME                 PIC X(30).
           05  SG-USED-RATE                PIC V999.
           05  SG-NEW-RATE                 PIC V999.
           05  SG-PREMIUM-RATE             PIC V999.
           05  FILLER                      PIC X(37).
      *---------------------------------------------------------------*
       FD  REP-TRANS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REP-TRANS-REC.
      *---------------------------------------------------------------*
       01  REP-TRANS-REC.
           05  RT-TRANS-CODE               PIC X(01).
               88  RT-IS-ADD                    VALUE 'A'.
               88  RT-IS-CHANGE                 VALUE 'C'.
               88  RT-IS-DELETE                 VALUE 'D'.
           05  RT-REP-ID                   PIC X(04).
           05  RT-REP-NAME                 PIC X(30).
           05  RT-USED-RATE                PIC V999.
           05  RT-NEW-RATE                 PIC V999.
           05  RT-PREMIUM-RATE             PIC V999.
           05  FILLER                      PIC X(36).
      *---------------------------------------------------------------*
       SD  SORT-TRANS-WORK
           DATA RECORD IS SRT-TRANS-REC.
      *---------------------------------------------------------------*
       01  SRT-TRANS-REC.
           05  FILLER                      PIC X(01).
           05  SRT-RT-REP-ID               PIC X(04).
           05  FILLER                      PIC X(75).
      *---------------------------------------------------------------*
       FD  REP-TRANS-SORTED
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SORTED-TRANS-REC.
      *---------------------------------------------------------------*
       01  SORTED-TRANS-REC.
           05  ST-TRANS-CODE               PIC X(01).
           05  ST-REP-ID                   PIC X(04).
           05  ST-REP-NAME                 PIC X(30).
           05  ST-USED-RATE                PIC V999.
           05  ST-NEW-RATE                 PIC V999.
           05  ST-PREMIUM-RATE             PIC V999.
           05  FILLER                      PIC X(36).
      *---------------------------------------------------------------*
       FD  NEW-REP-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS NEW-REP-REC.
      *---------------------------------------------------------------*
       01  NEW-REP-REC.
           05  NR-REP-ID                   PIC X(04).
           05  NR-REP-NAME                 PIC X(30).
           05  NR-USED-RATE                PIC V999.
           05  NR-NEW-RATE                 PIC V999.
           05  NR-PREMIUM-RATE             PIC V999.
           05  FILLER                      PIC X(37).
      *---------------------------------------------------------------*
       FD  REP-RPT
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
               10  AL-REP-ID                PIC X(04).
               10  FILLER                   PIC X(02) VALUE SPACE.
               10  AL-REP-NAME              PIC X(30).
               10  FILLER                   PIC X(02) VALUE SPACE.
               10  AL-USED-RATE             PIC Z9.9.
               10  FILLER                   PIC X(03) VALUE SPACE.
               10  AL-NEW-RATE              PIC Z9.9.
               10  FILLER                   PIC X(03) VALUE SPACE.
               10  AL-PREMIUM-RATE          PIC Z9.9.
               10  FILLER                   PIC X(03) VALUE SPACE.
               10  AL-ACTION                PIC X(10).
               10  FILLER                   PIC X(02) VALUE SPACE.
               10  AL-REASON                PIC X(40).
               10  FILLER                   PIC X(21) VALUE SPACE.
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
                   'SALES REP MASTER MAINT    '.
               10  FILLER      PIC X(21) VALUE SPACES.
               10  FILLER      PIC X(10) VALUE 'PAGE NUM: '.
               10  H1-PAGE-NUM PIC 999.
      *---------------------------------------------------------------*
           05  HEADING-LINE-2.
               10  FILLER  PIC X(04) VALUE 'REP'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(30) VALUE 'REP NAME'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(05) VALUE 'USED%'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(05) VALUE 'NEW %'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(05) VALUE 'PREM%'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(10) VALUE 'ACTION'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(40) VALUE 'REASON'.
               10  FILLER  PIC X(21) VALUE SPACE.
      *---------------------------------------------------------------*
           05  HEADING-LINE-3.
               10  FILLER  PIC X(04) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(30) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(05) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(05) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(05) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(10) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(40) VALUE ALL '-'.
               10  FILLER  PIC X(21) VALUE SPACE.
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
           05  WS-OLD-KEY                  PIC X(04).
           05  WS-TRANS-KEY                PIC X(04).
      *---------------------------------------------------------------*
       01  WS-RATE-FIELDS.
           05  WS-USED-RATE                PIC V999.
           05  WS-NEW-RATE                 PIC V999.
           05  WS-PREMIUM-RATE             PIC V999.
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
       0000-MAINTAIN-REP-MASTER.
      *---------------------------------------------------------------*
           PERFORM 1000-INITIALIZATION.
           PERFORM 8100-READ-OLD-MASTER.
           PERFORM 8200-READ-REP-TRANS.
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
           OPEN OUTPUT NEW-REP-MASTER
                       REP-RPT.
           SORT SORT-REF-WORK
               ON ASCENDING KEY SRT-REF-REP-ID
               USING OLD-REP-MASTER
               GIVING OLD-REP-SORTED.
           OPEN INPUT OLD-REP-SORTED.
           SORT SORT-TRANS-WORK
               ON ASCENDING KEY SRT-RT-REP-ID
               USING REP-TRANS
               GIVING REP-TRANS-SORTED.
           OPEN INPUT REP-TRANS-SORTED.
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
                   PERFORM 8200-READ-REP-TRANS
               WHEN OTHER
                   PERFORM 2300-PROCESS-TRANS-MATCH
                   PERFORM 8100-READ-OLD-MASTER
                   PERFORM 8200-READ-REP-TRANS
           END-EVALUATE.
      *---------------------------------------------------------------*
       2100-COPY-OLD-MASTER-UNCHANGED.
      *---------------------------------------------------------------*
           MOVE SORTED-REP-REC             TO NEW-REP-REC.
           WRITE NEW-REP-REC.
      *---------------------------------------------------------------*
       2200-PROCESS-TRANS-NO-MATCH.
      *---------------------------------------------------------------*
           IF ST-TRANS-CODE EQUAL 'A'
               PERFORM 2400-EDIT-REP-TRANS
               IF TRANS-IS-VALID
                   PERFORM 2500-WRITE-TRANS-AS-MASTER
                   MOVE 'ADDED'            TO AL-ACTION
                   MOVE SPACE              TO AL-REASON
                   PERFORM 2900-WRITE-AUDIT-LINE
                   ADD 1                   TO WS-ADD-COUNT
               END-IF
           ELSE
               MOVE 'REJECTED'             TO AL-ACTION
               MOVE 'REJECTED - NO REP RECORD' TO AL-REASON
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
                   PERFORM 2400-EDIT-REP-TRANS
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
       2400-EDIT-REP-TRANS.
      *---------------------------------------------------------------*
           MOVE 'Y'                        TO WS-TRANS-VALID-SW.
           MOVE 'REJECTED'                 TO AL-ACTION.
           EVALUATE TRUE
               WHEN ST-REP-ID EQUAL SPACE
                   MOVE 'REJECTED - REP ID BLANK'
                                           TO AL-REASON
                   MOVE 'N'                TO WS-TRANS-VALID-SW
               WHEN ST-REP-NAME EQUAL SPACE
                   MOVE 'REJECTED - REP NAME BLANK'
                                           TO AL-REASON
                   MOVE 'N'                TO WS-TRANS-VALID-SW
               WHEN ST-USED-RATE NOT NUMERIC
                   OR ST-NEW-RATE NOT NUMERIC
                   OR ST-PREMIUM-RATE NOT NUMERIC
                   MOVE 'REJECTED - COMMISSION RATE NOT NUMERIC'
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
           MOVE SPACE                      TO NEW-REP-REC.
           MOVE ST-REP-ID                  TO NR-REP-ID.
           MOVE ST-REP-NAME                TO NR-REP-NAME.
           MOVE ST-USED-RATE               TO NR-USED-RATE.
           MOVE ST-NEW-RATE                TO NR-NEW-RATE.
           MOVE ST-PREMIUM-RATE            TO NR-PREMIUM-RATE.
           WRITE NEW-REP-REC.
      *---------------------------------------------------------------*
       2900-WRITE-AUDIT-LINE.
      *---------------------------------------------------------------*
           MOVE ST-REP-ID                  TO AL-REP-ID.
           MOVE ZERO                       TO WS-USED-RATE
                                              WS-NEW-RATE
                                              WS-PREMIUM-RATE.
           IF ST-TRANS-CODE EQUAL 'D'
               MOVE SG-REP-NAME            TO AL-REP-NAME
               MOVE SG-USED-RATE           TO WS-USED-RATE
               MOVE SG-NEW-RATE            TO WS-NEW-RATE
               MOVE SG-PREMIUM-RATE        TO WS-PREMIUM-RATE
           ELSE
               MOVE ST-REP-NAME            TO AL-REP-NAME
               IF ST-USED-RATE NUMERIC
                   AND ST-NEW-RATE NUMERIC
                   AND ST-PREMIUM-RATE NUMERIC
                   MOVE ST-USED-RATE       TO WS-USED-RATE
                   MOVE ST-NEW-RATE        TO WS-NEW-RATE
                   MOVE ST-PREMIUM-RATE    TO WS-PREMIUM-RATE
               END-IF
           END-IF.
           COMPUTE AL-USED-RATE    = WS-USED-RATE * 100.
           COMPUTE AL-NEW-RATE     = WS-NEW-RATE * 100.
           COMPUTE AL-PREMIUM-RATE = WS-PREMIUM-RATE * 100.
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
           CLOSE   OLD-REP-SORTED
                   REP-TRANS-SORTED
                   NEW-REP-MASTER
                   REP-RPT.
      *---------------------------------------------------------------*
       8100-READ-OLD-MASTER.
      *---------------------------------------------------------------*
           READ OLD-REP-SORTED
               AT END
                   MOVE 'Y'          TO OLD-REF-EOF-SW
                   MOVE HIGH-VALUES  TO WS-OLD-KEY
               NOT AT END
                   MOVE SG-REP-ID    TO WS-OLD-KEY
           END-READ.
      *---------------------------------------------------------------*
       8200-READ-REP-TRANS.
      *---------------------------------------------------------------*
           READ REP-TRANS-SORTED
               AT END
                   MOVE 'Y'          TO TRANS-EOF-SW
                   MOVE HIGH-VALUES  TO WS-TRANS-KEY
               NOT AT END
                   MOVE ST-REP-ID    TO WS-TRANS-KEY
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
