       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAVTJM.
       AUTHOR. ED ACKERMAN.
       DATE-WRITTEN. 10/15/2026
       DATE-COMPILED.
       INSTALLATION. MORONS, LOSERS, AND BIMBOS.
      *---------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   10/15/26  EA  INITIAL VERSION - MAINTENANCE FOR THE SALES-TAX
      *                 JURISDICTION REFERENCE FILE (TAXJUR): ONE
      *                 RECORD PER SHIP-TO DESTINATION PER EFFECTIVE
      *                 DATE CARRYING THE JURISDICTION NAME, THE TAX
      *                 RATE AS A PERCENTAGE (NN.NNN), AND AN EXEMPT
      *                 FLAG. THE SHIP-TO CODE IS THE SHIP-TO-FLAG ON
      *                 THE MUSICIAN MASTER ('IN ', 'OUT'). TRANSACTIONS
      *                 (TAXTRAN) ADD A JURISDICTION RATE EFFECTIVE A
      *                 GIVEN DATE OR DELETE ONE; THE OLD REFERENCE
      *                 FILE AND THE TRANSACTIONS ARE EACH SORTED BY
      *                 SHIP-TO AND EFFECTIVE DATE AND MERGED TO A NEW
      *                 REFERENCE FILE (TAXJURO) THE SAME WAY FAVRTM
      *                 MAINTAINS RATEREF. FAVRFP, FAVQTE, AND FAVINV
      *                 LOAD THIS FILE AT STARTUP AND CHARGE TAX AT THE
      *                 RATE IN EFFECT ON THE RUN DATE FOR EACH SHIP-TO
      *                 INSTEAD OF THE TAX KEYED ON THE MASTER. AN ADD
      *                 WITH A BLANK SHIP-TO, A NON-NUMERIC DATE OR
      *                 RATE, AN EXEMPT FLAG OTHER THAN Y/N, OR AN
      *                 EXEMPT JURISDICTION CARRYING A RATE IS
      *                 REJECTED. A RUN WITH REJECTS ENDS WITH
      *                 RETURN-CODE 8.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3081.
       OBJECT-COMPUTER. IBM-3081.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-TAX-REF ASSIGN TO TAXJUR.
           SELECT SORT-REF-WORK ASSIGN TO SORTWK01.
           SELECT OLD-TAX-REF-SORTED ASSIGN TO TAXJSORT.
           SELECT TAX-TRANS ASSIGN TO TAXTRAN.
           SELECT SORT-TRANS-WORK ASSIGN TO SORTWK02.
           SELECT TAX-TRANS-SORTED ASSIGN TO TAXTSORT.
           SELECT NEW-TAX-REF ASSIGN TO TAXJURO.
           SELECT TAX-RPT ASSIGN TO PRTLINE.
      *---------------------------------------------------------------*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  OLD-TAX-REF
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OLD-TAX-REC.
      *---------------------------------------------------------------*
       01  OLD-TAX-REC.
           05  OT-SHIP-TO                  PIC X(03).
           05  OT-EFFECTIVE-DATE           PIC X(08).
           05  FILLER                      PIC X(69).
      *---------------------------------------------------------------*
       SD  SORT-REF-WORK
           DATA RECORD IS SRT-REF-REC.
      *---------------------------------------------------------------*
       01  SRT-REF-REC.
           05  SRT-REF-KEY                 PIC X(11).
           05  FILLER                      PIC X(69).
      *---------------------------------------------------------------*
       FD  OLD-TAX-REF-SORTED
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SORTED-TAX-REC.
      *---------------------------------------------------------------*
       01  SORTED-TAX-REC.
           05  SG-TAX-KEY.
               10  SG-SHIP-TO              PIC X(03).
               10  SG-EFFECTIVE-DATE       PIC X(08).
           05  SG-JURISDICTION-NAME        PIC X(30).
           05  SG-TAX-RATE                 PIC 9(02)V999.
           05  SG-EXEMPT-FLAG              PIC X(01).
           05  FILLER                      PIC X(33).
      *---------------------------------------------------------------*
       FD  TAX-TRANS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TAX-TRANS-REC.
      *---------------------------------------------------------------*
       01  TAX-TRANS-REC.
           05  TT-TRANS-CODE               PIC X(01).
               88  TT-IS-ADD                    VALUE 'A'.
               88  TT-IS-DELETE                 VALUE 'D'.
           05  TT-SHIP-TO                  PIC X(03).
           05  TT-EFFECTIVE-DATE           PIC X(08).
           05  TT-JURISDICTION-NAME        PIC X(30).
           05  TT-TAX-RATE                 PIC 9(02)V999.
           05  TT-EXEMPT-FLAG              PIC X(01).
           05  FILLER                      PIC X(32).
      *---------------------------------------------------------------*
       SD  SORT-TRANS-WORK
           DATA RECORD IS SRT-TRANS-REC.
      *---------------------------------------------------------------*
       01  SRT-TRANS-REC.
           05  FILLER                      PIC X(01).
           05  SRT-TT-KEY                  PIC X(11).
           05  FILLER                      PIC X(68).
      *---------------------------------------------------------------*
       FD  TAX-TRANS-SORTED
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SORTED-TRANS-REC.
      *---------------------------------------------------------------*
       01  SORTED-TRANS-REC.
           05  ST-TRANS-CODE               PIC X(01).
           05  ST-TAX-KEY.
               10  ST-SHIP-TO              PIC X(03).
               10  ST-EFFECTIVE-DATE       PIC X(08).
           05  ST-JURISDICTION-NAME        PIC X(30).
           05  ST-TAX-RATE                 PIC 9(02)V999.
           05  ST-EXEMPT-FLAG              PIC X(01).
           05  FILLER                      PIC X(32).
      *---------------------------------------------------------------*
       FD  NEW-TAX-REF
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS NEW-TAX-REC.
      *---------------------------------------------------------------*
       01  NEW-TAX-REC.
           05  NT-SHIP-TO                  PIC X(03).
           05  NT-EFFECTIVE-DATE           PIC X(08).
           05  NT-JURISDICTION-NAME        PIC X(30).
           05  NT-TAX-RATE                 PIC 9(02)V999.
           05  NT-EXEMPT-FLAG              PIC X(01).
           05  FILLER                      PIC X(33).
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
           05  AUDIT-LINE.
               10  AL-SHIP-TO               PIC X(03).
               10  FILLER                   PIC X(02) VALUE SPACE.
               10  AL-EFFECTIVE-DATE        PIC X(08).
               10  FILLER                   PIC X(02) VALUE SPACE.
               10  AL-JURISDICTION-NAME     PIC X(30).
               10  FILLER                   PIC X(02) VALUE SPACE.
               10  AL-RATE                  PIC Z9.999.
               10  FILLER                   PIC X(02) VALUE SPACE.
               10  AL-EXEMPT-FLAG           PIC X(01).
               10  FILLER                   PIC X(02) VALUE SPACE.
               10  AL-ACTION                PIC X(12).
               10  FILLER                   PIC X(02) VALUE SPACE.
               10  AL-REASON                PIC X(40).
               10  FILLER                   PIC X(20) VALUE SPACE.
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
                   'TAX JURISDICTION MAINT    '.
               10  FILLER      PIC X(21) VALUE SPACES.
               10  FILLER      PIC X(10) VALUE 'PAGE NUM: '.
               10  H1-PAGE-NUM PIC 999.
      *---------------------------------------------------------------*
           05  HEADING-LINE-2.
               10  FILLER  PIC X(03) VALUE 'SHP'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(08) VALUE 'EFF DATE'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(30) VALUE 'JURISDICTION'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(06) VALUE 'RATE %'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(01) VALUE 'X'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(12) VALUE 'ACTION'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(40) VALUE 'REASON'.
               10  FILLER  PIC X(20) VALUE SPACE.
      *---------------------------------------------------------------*
           05  HEADING-LINE-3.
               10  FILLER  PIC X(03) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(08) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(30) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(06) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(01) VALUE '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(12) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(40) VALUE ALL '-'.
               10  FILLER  PIC X(20) VALUE SPACE.
      *---------------------------------------------------------------*
           05  TRAILER-1.
               10  FILLER  PIC X(20) VALUE '** ADDED    :       '.
               10  TL1-ADD-COUNT           PIC ZZ9.
               10  FILLER  PIC X(04) VALUE SPACE.
               10  FILLER  PIC X(20) VALUE '** DELETED  :       '.
               10  TL1-DELETE-COUNT        PIC ZZ9.
               10  FILLER  PIC X(04) VALUE SPACE.
               10  FILLER  PIC X(20) VALUE '** REJECTED :       '.
               10  TL1-REJECT-COUNT        PIC ZZ9.
               10  FILLER                  PIC X(58) VALUE SPACE.
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
       0000-MAINTAIN-TAX-JURISDICTIONS.
      *---------------------------------------------------------------*
           PERFORM 1000-INITIALIZATION.
           PERFORM 8100-READ-OLD-REF.
           PERFORM 8200-READ-TAX-TRANS.
           PERFORM 2000-PROCESS-REFERENCE-UPDATE
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
           OPEN OUTPUT NEW-TAX-REF
                       TAX-RPT.
           SORT SORT-REF-WORK
               ON ASCENDING KEY SRT-REF-KEY
               USING OLD-TAX-REF
               GIVING OLD-TAX-REF-SORTED.
           OPEN INPUT OLD-TAX-REF-SORTED.
           SORT SORT-TRANS-WORK
               ON ASCENDING KEY SRT-TT-KEY
               USING TAX-TRANS
               GIVING TAX-TRANS-SORTED.
           OPEN INPUT TAX-TRANS-SORTED.
           MOVE FUNCTION CURRENT-DATE  TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR        TO HDR-YR.
           MOVE WS-CURRENT-MONTH       TO HDR-MO.
           MOVE WS-CURRENT-DAY         TO HDR-DAY.
      *---------------------------------------------------------------*
       2000-PROCESS-REFERENCE-UPDATE.
      *---------------------------------------------------------------*
           EVALUATE TRUE
               WHEN WS-OLD-KEY LESS THAN WS-TRANS-KEY
                   PERFORM 2100-COPY-OLD-REF-UNCHANGED
                   PERFORM 8100-READ-OLD-REF
               WHEN WS-OLD-KEY GREATER THAN WS-TRANS-KEY
                   PERFORM 2200-PROCESS-TRANS-NO-MATCH
                   PERFORM 8200-READ-TAX-TRANS
               WHEN OTHER
                   PERFORM 2300-PROCESS-TRANS-MATCH
                   PERFORM 8100-READ-OLD-REF
                   PERFORM 8200-READ-TAX-TRANS
           END-EVALUATE.
      *---------------------------------------------------------------*
       2100-COPY-OLD-REF-UNCHANGED.
      *---------------------------------------------------------------*
           MOVE SORTED-TAX-REC             TO NEW-TAX-REC.
           WRITE NEW-TAX-REC.
      *---------------------------------------------------------------*
       2200-PROCESS-TRANS-NO-MATCH.
      *---------------------------------------------------------------*
           IF ST-TRANS-CODE EQUAL 'A'
               PERFORM 2400-EDIT-TAX-TRANS
               IF TRANS-IS-VALID
                   MOVE SPACE              TO NEW-TAX-REC
                   MOVE ST-SHIP-TO         TO NT-SHIP-TO
                   MOVE ST-EFFECTIVE-DATE  TO NT-EFFECTIVE-DATE
                   MOVE ST-JURISDICTION-NAME
                                           TO NT-JURISDICTION-NAME
                   MOVE ST-TAX-RATE        TO NT-TAX-RATE
                   IF ST-EXEMPT-FLAG EQUAL 'Y'
                       MOVE 'Y'            TO NT-EXEMPT-FLAG
                   ELSE
                       MOVE 'N'            TO NT-EXEMPT-FLAG
                   END-IF
                   WRITE NEW-TAX-REC
                   MOVE 'ADDED'            TO AL-ACTION
                   MOVE SPACE              TO AL-REASON
                   PERFORM 2900-WRITE-AUDIT-LINE
                   ADD 1                   TO WS-ADD-COUNT
               END-IF
           ELSE
               MOVE 'REJECTED'             TO AL-ACTION
               MOVE 'REJECTED - NO REFERENCE RECORD' TO AL-REASON
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
               WHEN ST-TRANS-CODE EQUAL 'A'
                   PERFORM 2100-COPY-OLD-REF-UNCHANGED
                   MOVE 'REJECTED'         TO AL-ACTION
                   MOVE 'REJECTED - DUPLICATE ADD'  TO AL-REASON
                   PERFORM 2900-WRITE-AUDIT-LINE
                   ADD 1                   TO WS-REJECT-COUNT
               WHEN OTHER
                   PERFORM 2100-COPY-OLD-REF-UNCHANGED
                   MOVE 'REJECTED'         TO AL-ACTION
                   MOVE 'REJECTED - INVALID TRANS CODE' TO AL-REASON
                   PERFORM 2900-WRITE-AUDIT-LINE
                   ADD 1                   TO WS-REJECT-COUNT
           END-EVALUATE.
      *---------------------------------------------------------------*
       2400-EDIT-TAX-TRANS.
      *---------------------------------------------------------------*
           MOVE 'Y'                        TO WS-TRANS-VALID-SW.
           MOVE SPACE                      TO AL-REASON.
           EVALUATE TRUE
               WHEN ST-SHIP-TO EQUAL SPACE
                   MOVE 'REJECTED - SHIP-TO CODE BLANK' TO AL-REASON
               WHEN ST-EFFECTIVE-DATE NOT NUMERIC
                   MOVE 'REJECTED - DATE NOT NUMERIC' TO AL-REASON
               WHEN ST-TAX-RATE NOT NUMERIC
                   MOVE 'REJECTED - RATE NOT NUMERIC' TO AL-REASON
               WHEN ST-EXEMPT-FLAG NOT EQUAL 'Y'
                   AND ST-EXEMPT-FLAG NOT EQUAL 'N'
                   AND ST-EXEMPT-FLAG NOT EQUAL SPACE
                   MOVE 'REJECTED - EXEMPT FLAG NOT Y OR N'
                                           TO AL-REASON
               WHEN ST-EXEMPT-FLAG EQUAL 'Y'
                   AND ST-TAX-RATE GREATER THAN ZERO
                   MOVE 'REJECTED - EXEMPT JURISDICTION WITH RATE'
                                           TO AL-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF AL-REASON NOT EQUAL SPACE
               MOVE 'N'                    TO WS-TRANS-VALID-SW
               MOVE 'REJECTED'             TO AL-ACTION
               PERFORM 2900-WRITE-AUDIT-LINE
               ADD 1                       TO WS-REJECT-COUNT
           END-IF.
      *---------------------------------------------------------------*
       2900-WRITE-AUDIT-LINE.
      *---------------------------------------------------------------*
           MOVE ST-SHIP-TO                 TO AL-SHIP-TO.
           MOVE ST-EFFECTIVE-DATE          TO AL-EFFECTIVE-DATE.
           MOVE ST-JURISDICTION-NAME       TO AL-JURISDICTION-NAME.
           MOVE ST-EXEMPT-FLAG             TO AL-EXEMPT-FLAG.
           IF ST-TAX-RATE NUMERIC
               MOVE ST-TAX-RATE            TO AL-RATE
           ELSE
               MOVE ZERO                   TO AL-RATE
           END-IF.
           MOVE AUDIT-LINE                 TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       3000-PRINT-TRAILER-LINES.
      *---------------------------------------------------------------*
           MOVE WS-ADD-COUNT               TO TL1-ADD-COUNT.
           MOVE WS-DELETE-COUNT            TO TL1-DELETE-COUNT.
           MOVE WS-REJECT-COUNT            TO TL1-REJECT-COUNT.
           MOVE TRAILER-1                  TO NEXT-REPORT-LINE.
           MOVE 2                          TO LINE-SPACEING.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       4000-CLOSING.
      *---------------------------------------------------------------*
           CLOSE   OLD-TAX-REF-SORTED
                   TAX-TRANS-SORTED
                   NEW-TAX-REF
                   TAX-RPT.
      *---------------------------------------------------------------*
       8100-READ-OLD-REF.
      *---------------------------------------------------------------*
           READ OLD-TAX-REF-SORTED
               AT END
                   MOVE 'Y'          TO OLD-REF-EOF-SW
                   MOVE HIGH-VALUES  TO WS-OLD-KEY
               NOT AT END
                   MOVE SG-TAX-KEY   TO WS-OLD-KEY
           END-READ.
      *---------------------------------------------------------------*
       8200-READ-TAX-TRANS.
      *---------------------------------------------------------------*
           READ TAX-TRANS-SORTED
               AT END
                   MOVE 'Y'          TO TRANS-EOF-SW
                   MOVE HIGH-VALUES  TO WS-TRANS-KEY
               NOT AT END
                   MOVE ST-TAX-KEY   TO WS-TRANS-KEY
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
