      *                 REJECTS AND RELEASE CORRECTED ITEMS BACK AS
      *                 GENTRAN TRANSACTIONS INSTEAD OF THE RC 8 BEING
      *                 THE ONLY TRAIL.
      *   10/15/26  EA  RERUN PROTECTION. BEFORE ANYTHING IS APPLIED THE
      *                 GENTRAN DECK IS FINGERPRINTED - CARD COUNT, A
      *                 POSITION-WEIGHTED HASH OF EACH CARD'S
      *                 TRANSACTION CODE, GENRE CODE, AND DESCRIPTION,
      *                 AND AN AMOUNT HASH (ZERO - GENTRAN CARRIES NO
      *                 AMOUNT) - AND CHECKED AGAINST THE SHARED
      *                 PROCESSED-DECK HISTORY FILE (FAVDECK). A DECK
      *                 ALREADY APPLIED IS REFUSED WITH A MESSAGE ON THE
      *                 LISTING AND RETURN-CODE 16, WHICH FAVDRV TREATS
      *                 AS A STOP, AND NOTHING IS APPLIED. FOR THE RARE
      *                 INTENTIONAL RERUN A RERUN OVERRIDE CARD
      *                 (RERUNCD: PROGRAM ID, TODAY'S DATE, OPERATOR
      *                 INITIALS) LETS THE DECK THROUGH AND THE OVERRIDE
      *                 IS LOGGED TO FAVRLOG. EVERY DECK APPLIED IS
      *                 ADDED TO FAVDECK.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT GENRE-TRANS-SORTED ASSIGN TO GENTSORT.
           SELECT NEW-GENRE-REF ASSIGN TO GENREFO.
           SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO FAVSUSP.
           SELECT OPTIONAL DECK-HISTORY ASSIGN TO FAVDECK.
           SELECT RERUN-CARD ASSIGN TO RERUNCD
               FILE STATUS IS WS-RERUN-STATUS.
           SELECT OPTIONAL RUN-LOG ASSIGN TO FAVRLOG.
           SELECT GENRE-RPT ASSIGN TO PRTLINE.
      *---------------------------------------------------------------*
       DATA DIVISION.
           05  SU-REASON-CODE              PIC X(04).
           05  SU-SOURCE-FILE              PIC X(08).
           05  SU-RECORD-IMAGE             PIC X(80).
      *---------------------------------------------------------------*
       FD  DECK-HISTORY
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DECK-HISTORY-REC.
      *---------------------------------------------------------------*
       01  DECK-HISTORY-REC.
           05  DH-PROGRAM-ID               PIC X(08).
           05  DH-RUN-DATE                 PIC X(08).
           05  DH-RUN-TIME                 PIC X(06).
           05  DH-RECORD-COUNT             PIC 9(07).
           05  DH-KEY-HASH                 PIC 9(15).
           05  DH-AMOUNT-HASH              PIC S9(13)V99.
           05  DH-OVERRIDE-ID              PIC X(02).
           05  FILLER                      PIC X(19).
      *---------------------------------------------------------------*
       FD  RERUN-CARD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RERUN-CARD-REC.
      *---------------------------------------------------------------*
       01  RERUN-CARD-REC.
           05  RR-PROGRAM-ID               PIC X(08).
           05  RR-RUN-DATE                 PIC X(08).
           05  RR-OPERATOR-ID              PIC X(02).
           05  FILLER                      PIC X(62).
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
           05  RL-STATUS                   PIC X(16).
           05  FILLER                      PIC X(28).
      *---------------------------------------------------------------*
       FD  GENRE-RPT
           RECORDING MODE IS F
               10  FILLER                   PIC X(02) VALUE SPACE.
               10  AL-REASON                PIC X(40).
               10  FILLER                   PIC X(52) VALUE SPACE.
      *---------------------------------------------------------------*
           05  DECK-FINGERPRINT-LINE.
               10  FILLER  PIC X(28) VALUE
                   'DECK FINGERPRINT - RECORDS: '.
               10  DFL-RECORD-COUNT        PIC ZZZZZZ9.
               10  FILLER  PIC X(13) VALUE
                   '   KEY HASH: '.
               10  DFL-KEY-HASH            PIC Z(14)9.
               10  FILLER  PIC X(16) VALUE
                   '   AMOUNT HASH: '.
               10  DFL-AMOUNT-HASH         PIC Z(12)9.99-.
               10  FILLER                  PIC X(36) VALUE SPACE.
      *---------------------------------------------------------------*
           05  DECK-REFUSED-LINE.
               10  FILLER  PIC X(34) VALUE
                   '** DECK ALREADY APPLIED - FAVDECK '.
               10  DRL-PRIOR-DATE          PIC X(08).
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  DRL-PRIOR-TIME          PIC X(06).
               10  FILLER  PIC X(31) VALUE
                   ' - NOTHING APPLIED THIS RUN  **'.
               10  FILLER                  PIC X(52) VALUE SPACE.
      *---------------------------------------------------------------*
           05  DECK-RERUN-HINT-LINE.
               10  FILLER  PIC X(47) VALUE
                   '** TO RERUN ON PURPOSE SUPPLY A RERUNCD CARD **'.
               10  FILLER                  PIC X(85) VALUE SPACE.
      *---------------------------------------------------------------*
           05  DECK-OVERRIDE-LINE.
               10  FILLER  PIC X(21) VALUE
                   '** RERUN OVERRIDE BY '.
               10  DOL-OPERATOR-ID         PIC X(02).
               10  FILLER  PIC X(24) VALUE
                   ' - DECK ALREADY APPLIED '.
               10  DOL-PRIOR-DATE          PIC X(08).
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  DOL-PRIOR-TIME          PIC X(06).
               10  FILLER                  PIC X(70) VALUE SPACE.
      *---------------------------------------------------------------*
          05  HEADING-LINE-1.
               10  FILLER      PIC X(06) VALUE 'DATE: '.
               88  OLD-REF-EOF                  VALUE 'Y'.
           05  TRANS-EOF-SW                PIC X VALUE 'N'.
               88  TRANS-EOF                    VALUE 'Y'.
      *---------------------------------------------------------------*
       01  WS-DECK-CHECK-FIELDS.
           05  WS-DECK-RECORD-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-DECK-KEY-HASH            PIC 9(15) VALUE ZERO.
           05  WS-DECK-AMOUNT-HASH         PIC S9(13)V99 VALUE ZERO.
           05  WS-HASH-KEY                 PIC X(45) VALUE SPACE.
           05  WS-HASH-SUB                 PIC 9(02) VALUE ZERO.
           05  WS-PRIOR-RUN-DATE           PIC X(08) VALUE SPACE.
           05  WS-PRIOR-RUN-TIME           PIC X(06) VALUE SPACE.
           05  WS-RERUN-STATUS             PIC X(02) VALUE SPACE.
           05  WS-OVERRIDE-LOG-STATUS.
               10  FILLER      PIC X(14) VALUE 'RERUN OVRD BY '.
               10  WS-OVERRIDE-OPERATOR-ID PIC X(02) VALUE SPACE.
           05  DECK-SCAN-EOF-SW            PIC X VALUE 'N'.
               88  DECK-SCAN-EOF                VALUE 'Y'.
           05  DECK-HISTORY-EOF-SW         PIC X VALUE 'N'.
               88  DECK-HISTORY-EOF             VALUE 'Y'.
           05  RERUN-CARD-EOF-SW           PIC X VALUE 'N'.
               88  RERUN-CARD-EOF               VALUE 'Y'.
           05  WS-DECK-MATCH-SW            PIC X VALUE 'N'.
               88  DECK-MATCHES-HISTORY         VALUE 'Y'.
           05  WS-RERUN-OVERRIDE-SW        PIC X VALUE 'N'.
               88  RERUN-OVERRIDE               VALUE 'Y'.
           05  WS-DECK-APPLIED-SW          PIC X VALUE 'N'.
               88  DECK-ALREADY-APPLIED         VALUE 'Y'.
      *---------------------------------------------------------------*
       01  PRINTER-CONTROL-FIELDS.
           05  LINE-SPACEING               PIC 9(02) VALUE 1.
       0000-MAINTAIN-GENRE-REFERENCE.
      *---------------------------------------------------------------*
           PERFORM 1000-INITIALIZATION.
           IF DECK-ALREADY-APPLIED
               MOVE 16                     TO RETURN-CODE
               CLOSE GENRE-RPT
               GOBACK
           END-IF.
           PERFORM 8100-READ-OLD-REF.
           PERFORM 8200-READ-GENRE-TRANS.
           PERFORM 2000-PROCESS-REFERENCE-UPDATE
               UNTIL OLD-REF-EOF AND TRANS-EOF.
           PERFORM 3000-PRINT-TRAILER-LINES.
           PERFORM 3700-RECORD-DECK-HISTORY.
           PERFORM 4000-CLOSING.
           IF WS-REJECT-COUNT GREATER THAN ZERO
               MOVE 8                      TO RETURN-CODE
      *---------------------------------------------------------------*
       1000-INITIALIZATION.
      *---------------------------------------------------------------*
           OPEN OUTPUT GENRE-RPT.
           MOVE FUNCTION CURRENT-DATE  TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR        TO HDR-YR.
           MOVE WS-CURRENT-MONTH       TO HDR-MO.
           MOVE WS-CURRENT-DAY         TO HDR-DAY.
           PERFORM 1500-CHECK-DECK-HISTORY.
           IF NOT DECK-ALREADY-APPLIED
               PERFORM 1050-OPEN-AND-SORT-FILES
           END-IF.
      *---------------------------------------------------------------*
       1050-OPEN-AND-SORT-FILES.
      *---------------------------------------------------------------*
           OPEN OUTPUT NEW-GENRE-REF.
           OPEN EXTEND SUSPENSE-FILE.
           SORT SORT-REF-WORK
               ON ASCENDING KEY SRT-REF-GENRE-CODE
               USING GENRE-TRANS
               GIVING GENRE-TRANS-SORTED.
           OPEN INPUT GENRE-TRANS-SORTED.
      *---------------------------------------------------------------*
       1500-CHECK-DECK-HISTORY.
      *---------------------------------------------------------------*
           OPEN INPUT  GENRE-TRANS.
           PERFORM 1510-FINGERPRINT-TRANS-CARD
               UNTIL DECK-SCAN-EOF.
           CLOSE GENRE-TRANS.
           MOVE WS-DECK-RECORD-COUNT       TO DFL-RECORD-COUNT.
           MOVE WS-DECK-KEY-HASH           TO DFL-KEY-HASH.
           MOVE WS-DECK-AMOUNT-HASH        TO DFL-AMOUNT-HASH.
           MOVE DECK-FINGERPRINT-LINE      TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           IF WS-DECK-RECORD-COUNT GREATER THAN ZERO
               OPEN INPUT  DECK-HISTORY
               PERFORM 1530-READ-DECK-HISTORY
                   UNTIL DECK-HISTORY-EOF
               CLOSE DECK-HISTORY
           END-IF.
           IF DECK-MATCHES-HISTORY
               PERFORM 1540-CHECK-RERUN-OVERRIDE
               IF RERUN-OVERRIDE
                   MOVE WS-OVERRIDE-OPERATOR-ID TO DOL-OPERATOR-ID
                   MOVE WS-PRIOR-RUN-DATE  TO DOL-PRIOR-DATE
                   MOVE WS-PRIOR-RUN-TIME  TO DOL-PRIOR-TIME
                   MOVE DECK-OVERRIDE-LINE TO NEXT-REPORT-LINE
                   PERFORM 9000-PRINT-REPORT-LINE
                   PERFORM 1560-LOG-RERUN-OVERRIDE
               ELSE
                   MOVE 'Y'                TO WS-DECK-APPLIED-SW
                   MOVE WS-PRIOR-RUN-DATE  TO DRL-PRIOR-DATE
                   MOVE WS-PRIOR-RUN-TIME  TO DRL-PRIOR-TIME
                   MOVE DECK-REFUSED-LINE  TO NEXT-REPORT-LINE
                   PERFORM 9000-PRINT-REPORT-LINE
                   MOVE DECK-RERUN-HINT-LINE TO NEXT-REPORT-LINE
                   PERFORM 9000-PRINT-REPORT-LINE
               END-IF
           END-IF.
           MOVE SPACE                      TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       1510-FINGERPRINT-TRANS-CARD.
      *---------------------------------------------------------------*
           READ GENRE-TRANS
               AT END MOVE 'Y' TO DECK-SCAN-EOF-SW
               NOT AT END
                   ADD 1                   TO WS-DECK-RECORD-COUNT
                   MOVE GENRE-TRANS-REC (1:43) TO WS-HASH-KEY
                   PERFORM 1520-HASH-KEY-CHARACTER
                       VARYING WS-HASH-SUB FROM 1 BY 1
                       UNTIL WS-HASH-SUB GREATER THAN 43
           END-READ.
      *---------------------------------------------------------------*
       1520-HASH-KEY-CHARACTER.
      *---------------------------------------------------------------*
           COMPUTE WS-DECK-KEY-HASH = WS-DECK-KEY-HASH
               + FUNCTION ORD (WS-HASH-KEY (WS-HASH-SUB:1))
               * WS-HASH-SUB.
      *---------------------------------------------------------------*
       1530-READ-DECK-HISTORY.
      *---------------------------------------------------------------*
           READ DECK-HISTORY
               AT END MOVE 'Y' TO DECK-HISTORY-EOF-SW
               NOT AT END
                   IF DH-PROGRAM-ID EQUAL 'FAVGNM'
                       AND DH-RECORD-COUNT EQUAL WS-DECK-RECORD-COUNT
                       AND DH-KEY-HASH EQUAL WS-DECK-KEY-HASH
                       AND DH-AMOUNT-HASH EQUAL WS-DECK-AMOUNT-HASH
                       MOVE 'Y'            TO WS-DECK-MATCH-SW
                       MOVE DH-RUN-DATE    TO WS-PRIOR-RUN-DATE
                       MOVE DH-RUN-TIME    TO WS-PRIOR-RUN-TIME
                   END-IF
           END-READ.
      *---------------------------------------------------------------*
       1540-CHECK-RERUN-OVERRIDE.
      *---------------------------------------------------------------*
           OPEN INPUT  RERUN-CARD.
           IF WS-RERUN-STATUS EQUAL '00'
               PERFORM 1550-READ-RERUN-CARD
                   UNTIL RERUN-CARD-EOF
               CLOSE RERUN-CARD
           END-IF.
      *---------------------------------------------------------------*
       1550-READ-RERUN-CARD.
      *---------------------------------------------------------------*
           READ RERUN-CARD
               AT END MOVE 'Y' TO RERUN-CARD-EOF-SW
               NOT AT END
                   IF RR-PROGRAM-ID EQUAL 'FAVGNM'
                       AND RR-RUN-DATE EQUAL WS-CURRENT-DATE
                       AND RR-OPERATOR-ID NOT EQUAL SPACE
                       MOVE 'Y'            TO WS-RERUN-OVERRIDE-SW
                       MOVE RR-OPERATOR-ID TO WS-OVERRIDE-OPERATOR-ID
                   END-IF
           END-READ.
      *---------------------------------------------------------------*
       1560-LOG-RERUN-OVERRIDE.
      *---------------------------------------------------------------*
           MOVE SPACE                      TO RUN-LOG-REC.
           MOVE 'FAVGNM'                   TO RL-PROGRAM-ID.
           MOVE WS-CURRENT-DATE            TO RL-RUN-DATE.
           MOVE WS-CURRENT-TIME(1:6)       TO RL-RUN-TIME.
           MOVE WS-DECK-RECORD-COUNT       TO RL-RECORDS-READ.
           MOVE ZERO                       TO RL-RECORDS-WRITTEN.
           MOVE WS-OVERRIDE-LOG-STATUS     TO RL-STATUS.
           OPEN EXTEND RUN-LOG.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
      *---------------------------------------------------------------*
       2000-PROCESS-REFERENCE-UPDATE.
      *---------------------------------------------------------------*
           MOVE TRAILER-1                  TO NEXT-REPORT-LINE.
           MOVE 2                          TO LINE-SPACEING.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       3700-RECORD-DECK-HISTORY.
      *---------------------------------------------------------------*
           IF WS-DECK-RECORD-COUNT GREATER THAN ZERO
               MOVE SPACE                  TO DECK-HISTORY-REC
               MOVE 'FAVGNM'               TO DH-PROGRAM-ID
               MOVE WS-CURRENT-DATE        TO DH-RUN-DATE
               MOVE WS-CURRENT-TIME(1:6)   TO DH-RUN-TIME
               MOVE WS-DECK-RECORD-COUNT   TO DH-RECORD-COUNT
               MOVE WS-DECK-KEY-HASH       TO DH-KEY-HASH
               MOVE WS-DECK-AMOUNT-HASH    TO DH-AMOUNT-HASH
               MOVE WS-OVERRIDE-OPERATOR-ID TO DH-OVERRIDE-ID
               OPEN EXTEND DECK-HISTORY
               WRITE DECK-HISTORY-REC
               CLOSE DECK-HISTORY
           END-IF.
      *---------------------------------------------------------------*
       4000-CLOSING.
      *---------------------------------------------------------------*
