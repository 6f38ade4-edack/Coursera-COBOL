      *                 THE REJECTS AND RELEASE CORRECTED ITEMS BACK
      *                 AS FAVTRAN TRANSACTIONS INSTEAD OF THE AUDIT
      *                 LISTING BEING THE ONLY TRAIL.
      *   10/15/26  EA  DUAL CONTROL. EVERY TRANSACTION NOW CARRIES THE
      *                 SUBMITTING OPERATOR'S INITIALS IN COLUMNS 79-80
      *                 (TX-OPERATOR-ID, FROM THE FILLER) AND A CARD
      *                 WITHOUT THEM IS REJECTED (NOOP). THE APPROVAL
      *                 RULE FILE (APPRULE, ONE CARD PER PROGRAM)
      *                 SAYS WHAT IS HIGH-IMPACT HERE - DELETES, AND A
      *                 CD-COST CHANGE OF MORE THAN A SET PERCENTAGE OF
      *                 THE CURRENT COST (999 TURNS THAT RULE OFF) -
      *                 AND HOW MANY DAYS AN ITEM MAY WAIT; WITH NO
      *                 CARD THE DEFAULTS ARE DELETES HELD, 20 PCT,
      *                 14 DAYS. A HIGH-IMPACT TRANSACTION IS NOT
      *                 APPLIED: IT IS WRITTEN TO THE SHARED PENDING-
      *                 APPROVAL FILE (FAVPEND, ALSO USED BY FAVMMN AND
      *                 FAVACM) AND LISTED AS HELD. AN APPROVAL CARD
      *                 ('V', THE ARTIST NAME, AND THE APPROVER'S
      *                 INITIALS IN 79-80) ON A LATER RUN RELEASES IT
      *                 AND IT IS APPLIED AND JOURNALED AS USUAL - BUT
      *                 ONLY IF THE APPROVER IS NOT THE SUBMITTER. ONE
      *                 ITEM MAY BE PENDING PER ARTIST. AN ITEM NOT
      *                 APPROVED WITHIN THE RULE'S DAY LIMIT IS DROPPED
      *                 WITH AN AGED-OUT LINE. THE AUDIT LISTING NOW
      *                 SHOWS SUBMITTER AND APPROVER, AND THE TRAILER
      *                 THE HELD/APPROVED/AGED-OUT COUNTS.
      *   10/15/26  EA  RERUN PROTECTION. BEFORE ANYTHING IS APPLIED THE
      *                 FAVTRAN DECK IS FINGERPRINTED - CARD COUNT, A
      *                 POSITION-WEIGHTED HASH OF EACH CARD'S
      *                 TRANSACTION CODE AND ARTIST-NAME, AND A HASH
      *                 TOTAL OF CD-COST, SHIPPING COST, AND TAX - AND
      *                 CHECKED AGAINST THE SHARED PROCESSED-DECK
      *                 HISTORY FILE (FAVDECK). A DECK ALREADY APPLIED
      *                 IS REFUSED WITH A MESSAGE ON THE LISTING AND
      *                 RETURN-CODE 16, WHICH FAVDRV TREATS AS A STOP,
      *                 AND NOTHING IS APPLIED. FOR THE RARE INTENTIONAL
      *                 RERUN A RERUN OVERRIDE CARD (RERUNCD: PROGRAM
      *                 ID, TODAY'S DATE, OPERATOR INITIALS) LETS THE
      *                 DECK THROUGH AND THE OVERRIDE IS LOGGED TO
      *                 FAVRLOG. EVERY DECK APPLIED IS ADDED TO FAVDECK.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT TRANS-FILE ASSIGN TO FAVTRAN.
           SELECT SORT-TRANS-WORK ASSIGN TO SORTWK02.
           SELECT TRANS-FILE-SORTED ASSIGN TO FAVTSORT.
           SELECT OPTIONAL DECK-HISTORY ASSIGN TO FAVDECK.
           SELECT RERUN-CARD ASSIGN TO RERUNCD
               FILE STATUS IS WS-RERUN-STATUS.
           SELECT AUDIT-RPT ASSIGN TO PRTLINE.
           SELECT OPTIONAL RUN-LOG ASSIGN TO FAVRLOG.
           SELECT JOURNAL-FILE ASSIGN TO FAVJRNL.
           SELECT GENRE-REF ASSIGN TO GENREF
               FILE STATUS IS WS-GENRE-STATUS.
           SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO FAVSUSP.
           SELECT APPROVAL-RULES ASSIGN TO APPRULE
               FILE STATUS IS WS-RULE-STATUS.
           SELECT OPTIONAL PENDING-FILE ASSIGN TO FAVPEND.
      *---------------------------------------------------------------*
       DATA DIVISION.
      *---------------------------------------------------------------*
           05  TX-SHIPPING-COST             PIC 9(02)V99.
           05  TX-TAX                       PIC 9(02)V99.
           05  TX-BAND-IS-STILL-TOGETHER    PIC X(01).
           05  FILLER                       PIC X(19).
           05  TX-OPERATOR-ID               PIC X(02).
      *---------------------------------------------------------------*
       SD  SORT-TRANS-WORK
           DATA RECORD IS SRT-TRANS-REC.
           05  ST-SHIPPING-COST             PIC 9(02)V99.
           05  ST-TAX                       PIC 9(02)V99.
           05  ST-BAND-IS-STILL-TOGETHER    PIC X(01).
           05  FILLER                       PIC X(19).
           05  ST-OPERATOR-ID               PIC X(02).
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
       FD  AUDIT-RPT
           RECORDING MODE IS F
           05  SU-REASON-CODE              PIC X(04).
           05  SU-SOURCE-FILE              PIC X(08).
           05  SU-RECORD-IMAGE             PIC X(80).
      *---------------------------------------------------------------*
       FD  APPROVAL-RULES
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS APPROVAL-RULE-REC.
      *---------------------------------------------------------------*
       01  APPROVAL-RULE-REC.
           05  AP-PROGRAM-ID               PIC X(08).
           05  AP-HOLD-DELETES             PIC X(01).
           05  AP-PRICE-PCT                PIC 9(03).
           05  AP-HOLD-RELEASES            PIC X(01).
           05  AP-HOLD-DISCOUNT-UP         PIC X(01).
           05  AP-AGE-DAYS                 PIC 9(03).
           05  FILLER                      PIC X(63).
      *---------------------------------------------------------------*
       FD  PENDING-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 108 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PENDING-REC.
      *---------------------------------------------------------------*
       01  PENDING-REC.
           05  PD-PROGRAM-ID               PIC X(08).
           05  PD-HELD-DATE                PIC X(08).
           05  PD-REASON-CODE              PIC X(04).
           05  PD-SUBMITTER-ID             PIC X(02).
           05  PD-TRANS-IMAGE              PIC X(80).
           05  FILLER                      PIC X(06).
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
               10  AL-ACTION                PIC X(24).
               10  FILLER                   PIC X(02) VALUE SPACE.
               10  AL-REASON                PIC X(40).
               10  FILLER                   PIC X(02) VALUE SPACE.
               10  AL-SUBMITTER-ID          PIC X(04).
               10  FILLER                   PIC X(02) VALUE SPACE.
               10  AL-APPROVER-ID           PIC X(04).
               10  FILLER                   PIC X(22) VALUE SPACE.
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
               10  FILLER  PIC X(24) VALUE 'ACTION'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(40) VALUE 'REASON'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(04) VALUE 'SUBM'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(04) VALUE 'APPR'.
      *---------------------------------------------------------------*
           05  HEADING-LINE-3.
               10  FILLER  PIC X(30) VALUE ALL '-'.
               10  FILLER  PIC X(24) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(40) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(04) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(04) VALUE ALL '-'.
      *---------------------------------------------------------------*
           05  ABORT-LINE.
               10  FILLER  PIC X(34) VALUE
                   '** FAVMST OPEN FAILED - STATUS:   '.
               10  ABT-STATUS              PIC X(02).
               10  FILLER                  PIC X(96) VALUE SPACE.
      *---------------------------------------------------------------*
           05  PENDING-FULL-LINE.
               10  FILLER  PIC X(45) VALUE
                   '** FAVPEND OVER 999 ITEMS - NOTHING APPLIED  '.
               10  FILLER                  PIC X(87) VALUE SPACE.
      *---------------------------------------------------------------*
           05  RULES-LINE.
               10  FILLER  PIC X(26) VALUE
                   'APPROVAL RULES - DELETES: '.
               10  RUL-DELETES             PIC X(01).
               10  FILLER  PIC X(22) VALUE
                   '   CD-COST CHANGE OVER'.
               10  RUL-PRICE-PCT           PIC ZZ9.
               10  FILLER  PIC X(20) VALUE
                   ' PCT   AGE-OUT DAYS:'.
               10  RUL-AGE-DAYS            PIC ZZ9.
               10  FILLER                  PIC X(57) VALUE SPACE.
      *---------------------------------------------------------------*
           05  AGED-OUT-REASON.
               10  FILLER  PIC X(05) VALUE 'HELD '.
               10  AOR-HELD-DATE           PIC X(08).
               10  FILLER  PIC X(03) VALUE ' - '.
               10  AOR-REASON-TEXT         PIC X(24).
      *---------------------------------------------------------------*
           05  TRAILER-1.
               10  FILLER  PIC X(20) VALUE '** ADDED    :       '.
               10  FILLER  PIC X(04) VALUE SPACE.
               10  FILLER  PIC X(20) VALUE '** REJECTED :       '.
               10  TL1-REJECT-COUNT        PIC ZZ9.
      *---------------------------------------------------------------*
           05  TRAILER-2.
               10  FILLER  PIC X(20) VALUE '** HELD     :       '.
               10  TL2-HELD-COUNT          PIC ZZ9.
               10  FILLER  PIC X(04) VALUE SPACE.
               10  FILLER  PIC X(20) VALUE '** APPROVED :       '.
               10  TL2-APPROVED-COUNT      PIC ZZ9.
               10  FILLER  PIC X(04) VALUE SPACE.
               10  FILLER  PIC X(20) VALUE '** AGED OUT :       '.
               10  TL2-AGED-OUT-COUNT      PIC ZZ9.
      *---------------------------------------------------------------*
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
           05  WS-CHANGE-COUNT             PIC 9(03) VALUE ZERO.
           05  WS-DELETE-COUNT             PIC 9(03) VALUE ZERO.
           05  WS-REJECT-COUNT             PIC 9(03) VALUE ZERO.
           05  WS-HELD-COUNT               PIC 9(03) VALUE ZERO.
           05  WS-APPROVED-COUNT           PIC 9(03) VALUE ZERO.
           05  WS-AGED-OUT-COUNT           PIC 9(03) VALUE ZERO.
      *---------------------------------------------------------------*
       01  WS-SWITCHES-SUBSCRIPTS.
           05  TRANS-EOF-SW                PIC X VALUE 'N'.
      *---------------------------------------------------------------*
       01  WS-FILE-STATUS-FIELDS.
           05  WS-MASTER-STATUS            PIC X(02) VALUE SPACE.
           05  WS-RULE-STATUS              PIC X(02) VALUE SPACE.
      *---------------------------------------------------------------*
       01  WS-GENRE-TABLE.
           05  WS-GENRE-STATUS             PIC X(02) VALUE SPACE.
               88  GENRE-IS-VALID               VALUE 'Y'.
           05  GENRE-REF-EOF-SW            PIC X VALUE 'N'.
               88  GENRE-REF-EOF                VALUE 'Y'.
      *---------------------------------------------------------------*
       01  WS-APPROVAL-FIELDS.
           05  WS-RULE-DELETE-SW           PIC X VALUE 'Y'.
               88  RULE-HOLDS-DELETES           VALUE 'Y'.
           05  WS-RULE-PRICE-PCT           PIC 9(03) VALUE 20.
               88  PRICE-RULE-OFF               VALUE 999.
           05  WS-RULE-AGE-DAYS            PIC 9(03) VALUE 14.
           05  APPROVAL-RULES-EOF-SW       PIC X VALUE 'N'.
               88  APPROVAL-RULES-EOF           VALUE 'Y'.
           05  WS-APPROVAL-SW              PIC X VALUE 'N'.
               88  APPROVAL-IN-PROGRESS         VALUE 'Y'.
           05  WS-HIGH-IMPACT-SW           PIC X VALUE 'N'.
               88  PRICE-CHANGE-OVER-LIMIT      VALUE 'Y'.
           05  WS-SUBMITTER-ID             PIC X(02) VALUE SPACE.
           05  WS-APPROVER-ID              PIC X(02) VALUE SPACE.
           05  WS-HOLD-REASON              PIC X(04) VALUE SPACE.
           05  WS-HOLD-REASON-TEXT         PIC X(24) VALUE SPACE.
           05  WS-PRICE-CHANGE-PCT         PIC S9(07)V99 VALUE ZERO.
           05  WS-RUN-DATE-NUM             PIC 9(08) VALUE ZERO.
           05  WS-HELD-DATE-NUM            PIC 9(08) VALUE ZERO.
           05  WS-DAYS-HELD                PIC S9(05) VALUE ZERO.
      *---------------------------------------------------------------*
       01  WS-PENDING-TABLE.
           05  WS-PEND-COUNT               PIC 9(03) VALUE ZERO.
           05  PENDING-FILE-EOF-SW         PIC X VALUE 'N'.
               88  PENDING-FILE-EOF             VALUE 'Y'.
           05  WS-PEND-FULL-SW             PIC X VALUE 'N'.
               88  PENDING-TABLE-FULL           VALUE 'Y'.
           05  WS-PEND-FOUND-SW            PIC X VALUE 'N'.
               88  PEND-FOUND                   VALUE 'Y'.
           05  WS-PEND-ENTRY OCCURS 0 TO 999 TIMES
                   DEPENDING ON WS-PEND-COUNT
                   INDEXED BY PEND-IDX.
               10  WS-PD-PROGRAM-ID        PIC X(08).
               10  WS-PD-HELD-DATE         PIC X(08).
               10  WS-PD-REASON-CODE       PIC X(04).
               10  WS-PD-SUBMITTER-ID      PIC X(02).
               10  WS-PD-TRANS-IMAGE       PIC X(80).
               10  WS-PD-ENTRY-STATUS      PIC X(01).
                   88  PD-WAITING               VALUE 'W'.
                   88  PD-HELD-THIS-RUN         VALUE 'N'.
                   88  PD-RELEASED              VALUE 'R'.
                   88  PD-AGED-OUT              VALUE 'E'.
      *---------------------------------------------------------------*
       01  WS-SUSPENSE-FIELDS.
           05  WS-SUSPENSE-REASON          PIC X(04) VALUE SPACE.
           05  WS-JOURNAL-ACTION           PIC X(01) VALUE SPACE.
           05  WS-BEFORE-IMAGE             PIC X(80) VALUE SPACE.
           05  WS-AFTER-IMAGE              PIC X(80) VALUE SPACE.
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
       0000-MAINTAIN-FAVORITE-GROUPS.
      *---------------------------------------------------------------*
           PERFORM 1000-INITIALIZATION.
           IF DECK-ALREADY-APPLIED
               MOVE 16                 TO RETURN-CODE
               CLOSE AUDIT-RPT
               GOBACK
           END-IF.
           IF MASTER-OPEN-FAILED
               OR PENDING-TABLE-FULL
               MOVE 12                 TO RETURN-CODE
               CLOSE AUDIT-RPT
               GOBACK
               UNTIL TRANS-EOF.
           PERFORM 3000-PRINT-TRAILER-LINES.
           PERFORM 3500-WRITE-RUN-LOG.
           PERFORM 3600-REWRITE-PENDING-FILE.
           PERFORM 3700-RECORD-DECK-HISTORY.
           PERFORM 4000-CLOSING.
           GOBACK.
      *---------------------------------------------------------------*
           MOVE WS-CURRENT-YEAR        TO HDR-YR.
           MOVE WS-CURRENT-MONTH       TO HDR-MO.
           MOVE WS-CURRENT-DAY         TO HDR-DAY.
           MOVE WS-CURRENT-DATE        TO WS-RUN-DATE-NUM.
           PERFORM 1500-CHECK-DECK-HISTORY.
           IF NOT DECK-ALREADY-APPLIED
               PERFORM 1050-OPEN-MASTER-FILE
           END-IF.
      *---------------------------------------------------------------*
       1050-OPEN-MASTER-FILE.
      *---------------------------------------------------------------*
           OPEN I-O    FAV-MASTER.
           IF WS-MASTER-STATUS NOT EQUAL '00'
               MOVE 'Y'                TO WS-MASTER-OPEN-SW
               MOVE ABORT-LINE         TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
           ELSE
               PERFORM 1400-LOAD-PENDING-FILE
               IF PENDING-TABLE-FULL
                   MOVE PENDING-FULL-LINE TO NEXT-REPORT-LINE
                   PERFORM 9000-PRINT-REPORT-LINE
                   CLOSE FAV-MASTER
               ELSE
                   PERFORM 1100-OPEN-REMAINING-FILES
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       1100-OPEN-REMAINING-FILES.
                   UNTIL GENRE-REF-EOF
               CLOSE GENRE-REF
           END-IF.
           PERFORM 1200-LOAD-APPROVAL-RULES.
           PERFORM 1420-AGE-PENDING-ENTRY
               VARYING PEND-IDX FROM 1 BY 1
               UNTIL PEND-IDX GREATER THAN WS-PEND-COUNT.
           SORT SORT-TRANS-WORK
               ON ASCENDING KEY SRT-TX-ARTIST-NAME
               USING TRANS-FILE
               GIVING TRANS-FILE-SORTED.
           OPEN INPUT TRANS-FILE-SORTED.
      *---------------------------------------------------------------*
       1200-LOAD-APPROVAL-RULES.
      *---------------------------------------------------------------*
           OPEN INPUT  APPROVAL-RULES.
           IF WS-RULE-STATUS EQUAL '00'
               PERFORM 1210-READ-APPROVAL-RULE
                   UNTIL APPROVAL-RULES-EOF
               CLOSE APPROVAL-RULES
           END-IF.
           MOVE WS-RULE-DELETE-SW          TO RUL-DELETES.
           MOVE WS-RULE-PRICE-PCT          TO RUL-PRICE-PCT.
           MOVE WS-RULE-AGE-DAYS           TO RUL-AGE-DAYS.
           MOVE RULES-LINE                 TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE SPACE                      TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       1210-READ-APPROVAL-RULE.
      *---------------------------------------------------------------*
           READ APPROVAL-RULES
               AT END MOVE 'Y' TO APPROVAL-RULES-EOF-SW
               NOT AT END
                   IF AP-PROGRAM-ID EQUAL 'FAVMNT'
                       PERFORM 1220-APPLY-APPROVAL-RULE
                   END-IF
           END-READ.
      *---------------------------------------------------------------*
       1220-APPLY-APPROVAL-RULE.
      *---------------------------------------------------------------*
           IF AP-HOLD-DELETES EQUAL 'Y' OR 'N'
               MOVE AP-HOLD-DELETES        TO WS-RULE-DELETE-SW
           END-IF.
           IF AP-PRICE-PCT NUMERIC
               MOVE AP-PRICE-PCT           TO WS-RULE-PRICE-PCT
           END-IF.
           IF AP-AGE-DAYS NUMERIC
               MOVE AP-AGE-DAYS            TO WS-RULE-AGE-DAYS
           END-IF.
      *---------------------------------------------------------------*
       1300-LOAD-GENRE-TABLE.
      *---------------------------------------------------------------*
                           TO WS-GENRE-FLAG (WS-GENRE-COUNT)
                   END-IF
           END-READ.
      *---------------------------------------------------------------*
       1400-LOAD-PENDING-FILE.
      *---------------------------------------------------------------*
           OPEN INPUT  PENDING-FILE.
           PERFORM 1410-STORE-PENDING-ENTRY
               UNTIL PENDING-FILE-EOF
                  OR PENDING-TABLE-FULL.
           CLOSE PENDING-FILE.
      *---------------------------------------------------------------*
       1410-STORE-PENDING-ENTRY.
      *---------------------------------------------------------------*
           READ PENDING-FILE
               AT END MOVE 'Y' TO PENDING-FILE-EOF-SW
               NOT AT END
                   IF WS-PEND-COUNT LESS THAN 999
                       ADD 1           TO WS-PEND-COUNT
                       SET PEND-IDX    TO WS-PEND-COUNT
                       MOVE PD-PROGRAM-ID
                                   TO WS-PD-PROGRAM-ID (PEND-IDX)
                       MOVE PD-HELD-DATE
                                   TO WS-PD-HELD-DATE (PEND-IDX)
                       MOVE PD-REASON-CODE
                                   TO WS-PD-REASON-CODE (PEND-IDX)
                       MOVE PD-SUBMITTER-ID
                                   TO WS-PD-SUBMITTER-ID (PEND-IDX)
                       MOVE PD-TRANS-IMAGE
                                   TO WS-PD-TRANS-IMAGE (PEND-IDX)
                       MOVE 'W'    TO WS-PD-ENTRY-STATUS (PEND-IDX)
                   ELSE
                       MOVE 'Y'        TO WS-PEND-FULL-SW
                   END-IF
           END-READ.
      *---------------------------------------------------------------*
       1420-AGE-PENDING-ENTRY.
      *---------------------------------------------------------------*
           IF WS-PD-PROGRAM-ID (PEND-IDX) EQUAL 'FAVMNT'
               IF WS-PD-HELD-DATE (PEND-IDX) NUMERIC
                   MOVE WS-PD-HELD-DATE (PEND-IDX)
                                           TO WS-HELD-DATE-NUM
                   COMPUTE WS-DAYS-HELD =
                       FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                       - FUNCTION INTEGER-OF-DATE(WS-HELD-DATE-NUM)
               ELSE
                   MOVE 99999              TO WS-DAYS-HELD
               END-IF
               IF WS-DAYS-HELD GREATER THAN WS-RULE-AGE-DAYS
                   MOVE 'E'        TO WS-PD-ENTRY-STATUS (PEND-IDX)
                   PERFORM 1450-PRINT-AGED-OUT-LINE
                   ADD 1                   TO WS-AGED-OUT-COUNT
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       1450-PRINT-AGED-OUT-LINE.
      *---------------------------------------------------------------*
           MOVE WS-PD-REASON-CODE (PEND-IDX) TO WS-HOLD-REASON.
           PERFORM 2620-SET-HOLD-REASON-TEXT.
           MOVE WS-PD-HELD-DATE (PEND-IDX) TO AOR-HELD-DATE.
           MOVE WS-HOLD-REASON-TEXT        TO AOR-REASON-TEXT.
           MOVE WS-PD-TRANS-IMAGE (PEND-IDX) (2:30)
                                           TO AL-ARTIST-NAME.
           MOVE 'AGED OUT - NOT APPROVED'  TO AL-ACTION.
           MOVE AGED-OUT-REASON            TO AL-REASON.
           MOVE WS-PD-SUBMITTER-ID (PEND-IDX) TO AL-SUBMITTER-ID.
           MOVE SPACE                      TO AL-APPROVER-ID.
           MOVE AUDIT-LINE                 TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       1500-CHECK-DECK-HISTORY.
      *---------------------------------------------------------------*
           OPEN INPUT  TRANS-FILE.
           PERFORM 1510-FINGERPRINT-TRANS-CARD
               UNTIL DECK-SCAN-EOF.
           CLOSE TRANS-FILE.
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
           READ TRANS-FILE
               AT END MOVE 'Y' TO DECK-SCAN-EOF-SW
               NOT AT END
                   ADD 1                   TO WS-DECK-RECORD-COUNT
                   MOVE TRANS-REC (1:31) TO WS-HASH-KEY
                   PERFORM 1520-HASH-KEY-CHARACTER
                       VARYING WS-HASH-SUB FROM 1 BY 1
                       UNTIL WS-HASH-SUB GREATER THAN 31
                   IF TX-CD-COST NUMERIC
                       ADD TX-CD-COST TO WS-DECK-AMOUNT-HASH
                   END-IF
                   IF TX-SHIPPING-COST NUMERIC
                       ADD TX-SHIPPING-COST TO WS-DECK-AMOUNT-HASH
                   END-IF
                   IF TX-TAX NUMERIC
                       ADD TX-TAX TO WS-DECK-AMOUNT-HASH
                   END-IF
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
                   IF DH-PROGRAM-ID EQUAL 'FAVMNT'
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
                   IF RR-PROGRAM-ID EQUAL 'FAVMNT'
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
           MOVE 'FAVMNT'                   TO RL-PROGRAM-ID.
           MOVE WS-CURRENT-DATE            TO RL-RUN-DATE.
           MOVE WS-CURRENT-TIME(1:6)       TO RL-RUN-TIME.
           MOVE WS-DECK-RECORD-COUNT       TO RL-RECORDS-READ.
           MOVE ZERO                       TO RL-RECORDS-WRITTEN.
           MOVE WS-OVERRIDE-LOG-STATUS     TO RL-STATUS.
           OPEN EXTEND RUN-LOG.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
      *---------------------------------------------------------------*
       2000-APPLY-TRANSACTION.
      *---------------------------------------------------------------*
           MOVE ST-OPERATOR-ID             TO WS-SUBMITTER-ID.
           MOVE SPACE                      TO WS-APPROVER-ID.
           EVALUATE TRUE
               WHEN ST-OPERATOR-ID EQUAL SPACE
                   MOVE 'REJECTED'         TO AL-ACTION
                   MOVE 'REJECTED - NO OPERATOR ID' TO AL-REASON
                   PERFORM 2900-WRITE-AUDIT-LINE
                   ADD 1                   TO WS-REJECT-COUNT
                   MOVE 'NOOP'             TO WS-SUSPENSE-REASON
                   PERFORM 2960-WRITE-SUSPENSE-RECORD
               WHEN ST-TRANS-CODE EQUAL 'A'
                   PERFORM 2210-APPLY-ADD
               WHEN ST-TRANS-CODE EQUAL 'C'
                   PERFORM 2310-APPLY-CHANGE
               WHEN ST-TRANS-CODE EQUAL 'D'
                   PERFORM 2320-APPLY-DELETE
               WHEN ST-TRANS-CODE EQUAL 'V'
                   PERFORM 2500-APPLY-APPROVAL
               WHEN OTHER
                   MOVE 'REJECTED'         TO AL-ACTION
                   MOVE 'REJECTED - INVALID TRANS CODE' TO AL-REASON
      *---------------------------------------------------------------*
           PERFORM 8100-READ-MASTER-BY-KEY.
           IF MASTER-FOUND
               PERFORM 2335-CHECK-PRICE-CHANGE
               IF PRICE-CHANGE-OVER-LIMIT
                   AND NOT APPROVAL-IN-PROGRESS
                   MOVE 'PRCE'             TO WS-HOLD-REASON
                   PERFORM 2600-HOLD-FOR-APPROVAL
               ELSE
                   PERFORM 2340-REPLACE-MASTER-FIELDS
               END-IF
           ELSE
               MOVE 'REJECTED'             TO AL-ACTION
               MOVE 'REJECTED - NO MASTER RECORD' TO AL-REASON
               MOVE 'NOMR'                 TO WS-SUSPENSE-REASON
               PERFORM 2960-WRITE-SUSPENSE-RECORD
           END-IF.
      *---------------------------------------------------------------*
       2335-CHECK-PRICE-CHANGE.
      *---------------------------------------------------------------*
           MOVE 'N'                        TO WS-HIGH-IMPACT-SW.
           IF NOT PRICE-RULE-OFF
               AND ST-CD-COST NOT EQUAL MS-CD-COST
               IF MS-CD-COST EQUAL ZERO
                   MOVE 'Y'                TO WS-HIGH-IMPACT-SW
               ELSE
                   COMPUTE WS-PRICE-CHANGE-PCT ROUNDED =
                       (ST-CD-COST - MS-CD-COST) * 100 / MS-CD-COST
                   IF WS-PRICE-CHANGE-PCT LESS THAN ZERO
                       COMPUTE WS-PRICE-CHANGE-PCT =
                           ZERO - WS-PRICE-CHANGE-PCT
                   END-IF
                   IF WS-PRICE-CHANGE-PCT GREATER THAN
                           WS-RULE-PRICE-PCT
                       MOVE 'Y'            TO WS-HIGH-IMPACT-SW
                   END-IF
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2340-REPLACE-MASTER-FIELDS.
      *---------------------------------------------------------------*
           MOVE MASTER-REC                 TO WS-BEFORE-IMAGE.
           MOVE ST-NUMBER-MUSICIANS        TO MS-NUMBER-MUSICIANS.
           MOVE ST-MUSICAL-GENRE           TO MS-MUSICAL-GENRE.
           MOVE ST-CD-COST                 TO MS-CD-COST.
           MOVE ST-SHIPPING-COST           TO MS-SHIPPING-COST.
           MOVE ST-TAX                     TO MS-TAX.
           MOVE ST-BAND-IS-STILL-TOGETHER  TO MS-BAND-IS-STILL-TOGETHER.
           MOVE WS-CURRENT-DATE            TO MS-LAST-MAINT-DATE.
           REWRITE MASTER-REC.
           MOVE 'C'                        TO WS-JOURNAL-ACTION.
           MOVE MASTER-REC                 TO WS-AFTER-IMAGE.
           PERFORM 2950-WRITE-JOURNAL-RECORD.
           MOVE 'CHANGED'                  TO AL-ACTION.
           MOVE SPACE                      TO AL-REASON.
           PERFORM 2900-WRITE-AUDIT-LINE.
           ADD 1                           TO WS-CHANGE-COUNT.
      *---------------------------------------------------------------*
       2320-APPLY-DELETE.
      *---------------------------------------------------------------*
           PERFORM 8100-READ-MASTER-BY-KEY.
           IF MASTER-FOUND
               IF RULE-HOLDS-DELETES
                   AND NOT APPROVAL-IN-PROGRESS
                   MOVE 'DELT'             TO WS-HOLD-REASON
                   PERFORM 2600-HOLD-FOR-APPROVAL
               ELSE
                   PERFORM 2325-DELETE-MASTER
               END-IF
           ELSE
               MOVE 'REJECTED'             TO AL-ACTION
               MOVE 'REJECTED - NO MASTER RECORD' TO AL-REASON
               MOVE 'NOMR'                 TO WS-SUSPENSE-REASON
               PERFORM 2960-WRITE-SUSPENSE-RECORD
           END-IF.
      *---------------------------------------------------------------*
       2325-DELETE-MASTER.
      *---------------------------------------------------------------*
           MOVE MASTER-REC                 TO WS-BEFORE-IMAGE.
           DELETE FAV-MASTER RECORD.
           MOVE 'D'                        TO WS-JOURNAL-ACTION.
           MOVE SPACE                      TO WS-AFTER-IMAGE.
           PERFORM 2950-WRITE-JOURNAL-RECORD.
           MOVE 'DELETED'                  TO AL-ACTION.
           MOVE SPACE                      TO AL-REASON.
           PERFORM 2900-WRITE-AUDIT-LINE.
           ADD 1                           TO WS-DELETE-COUNT.
      *---------------------------------------------------------------*
       2400-VALIDATE-GENRE.
      *---------------------------------------------------------------*
                   END-SEARCH
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2500-APPLY-APPROVAL.
      *---------------------------------------------------------------*
           MOVE SPACE                      TO WS-SUBMITTER-ID.
           MOVE ST-OPERATOR-ID             TO WS-APPROVER-ID.
           PERFORM 2510-FIND-PENDING-ITEM.
           IF PEND-FOUND
               MOVE WS-PD-SUBMITTER-ID (PEND-IDX) TO WS-SUBMITTER-ID
           END-IF.
           EVALUATE TRUE
               WHEN NOT PEND-FOUND
                   MOVE 'REJECTED'         TO AL-ACTION
                   MOVE 'REJECTED - NOTHING PENDING APPROVAL'
                                           TO AL-REASON
                   PERFORM 2900-WRITE-AUDIT-LINE
                   ADD 1                   TO WS-REJECT-COUNT
                   MOVE 'NOPD'             TO WS-SUSPENSE-REASON
                   PERFORM 2960-WRITE-SUSPENSE-RECORD
               WHEN PD-HELD-THIS-RUN (PEND-IDX)
                   MOVE 'REJECTED'         TO AL-ACTION
                   MOVE 'REJECTED - HELD THIS RUN, APPROVE LATER'
                                           TO AL-REASON
                   PERFORM 2900-WRITE-AUDIT-LINE
                   ADD 1                   TO WS-REJECT-COUNT
                   MOVE 'HTRN'             TO WS-SUSPENSE-REASON
                   PERFORM 2960-WRITE-SUSPENSE-RECORD
               WHEN WS-SUBMITTER-ID EQUAL WS-APPROVER-ID
                   MOVE 'REJECTED'         TO AL-ACTION
                   MOVE 'REJECTED - APPROVER IS THE SUBMITTER'
                                           TO AL-REASON
                   PERFORM 2900-WRITE-AUDIT-LINE
                   ADD 1                   TO WS-REJECT-COUNT
                   MOVE 'SAMO'             TO WS-SUSPENSE-REASON
                   PERFORM 2960-WRITE-SUSPENSE-RECORD
               WHEN OTHER
                   PERFORM 2520-RELEASE-PENDING-ITEM
           END-EVALUATE.
      *---------------------------------------------------------------*
       2510-FIND-PENDING-ITEM.
      *---------------------------------------------------------------*
           MOVE 'N'                        TO WS-PEND-FOUND-SW.
           IF WS-PEND-COUNT GREATER THAN ZERO
               SET PEND-IDX                TO 1
               SEARCH WS-PEND-ENTRY
                   AT END CONTINUE
                   WHEN WS-PD-PROGRAM-ID (PEND-IDX) EQUAL 'FAVMNT'
                       AND (PD-WAITING (PEND-IDX)
                            OR PD-HELD-THIS-RUN (PEND-IDX))
                       AND WS-PD-TRANS-IMAGE (PEND-IDX) (2:30)
                           EQUAL ST-ARTIST-NAME
                       MOVE 'Y'            TO WS-PEND-FOUND-SW
               END-SEARCH
           END-IF.
      *---------------------------------------------------------------*
       2520-RELEASE-PENDING-ITEM.
      *---------------------------------------------------------------*
           MOVE 'R'                TO WS-PD-ENTRY-STATUS (PEND-IDX).
           ADD 1                           TO WS-APPROVED-COUNT.
           MOVE WS-PD-TRANS-IMAGE (PEND-IDX) TO SORTED-TRANS-REC.
           MOVE 'Y'                        TO WS-APPROVAL-SW.
           EVALUATE TRUE
               WHEN ST-TRANS-CODE EQUAL 'C'
                   PERFORM 2310-APPLY-CHANGE
               WHEN ST-TRANS-CODE EQUAL 'D'
                   PERFORM 2320-APPLY-DELETE
           END-EVALUATE.
           MOVE 'N'                        TO WS-APPROVAL-SW.
      *---------------------------------------------------------------*
       2600-HOLD-FOR-APPROVAL.
      *---------------------------------------------------------------*
           PERFORM 2510-FIND-PENDING-ITEM.
           EVALUATE TRUE
               WHEN PEND-FOUND
                   MOVE 'REJECTED'         TO AL-ACTION
                   MOVE 'REJECTED - ALREADY PENDING APPROVAL'
                                           TO AL-REASON
                   PERFORM 2900-WRITE-AUDIT-LINE
                   ADD 1                   TO WS-REJECT-COUNT
                   MOVE 'PEND'             TO WS-SUSPENSE-REASON
                   PERFORM 2960-WRITE-SUSPENSE-RECORD
               WHEN WS-PEND-COUNT NOT LESS THAN 999
                   MOVE 'REJECTED'         TO AL-ACTION
                   MOVE 'REJECTED - PENDING FILE FULL' TO AL-REASON
                   PERFORM 2900-WRITE-AUDIT-LINE
                   ADD 1                   TO WS-REJECT-COUNT
                   MOVE 'PFUL'             TO WS-SUSPENSE-REASON
                   PERFORM 2960-WRITE-SUSPENSE-RECORD
               WHEN OTHER
                   ADD 1                   TO WS-PEND-COUNT
                   SET PEND-IDX            TO WS-PEND-COUNT
                   MOVE 'FAVMNT'   TO WS-PD-PROGRAM-ID (PEND-IDX)
                   MOVE WS-CURRENT-DATE
                                   TO WS-PD-HELD-DATE (PEND-IDX)
                   MOVE WS-HOLD-REASON
                                   TO WS-PD-REASON-CODE (PEND-IDX)
                   MOVE ST-OPERATOR-ID
                                   TO WS-PD-SUBMITTER-ID (PEND-IDX)
                   MOVE SORTED-TRANS-REC
                                   TO WS-PD-TRANS-IMAGE (PEND-IDX)
                   MOVE 'N'        TO WS-PD-ENTRY-STATUS (PEND-IDX)
                   PERFORM 2620-SET-HOLD-REASON-TEXT
                   MOVE 'HELD FOR APPROVAL'  TO AL-ACTION
                   MOVE WS-HOLD-REASON-TEXT  TO AL-REASON
                   PERFORM 2900-WRITE-AUDIT-LINE
                   ADD 1                   TO WS-HELD-COUNT
           END-EVALUATE.
      *---------------------------------------------------------------*
       2620-SET-HOLD-REASON-TEXT.
      *---------------------------------------------------------------*
           EVALUATE WS-HOLD-REASON
               WHEN 'DELT'
                   MOVE 'DELETE'           TO WS-HOLD-REASON-TEXT
               WHEN 'PRCE'
                   MOVE 'CD-COST CHANGE OVER RULE'
                                           TO WS-HOLD-REASON-TEXT
               WHEN OTHER
                   MOVE WS-HOLD-REASON     TO WS-HOLD-REASON-TEXT
           END-EVALUATE.
      *---------------------------------------------------------------*
       2950-WRITE-JOURNAL-RECORD.
      *---------------------------------------------------------------*
       2900-WRITE-AUDIT-LINE.
      *---------------------------------------------------------------*
           MOVE ST-ARTIST-NAME             TO AL-ARTIST-NAME.
           MOVE WS-SUBMITTER-ID            TO AL-SUBMITTER-ID.
           MOVE WS-APPROVER-ID             TO AL-APPROVER-ID.
           IF APPROVAL-IN-PROGRESS
               AND AL-REASON EQUAL SPACE
               MOVE 'RELEASED ON APPROVAL' TO AL-REASON
           END-IF.
           MOVE AUDIT-LINE                 TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
           MOVE TRAILER-1                  TO NEXT-REPORT-LINE.
           MOVE 2                          TO LINE-SPACEING.
           PERFORM 9000-PRINT-REPORT-LINE.
           MOVE WS-HELD-COUNT              TO TL2-HELD-COUNT.
           MOVE WS-APPROVED-COUNT          TO TL2-APPROVED-COUNT.
           MOVE WS-AGED-OUT-COUNT          TO TL2-AGED-OUT-COUNT.
           MOVE TRAILER-2                  TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       3500-WRITE-RUN-LOG.
      *---------------------------------------------------------------*
           IF WS-REJECT-COUNT GREATER THAN ZERO
               MOVE 8                      TO RETURN-CODE
           END-IF.
      *---------------------------------------------------------------*
       3600-REWRITE-PENDING-FILE.
      *---------------------------------------------------------------*
           OPEN OUTPUT PENDING-FILE.
           PERFORM 3610-WRITE-PENDING-ENTRY
               VARYING PEND-IDX FROM 1 BY 1
               UNTIL PEND-IDX GREATER THAN WS-PEND-COUNT.
           CLOSE PENDING-FILE.
      *---------------------------------------------------------------*
       3610-WRITE-PENDING-ENTRY.
      *---------------------------------------------------------------*
           IF PD-WAITING (PEND-IDX)
               OR PD-HELD-THIS-RUN (PEND-IDX)
               MOVE SPACE                  TO PENDING-REC
               MOVE WS-PD-PROGRAM-ID (PEND-IDX)   TO PD-PROGRAM-ID
               MOVE WS-PD-HELD-DATE (PEND-IDX)    TO PD-HELD-DATE
               MOVE WS-PD-REASON-CODE (PEND-IDX)  TO PD-REASON-CODE
               MOVE WS-PD-SUBMITTER-ID (PEND-IDX) TO PD-SUBMITTER-ID
               MOVE WS-PD-TRANS-IMAGE (PEND-IDX)  TO PD-TRANS-IMAGE
               WRITE PENDING-REC
           END-IF.
      *---------------------------------------------------------------*
       3700-RECORD-DECK-HISTORY.
      *---------------------------------------------------------------*
           IF WS-DECK-RECORD-COUNT GREATER THAN ZERO
               MOVE SPACE                  TO DECK-HISTORY-REC
               MOVE 'FAVMNT'               TO DH-PROGRAM-ID
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
