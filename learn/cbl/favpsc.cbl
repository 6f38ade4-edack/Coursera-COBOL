       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAVPSC.
       AUTHOR. ED ACKERMAN.
       DATE-WRITTEN. 10/15/2026
       DATE-COMPILED.
       INSTALLATION. MORONS, LOSERS, AND BIMBOS.
      *---------------------------------------------------------------*
      * MODIFICATION HISTORY
      *   10/15/26  EA  INITIAL VERSION - NIGHTLY PRICE SCHEDULE STEP.
      *                 DISTRIBUTOR PRICE CHANGES ARE KEYED AHEAD OF
      *                 TIME TO THE PRICE SCHEDULE CARD FILE (PRCSCHD,
      *                 ONE CARD PER ARTIST-NAME PER EFFECTIVE DATE:
      *                 THE NEW CD-COST AND, OPTIONALLY, A NEW
      *                 SHIPPING COST - LEFT BLANK THE SHIPPING COST
      *                 STAYS AS IT IS). RUN IN THE FAVDRV CHAIN AHEAD
      *                 OF FAVEDIT, THIS STEP APPENDS A FAVTRAN 'C'
      *                 CARD TO THE NIGHT'S FAVTRAN DECK FOR EVERY
      *                 PRICE FALLING DUE ON THE RUN DATE, SO THE
      *                 CHANGE IS EDITED, APPLIED, AND JOURNALED BY
      *                 FAVEDIT AND FAVMNT LIKE ANY CLERK'S CHANGE. A
      *                 'C' CARD REPLACES EVERY FIELD, SO THE CARD
      *                 CARRIES THE BAND'S OTHER FIELDS AS THEY STAND
      *                 ON FAVMST TONIGHT. A DUE ENTRY FOR A BAND NO
      *                 LONGER ON FAVMST (NOMR), ONE OF TWO OR MORE
      *                 PRICES FOR THE SAME BAND EFFECTIVE THE SAME DAY
      *                 (DUPP - NONE OF THEM IS APPLIED), OR ONE WHOSE
      *                 PRICE IS NOT NUMERIC (NNUM) IS WRITTEN TO THE
      *                 SHARED SUSPENSE FILE (FAVSUSP, SOURCE PRCSCHD)
      *                 AND ENDS THE RUN WITH RETURN-CODE 8; THE FIX IS
      *                 MADE ON THE SCHEDULE, NOT RELEASED THROUGH
      *                 FAVSUS. THE LISTING SHOWS TONIGHT'S CHANGES AND
      *                 EVERY PRICE CHANGE DUE IN THE NEXT 30 DAYS WITH
      *                 THE CURRENT AND NEW PRICES, AND WARNS AHEAD OF
      *                 TIME ABOUT ENTRIES THAT WILL BE REJECTED WHEN
      *                 THEY FALL DUE. THE RUN DATE IS TODAY UNLESS A
      *                 CONTROL CARD (CTLCARD, YYYYMMDD) OVERRIDES IT -
      *                 THAT IS HOW A MISSED NIGHT IS MADE UP. A
      *                 FAILED FAVMST OPEN ENDS WITH RETURN-CODE 12
      *                 BEFORE ANY CARD IS WRITTEN.
      *   10/15/26  EA  THE SCHEDULE CARD CARRIES THE KEYING OPERATOR'S
      *                 INITIALS IN COLUMNS 79-80 AND THE GENERATED
      *                 FAVTRAN CARD CARRIES THEM ON, SINCE FAVMNT NOW
      *                 REJECTS A CARD WITHOUT AN OPERATOR ID. A PRICE
      *                 CHANGE OVER THE APPROVAL RULE PERCENTAGE IS HELD
      *                 BY FAVMNT FOR A SECOND OPERATOR LIKE ANY OTHER.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3081.
       OBJECT-COMPUTER. IBM-3081.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PRICE-SCHEDULE ASSIGN TO PRCSCHD.
           SELECT SORT-SCHED-WORK ASSIGN TO SORTWK01.
           SELECT SCHEDULE-SORTED ASSIGN TO PRCSSORT.
           SELECT FAV-MASTER ASSIGN TO FAVMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MS-ARTIST-NAME
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT OPTIONAL TRANS-OUT ASSIGN TO FAVTRAN.
           SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO FAVSUSP.
           SELECT OPTIONAL RUN-LOG ASSIGN TO FAVRLOG.
           SELECT CONTROL-CARD ASSIGN TO CTLCARD
               FILE STATUS IS WS-CTL-STATUS.
           SELECT SCHEDULE-RPT ASSIGN TO PRTLINE.
      *---------------------------------------------------------------*
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *---------------------------------------------------------------*
       FD  PRICE-SCHEDULE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRICE-SCHEDULE-REC.
      *---------------------------------------------------------------*
       01  PRICE-SCHEDULE-REC              PIC X(80).
      *---------------------------------------------------------------*
       SD  SORT-SCHED-WORK
           DATA RECORD IS SRT-SCHED-REC.
      *---------------------------------------------------------------*
       01  SRT-SCHED-REC.
           05  SRT-ARTIST-NAME             PIC X(30).
           05  SRT-EFFECTIVE-DATE          PIC X(08).
           05  FILLER                      PIC X(42).
      *---------------------------------------------------------------*
       FD  SCHEDULE-SORTED
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SORTED-SCHED-REC.
      *---------------------------------------------------------------*
       01  SORTED-SCHED-REC.
           05  SS-ARTIST-NAME              PIC X(30).
           05  SS-EFFECTIVE-DATE           PIC X(08).
           05  FILLER                      PIC X(42).
      *---------------------------------------------------------------*
       FD  FAV-MASTER
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS MASTER-REC.
      *---------------------------------------------------------------*
       01  MASTER-REC.
           05  MS-ARTIST-NAME              PIC X(30).
           05  MS-NUMBER-MUSICIANS         PIC 9(02).
           05  MS-MUSICAL-GENRE            PIC X(12).
           05  MS-CD-COST                  PIC 9(03)V99.
           05  MS-SHIPPING-COST            PIC 9(02)V99.
           05  MS-TAX                      PIC 9(02)V99.
           05  MS-BAND-IS-STILL-TOGETHER   PIC X(01).
           05  MS-LAST-MAINT-DATE          PIC X(08).
           05  FILLER                      PIC X(14).
      *---------------------------------------------------------------*
       FD  TRANS-OUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TRANS-REC.
      *---------------------------------------------------------------*
       01  TRANS-REC.
           05  TX-TRANS-CODE               PIC X(01).
           05  TX-ARTIST-NAME               PIC X(30).
           05  TX-NUMBER-MUSICIANS          PIC 9(02).
           05  TX-MUSICAL-GENRE             PIC X(12).
           05  TX-CD-COST                   PIC 9(03)V99.
           05  TX-SHIPPING-COST             PIC 9(02)V99.
           05  TX-TAX                       PIC 9(02)V99.
           05  TX-BAND-IS-STILL-TOGETHER    PIC X(01).
           05  FILLER                       PIC X(19).
           05  TX-OPERATOR-ID               PIC X(02).
      *---------------------------------------------------------------*
       FD  SUSPENSE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 108 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUSPENSE-REC.
      *---------------------------------------------------------------*
       01  SUSPENSE-REC.
           05  SU-PROGRAM-ID               PIC X(08).
           05  SU-RUN-DATE                 PIC X(08).
           05  SU-REASON-CODE              PIC X(04).
           05  SU-SOURCE-FILE              PIC X(08).
           05  SU-RECORD-IMAGE             PIC X(80).
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
           05  RL-STATUS.
               10  RL-GENERATED-TAG        PIC X(01).
               10  RL-GENERATED-COUNT      PIC 9(03).
               10  RL-REJECT-TAG           PIC X(01).
               10  RL-REJECT-COUNT         PIC 9(03).
               10  RL-UPCOMING-TAG         PIC X(01).
               10  RL-UPCOMING-COUNT       PIC 9(03).
               10  FILLER                  PIC X(04).
           05  FILLER                      PIC X(28).
      *---------------------------------------------------------------*
       FD  CONTROL-CARD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CONTROL-CARD-REC.
      *---------------------------------------------------------------*
       01  CONTROL-CARD-REC.
           05  CC-RUN-DATE                 PIC X(08).
           05  FILLER                      PIC X(72).
      *---------------------------------------------------------------*
       FD  SCHEDULE-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRINT-RECORD.
      *---------------------------------------------------------------*
       01  PRINT-RECORD.
           05  PRINT-LINE                  PIC X(132).
      *---------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
       01  PRINT-LINES.
           05  NEXT-REPORT-LINE            PIC X(132) VALUE SPACE.
      *---------------------------------------------------------------*
           05  SCHEDULE-LINE.
               10  DL-EFFECTIVE-DATE       PIC X(08).
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  DL-ARTIST-NAME          PIC X(30).
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  DL-CURRENT-CD-COST      PIC Z(07)9.99
                                           BLANK WHEN ZERO.
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  DL-NEW-CD-COST          PIC Z(07)9.99.
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  DL-CURRENT-SHIPPING     PIC Z(04)9.99
                                           BLANK WHEN ZERO.
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  DL-NEW-SHIPPING         PIC Z(04)9.99.
               10  DL-NEW-SHIPPING-X REDEFINES DL-NEW-SHIPPING
                                           PIC X(08).
               10  FILLER                  PIC X(02) VALUE SPACE.
               10  DL-ACTION               PIC X(34).
               10  FILLER                  PIC X(10) VALUE SPACE.
      *---------------------------------------------------------------*
           05  NO-ACTIVITY-LINE.
               10  FILLER  PIC X(46) VALUE
                   '** NO PRICE CHANGES DUE IN THE NEXT 30 DAYS **'.
               10  FILLER                  PIC X(86) VALUE SPACE.
      *---------------------------------------------------------------*
           05  ABORT-LINE.
               10  FILLER  PIC X(34) VALUE
                   '** FAVMST OPEN FAILED - STATUS:   '.
               10  ABT-STATUS              PIC X(02).
               10  FILLER                  PIC X(96) VALUE SPACE.
      *---------------------------------------------------------------*
           05  DATE-ERROR-LINE.
               10  FILLER  PIC X(42) VALUE
                   '** RUN DATE ON CONTROL CARD NOT A VALID DA'.
               10  FILLER  PIC X(05) VALUE 'TE: '.
               10  DE-RUN-DATE             PIC X(08).
               10  FILLER                  PIC X(77) VALUE SPACE.
      *---------------------------------------------------------------*
          05  HEADING-LINE-1.
               10  FILLER      PIC X(06) VALUE 'DATE: '.
               10  HDR-DAY     PIC X(02).
               10  FILLER      PIC X(01) VALUE '/'.
               10  HDR-MO      PIC X(02).
               10  FILLER      PIC X(01) VALUE '/'.
               10  HDR-YR      PIC X(04).
               10  FILLER      PIC X(24) VALUE SPACES.
               10  FILLER      PIC X(22) VALUE 'CD PRICE SCHEDULE     '.
               10  FILLER      PIC X(22) VALUE SPACES.
               10  FILLER      PIC X(10) VALUE 'PAGE NUM: '.
               10  H1-PAGE-NUM PIC 999.
      *---------------------------------------------------------------*
           05  HEADING-LINE-2.
               10  FILLER      PIC X(10) VALUE 'RUN DATE: '.
               10  H2-RUN-DATE PIC X(08).
               10  FILLER      PIC X(04) VALUE SPACE.
               10  FILLER      PIC X(27) VALUE
                   'CHANGES DUE THROUGH DATE: '.
               10  H2-WINDOW-END-DATE PIC X(08).
               10  FILLER      PIC X(75) VALUE SPACE.
      *---------------------------------------------------------------*
           05  HEADING-LINE-3.
               10  FILLER  PIC X(08) VALUE 'EFF DATE'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(30) VALUE 'ARTIST'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(11) VALUE 'CD COST NOW'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(11) VALUE 'NEW CD COST'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(08) VALUE 'SHIP NOW'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(08) VALUE 'NEW SHIP'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(34) VALUE 'ACTION'.
               10  FILLER  PIC X(10) VALUE SPACE.
      *---------------------------------------------------------------*
           05  HEADING-LINE-4.
               10  FILLER  PIC X(08) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(30) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(11) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(11) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(08) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(08) VALUE ALL '-'.
               10  FILLER  PIC X(02) VALUE SPACE.
               10  FILLER  PIC X(34) VALUE ALL '-'.
               10  FILLER  PIC X(10) VALUE SPACE.
      *---------------------------------------------------------------*
           05  TRAILER-1.
               10  FILLER  PIC X(20) VALUE '** GENERATED:       '.
               10  TL1-GENERATED-COUNT     PIC ZZ9.
               10  FILLER  PIC X(04) VALUE SPACE.
               10  FILLER  PIC X(20) VALUE '** REJECTED :       '.
               10  TL1-REJECT-COUNT        PIC ZZ9.
               10  FILLER  PIC X(04) VALUE SPACE.
               10  FILLER  PIC X(20) VALUE '** UPCOMING :       '.
               10  TL1-UPCOMING-COUNT      PIC ZZ9.
               10  FILLER  PIC X(55) VALUE SPACE.
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
           05  WS-CTL-STATUS               PIC X(02) VALUE SPACE.
           05  WS-RUN-DATE                 PIC X(08) VALUE SPACE.
           05  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
                                           PIC 9(08).
           05  WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
               10  WS-RUN-YEAR             PIC 9(04).
               10  WS-RUN-MONTH            PIC 9(02).
               10  WS-RUN-DAY              PIC 9(02).
           05  WS-WINDOW-END-DATE          PIC X(08) VALUE SPACE.
           05  WS-WINDOW-END-NUM REDEFINES WS-WINDOW-END-DATE
                                           PIC 9(08).
           05  WS-RUN-DATE-VALID-SW        PIC X VALUE 'Y'.
               88  RUN-DATE-IS-VALID            VALUE 'Y'.
      *---------------------------------------------------------------*
       01  WS-SCHEDULE-ENTRY.
           05  SE-ARTIST-NAME              PIC X(30).
           05  SE-EFFECTIVE-DATE           PIC X(08).
           05  SE-CD-COST                  PIC 9(03)V99.
           05  SE-SHIPPING-COST-X          PIC X(04).
           05  SE-SHIPPING-COST REDEFINES SE-SHIPPING-COST-X
                                           PIC 9(02)V99.
           05  FILLER                      PIC X(31).
           05  SE-OPERATOR-ID              PIC X(02).
      *---------------------------------------------------------------*
       01  WS-GROUP-FIELDS.
           05  WS-GROUP-KEY.
               10  WS-GROUP-EFFECTIVE-DATE PIC X(08) VALUE SPACE.
               10  WS-GROUP-ARTIST-NAME    PIC X(30) VALUE SPACE.
           05  WS-GROUP-SIZE               PIC 9(03) VALUE ZERO.
           05  WS-GROUP-COUNT              PIC 9(02) VALUE ZERO.
           05  WS-GROUP-SUB                PIC 9(02) VALUE ZERO.
           05  WS-GROUP-ENTRY OCCURS 10 TIMES.
               10  WS-GROUP-IMAGE          PIC X(80).
      *---------------------------------------------------------------*
       01  WS-COUNTERS.
           05  WS-SCHED-READ-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-GENERATED-COUNT          PIC 9(03) VALUE ZERO.
           05  WS-REJECT-COUNT             PIC 9(03) VALUE ZERO.
           05  WS-UPCOMING-COUNT           PIC 9(03) VALUE ZERO.
      *---------------------------------------------------------------*
       01  WS-SWITCHES-SUBSCRIPTS.
           05  SCHED-EOF-SW                PIC X VALUE 'N'.
               88  SCHED-EOF                    VALUE 'Y'.
           05  WS-MASTER-FOUND-SW          PIC X VALUE 'N'.
               88  MASTER-FOUND                 VALUE 'Y'.
           05  WS-MASTER-OPEN-SW           PIC X VALUE 'N'.
               88  MASTER-OPEN-FAILED           VALUE 'Y'.
           05  WS-PRICE-VALID-SW           PIC X VALUE 'Y'.
               88  PRICE-IS-VALID               VALUE 'Y'.
      *---------------------------------------------------------------*
       01  WS-FILE-STATUS-FIELDS.
           05  WS-MASTER-STATUS            PIC X(02) VALUE SPACE.
      *---------------------------------------------------------------*
       01  WS-SUSPENSE-FIELDS.
           05  WS-SUSPENSE-REASON          PIC X(04) VALUE SPACE.
      *---------------------------------------------------------------*
       01  PRINTER-CONTROL-FIELDS.
           05  LINE-SPACEING               PIC 9(02) VALUE 1.
           05  LINE-COUNT                  PIC 9(03) VALUE 999.
           05  LINES-ON-PAGE               PIC 9(02) VALUE 60.
           05  PAGE-COUNT                  PIC 9(02) VALUE 1.
      *---------------------------------------------------------------*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       0000-APPLY-PRICE-SCHEDULE.
      *---------------------------------------------------------------*
           PERFORM 1000-INITIALIZATION.
           IF NOT RUN-DATE-IS-VALID
               MOVE 8                  TO RETURN-CODE
               CLOSE SCHEDULE-RPT
               GOBACK
           END-IF.
           IF MASTER-OPEN-FAILED
               MOVE 12                 TO RETURN-CODE
               CLOSE SCHEDULE-RPT
               GOBACK
           END-IF.
           PERFORM 8100-READ-SORTED-SCHEDULE.
           PERFORM 2000-GROUP-SCHEDULE-ENTRY
               UNTIL SCHED-EOF.
           IF WS-GROUP-SIZE GREATER THAN ZERO
               PERFORM 2100-PROCESS-SCHEDULE-GROUP
           END-IF.
           PERFORM 3000-PRINT-TRAILER-LINES.
           PERFORM 3500-WRITE-RUN-LOG.
           PERFORM 4000-CLOSING.
           GOBACK.
      *---------------------------------------------------------------*
       1000-INITIALIZATION.
      *---------------------------------------------------------------*
           OPEN OUTPUT SCHEDULE-RPT.
           MOVE FUNCTION CURRENT-DATE  TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR        TO HDR-YR.
           MOVE WS-CURRENT-MONTH       TO HDR-MO.
           MOVE WS-CURRENT-DAY         TO HDR-DAY.
           MOVE WS-CURRENT-DATE        TO WS-RUN-DATE.
           PERFORM 1400-READ-CONTROL-CARD.
           IF WS-RUN-DATE NOT NUMERIC
               OR WS-RUN-MONTH LESS THAN 1
               OR WS-RUN-MONTH GREATER THAN 12
               OR WS-RUN-DAY LESS THAN 1
               OR WS-RUN-DAY GREATER THAN 31
               MOVE 'N'                TO WS-RUN-DATE-VALID-SW
               MOVE WS-RUN-DATE        TO DE-RUN-DATE
               MOVE DATE-ERROR-LINE    TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
           ELSE
               COMPUTE WS-WINDOW-END-NUM =
                   FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                           + 30)
               MOVE WS-RUN-DATE        TO H2-RUN-DATE
               MOVE WS-WINDOW-END-DATE TO H2-WINDOW-END-DATE
               PERFORM 1100-OPEN-MASTER-FILE
           END-IF.
      *---------------------------------------------------------------*
       1100-OPEN-MASTER-FILE.
      *---------------------------------------------------------------*
           OPEN INPUT  FAV-MASTER.
           IF WS-MASTER-STATUS NOT EQUAL '00'
               MOVE 'Y'                TO WS-MASTER-OPEN-SW
               MOVE WS-MASTER-STATUS   TO ABT-STATUS
               MOVE ABORT-LINE         TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
           ELSE
               PERFORM 1200-OPEN-REMAINING-FILES
           END-IF.
      *---------------------------------------------------------------*
       1200-OPEN-REMAINING-FILES.
      *---------------------------------------------------------------*
           OPEN EXTEND TRANS-OUT.
           OPEN EXTEND SUSPENSE-FILE.
           SORT SORT-SCHED-WORK
               ON ASCENDING KEY SRT-EFFECTIVE-DATE
                                SRT-ARTIST-NAME
               USING PRICE-SCHEDULE
               GIVING SCHEDULE-SORTED.
           OPEN INPUT SCHEDULE-SORTED.
      *---------------------------------------------------------------*
       1400-READ-CONTROL-CARD.
      *---------------------------------------------------------------*
           OPEN INPUT CONTROL-CARD.
           IF WS-CTL-STATUS EQUAL '00'
               READ CONTROL-CARD
                   AT END CONTINUE
                   NOT AT END
                       IF CC-RUN-DATE NOT EQUAL SPACE
                           MOVE CC-RUN-DATE TO WS-RUN-DATE
                       END-IF
               END-READ
               CLOSE CONTROL-CARD
           END-IF.
      *---------------------------------------------------------------*
       2000-GROUP-SCHEDULE-ENTRY.
      *---------------------------------------------------------------*
           IF WS-GROUP-SIZE GREATER THAN ZERO
               AND (SS-EFFECTIVE-DATE NOT EQUAL WS-GROUP-EFFECTIVE-DATE
                OR SS-ARTIST-NAME NOT EQUAL WS-GROUP-ARTIST-NAME)
               PERFORM 2100-PROCESS-SCHEDULE-GROUP
           END-IF.
           MOVE SS-EFFECTIVE-DATE      TO WS-GROUP-EFFECTIVE-DATE.
           MOVE SS-ARTIST-NAME         TO WS-GROUP-ARTIST-NAME.
           ADD 1                       TO WS-GROUP-SIZE.
           IF WS-GROUP-COUNT LESS THAN 10
               ADD 1                   TO WS-GROUP-COUNT
               MOVE SORTED-SCHED-REC   TO WS-GROUP-IMAGE
                                          (WS-GROUP-COUNT)
           END-IF.
           PERFORM 8100-READ-SORTED-SCHEDULE.
      *---------------------------------------------------------------*
       2100-PROCESS-SCHEDULE-GROUP.
      *---------------------------------------------------------------*
           EVALUATE TRUE
               WHEN WS-GROUP-EFFECTIVE-DATE NOT NUMERIC
                   PERFORM 2400-LIST-UPCOMING-ENTRY
                       VARYING WS-GROUP-SUB FROM 1 BY 1
                       UNTIL WS-GROUP-SUB GREATER THAN WS-GROUP-COUNT
               WHEN WS-GROUP-EFFECTIVE-DATE LESS THAN WS-RUN-DATE
                   CONTINUE
               WHEN WS-GROUP-EFFECTIVE-DATE EQUAL WS-RUN-DATE
                   PERFORM 2300-APPLY-DUE-ENTRY
                       VARYING WS-GROUP-SUB FROM 1 BY 1
                       UNTIL WS-GROUP-SUB GREATER THAN WS-GROUP-COUNT
               WHEN WS-GROUP-EFFECTIVE-DATE NOT GREATER THAN
                       WS-WINDOW-END-DATE
                   PERFORM 2400-LIST-UPCOMING-ENTRY
                       VARYING WS-GROUP-SUB FROM 1 BY 1
                       UNTIL WS-GROUP-SUB GREATER THAN WS-GROUP-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE ZERO                   TO WS-GROUP-SIZE
                                          WS-GROUP-COUNT.
      *---------------------------------------------------------------*
       2200-LOAD-SCHEDULE-ENTRY.
      *---------------------------------------------------------------*
           MOVE WS-GROUP-IMAGE (WS-GROUP-SUB) TO WS-SCHEDULE-ENTRY.
           PERFORM 8200-READ-MASTER-BY-KEY.
           MOVE 'Y'                    TO WS-PRICE-VALID-SW.
           IF SE-CD-COST NOT NUMERIC
               MOVE 'N'                TO WS-PRICE-VALID-SW
           END-IF.
           IF SE-SHIPPING-COST-X NOT EQUAL SPACE
               AND SE-SHIPPING-COST NOT NUMERIC
               MOVE 'N'                TO WS-PRICE-VALID-SW
           END-IF.
           MOVE SE-EFFECTIVE-DATE      TO DL-EFFECTIVE-DATE.
           MOVE SE-ARTIST-NAME         TO DL-ARTIST-NAME.
           IF MASTER-FOUND
               MOVE MS-CD-COST         TO DL-CURRENT-CD-COST
               MOVE MS-SHIPPING-COST   TO DL-CURRENT-SHIPPING
           ELSE
               MOVE ZERO               TO DL-CURRENT-CD-COST
                                          DL-CURRENT-SHIPPING
           END-IF.
           IF SE-CD-COST NUMERIC
               MOVE SE-CD-COST         TO DL-NEW-CD-COST
           ELSE
               MOVE ZERO               TO DL-NEW-CD-COST
           END-IF.
           IF SE-SHIPPING-COST-X EQUAL SPACE
               MOVE '    SAME'         TO DL-NEW-SHIPPING-X
           ELSE
               IF SE-SHIPPING-COST NUMERIC
                   MOVE SE-SHIPPING-COST TO DL-NEW-SHIPPING
               ELSE
                   MOVE ZERO           TO DL-NEW-SHIPPING
               END-IF
           END-IF.
      *---------------------------------------------------------------*
       2300-APPLY-DUE-ENTRY.
      *---------------------------------------------------------------*
           PERFORM 2200-LOAD-SCHEDULE-ENTRY.
           EVALUATE TRUE
               WHEN WS-GROUP-SIZE GREATER THAN 1
                   MOVE 'REJECTED - TWO PRICES SAME DAY' TO DL-ACTION
                   MOVE 'DUPP'         TO WS-SUSPENSE-REASON
                   PERFORM 2900-WRITE-SUSPENSE-RECORD
               WHEN NOT MASTER-FOUND
                   MOVE 'REJECTED - BAND NOT ON FAVMST' TO DL-ACTION
                   MOVE 'NOMR'         TO WS-SUSPENSE-REASON
                   PERFORM 2900-WRITE-SUSPENSE-RECORD
               WHEN NOT PRICE-IS-VALID
                   MOVE 'REJECTED - PRICE NOT NUMERIC' TO DL-ACTION
                   MOVE 'NNUM'         TO WS-SUSPENSE-REASON
                   PERFORM 2900-WRITE-SUSPENSE-RECORD
               WHEN OTHER
                   PERFORM 2310-WRITE-CHANGE-CARD
                   MOVE 'FAVTRAN CHANGE GENERATED' TO DL-ACTION
           END-EVALUATE.
           MOVE SCHEDULE-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       2310-WRITE-CHANGE-CARD.
      *---------------------------------------------------------------*
           MOVE SPACE                      TO TRANS-REC.
           MOVE 'C'                        TO TX-TRANS-CODE.
           MOVE MS-ARTIST-NAME             TO TX-ARTIST-NAME.
           MOVE MS-NUMBER-MUSICIANS        TO TX-NUMBER-MUSICIANS.
           MOVE MS-MUSICAL-GENRE           TO TX-MUSICAL-GENRE.
           MOVE SE-CD-COST                 TO TX-CD-COST.
           IF SE-SHIPPING-COST-X EQUAL SPACE
               MOVE MS-SHIPPING-COST       TO TX-SHIPPING-COST
           ELSE
               MOVE SE-SHIPPING-COST       TO TX-SHIPPING-COST
           END-IF.
           MOVE MS-TAX                     TO TX-TAX.
           MOVE MS-BAND-IS-STILL-TOGETHER  TO TX-BAND-IS-STILL-TOGETHER.
           MOVE SE-OPERATOR-ID             TO TX-OPERATOR-ID.
           WRITE TRANS-REC.
           ADD 1                           TO WS-GENERATED-COUNT.
      *---------------------------------------------------------------*
       2400-LIST-UPCOMING-ENTRY.
      *---------------------------------------------------------------*
           PERFORM 2200-LOAD-SCHEDULE-ENTRY.
           EVALUATE TRUE
               WHEN SE-EFFECTIVE-DATE NOT NUMERIC
                   MOVE 'WARNING - DATE NOT NUMERIC' TO DL-ACTION
               WHEN WS-GROUP-SIZE GREATER THAN 1
                   MOVE 'WARNING - TWO PRICES SAME DAY' TO DL-ACTION
               WHEN NOT MASTER-FOUND
                   MOVE 'WARNING - BAND NOT ON FAVMST' TO DL-ACTION
               WHEN NOT PRICE-IS-VALID
                   MOVE 'WARNING - PRICE NOT NUMERIC' TO DL-ACTION
               WHEN OTHER
                   MOVE 'SCHEDULED'    TO DL-ACTION
           END-EVALUATE.
           ADD 1                       TO WS-UPCOMING-COUNT.
           MOVE SCHEDULE-LINE          TO NEXT-REPORT-LINE.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       2900-WRITE-SUSPENSE-RECORD.
      *---------------------------------------------------------------*
           ADD 1                           TO WS-REJECT-COUNT.
           MOVE 'FAVPSC'                   TO SU-PROGRAM-ID.
           MOVE WS-CURRENT-DATE            TO SU-RUN-DATE.
           MOVE WS-SUSPENSE-REASON         TO SU-REASON-CODE.
           MOVE 'PRCSCHD'                  TO SU-SOURCE-FILE.
           MOVE WS-SCHEDULE-ENTRY          TO SU-RECORD-IMAGE.
           WRITE SUSPENSE-REC.
      *---------------------------------------------------------------*
       3000-PRINT-TRAILER-LINES.
      *---------------------------------------------------------------*
           IF WS-GENERATED-COUNT EQUAL ZERO
               AND WS-REJECT-COUNT EQUAL ZERO
               AND WS-UPCOMING-COUNT EQUAL ZERO
               MOVE NO-ACTIVITY-LINE       TO NEXT-REPORT-LINE
               PERFORM 9000-PRINT-REPORT-LINE
           END-IF.
           MOVE WS-GENERATED-COUNT         TO TL1-GENERATED-COUNT.
           MOVE WS-REJECT-COUNT            TO TL1-REJECT-COUNT.
           MOVE WS-UPCOMING-COUNT          TO TL1-UPCOMING-COUNT.
           MOVE TRAILER-1                  TO NEXT-REPORT-LINE.
           MOVE 2                          TO LINE-SPACEING.
           PERFORM 9000-PRINT-REPORT-LINE.
      *---------------------------------------------------------------*
       3500-WRITE-RUN-LOG.
      *---------------------------------------------------------------*
           MOVE SPACE                      TO RUN-LOG-REC.
           MOVE 'FAVPSC'                   TO RL-PROGRAM-ID.
           MOVE WS-CURRENT-DATE            TO RL-RUN-DATE.
           MOVE WS-CURRENT-TIME(1:6)       TO RL-RUN-TIME.
           MOVE WS-SCHED-READ-COUNT        TO RL-RECORDS-READ.
           MOVE WS-GENERATED-COUNT         TO RL-RECORDS-WRITTEN.
           MOVE 'G'                        TO RL-GENERATED-TAG.
           MOVE WS-GENERATED-COUNT         TO RL-GENERATED-COUNT.
           MOVE 'R'                        TO RL-REJECT-TAG.
           MOVE WS-REJECT-COUNT            TO RL-REJECT-COUNT.
           MOVE 'U'                        TO RL-UPCOMING-TAG.
           MOVE WS-UPCOMING-COUNT          TO RL-UPCOMING-COUNT.
           OPEN EXTEND RUN-LOG.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
           IF WS-REJECT-COUNT GREATER THAN ZERO
               MOVE 8                      TO RETURN-CODE
           END-IF.
      *---------------------------------------------------------------*
       4000-CLOSING.
      *---------------------------------------------------------------*
           CLOSE   FAV-MASTER
                   SCHEDULE-SORTED
                   TRANS-OUT
                   SUSPENSE-FILE
                   SCHEDULE-RPT.
      *---------------------------------------------------------------*
       8100-READ-SORTED-SCHEDULE.
      *---------------------------------------------------------------*
           READ SCHEDULE-SORTED
               AT END MOVE 'Y' TO SCHED-EOF-SW
           END-READ.
           IF NOT SCHED-EOF
               ADD 1                       TO WS-SCHED-READ-COUNT
           END-IF.
      *---------------------------------------------------------------*
       8200-READ-MASTER-BY-KEY.
      *---------------------------------------------------------------*
           MOVE 'N'                        TO WS-MASTER-FOUND-SW.
           MOVE SE-ARTIST-NAME             TO MS-ARTIST-NAME.
           READ FAV-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y'                TO WS-MASTER-FOUND-SW
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
