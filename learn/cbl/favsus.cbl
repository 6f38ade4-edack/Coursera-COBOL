      *                 PRINTED AND ENDS THE RUN WITH RETURN-CODE 8 -
      *                 A CLERK'S CORRECTION NEVER VANISHES WITHOUT A
      *                 TRACE.
      *   10/15/26  EA  CASH RECEIPTS FAVARP HOLDS (SOURCE CSHTRAN -
      *                 UNMATCHED, SHORT, AND OVER PAYMENTS) ARE NOW
      *                 RELEASABLE: THE CORRECTED CARD GOES OUT TO
      *                 CSHTRNO FOR THE NEXT RECEIVABLES POSTING.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT NEW-SUSPENSE-FILE ASSIGN TO FAVSUSPO.
           SELECT TRANS-OUT ASSIGN TO FAVTRNO.
           SELECT GENRE-TRANS-OUT ASSIGN TO GENTRNO.
           SELECT CASH-TRANS-OUT ASSIGN TO CSHTRNO.
           SELECT CONTROL-CARD ASSIGN TO CTLCARD
               FILE STATUS IS WS-CTL-STATUS.
           SELECT SUSPENSE-RPT ASSIGN TO PRTLINE.
           DATA RECORD IS GENRE-TRANS-OUT-REC.
      *---------------------------------------------------------------*
       01  GENRE-TRANS-OUT-REC             PIC X(80).
      *---------------------------------------------------------------*
       FD  CASH-TRANS-OUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CASH-TRANS-OUT-REC.
      *---------------------------------------------------------------*
       01  CASH-TRANS-OUT-REC              PIC X(80).
      *---------------------------------------------------------------*
       FD  CONTROL-CARD
           RECORDING MODE IS F
           OPEN INPUT  SUSPENSE-FILE.
           OPEN OUTPUT NEW-SUSPENSE-FILE
                       TRANS-OUT
                       GENRE-TRANS-OUT
                       CASH-TRANS-OUT.
      *---------------------------------------------------------------*
       1400-READ-CONTROL-CARD.
      *---------------------------------------------------------------*
                   ADD 1               TO WS-RELEASED-COUNT
                   MOVE 'RELEASED TO GENTRAN'  TO IL-DISPOSITION
                   PERFORM 2900-PRINT-ITEM-LINE
               WHEN SU-SOURCE-FILE EQUAL 'CSHTRAN'
                   MOVE WS-REL-CORRECTED-IMAGE (REL-IDX)
                                       TO CASH-TRANS-OUT-REC
                   WRITE CASH-TRANS-OUT-REC
                   ADD 1               TO WS-RELEASED-COUNT
                   MOVE 'RELEASED TO CSHTRAN'  TO IL-DISPOSITION
                   PERFORM 2900-PRINT-ITEM-LINE
               WHEN OTHER
                   ADD 1               TO WS-ERROR-COUNT
                   MOVE 'NOT RELEASABLE - KEPT'
                   NEW-SUSPENSE-FILE
                   TRANS-OUT
                   GENRE-TRANS-OUT
                   CASH-TRANS-OUT
                   SUSPENSE-RPT.
      *---------------------------------------------------------------*
       8000-READ-SUSPENSE-FILE.
