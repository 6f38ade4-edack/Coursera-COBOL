      *                 STOCK BANDS GO TO A DISCREPANCY LISTING. A
      *                 FAILED VERIFY ENDS WITH RETURN-CODE 8 SO THE
      *                 OPERATOR DISCARDS THE TRANSACTION DECK.
      *   10/15/26  EA  THE GENERATED 'C' CARD CARRIES OPERATOR ID 'XI'
      *                 IN COLUMNS 79-80, SINCE FAVMNT NOW REJECTS A
      *                 CARD WITHOUT ONE. A PARTNER CD-COST CHANGE OVER
      *                 THE APPROVAL RULE PERCENTAGE IS HELD BY FAVMNT
      *                 FOR AN OPERATOR TO APPROVE.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  TX-SHIPPING-COST            PIC 9(02)V99.
           05  TX-TAX                      PIC 9(02)V99.
           05  TX-BAND-IS-STILL-TOGETHER   PIC X(01).
           05  FILLER                      PIC X(19).
           05  TX-OPERATOR-ID              PIC X(02).
      *---------------------------------------------------------------*
       FD  INBOUND-RPT
           RECORDING MODE IS F
           MOVE MS-TAX                 TO TX-TAX.
           MOVE MS-BAND-IS-STILL-TOGETHER
                                       TO TX-BAND-IS-STILL-TOGETHER.
           MOVE 'XI'                   TO TX-OPERATOR-ID.
           WRITE TRANS-OUT-REC.
           ADD 1                       TO WS-CHANGE-COUNT.
           IF XD-OUT-OF-STOCK
