      *                 BOTH SURVIVOR AND RETIRING (WHICH WOULD DELETE
      *                 THE SURVIVOR), IS REJECTED AND THE RUN ENDS
      *                 WITH RETURN-CODE 8.
      *   10/15/26  EA  THE MERGE CARD CARRIES THE APPROVING OPERATOR'S
      *                 INITIALS IN COLUMNS 79-80 AND BOTH GENERATED
      *                 FAVTRAN CARDS CARRY THEM ON, SINCE FAVMNT NOW
      *                 REJECTS A CARD WITHOUT AN OPERATOR ID. THE 'D'
      *                 FOR THE RETIRING KEY IS HELD BY FAVMNT FOR A
      *                 SECOND OPERATOR WHEN THE RULES HOLD DELETES.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               88  MC-IS-MERGE                  VALUE 'M'.
           05  MC-SURVIVOR-NAME            PIC X(30).
           05  MC-RETIRE-NAME              PIC X(30).
           05  FILLER                      PIC X(17).
           05  MC-OPERATOR-ID              PIC X(02).
      *---------------------------------------------------------------*
       SD  SORT-WORK-FILE
           DATA RECORD IS SRT-DUP-REC.
           05  TX-SHIPPING-COST            PIC 9(02)V99.
           05  TX-TAX                      PIC 9(02)V99.
           05  TX-BAND-IS-STILL-TOGETHER   PIC X(01).
           05  FILLER                      PIC X(19).
           05  TX-OPERATOR-ID              PIC X(02).
      *---------------------------------------------------------------*
       FD  DUP-RPT
           RECORDING MODE IS F
           MOVE WM-TAX                 TO TX-TAX.
           MOVE WM-BAND-IS-STILL-TOGETHER
                                       TO TX-BAND-IS-STILL-TOGETHER.
           MOVE MC-OPERATOR-ID         TO TX-OPERATOR-ID.
           WRITE TRANS-OUT-REC.
           MOVE WS-RETIRE-IMAGE        TO WS-MEMBER-REC.
           MOVE SPACE                  TO TRANS-OUT-REC.
           MOVE WM-TAX                 TO TX-TAX.
           MOVE WM-BAND-IS-STILL-TOGETHER
                                       TO TX-BAND-IS-STILL-TOGETHER.
           MOVE MC-OPERATOR-ID         TO TX-OPERATOR-ID.
           WRITE TRANS-OUT-REC.
      *---------------------------------------------------------------*
       3500-FLAG-RETIRED-LINKS.
