      *                 OR A BAD PLAN ENDS WITH RETURN-CODE 8, A STEP
      *                 THAT CANNOT BE CALLED AT ALL WITH RETURN-CODE
      *                 12.
      *   10/15/26  EA  A STEP THAT RETURNS 16 HAS REFUSED A TRANSACTION
      *                 DECK IT HAS ALREADY APPLIED ON AN EARLIER RUN.
      *                 THAT ALWAYS STOPS THE CHAIN, WHATEVER THE STEP'S
      *                 THRESHOLD, IS LISTED AS DECK REFUSED, AND
      *                 THE DRIVER ENDS WITH RETURN-CODE 16.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               88  CHAIN-STOPPED                VALUE 'Y'.
           05  WS-CALL-FAILED-SW           PIC X VALUE 'N'.
               88  CALL-FAILED                  VALUE 'Y'.
           05  WS-DECK-REFUSED-SW          PIC X VALUE 'N'.
               88  DECK-REFUSED                 VALUE 'Y'.
           05  WS-PLAN-ERROR-SW            PIC X VALUE 'N'.
               88  PLAN-IN-ERROR                VALUE 'Y'.
      *---------------------------------------------------------------*
               WHEN CALL-FAILED
                   MOVE 'Y'            TO WS-CHAIN-STOPPED-SW
                   MOVE 'PROGRAM NOT CALLABLE'  TO SL-OUTCOME
               WHEN WS-STEP-RC EQUAL 16
                   MOVE 'Y'            TO WS-CHAIN-STOPPED-SW
                   MOVE 'Y'            TO WS-DECK-REFUSED-SW
                   MOVE 'STOPPED - DECK REFUSED'  TO SL-OUTCOME
               WHEN WS-PLAN-STOP-THRESHOLD (WS-STEP-SUB)
                       GREATER THAN ZERO
                   AND WS-STEP-RC NOT LESS THAN
      *---------------------------------------------------------------*
       3000-FINISH-CHAIN.
      *---------------------------------------------------------------*
           EVALUATE TRUE
               WHEN DECK-REFUSED
                   MOVE 'CHAIN STOPPED - STEP REFUSED AN APPLIED DECK'
                                       TO ML-TEXT
               WHEN CHAIN-STOPPED
                   MOVE 'CHAIN STOPPED - RERUN RESUMES AT FAILED STEP'
                                       TO ML-TEXT
               WHEN OTHER
                   MOVE 'CHAIN COMPLETE - CHECKPOINT CLEARED'
                                       TO ML-TEXT
                   CALL 'CBL_DELETE_FILE' USING WS-CKPT-FILE-NAME
           END-EVALUATE.
           MOVE MESSAGE-LINE           TO NEXT-REPORT-LINE.
           MOVE 2                      TO LINE-SPACEING.
           PERFORM 9000-PRINT-REPORT-LINE.
           EVALUATE TRUE
               WHEN CALL-FAILED
                   MOVE 12             TO RETURN-CODE
               WHEN DECK-REFUSED
                   MOVE 16             TO RETURN-CODE
               WHEN CHAIN-STOPPED
                   MOVE 8              TO RETURN-CODE
               WHEN OTHER
