      *          against AUDITLOG.DAT matched on the ticket sequence
      *          number each audit line carries, so one bad record
      *          produces one named exception instead of cascading
      *          positional mismatches; the void side of a ticket
      *          exchange is logged E and balances as a void, the new
      *          ticket it is exchanged for balances as a sale
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       STORE-AUDIT-RECORD.
           ADD 1 TO WS-AL-COUNT.
           IF AL-VOID-FLAG = "Y" OR AL-VOID-FLAG = "E"
               ADD 1 TO WS-AL-VOID-COUNT
               SUBTRACT AL-PRICE FROM WS-AL-AMOUNT
           ELSE
                   " AUDIT " WS-AUD-CATEGORY(WS-AUDIT-IDX)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE.
           IF (WS-AUD-VOID-FLAG(WS-AUDIT-IDX) = "Y"
                   OR WS-AUD-VOID-FLAG(WS-AUDIT-IDX) = "E")
                   AND TS-VOID-FLAG NOT = "Y"
               ADD 1 TO WS-DISCREPANCY-COUNT
               MOVE SPACES TO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE IF TS-VOID-FLAG = "Y"
                   AND WS-AUD-VOID-FLAG(WS-AUDIT-IDX) NOT = "Y"
                   AND WS-AUD-VOID-FLAG(WS-AUDIT-IDX) NOT = "E"
               ADD 1 TO WS-DISCREPANCY-COUNT
               MOVE SPACES TO WS-RPT-LINE
               STRING "TICKET " WS-SEQ-DISPLAY
