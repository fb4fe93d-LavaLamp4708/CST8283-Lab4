      * Purpose: Lab4 void-activity exception report - breaks out void
      *          count, voided dollars, void rate and reason text by
      *          operator from AUDITLOG.DAT and flags operators whose
      *          void rate exceeds the review threshold; the void
      *          side of a ticket exchange (audit E) is listed under
      *          the operator's exchanges and kept out of the void rate
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               10 WS-OP-SALES-AMOUNT   PIC 9(7)V99.
               10 WS-OP-VOID-COUNT     PIC 9(5).
               10 WS-OP-VOID-AMOUNT    PIC 9(7)V99.
               10 WS-OP-EXCH-COUNT     PIC 9(5).
               10 WS-OP-EXCH-AMOUNT    PIC 9(7)V99.

       01 WS-VOID-DETAIL-COUNT PIC 9(3) VALUE 0.
       01 WS-VOID-DETAIL-TABLE.
               10 WS-VD-PRICE          PIC 9(3)V99.
               10 WS-VD-REASON         PIC X(30).
               10 WS-VD-SEQ-NUM        PIC 9(6).
               10 WS-VD-TYPE           PIC A(1).

       01 WS-OPERATOR-FOUND PIC A(1) VALUE "N".
       01 WS-VOID-RATE      PIC 9(3)V9 VALUE 0.
               ADD 1 TO WS-OP-VOID-COUNT(WS-OP-IDX)
               ADD AL-PRICE TO WS-OP-VOID-AMOUNT(WS-OP-IDX)
               PERFORM SAVE-VOID-DETAIL
           ELSE IF AL-VOID-FLAG = "E"
               ADD 1 TO WS-OP-EXCH-COUNT(WS-OP-IDX)
               ADD AL-PRICE TO WS-OP-EXCH-AMOUNT(WS-OP-IDX)
               PERFORM SAVE-VOID-DETAIL
           ELSE IF AL-VOID-FLAG NOT = "X"
               ADD 1 TO WS-OP-SALES-COUNT(WS-OP-IDX)
               ADD AL-PRICE TO WS-OP-SALES-AMOUNT(WS-OP-IDX).
           PERFORM READ-AUDIT-RECORD.
               MOVE 0 TO WS-OP-SALES-COUNT(WS-OP-IDX)
               MOVE 0 TO WS-OP-SALES-AMOUNT(WS-OP-IDX)
               MOVE 0 TO WS-OP-VOID-COUNT(WS-OP-IDX)
               MOVE 0 TO WS-OP-VOID-AMOUNT(WS-OP-IDX)
               MOVE 0 TO WS-OP-EXCH-COUNT(WS-OP-IDX)
               MOVE 0 TO WS-OP-EXCH-AMOUNT(WS-OP-IDX).

       SAVE-VOID-DETAIL.
           IF WS-VOID-DETAIL-COUNT < 200
               MOVE AL-PRICE TO WS-VD-PRICE(WS-VD-IDX)
               MOVE AL-VOID-REASON TO WS-VD-REASON(WS-VD-IDX)
               MOVE AL-SEQ-NUM TO WS-VD-SEQ-NUM(WS-VD-IDX)
               MOVE AL-VOID-FLAG TO WS-VD-TYPE(WS-VD-IDX)
           ELSE
               DISPLAY "WARNING - VOID DETAIL TABLE FULL - "
                   "DETAIL OMITTED FROM REPORT".
           PERFORM PRINT-OPERATOR-VOID-DETAIL
               VARYING WS-VD-IDX FROM 1 BY 1
               UNTIL WS-VD-IDX > WS-VOID-DETAIL-COUNT.
           IF WS-OP-EXCH-COUNT(WS-OP-IDX) > 0
               PERFORM PRINT-OPERATOR-EXCHANGES.

       PRINT-OPERATOR-VOID-DETAIL.
           IF WS-VD-OPERATOR-ID(WS-VD-IDX) = WS-OP-ID(WS-OP-IDX)
                   AND WS-VD-TYPE(WS-VD-IDX) = "Y"
               MOVE SPACES TO WS-RPT-LINE
               MOVE WS-VD-TIME(WS-VD-IDX)(1:6) TO WS-TIME-DISPLAY
               MOVE WS-VD-PRICE(WS-VD-IDX) TO WS-AMOUNT-DISPLAY
               STRING "  " WS-VD-DATE(WS-VD-IDX) " " WS-TIME-DISPLAY
                   " TKT " WS-VD-SEQ-NUM(WS-VD-IDX)
                   " " WS-AMOUNT-DISPLAY " "
                   WS-VD-REASON(WS-VD-IDX)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      * Exchanges are shown apart from voids: the old ticket is voided
      * only because a new one was sold in its place.
      ******************************************************************
       PRINT-OPERATOR-EXCHANGES.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-OP-EXCH-COUNT(WS-OP-IDX) TO WS-COUNT-DISPLAY.
           STRING "  EXCHANGES: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE WS-OP-EXCH-AMOUNT(WS-OP-IDX) TO WS-AMOUNT-DISPLAY.
           STRING "EXCHANGED: " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE(34:).
           PERFORM WRITE-REPORT-LINE.
           PERFORM PRINT-OPERATOR-EXCH-DETAIL
               VARYING WS-VD-IDX FROM 1 BY 1
               UNTIL WS-VD-IDX > WS-VOID-DETAIL-COUNT.

       PRINT-OPERATOR-EXCH-DETAIL.
           IF WS-VD-OPERATOR-ID(WS-VD-IDX) = WS-OP-ID(WS-OP-IDX)
                   AND WS-VD-TYPE(WS-VD-IDX) = "E"
               MOVE SPACES TO WS-RPT-LINE
               MOVE WS-VD-TIME(WS-VD-IDX)(1:6) TO WS-TIME-DISPLAY
               MOVE WS-VD-PRICE(WS-VD-IDX) TO WS-AMOUNT-DISPLAY
