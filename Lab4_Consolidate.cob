           05 WS-CASH-AMOUNT   PIC S9(7)V99 VALUE 0.
           05 WS-CARD-AMOUNT   PIC S9(7)V99 VALUE 0.
           05 WS-GIFT-AMOUNT   PIC S9(7)V99 VALUE 0.
           05 WS-POINTS-AMOUNT PIC S9(7)V99 VALUE 0.
       01 WS-GIFT-PART     PIC 9(3)V99 VALUE 0.
       01 WS-REM-PART      PIC 9(3)V99 VALUE 0.
       01 WS-TAX-DELTA     PIC S9(3)V99 VALUE 0.
               ADD WS-AMOUNT-DELTA TO WS-CARD-AMOUNT
               ADD WS-TAX-DELTA TO WS-CARD-AMOUNT
           ELSE IF TS-TENDER = "3"
               PERFORM TALLY-GIFT-TENDER
           ELSE IF TS-TENDER = "4"
               ADD WS-AMOUNT-DELTA TO WS-POINTS-AMOUNT
               ADD WS-TAX-DELTA TO WS-POINTS-AMOUNT.
           IF FAMILY
               ADD WS-COUNT-DELTA TO WS-FAMILY-COUNT
               ADD WS-AMOUNT-DELTA TO WS-FAMILY-AMOUNT
           STRING "GIFT CARD   " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-POINTS-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "POINTS      " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-TAX-NET TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "TAX (INCL)  " WS-AMOUNT-DISPLAY
