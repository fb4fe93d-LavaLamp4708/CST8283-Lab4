      ******************************************************************
      * Author: Peter Stainforth
      * Date: 2024-06-15
      * Purpose: Lab4 end-of-day ticket sales summary by category,
      *          section, tender and sales channel; a void written as
      *          the first half of a ticket exchange is counted as an
      *          exchange out rather than a void, and the new ticket
      *          as an exchange in
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT SALES-HISTORY-FILE ASSIGN TO "SALESHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SH-FILE-STATUS.
           SELECT SALE-CHANNEL-FILE ASSIGN TO "SALECHANNEL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SC-FILE-STATUS.
           SELECT CHANNEL-HISTORY-FILE ASSIGN TO "SALESCHNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CH-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TICKET-SALES-FILE.
           05 SH-GIFT-AMOUNT       PIC S9(7)V99.
           05 SH-TAX-AMOUNT        PIC S9(7)V99.

      ******************************************************************
      * Channel marker written by the phone/web order import for each
      * ticket it posts; tickets with no marker are box office sales.
      ******************************************************************
       FD  SALE-CHANNEL-FILE.
       01  SC-RECORD.
           05 SC-SEQ-NUM           PIC 9(6).
           05 SC-EVENT-CODE        PIC X(4).
           05 SC-CHANNEL           PIC A(1).
           05 SC-ORDER-NUM         PIC X(12).
           05 SC-ORDER-DATE        PIC 9(8).
           05 SC-POST-DATE         PIC 9(8).

      ******************************************************************
      * Channel split kept beside SALESHIST.DAT, one record per event
      * per run, so the period report can trend sales by channel.
      ******************************************************************
       FD  CHANNEL-HISTORY-FILE.
       01  CH-RECORD.
           05 CH-DATE              PIC 9(8).
           05 CH-EVENT-CODE        PIC X(4).
           05 CH-BOX-COUNT         PIC S9(5).
           05 CH-BOX-AMOUNT        PIC S9(7)V99.
           05 CH-PHONE-COUNT       PIC S9(5).
           05 CH-PHONE-AMOUNT      PIC S9(7)V99.
           05 CH-WEB-COUNT         PIC S9(5).
           05 CH-WEB-AMOUNT        PIC S9(7)V99.

       WORKING-STORAGE SECTION.
       01 WS-TS-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-EOF PIC 9(1) VALUE 0.
       01 WS-RUN-DATE      PIC 9(8) VALUE 0.
       01 WS-VOID-COUNT    PIC 9(5) VALUE 0.
       01 WS-VOID-AMOUNT   PIC 9(7)V99 VALUE 0.
       01 WS-EXCHANGE-TOTALS.
           05 WS-EXCH-OUT-COUNT  PIC 9(5) VALUE 0.
           05 WS-EXCH-OUT-AMOUNT PIC 9(7)V99 VALUE 0.
           05 WS-EXCH-IN-COUNT   PIC 9(5) VALUE 0.
           05 WS-EXCH-IN-AMOUNT  PIC 9(7)V99 VALUE 0.
       01 WS-PREV-VOID-FLAG  PIC A(1) VALUE SPACE.
       01 WS-PREV-ORIG-SEQ   PIC 9(6) VALUE 0.
       01 WS-PREV-EVENT-CODE PIC X(4) VALUE SPACES.
       01 WS-PREV-PRICE      PIC 9(3)V99 VALUE 0.
       01 WS-TENDER-TOTALS.
           05 WS-CASH-AMOUNT   PIC S9(7)V99 VALUE 0.
           05 WS-CARD-AMOUNT   PIC S9(7)V99 VALUE 0.
           05 WS-GIFT-AMOUNT   PIC S9(7)V99 VALUE 0.
           05 WS-POINTS-AMOUNT PIC S9(7)V99 VALUE 0.
       01 WS-GIFT-PART     PIC 9(3)V99 VALUE 0.
       01 WS-REM-PART      PIC 9(3)V99 VALUE 0.
       01 WS-TAX-DELTA     PIC S9(3)V99 VALUE 0.
       01 WS-TAX-NET       PIC S9(7)V99 VALUE 0.

       01 WS-SC-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-CH-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-SC-EOF        PIC 9(1) VALUE 0.
       01 WS-CHANNEL-COUNT PIC 9(5) VALUE 0.
       01 WS-CHANNEL-TABLE.
           05 WS-CHANNEL-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-CHANNEL-IDX.
               10 WS-CHANNEL-SEQ     PIC 9(6).
               10 WS-CHANNEL-CODE    PIC A(1).
       01 WS-CHANNEL-FOUND PIC A(1) VALUE "N".
       01 WS-CHANNEL-OVERFLOW-COUNT PIC 9(5) VALUE 0.
       01 WS-CHANNEL-SEQ-WANTED PIC 9(6) VALUE 0.
       01 WS-SALE-CHANNEL  PIC A(1) VALUE "B".
       01 WS-CHANNEL-TOTALS.
           05 WS-BOX-COUNT     PIC S9(5) VALUE 0.
           05 WS-BOX-AMOUNT    PIC S9(5)V99 VALUE 0.
           05 WS-PHONE-COUNT   PIC S9(5) VALUE 0.
           05 WS-PHONE-AMOUNT  PIC S9(5)V99 VALUE 0.
           05 WS-WEB-COUNT     PIC S9(5) VALUE 0.
           05 WS-WEB-AMOUNT    PIC S9(5)V99 VALUE 0.

       01 WS-EXPECTED-SEQ  PIC 9(6) VALUE 0.
       01 WS-GAP-COUNT     PIC 9(4) VALUE 0.
       01 WS-SEQ-DISPLAY   PIC ZZZZZ9.
           ACCEPT WS-REQUESTED-EVENT.
           OPEN OUTPUT SUMMARY-REPORT-FILE.
           PERFORM VERIFY-SEQUENCE-NUMBERS.
           PERFORM LOAD-CHANNEL-MARKERS.
           IF WS-REQUESTED-EVENT = SPACES OR WS-REQUESTED-EVENT = "ALL"
               PERFORM COLLECT-EVENT-CODES
               IF WS-EVENT-LIST-COUNT = 0
           PERFORM PROCESS-ONE-EVENT.

       PROCESS-ONE-EVENT.
           INITIALIZE WS-CATEGORY-TOTALS WS-SECTION-TOTALS
               WS-CHANNEL-TOTALS WS-EXCHANGE-TOTALS.
           MOVE SPACE TO WS-PREV-VOID-FLAG.
           MOVE 0 TO WS-SECTION-COUNT.
           MOVE 0 TO WS-GRAND-TOTAL.
           MOVE 0 TO WS-VOID-COUNT.
           MOVE 0 TO WS-CASH-AMOUNT.
           MOVE 0 TO WS-CARD-AMOUNT.
           MOVE 0 TO WS-GIFT-AMOUNT.
           MOVE 0 TO WS-POINTS-AMOUNT.
           MOVE 0 TO WS-TAX-NET.
           MOVE 0 TO WS-EOF.
           OPEN INPUT TICKET-SALES-FILE.
               DISPLAY "PRODUCING ZERO-SALES SUMMARY REPORT".
           PERFORM PRINT-SUMMARY-REPORT.
           PERFORM WRITE-HISTORY-RECORD.
           PERFORM WRITE-CHANNEL-HISTORY-RECORD.

       WRITE-HISTORY-RECORD.
           OPEN EXTEND SALES-HISTORY-FILE.
               AT END MOVE 1 TO WS-EOF.

       TALLY-TICKET-SALE.
           PERFORM NOTE-EXCHANGE-LINK.
           IF TS-EVENT-CODE NOT = WS-CURRENT-EVENT
               PERFORM READ-TICKET-SALE
           ELSE
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
               ADD WS-AMOUNT-DELTA TO WS-MILITARY-AMOUNT.
           ADD WS-AMOUNT-DELTA TO WS-GRAND-TOTAL.
           PERFORM TALLY-SECTION.
           PERFORM TALLY-CHANNEL.
           PERFORM READ-TICKET-SALE.

      ******************************************************************
      * An exchange is written as a void of the old ticket followed
      * at once by the new ticket, flagged X and carrying the old
      * ticket number. The pair may be for different events, so each
      * half is counted against its own event.
      ******************************************************************
       NOTE-EXCHANGE-LINK.
           IF TS-VOID-FLAG = "X"
               IF TS-EVENT-CODE = WS-CURRENT-EVENT
                   ADD 1 TO WS-EXCH-IN-COUNT
                   ADD TS-PRICE TO WS-EXCH-IN-AMOUNT
               END-IF
               IF WS-PREV-VOID-FLAG = "Y"
                       AND WS-PREV-ORIG-SEQ = TS-VOID-ORIG-SEQ
                       AND WS-PREV-EVENT-CODE = WS-CURRENT-EVENT
                   SUBTRACT 1 FROM WS-VOID-COUNT
                   SUBTRACT WS-PREV-PRICE FROM WS-VOID-AMOUNT
                   ADD 1 TO WS-EXCH-OUT-COUNT
                   ADD WS-PREV-PRICE TO WS-EXCH-OUT-AMOUNT
               END-IF
           END-IF.
           MOVE TS-VOID-FLAG TO WS-PREV-VOID-FLAG.
           MOVE TS-VOID-ORIG-SEQ TO WS-PREV-ORIG-SEQ.
           MOVE TS-EVENT-CODE TO WS-PREV-EVENT-CODE.
           MOVE TS-PRICE TO WS-PREV-PRICE.

      ******************************************************************
      * A split-tendered ticket carries its gift-applied portion; the
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

           PERFORM PRINT-SECTION-BREAKDOWN
           PERFORM PRINT-TENDER-BREAKDOWN
           PERFORM PRINT-CHANNEL-BREAKDOWN
           PERFORM PRINT-VOID-EXCHANGE-LINES

           MOVE SPACES TO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      * The channel markers are held by ticket number. A void takes
      * the channel of the ticket it reverses, so a cancelled web
      * order comes off the web line, not the box office line.
      ******************************************************************
       LOAD-CHANNEL-MARKERS.
           MOVE 0 TO WS-SC-EOF.
           OPEN INPUT SALE-CHANNEL-FILE.
           IF WS-SC-FILE-STATUS = "00"
               PERFORM READ-CHANNEL-MARKER
               PERFORM ADD-CHANNEL-ENTRY UNTIL WS-SC-EOF = 1
               CLOSE SALE-CHANNEL-FILE.
           IF WS-CHANNEL-OVERFLOW-COUNT > 0
               MOVE WS-CHANNEL-OVERFLOW-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-RPT-LINE
               STRING "** CHANNEL TABLE FULL - " WS-COUNT-DISPLAY
                   " **"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE.

       READ-CHANNEL-MARKER.
           READ SALE-CHANNEL-FILE
               AT END MOVE 1 TO WS-SC-EOF.

       ADD-CHANNEL-ENTRY.
           IF WS-CHANNEL-COUNT < 5000
               ADD 1 TO WS-CHANNEL-COUNT
               SET WS-CHANNEL-IDX TO WS-CHANNEL-COUNT
               MOVE SC-SEQ-NUM TO WS-CHANNEL-SEQ(WS-CHANNEL-IDX)
               MOVE SC-CHANNEL TO WS-CHANNEL-CODE(WS-CHANNEL-IDX)
           ELSE
               ADD 1 TO WS-CHANNEL-OVERFLOW-COUNT.
           PERFORM READ-CHANNEL-MARKER.

       TALLY-CHANNEL.
           IF TS-VOID-FLAG = "Y"
               MOVE TS-VOID-ORIG-SEQ TO WS-CHANNEL-SEQ-WANTED
           ELSE
               MOVE TS-SEQ-NUM TO WS-CHANNEL-SEQ-WANTED.
           MOVE "B" TO WS-SALE-CHANNEL.
           MOVE "N" TO WS-CHANNEL-FOUND.
           PERFORM MATCH-CHANNEL-ENTRY
               VARYING WS-CHANNEL-IDX FROM 1 BY 1
               UNTIL WS-CHANNEL-IDX > WS-CHANNEL-COUNT
                   OR WS-CHANNEL-FOUND = "Y".
           IF WS-SALE-CHANNEL = "P"
               ADD WS-COUNT-DELTA TO WS-PHONE-COUNT
               ADD WS-AMOUNT-DELTA TO WS-PHONE-AMOUNT
           ELSE IF WS-SALE-CHANNEL = "W"
               ADD WS-COUNT-DELTA TO WS-WEB-COUNT
               ADD WS-AMOUNT-DELTA TO WS-WEB-AMOUNT
           ELSE
               ADD WS-COUNT-DELTA TO WS-BOX-COUNT
               ADD WS-AMOUNT-DELTA TO WS-BOX-AMOUNT.

       MATCH-CHANNEL-ENTRY.
           IF WS-CHANNEL-SEQ(WS-CHANNEL-IDX) = WS-CHANNEL-SEQ-WANTED
               MOVE "Y" TO WS-CHANNEL-FOUND
               MOVE WS-CHANNEL-CODE(WS-CHANNEL-IDX) TO WS-SALE-CHANNEL.

       PRINT-CHANNEL-BREAKDOWN.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "CHANNEL      COUNT        AMOUNT" TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-BOX-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-BOX-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "BOX OFFICE" WS-COUNT-DISPLAY "   " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-PHONE-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-PHONE-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "PHONE     " WS-COUNT-DISPLAY "   " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-WEB-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-WEB-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "WEB       " WS-COUNT-DISPLAY "   " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       PRINT-VOID-EXCHANGE-LINES.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "REVERSALS    COUNT        AMOUNT" TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-VOID-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-VOID-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "VOIDS     " WS-COUNT-DISPLAY "   " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-EXCH-OUT-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-EXCH-OUT-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "EXCH OUT  " WS-COUNT-DISPLAY "   " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-EXCH-IN-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-EXCH-IN-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "EXCH IN   " WS-COUNT-DISPLAY "   " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-CHANNEL-HISTORY-RECORD.
           OPEN EXTEND CHANNEL-HISTORY-FILE.
           IF WS-CH-FILE-STATUS NOT = "00"
               OPEN OUTPUT CHANNEL-HISTORY-FILE.
           MOVE WS-RUN-DATE TO CH-DATE.
           MOVE WS-CURRENT-EVENT TO CH-EVENT-CODE.
           MOVE WS-BOX-COUNT TO CH-BOX-COUNT.
           MOVE WS-BOX-AMOUNT TO CH-BOX-AMOUNT.
           MOVE WS-PHONE-COUNT TO CH-PHONE-COUNT.
           MOVE WS-PHONE-AMOUNT TO CH-PHONE-AMOUNT.
           MOVE WS-WEB-COUNT TO CH-WEB-COUNT.
           MOVE WS-WEB-AMOUNT TO CH-WEB-AMOUNT.
           WRITE CH-RECORD.
           CLOSE CHANNEL-HISTORY-FILE.

       WRITE-REPORT-LINE.
           DISPLAY WS-RPT-LINE.
           MOVE WS-RPT-LINE TO RPT-LINE.
