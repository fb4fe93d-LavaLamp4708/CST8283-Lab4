      ******************************************************************
      * Author: Peter Stainforth
      * Date: 2026-10-15
      * Purpose: Lab4 loyalty points liability report - lists every
      *          patron's points balance on PATRONS.DAT beside the
      *          balance rebuilt from the activity log PATRONTXN.DAT,
      *          flags drift and negative balances, cross-checks the
      *          points-tendered net on every window file listed on
      *          WINDOWLIST.DAT against the log, and values the
      *          points outstanding in dollars
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB4-POINTS-LIABILITY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATRON-FILE ASSIGN TO "PATRONS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PT-FILE-STATUS.
           SELECT PATRON-TXN-FILE ASSIGN TO "PATRONTXN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PX-FILE-STATUS.
           SELECT WINDOW-LIST-FILE ASSIGN TO "WINDOWLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-FILE-STATUS.
           SELECT TICKET-SALES-FILE ASSIGN TO DYNAMIC WS-WINDOW-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TS-SEQ-NUM
               FILE STATUS IS WS-TS-FILE-STATUS.
           SELECT LIABILITY-REPORT-FILE ASSIGN TO "PTSLIABRPT.DAT"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PATRON-FILE.
       01  PT-RECORD.
           05 PT-PATRON-NUM        PIC X(8).
           05 PT-NAME              PIC X(20).
           05 PT-PHONE             PIC X(12).
           05 PT-EMAIL             PIC X(30).
           05 PT-POINTS-BALANCE    PIC S9(7).
           05 PT-ENROLL-DATE       PIC 9(8).
           05 PT-STATUS            PIC A(1).

       FD  PATRON-TXN-FILE.
       01  PX-RECORD.
           05 PX-DATE              PIC 9(8).
           05 PX-TIME              PIC 9(8).
           05 PX-PATRON-NUM        PIC X(8).
           05 PX-TYPE              PIC A(1).
           05 PX-POINTS            PIC S9(7).
           05 PX-AMOUNT            PIC 9(5)V99.
           05 PX-SEQ-NUM           PIC 9(6).
           05 PX-EVENT-CODE        PIC X(4).
           05 PX-REF               PIC X(12).
           05 PX-OPERATOR-ID       PIC X(8).
           05 PX-WINDOW-FILE       PIC X(30).

       FD  WINDOW-LIST-FILE.
       01  WL-FILENAME              PIC X(30).

       FD  TICKET-SALES-FILE.
       01  TS-RECORD.
           05 TS-SEQ-NUM           PIC 9(6).
           05 TS-EVENT-CODE        PIC X(4).
           05 TS-CATEGORY          PIC A(1).
           05 TS-SECTION-CODE      PIC X(3).
           05 TS-PRICE             PIC 9(3)V99.
           05 TS-TENDER            PIC A(1).
           05 TS-VOID-FLAG         PIC A(1).
           05 TS-VOID-ORIG-SEQ     PIC 9(6).
           05 TS-GIFT-APPLIED      PIC 9(3)V99.
           05 TS-SPLIT-TENDER      PIC A(1).
           05 TS-TAX               PIC 9(3)V99.

       FD  LIABILITY-REPORT-FILE.
       01  RPT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PT-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-PX-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-TS-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-PT-EOF PIC 9(1) VALUE 0.
       01 WS-PX-EOF PIC 9(1) VALUE 0.
       01 WS-TS-EOF PIC 9(1) VALUE 0.
       01 WS-LIST-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-LIST-EOF PIC 9(1) VALUE 0.
       01 WS-WINDOW-FILENAME PIC X(30).
       01 WS-RPT-LINE               PIC X(80).

       01 WS-PATRON-COUNT PIC 9(3) VALUE 0.
       01 WS-PATRON-TABLE.
           05 WS-PATRON-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-PATRON-IDX.
               10 WS-PATRON-NUM        PIC X(8).
               10 WS-PATRON-NAME       PIC X(20).
               10 WS-PATRON-STATUS     PIC A(1).
               10 WS-PATRON-ON-FILE    PIC A(1).
               10 WS-PATRON-BALANCE    PIC S9(7).
               10 WS-PATRON-EXPECTED   PIC S9(7).
       01 WS-PATRON-FOUND    PIC A(1) VALUE "N".
       01 WS-PATRON-ENTRY-OK PIC A(1) VALUE "N".
       01 WS-PATRON-OVERFLOW-COUNT PIC 9(4) VALUE 0.
       01 WS-WORK-PATRON-NUM PIC X(8).

       01 WS-WINDOW-COUNT PIC 9(2) VALUE 0.
       01 WS-WINDOW-TABLE.
           05 WS-WINDOW-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-WINDOW-IDX.
               10 WS-WINDOW-NAME        PIC X(30).
       01 WS-WINDOW-FOUND PIC A(1) VALUE "N".
       01 WS-FIND-WINDOW            PIC X(30) VALUE SPACES.
       01 WS-WINDOW-OVERFLOW-COUNT  PIC 9(2) VALUE 0.

      ******************************************************************
      * Redemption rate used by the window program's points tender.
      ******************************************************************
       01 WS-POINTS-PER-DOLLAR-OFF PIC 9(3) VALUE 100.

       01 WS-DRIFT           PIC S9(7) VALUE 0.
       01 WS-DRIFT-COUNT     PIC 9(3) VALUE 0.
       01 WS-NEGATIVE-COUNT  PIC 9(3) VALUE 0.
       01 WS-ACTIVE-COUNT    PIC 9(3) VALUE 0.
       01 WS-POINTS-OUTSTANDING PIC S9(9) VALUE 0.
       01 WS-POINTS-NEGATIVE PIC S9(9) VALUE 0.
       01 WS-DOLLAR-LIABILITY PIC 9(7)V99 VALUE 0.
       01 WS-EARNED-TOTAL    PIC S9(9) VALUE 0.
       01 WS-REDEEMED-TOTAL  PIC S9(9) VALUE 0.
       01 WS-TAKEN-BACK-TOTAL PIC S9(9) VALUE 0.
       01 WS-CREDITED-TOTAL  PIC S9(9) VALUE 0.
       01 WS-ADJUSTED-TOTAL  PIC S9(9) VALUE 0.
       01 WS-FORWARD-TOTAL   PIC S9(9) VALUE 0.
       01 WS-TS-POINTS-NET   PIC S9(7)V99 VALUE 0.
       01 WS-TXN-POINTS-NET  PIC S9(7)V99 VALUE 0.

       01 WS-COUNT-DISPLAY          PIC ZZZZ9.
       01 WS-POINTS-DISPLAY         PIC -,---,--9.
       01 WS-TOTAL-POINTS-DISPLAY   PIC -,---,---,--9.
       01 WS-AMOUNT-DISPLAY         PIC $$$,$$$,$$9.99-.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN OUTPUT LIABILITY-REPORT-FILE.
           MOVE "LOYALTY POINTS LIABILITY REPORT" TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM LOAD-PATRON-BALANCES.
           PERFORM APPLY-PATRON-TXNS.
           PERFORM SUM-TICKET-POINTS-NET.
           PERFORM REPORT-PATRON-BALANCES.
           PERFORM CROSS-CHECK-TICKET-NET.
           PERFORM PRINT-LIABILITY-TOTALS.
           CLOSE LIABILITY-REPORT-FILE.
           IF WS-DRIFT-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE IF WS-NEGATIVE-COUNT > 0
               MOVE 4 TO RETURN-CODE.
           STOP RUN.

       LOAD-PATRON-BALANCES.
           MOVE 0 TO WS-PT-EOF.
           OPEN INPUT PATRON-FILE.
           IF WS-PT-FILE-STATUS = "00"
               PERFORM READ-PATRON-RECORD
               PERFORM STORE-PATRON-BALANCE UNTIL WS-PT-EOF = 1
               CLOSE PATRON-FILE
           ELSE
               MOVE "NO PATRON MASTER ON FILE" TO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE.

       READ-PATRON-RECORD.
           READ PATRON-FILE
               AT END MOVE 1 TO WS-PT-EOF.

       STORE-PATRON-BALANCE.
           MOVE PT-PATRON-NUM TO WS-WORK-PATRON-NUM.
           PERFORM FIND-PATRON-ENTRY.
           IF WS-PATRON-ENTRY-OK = "Y"
               MOVE "Y" TO WS-PATRON-ON-FILE(WS-PATRON-IDX)
               MOVE PT-NAME TO WS-PATRON-NAME(WS-PATRON-IDX)
               MOVE PT-STATUS TO WS-PATRON-STATUS(WS-PATRON-IDX)
               MOVE PT-POINTS-BALANCE TO
                   WS-PATRON-BALANCE(WS-PATRON-IDX).
           IF PT-STATUS = "A"
               ADD 1 TO WS-ACTIVE-COUNT.
           IF PT-POINTS-BALANCE > 0
               ADD PT-POINTS-BALANCE TO WS-POINTS-OUTSTANDING
           ELSE
               ADD PT-POINTS-BALANCE TO WS-POINTS-NEGATIVE.
           PERFORM READ-PATRON-RECORD.

       FIND-PATRON-ENTRY.
           MOVE "N" TO WS-PATRON-FOUND.
           PERFORM MATCH-PATRON-ENTRY
               VARYING WS-PATRON-IDX FROM 1 BY 1
               UNTIL WS-PATRON-IDX > WS-PATRON-COUNT
                   OR WS-PATRON-FOUND = "Y".
           IF WS-PATRON-FOUND = "Y"
               SET WS-PATRON-IDX DOWN BY 1
               MOVE "Y" TO WS-PATRON-ENTRY-OK
           ELSE
               IF WS-PATRON-COUNT < 500
                   ADD 1 TO WS-PATRON-COUNT
                   SET WS-PATRON-IDX TO WS-PATRON-COUNT
                   MOVE WS-WORK-PATRON-NUM TO
                       WS-PATRON-NUM(WS-PATRON-IDX)
                   MOVE SPACES TO WS-PATRON-NAME(WS-PATRON-IDX)
                   MOVE SPACE TO WS-PATRON-STATUS(WS-PATRON-IDX)
                   MOVE "N" TO WS-PATRON-ON-FILE(WS-PATRON-IDX)
                   MOVE 0 TO WS-PATRON-BALANCE(WS-PATRON-IDX)
                   MOVE 0 TO WS-PATRON-EXPECTED(WS-PATRON-IDX)
                   MOVE "Y" TO WS-PATRON-ENTRY-OK
               ELSE
                   ADD 1 TO WS-PATRON-OVERFLOW-COUNT
                   DISPLAY "WARNING - PATRON TABLE FULL - SKIPPED: "
                       WS-WORK-PATRON-NUM
                   MOVE "N" TO WS-PATRON-ENTRY-OK.

       MATCH-PATRON-ENTRY.
           IF WS-PATRON-NUM(WS-PATRON-IDX) = WS-WORK-PATRON-NUM
               MOVE "Y" TO WS-PATRON-FOUND.

      ******************************************************************
      * E earned and C credited back add to the balance; R redeemed
      * and B taken back come off it; an A maintenance adjustment
      * and an F balance brought forward by the year-end archive
      * carry their own sign. G and P link purchases and carry no
      * points.
      ******************************************************************
       APPLY-PATRON-TXNS.
           MOVE 0 TO WS-PX-EOF.
           OPEN INPUT PATRON-TXN-FILE.
           IF WS-PX-FILE-STATUS = "00"
               PERFORM READ-PATRON-TXN
               PERFORM APPLY-ONE-TXN UNTIL WS-PX-EOF = 1
               CLOSE PATRON-TXN-FILE
           ELSE
               MOVE "NO PATRON ACTIVITY LOG - LEDGER BALANCES ARE ZERO"
                   TO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE.

       READ-PATRON-TXN.
           READ PATRON-TXN-FILE
               AT END MOVE 1 TO WS-PX-EOF.

       APPLY-ONE-TXN.
           MOVE PX-PATRON-NUM TO WS-WORK-PATRON-NUM.
           PERFORM FIND-PATRON-ENTRY.
           IF PX-TYPE = "E"
               ADD PX-POINTS TO WS-EARNED-TOTAL
               IF WS-PATRON-ENTRY-OK = "Y"
                   ADD PX-POINTS TO WS-PATRON-EXPECTED(WS-PATRON-IDX)
               END-IF
           ELSE IF PX-TYPE = "R"
               ADD PX-POINTS TO WS-REDEEMED-TOTAL
               ADD PX-AMOUNT TO WS-TXN-POINTS-NET
               IF WS-PATRON-ENTRY-OK = "Y"
                   SUBTRACT PX-POINTS FROM
                       WS-PATRON-EXPECTED(WS-PATRON-IDX)
               END-IF
           ELSE IF PX-TYPE = "B"
               ADD PX-POINTS TO WS-TAKEN-BACK-TOTAL
               IF WS-PATRON-ENTRY-OK = "Y"
                   SUBTRACT PX-POINTS FROM
                       WS-PATRON-EXPECTED(WS-PATRON-IDX)
               END-IF
           ELSE IF PX-TYPE = "C"
               ADD PX-POINTS TO WS-CREDITED-TOTAL
               SUBTRACT PX-AMOUNT FROM WS-TXN-POINTS-NET
               IF WS-PATRON-ENTRY-OK = "Y"
                   ADD PX-POINTS TO WS-PATRON-EXPECTED(WS-PATRON-IDX)
               END-IF
           ELSE IF PX-TYPE = "A"
               ADD PX-POINTS TO WS-ADJUSTED-TOTAL
               IF WS-PATRON-ENTRY-OK = "Y"
                   ADD PX-POINTS TO WS-PATRON-EXPECTED(WS-PATRON-IDX)
               END-IF
           ELSE IF PX-TYPE = "F"
               ADD PX-POINTS TO WS-FORWARD-TOTAL
               IF WS-PATRON-ENTRY-OK = "Y"
                   ADD PX-POINTS TO WS-PATRON-EXPECTED(WS-PATRON-IDX).
           PERFORM READ-PATRON-TXN.

      ******************************************************************
      * Points-tendered tickets carry their full price plus tax as
      * the dollar value redeemed; voids give it back. Points can be
      * tendered at any window, so every window file on the list is
      * summed; a window file listed twice is read once, and a site
      * with no list has the single TICKETSALES.DAT.
      ******************************************************************
       SUM-TICKET-POINTS-NET.
           PERFORM LOAD-WINDOW-LIST.
           IF WS-WINDOW-COUNT = 0
               MOVE 1 TO WS-WINDOW-COUNT
               MOVE "TICKETSALES.DAT" TO WS-WINDOW-NAME(1).
           PERFORM SUM-WINDOW-FILE
               VARYING WS-WINDOW-IDX FROM 1 BY 1
               UNTIL WS-WINDOW-IDX > WS-WINDOW-COUNT.
           IF WS-WINDOW-OVERFLOW-COUNT > 0
               MOVE WS-WINDOW-OVERFLOW-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-RPT-LINE
               STRING "** WINDOW TABLE FULL - " WS-COUNT-DISPLAY
                   " WINDOW FILE(S) NOT SUMMED **"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE.

       LOAD-WINDOW-LIST.
           MOVE 0 TO WS-LIST-EOF.
           OPEN INPUT WINDOW-LIST-FILE.
           IF WS-LIST-FILE-STATUS = "00"
               PERFORM READ-WINDOW-LIST-ENTRY
               PERFORM ADD-WINDOW-LIST-ENTRY UNTIL WS-LIST-EOF = 1
               CLOSE WINDOW-LIST-FILE
           ELSE
               DISPLAY "WARNING - COULD NOT OPEN WINDOWLIST.DAT: "
                   WS-LIST-FILE-STATUS.

       READ-WINDOW-LIST-ENTRY.
           READ WINDOW-LIST-FILE
               AT END MOVE 1 TO WS-LIST-EOF.

       ADD-WINDOW-LIST-ENTRY.
           IF WL-FILENAME NOT = SPACES
               MOVE WL-FILENAME TO WS-FIND-WINDOW
               PERFORM FIND-WINDOW-ENTRY
               IF WS-WINDOW-FOUND = "N"
                   IF WS-WINDOW-COUNT < 20
                       ADD 1 TO WS-WINDOW-COUNT
                       SET WS-WINDOW-IDX TO WS-WINDOW-COUNT
                       MOVE WL-FILENAME TO
                           WS-WINDOW-NAME(WS-WINDOW-IDX)
                   ELSE
                       ADD 1 TO WS-WINDOW-OVERFLOW-COUNT
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-WINDOW-LIST-ENTRY.

       FIND-WINDOW-ENTRY.
           MOVE "N" TO WS-WINDOW-FOUND.
           PERFORM MATCH-WINDOW-ENTRY
               VARYING WS-WINDOW-IDX FROM 1 BY 1
               UNTIL WS-WINDOW-IDX > WS-WINDOW-COUNT
                   OR WS-WINDOW-FOUND = "Y".
           IF WS-WINDOW-FOUND = "Y"
               SET WS-WINDOW-IDX DOWN BY 1.

       MATCH-WINDOW-ENTRY.
           IF WS-WINDOW-NAME(WS-WINDOW-IDX) = WS-FIND-WINDOW
               MOVE "Y" TO WS-WINDOW-FOUND.

       SUM-WINDOW-FILE.
           MOVE WS-WINDOW-NAME(WS-WINDOW-IDX) TO WS-WINDOW-FILENAME.
           MOVE 0 TO WS-TS-EOF.
           OPEN INPUT TICKET-SALES-FILE.
           IF WS-TS-FILE-STATUS = "00"
               PERFORM READ-TICKET-SALE
               PERFORM SUM-ONE-TICKET UNTIL WS-TS-EOF = 1
               CLOSE TICKET-SALES-FILE
           ELSE
               MOVE SPACES TO WS-RPT-LINE
               STRING "WINDOW FILE NOT READ: " WS-WINDOW-FILENAME
                   " STATUS " WS-TS-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE.

       READ-TICKET-SALE.
           READ TICKET-SALES-FILE
               AT END MOVE 1 TO WS-TS-EOF.

       SUM-ONE-TICKET.
           IF TS-TENDER = "4"
               IF TS-VOID-FLAG = "Y"
                   SUBTRACT TS-PRICE FROM WS-TS-POINTS-NET
                   SUBTRACT TS-TAX FROM WS-TS-POINTS-NET
               ELSE
                   ADD TS-PRICE TO WS-TS-POINTS-NET
                   ADD TS-TAX TO WS-TS-POINTS-NET.
           PERFORM READ-TICKET-SALE.

       REPORT-PATRON-BALANCES.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE "PATRON    NAME                 ST    ON FILE" TO
               WS-RPT-LINE(1:45).
           MOVE "LEDGER" TO WS-RPT-LINE(50:6).
           MOVE "DRIFT" TO WS-RPT-LINE(63:5).
           PERFORM WRITE-REPORT-LINE.
           PERFORM LIST-PATRON-BALANCE
               VARYING WS-PATRON-IDX FROM 1 BY 1
               UNTIL WS-PATRON-IDX > WS-PATRON-COUNT.
           IF WS-PATRON-OVERFLOW-COUNT > 0
               ADD 1 TO WS-DRIFT-COUNT
               MOVE WS-PATRON-OVERFLOW-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-RPT-LINE
               STRING "** PATRON TABLE FULL - " WS-COUNT-DISPLAY
                   " RECORD(S) NOT RECONCILED **"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE.
           IF WS-DRIFT-COUNT = 0
               MOVE "ALL PATRON BALANCES AGREE WITH ACTIVITY" TO
                   WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE.

       LIST-PATRON-BALANCE.
           COMPUTE WS-DRIFT = WS-PATRON-BALANCE(WS-PATRON-IDX)
               - WS-PATRON-EXPECTED(WS-PATRON-IDX).
           IF WS-DRIFT NOT = 0
               ADD 1 TO WS-DRIFT-COUNT.
           IF WS-PATRON-BALANCE(WS-PATRON-IDX) < 0
               ADD 1 TO WS-NEGATIVE-COUNT.
           IF WS-PATRON-BALANCE(WS-PATRON-IDX) NOT = 0
                   OR WS-DRIFT NOT = 0
               MOVE SPACES TO WS-RPT-LINE
               MOVE WS-PATRON-NUM(WS-PATRON-IDX) TO WS-RPT-LINE(1:8)
               MOVE WS-PATRON-NAME(WS-PATRON-IDX) TO
                   WS-RPT-LINE(11:20)
               MOVE WS-PATRON-STATUS(WS-PATRON-IDX) TO
                   WS-RPT-LINE(32:1)
               MOVE WS-PATRON-BALANCE(WS-PATRON-IDX) TO
                   WS-POINTS-DISPLAY
               MOVE WS-POINTS-DISPLAY TO WS-RPT-LINE(35:10)
               MOVE WS-PATRON-EXPECTED(WS-PATRON-IDX) TO
                   WS-POINTS-DISPLAY
               MOVE WS-POINTS-DISPLAY TO WS-RPT-LINE(46:10)
               MOVE WS-DRIFT TO WS-POINTS-DISPLAY
               MOVE WS-POINTS-DISPLAY TO WS-RPT-LINE(58:10)
               PERFORM WRITE-REPORT-LINE
               PERFORM FLAG-PATRON-EXCEPTIONS.

       FLAG-PATRON-EXCEPTIONS.
           IF WS-PATRON-ON-FILE(WS-PATRON-IDX) = "N"
               MOVE "  ** PATRON HAS ACTIVITY BUT IS NOT ON FILE **"
                   TO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE.
           IF WS-PATRON-BALANCE(WS-PATRON-IDX) < 0
               MOVE "  ** NEGATIVE BALANCE - POINTS SPENT THEN REVERSED"
                   TO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      * The ticket file's points-tendered net should equal the
      * activity log's redeemed-less-credited dollar net; a
      * difference means a points tender reached one file but not
      * the other.
      ******************************************************************
       CROSS-CHECK-TICKET-NET.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF WS-TS-POINTS-NET NOT = WS-TXN-POINTS-NET
               ADD 1 TO WS-DRIFT-COUNT
               MOVE "TICKET FILE POINTS NET DISAGREES WITH LOG:" TO
                   WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE WS-TS-POINTS-NET TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO WS-RPT-LINE
               STRING "  WINDOW FILES NET:" WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE WS-TXN-POINTS-NET TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO WS-RPT-LINE
               STRING "  ACTIVITY LOG NET:" WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE "TICKET FILE POINTS NET AGREES WITH ACTIVITY LOG"
                   TO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE.

       PRINT-LIABILITY-TOTALS.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-PATRON-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "PATRONS:                " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-ACTIVE-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "ACTIVE PATRONS:         " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-EARNED-TOTAL TO WS-TOTAL-POINTS-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "POINTS EARNED:          " WS-TOTAL-POINTS-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-REDEEMED-TOTAL TO WS-TOTAL-POINTS-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "POINTS REDEEMED:        " WS-TOTAL-POINTS-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-TAKEN-BACK-TOTAL TO WS-TOTAL-POINTS-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "EARNED POINTS REVERSED: " WS-TOTAL-POINTS-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-CREDITED-TOTAL TO WS-TOTAL-POINTS-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "REDEEMED PTS RESTORED:  " WS-TOTAL-POINTS-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-ADJUSTED-TOTAL TO WS-TOTAL-POINTS-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "NET ADJUSTMENTS:        " WS-TOTAL-POINTS-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-FORWARD-TOTAL TO WS-TOTAL-POINTS-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "BROUGHT FORWARD:        " WS-TOTAL-POINTS-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-POINTS-OUTSTANDING TO WS-TOTAL-POINTS-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "POINTS OUTSTANDING:     " WS-TOTAL-POINTS-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF WS-NEGATIVE-COUNT > 0
               MOVE WS-POINTS-NEGATIVE TO WS-TOTAL-POINTS-DISPLAY
               MOVE WS-NEGATIVE-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-RPT-LINE
               STRING "NEGATIVE BALANCES:      " WS-TOTAL-POINTS-DISPLAY
                   " ON " WS-COUNT-DISPLAY " PATRON(S)"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE.
           COMPUTE WS-DOLLAR-LIABILITY =
               WS-POINTS-OUTSTANDING / WS-POINTS-PER-DOLLAR-OFF.
           MOVE WS-DOLLAR-LIABILITY TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "DOLLAR LIABILITY:    " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF WS-DRIFT-COUNT = 0
               MOVE "LIABILITY IN BALANCE" TO WS-RPT-LINE
           ELSE
               MOVE WS-DRIFT-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-RPT-LINE
               STRING "OUT OF BALANCE - " WS-COUNT-DISPLAY
                   " DISCREPANCIES"
                   DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           DISPLAY WS-RPT-LINE.
           MOVE WS-RPT-LINE TO RPT-LINE.
           WRITE RPT-LINE.
       END PROGRAM LAB4-POINTS-LIABILITY.
