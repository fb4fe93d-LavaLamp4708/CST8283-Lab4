      ******************************************************************
      * Author: Peter Stainforth
      * Date: 2026-10-15
      * Purpose: Lab4 season pass deferred revenue schedule - month-end
      *          batch that spreads each pass's price paid evenly over
      *          the events on EVENTS.DAT inside its valid-from/valid-
      *          to window, recognizing the share of each event in the
      *          month it is held; passes sold this period come in as
      *          additions and passes cancelled or refunded part-way
      *          release their remaining balance in the month they
      *          were deactivated
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB4-PASS-DEFERRAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PASS-MASTER-FILE ASSIGN TO "PASSMASTER.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PM-FILE-STATUS.
           SELECT PASS-SALE-FILE ASSIGN TO "PASSSALES.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SP-FILE-STATUS.
           SELECT PASS-DEACT-FILE ASSIGN TO "PASSDEACT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PD-FILE-STATUS.
           SELECT EVENT-FILE ASSIGN TO "EVENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-FILE-STATUS.
           SELECT DEFERRAL-REPORT-FILE ASSIGN TO "PASSDEFRPT.DAT"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PASS-MASTER-FILE.
       01  PM-RECORD.
           05 PM-PASS-NUM          PIC X(10).
           05 PM-HOLDER-NAME       PIC X(20).
           05 PM-CATEGORY          PIC A(1).
           05 PM-EVENT-CODE        PIC X(4).
           05 PM-VALID-FROM        PIC 9(8).
           05 PM-VALID-TO          PIC 9(8).
           05 PM-PRICE-PAID        PIC 9(5)V99.
           05 PM-STATUS            PIC A(1).

       FD  PASS-SALE-FILE.
       01  SP-RECORD.
           05 SP-DATE              PIC 9(8).
           05 SP-TIME              PIC 9(8).
           05 SP-PASS-NUM          PIC X(10).
           05 SP-AMOUNT            PIC 9(5)V99.
           05 SP-TENDER            PIC A(1).

       FD  PASS-DEACT-FILE.
       01  PD-RECORD.
           05 PD-DATE              PIC 9(8).
           05 PD-TIME              PIC 9(8).
           05 PD-PASS-NUM          PIC X(10).
           05 PD-PRICE-PAID        PIC 9(5)V99.

       FD  EVENT-FILE.
       01  EV-RECORD.
           05 EV-CODE               PIC X(4).
           05 FILLER                PIC X.
           05 EV-DATE               PIC 9(8).
           05 FILLER                PIC X.
           05 EV-CAPACITY           PIC 9(5).
           05 FILLER                PIC X.
           05 EV-PRICE-FILE         PIC X(30).

       FD  DEFERRAL-REPORT-FILE.
       01  RPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-PM-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-SP-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-PD-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-EVENT-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-PM-EOF PIC 9(1) VALUE 0.
       01 WS-SP-EOF PIC 9(1) VALUE 0.
       01 WS-PD-EOF PIC 9(1) VALUE 0.
       01 WS-EVENT-EOF PIC 9(1) VALUE 0.
       01 WS-RPT-LINE               PIC X(132).

       01 WS-PERIOD                 PIC 9(6) VALUE 0.
       01 WS-TODAY                  PIC 9(8) VALUE 0.
       01 WS-PERIOD-START           PIC 9(8) VALUE 0.
       01 WS-PERIOD-END             PIC 9(8) VALUE 0.

       01 WS-EVT-COUNT PIC 9(3) VALUE 0.
       01 WS-EVT-OVERFLOW-COUNT PIC 9(5) VALUE 0.
       01 WS-EVT-TABLE.
           05 WS-EVT-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-EVT-IDX.
               10 WS-EVT-CODE           PIC X(4).
               10 WS-EVT-DATE           PIC 9(8).

       01 WS-SALE-COUNT PIC 9(4) VALUE 0.
       01 WS-SALE-OVERFLOW-COUNT PIC 9(5) VALUE 0.
       01 WS-SALE-TABLE.
           05 WS-SALE-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-SALE-IDX.
               10 WS-SALE-PASS-NUM      PIC X(10).
               10 WS-SALE-DATE          PIC 9(8).
       01 WS-SALE-FOUND PIC A(1) VALUE "N".

       01 WS-DEACT-COUNT PIC 9(4) VALUE 0.
       01 WS-DEACT-OVERFLOW-COUNT PIC 9(5) VALUE 0.
       01 WS-DEACT-TABLE.
           05 WS-DEACT-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-DEACT-IDX.
               10 WS-DEACT-PASS-NUM     PIC X(10).
               10 WS-DEACT-DATE         PIC 9(8).
       01 WS-DEACT-FOUND PIC A(1) VALUE "N".

       01 WS-SOLD-DATE              PIC 9(8) VALUE 0.
       01 WS-RELEASE-DATE           PIC 9(8) VALUE 0.
       01 WS-PASS-IN-PERIOD         PIC A(1) VALUE "N".
       01 WS-SOLD-IN-PERIOD         PIC A(1) VALUE "N".
       01 WS-RELEASED-IN-PERIOD     PIC A(1) VALUE "N".
       01 WS-NO-EVENTS              PIC A(1) VALUE "N".
       01 WS-IN-WINDOW              PIC A(1) VALUE "N".

       01 WS-PASS-EVENTS            PIC 9(4) VALUE 0.
       01 WS-PRIOR-EVENTS           PIC 9(4) VALUE 0.
       01 WS-HELD-EVENTS            PIC 9(4) VALUE 0.
       01 WS-EVENT-SHARE            PIC 9(5)V99 VALUE 0.
       01 WS-CUM-PRIOR              PIC 9(5)V99 VALUE 0.
       01 WS-CUM-HELD               PIC 9(5)V99 VALUE 0.

       01 WS-OPENING                PIC S9(7)V99 VALUE 0.
       01 WS-ADDED                  PIC S9(7)V99 VALUE 0.
       01 WS-RECOGNIZED             PIC S9(7)V99 VALUE 0.
       01 WS-RELEASED               PIC S9(7)V99 VALUE 0.
       01 WS-CLOSING                PIC S9(7)V99 VALUE 0.

       01 WS-TOT-OPENING            PIC S9(9)V99 VALUE 0.
       01 WS-TOT-ADDED              PIC S9(9)V99 VALUE 0.
       01 WS-TOT-RECOGNIZED         PIC S9(9)V99 VALUE 0.
       01 WS-TOT-RELEASED           PIC S9(9)V99 VALUE 0.
       01 WS-TOT-CLOSING            PIC S9(9)V99 VALUE 0.
       01 WS-PASS-LISTED-COUNT      PIC 9(5) VALUE 0.
       01 WS-UNDATED-COUNT          PIC 9(5) VALUE 0.

       01 WS-COUNT-DISPLAY          PIC ZZZ9.
       01 WS-NUMBER-DISPLAY         PIC ZZZZ9.
       01 WS-AMOUNT-DISPLAY         PIC $$,$$$,$$9.99-.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "ENTER PERIOD (YYYYMM, 0 FOR CURRENT MONTH): "
               WITH NO ADVANCING.
           ACCEPT WS-PERIOD.
           IF WS-PERIOD = 0
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               DIVIDE WS-TODAY BY 100 GIVING WS-PERIOD.
           COMPUTE WS-PERIOD-START = WS-PERIOD * 100 + 1.
           COMPUTE WS-PERIOD-END = WS-PERIOD * 100 + 31.
           OPEN OUTPUT DEFERRAL-REPORT-FILE.
           MOVE "SEASON PASS DEFERRED REVENUE SCHEDULE" TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "PERIOD: " WS-PERIOD
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM LOAD-EVENT-TABLE.
           PERFORM LOAD-SALE-TABLE.
           PERFORM LOAD-DEACT-TABLE.
           PERFORM PRINT-SCHEDULE-HEADING.
           MOVE 0 TO WS-PM-EOF.
           OPEN INPUT PASS-MASTER-FILE.
           IF WS-PM-FILE-STATUS = "00"
               PERFORM READ-PASS-RECORD
               PERFORM PROCESS-PASS-RECORD UNTIL WS-PM-EOF = 1
               CLOSE PASS-MASTER-FILE
           ELSE
               MOVE "NO PASSES ON FILE" TO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE.
           PERFORM PRINT-SCHEDULE-TOTALS.
           CLOSE DEFERRAL-REPORT-FILE.
           STOP RUN.

       LOAD-EVENT-TABLE.
           MOVE 0 TO WS-EVENT-EOF.
           OPEN INPUT EVENT-FILE.
           IF WS-EVENT-FILE-STATUS = "00"
               PERFORM READ-EVENT-RECORD
               PERFORM ADD-EVENT-ENTRY UNTIL WS-EVENT-EOF = 1
               CLOSE EVENT-FILE.

       READ-EVENT-RECORD.
           READ EVENT-FILE
               AT END MOVE 1 TO WS-EVENT-EOF.

       ADD-EVENT-ENTRY.
           IF WS-EVT-COUNT < 200
               ADD 1 TO WS-EVT-COUNT
               SET WS-EVT-IDX TO WS-EVT-COUNT
               MOVE EV-CODE TO WS-EVT-CODE(WS-EVT-IDX)
               MOVE EV-DATE TO WS-EVT-DATE(WS-EVT-IDX)
           ELSE
               ADD 1 TO WS-EVT-OVERFLOW-COUNT.
           PERFORM READ-EVENT-RECORD.

      ******************************************************************
      * A pass sold before this period is carried in the opening
      * balance; one sold during the period is shown as an addition
      * instead.  Passes set up through pass maintenance without a
      * window sale have no PASSSALES.DAT record and are treated as
      * sold before any period.
      ******************************************************************
       LOAD-SALE-TABLE.
           MOVE 0 TO WS-SP-EOF.
           OPEN INPUT PASS-SALE-FILE.
           IF WS-SP-FILE-STATUS = "00"
               PERFORM READ-PASS-SALE
               PERFORM ADD-SALE-ENTRY UNTIL WS-SP-EOF = 1
               CLOSE PASS-SALE-FILE.

       READ-PASS-SALE.
           READ PASS-SALE-FILE
               AT END MOVE 1 TO WS-SP-EOF.

       ADD-SALE-ENTRY.
           MOVE "N" TO WS-SALE-FOUND.
           PERFORM MATCH-SALE-ENTRY
               VARYING WS-SALE-IDX FROM 1 BY 1
               UNTIL WS-SALE-IDX > WS-SALE-COUNT
                   OR WS-SALE-FOUND = "Y".
           IF WS-SALE-FOUND = "N"
               IF WS-SALE-COUNT < 1000
                   ADD 1 TO WS-SALE-COUNT
                   SET WS-SALE-IDX TO WS-SALE-COUNT
                   MOVE SP-PASS-NUM TO WS-SALE-PASS-NUM(WS-SALE-IDX)
                   MOVE SP-DATE TO WS-SALE-DATE(WS-SALE-IDX)
               ELSE
                   ADD 1 TO WS-SALE-OVERFLOW-COUNT
               END-IF.
           PERFORM READ-PASS-SALE.

       MATCH-SALE-ENTRY.
           IF WS-SALE-PASS-NUM(WS-SALE-IDX) = SP-PASS-NUM
               MOVE "Y" TO WS-SALE-FOUND.

       LOAD-DEACT-TABLE.
           MOVE 0 TO WS-PD-EOF.
           OPEN INPUT PASS-DEACT-FILE.
           IF WS-PD-FILE-STATUS = "00"
               PERFORM READ-PASS-DEACT
               PERFORM ADD-DEACT-ENTRY UNTIL WS-PD-EOF = 1
               CLOSE PASS-DEACT-FILE.

       READ-PASS-DEACT.
           READ PASS-DEACT-FILE
               AT END MOVE 1 TO WS-PD-EOF.

       ADD-DEACT-ENTRY.
           MOVE "N" TO WS-DEACT-FOUND.
           PERFORM MATCH-DEACT-ENTRY
               VARYING WS-DEACT-IDX FROM 1 BY 1
               UNTIL WS-DEACT-IDX > WS-DEACT-COUNT
                   OR WS-DEACT-FOUND = "Y".
           IF WS-DEACT-FOUND = "N"
               IF WS-DEACT-COUNT < 1000
                   ADD 1 TO WS-DEACT-COUNT
                   SET WS-DEACT-IDX TO WS-DEACT-COUNT
                   MOVE PD-PASS-NUM TO WS-DEACT-PASS-NUM(WS-DEACT-IDX)
                   MOVE PD-DATE TO WS-DEACT-DATE(WS-DEACT-IDX)
               ELSE
                   ADD 1 TO WS-DEACT-OVERFLOW-COUNT
               END-IF.
           PERFORM READ-PASS-DEACT.

       MATCH-DEACT-ENTRY.
           IF WS-DEACT-PASS-NUM(WS-DEACT-IDX) = PD-PASS-NUM
               MOVE "Y" TO WS-DEACT-FOUND.

       PRINT-SCHEDULE-HEADING.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE "PASS        EVENT EVNTS  HELD" TO WS-RPT-LINE.
           STRING "       OPENING          ADDED     RECOGNIZED"
               "       RELEASED        CLOSING  NOTE"
               DELIMITED BY SIZE INTO WS-RPT-LINE(31:).
           PERFORM WRITE-REPORT-LINE.

       READ-PASS-RECORD.
           READ PASS-MASTER-FILE
               AT END MOVE 1 TO WS-PM-EOF.

      ******************************************************************
      * The price paid is split evenly across the pass's events, the
      * last event taking any rounding remainder, and each share is
      * recognized in the month its event is held.  Events on or after
      * the day a pass was deactivated are not recognized; whatever is
      * still deferred at that point is released in that month.
      ******************************************************************
       PROCESS-PASS-RECORD.
           PERFORM FIND-SOLD-DATE.
           PERFORM FIND-RELEASE-DATE.
           MOVE "Y" TO WS-PASS-IN-PERIOD.
           IF WS-SOLD-DATE > WS-PERIOD-END
               MOVE "N" TO WS-PASS-IN-PERIOD
           ELSE IF PM-STATUS = "X" AND WS-RELEASE-DATE = 0
               MOVE "N" TO WS-PASS-IN-PERIOD
               ADD 1 TO WS-UNDATED-COUNT
           ELSE IF PM-STATUS = "X"
                   AND WS-RELEASE-DATE < WS-PERIOD-START
               MOVE "N" TO WS-PASS-IN-PERIOD.
           IF WS-PASS-IN-PERIOD = "Y"
               PERFORM SCHEDULE-PASS.
           PERFORM READ-PASS-RECORD.

       FIND-SOLD-DATE.
           MOVE 0 TO WS-SOLD-DATE.
           MOVE "N" TO WS-SALE-FOUND.
           PERFORM MATCH-SOLD-PASS
               VARYING WS-SALE-IDX FROM 1 BY 1
               UNTIL WS-SALE-IDX > WS-SALE-COUNT
                   OR WS-SALE-FOUND = "Y".

       MATCH-SOLD-PASS.
           IF WS-SALE-PASS-NUM(WS-SALE-IDX) = PM-PASS-NUM
               MOVE "Y" TO WS-SALE-FOUND
               MOVE WS-SALE-DATE(WS-SALE-IDX) TO WS-SOLD-DATE.

       FIND-RELEASE-DATE.
           MOVE 0 TO WS-RELEASE-DATE.
           MOVE "N" TO WS-DEACT-FOUND.
           IF PM-STATUS = "X"
               PERFORM MATCH-RELEASED-PASS
                   VARYING WS-DEACT-IDX FROM 1 BY 1
                   UNTIL WS-DEACT-IDX > WS-DEACT-COUNT
                       OR WS-DEACT-FOUND = "Y".

       MATCH-RELEASED-PASS.
           IF WS-DEACT-PASS-NUM(WS-DEACT-IDX) = PM-PASS-NUM
               MOVE "Y" TO WS-DEACT-FOUND
               MOVE WS-DEACT-DATE(WS-DEACT-IDX) TO WS-RELEASE-DATE.

       SCHEDULE-PASS.
           MOVE "N" TO WS-SOLD-IN-PERIOD.
           IF WS-SOLD-DATE NOT < WS-PERIOD-START
               MOVE "Y" TO WS-SOLD-IN-PERIOD.
           MOVE "N" TO WS-RELEASED-IN-PERIOD.
           IF PM-STATUS = "X" AND WS-RELEASE-DATE NOT > WS-PERIOD-END
               MOVE "Y" TO WS-RELEASED-IN-PERIOD.
           PERFORM COUNT-PASS-EVENTS.
           IF WS-PASS-EVENTS > 0
               COMPUTE WS-EVENT-SHARE =
                   PM-PRICE-PAID / WS-PASS-EVENTS
           ELSE
               MOVE 0 TO WS-EVENT-SHARE.
           IF WS-PRIOR-EVENTS NOT < WS-PASS-EVENTS
               MOVE PM-PRICE-PAID TO WS-CUM-PRIOR
           ELSE
               COMPUTE WS-CUM-PRIOR = WS-EVENT-SHARE * WS-PRIOR-EVENTS.
           IF WS-HELD-EVENTS NOT < WS-PASS-EVENTS
               MOVE PM-PRICE-PAID TO WS-CUM-HELD
           ELSE
               COMPUTE WS-CUM-HELD = WS-EVENT-SHARE * WS-HELD-EVENTS.
           IF WS-SOLD-IN-PERIOD = "Y"
               MOVE 0 TO WS-OPENING
               MOVE PM-PRICE-PAID TO WS-ADDED
               MOVE WS-CUM-HELD TO WS-RECOGNIZED
           ELSE
               COMPUTE WS-OPENING = PM-PRICE-PAID - WS-CUM-PRIOR
               MOVE 0 TO WS-ADDED
               COMPUTE WS-RECOGNIZED = WS-CUM-HELD - WS-CUM-PRIOR.
           IF WS-RELEASED-IN-PERIOD = "Y"
               COMPUTE WS-RELEASED = PM-PRICE-PAID - WS-CUM-HELD
           ELSE
               MOVE 0 TO WS-RELEASED.
           COMPUTE WS-CLOSING = WS-OPENING + WS-ADDED
               - WS-RECOGNIZED - WS-RELEASED.
           IF WS-OPENING NOT = 0 OR WS-ADDED NOT = 0
                   OR WS-RECOGNIZED NOT = 0 OR WS-RELEASED NOT = 0
                   OR WS-CLOSING NOT = 0
               PERFORM PRINT-PASS-LINE.

      ******************************************************************
      * A pass whose window holds no events on file has nothing to
      * spread over, so it is recognized whole on its valid-to date;
      * an open-ended pass with no events stays deferred.
      ******************************************************************
       COUNT-PASS-EVENTS.
           MOVE 0 TO WS-PASS-EVENTS.
           MOVE 0 TO WS-PRIOR-EVENTS.
           MOVE 0 TO WS-HELD-EVENTS.
           MOVE "N" TO WS-NO-EVENTS.
           PERFORM TALLY-PASS-EVENT
               VARYING WS-EVT-IDX FROM 1 BY 1
               UNTIL WS-EVT-IDX > WS-EVT-COUNT.
           IF WS-PASS-EVENTS = 0 AND PM-VALID-TO NOT = 0
               MOVE "Y" TO WS-NO-EVENTS
               MOVE 1 TO WS-PASS-EVENTS
               IF PM-VALID-TO < WS-PERIOD-START
                   MOVE 1 TO WS-PRIOR-EVENTS
               END-IF
               IF PM-VALID-TO NOT > WS-PERIOD-END
                   AND (WS-RELEASED-IN-PERIOD = "N"
                       OR PM-VALID-TO < WS-RELEASE-DATE)
                   MOVE 1 TO WS-HELD-EVENTS
               END-IF
           ELSE IF WS-PASS-EVENTS = 0
               MOVE "Y" TO WS-NO-EVENTS.

       TALLY-PASS-EVENT.
           MOVE "Y" TO WS-IN-WINDOW.
           IF PM-EVENT-CODE NOT = "ALL"
                   AND PM-EVENT-CODE NOT = WS-EVT-CODE(WS-EVT-IDX)
               MOVE "N" TO WS-IN-WINDOW.
           IF PM-VALID-FROM NOT = 0
                   AND WS-EVT-DATE(WS-EVT-IDX) < PM-VALID-FROM
               MOVE "N" TO WS-IN-WINDOW.
           IF PM-VALID-TO NOT = 0
                   AND WS-EVT-DATE(WS-EVT-IDX) > PM-VALID-TO
               MOVE "N" TO WS-IN-WINDOW.
           IF WS-IN-WINDOW = "Y"
               ADD 1 TO WS-PASS-EVENTS
               IF WS-EVT-DATE(WS-EVT-IDX) < WS-PERIOD-START
                   ADD 1 TO WS-PRIOR-EVENTS
               END-IF
               IF WS-EVT-DATE(WS-EVT-IDX) NOT > WS-PERIOD-END
                   AND (WS-RELEASED-IN-PERIOD = "N"
                       OR WS-EVT-DATE(WS-EVT-IDX) < WS-RELEASE-DATE)
                   ADD 1 TO WS-HELD-EVENTS
               END-IF.

       PRINT-PASS-LINE.
           ADD 1 TO WS-PASS-LISTED-COUNT.
           ADD WS-OPENING TO WS-TOT-OPENING.
           ADD WS-ADDED TO WS-TOT-ADDED.
           ADD WS-RECOGNIZED TO WS-TOT-RECOGNIZED.
           ADD WS-RELEASED TO WS-TOT-RELEASED.
           ADD WS-CLOSING TO WS-TOT-CLOSING.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE PM-PASS-NUM TO WS-RPT-LINE(1:10).
           MOVE PM-EVENT-CODE TO WS-RPT-LINE(13:4).
           IF WS-NO-EVENTS = "N"
               MOVE WS-PASS-EVENTS TO WS-COUNT-DISPLAY
               MOVE WS-COUNT-DISPLAY TO WS-RPT-LINE(20:4)
               MOVE WS-HELD-EVENTS TO WS-COUNT-DISPLAY
               MOVE WS-COUNT-DISPLAY TO WS-RPT-LINE(26:4).
           MOVE WS-OPENING TO WS-AMOUNT-DISPLAY.
           MOVE WS-AMOUNT-DISPLAY TO WS-RPT-LINE(31:14).
           MOVE WS-ADDED TO WS-AMOUNT-DISPLAY.
           MOVE WS-AMOUNT-DISPLAY TO WS-RPT-LINE(46:14).
           MOVE WS-RECOGNIZED TO WS-AMOUNT-DISPLAY.
           MOVE WS-AMOUNT-DISPLAY TO WS-RPT-LINE(61:14).
           MOVE WS-RELEASED TO WS-AMOUNT-DISPLAY.
           MOVE WS-AMOUNT-DISPLAY TO WS-RPT-LINE(76:14).
           MOVE WS-CLOSING TO WS-AMOUNT-DISPLAY.
           MOVE WS-AMOUNT-DISPLAY TO WS-RPT-LINE(91:14).
           IF WS-RELEASED-IN-PERIOD = "Y"
               STRING "RELEASED " WS-RELEASE-DATE
                   DELIMITED BY SIZE INTO WS-RPT-LINE(107:)
           ELSE IF WS-NO-EVENTS = "Y"
               MOVE "NO EVENTS IN WINDOW" TO WS-RPT-LINE(107:)
           ELSE IF WS-SOLD-IN-PERIOD = "Y"
               MOVE "SOLD THIS PERIOD" TO WS-RPT-LINE(107:).
           PERFORM WRITE-REPORT-LINE.

       PRINT-SCHEDULE-TOTALS.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE "TOTAL" TO WS-RPT-LINE(1:5).
           MOVE WS-TOT-OPENING TO WS-AMOUNT-DISPLAY.
           MOVE WS-AMOUNT-DISPLAY TO WS-RPT-LINE(31:14).
           MOVE WS-TOT-ADDED TO WS-AMOUNT-DISPLAY.
           MOVE WS-AMOUNT-DISPLAY TO WS-RPT-LINE(46:14).
           MOVE WS-TOT-RECOGNIZED TO WS-AMOUNT-DISPLAY.
           MOVE WS-AMOUNT-DISPLAY TO WS-RPT-LINE(61:14).
           MOVE WS-TOT-RELEASED TO WS-AMOUNT-DISPLAY.
           MOVE WS-AMOUNT-DISPLAY TO WS-RPT-LINE(76:14).
           MOVE WS-TOT-CLOSING TO WS-AMOUNT-DISPLAY.
           MOVE WS-AMOUNT-DISPLAY TO WS-RPT-LINE(91:14).
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-PASS-LISTED-COUNT TO WS-NUMBER-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "PASSES SCHEDULED: " WS-NUMBER-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF WS-UNDATED-COUNT > 0
               MOVE WS-UNDATED-COUNT TO WS-NUMBER-DISPLAY
               MOVE SPACES TO WS-RPT-LINE
               STRING "** " WS-NUMBER-DISPLAY
                   " DEACTIVATED PASSES WITH NO DEACTIVATION DATE"
                   " ON PASSDEACT.DAT - NOT SCHEDULED **"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE.
           IF WS-EVT-OVERFLOW-COUNT > 0
               MOVE WS-EVT-OVERFLOW-COUNT TO WS-NUMBER-DISPLAY
               MOVE SPACES TO WS-RPT-LINE
               STRING "** EVENT TABLE FULL - " WS-NUMBER-DISPLAY
                   " EVENTS NOT INCLUDED - SCHEDULE INCOMPLETE **"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 8 TO RETURN-CODE.
           IF WS-SALE-OVERFLOW-COUNT > 0
               MOVE WS-SALE-OVERFLOW-COUNT TO WS-NUMBER-DISPLAY
               MOVE SPACES TO WS-RPT-LINE
               STRING "** PASS SALE TABLE FULL - " WS-NUMBER-DISPLAY
                   " SALES NOT INCLUDED - SCHEDULE INCOMPLETE **"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 8 TO RETURN-CODE.
           IF WS-DEACT-OVERFLOW-COUNT > 0
               MOVE WS-DEACT-OVERFLOW-COUNT TO WS-NUMBER-DISPLAY
               MOVE SPACES TO WS-RPT-LINE
               STRING "** DEACTIVATION TABLE FULL - " WS-NUMBER-DISPLAY
                   " ENTRIES NOT INCLUDED - SCHEDULE INCOMPLETE **"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 8 TO RETURN-CODE.

       WRITE-REPORT-LINE.
           DISPLAY WS-RPT-LINE.
           MOVE WS-RPT-LINE TO RPT-LINE.
           WRITE RPT-LINE.

       END PROGRAM LAB4-PASS-DEFERRAL.
