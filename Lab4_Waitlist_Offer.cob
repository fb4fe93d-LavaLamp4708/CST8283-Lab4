      ******************************************************************
      * Author: Peter Stainforth
      * Date: 2026-10-15
      * Purpose: Lab4 nightly waitlist offer run - settles last
      *          night's offers (taken up, or lapsed and their held
      *          seats given back), works out the seats each event
      *          section has free from TICKETSALES.DAT and the live
      *          bookings, and offers them to the waitlist oldest
      *          request first. Each offer is booked on
      *          RESERVATIONS.DAT so the window redeems it like any
      *          other reservation; the offer list for the phone
      *          calls goes to WAITOFFER.DAT. Runs after
      *          LAB4-RES-EXPIRY so expired bookings are freed first
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB4-WAITLIST-OFFER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WAITLIST-FILE ASSIGN TO "WAITLIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WL-FILE-STATUS.
           SELECT RESERVATION-FILE ASSIGN TO "RESERVATIONS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RES-FILE-STATUS.
           SELECT TICKET-SALES-FILE ASSIGN TO "TICKETSALES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TS-SEQ-NUM
               FILE STATUS IS WS-TS-FILE-STATUS.
           SELECT EVENT-FILE ASSIGN TO "EVENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-FILE-STATUS.
           SELECT SECTION-FILE ASSIGN TO "SECTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECTION-FILE-STATUS.
           SELECT PRICE-SCHEDULE-FILE
               ASSIGN TO DYNAMIC WS-PRICE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICE-FILE-STATUS.
           SELECT OFFER-REPORT-FILE ASSIGN TO "WAITOFFER.DAT"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  WAITLIST-FILE.
       01  WL-RECORD.
           05 WL-WAIT-NUM          PIC 9(5).
           05 WL-DATE              PIC 9(8).
           05 WL-TIME              PIC 9(8).
           05 WL-NAME              PIC X(20).
           05 WL-CONTACT           PIC X(30).
           05 WL-EVENT-CODE        PIC X(4).
           05 WL-SECTION-CODE      PIC X(3).
           05 WL-CATEGORY          PIC A(1).
           05 WL-QTY               PIC 9(3).
           05 WL-OPERATOR-ID       PIC X(8).
           05 WL-STATUS            PIC A(1).
           05 WL-RES-NUM           PIC 9(5).
           05 WL-OFFER-DATE        PIC 9(8).
           05 WL-HOLD-DATE         PIC 9(8).
           05 WL-HOLD-TIME         PIC 9(4).

       FD  RESERVATION-FILE.
       01  RV-RECORD.
           05 RV-RES-NUM           PIC 9(5).
           05 RV-GROUP-NAME        PIC X(20).
           05 RV-EVENT-CODE        PIC X(4).
           05 RV-EVENT-DATE        PIC 9(8).
           05 RV-SECTION-CODE      PIC X(3).
           05 RV-FAMILY-QTY        PIC 9(3).
           05 RV-ADULT-QTY         PIC 9(3).
           05 RV-STUDENT-QTY       PIC 9(3).
           05 RV-YOUTH-QTY         PIC 9(3).
           05 RV-CHILD-QTY         PIC 9(3).
           05 RV-MILITARY-QTY      PIC 9(3).
           05 RV-FAMILY-PRICE      PIC 9(3)V99.
           05 RV-ADULT-PRICE       PIC 9(3)V99.
           05 RV-STUDENT-PRICE     PIC 9(3)V99.
           05 RV-YOUTH-PRICE       PIC 9(3)V99.
           05 RV-CHILD-PRICE       PIC 9(3)V99.
           05 RV-MILITARY-PRICE    PIC 9(3)V99.
           05 RV-DEPOSIT           PIC 9(5)V99.
           05 RV-CUTOFF-TIME       PIC 9(4).
           05 RV-STATUS            PIC A(1).

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

       FD  EVENT-FILE.
       01  EV-RECORD.
           05 EV-CODE               PIC X(4).
           05 FILLER                PIC X.
           05 EV-DATE               PIC 9(8).
           05 FILLER                PIC X.
           05 EV-CAPACITY           PIC 9(5).
           05 FILLER                PIC X.
           05 EV-PRICE-FILE         PIC X(30).

       FD  SECTION-FILE.
       01  SEC-RECORD.
           05 SEC-CODE              PIC X(3).
           05 FILLER                PIC X.
           05 SEC-DESC              PIC X(20).
           05 FILLER                PIC X.
           05 SEC-CAPACITY          PIC 9(5).

       FD  PRICE-SCHEDULE-FILE.
       01  PS-RECORD.
           05 PS-EFFECTIVE-DATE     PIC 9(8).
           05 FILLER                PIC X.
           05 PS-FAMILY-PRICE-ED    PIC 99.99.
           05 FILLER                PIC X.
           05 PS-ADULT-PRICE-ED     PIC 99.99.
           05 FILLER                PIC X.
           05 PS-STUDENT-PRICE-ED   PIC 99.99.
           05 FILLER                PIC X.
           05 PS-YOUTH-PRICE-ED     PIC 99.99.
           05 FILLER                PIC X.
           05 PS-MILITARY-PRICE-ED  PIC 99.99.

       FD  OFFER-REPORT-FILE.
       01  RPT-LINE                PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-WL-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-RES-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-TS-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-EVENT-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-SECTION-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-PRICE-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-PRICE-FILENAME    PIC X(30) VALUE "PRICESCHEDULE.DAT".
       01 WS-WL-EOF PIC 9(1) VALUE 0.
       01 WS-RES-EOF PIC 9(1) VALUE 0.
       01 WS-TS-EOF PIC 9(1) VALUE 0.
       01 WS-EVENT-EOF PIC 9(1) VALUE 0.
       01 WS-SECTION-EOF PIC 9(1) VALUE 0.
       01 WS-PRICE-EOF PIC 9(1) VALUE 0.
       01 WS-RPT-LINE               PIC X(100).

       01 WS-RUN-DATE               PIC 9(8) VALUE 0.
       01 WS-BEST-EFFECTIVE-DATE    PIC 9(8) VALUE 0.

      ******************************************************************
      * Run parameters: how many days an offer holds its seats, and
      * the time on the event day itself that the hold (and the no-
      * show cutoff on the booking) runs out.
      ******************************************************************
       01 WS-HOLD-DAYS              PIC 9(2) VALUE 0.
       01 WS-DEFAULT-HOLD-DAYS      PIC 9(2) VALUE 02.
       01 WS-EVENT-DAY-CUTOFF       PIC 9(4) VALUE 0.
       01 WS-DEFAULT-EVENT-CUTOFF   PIC 9(4) VALUE 1800.
       01 WS-END-OF-DAY             PIC 9(4) VALUE 2359.

       01 WS-PRICING.
           05 WS-FAMILY-PRICE      PIC 9(2)V99 VALUE 80.00.
           05 WS-ADULT-PRICE       PIC 9(2)V99 VALUE 25.00.
           05 WS-STUDENT-PRICE     PIC 9(2)V99 VALUE 19.00.
           05 WS-YOUTH-PRICE       PIC 9(2)V99 VALUE 16.00.
           05 WS-MILITARY-PRICE    PIC 9(2)V99 VALUE 12.50.

       01 WS-EVENT-COUNT PIC 9(3) VALUE 0.
       01 WS-EVENT-TABLE.
           05 WS-EVENT-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-EVENT-IDX.
               10 WS-EVENT-ENTRY-CODE       PIC X(4).
               10 WS-EVENT-ENTRY-DATE       PIC 9(8).
               10 WS-EVENT-ENTRY-CAPACITY   PIC 9(5).
               10 WS-EVENT-ENTRY-PRICE-FILE PIC X(30).
               10 WS-EVENT-ENTRY-SOLD       PIC S9(5).
               10 WS-EVENT-ENTRY-HELD       PIC 9(5).
       01 WS-EVENT-CODE      PIC X(4) VALUE SPACES.
       01 WS-EVENT-FOUND     PIC A(1) VALUE "N".
       01 WS-EVENT-CAPACITY  PIC 9(5) VALUE 0.

       01 WS-SECTION-COUNT PIC 9(2) VALUE 0.
       01 WS-SECTION-TABLE.
           05 WS-SECTION-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-SECTION-IDX.
               10 WS-SECTION-ENTRY-CODE     PIC X(3).
               10 WS-SECTION-ENTRY-CAPACITY PIC 9(5).
       01 WS-SECTION-CODE    PIC X(3) VALUE SPACES.
       01 WS-SECTION-FOUND   PIC A(1) VALUE "N".

      ******************************************************************
      * Seats per event/section: net sold, held by live bookings, and
      * whether an older request that did not fit is still waiting -
      * a later request may not jump it.
      ******************************************************************
       01 WS-SEAT-COUNT PIC 9(4) VALUE 0.
       01 WS-SEAT-TABLE.
           05 WS-SEAT-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-SEAT-IDX.
               10 WS-SEAT-EVENT        PIC X(4).
               10 WS-SEAT-SECTION      PIC X(3).
               10 WS-SEAT-SOLD         PIC S9(5).
               10 WS-SEAT-HELD         PIC 9(5).
               10 WS-SEAT-BLOCKED      PIC A(1).
       01 WS-SEAT-FOUND      PIC A(1) VALUE "N".
       01 WS-SEAT-DELTA      PIC S9(1) VALUE 0.
       01 WS-SECTION-FREE    PIC S9(6) VALUE 0.
       01 WS-EVENT-FREE      PIC S9(6) VALUE 0.

      ******************************************************************
      * Offers outstanding from earlier runs, with what became of
      * their booking: U taken up at the window, A still held, L
      * lapsed tonight, X booking gone some other way.
      ******************************************************************
       01 WS-OFFER-COUNT PIC 9(3) VALUE 0.
       01 WS-OFFER-TABLE.
           05 WS-OFFER-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-OFFER-IDX.
               10 WS-OFFER-RES-NUM     PIC 9(5).
               10 WS-OFFER-HOLD-DATE   PIC 9(8).
               10 WS-OFFER-OUTCOME     PIC A(1).
       01 WS-OFFER-FOUND     PIC A(1) VALUE "N".

       01 WS-HIGH-RES-NUM    PIC 9(5) VALUE 0.
       01 WS-RES-SEAT-TOTAL  PIC 9(4) VALUE 0.
       01 WS-TABLE-OVERFLOW-COUNT PIC 9(5) VALUE 0.
       01 WS-WORK-RES-NUM    PIC 9(5) VALUE 0.

       01 WS-HOLD-DATE       PIC 9(8) VALUE 0.
       01 WS-HOLD-TIME       PIC 9(4) VALUE 0.
       01 WS-HD-DATE.
           05 WS-HD-YEAR     PIC 9(4).
           05 WS-HD-MONTH    PIC 9(2).
           05 WS-HD-DAY      PIC 9(2).
       01 WS-HD-MONTH-DAYS   PIC 9(2) VALUE 0.
       01 WS-HD-QUOTIENT     PIC 9(4) VALUE 0.
       01 WS-HD-REMAINDER    PIC 9(3) VALUE 0.

       01 WS-RUN-TOTALS.
           05 WS-WAITING-READ      PIC 9(5) VALUE 0.
           05 WS-OFFERS-MADE       PIC 9(5) VALUE 0.
           05 WS-SEATS-OFFERED     PIC 9(6) VALUE 0.
           05 WS-OFFERS-TAKEN      PIC 9(5) VALUE 0.
           05 WS-OFFERS-LAPSED     PIC 9(5) VALUE 0.
           05 WS-SEATS-RELEASED    PIC 9(6) VALUE 0.
           05 WS-STILL-WAITING     PIC 9(5) VALUE 0.
           05 WS-EVENT-PASSED      PIC 9(5) VALUE 0.
           05 WS-NOT-OFFERABLE     PIC 9(5) VALUE 0.
       01 WS-OFFER-HEADING   PIC A(1) VALUE "N".
       01 WS-LAPSE-HEADING   PIC A(1) VALUE "N".

       01 WS-WAIT-DISPLAY    PIC ZZZZ9.
       01 WS-RES-DISPLAY     PIC ZZZZ9.
       01 WS-QTY-DISPLAY     PIC ZZ9.
       01 WS-COUNT-DISPLAY   PIC ZZZZ9.
       01 WS-HOLD-DISPLAY    PIC 9(8).
       01 WS-TIME-DISPLAY    PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY "ENTER OFFER HOLD DAYS (0 FOR "
               WS-DEFAULT-HOLD-DAYS "): " WITH NO ADVANCING.
           ACCEPT WS-HOLD-DAYS.
           IF WS-HOLD-DAYS = 0
               MOVE WS-DEFAULT-HOLD-DAYS TO WS-HOLD-DAYS.
           DISPLAY "ENTER EVENT DAY HOLD CUTOFF HHMM (0 FOR "
               WS-DEFAULT-EVENT-CUTOFF "): " WITH NO ADVANCING.
           ACCEPT WS-EVENT-DAY-CUTOFF.
           IF WS-EVENT-DAY-CUTOFF = 0 OR WS-EVENT-DAY-CUTOFF > 2359
               MOVE WS-DEFAULT-EVENT-CUTOFF TO WS-EVENT-DAY-CUTOFF.
           OPEN OUTPUT OFFER-REPORT-FILE.
           MOVE "NIGHTLY WAITLIST OFFER RUN" TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "RUN DATE: " WS-RUN-DATE
               "   HOLD DAYS: " WS-HOLD-DAYS
               "   EVENT DAY CUTOFF: " WS-EVENT-DAY-CUTOFF
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM LOAD-EVENTS.
           PERFORM LOAD-SECTIONS.
           PERFORM LOAD-OUTSTANDING-OFFERS.
           PERFORM SETTLE-OFFER-BOOKINGS.
           PERFORM COUNT-SEATS-SOLD.
           IF WS-TABLE-OVERFLOW-COUNT > 0
               PERFORM CANCEL-OVERFLOW-RUN.
           PERFORM OFFER-FREED-SEATS.
           PERFORM PRINT-RUN-TOTALS.
           CLOSE OFFER-REPORT-FILE.
           STOP RUN.

      ******************************************************************
      * Master tables
      ******************************************************************
       LOAD-EVENTS.
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
           IF WS-EVENT-COUNT < 200
               ADD 1 TO WS-EVENT-COUNT
               SET WS-EVENT-IDX TO WS-EVENT-COUNT
               MOVE EV-CODE TO WS-EVENT-ENTRY-CODE(WS-EVENT-IDX)
               MOVE EV-DATE TO WS-EVENT-ENTRY-DATE(WS-EVENT-IDX)
               MOVE EV-CAPACITY TO WS-EVENT-ENTRY-CAPACITY(WS-EVENT-IDX)
               MOVE EV-PRICE-FILE TO
                   WS-EVENT-ENTRY-PRICE-FILE(WS-EVENT-IDX)
               MOVE 0 TO WS-EVENT-ENTRY-SOLD(WS-EVENT-IDX)
               MOVE 0 TO WS-EVENT-ENTRY-HELD(WS-EVENT-IDX)
           ELSE
               ADD 1 TO WS-TABLE-OVERFLOW-COUNT.
           PERFORM READ-EVENT-RECORD.

       FIND-EVENT-ENTRY.
           MOVE "N" TO WS-EVENT-FOUND.
           PERFORM MATCH-EVENT-ENTRY
               VARYING WS-EVENT-IDX FROM 1 BY 1
               UNTIL WS-EVENT-IDX > WS-EVENT-COUNT
                   OR WS-EVENT-FOUND = "Y".
           IF WS-EVENT-FOUND = "Y"
               SET WS-EVENT-IDX DOWN BY 1.

       MATCH-EVENT-ENTRY.
           IF WS-EVENT-ENTRY-CODE(WS-EVENT-IDX) = WS-EVENT-CODE
               MOVE "Y" TO WS-EVENT-FOUND.

       LOAD-SECTIONS.
           MOVE 0 TO WS-SECTION-EOF.
           OPEN INPUT SECTION-FILE.
           IF WS-SECTION-FILE-STATUS = "00"
               PERFORM READ-SECTION-RECORD
               PERFORM ADD-SECTION-ENTRY UNTIL WS-SECTION-EOF = 1
               CLOSE SECTION-FILE.

       READ-SECTION-RECORD.
           READ SECTION-FILE
               AT END MOVE 1 TO WS-SECTION-EOF.

       ADD-SECTION-ENTRY.
           IF WS-SECTION-COUNT < 50
               ADD 1 TO WS-SECTION-COUNT
               SET WS-SECTION-IDX TO WS-SECTION-COUNT
               MOVE SEC-CODE TO WS-SECTION-ENTRY-CODE(WS-SECTION-IDX)
               MOVE SEC-CAPACITY TO
                   WS-SECTION-ENTRY-CAPACITY(WS-SECTION-IDX)
           ELSE
               ADD 1 TO WS-TABLE-OVERFLOW-COUNT.
           PERFORM READ-SECTION-RECORD.

       FIND-SECTION-ENTRY.
           MOVE "N" TO WS-SECTION-FOUND.
           PERFORM MATCH-SECTION-ENTRY
               VARYING WS-SECTION-IDX FROM 1 BY 1
               UNTIL WS-SECTION-IDX > WS-SECTION-COUNT
                   OR WS-SECTION-FOUND = "Y".
           IF WS-SECTION-FOUND = "Y"
               SET WS-SECTION-IDX DOWN BY 1.

       MATCH-SECTION-ENTRY.
           IF WS-SECTION-ENTRY-CODE(WS-SECTION-IDX) = WS-SECTION-CODE
               MOVE "Y" TO WS-SECTION-FOUND.

      ******************************************************************
      * Finds the event/section seat entry, adding it when first met;
      * WS-SEAT-FOUND stays "N" only when the table is full.
      ******************************************************************
       FIND-SEAT-ENTRY.
           MOVE "N" TO WS-SEAT-FOUND.
           PERFORM MATCH-SEAT-ENTRY
               VARYING WS-SEAT-IDX FROM 1 BY 1
               UNTIL WS-SEAT-IDX > WS-SEAT-COUNT
                   OR WS-SEAT-FOUND = "Y".
           IF WS-SEAT-FOUND = "Y"
               SET WS-SEAT-IDX DOWN BY 1
           ELSE IF WS-SEAT-COUNT < 1000
               ADD 1 TO WS-SEAT-COUNT
               SET WS-SEAT-IDX TO WS-SEAT-COUNT
               MOVE WS-EVENT-CODE TO WS-SEAT-EVENT(WS-SEAT-IDX)
               MOVE WS-SECTION-CODE TO WS-SEAT-SECTION(WS-SEAT-IDX)
               MOVE 0 TO WS-SEAT-SOLD(WS-SEAT-IDX)
               MOVE 0 TO WS-SEAT-HELD(WS-SEAT-IDX)
               MOVE "N" TO WS-SEAT-BLOCKED(WS-SEAT-IDX)
               MOVE "Y" TO WS-SEAT-FOUND
           ELSE
               ADD 1 TO WS-TABLE-OVERFLOW-COUNT.

       MATCH-SEAT-ENTRY.
           IF WS-SEAT-EVENT(WS-SEAT-IDX) = WS-EVENT-CODE
                   AND WS-SEAT-SECTION(WS-SEAT-IDX) = WS-SECTION-CODE
               MOVE "Y" TO WS-SEAT-FOUND.

      ******************************************************************
      * Earlier offers
      ******************************************************************
       LOAD-OUTSTANDING-OFFERS.
           MOVE 0 TO WS-WL-EOF.
           OPEN INPUT WAITLIST-FILE.
           IF WS-WL-FILE-STATUS = "00"
               PERFORM READ-WAITLIST-RECORD
               PERFORM NOTE-OUTSTANDING-OFFER UNTIL WS-WL-EOF = 1
               CLOSE WAITLIST-FILE.

       READ-WAITLIST-RECORD.
           READ WAITLIST-FILE
               AT END MOVE 1 TO WS-WL-EOF.

       NOTE-OUTSTANDING-OFFER.
           IF WL-STATUS = "O"
               IF WS-OFFER-COUNT < 500
                   ADD 1 TO WS-OFFER-COUNT
                   SET WS-OFFER-IDX TO WS-OFFER-COUNT
                   MOVE WL-RES-NUM TO WS-OFFER-RES-NUM(WS-OFFER-IDX)
                   MOVE WL-HOLD-DATE TO
                       WS-OFFER-HOLD-DATE(WS-OFFER-IDX)
                   MOVE "X" TO WS-OFFER-OUTCOME(WS-OFFER-IDX)
               ELSE
                   ADD 1 TO WS-TABLE-OVERFLOW-COUNT.
           PERFORM READ-WAITLIST-RECORD.

       FIND-OFFER-ENTRY.
           MOVE "N" TO WS-OFFER-FOUND.
           PERFORM MATCH-OFFER-ENTRY
               VARYING WS-OFFER-IDX FROM 1 BY 1
               UNTIL WS-OFFER-IDX > WS-OFFER-COUNT
                   OR WS-OFFER-FOUND = "Y".
           IF WS-OFFER-FOUND = "Y"
               SET WS-OFFER-IDX DOWN BY 1.

       MATCH-OFFER-ENTRY.
           IF WS-OFFER-RES-NUM(WS-OFFER-IDX) = WS-WORK-RES-NUM
               MOVE "Y" TO WS-OFFER-FOUND.

      ******************************************************************
      * One pass of the booking file settles each earlier offer: a
      * redeemed booking means the offer was taken up; a booking
      * still live past its hold date is cancelled so its seats go
      * back to the pool tonight. Live bookings left after that are
      * the seats held against each section, and the highest
      * booking number is kept for the new offers.
      ******************************************************************
       SETTLE-OFFER-BOOKINGS.
           MOVE 0 TO WS-RES-EOF.
           OPEN I-O RESERVATION-FILE.
           IF WS-RES-FILE-STATUS = "00"
               PERFORM READ-RESERVATION-RECORD
               PERFORM SETTLE-ONE-BOOKING UNTIL WS-RES-EOF = 1
               CLOSE RESERVATION-FILE.

       READ-RESERVATION-RECORD.
           READ RESERVATION-FILE
               AT END MOVE 1 TO WS-RES-EOF.

       SETTLE-ONE-BOOKING.
           IF RV-RES-NUM > WS-HIGH-RES-NUM
               MOVE RV-RES-NUM TO WS-HIGH-RES-NUM.
           MOVE RV-RES-NUM TO WS-WORK-RES-NUM.
           PERFORM FIND-OFFER-ENTRY.
           IF WS-OFFER-FOUND = "Y"
               IF RV-STATUS = "U"
                   MOVE "U" TO WS-OFFER-OUTCOME(WS-OFFER-IDX)
               ELSE IF RV-STATUS = "A"
                       AND WS-OFFER-HOLD-DATE(WS-OFFER-IDX)
                           < WS-RUN-DATE
                   MOVE "X" TO RV-STATUS
                   REWRITE RV-RECORD
                   MOVE "L" TO WS-OFFER-OUTCOME(WS-OFFER-IDX)
               ELSE IF RV-STATUS = "A"
                   MOVE "A" TO WS-OFFER-OUTCOME(WS-OFFER-IDX).
           IF RV-STATUS = "A"
               PERFORM HOLD-RESERVED-SEATS.
           PERFORM READ-RESERVATION-RECORD.

       HOLD-RESERVED-SEATS.
           MOVE RV-EVENT-CODE TO WS-EVENT-CODE.
           PERFORM FIND-EVENT-ENTRY.
           IF WS-EVENT-FOUND = "Y"
               COMPUTE WS-RES-SEAT-TOTAL = RV-FAMILY-QTY
                   + RV-ADULT-QTY + RV-STUDENT-QTY + RV-YOUTH-QTY
                   + RV-CHILD-QTY + RV-MILITARY-QTY
               ADD WS-RES-SEAT-TOTAL TO
                   WS-EVENT-ENTRY-HELD(WS-EVENT-IDX)
               MOVE RV-SECTION-CODE TO WS-SECTION-CODE
               PERFORM FIND-SEAT-ENTRY
               IF WS-SEAT-FOUND = "Y"
                   ADD WS-RES-SEAT-TOTAL TO WS-SEAT-HELD(WS-SEAT-IDX).

      ******************************************************************
      * Net seats sold per event and per event/section - voids give
      * their seat back.
      ******************************************************************
       COUNT-SEATS-SOLD.
           MOVE 0 TO WS-TS-EOF.
           OPEN INPUT TICKET-SALES-FILE.
           IF WS-TS-FILE-STATUS = "00"
               PERFORM READ-TICKET-SALE
               PERFORM TALLY-TICKET-SEAT UNTIL WS-TS-EOF = 1
               CLOSE TICKET-SALES-FILE.

       READ-TICKET-SALE.
           READ TICKET-SALES-FILE
               AT END MOVE 1 TO WS-TS-EOF.

       TALLY-TICKET-SEAT.
           MOVE TS-EVENT-CODE TO WS-EVENT-CODE.
           PERFORM FIND-EVENT-ENTRY.
           IF WS-EVENT-FOUND = "Y"
               IF TS-VOID-FLAG = "Y"
                   MOVE -1 TO WS-SEAT-DELTA
               ELSE
                   MOVE 1 TO WS-SEAT-DELTA
               END-IF
               ADD WS-SEAT-DELTA TO WS-EVENT-ENTRY-SOLD(WS-EVENT-IDX)
               MOVE TS-SECTION-CODE TO WS-SECTION-CODE
               PERFORM FIND-SEAT-ENTRY
               IF WS-SEAT-FOUND = "Y"
                   ADD WS-SEAT-DELTA TO WS-SEAT-SOLD(WS-SEAT-IDX).
           PERFORM READ-TICKET-SALE.

      ******************************************************************
      * If any table cannot hold the data the seat counts cannot be
      * trusted, so no offers are made. Offers already settled on the
      * booking file are picked up again by the next run.
      ******************************************************************
       CANCEL-OVERFLOW-RUN.
           MOVE WS-TABLE-OVERFLOW-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "** WAITLIST TABLES FULL - " WS-COUNT-DISPLAY
               " ENTRY(S) NOT LOADED - NO OFFERS MADE **"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           CLOSE OFFER-REPORT-FILE.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

      ******************************************************************
      * The waitlist is taken in file order, which is the order the
      * requests were made. Settled offers get their final status;
      * a waiting request is offered its seats if the section and
      * the venue both have room for the whole quantity, otherwise
      * it keeps its place and nobody behind it in that section is
      * offered ahead of it.
      ******************************************************************
       OFFER-FREED-SEATS.
           MOVE 0 TO WS-WL-EOF.
           OPEN I-O WAITLIST-FILE.
           IF WS-WL-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "NO WAITLIST ON FILE" TO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               OPEN EXTEND RESERVATION-FILE
               IF WS-RES-FILE-STATUS NOT = "00"
                   OPEN OUTPUT RESERVATION-FILE
               END-IF
               PERFORM READ-WAITLIST-RECORD
               PERFORM PROCESS-WAITLIST-ENTRY UNTIL WS-WL-EOF = 1
               CLOSE RESERVATION-FILE
               CLOSE WAITLIST-FILE.

       PROCESS-WAITLIST-ENTRY.
           IF WL-STATUS = "O"
               PERFORM SETTLE-WAITLIST-OFFER
           ELSE IF WL-STATUS = "W"
               ADD 1 TO WS-WAITING-READ
               PERFORM CONSIDER-WAITING-ENTRY.
           PERFORM READ-WAITLIST-RECORD.

       SETTLE-WAITLIST-OFFER.
           MOVE WL-RES-NUM TO WS-WORK-RES-NUM.
           PERFORM FIND-OFFER-ENTRY.
           IF WS-OFFER-FOUND = "Y"
               IF WS-OFFER-OUTCOME(WS-OFFER-IDX) = "U"
                   MOVE "R" TO WL-STATUS
                   REWRITE WL-RECORD
                   ADD 1 TO WS-OFFERS-TAKEN
               ELSE IF WS-OFFER-OUTCOME(WS-OFFER-IDX) = "L"
                   MOVE "L" TO WL-STATUS
                   REWRITE WL-RECORD
                   ADD 1 TO WS-OFFERS-LAPSED
                   ADD WL-QTY TO WS-SEATS-RELEASED
                   PERFORM WRITE-LAPSE-LINE
               ELSE IF WS-OFFER-OUTCOME(WS-OFFER-IDX) = "X"
                   MOVE "L" TO WL-STATUS
                   REWRITE WL-RECORD
                   ADD 1 TO WS-OFFERS-LAPSED
                   PERFORM WRITE-LAPSE-LINE.

       CONSIDER-WAITING-ENTRY.
           MOVE WL-EVENT-CODE TO WS-EVENT-CODE.
           MOVE WL-SECTION-CODE TO WS-SECTION-CODE.
           PERFORM FIND-EVENT-ENTRY.
           PERFORM FIND-SECTION-ENTRY.
           IF WS-EVENT-FOUND = "N" OR WS-SECTION-FOUND = "N"
               ADD 1 TO WS-NOT-OFFERABLE
               ADD 1 TO WS-STILL-WAITING
           ELSE IF WS-EVENT-ENTRY-DATE(WS-EVENT-IDX) < WS-RUN-DATE
               MOVE "E" TO WL-STATUS
               REWRITE WL-RECORD
               ADD 1 TO WS-EVENT-PASSED
           ELSE
               PERFORM FIND-SEAT-ENTRY
               IF WS-SEAT-FOUND = "N"
                   ADD 1 TO WS-NOT-OFFERABLE
                   ADD 1 TO WS-STILL-WAITING
               ELSE
                   PERFORM TRY-WAITLIST-OFFER.

       TRY-WAITLIST-OFFER.
           IF WS-EVENT-ENTRY-CAPACITY(WS-EVENT-IDX) > 0
               MOVE WS-EVENT-ENTRY-CAPACITY(WS-EVENT-IDX) TO
                   WS-EVENT-CAPACITY
           ELSE
               MOVE 500 TO WS-EVENT-CAPACITY.
           COMPUTE WS-SECTION-FREE =
               WS-SECTION-ENTRY-CAPACITY(WS-SECTION-IDX)
               - WS-SEAT-SOLD(WS-SEAT-IDX) - WS-SEAT-HELD(WS-SEAT-IDX).
           COMPUTE WS-EVENT-FREE = WS-EVENT-CAPACITY
               - WS-EVENT-ENTRY-SOLD(WS-EVENT-IDX)
               - WS-EVENT-ENTRY-HELD(WS-EVENT-IDX).
           IF WS-SEAT-BLOCKED(WS-SEAT-IDX) = "Y"
               ADD 1 TO WS-STILL-WAITING
           ELSE IF WL-QTY > WS-SECTION-FREE
                   OR WL-QTY > WS-EVENT-FREE
               MOVE "Y" TO WS-SEAT-BLOCKED(WS-SEAT-IDX)
               ADD 1 TO WS-STILL-WAITING
           ELSE
               PERFORM MAKE-WAITLIST-OFFER.

      ******************************************************************
      * The offer is an ordinary booking with no deposit, priced from
      * the event's schedule tonight, for the category the customer
      * asked for. It holds its seats until the hold date - on the
      * event day itself only until the event day cutoff.
      ******************************************************************
       MAKE-WAITLIST-OFFER.
           PERFORM SET-HOLD-EXPIRY.
           MOVE WS-EVENT-ENTRY-PRICE-FILE(WS-EVENT-IDX) TO
               WS-PRICE-FILENAME.
           PERFORM LOAD-PRICE-SCHEDULE.
           ADD 1 TO WS-HIGH-RES-NUM.
           MOVE WS-HIGH-RES-NUM TO RV-RES-NUM.
           MOVE WL-NAME TO RV-GROUP-NAME.
           MOVE WL-EVENT-CODE TO RV-EVENT-CODE.
           MOVE WS-EVENT-ENTRY-DATE(WS-EVENT-IDX) TO RV-EVENT-DATE.
           MOVE WL-SECTION-CODE TO RV-SECTION-CODE.
           MOVE 0 TO RV-FAMILY-QTY.
           MOVE 0 TO RV-ADULT-QTY.
           MOVE 0 TO RV-STUDENT-QTY.
           MOVE 0 TO RV-YOUTH-QTY.
           MOVE 0 TO RV-CHILD-QTY.
           MOVE 0 TO RV-MILITARY-QTY.
           IF WL-CATEGORY = "F"
               MOVE WL-QTY TO RV-FAMILY-QTY
           ELSE IF WL-CATEGORY = "S"
               MOVE WL-QTY TO RV-STUDENT-QTY
           ELSE IF WL-CATEGORY = "Y"
               MOVE WL-QTY TO RV-YOUTH-QTY
           ELSE IF WL-CATEGORY = "C"
               MOVE WL-QTY TO RV-CHILD-QTY
           ELSE IF WL-CATEGORY = "M"
               MOVE WL-QTY TO RV-MILITARY-QTY
           ELSE
               MOVE WL-QTY TO RV-ADULT-QTY.
           MOVE WS-FAMILY-PRICE TO RV-FAMILY-PRICE.
           MOVE WS-ADULT-PRICE TO RV-ADULT-PRICE.
           MOVE WS-STUDENT-PRICE TO RV-STUDENT-PRICE.
           MOVE WS-YOUTH-PRICE TO RV-YOUTH-PRICE.
           MOVE 0 TO RV-CHILD-PRICE.
           MOVE WS-MILITARY-PRICE TO RV-MILITARY-PRICE.
           MOVE 0 TO RV-DEPOSIT.
           MOVE WS-EVENT-DAY-CUTOFF TO RV-CUTOFF-TIME.
           MOVE "A" TO RV-STATUS.
           WRITE RV-RECORD.
           ADD WL-QTY TO WS-SEAT-HELD(WS-SEAT-IDX).
           ADD WL-QTY TO WS-EVENT-ENTRY-HELD(WS-EVENT-IDX).
           MOVE "O" TO WL-STATUS.
           MOVE RV-RES-NUM TO WL-RES-NUM.
           MOVE WS-RUN-DATE TO WL-OFFER-DATE.
           MOVE WS-HOLD-DATE TO WL-HOLD-DATE.
           MOVE WS-HOLD-TIME TO WL-HOLD-TIME.
           REWRITE WL-RECORD.
           ADD 1 TO WS-OFFERS-MADE.
           ADD WL-QTY TO WS-SEATS-OFFERED.
           PERFORM WRITE-OFFER-LINE.

       SET-HOLD-EXPIRY.
           MOVE WS-RUN-DATE TO WS-HD-DATE.
           PERFORM ADVANCE-HOLD-DAY WS-HOLD-DAYS TIMES.
           MOVE WS-HD-DATE TO WS-HOLD-DATE.
           IF WS-HOLD-DATE NOT < WS-EVENT-ENTRY-DATE(WS-EVENT-IDX)
               MOVE WS-EVENT-ENTRY-DATE(WS-EVENT-IDX) TO WS-HOLD-DATE
               MOVE WS-EVENT-DAY-CUTOFF TO WS-HOLD-TIME
           ELSE
               MOVE WS-END-OF-DAY TO WS-HOLD-TIME.

       ADVANCE-HOLD-DAY.
           IF WS-HD-MONTH = 2
               DIVIDE WS-HD-YEAR BY 4 GIVING WS-HD-QUOTIENT
                   REMAINDER WS-HD-REMAINDER
               MOVE 28 TO WS-HD-MONTH-DAYS
               IF WS-HD-REMAINDER = 0
                   MOVE 29 TO WS-HD-MONTH-DAYS
                   DIVIDE WS-HD-YEAR BY 100 GIVING WS-HD-QUOTIENT
                       REMAINDER WS-HD-REMAINDER
                   IF WS-HD-REMAINDER = 0
                       DIVIDE WS-HD-YEAR BY 400 GIVING WS-HD-QUOTIENT
                           REMAINDER WS-HD-REMAINDER
                       IF WS-HD-REMAINDER NOT = 0
                           MOVE 28 TO WS-HD-MONTH-DAYS
                       END-IF
                   END-IF
               END-IF
           ELSE IF WS-HD-MONTH = 4 OR WS-HD-MONTH = 6
                   OR WS-HD-MONTH = 9 OR WS-HD-MONTH = 11
               MOVE 30 TO WS-HD-MONTH-DAYS
           ELSE
               MOVE 31 TO WS-HD-MONTH-DAYS.
           ADD 1 TO WS-HD-DAY.
           IF WS-HD-DAY > WS-HD-MONTH-DAYS
               MOVE 1 TO WS-HD-DAY
               ADD 1 TO WS-HD-MONTH
               IF WS-HD-MONTH > 12
                   MOVE 1 TO WS-HD-MONTH
                   ADD 1 TO WS-HD-YEAR.

       LOAD-PRICE-SCHEDULE.
           MOVE 0 TO WS-PRICE-EOF.
           MOVE 0 TO WS-BEST-EFFECTIVE-DATE.
           OPEN INPUT PRICE-SCHEDULE-FILE.
           IF WS-PRICE-FILE-STATUS = "00"
               PERFORM READ-PRICE-SCHEDULE-RECORD
               PERFORM APPLY-PRICE-SCHEDULE-RECORD
                   UNTIL WS-PRICE-EOF = 1
               CLOSE PRICE-SCHEDULE-FILE.

       READ-PRICE-SCHEDULE-RECORD.
           READ PRICE-SCHEDULE-FILE
               AT END MOVE 1 TO WS-PRICE-EOF.

       APPLY-PRICE-SCHEDULE-RECORD.
           IF PS-EFFECTIVE-DATE NOT > WS-RUN-DATE
                   AND PS-EFFECTIVE-DATE NOT < WS-BEST-EFFECTIVE-DATE
               MOVE PS-EFFECTIVE-DATE TO WS-BEST-EFFECTIVE-DATE
               MOVE PS-FAMILY-PRICE-ED TO WS-FAMILY-PRICE
               MOVE PS-ADULT-PRICE-ED TO WS-ADULT-PRICE
               MOVE PS-STUDENT-PRICE-ED TO WS-STUDENT-PRICE
               MOVE PS-YOUTH-PRICE-ED TO WS-YOUTH-PRICE
               MOVE PS-MILITARY-PRICE-ED TO WS-MILITARY-PRICE.
           PERFORM READ-PRICE-SCHEDULE-RECORD.

      ******************************************************************
      * Report lines
      ******************************************************************
       WRITE-OFFER-LINE.
           IF WS-OFFER-HEADING = "N"
               MOVE "Y" TO WS-OFFER-HEADING
               MOVE SPACES TO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "OFFERS TO MAKE - CALL THESE CUSTOMERS"
                   TO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING "WAIT# NAME                 "
                   "CONTACT                        "
                   "EVNT SEC QTY  RES# HOLD UNTIL"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE.
           MOVE WL-WAIT-NUM TO WS-WAIT-DISPLAY.
           MOVE WL-QTY TO WS-QTY-DISPLAY.
           MOVE WL-RES-NUM TO WS-RES-DISPLAY.
           MOVE WL-HOLD-DATE TO WS-HOLD-DISPLAY.
           MOVE WL-HOLD-TIME TO WS-TIME-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING WS-WAIT-DISPLAY " " WL-NAME " " WL-CONTACT " "
               WL-EVENT-CODE " " WL-SECTION-CODE " " WS-QTY-DISPLAY
               " " WS-RES-DISPLAY " " WS-HOLD-DISPLAY " "
               WS-TIME-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-LAPSE-LINE.
           IF WS-LAPSE-HEADING = "N"
               MOVE "Y" TO WS-LAPSE-HEADING
               MOVE SPACES TO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "OFFERS LAPSED - SEATS RETURNED TO THE WAITLIST"
                   TO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE.
           MOVE WL-WAIT-NUM TO WS-WAIT-DISPLAY.
           MOVE WL-QTY TO WS-QTY-DISPLAY.
           MOVE WL-RES-NUM TO WS-RES-DISPLAY.
           MOVE WL-HOLD-DATE TO WS-HOLD-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING WS-WAIT-DISPLAY " " WL-NAME " "
               WL-EVENT-CODE " " WL-SECTION-CODE " " WS-QTY-DISPLAY
               " RES " WS-RES-DISPLAY " HELD TO " WS-HOLD-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       PRINT-RUN-TOTALS.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-OFFERS-TAKEN TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "EARLIER OFFERS TAKEN UP:       " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-OFFERS-LAPSED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "EARLIER OFFERS LAPSED:         " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-SEATS-RELEASED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "SEATS RELEASED FROM LAPSES:    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-WAITING-READ TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "REQUESTS WAITING AT START:     " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-OFFERS-MADE TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "OFFERS MADE TONIGHT:           " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-SEATS-OFFERED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "SEATS OFFERED TONIGHT:         " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-STILL-WAITING TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "STILL WAITING:                 " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-NOT-OFFERABLE TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  OF WHICH EVENT/SECTION UNKNOWN: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-EVENT-PASSED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "CLOSED - EVENT PASSED:         " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           DISPLAY WS-RPT-LINE.
           MOVE WS-RPT-LINE TO RPT-LINE.
           WRITE RPT-LINE.
       END PROGRAM LAB4-WAITLIST-OFFER.
