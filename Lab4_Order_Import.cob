      ******************************************************************
      * Author: Peter Stainforth
      * Date: 2026-10-15
      * Purpose: Lab4 phone and web order import - reads the night's
      *          external orders file and checks each order against
      *          the event master, section capacity and the price in
      *          effect on the order date. Accepted orders are posted
      *          to TICKETSALES.DAT one ticket per seat with the same
      *          audit record, receipt and receipt key a window sale
      *          writes, and each ticket gets a SALECHANNEL.DAT record
      *          carrying its sales channel and the external order
      *          number. Rejected orders are listed with the reason
      *          on ORDEREXC.DAT; accepted orders are confirmed on
      *          ORDERCONF.DAT
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB4-ORDER-IMPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-INPUT-FILE ASSIGN TO "EXTORDERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-FILE-STATUS.
           SELECT TICKET-SALES-FILE ASSIGN TO "TICKETSALES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TS-SEQ-NUM
               FILE STATUS IS WS-TS-FILE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AL-FILE-STATUS.
           SELECT RECEIPT-FILE ASSIGN TO "RECEIPTS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-FILE-STATUS.
           SELECT RECEIPT-KEY-FILE ASSIGN TO "RCPTKEY.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RK-FILE-STATUS.
           SELECT SALE-CHANNEL-FILE ASSIGN TO "SALECHANNEL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SC-FILE-STATUS.
           SELECT EVENT-FILE ASSIGN TO "EVENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-FILE-STATUS.
           SELECT SECTION-FILE ASSIGN TO "SECTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECTION-FILE-STATUS.
           SELECT RESERVATION-FILE ASSIGN TO "RESERVATIONS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RES-FILE-STATUS.
           SELECT PRICE-SCHEDULE-FILE
               ASSIGN TO DYNAMIC WS-PRICE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICE-FILE-STATUS.
           SELECT TAX-RATE-FILE ASSIGN TO "TAXRATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-FILE-STATUS.
           SELECT CONFIRM-REPORT-FILE ASSIGN TO "ORDERCONF.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT EXCEPTION-REPORT-FILE ASSIGN TO "ORDEREXC.DAT"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * One order per line as supplied by the phone room and the web
      * shop: channel P or W, one event, section and category, and
      * the unit price the customer was quoted in the same 99.99 form
      * the price schedule files use.
      ******************************************************************
       FD  ORDER-INPUT-FILE.
       01  OI-RECORD.
           05 OI-ORDER-NUM          PIC X(12).
           05 FILLER                PIC X.
           05 OI-CHANNEL            PIC A(1).
           05 FILLER                PIC X.
           05 OI-EVENT-CODE         PIC X(4).
           05 FILLER                PIC X.
           05 OI-SECTION-CODE       PIC X(3).
           05 FILLER                PIC X.
           05 OI-CATEGORY           PIC A(1).
           05 FILLER                PIC X.
           05 OI-QUANTITY           PIC X(3).
           05 FILLER                PIC X.
           05 OI-UNIT-PRICE         PIC X(5).
           05 OI-UNIT-PRICE-ED REDEFINES OI-UNIT-PRICE
                                    PIC 99.99.
           05 FILLER                PIC X.
           05 OI-ORDER-DATE         PIC X(8).
           05 FILLER                PIC X.
           05 OI-CUSTOMER-NAME      PIC X(20).

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

       FD  AUDIT-LOG-FILE.
       01  AL-RECORD.
           05 AL-OPERATOR-ID       PIC X(8).
           05 AL-EVENT-CODE        PIC X(4).
           05 AL-DATE              PIC 9(8).
           05 AL-TIME              PIC 9(8).
           05 AL-CATEGORY          PIC A(1).
           05 AL-PRICE             PIC 9(3)V99.
           05 AL-VOID-FLAG         PIC A(1).
           05 AL-VOID-REASON       PIC X(30).
           05 AL-SEQ-NUM           PIC 9(6).
           05 AL-WINDOW-FILE       PIC X(30).

       FD  RECEIPT-FILE.
       01  RCT-LINE                PIC X(40).

       FD  RECEIPT-KEY-FILE.
       01  RK-RECORD.
           05 RK-SEQ-NUM           PIC 9(6).
           05 RK-EVENT-CODE        PIC X(4).
           05 RK-TYPE              PIC A(1).
           05 RK-REF               PIC X(12).
           05 RK-DATE              PIC 9(8).

      ******************************************************************
      * Sales channel marker, one record per ticket posted by this
      * import. A ticket with no marker was sold at a window (box
      * office); a void carries the channel of its original sale.
      ******************************************************************
       FD  SALE-CHANNEL-FILE.
       01  SC-RECORD.
           05 SC-SEQ-NUM           PIC 9(6).
           05 SC-EVENT-CODE        PIC X(4).
           05 SC-CHANNEL           PIC A(1).
           05 SC-ORDER-NUM         PIC X(12).
           05 SC-ORDER-DATE        PIC 9(8).
           05 SC-POST-DATE         PIC 9(8).

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

       FD  TAX-RATE-FILE.
       01  TX-RECORD.
           05 TX-EFFECTIVE-DATE     PIC 9(8).
           05 FILLER                PIC X.
           05 TX-RATE-ED            PIC 99.99.

       FD  CONFIRM-REPORT-FILE.
       01  RPT-LINE                PIC X(80).

       FD  EXCEPTION-REPORT-FILE.
       01  EXC-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-ORDER-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-TS-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-AL-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-RECEIPT-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-RK-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-SC-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-EVENT-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-SECTION-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-RES-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-PRICE-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-TAX-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-ORDER-EOF PIC 9(1) VALUE 0.
       01 WS-TS-EOF PIC 9(1) VALUE 0.
       01 WS-SC-EOF PIC 9(1) VALUE 0.
       01 WS-EVENT-EOF PIC 9(1) VALUE 0.
       01 WS-SECTION-EOF PIC 9(1) VALUE 0.
       01 WS-RES-EOF PIC 9(1) VALUE 0.
       01 WS-PRICE-EOF PIC 9(1) VALUE 0.
       01 WS-TAX-EOF PIC 9(1) VALUE 0.
       01 WS-RPT-LINE               PIC X(80).
       01 WS-EXC-LINE               PIC X(80).

       01 WS-RUN-DATE         PIC 9(8) VALUE 0.
       01 WS-CHANNEL-OPERATOR PIC X(8) VALUE SPACES.
       01 WS-CHANNEL-DESC     PIC X(5) VALUE SPACES.

       01 WS-CATEGORY PIC A(1).
           88 CHILD        VALUE "C".
           88 TICKET-CATEGORY VALUES "F" "A" "S" "Y" "C" "M".

      ******************************************************************
      * Event, section and per event/section seat counts. Seats sold
      * are net of voids, the same count the window rebuilds at
      * sign-on; every active booking's seats are held because the
      * no-show cutoff only releases them on the day of the event.
      ******************************************************************
       01 WS-EVENT-LIST-COUNT PIC 9(3) VALUE 0.
       01 WS-EVENT-LIST.
           05 WS-EVENT-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-EVENT-IDX.
               10 WS-EVENT-ENTRY-CODE       PIC X(4).
               10 WS-EVENT-ENTRY-DATE       PIC 9(8).
               10 WS-EVENT-ENTRY-CAPACITY   PIC 9(5).
               10 WS-EVENT-ENTRY-PRICE-FILE PIC X(30).
               10 WS-EVENT-ENTRY-SOLD       PIC S9(5).
               10 WS-EVENT-ENTRY-RESERVED   PIC 9(5).
       01 WS-EVENT-FOUND PIC A(1) VALUE "N".
       01 WS-EVENT-CODE  PIC X(4) VALUE SPACES.

       01 WS-SECTION-COUNT PIC 9(2) VALUE 0.
       01 WS-SECTION-TABLE.
           05 WS-SECTION-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-SECTION-IDX.
               10 WS-SECTION-ENTRY-CODE     PIC X(3).
               10 WS-SECTION-ENTRY-CAPACITY PIC 9(5).
       01 WS-SECTION-FOUND PIC A(1) VALUE "N".
       01 WS-SECTION-CODE  PIC X(3) VALUE SPACES.

       01 WS-SEAT-COUNT PIC 9(4) VALUE 0.
       01 WS-SEAT-TABLE.
           05 WS-SEAT-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-SEAT-IDX.
               10 WS-SEAT-EVENT       PIC X(4).
               10 WS-SEAT-SECTION     PIC X(3).
               10 WS-SEAT-SOLD        PIC S9(5).
               10 WS-SEAT-RESERVED    PIC 9(5).
       01 WS-SEAT-FOUND PIC A(1) VALUE "N".
       01 WS-SEAT-DELTA PIC S9(5) VALUE 0.
       01 WS-RES-SEAT-TOTAL PIC 9(5) VALUE 0.

      ******************************************************************
      * Order numbers already posted, from SALECHANNEL.DAT plus those
      * accepted in this run, so a resent order is never sold twice.
      ******************************************************************
       01 WS-ORDER-LIST-COUNT PIC 9(4) VALUE 0.
       01 WS-ORDER-LIST.
           05 WS-ORDER-LIST-NUM PIC X(12) OCCURS 3000 TIMES
                   INDEXED BY WS-ORDER-IDX.
       01 WS-ORDER-FOUND PIC A(1) VALUE "N".
       01 WS-ORDER-NUM   PIC X(12) VALUE SPACES.
       01 WS-TABLE-OVERFLOW-COUNT PIC 9(4) VALUE 0.

       01 WS-TAX-COUNT PIC 9(2) VALUE 0.
       01 WS-TAX-TABLE.
           05 WS-TAX-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-TAX-IDX.
               10 WS-TAX-ENTRY-DATE  PIC 9(8).
               10 WS-TAX-ENTRY-RATE  PIC 9(2)V99.
       01 WS-TAX-RATE        PIC 9(2)V99 VALUE 0.
       01 WS-BEST-TAX-DATE   PIC 9(8) VALUE 0.
       01 WS-TAX-AMOUNT      PIC 9(3)V99 VALUE 0.

       01 WS-PRICE-FILENAME      PIC X(30) VALUE "PRICESCHEDULE.DAT".
       01 WS-BEST-EFFECTIVE-DATE PIC 9(8) VALUE 0.
       01 WS-PRICE-ROW-FOUND     PIC A(1) VALUE "N".
       01 WS-FAMILY-PRICE        PIC 9(3)V99 VALUE 0.
       01 WS-ADULT-PRICE         PIC 9(3)V99 VALUE 0.
       01 WS-STUDENT-PRICE       PIC 9(3)V99 VALUE 0.
       01 WS-YOUTH-PRICE         PIC 9(3)V99 VALUE 0.
       01 WS-MILITARY-PRICE      PIC 9(3)V99 VALUE 0.
       01 WS-LIST-PRICE          PIC 9(3)V99 VALUE 0.
       01 WS-QUOTED-PRICE        PIC 9(3)V99 VALUE 0.

       01 WS-ORDER-VALID     PIC A(1) VALUE "Y".
       01 WS-REJECT-REASON   PIC X(30) VALUE SPACES.
       01 WS-QUANTITY        PIC 9(3) VALUE 0.
       01 WS-ORDER-DATE      PIC 9(8) VALUE 0.
       01 WS-EVENT-CAPACITY  PIC 9(5) VALUE 0.
       01 WS-TICKET-NUM      PIC 9(4) VALUE 0.

       01 WS-HIGH-SEQ-NUM    PIC 9(6) VALUE 0.
       01 WS-FIRST-SEQ       PIC 9(6) VALUE 0.
       01 WS-ORDER-TOTAL     PIC 9(7)V99 VALUE 0.

       01 WS-RECEIPT-LINE   PIC X(40).
       01 WS-RECEIPT-VENUE  PIC X(24)
               VALUE "VENUE001 BOX OFFICE".
       01 WS-FORM-FEED      PIC X(1) VALUE X"0C".
       01 WS-RECEIPT-DATE   PIC 9(8) VALUE 0.
       01 WS-RECEIPT-TIME   PIC 9(8) VALUE 0.
       01 WS-SALE-TOTAL-DUE PIC 9(4)V99 VALUE 0.

       01 WS-ORDERS-READ      PIC 9(5) VALUE 0.
       01 WS-ORDERS-ACCEPTED  PIC 9(5) VALUE 0.
       01 WS-ORDERS-REJECTED  PIC 9(5) VALUE 0.
       01 WS-TICKETS-POSTED   PIC 9(5) VALUE 0.
       01 WS-PHONE-TICKETS    PIC 9(5) VALUE 0.
       01 WS-WEB-TICKETS      PIC 9(5) VALUE 0.
       01 WS-PRICE-TOTAL      PIC 9(7)V99 VALUE 0.
       01 WS-TAX-TOTAL        PIC 9(7)V99 VALUE 0.

       01 WS-PRICE          PIC $$$$9.99.
       01 WS-AMOUNT-EDIT    PIC $$$,$$9.99.
       01 WS-COUNT-DISPLAY  PIC ZZZZ9.
       01 WS-QTY-DISPLAY    PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "PHONE AND WEB ORDER IMPORT".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT CONFIRM-REPORT-FILE.
           OPEN OUTPUT EXCEPTION-REPORT-FILE.
           PERFORM PRINT-REPORT-HEADINGS.
           OPEN INPUT ORDER-INPUT-FILE.
           IF WS-ORDER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - COULD NOT OPEN EXTORDERS.DAT - STATUS: "
                   WS-ORDER-FILE-STATUS
               MOVE "COULD NOT OPEN EXTORDERS.DAT - RUN ABANDONED" TO
                   WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               CLOSE CONFIRM-REPORT-FILE
               CLOSE EXCEPTION-REPORT-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-EVENTS.
           PERFORM LOAD-SECTIONS.
           PERFORM LOAD-TAX-RATES.
           PERFORM LOAD-POSTED-ORDERS.
           PERFORM COUNT-SEATS-SOLD.
           PERFORM COUNT-SEATS-RESERVED.
           IF WS-TABLE-OVERFLOW-COUNT > 0
               PERFORM CANCEL-OVERFLOW-RUN.
           PERFORM OPEN-POSTING-FILES.
           PERFORM READ-ORDER-RECORD.
           PERFORM PROCESS-ORDER-RECORD UNTIL WS-ORDER-EOF = 1.
           CLOSE ORDER-INPUT-FILE.
           CLOSE TICKET-SALES-FILE.
           CLOSE AUDIT-LOG-FILE.
           CLOSE RECEIPT-FILE.
           CLOSE RECEIPT-KEY-FILE.
           CLOSE SALE-CHANNEL-FILE.
           PERFORM PRINT-CONTROL-TOTALS.
           CLOSE CONFIRM-REPORT-FILE.
           CLOSE EXCEPTION-REPORT-FILE.
           IF WS-ORDERS-REJECTED > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE.
           STOP RUN.

       PRINT-REPORT-HEADINGS.
           MOVE "PHONE / WEB ORDER CONFIRMATIONS" TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "RUN DATE: " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "ORDER        CH CUSTOMER             EVNT SEC C QTY"
               "  TICKETS            TOTAL"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "PHONE / WEB ORDER EXCEPTIONS" TO WS-EXC-LINE.
           PERFORM WRITE-EXCEPTION-LINE.
           MOVE SPACES TO WS-EXC-LINE.
           STRING "RUN DATE: " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-EXC-LINE.
           PERFORM WRITE-EXCEPTION-LINE.
           MOVE SPACES TO WS-EXC-LINE.
           PERFORM WRITE-EXCEPTION-LINE.
           MOVE SPACES TO WS-EXC-LINE.
           STRING "ORDER        CH EVNT SEC C QTY  PRICE   "
               "REASON"
               DELIMITED BY SIZE INTO WS-EXC-LINE.
           PERFORM WRITE-EXCEPTION-LINE.

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
           IF WS-EVENT-LIST-COUNT < 200
               ADD 1 TO WS-EVENT-LIST-COUNT
               SET WS-EVENT-IDX TO WS-EVENT-LIST-COUNT
               MOVE EV-CODE TO WS-EVENT-ENTRY-CODE(WS-EVENT-IDX)
               MOVE EV-DATE TO WS-EVENT-ENTRY-DATE(WS-EVENT-IDX)
               MOVE EV-CAPACITY TO
                   WS-EVENT-ENTRY-CAPACITY(WS-EVENT-IDX)
               MOVE EV-PRICE-FILE TO
                   WS-EVENT-ENTRY-PRICE-FILE(WS-EVENT-IDX)
               MOVE 0 TO WS-EVENT-ENTRY-SOLD(WS-EVENT-IDX)
               MOVE 0 TO WS-EVENT-ENTRY-RESERVED(WS-EVENT-IDX)
           ELSE
               ADD 1 TO WS-TABLE-OVERFLOW-COUNT.
           PERFORM READ-EVENT-RECORD.

       FIND-EVENT-ENTRY.
           MOVE "N" TO WS-EVENT-FOUND.
           PERFORM MATCH-EVENT-ENTRY
               VARYING WS-EVENT-IDX FROM 1 BY 1
               UNTIL WS-EVENT-IDX > WS-EVENT-LIST-COUNT
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
      * Every effective-dated tax row is held so each order is taxed
      * at the rate in force on its own order date.
      ******************************************************************
       LOAD-TAX-RATES.
           MOVE 0 TO WS-TAX-EOF.
           OPEN INPUT TAX-RATE-FILE.
           IF WS-TAX-FILE-STATUS = "00"
               PERFORM READ-TAX-RATE-RECORD
               PERFORM ADD-TAX-ENTRY UNTIL WS-TAX-EOF = 1
               CLOSE TAX-RATE-FILE.

       READ-TAX-RATE-RECORD.
           READ TAX-RATE-FILE
               AT END MOVE 1 TO WS-TAX-EOF.

       ADD-TAX-ENTRY.
           IF WS-TAX-COUNT < 50
               ADD 1 TO WS-TAX-COUNT
               SET WS-TAX-IDX TO WS-TAX-COUNT
               MOVE TX-EFFECTIVE-DATE TO WS-TAX-ENTRY-DATE(WS-TAX-IDX)
               MOVE TX-RATE-ED TO WS-TAX-ENTRY-RATE(WS-TAX-IDX)
           ELSE
               ADD 1 TO WS-TABLE-OVERFLOW-COUNT.
           PERFORM READ-TAX-RATE-RECORD.

       LOAD-POSTED-ORDERS.
           MOVE 0 TO WS-SC-EOF.
           OPEN INPUT SALE-CHANNEL-FILE.
           IF WS-SC-FILE-STATUS = "00"
               PERFORM READ-SALE-CHANNEL-RECORD
               PERFORM NOTE-POSTED-ORDER UNTIL WS-SC-EOF = 1
               CLOSE SALE-CHANNEL-FILE.

       READ-SALE-CHANNEL-RECORD.
           READ SALE-CHANNEL-FILE
               AT END MOVE 1 TO WS-SC-EOF.

       NOTE-POSTED-ORDER.
           MOVE SC-ORDER-NUM TO WS-ORDER-NUM.
           PERFORM FIND-POSTED-ORDER.
           IF WS-ORDER-FOUND = "N"
               PERFORM ADD-POSTED-ORDER.
           PERFORM READ-SALE-CHANNEL-RECORD.

       FIND-POSTED-ORDER.
           MOVE "N" TO WS-ORDER-FOUND.
           PERFORM MATCH-POSTED-ORDER
               VARYING WS-ORDER-IDX FROM 1 BY 1
               UNTIL WS-ORDER-IDX > WS-ORDER-LIST-COUNT
                   OR WS-ORDER-FOUND = "Y".

       MATCH-POSTED-ORDER.
           IF WS-ORDER-LIST-NUM(WS-ORDER-IDX) = WS-ORDER-NUM
               MOVE "Y" TO WS-ORDER-FOUND.

       ADD-POSTED-ORDER.
           IF WS-ORDER-LIST-COUNT < 3000
               ADD 1 TO WS-ORDER-LIST-COUNT
               SET WS-ORDER-IDX TO WS-ORDER-LIST-COUNT
               MOVE WS-ORDER-NUM TO WS-ORDER-LIST-NUM(WS-ORDER-IDX)
           ELSE
               ADD 1 TO WS-TABLE-OVERFLOW-COUNT.

      ******************************************************************
      * One pass of the ticket file finds the highest sequence in use
      * and the net seats sold per event and per event/section.
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
           IF TS-SEQ-NUM > WS-HIGH-SEQ-NUM
               MOVE TS-SEQ-NUM TO WS-HIGH-SEQ-NUM.
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
               MOVE 0 TO WS-SEAT-RESERVED(WS-SEAT-IDX)
               MOVE "Y" TO WS-SEAT-FOUND
           ELSE
               ADD 1 TO WS-TABLE-OVERFLOW-COUNT.

       MATCH-SEAT-ENTRY.
           IF WS-SEAT-EVENT(WS-SEAT-IDX) = WS-EVENT-CODE
                   AND WS-SEAT-SECTION(WS-SEAT-IDX) = WS-SECTION-CODE
               MOVE "Y" TO WS-SEAT-FOUND.

       COUNT-SEATS-RESERVED.
           MOVE 0 TO WS-RES-EOF.
           OPEN INPUT RESERVATION-FILE.
           IF WS-RES-FILE-STATUS = "00"
               PERFORM READ-RESERVATION-RECORD
               PERFORM HOLD-RESERVED-SEATS UNTIL WS-RES-EOF = 1
               CLOSE RESERVATION-FILE.

       READ-RESERVATION-RECORD.
           READ RESERVATION-FILE
               AT END MOVE 1 TO WS-RES-EOF.

       HOLD-RESERVED-SEATS.
           IF RV-STATUS = "A"
               MOVE RV-EVENT-CODE TO WS-EVENT-CODE
               PERFORM FIND-EVENT-ENTRY
               IF WS-EVENT-FOUND = "Y"
                   COMPUTE WS-RES-SEAT-TOTAL = RV-FAMILY-QTY
                       + RV-ADULT-QTY + RV-STUDENT-QTY + RV-YOUTH-QTY
                       + RV-CHILD-QTY + RV-MILITARY-QTY
                   ADD WS-RES-SEAT-TOTAL TO
                       WS-EVENT-ENTRY-RESERVED(WS-EVENT-IDX)
                   MOVE RV-SECTION-CODE TO WS-SECTION-CODE
                   PERFORM FIND-SEAT-ENTRY
                   IF WS-SEAT-FOUND = "Y"
                       ADD WS-RES-SEAT-TOTAL TO
                           WS-SEAT-RESERVED(WS-SEAT-IDX).
           PERFORM READ-RESERVATION-RECORD.

      ******************************************************************
      * If any table cannot hold the master data the capacity and
      * duplicate checks cannot be trusted, so nothing is posted.
      ******************************************************************
       CANCEL-OVERFLOW-RUN.
           MOVE WS-TABLE-OVERFLOW-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "** ORDER TABLES FULL - " WS-COUNT-DISPLAY
               " ENTRY(S) NOT LOADED - NOTHING POSTED **"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           CLOSE ORDER-INPUT-FILE.
           CLOSE CONFIRM-REPORT-FILE.
           CLOSE EXCEPTION-REPORT-FILE.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

       OPEN-POSTING-FILES.
           OPEN EXTEND TICKET-SALES-FILE.
           IF WS-TS-FILE-STATUS NOT = "00"
               OPEN OUTPUT TICKET-SALES-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AL-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG-FILE.
           OPEN EXTEND RECEIPT-FILE.
           IF WS-RECEIPT-FILE-STATUS NOT = "00"
               OPEN OUTPUT RECEIPT-FILE.
           OPEN EXTEND RECEIPT-KEY-FILE.
           IF WS-RK-FILE-STATUS NOT = "00"
               OPEN OUTPUT RECEIPT-KEY-FILE.
           OPEN EXTEND SALE-CHANNEL-FILE.
           IF WS-SC-FILE-STATUS NOT = "00"
               OPEN OUTPUT SALE-CHANNEL-FILE.

       READ-ORDER-RECORD.
           READ ORDER-INPUT-FILE
               AT END MOVE 1 TO WS-ORDER-EOF.

       PROCESS-ORDER-RECORD.
           ADD 1 TO WS-ORDERS-READ.
           PERFORM EDIT-ORDER-RECORD.
           IF WS-ORDER-VALID = "Y"
               PERFORM CHECK-ORDER-PRICE.
           IF WS-ORDER-VALID = "Y"
               PERFORM CHECK-ORDER-CAPACITY.
           IF WS-ORDER-VALID = "Y"
               PERFORM POST-ORDER
           ELSE
               ADD 1 TO WS-ORDERS-REJECTED
               PERFORM WRITE-ORDER-EXCEPTION.
           PERFORM READ-ORDER-RECORD.

      ******************************************************************
      * Field edits and master-file lookups; the first failure found
      * is the reason reported.
      ******************************************************************
       EDIT-ORDER-RECORD.
           MOVE "Y" TO WS-ORDER-VALID.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE OI-CATEGORY TO WS-CATEGORY.
           MOVE OI-EVENT-CODE TO WS-EVENT-CODE.
           MOVE OI-SECTION-CODE TO WS-SECTION-CODE.
           MOVE OI-ORDER-NUM TO WS-ORDER-NUM.
           IF OI-ORDER-NUM = SPACES
               MOVE "N" TO WS-ORDER-VALID
               MOVE "ORDER NUMBER MISSING" TO WS-REJECT-REASON
           ELSE IF OI-CHANNEL NOT = "P" AND OI-CHANNEL NOT = "W"
               MOVE "N" TO WS-ORDER-VALID
               MOVE "CHANNEL NOT P OR W" TO WS-REJECT-REASON
           ELSE
               PERFORM FIND-POSTED-ORDER
               IF WS-ORDER-FOUND = "Y"
                   MOVE "N" TO WS-ORDER-VALID
                   MOVE "DUPLICATE ORDER NUMBER" TO WS-REJECT-REASON.
           IF WS-ORDER-VALID = "Y"
               PERFORM FIND-EVENT-ENTRY
               PERFORM FIND-SECTION-ENTRY
               IF WS-EVENT-FOUND = "N"
                   MOVE "N" TO WS-ORDER-VALID
                   MOVE "EVENT NOT ON EVENTS.DAT" TO WS-REJECT-REASON
               ELSE IF WS-EVENT-ENTRY-DATE(WS-EVENT-IDX) < WS-RUN-DATE
                   MOVE "N" TO WS-ORDER-VALID
                   MOVE "EVENT DATE HAS PASSED" TO WS-REJECT-REASON
               ELSE IF WS-SECTION-FOUND = "N"
                   MOVE "N" TO WS-ORDER-VALID
                   MOVE "SECTION NOT ON SECTIONS.DAT" TO
                       WS-REJECT-REASON
               ELSE IF NOT TICKET-CATEGORY
                   MOVE "N" TO WS-ORDER-VALID
                   MOVE "CATEGORY NOT F/A/S/Y/C/M" TO WS-REJECT-REASON
               ELSE IF OI-QUANTITY NOT NUMERIC
                   MOVE "N" TO WS-ORDER-VALID
                   MOVE "QUANTITY NOT NUMERIC" TO WS-REJECT-REASON
               ELSE IF OI-QUANTITY = "000"
                   MOVE "N" TO WS-ORDER-VALID
                   MOVE "QUANTITY NOT GREATER THAN ZERO" TO
                       WS-REJECT-REASON
               ELSE IF OI-ORDER-DATE NOT NUMERIC
                   MOVE "N" TO WS-ORDER-VALID
                   MOVE "ORDER DATE NOT NUMERIC" TO WS-REJECT-REASON
               ELSE IF OI-ORDER-DATE > WS-RUN-DATE
                   MOVE "N" TO WS-ORDER-VALID
                   MOVE "ORDER DATE AFTER RUN DATE" TO
                       WS-REJECT-REASON
               ELSE IF OI-UNIT-PRICE(1:2) NOT NUMERIC
                       OR OI-UNIT-PRICE(3:1) NOT = "."
                       OR OI-UNIT-PRICE(4:2) NOT NUMERIC
                   MOVE "N" TO WS-ORDER-VALID
                   MOVE "UNIT PRICE NOT 99.99" TO WS-REJECT-REASON
               ELSE
                   MOVE OI-QUANTITY TO WS-QUANTITY
                   MOVE OI-ORDER-DATE TO WS-ORDER-DATE
                   MOVE OI-UNIT-PRICE-ED TO WS-QUOTED-PRICE.

      ******************************************************************
      * The quoted unit price must be the event's price in effect on
      * the order date, chosen the way the window chooses it: the
      * row with the latest effective date not after that date.
      ******************************************************************
       CHECK-ORDER-PRICE.
           MOVE WS-EVENT-ENTRY-PRICE-FILE(WS-EVENT-IDX) TO
               WS-PRICE-FILENAME.
           IF WS-PRICE-FILENAME = SPACES
               MOVE "PRICESCHEDULE.DAT" TO WS-PRICE-FILENAME.
           MOVE 0 TO WS-BEST-EFFECTIVE-DATE.
           MOVE "N" TO WS-PRICE-ROW-FOUND.
           MOVE 0 TO WS-PRICE-EOF.
           OPEN INPUT PRICE-SCHEDULE-FILE.
           IF WS-PRICE-FILE-STATUS = "00"
               PERFORM READ-PRICE-SCHEDULE-RECORD
               PERFORM APPLY-PRICE-SCHEDULE-RECORD
                   UNTIL WS-PRICE-EOF = 1
               CLOSE PRICE-SCHEDULE-FILE.
           IF WS-PRICE-ROW-FOUND = "N"
               MOVE "N" TO WS-ORDER-VALID
               MOVE "NO PRICE ROW FOR ORDER DATE" TO
                   WS-REJECT-REASON
           ELSE
               PERFORM SET-LIST-PRICE
               IF WS-QUOTED-PRICE NOT = WS-LIST-PRICE
                   MOVE "N" TO WS-ORDER-VALID
                   MOVE "QUOTED PRICE NOT IN SCHEDULE" TO
                       WS-REJECT-REASON.

       READ-PRICE-SCHEDULE-RECORD.
           READ PRICE-SCHEDULE-FILE
               AT END MOVE 1 TO WS-PRICE-EOF.

       APPLY-PRICE-SCHEDULE-RECORD.
           IF PS-EFFECTIVE-DATE NOT > WS-ORDER-DATE
                   AND PS-EFFECTIVE-DATE NOT < WS-BEST-EFFECTIVE-DATE
               MOVE "Y" TO WS-PRICE-ROW-FOUND
               MOVE PS-EFFECTIVE-DATE TO WS-BEST-EFFECTIVE-DATE
               MOVE PS-FAMILY-PRICE-ED TO WS-FAMILY-PRICE
               MOVE PS-ADULT-PRICE-ED TO WS-ADULT-PRICE
               MOVE PS-STUDENT-PRICE-ED TO WS-STUDENT-PRICE
               MOVE PS-YOUTH-PRICE-ED TO WS-YOUTH-PRICE
               MOVE PS-MILITARY-PRICE-ED TO WS-MILITARY-PRICE.
           PERFORM READ-PRICE-SCHEDULE-RECORD.

       SET-LIST-PRICE.
           IF OI-CATEGORY = "F"
               MOVE WS-FAMILY-PRICE TO WS-LIST-PRICE
           ELSE IF OI-CATEGORY = "A"
               MOVE WS-ADULT-PRICE TO WS-LIST-PRICE
           ELSE IF OI-CATEGORY = "S"
               MOVE WS-STUDENT-PRICE TO WS-LIST-PRICE
           ELSE IF OI-CATEGORY = "Y"
               MOVE WS-YOUTH-PRICE TO WS-LIST-PRICE
           ELSE IF OI-CATEGORY = "M"
               MOVE WS-MILITARY-PRICE TO WS-LIST-PRICE
           ELSE
               MOVE 0 TO WS-LIST-PRICE.

      ******************************************************************
      * Same sold-out test as the window: seats sold plus seats held
      * for bookings, plus this order, may not pass the section's or
      * the venue's capacity for the event. An order is posted whole
      * or not at all.
      ******************************************************************
       CHECK-ORDER-CAPACITY.
           IF WS-EVENT-ENTRY-CAPACITY(WS-EVENT-IDX) > 0
               MOVE WS-EVENT-ENTRY-CAPACITY(WS-EVENT-IDX) TO
                   WS-EVENT-CAPACITY
           ELSE
               MOVE 500 TO WS-EVENT-CAPACITY.
           PERFORM FIND-SEAT-ENTRY.
           IF WS-SEAT-FOUND = "N"
               MOVE "N" TO WS-ORDER-VALID
               MOVE "SEAT TABLE FULL - NOT CHECKED" TO
                   WS-REJECT-REASON
           ELSE IF WS-SEAT-SOLD(WS-SEAT-IDX)
                   + WS-SEAT-RESERVED(WS-SEAT-IDX) + WS-QUANTITY >
                   WS-SECTION-ENTRY-CAPACITY(WS-SECTION-IDX)
               MOVE "N" TO WS-ORDER-VALID
               MOVE "SECTION CAPACITY EXCEEDED" TO WS-REJECT-REASON
           ELSE IF WS-EVENT-ENTRY-SOLD(WS-EVENT-IDX)
                   + WS-EVENT-ENTRY-RESERVED(WS-EVENT-IDX)
                   + WS-QUANTITY > WS-EVENT-CAPACITY
               MOVE "N" TO WS-ORDER-VALID
               MOVE "EVENT CAPACITY EXCEEDED" TO WS-REJECT-REASON.

       POST-ORDER.
           IF OI-CHANNEL = "P"
               MOVE "PHONEORD" TO WS-CHANNEL-OPERATOR
               MOVE "PHONE" TO WS-CHANNEL-DESC
           ELSE
               MOVE "WEBORDER" TO WS-CHANNEL-OPERATOR
               MOVE "WEB" TO WS-CHANNEL-DESC.
           PERFORM SET-ORDER-TAX-RATE.
           IF CHILD
               MOVE 0 TO WS-TAX-AMOUNT
           ELSE
               COMPUTE WS-TAX-AMOUNT ROUNDED =
                   WS-LIST-PRICE * WS-TAX-RATE / 100.
           MOVE 0 TO WS-ORDER-TOTAL.
           COMPUTE WS-FIRST-SEQ = WS-HIGH-SEQ-NUM + 1.
           PERFORM POST-ORDER-TICKET
               VARYING WS-TICKET-NUM FROM 1 BY 1
               UNTIL WS-TICKET-NUM > WS-QUANTITY.
           ADD WS-QUANTITY TO WS-EVENT-ENTRY-SOLD(WS-EVENT-IDX).
           ADD WS-QUANTITY TO WS-SEAT-SOLD(WS-SEAT-IDX).
           PERFORM ADD-POSTED-ORDER.
           ADD 1 TO WS-ORDERS-ACCEPTED.
           PERFORM WRITE-ORDER-CONFIRMATION.

       SET-ORDER-TAX-RATE.
           MOVE 0 TO WS-TAX-RATE.
           MOVE 0 TO WS-BEST-TAX-DATE.
           PERFORM APPLY-TAX-ENTRY
               VARYING WS-TAX-IDX FROM 1 BY 1
               UNTIL WS-TAX-IDX > WS-TAX-COUNT.

       APPLY-TAX-ENTRY.
           IF WS-TAX-ENTRY-DATE(WS-TAX-IDX) NOT > WS-ORDER-DATE
                   AND WS-TAX-ENTRY-DATE(WS-TAX-IDX) NOT <
                       WS-BEST-TAX-DATE
               MOVE WS-TAX-ENTRY-DATE(WS-TAX-IDX) TO WS-BEST-TAX-DATE
               MOVE WS-TAX-ENTRY-RATE(WS-TAX-IDX) TO WS-TAX-RATE.

      ******************************************************************
      * One ticket per seat, paid by card, written exactly as a
      * window sale is: ticket, audit record, receipt block and
      * receipt key, then the channel marker. The receipt key
      * carries the order number so a receipt can be found by it.
      ******************************************************************
       POST-ORDER-TICKET.
           ADD 1 TO WS-HIGH-SEQ-NUM.
           MOVE WS-HIGH-SEQ-NUM TO TS-SEQ-NUM.
           MOVE OI-EVENT-CODE TO TS-EVENT-CODE.
           MOVE OI-CATEGORY TO TS-CATEGORY.
           MOVE OI-SECTION-CODE TO TS-SECTION-CODE.
           MOVE WS-LIST-PRICE TO TS-PRICE.
           MOVE "2" TO TS-TENDER.
           MOVE "N" TO TS-VOID-FLAG.
           MOVE 0 TO TS-VOID-ORIG-SEQ.
           MOVE 0 TO TS-GIFT-APPLIED.
           MOVE SPACE TO TS-SPLIT-TENDER.
           MOVE WS-TAX-AMOUNT TO TS-TAX.
           WRITE TS-RECORD.
           IF WS-TS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - TICKET NOT RECORDED - STATUS: "
                   WS-TS-FILE-STATUS " ORDER " OI-ORDER-NUM
               MOVE 8 TO RETURN-CODE.
           MOVE WS-CHANNEL-OPERATOR TO AL-OPERATOR-ID.
           MOVE TS-EVENT-CODE TO AL-EVENT-CODE.
           ACCEPT AL-DATE FROM DATE YYYYMMDD.
           ACCEPT AL-TIME FROM TIME.
           MOVE TS-CATEGORY TO AL-CATEGORY.
           MOVE TS-PRICE TO AL-PRICE.
           MOVE "N" TO AL-VOID-FLAG.
           MOVE SPACES TO AL-VOID-REASON.
           MOVE TS-SEQ-NUM TO AL-SEQ-NUM.
           MOVE "TICKETSALES.DAT" TO AL-WINDOW-FILE.
           WRITE AL-RECORD.
           PERFORM WRITE-SALE-RECEIPT.
           MOVE TS-SEQ-NUM TO SC-SEQ-NUM.
           MOVE TS-EVENT-CODE TO SC-EVENT-CODE.
           MOVE OI-CHANNEL TO SC-CHANNEL.
           MOVE OI-ORDER-NUM TO SC-ORDER-NUM.
           MOVE WS-ORDER-DATE TO SC-ORDER-DATE.
           MOVE WS-RUN-DATE TO SC-POST-DATE.
           WRITE SC-RECORD.
           IF WS-SC-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - CHANNEL NOT RECORDED - STATUS: "
                   WS-SC-FILE-STATUS " ORDER " OI-ORDER-NUM
               MOVE 8 TO RETURN-CODE.
           ADD 1 TO WS-TICKETS-POSTED.
           IF OI-CHANNEL = "P"
               ADD 1 TO WS-PHONE-TICKETS
           ELSE
               ADD 1 TO WS-WEB-TICKETS.
           ADD TS-PRICE TO WS-PRICE-TOTAL.
           ADD TS-TAX TO WS-TAX-TOTAL.
           ADD TS-PRICE TO WS-ORDER-TOTAL.
           ADD TS-TAX TO WS-ORDER-TOTAL.

       WRITE-SALE-RECEIPT.
           PERFORM WRITE-RECEIPT-HEADER.
           MOVE SPACES TO WS-RECEIPT-LINE.
           STRING "TICKET: " TS-SEQ-NUM "  EVENT: " TS-EVENT-CODE
               DELIMITED BY SIZE INTO WS-RECEIPT-LINE.
           PERFORM WRITE-RECEIPT-LINE.
           MOVE SPACES TO WS-RECEIPT-LINE.
           STRING "CATEGORY: " TS-CATEGORY
               "   SECTION: " TS-SECTION-CODE
               DELIMITED BY SIZE INTO WS-RECEIPT-LINE.
           PERFORM WRITE-RECEIPT-LINE.
           MOVE SPACES TO WS-RECEIPT-LINE.
           STRING "ORDER: " OI-ORDER-NUM " " WS-CHANNEL-DESC
               DELIMITED BY SIZE INTO WS-RECEIPT-LINE.
           PERFORM WRITE-RECEIPT-LINE.
           MOVE TS-PRICE TO WS-PRICE.
           MOVE SPACES TO WS-RECEIPT-LINE.
           STRING "PRICE: " WS-PRICE "   TENDER: CARD"
               DELIMITED BY SIZE INTO WS-RECEIPT-LINE.
           PERFORM WRITE-RECEIPT-LINE.
           IF TS-TAX > 0
               MOVE TS-TAX TO WS-PRICE
               MOVE SPACES TO WS-RECEIPT-LINE
               STRING "TAX:   " WS-PRICE
                   DELIMITED BY SIZE INTO WS-RECEIPT-LINE
               PERFORM WRITE-RECEIPT-LINE
               COMPUTE WS-SALE-TOTAL-DUE = TS-PRICE + TS-TAX
               MOVE WS-SALE-TOTAL-DUE TO WS-AMOUNT-EDIT
               MOVE SPACES TO WS-RECEIPT-LINE
               STRING "TOTAL: " WS-AMOUNT-EDIT
                   DELIMITED BY SIZE INTO WS-RECEIPT-LINE
               PERFORM WRITE-RECEIPT-LINE.
           PERFORM WRITE-RECEIPT-TRAILER.
           MOVE TS-SEQ-NUM TO RK-SEQ-NUM.
           MOVE TS-EVENT-CODE TO RK-EVENT-CODE.
           MOVE "S" TO RK-TYPE.
           MOVE OI-ORDER-NUM TO RK-REF.
           MOVE WS-RECEIPT-DATE TO RK-DATE.
           WRITE RK-RECORD.

       WRITE-RECEIPT-HEADER.
           ACCEPT WS-RECEIPT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RECEIPT-TIME FROM TIME.
           MOVE WS-RECEIPT-VENUE TO WS-RECEIPT-LINE.
           PERFORM WRITE-RECEIPT-LINE.
           MOVE SPACES TO WS-RECEIPT-LINE.
           STRING "DATE: " WS-RECEIPT-DATE
               "  TIME: " WS-RECEIPT-TIME(1:6)
               DELIMITED BY SIZE INTO WS-RECEIPT-LINE.
           PERFORM WRITE-RECEIPT-LINE.

       WRITE-RECEIPT-TRAILER.
           MOVE "THANK YOU - NO REFUND WITHOUT RECEIPT" TO
               WS-RECEIPT-LINE.
           PERFORM WRITE-RECEIPT-LINE.
           MOVE WS-FORM-FEED TO WS-RECEIPT-LINE.
           PERFORM WRITE-RECEIPT-LINE.

       WRITE-RECEIPT-LINE.
           MOVE WS-RECEIPT-LINE TO RCT-LINE.
           WRITE RCT-LINE.

       WRITE-ORDER-CONFIRMATION.
           MOVE WS-QUANTITY TO WS-QTY-DISPLAY.
           MOVE WS-ORDER-TOTAL TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING OI-ORDER-NUM " " OI-CHANNEL "  " OI-CUSTOMER-NAME
               " " OI-EVENT-CODE " " OI-SECTION-CODE " "
               OI-CATEGORY " " WS-QTY-DISPLAY "  " WS-FIRST-SEQ
               "-" WS-HIGH-SEQ-NUM " " WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-ORDER-EXCEPTION.
           MOVE SPACES TO WS-EXC-LINE.
           STRING OI-ORDER-NUM " " OI-CHANNEL "  " OI-EVENT-CODE " "
               OI-SECTION-CODE " " OI-CATEGORY " " OI-QUANTITY "  "
               OI-UNIT-PRICE "   " WS-REJECT-REASON
               DELIMITED BY SIZE INTO WS-EXC-LINE.
           PERFORM WRITE-EXCEPTION-LINE.

       PRINT-CONTROL-TOTALS.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-ORDERS-READ TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "ORDERS READ:       " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-ORDERS-ACCEPTED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "ORDERS ACCEPTED:   " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-ORDERS-REJECTED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "ORDERS REJECTED:   " WS-COUNT-DISPLAY
               "  (SEE ORDEREXC.DAT)"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-PHONE-TICKETS TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "PHONE TICKETS:     " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-WEB-TICKETS TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "WEB TICKETS:       " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-TICKETS-POSTED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "TICKETS POSTED:    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-PRICE-TOTAL TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "TICKET AMOUNT:     " WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-TAX-TOTAL TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "TAX:               " WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-EXC-LINE.
           PERFORM WRITE-EXCEPTION-LINE.
           MOVE WS-ORDERS-REJECTED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-EXC-LINE.
           STRING "ORDERS REJECTED:   " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-EXC-LINE.
           PERFORM WRITE-EXCEPTION-LINE.

       WRITE-REPORT-LINE.
           DISPLAY WS-RPT-LINE.
           MOVE WS-RPT-LINE TO RPT-LINE.
           WRITE RPT-LINE.

       WRITE-EXCEPTION-LINE.
           DISPLAY WS-EXC-LINE.
           MOVE WS-EXC-LINE TO EXC-LINE.
           WRITE EXC-LINE.
       END PROGRAM LAB4-ORDER-IMPORT.
