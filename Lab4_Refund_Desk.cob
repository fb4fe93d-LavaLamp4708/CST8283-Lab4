      *          including the gift-applied portion and writes the
      *          same void transaction, audit record and void receipt
      *          the window program does, so the nightly reconcile
      *          and the card settlement still balance; loyalty points
      *          earned on the ticket are taken back and points it was
      *          paid with are restored to the patron; a refunded comp
      *          is logged against the comp it reverses; a ticket may
      *          instead be exchanged for another section or event,
      *          the old ticket voided and the new one sold in the same
      *          tender so only the difference changes hands; a
      *          refund or exchange against an event already settled
      *          with its promoter is logged as a post-settlement
      *          adjustment
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT GIFT-TXN-FILE ASSIGN TO "GIFTTXN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GT-FILE-STATUS.
           SELECT PATRON-FILE ASSIGN TO "PATRONS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PT-FILE-STATUS.
           SELECT PATRON-TXN-FILE ASSIGN TO "PATRONTXN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PX-FILE-STATUS.
           SELECT COMP-LOG-FILE ASSIGN TO "COMPLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CL-FILE-STATUS.
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
           SELECT EVENT-SETTLE-FILE ASSIGN TO "EVENTSETTLE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ES-FILE-STATUS.
           SELECT SETTLE-ADJ-FILE ASSIGN TO "SETTLEADJ.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SA-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TICKET-SALES-FILE.
           05 GT-TYPE              PIC A(1).
           05 GT-AMOUNT            PIC 9(5)V99.

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

       FD  COMP-LOG-FILE.
       01  CL-RECORD.
           05 CL-DATE              PIC 9(8).
           05 CL-TIME              PIC 9(8).
           05 CL-TYPE              PIC A(1).
           05 CL-SEQ-NUM           PIC 9(6).
           05 CL-ORIG-SEQ          PIC 9(6).
           05 CL-EVENT-CODE        PIC X(4).
           05 CL-SECTION-CODE      PIC X(3).
           05 CL-REASON            PIC A(1).
           05 CL-GUEST-NAME        PIC X(20).
           05 CL-OPERATOR-ID       PIC X(8).
           05 CL-SUPERVISOR-ID     PIC X(8).
           05 CL-WINDOW-FILE       PIC X(30).

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

      ******************************************************************
      * Events closed with their promoter, and the refunds and
      * exchanges taken against them since, for the settlement
      * statement reprint.
      ******************************************************************
       FD  EVENT-SETTLE-FILE.
       01  ES-RECORD.
           05 ES-EVENT-CODE        PIC X(4).
           05 ES-SETTLE-DATE       PIC 9(8).
           05 ES-SETTLE-TIME       PIC 9(8).
           05 ES-NET-REVENUE       PIC S9(7)V99.
           05 ES-NET-DUE           PIC S9(7)V99.

       FD  SETTLE-ADJ-FILE.
       01  SA-RECORD.
           05 SA-DATE              PIC 9(8).
           05 SA-TIME              PIC 9(8).
           05 SA-EVENT-CODE        PIC X(4).
           05 SA-TYPE              PIC A(1).
           05 SA-ORIG-SEQ          PIC 9(6).
           05 SA-VOID-SEQ          PIC 9(6).
           05 SA-PRICE             PIC 9(3)V99.
           05 SA-TAX               PIC 9(3)V99.
           05 SA-OPERATOR-ID       PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-TS-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-AL-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-OPERATOR-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-GC-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-GT-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-PT-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-PX-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-CL-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-EVENT-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-SECTION-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-RES-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-PRICE-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-TAX-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-TS-EOF PIC 9(1) VALUE 0.
       01 WS-OPERATOR-EOF PIC 9(1) VALUE 0.
       01 WS-GC-EOF PIC 9(1) VALUE 0.
       01 WS-PT-EOF PIC 9(1) VALUE 0.
       01 WS-PX-EOF PIC 9(1) VALUE 0.
       01 WS-CL-EOF PIC 9(1) VALUE 0.
       01 WS-EVENT-EOF PIC 9(1) VALUE 0.
       01 WS-SECTION-EOF PIC 9(1) VALUE 0.
       01 WS-RES-EOF PIC 9(1) VALUE 0.
       01 WS-PRICE-EOF PIC 9(1) VALUE 0.
       01 WS-TAX-EOF PIC 9(1) VALUE 0.
       01 WS-EOF PIC 9(1) VALUE 0.

       01 WS-OPERATOR-ID    PIC X(8).
       01 WS-SALE-FOUND     PIC A(1) VALUE "N".
       01 WS-ALREADY-VOIDED PIC A(1) VALUE "N".
       01 WS-HIGH-SEQ-NUM   PIC 9(6) VALUE 0.
       01 WS-REQUEST-ACTION PIC A(1) VALUE SPACE.

       01 WS-ORIG-SALE.
           05 WS-ORIG-EVENT-CODE   PIC X(4).
       01 WS-GC-FOUND       PIC A(1) VALUE "N".
       01 WS-CREDIT-AMOUNT  PIC 9(5)V99 VALUE 0.

       01 WS-PATRON-NUM     PIC X(8) VALUE SPACES.
       01 WS-PT-FOUND       PIC A(1) VALUE "N".
       01 WS-REV-EARNED     PIC S9(7) VALUE 0.
       01 WS-REV-REDEEMED   PIC S9(7) VALUE 0.
       01 WS-REV-AMOUNT     PIC 9(5)V99 VALUE 0.
       01 WS-PX-TYPE        PIC A(1) VALUE "B".
       01 WS-PX-POINTS      PIC S9(7) VALUE 0.
       01 WS-PX-AMOUNT      PIC 9(5)V99 VALUE 0.
       01 WS-PX-SEQ-NUM     PIC 9(6) VALUE 0.
       01 WS-PX-EVENT-CODE  PIC X(4) VALUE SPACES.
       01 WS-PX-REF         PIC X(12) VALUE SPACES.
       01 WS-POINTS-DISPLAY PIC -,---,--9.
       01 WS-PATRON-BALANCE PIC S9(7) VALUE 0.
       01 WS-POINTS-PER-DOLLAR PIC 9(3) VALUE 001.
       01 WS-POINTS-PER-DOLLAR-OFF PIC 9(3) VALUE 100.

       01 WS-COMP-FOUND     PIC A(1) VALUE "N".
       01 WS-COMP-REASON    PIC A(1) VALUE SPACE.
       01 WS-COMP-GUEST     PIC X(20) VALUE SPACES.
       01 WS-COMP-SUPERVISOR PIC X(8) VALUE SPACES.

      ******************************************************************
      * Exchange of a ticket for another section and/or event.
      ******************************************************************
       01 WS-EXCH-IN-PROGRESS PIC A(1) VALUE "N".
       01 WS-EXCH-VALID     PIC A(1) VALUE "N".
       01 WS-EXCH-CONFIRM   PIC A(1) VALUE "N".
       01 WS-EXCH-OTHER-EVENT PIC A(1) VALUE "N".
       01 WS-EXCH-EVENT-FOUND PIC A(1) VALUE "N".
       01 WS-EXCH-SECTION-FOUND PIC A(1) VALUE "N".
       01 WS-EXCH-EVENT-CODE PIC X(4) VALUE SPACES.
       01 WS-EXCH-EVENT-DATE PIC 9(8) VALUE 0.
       01 WS-EXCH-EVENT-CAPACITY PIC 9(5) VALUE 0.
       01 WS-EXCH-SECTION-CODE PIC X(3) VALUE SPACES.
       01 WS-EXCH-SECTION-CAPACITY PIC 9(5) VALUE 0.
       01 WS-EXCH-EVENT-SOLD PIC S9(5) VALUE 0.
       01 WS-EXCH-SECTION-SOLD PIC S9(5) VALUE 0.
       01 WS-EXCH-EVENT-HELD PIC 9(5) VALUE 0.
       01 WS-EXCH-SECTION-HELD PIC 9(5) VALUE 0.
       01 WS-RES-SEAT-TOTAL PIC 9(5) VALUE 0.
       01 WS-EXCH-SEQ       PIC 9(6) VALUE 0.
       01 WS-EXCH-PRICE     PIC 9(3)V99 VALUE 0.
       01 WS-EXCH-TAX       PIC 9(3)V99 VALUE 0.
       01 WS-EXCH-OLD-TOTAL PIC 9(5)V99 VALUE 0.
       01 WS-EXCH-NEW-TOTAL PIC 9(5)V99 VALUE 0.
       01 WS-EXCH-DIFFERENCE PIC S9(5)V99 VALUE 0.
       01 WS-EXCH-OLD-REMAINDER PIC 9(5)V99 VALUE 0.
       01 WS-EXCH-NEW-REMAINDER PIC 9(5)V99 VALUE 0.
       01 WS-EXCH-GIFT-APPLIED PIC 9(3)V99 VALUE 0.
       01 WS-EXCH-GIFT-CREDIT PIC 9(5)V99 VALUE 0.
       01 WS-EXCH-SPLIT-TENDER PIC A(1) VALUE SPACE.
       01 WS-EXCH-SETTLE-DELTA PIC S9(5)V99 VALUE 0.
       01 WS-EXCH-SETTLE-TENDER PIC A(1) VALUE SPACE.
       01 WS-EXCH-DIFF-AMOUNT PIC 9(5)V99 VALUE 0.
       01 WS-EXCH-DIFF-DESC PIC X(20) VALUE SPACES.
       01 WS-EXCH-PATRON-NUM PIC X(8) VALUE SPACES.
       01 WS-EXCH-POINTS-NEEDED PIC S9(7) VALUE 0.
       01 WS-EXCH-POINTS-EARNED PIC S9(7) VALUE 0.
       01 WS-REMAINDER-TENDER PIC A(1) VALUE SPACE.
       01 WS-TENDER-DESC    PIC X(4) VALUE SPACES.
       01 WS-RUN-DATE       PIC 9(8) VALUE 0.
       01 WS-ES-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-SA-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-ES-EOF         PIC 9(1) VALUE 0.
       01 WS-EVENT-SETTLED  PIC A(1) VALUE "N".
       01 WS-SETTLED-DATE   PIC 9(8) VALUE 0.
       01 WS-PRICE-FILENAME PIC X(30) VALUE "PRICESCHEDULE.DAT".
       01 WS-PRICE-ROW-FOUND PIC A(1) VALUE "N".
       01 WS-BEST-EFFECTIVE-DATE PIC 9(8) VALUE 0.
       01 WS-BEST-TAX-DATE  PIC 9(8) VALUE 0.
       01 WS-TAX-RATE       PIC 9(2)V99 VALUE 0.
       01 WS-FAMILY-PRICE   PIC 9(3)V99 VALUE 0.
       01 WS-ADULT-PRICE    PIC 9(3)V99 VALUE 0.
       01 WS-STUDENT-PRICE  PIC 9(3)V99 VALUE 0.
       01 WS-YOUTH-PRICE    PIC 9(3)V99 VALUE 0.
       01 WS-MILITARY-PRICE PIC 9(3)V99 VALUE 0.
       01 WS-DISCOUNT-AMOUNT PIC 9(3)V99 VALUE 0.
       01 WS-COUPON-CODE    PIC X(5) VALUE SPACES.
           88 COUPON-NONE       VALUE SPACES.
           88 COUPON-EARLY-BIRD VALUE "EARLY".
           88 COUPON-GROUP      VALUE "GROUP".

       01 WS-RECEIPT-LINE   PIC X(40).
       01 WS-RECEIPT-VENUE  PIC X(24)
               VALUE "VENUE001 BOX OFFICE".
       01 WS-FORM-FEED      PIC X(1) VALUE X"0C".
       01 WS-RECEIPT-DATE   PIC 9(8) VALUE 0.
       01 WS-RECEIPT-TIME   PIC 9(8) VALUE 0.
       01 WS-RECEIPT-KEY-TYPE PIC A(1) VALUE "V".
       01 WS-RECEIPT-KEY-EVENT PIC X(4) VALUE SPACES.

       01 WS-PRICE          PIC $$$$9.99.
       01 WS-AMOUNT-EDIT    PIC $$$,$$9.99.

       PROCESS-REFUND-REQUEST.
           DISPLAY SPACES.
           DISPLAY "ENTER TICKET NUMBER (0 TO EXIT): "
               WITH NO ADVANCING.
           ACCEPT WS-REFUND-SEQ.
           IF WS-REFUND-SEQ = 0
               ELSE IF WS-ALREADY-VOIDED = "Y"
                   DISPLAY "TICKET " WS-REFUND-SEQ " ALREADY VOIDED"
               ELSE
                   PERFORM CHOOSE-REQUEST-ACTION.

      ******************************************************************
      * A ticket on file may be refunded outright or exchanged for
      * another section and/or another event on EVENTS.DAT.
      ******************************************************************
       CHOOSE-REQUEST-ACTION.
           PERFORM CHECK-EVENT-SETTLED.
           DISPLAY "ENTER R TO REFUND OR X TO EXCHANGE: "
               WITH NO ADVANCING.
           ACCEPT WS-REQUEST-ACTION.
           IF WS-REQUEST-ACTION = "R"
               PERFORM REFUND-TICKET
           ELSE IF WS-REQUEST-ACTION = "X"
               PERFORM EXCHANGE-TICKET
           ELSE
               DISPLAY "NO ACTION TAKEN ON TICKET " WS-REFUND-SEQ.

      ******************************************************************
      * One sequential pass finds the sale, the highest sequence in

      ******************************************************************
      * Refund in the original tender: the gift-applied portion goes
      * back onto a card keyed by the supervisor, a points-tendered
      * ticket has its points restored, anything else is handed back
      * in the cash or card leg that took it.
      ******************************************************************
       REFUND-TICKET.
           MOVE WS-ORIG-PRICE TO WS-PRICE.
           IF WS-ORIG-GIFT-APPLIED > 0
               MOVE WS-ORIG-GIFT-APPLIED TO WS-CREDIT-AMOUNT
               PERFORM CREDIT-GIFT-CARD.
           IF WS-REFUND-REMAINDER > 0 AND WS-ORIG-TENDER NOT = "4"
               MOVE WS-REFUND-REMAINDER TO WS-AMOUNT-EDIT
               IF WS-ORIG-TENDER = "1"
                   DISPLAY "REFUND IN CASH: " WS-AMOUNT-EDIT
               ELSE
                   DISPLAY "REFUND SPLIT REMAINDER TO CARD: "
                       WS-AMOUNT-EDIT.
           IF WS-ORIG-TENDER = "K"
               DISPLAY "COMP TICKET - NO MONEY TO RETURN".
           PERFORM WRITE-VOID-SALE.
           PERFORM WRITE-AUDIT-RECORD.
           IF WS-EVENT-SETTLED = "Y"
               PERFORM WRITE-SETTLE-ADJUSTMENT.
           PERFORM WRITE-VOID-RECEIPT.
           IF WS-ORIG-CATEGORY = "K"
               PERFORM LOG-COMP-VOID.
           PERFORM REVERSE-PATRON-POINTS.
           DISPLAY "TICKET " WS-REFUND-SEQ " REFUNDED".

      ******************************************************************
      * An exchange voids the old ticket and sells the new one in the
      * old ticket's tender and category, so only the difference in
      * price and tax is collected or handed back - the same rules as
      * an exchange at the window. Comps and pass admissions are not
      * exchanged.
      ******************************************************************
       EXCHANGE-TICKET.
           MOVE WS-ORIG-PRICE TO WS-PRICE.
           DISPLAY "TICKET " WS-REFUND-SEQ " EVENT "
               WS-ORIG-EVENT-CODE " SECTION " WS-ORIG-SECTION
               " (" WS-ORIG-CATEGORY ") AMOUNT: " WS-PRICE.
           IF WS-ORIG-TENDER = "K" OR WS-ORIG-TENDER = "P"
               DISPLAY "COMP AND PASS TICKETS ARE NOT EXCHANGED"
           ELSE
               PERFORM PROMPT-EXCHANGE-TARGET
               IF WS-EXCH-VALID = "Y"
                   PERFORM PRICE-EXCHANGE-TICKET
               END-IF
               IF WS-EXCH-VALID = "Y"
                   PERFORM FIND-EXCHANGE-PATRON
               END-IF
               IF WS-EXCH-VALID = "Y"
                   PERFORM CONFIRM-EXCHANGE
               END-IF
               IF WS-EXCH-VALID = "Y"
                   PERFORM POST-EXCHANGE
               END-IF
           END-IF.

       PROMPT-EXCHANGE-TARGET.
           MOVE "Y" TO WS-EXCH-VALID.
           MOVE "N" TO WS-EXCH-OTHER-EVENT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY "ENTER NEW EVENT (BLANK = SAME): " WITH NO ADVANCING.
           ACCEPT WS-EXCH-EVENT-CODE.
           IF WS-EXCH-EVENT-CODE = SPACES
               MOVE WS-ORIG-EVENT-CODE TO WS-EXCH-EVENT-CODE.
           IF WS-EXCH-EVENT-CODE NOT = WS-ORIG-EVENT-CODE
               MOVE "Y" TO WS-EXCH-OTHER-EVENT.
           PERFORM FIND-EXCHANGE-EVENT.
           IF WS-EXCH-EVENT-FOUND = "N"
               DISPLAY "EVENT NOT ON EVENT MASTER: " WS-EXCH-EVENT-CODE
               MOVE "N" TO WS-EXCH-VALID
           ELSE IF WS-EXCH-EVENT-DATE > 0
                   AND WS-EXCH-EVENT-DATE < WS-RUN-DATE
               DISPLAY "EVENT DATE HAS PASSED: " WS-EXCH-EVENT-CODE
               MOVE "N" TO WS-EXCH-VALID
           ELSE
               PERFORM PROMPT-EXCHANGE-SECTION.

       FIND-EXCHANGE-EVENT.
           MOVE "N" TO WS-EXCH-EVENT-FOUND.
           MOVE 0 TO WS-EVENT-EOF.
           OPEN INPUT EVENT-FILE.
           IF WS-EVENT-FILE-STATUS = "00"
               PERFORM READ-EVENT-RECORD
               PERFORM MATCH-EXCHANGE-EVENT
                   UNTIL WS-EVENT-EOF = 1 OR WS-EXCH-EVENT-FOUND = "Y"
               CLOSE EVENT-FILE.

       READ-EVENT-RECORD.
           READ EVENT-FILE
               AT END MOVE 1 TO WS-EVENT-EOF.

       MATCH-EXCHANGE-EVENT.
           IF EV-CODE = WS-EXCH-EVENT-CODE
               MOVE "Y" TO WS-EXCH-EVENT-FOUND
               MOVE EV-DATE TO WS-EXCH-EVENT-DATE
               MOVE 500 TO WS-EXCH-EVENT-CAPACITY
               IF EV-CAPACITY > 0
                   MOVE EV-CAPACITY TO WS-EXCH-EVENT-CAPACITY
               END-IF
               MOVE EV-PRICE-FILE TO WS-PRICE-FILENAME
               IF WS-PRICE-FILENAME = SPACES
                   MOVE "PRICESCHEDULE.DAT" TO WS-PRICE-FILENAME
               END-IF
           ELSE
               PERFORM READ-EVENT-RECORD.

       PROMPT-EXCHANGE-SECTION.
           DISPLAY "ENTER NEW SECTION (BLANK = SAME): "
               WITH NO ADVANCING.
           ACCEPT WS-EXCH-SECTION-CODE.
           IF WS-EXCH-SECTION-CODE = SPACES
               MOVE WS-ORIG-SECTION TO WS-EXCH-SECTION-CODE.
           PERFORM FIND-EXCHANGE-SECTION.
           IF WS-EXCH-SECTION-FOUND = "N"
               DISPLAY "SECTION NOT ON SECTION MASTER: "
                   WS-EXCH-SECTION-CODE
               MOVE "N" TO WS-EXCH-VALID
           ELSE IF WS-EXCH-OTHER-EVENT = "N"
                   AND WS-EXCH-SECTION-CODE = WS-ORIG-SECTION
               DISPLAY "SAME EVENT AND SECTION - NOTHING TO EXCHANGE"
               MOVE "N" TO WS-EXCH-VALID
           ELSE
               PERFORM CHECK-EXCHANGE-CAPACITY.

       FIND-EXCHANGE-SECTION.
           MOVE "N" TO WS-EXCH-SECTION-FOUND.
           MOVE 0 TO WS-SECTION-EOF.
           OPEN INPUT SECTION-FILE.
           IF WS-SECTION-FILE-STATUS = "00"
               PERFORM READ-SECTION-RECORD
               PERFORM MATCH-EXCHANGE-SECTION
                   UNTIL WS-SECTION-EOF = 1
                       OR WS-EXCH-SECTION-FOUND = "Y"
               CLOSE SECTION-FILE.

       READ-SECTION-RECORD.
           READ SECTION-FILE
               AT END MOVE 1 TO WS-SECTION-EOF.

       MATCH-EXCHANGE-SECTION.
           IF SEC-CODE = WS-EXCH-SECTION-CODE
               MOVE "Y" TO WS-EXCH-SECTION-FOUND
               MOVE SEC-CAPACITY TO WS-EXCH-SECTION-CAPACITY
           ELSE
               PERFORM READ-SECTION-RECORD.

      ******************************************************************
      * Same sold-out test as the window and the order import: seats
      * sold net of voids plus every active booking's seats, against
      * the section's and the venue's capacity for the new event. A
      * move within one event leaves the venue count unchanged.
      ******************************************************************
       CHECK-EXCHANGE-CAPACITY.
           PERFORM COUNT-EXCHANGE-SEATS.
           IF WS-EXCH-SECTION-SOLD + WS-EXCH-SECTION-HELD
                   >= WS-EXCH-SECTION-CAPACITY
               DISPLAY "SECTION SOLD OUT FOR EVENT "
                   WS-EXCH-EVENT-CODE ": " WS-EXCH-SECTION-CODE
               MOVE "N" TO WS-EXCH-VALID
           ELSE IF WS-EXCH-OTHER-EVENT = "Y"
                   AND WS-EXCH-EVENT-SOLD + WS-EXCH-EVENT-HELD
                       >= WS-EXCH-EVENT-CAPACITY
               DISPLAY "SOLD OUT - VENUE CAPACITY REACHED FOR EVENT "
                   WS-EXCH-EVENT-CODE
               MOVE "N" TO WS-EXCH-VALID.

       COUNT-EXCHANGE-SEATS.
           MOVE 0 TO WS-EXCH-EVENT-SOLD.
           MOVE 0 TO WS-EXCH-SECTION-SOLD.
           MOVE 0 TO WS-EXCH-EVENT-HELD.
           MOVE 0 TO WS-EXCH-SECTION-HELD.
           MOVE 0 TO WS-TS-EOF.
           OPEN INPUT TICKET-SALES-FILE.
           IF WS-TS-FILE-STATUS = "00"
               PERFORM READ-TICKET-SALE
               PERFORM TALLY-EXCHANGE-SEAT UNTIL WS-TS-EOF = 1
               CLOSE TICKET-SALES-FILE.
           MOVE 0 TO WS-RES-EOF.
           OPEN INPUT RESERVATION-FILE.
           IF WS-RES-FILE-STATUS = "00"
               PERFORM READ-RESERVATION-RECORD
               PERFORM HOLD-EXCHANGE-SEATS UNTIL WS-RES-EOF = 1
               CLOSE RESERVATION-FILE.

       TALLY-EXCHANGE-SEAT.
           IF TS-EVENT-CODE = WS-EXCH-EVENT-CODE
               IF TS-VOID-FLAG = "Y"
                   SUBTRACT 1 FROM WS-EXCH-EVENT-SOLD
                   IF TS-SECTION-CODE = WS-EXCH-SECTION-CODE
                       SUBTRACT 1 FROM WS-EXCH-SECTION-SOLD
                   END-IF
               ELSE
                   ADD 1 TO WS-EXCH-EVENT-SOLD
                   IF TS-SECTION-CODE = WS-EXCH-SECTION-CODE
                       ADD 1 TO WS-EXCH-SECTION-SOLD
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-TICKET-SALE.

       READ-RESERVATION-RECORD.
           READ RESERVATION-FILE
               AT END MOVE 1 TO WS-RES-EOF.

       HOLD-EXCHANGE-SEATS.
           IF RV-STATUS = "A"
                   AND RV-EVENT-CODE = WS-EXCH-EVENT-CODE
               COMPUTE WS-RES-SEAT-TOTAL = RV-FAMILY-QTY
                   + RV-ADULT-QTY + RV-STUDENT-QTY + RV-YOUTH-QTY
                   + RV-CHILD-QTY + RV-MILITARY-QTY
               ADD WS-RES-SEAT-TOTAL TO WS-EXCH-EVENT-HELD
               IF RV-SECTION-CODE = WS-EXCH-SECTION-CODE
                   ADD WS-RES-SEAT-TOTAL TO WS-EXCH-SECTION-HELD
               END-IF
           END-IF.
           PERFORM READ-RESERVATION-RECORD.

      ******************************************************************
      * The new ticket is priced from its own event's price schedule
      * and taxed at the rate in effect today; children stay free.
      ******************************************************************
       PRICE-EXCHANGE-TICKET.
           MOVE 0 TO WS-DISCOUNT-AMOUNT.
           MOVE 0 TO WS-EXCH-PRICE.
           MOVE 0 TO WS-EXCH-TAX.
           MOVE SPACES TO WS-COUPON-CODE.
           IF WS-ORIG-CATEGORY NOT = "C"
               PERFORM LOAD-EXCHANGE-PRICES
               IF WS-PRICE-ROW-FOUND = "N"
                   DISPLAY "NO PRICE IN EFFECT FOR EVENT "
                       WS-EXCH-EVENT-CODE
                   MOVE "N" TO WS-EXCH-VALID
               ELSE
                   PERFORM SET-EXCHANGE-LIST-PRICE
                   PERFORM APPLY-COUPON
                   PERFORM LOAD-TAX-RATE
                   COMPUTE WS-EXCH-TAX ROUNDED =
                       WS-EXCH-PRICE * WS-TAX-RATE / 100
               END-IF
           END-IF.

       LOAD-EXCHANGE-PRICES.
           MOVE 0 TO WS-BEST-EFFECTIVE-DATE.
           MOVE "N" TO WS-PRICE-ROW-FOUND.
           MOVE 0 TO WS-PRICE-EOF.
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
               MOVE "Y" TO WS-PRICE-ROW-FOUND
               MOVE PS-EFFECTIVE-DATE TO WS-BEST-EFFECTIVE-DATE
               MOVE PS-FAMILY-PRICE-ED TO WS-FAMILY-PRICE
               MOVE PS-ADULT-PRICE-ED TO WS-ADULT-PRICE
               MOVE PS-STUDENT-PRICE-ED TO WS-STUDENT-PRICE
               MOVE PS-YOUTH-PRICE-ED TO WS-YOUTH-PRICE
               MOVE PS-MILITARY-PRICE-ED TO WS-MILITARY-PRICE.
           PERFORM READ-PRICE-SCHEDULE-RECORD.

       SET-EXCHANGE-LIST-PRICE.
           IF WS-ORIG-CATEGORY = "F"
               MOVE WS-FAMILY-PRICE TO WS-EXCH-PRICE
           ELSE IF WS-ORIG-CATEGORY = "A"
               MOVE WS-ADULT-PRICE TO WS-EXCH-PRICE
           ELSE IF WS-ORIG-CATEGORY = "S"
               MOVE WS-STUDENT-PRICE TO WS-EXCH-PRICE
           ELSE IF WS-ORIG-CATEGORY = "Y"
               MOVE WS-YOUTH-PRICE TO WS-EXCH-PRICE
           ELSE IF WS-ORIG-CATEGORY = "M"
               MOVE WS-MILITARY-PRICE TO WS-EXCH-PRICE
           ELSE
               MOVE 0 TO WS-EXCH-PRICE.

       APPLY-COUPON.
           DISPLAY "ENTER COUPON CODE (OR BLANK): " WITH NO ADVANCING.
           ACCEPT WS-COUPON-CODE.
           IF COUPON-EARLY-BIRD
               COMPUTE WS-DISCOUNT-AMOUNT = WS-EXCH-PRICE * 0.10
           ELSE IF COUPON-GROUP
               MOVE 5.00 TO WS-DISCOUNT-AMOUNT
           ELSE
               MOVE 0 TO WS-DISCOUNT-AMOUNT
               IF NOT COUPON-NONE
                   DISPLAY "UNKNOWN COUPON CODE - IGNORED".
           IF WS-DISCOUNT-AMOUNT > WS-EXCH-PRICE
               MOVE WS-EXCH-PRICE TO WS-DISCOUNT-AMOUNT.
           SUBTRACT WS-DISCOUNT-AMOUNT FROM WS-EXCH-PRICE.

       LOAD-TAX-RATE.
           MOVE 0 TO WS-TAX-RATE.
           MOVE 0 TO WS-BEST-TAX-DATE.
           MOVE 0 TO WS-TAX-EOF.
           OPEN INPUT TAX-RATE-FILE.
           IF WS-TAX-FILE-STATUS = "00"
               PERFORM READ-TAX-RATE-RECORD
               PERFORM APPLY-TAX-RATE-RECORD UNTIL WS-TAX-EOF = 1
               CLOSE TAX-RATE-FILE.

       READ-TAX-RATE-RECORD.
           READ TAX-RATE-FILE
               AT END MOVE 1 TO WS-TAX-EOF.

       APPLY-TAX-RATE-RECORD.
           IF TX-EFFECTIVE-DATE NOT > WS-RUN-DATE
                   AND TX-EFFECTIVE-DATE NOT < WS-BEST-TAX-DATE
               MOVE TX-EFFECTIVE-DATE TO WS-BEST-TAX-DATE
               MOVE TX-RATE-ED TO WS-TAX-RATE.
           PERFORM READ-TAX-RATE-RECORD.

      ******************************************************************
      * A points ticket is re-tendered in points, so its patron must
      * still be active and hold enough points once the old ticket's
      * points are given back. Any other ticket carries its active
      * patron, if it had one, onto the new ticket.
      ******************************************************************
       FIND-EXCHANGE-PATRON.
           MOVE SPACES TO WS-PATRON-NUM.
           MOVE SPACES TO WS-EXCH-PATRON-NUM.
           MOVE 0 TO WS-PATRON-BALANCE.
           MOVE 0 TO WS-REV-EARNED.
           MOVE 0 TO WS-REV-REDEEMED.
           MOVE 0 TO WS-REV-AMOUNT.
           MOVE 0 TO WS-PX-EOF.
           OPEN INPUT PATRON-TXN-FILE.
           IF WS-PX-FILE-STATUS = "00"
               PERFORM READ-PATRON-TXN-RECORD
               PERFORM NOTE-SALE-POINTS UNTIL WS-PX-EOF = 1
               CLOSE PATRON-TXN-FILE.
           IF WS-PATRON-NUM NOT = SPACES
               PERFORM FIND-ACTIVE-PATRON.
           MOVE 0 TO WS-EXCH-POINTS-NEEDED.
           IF WS-ORIG-TENDER = "4"
               PERFORM CHECK-EXCHANGE-POINTS.
           MOVE SPACES TO WS-PATRON-NUM.

       FIND-ACTIVE-PATRON.
           MOVE "N" TO WS-PT-FOUND.
           MOVE 0 TO WS-PT-EOF.
           OPEN INPUT PATRON-FILE.
           IF WS-PT-FILE-STATUS = "00"
               PERFORM READ-PATRON-RECORD
               PERFORM SCAN-FOR-ACTIVE-PATRON
                   UNTIL WS-PT-EOF = 1 OR WS-PT-FOUND = "Y"
               CLOSE PATRON-FILE.

       SCAN-FOR-ACTIVE-PATRON.
           IF PT-PATRON-NUM = WS-PATRON-NUM AND PT-STATUS = "A"
               MOVE "Y" TO WS-PT-FOUND
               MOVE WS-PATRON-NUM TO WS-EXCH-PATRON-NUM
               MOVE PT-POINTS-BALANCE TO WS-PATRON-BALANCE
           ELSE
               PERFORM READ-PATRON-RECORD.

       CHECK-EXCHANGE-POINTS.
           COMPUTE WS-EXCH-POINTS-NEEDED =
               (WS-EXCH-PRICE + WS-EXCH-TAX)
               * WS-POINTS-PER-DOLLAR-OFF.
           IF WS-EXCH-PATRON-NUM = SPACES
               DISPLAY "POINTS TICKET - PATRON NOT ACTIVE - "
                   "EXCHANGE REFUSED"
               MOVE "N" TO WS-EXCH-VALID
           ELSE IF WS-PATRON-BALANCE + WS-REV-REDEEMED
                   < WS-EXCH-POINTS-NEEDED
               MOVE WS-EXCH-POINTS-NEEDED TO WS-POINTS-DISPLAY
               DISPLAY "INSUFFICIENT POINTS - EXCHANGE NEEDS: "
                   WS-POINTS-DISPLAY
               MOVE "N" TO WS-EXCH-VALID.

      ******************************************************************
      * The difference settles in the old ticket's tender. A gift
      * card ticket keeps what it took from the card, up to the new
      * total; anything over that goes to the split tender and any
      * gift card amount no longer needed goes back on a card.
      ******************************************************************
       CONFIRM-EXCHANGE.
           COMPUTE WS-EXCH-OLD-TOTAL = WS-ORIG-PRICE + WS-ORIG-TAX.
           COMPUTE WS-EXCH-NEW-TOTAL = WS-EXCH-PRICE + WS-EXCH-TAX.
           COMPUTE WS-EXCH-DIFFERENCE =
               WS-EXCH-NEW-TOTAL - WS-EXCH-OLD-TOTAL.
           MOVE 0 TO WS-EXCH-GIFT-APPLIED.
           MOVE 0 TO WS-EXCH-GIFT-CREDIT.
           MOVE 0 TO WS-EXCH-OLD-REMAINDER.
           MOVE 0 TO WS-EXCH-NEW-REMAINDER.
           MOVE WS-ORIG-SPLIT-TENDER TO WS-EXCH-SPLIT-TENDER.
           MOVE WS-EXCH-DIFFERENCE TO WS-EXCH-SETTLE-DELTA.
           MOVE WS-ORIG-TENDER TO WS-EXCH-SETTLE-TENDER.
           MOVE WS-EXCH-OLD-TOTAL TO WS-AMOUNT-EDIT.
           DISPLAY "OLD TICKET " WS-REFUND-SEQ " TOTAL: "
               WS-AMOUNT-EDIT.
           MOVE WS-EXCH-NEW-TOTAL TO WS-AMOUNT-EDIT.
           DISPLAY "NEW TICKET " WS-EXCH-EVENT-CODE " "
               WS-EXCH-SECTION-CODE " TOTAL: " WS-AMOUNT-EDIT.
           IF WS-ORIG-TENDER = "3"
               PERFORM SPLIT-EXCHANGE-GIFT-TENDER.
           PERFORM SET-EXCHANGE-DIFF-DESC.
           IF WS-EXCH-DIFF-AMOUNT = 0
               DISPLAY "NO DIFFERENCE DUE"
           ELSE
               MOVE WS-EXCH-DIFF-AMOUNT TO WS-AMOUNT-EDIT
               DISPLAY WS-EXCH-DIFF-DESC WS-AMOUNT-EDIT.
           IF WS-EXCH-GIFT-CREDIT > 0
               MOVE WS-EXCH-GIFT-CREDIT TO WS-AMOUNT-EDIT
               DISPLAY "GIFT CARD CREDIT:   " WS-AMOUNT-EDIT.
           DISPLAY "CONFIRM EXCHANGE (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-EXCH-CONFIRM.
           IF WS-EXCH-CONFIRM NOT = "Y"
               DISPLAY "EXCHANGE CANCELLED - NOTHING RECORDED"
               MOVE "N" TO WS-EXCH-VALID.

       SPLIT-EXCHANGE-GIFT-TENDER.
           COMPUTE WS-EXCH-OLD-REMAINDER =
               WS-EXCH-OLD-TOTAL - WS-ORIG-GIFT-APPLIED.
           IF WS-EXCH-NEW-TOTAL < WS-ORIG-GIFT-APPLIED
               MOVE WS-EXCH-NEW-TOTAL TO WS-EXCH-GIFT-APPLIED
               COMPUTE WS-EXCH-GIFT-CREDIT =
                   WS-ORIG-GIFT-APPLIED - WS-EXCH-NEW-TOTAL
           ELSE
               MOVE WS-ORIG-GIFT-APPLIED TO WS-EXCH-GIFT-APPLIED
               COMPUTE WS-EXCH-NEW-REMAINDER =
                   WS-EXCH-NEW-TOTAL - WS-ORIG-GIFT-APPLIED.
           IF WS-EXCH-NEW-REMAINDER > 0
                   AND WS-EXCH-SPLIT-TENDER NOT = "1"
                   AND WS-EXCH-SPLIT-TENDER NOT = "2"
               MOVE SPACE TO WS-REMAINDER-TENDER
               PERFORM PROMPT-EXCHANGE-SPLIT-TENDER
                   UNTIL WS-REMAINDER-TENDER = "1"
                       OR WS-REMAINDER-TENDER = "2"
               MOVE WS-REMAINDER-TENDER TO WS-EXCH-SPLIT-TENDER.
           COMPUTE WS-EXCH-SETTLE-DELTA =
               WS-EXCH-NEW-REMAINDER - WS-EXCH-OLD-REMAINDER.
           MOVE WS-EXCH-SPLIT-TENDER TO WS-EXCH-SETTLE-TENDER.

       PROMPT-EXCHANGE-SPLIT-TENDER.
           DISPLAY "ENTER TENDER FOR REMAINDER (1=CASH 2=CARD): "
               WITH NO ADVANCING.
           ACCEPT WS-REMAINDER-TENDER.

       SET-EXCHANGE-DIFF-DESC.
           IF WS-EXCH-SETTLE-DELTA < 0
               COMPUTE WS-EXCH-DIFF-AMOUNT = 0 - WS-EXCH-SETTLE-DELTA
               PERFORM SET-EXCHANGE-REFUND-DESC
           ELSE
               MOVE WS-EXCH-SETTLE-DELTA TO WS-EXCH-DIFF-AMOUNT
               PERFORM SET-EXCHANGE-COLLECT-DESC.

       SET-EXCHANGE-COLLECT-DESC.
           IF WS-EXCH-SETTLE-TENDER = "1"
               MOVE "COLLECT IN CASH:   " TO WS-EXCH-DIFF-DESC
           ELSE IF WS-EXCH-SETTLE-TENDER = "2"
               MOVE "CHARGE TO CARD:    " TO WS-EXCH-DIFF-DESC
           ELSE
               MOVE "DUE IN POINTS:     " TO WS-EXCH-DIFF-DESC.

       SET-EXCHANGE-REFUND-DESC.
           IF WS-EXCH-SETTLE-TENDER = "1"
               MOVE "REFUND IN CASH:    " TO WS-EXCH-DIFF-DESC
           ELSE IF WS-EXCH-SETTLE-TENDER = "2"
               MOVE "REFUND TO CARD:    " TO WS-EXCH-DIFF-DESC
           ELSE
               MOVE "REFUND IN POINTS:  " TO WS-EXCH-DIFF-DESC.

      ******************************************************************
      * The void of the old ticket is written exactly as a refund is,
      * audited as E; the new ticket follows it with void flag X and
      * the old ticket number, audited as X, with its own sale
      * receipt and loyalty postings.
      ******************************************************************
       POST-EXCHANGE.
           MOVE "Y" TO WS-EXCH-IN-PROGRESS.
           COMPUTE WS-EXCH-SEQ = WS-HIGH-SEQ-NUM + 2.
           MOVE SPACES TO WS-VOID-REASON.
           STRING "EXCHANGED TO TKT " WS-EXCH-SEQ
               DELIMITED BY SIZE INTO WS-VOID-REASON.
           PERFORM WRITE-VOID-SALE.
           PERFORM WRITE-AUDIT-RECORD.
           IF WS-EVENT-SETTLED = "Y"
               PERFORM WRITE-SETTLE-ADJUSTMENT.
           PERFORM WRITE-VOID-RECEIPT.
           PERFORM REVERSE-PATRON-POINTS.
           PERFORM WRITE-EXCHANGE-SALE.
           PERFORM WRITE-EXCHANGE-AUDIT.
           PERFORM WRITE-EXCHANGE-RECEIPT.
           PERFORM POST-EXCHANGE-POINTS.
           IF WS-EXCH-GIFT-CREDIT > 0
               MOVE WS-EXCH-GIFT-CREDIT TO WS-CREDIT-AMOUNT
               PERFORM CREDIT-GIFT-CARD.
           DISPLAY "TICKET " WS-REFUND-SEQ " EXCHANGED FOR TICKET "
               WS-HIGH-SEQ-NUM.
           MOVE "N" TO WS-EXCH-IN-PROGRESS.

       WRITE-EXCHANGE-SALE.
           OPEN EXTEND TICKET-SALES-FILE.
           ADD 1 TO WS-HIGH-SEQ-NUM.
           MOVE WS-HIGH-SEQ-NUM TO TS-SEQ-NUM.
           MOVE WS-EXCH-EVENT-CODE TO TS-EVENT-CODE.
           MOVE WS-ORIG-CATEGORY TO TS-CATEGORY.
           MOVE WS-EXCH-SECTION-CODE TO TS-SECTION-CODE.
           MOVE WS-EXCH-PRICE TO TS-PRICE.
           MOVE WS-ORIG-TENDER TO TS-TENDER.
           MOVE "X" TO TS-VOID-FLAG.
           MOVE WS-REFUND-SEQ TO TS-VOID-ORIG-SEQ.
           MOVE WS-EXCH-GIFT-APPLIED TO TS-GIFT-APPLIED.
           MOVE WS-EXCH-SPLIT-TENDER TO TS-SPLIT-TENDER.
           MOVE WS-EXCH-TAX TO TS-TAX.
           WRITE TS-RECORD.
           IF WS-TS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - EXCHANGE TICKET NOT RECORDED - STATUS: "
                   WS-TS-FILE-STATUS.
           CLOSE TICKET-SALES-FILE.

       WRITE-EXCHANGE-AUDIT.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AL-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG-FILE.
           MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID.
           MOVE WS-EXCH-EVENT-CODE TO AL-EVENT-CODE.
           ACCEPT AL-DATE FROM DATE YYYYMMDD.
           ACCEPT AL-TIME FROM TIME.
           MOVE WS-ORIG-CATEGORY TO AL-CATEGORY.
           MOVE WS-EXCH-PRICE TO AL-PRICE.
           MOVE "X" TO AL-VOID-FLAG.
           MOVE SPACES TO AL-VOID-REASON.
           STRING "EXCHANGED FROM TKT " WS-REFUND-SEQ
               DELIMITED BY SIZE INTO AL-VOID-REASON.
           MOVE WS-HIGH-SEQ-NUM TO AL-SEQ-NUM.
           MOVE "TICKETSALES.DAT" TO AL-WINDOW-FILE.
           WRITE AL-RECORD.
           CLOSE AUDIT-LOG-FILE.

       WRITE-EXCHANGE-RECEIPT.
           OPEN EXTEND RECEIPT-FILE.
           IF WS-RECEIPT-FILE-STATUS NOT = "00"
               OPEN OUTPUT RECEIPT-FILE.
           ACCEPT WS-RECEIPT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RECEIPT-TIME FROM TIME.
           MOVE WS-RECEIPT-VENUE TO WS-RECEIPT-LINE.
           PERFORM WRITE-RECEIPT-LINE.
           MOVE SPACES TO WS-RECEIPT-LINE.
           STRING "DATE: " WS-RECEIPT-DATE
               "  TIME: " WS-RECEIPT-TIME(1:6)
               DELIMITED BY SIZE INTO WS-RECEIPT-LINE.
           PERFORM WRITE-RECEIPT-LINE.
           MOVE SPACES TO WS-RECEIPT-LINE.
           STRING "TICKET: " WS-HIGH-SEQ-NUM
               "  EVENT: " WS-EXCH-EVENT-CODE
               DELIMITED BY SIZE INTO WS-RECEIPT-LINE.
           PERFORM WRITE-RECEIPT-LINE.
           MOVE SPACES TO WS-RECEIPT-LINE.
           STRING "CATEGORY: " WS-ORIG-CATEGORY
               "   SECTION: " WS-EXCH-SECTION-CODE
               DELIMITED BY SIZE INTO WS-RECEIPT-LINE.
           PERFORM WRITE-RECEIPT-LINE.
           IF WS-DISCOUNT-AMOUNT > 0
               MOVE WS-DISCOUNT-AMOUNT TO WS-PRICE
               MOVE SPACES TO WS-RECEIPT-LINE
               STRING "COUPON " WS-COUPON-CODE " DISCOUNT: " WS-PRICE
                   DELIMITED BY SIZE INTO WS-RECEIPT-LINE
               PERFORM WRITE-RECEIPT-LINE.
           IF WS-EXCH-PATRON-NUM NOT = SPACES
               MOVE SPACES TO WS-RECEIPT-LINE
               STRING "PATRON: " WS-EXCH-PATRON-NUM
                   DELIMITED BY SIZE INTO WS-RECEIPT-LINE
               PERFORM WRITE-RECEIPT-LINE.
           MOVE WS-EXCH-PRICE TO WS-PRICE.
           PERFORM SET-TENDER-DESC.
           MOVE SPACES TO WS-RECEIPT-LINE.
           STRING "PRICE: " WS-PRICE "   TENDER: " WS-TENDER-DESC
               DELIMITED BY SIZE INTO WS-RECEIPT-LINE.
           PERFORM WRITE-RECEIPT-LINE.
           IF WS-EXCH-TAX > 0
               MOVE WS-EXCH-TAX TO WS-PRICE
               MOVE SPACES TO WS-RECEIPT-LINE
               STRING "TAX:   " WS-PRICE
                   DELIMITED BY SIZE INTO WS-RECEIPT-LINE
               PERFORM WRITE-RECEIPT-LINE
               MOVE WS-EXCH-NEW-TOTAL TO WS-AMOUNT-EDIT
               MOVE SPACES TO WS-RECEIPT-LINE
               STRING "TOTAL: " WS-AMOUNT-EDIT
                   DELIMITED BY SIZE INTO WS-RECEIPT-LINE
               PERFORM WRITE-RECEIPT-LINE.
           MOVE SPACES TO WS-RECEIPT-LINE.
           STRING "EXCHANGED FROM TICKET: " WS-REFUND-SEQ
               DELIMITED BY SIZE INTO WS-RECEIPT-LINE.
           PERFORM WRITE-RECEIPT-LINE.
           MOVE SPACES TO WS-RECEIPT-LINE.
           IF WS-EXCH-DIFF-AMOUNT = 0
               MOVE "NO DIFFERENCE DUE" TO WS-RECEIPT-LINE
           ELSE
               MOVE WS-EXCH-DIFF-AMOUNT TO WS-AMOUNT-EDIT
               STRING WS-EXCH-DIFF-DESC WS-AMOUNT-EDIT
                   DELIMITED BY SIZE INTO WS-RECEIPT-LINE.
           PERFORM WRITE-RECEIPT-LINE.
           IF WS-EXCH-GIFT-CREDIT > 0
               MOVE WS-EXCH-GIFT-CREDIT TO WS-AMOUNT-EDIT
               MOVE SPACES TO WS-RECEIPT-LINE
               STRING "GIFT CARD CREDIT:   " WS-AMOUNT-EDIT
                   DELIMITED BY SIZE INTO WS-RECEIPT-LINE
               PERFORM WRITE-RECEIPT-LINE.
           MOVE "THANK YOU - NO REFUND WITHOUT RECEIPT" TO
               WS-RECEIPT-LINE.
           PERFORM WRITE-RECEIPT-LINE.
           MOVE WS-FORM-FEED TO WS-RECEIPT-LINE.
           PERFORM WRITE-RECEIPT-LINE.
           CLOSE RECEIPT-FILE.
           MOVE "S" TO WS-RECEIPT-KEY-TYPE.
           MOVE WS-EXCH-EVENT-CODE TO WS-RECEIPT-KEY-EVENT.
           PERFORM WRITE-RECEIPT-KEY.

       SET-TENDER-DESC.
           IF WS-ORIG-TENDER = "1"
               MOVE "CASH" TO WS-TENDER-DESC
           ELSE IF WS-ORIG-TENDER = "2"
               MOVE "CARD" TO WS-TENDER-DESC
           ELSE IF WS-ORIG-TENDER = "4"
               MOVE "PNTS" TO WS-TENDER-DESC
           ELSE
               MOVE "GIFT" TO WS-TENDER-DESC.

      ******************************************************************
      * The new ticket earns points on its whole-dollar price, or has
      * its points taken when it was paid for with points, posted
      * against the new ticket and event as a window sale is.
      ******************************************************************
       POST-EXCHANGE-POINTS.
           IF WS-EXCH-PATRON-NUM NOT = SPACES
               MOVE 0 TO WS-EXCH-POINTS-EARNED
               IF WS-ORIG-TENDER NOT = "4"
                   COMPUTE WS-EXCH-POINTS-EARNED =
                       WS-EXCH-PRICE * WS-POINTS-PER-DOLLAR
               END-IF
               IF WS-EXCH-POINTS-EARNED > 0
                       OR WS-EXCH-POINTS-NEEDED > 0
                   MOVE WS-EXCH-PATRON-NUM TO WS-PATRON-NUM
                   PERFORM UPDATE-PATRON-BALANCE
               END-IF
           END-IF.

       UPDATE-PATRON-BALANCE.
           MOVE "N" TO WS-PT-FOUND.
           MOVE 0 TO WS-PT-EOF.
           OPEN I-O PATRON-FILE.
           IF WS-PT-FILE-STATUS = "00"
               PERFORM READ-PATRON-RECORD
               PERFORM MATCH-PATRON-FOR-POSTING
                   UNTIL WS-PT-EOF = 1 OR WS-PT-FOUND = "Y"
               CLOSE PATRON-FILE.
           IF WS-PT-FOUND = "N"
               DISPLAY "PATRON NOT ON FILE - POINTS NOT POSTED: "
                   WS-PATRON-NUM.

       MATCH-PATRON-FOR-POSTING.
           IF PT-PATRON-NUM = WS-PATRON-NUM
               MOVE "Y" TO WS-PT-FOUND
               ADD WS-EXCH-POINTS-EARNED TO PT-POINTS-BALANCE
               SUBTRACT WS-EXCH-POINTS-NEEDED FROM PT-POINTS-BALANCE
               REWRITE PT-RECORD
               PERFORM WRITE-SALE-POINTS-TXNS
               MOVE PT-POINTS-BALANCE TO WS-POINTS-DISPLAY
               DISPLAY "PATRON " WS-PATRON-NUM " NEW BALANCE: "
                   WS-POINTS-DISPLAY
           ELSE
               PERFORM READ-PATRON-RECORD.

       WRITE-SALE-POINTS-TXNS.
           MOVE WS-HIGH-SEQ-NUM TO WS-PX-SEQ-NUM.
           MOVE WS-EXCH-EVENT-CODE TO WS-PX-EVENT-CODE.
           MOVE SPACES TO WS-PX-REF.
           IF WS-EXCH-POINTS-NEEDED > 0
               MOVE "R" TO WS-PX-TYPE
               MOVE WS-EXCH-POINTS-NEEDED TO WS-PX-POINTS
               MOVE WS-EXCH-NEW-TOTAL TO WS-PX-AMOUNT
               PERFORM WRITE-PATRON-TXN-RECORD.
           IF WS-EXCH-POINTS-EARNED > 0
               MOVE "E" TO WS-PX-TYPE
               MOVE WS-EXCH-POINTS-EARNED TO WS-PX-POINTS
               MOVE WS-EXCH-PRICE TO WS-PX-AMOUNT
               PERFORM WRITE-PATRON-TXN-RECORD.

       CREDIT-GIFT-CARD.
           DISPLAY "ENTER GIFT CARD NUMBER FOR CREDIT: "
               WITH NO ADVANCING.
           WRITE GT-RECORD.
           CLOSE GIFT-TXN-FILE.

      ******************************************************************
      * The sale's E and R records on the patron log name the patron,
      * the points earned and any points redeemed - only those
      * written against the back-office file, since each window
      * numbers its own tickets; both are reversed
      * with B and C records against the original ticket, the void
      * ticket number as reference - the same as a window void.
      ******************************************************************
       REVERSE-PATRON-POINTS.
           MOVE SPACES TO WS-PATRON-NUM.
           MOVE 0 TO WS-REV-EARNED.
           MOVE 0 TO WS-REV-REDEEMED.
           MOVE 0 TO WS-REV-AMOUNT.
           MOVE 0 TO WS-PX-EOF.
           OPEN INPUT PATRON-TXN-FILE.
           IF WS-PX-FILE-STATUS = "00"
               PERFORM READ-PATRON-TXN-RECORD
               PERFORM NOTE-SALE-POINTS UNTIL WS-PX-EOF = 1
               CLOSE PATRON-TXN-FILE.
           IF WS-PATRON-NUM NOT = SPACES
               PERFORM POST-POINTS-REVERSAL.

       READ-PATRON-TXN-RECORD.
           READ PATRON-TXN-FILE
               AT END MOVE 1 TO WS-PX-EOF.

       NOTE-SALE-POINTS.
           IF PX-SEQ-NUM = WS-REFUND-SEQ
                   AND PX-EVENT-CODE = WS-ORIG-EVENT-CODE
                   AND PX-WINDOW-FILE = "TICKETSALES.DAT"
                   AND PX-TYPE = "E"
               MOVE PX-PATRON-NUM TO WS-PATRON-NUM
               ADD PX-POINTS TO WS-REV-EARNED.
           IF PX-SEQ-NUM = WS-REFUND-SEQ
                   AND PX-EVENT-CODE = WS-ORIG-EVENT-CODE
                   AND PX-WINDOW-FILE = "TICKETSALES.DAT"
                   AND PX-TYPE = "R"
               MOVE PX-PATRON-NUM TO WS-PATRON-NUM
               ADD PX-POINTS TO WS-REV-REDEEMED
               ADD PX-AMOUNT TO WS-REV-AMOUNT.
           PERFORM READ-PATRON-TXN-RECORD.

       POST-POINTS-REVERSAL.
           MOVE "N" TO WS-PT-FOUND.
           MOVE 0 TO WS-PT-EOF.
           OPEN I-O PATRON-FILE.
           IF WS-PT-FILE-STATUS = "00"
               PERFORM READ-PATRON-RECORD
               PERFORM MATCH-PATRON-FOR-REVERSAL
                   UNTIL WS-PT-EOF = 1 OR WS-PT-FOUND = "Y"
               CLOSE PATRON-FILE.
           IF WS-PT-FOUND = "N"
               DISPLAY "PATRON NOT ON FILE - ADJUST POINTS BY HAND: "
                   WS-PATRON-NUM.

       READ-PATRON-RECORD.
           READ PATRON-FILE
               AT END MOVE 1 TO WS-PT-EOF.

       MATCH-PATRON-FOR-REVERSAL.
           IF PT-PATRON-NUM = WS-PATRON-NUM
               MOVE "Y" TO WS-PT-FOUND
               SUBTRACT WS-REV-EARNED FROM PT-POINTS-BALANCE
               ADD WS-REV-REDEEMED TO PT-POINTS-BALANCE
               REWRITE PT-RECORD
               PERFORM WRITE-REVERSAL-TXNS
               IF WS-REV-REDEEMED > 0
                   MOVE WS-REV-REDEEMED TO WS-POINTS-DISPLAY
                   DISPLAY "POINTS RESTORED: " WS-POINTS-DISPLAY
               END-IF
               IF WS-REV-EARNED > 0
                   MOVE WS-REV-EARNED TO WS-POINTS-DISPLAY
                   DISPLAY "EARNED POINTS TAKEN BACK: "
                       WS-POINTS-DISPLAY
               END-IF
               MOVE PT-POINTS-BALANCE TO WS-POINTS-DISPLAY
               DISPLAY "PATRON " WS-PATRON-NUM " NEW BALANCE: "
                   WS-POINTS-DISPLAY
           ELSE
               PERFORM READ-PATRON-RECORD.

       WRITE-REVERSAL-TXNS.
           MOVE WS-REFUND-SEQ TO WS-PX-SEQ-NUM.
           MOVE WS-ORIG-EVENT-CODE TO WS-PX-EVENT-CODE.
           MOVE WS-HIGH-SEQ-NUM TO WS-PX-REF.
           IF WS-REV-EARNED > 0
               MOVE "B" TO WS-PX-TYPE
               MOVE WS-REV-EARNED TO WS-PX-POINTS
               MOVE WS-ORIG-PRICE TO WS-PX-AMOUNT
               PERFORM WRITE-PATRON-TXN-RECORD.
           IF WS-REV-REDEEMED > 0
               MOVE "C" TO WS-PX-TYPE
               MOVE WS-REV-REDEEMED TO WS-PX-POINTS
               MOVE WS-REV-AMOUNT TO WS-PX-AMOUNT
               PERFORM WRITE-PATRON-TXN-RECORD.

       WRITE-PATRON-TXN-RECORD.
           OPEN EXTEND PATRON-TXN-FILE.
           IF WS-PX-FILE-STATUS NOT = "00"
               OPEN OUTPUT PATRON-TXN-FILE.
           ACCEPT PX-DATE FROM DATE YYYYMMDD.
           ACCEPT PX-TIME FROM TIME.
           MOVE WS-PATRON-NUM TO PX-PATRON-NUM.
           MOVE WS-PX-TYPE TO PX-TYPE.
           MOVE WS-PX-POINTS TO PX-POINTS.
           MOVE WS-PX-AMOUNT TO PX-AMOUNT.
           MOVE WS-PX-SEQ-NUM TO PX-SEQ-NUM.
           MOVE WS-PX-EVENT-CODE TO PX-EVENT-CODE.
           MOVE WS-PX-REF TO PX-REF.
           MOVE WS-OPERATOR-ID TO PX-OPERATOR-ID.
           MOVE "TICKETSALES.DAT" TO PX-WINDOW-FILE.
           WRITE PX-RECORD.
           CLOSE PATRON-TXN-FILE.

      ******************************************************************
      * A refunded comp is logged against the comp it reverses, with
      * that comp's reason, guest and authorizing supervisor, the
      * same as a comp voided at the window.
      ******************************************************************
       LOG-COMP-VOID.
           MOVE SPACE TO WS-COMP-REASON.
           MOVE SPACES TO WS-COMP-GUEST.
           MOVE SPACES TO WS-COMP-SUPERVISOR.
           MOVE "N" TO WS-COMP-FOUND.
           MOVE 0 TO WS-CL-EOF.
           OPEN INPUT COMP-LOG-FILE.
           IF WS-CL-FILE-STATUS = "00"
               PERFORM READ-COMP-LOG-RECORD
               PERFORM FIND-COMP-ISSUE
                   UNTIL WS-CL-EOF = 1 OR WS-COMP-FOUND = "Y"
               CLOSE COMP-LOG-FILE.
           IF WS-COMP-FOUND NOT = "Y"
               DISPLAY "COMP NOT ON COMP LOG - VOID LOGGED WITHOUT "
                   "REASON".
           OPEN EXTEND COMP-LOG-FILE.
           IF WS-CL-FILE-STATUS NOT = "00"
               OPEN OUTPUT COMP-LOG-FILE.
           ACCEPT CL-DATE FROM DATE YYYYMMDD.
           ACCEPT CL-TIME FROM TIME.
           MOVE "V" TO CL-TYPE.
           MOVE WS-HIGH-SEQ-NUM TO CL-SEQ-NUM.
           MOVE WS-REFUND-SEQ TO CL-ORIG-SEQ.
           MOVE WS-ORIG-EVENT-CODE TO CL-EVENT-CODE.
           MOVE WS-ORIG-SECTION TO CL-SECTION-CODE.
           MOVE WS-COMP-REASON TO CL-REASON.
           MOVE WS-COMP-GUEST TO CL-GUEST-NAME.
           MOVE WS-OPERATOR-ID TO CL-OPERATOR-ID.
           MOVE WS-COMP-SUPERVISOR TO CL-SUPERVISOR-ID.
           MOVE "TICKETSALES.DAT" TO CL-WINDOW-FILE.
           WRITE CL-RECORD.
           CLOSE COMP-LOG-FILE.

       READ-COMP-LOG-RECORD.
           READ COMP-LOG-FILE
               AT END MOVE 1 TO WS-CL-EOF.

       FIND-COMP-ISSUE.
           IF CL-TYPE = "I"
                   AND CL-SEQ-NUM = WS-REFUND-SEQ
                   AND CL-EVENT-CODE = WS-ORIG-EVENT-CODE
               MOVE "Y" TO WS-COMP-FOUND
               MOVE CL-REASON TO WS-COMP-REASON
               MOVE CL-GUEST-NAME TO WS-COMP-GUEST
               MOVE CL-SUPERVISOR-ID TO WS-COMP-SUPERVISOR
           ELSE
               PERFORM READ-COMP-LOG-RECORD.

       WRITE-VOID-SALE.
           OPEN EXTEND TICKET-SALES-FILE.
           ADD 1 TO WS-HIGH-SEQ-NUM.
           ACCEPT AL-TIME FROM TIME.
           MOVE WS-ORIG-CATEGORY TO AL-CATEGORY.
           MOVE WS-ORIG-PRICE TO AL-PRICE.
           IF WS-EXCH-IN-PROGRESS = "Y"
               MOVE "E" TO AL-VOID-FLAG
           ELSE
               MOVE "Y" TO AL-VOID-FLAG.
           MOVE WS-VOID-REASON TO AL-VOID-REASON.
           MOVE WS-HIGH-SEQ-NUM TO AL-SEQ-NUM.
           MOVE "TICKETSALES.DAT" TO AL-WINDOW-FILE.
           WRITE AL-RECORD.
           CLOSE AUDIT-LOG-FILE.

      ******************************************************************
      * Once the promoter has been settled for an event, a refund or
      * exchange against it changes what was paid out and is logged
      * for the settlement reprint.
      ******************************************************************
       CHECK-EVENT-SETTLED.
           MOVE "N" TO WS-EVENT-SETTLED.
           MOVE 0 TO WS-ES-EOF.
           OPEN INPUT EVENT-SETTLE-FILE.
           IF WS-ES-FILE-STATUS = "00"
               PERFORM READ-EVENT-SETTLE
               PERFORM MATCH-EVENT-SETTLE
                   UNTIL WS-ES-EOF = 1 OR WS-EVENT-SETTLED = "Y"
               CLOSE EVENT-SETTLE-FILE.
           IF WS-EVENT-SETTLED = "Y"
               DISPLAY "EVENT " WS-ORIG-EVENT-CODE
                   " SETTLED WITH PROMOTER ON " WS-SETTLED-DATE
                   " - POST-SETTLEMENT ADJUSTMENT".

       READ-EVENT-SETTLE.
           READ EVENT-SETTLE-FILE
               AT END MOVE 1 TO WS-ES-EOF.

       MATCH-EVENT-SETTLE.
           IF ES-EVENT-CODE = WS-ORIG-EVENT-CODE
               MOVE "Y" TO WS-EVENT-SETTLED
               MOVE ES-SETTLE-DATE TO WS-SETTLED-DATE
           ELSE
               PERFORM READ-EVENT-SETTLE.

       WRITE-SETTLE-ADJUSTMENT.
           OPEN EXTEND SETTLE-ADJ-FILE.
           IF WS-SA-FILE-STATUS NOT = "00"
               OPEN OUTPUT SETTLE-ADJ-FILE.
           ACCEPT SA-DATE FROM DATE YYYYMMDD.
           ACCEPT SA-TIME FROM TIME.
           MOVE WS-ORIG-EVENT-CODE TO SA-EVENT-CODE.
           IF WS-EXCH-IN-PROGRESS = "Y"
               MOVE "E" TO SA-TYPE
           ELSE
               MOVE "R" TO SA-TYPE.
           MOVE WS-REFUND-SEQ TO SA-ORIG-SEQ.
           MOVE WS-HIGH-SEQ-NUM TO SA-VOID-SEQ.
           MOVE WS-ORIG-PRICE TO SA-PRICE.
           MOVE WS-ORIG-TAX TO SA-TAX.
           MOVE WS-OPERATOR-ID TO SA-OPERATOR-ID.
           WRITE SA-RECORD.
           CLOSE SETTLE-ADJ-FILE.
           DISPLAY "POST-SETTLEMENT ADJUSTMENT LOGGED FOR EVENT "
               WS-ORIG-EVENT-CODE.

       WRITE-VOID-RECEIPT.
           OPEN EXTEND RECEIPT-FILE.
           IF WS-RECEIPT-FILE-STATUS NOT = "00"
           MOVE WS-FORM-FEED TO WS-RECEIPT-LINE.
           PERFORM WRITE-RECEIPT-LINE.
           CLOSE RECEIPT-FILE.
           MOVE "V" TO WS-RECEIPT-KEY-TYPE.
           MOVE WS-ORIG-EVENT-CODE TO WS-RECEIPT-KEY-EVENT.
           PERFORM WRITE-RECEIPT-KEY.

      ******************************************************************
           IF WS-RK-FILE-STATUS NOT = "00"
               OPEN OUTPUT RECEIPT-KEY-FILE.
           MOVE WS-HIGH-SEQ-NUM TO RK-SEQ-NUM.
           MOVE WS-RECEIPT-KEY-EVENT TO RK-EVENT-CODE.
           MOVE WS-RECEIPT-KEY-TYPE TO RK-TYPE.
           MOVE SPACES TO RK-REF.
           MOVE WS-RECEIPT-DATE TO RK-DATE.
           WRITE RK-RECORD.
