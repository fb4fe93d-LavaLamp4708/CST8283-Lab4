           SELECT PASS-USE-FILE ASSIGN TO "PASSUSE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PU-FILE-STATUS.
           SELECT PATRON-FILE ASSIGN TO "PATRONS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PT-FILE-STATUS.
           SELECT PATRON-TXN-FILE ASSIGN TO "PATRONTXN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PX-FILE-STATUS.
           SELECT WAITLIST-FILE ASSIGN TO "WAITLIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WL-FILE-STATUS.
           SELECT COMP-LOG-FILE ASSIGN TO "COMPLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CL-FILE-STATUS.
           SELECT COMP-QUOTA-FILE ASSIGN TO "COMPQUOTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CQ-FILE-STATUS.
           SELECT RESTART-EXCEPTION-FILE ASSIGN TO "RESTARTEXC.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT TICKET-WORK-FILE ASSIGN TO "TSALEWORK.DAT"
           05 CP-GIFT-TOTAL        PIC 9(5)V99.
           05 CP-TAX-TOTAL         PIC 9(5)V99.
           05 CP-SESSION-START-SEQ PIC 9(6).
           05 CP-POINTS-TOTAL      PIC 9(5)V99.

       FD  AUDIT-LOG-FILE.
       01  AL-RECORD.
           05 PU-EVENT-CODE        PIC X(4).
           05 PU-SEQ-NUM           PIC 9(6).

      ******************************************************************
      * Loyalty patron master: contact details and the current points
      * balance. The balance is signed - a reversal after the points
      * have been spent can take it below zero.
      ******************************************************************
       FD  PATRON-FILE.
       01  PT-RECORD.
           05 PT-PATRON-NUM        PIC X(8).
           05 PT-NAME              PIC X(20).
           05 PT-PHONE             PIC X(12).
           05 PT-EMAIL             PIC X(30).
           05 PT-POINTS-BALANCE    PIC S9(7).
           05 PT-ENROLL-DATE       PIC 9(8).
           05 PT-STATUS            PIC A(1).

      ******************************************************************
      * Per-patron activity log. E earned and R redeemed carry the
      * ticket sequence they belong to; B (earned points taken back)
      * and C (redeemed points credited back) are written by voids
      * and refunds; G and P link a gift card load or pass sale to
      * the patron and carry no points.
      ******************************************************************
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

      ******************************************************************
      * Sold-out waitlist, oldest request first. W waiting, O offered
      * (WL-RES-NUM is the booking holding the seats until the hold
      * date and time), R taken up, L offer lapsed, E event passed
      * while still waiting.
      ******************************************************************
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

      ******************************************************************
      * Complimentary ticket log, one record per comp issued (I) or
      * comp voided (V). A void carries the reason, guest and
      * authorizing supervisor of the comp it reverses, and the
      * original ticket in CL-ORIG-SEQ.
      ******************************************************************
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

      ******************************************************************
      * Maximum comps per event; an ALL row is the default for any
      * event without a row of its own.
      ******************************************************************
       FD  COMP-QUOTA-FILE.
       01  CQ-RECORD.
           05 CQ-EVENT-CODE        PIC X(4).
           05 FILLER               PIC X.
           05 CQ-MAX-COMPS         PIC 9(5).

       FD  RESTART-EXCEPTION-FILE.
       01  RX-LINE                 PIC X(110).

           88 YOUTH        VALUE "Y".
           88 CHILD        VALUE "C".
           88 MILITARY     VALUE "M".
           88 COMP-TICKET  VALUE "K".
           88 TICKET-CATEGORY VALUES "F" "A" "S" "Y" "C" "M".

       01 WS-VENUE-CAPACITY.
           88 TENDER-CARD  VALUE "2".
           88 TENDER-GIFT  VALUE "3".
           88 TENDER-PASS  VALUE "P".
           88 TENDER-POINTS VALUE "4".
           88 TENDER-COMP  VALUE "K".
       01 WS-TENDER-TOTALS.
           05 WS-CASH-TOTAL        PIC 9(5)V99 VALUE 0.
           05 WS-CARD-TOTAL        PIC 9(5)V99 VALUE 0.
           05 WS-GIFT-TOTAL        PIC 9(5)V99 VALUE 0.
           05 WS-POINTS-TOTAL      PIC 9(5)V99 VALUE 0.

       01 WS-DC-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-WI-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-LOAD-AMOUNT     PIC 9(5)V99 VALUE 0.
       01 WS-PRICE-NUMERIC PIC 9(3)V99.

      ******************************************************************
      * Loyalty points: earned per whole dollar of ticket price and
      * redeemed at WS-POINTS-PER-DOLLAR-OFF points to the dollar.
      ******************************************************************
       01 WS-PT-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-PX-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-PT-EOF          PIC 9(1) VALUE 0.
       01 WS-PX-EOF          PIC 9(1) VALUE 0.
       01 WS-PT-FOUND        PIC A(1) VALUE "N".
       01 WS-PATRON-NUM      PIC X(8) VALUE SPACES.
       01 WS-PATRON-NAME     PIC X(20) VALUE SPACES.
       01 WS-PATRON-BALANCE  PIC S9(7) VALUE 0.
       01 WS-POINTS-PER-DOLLAR PIC 9(3) VALUE 001.
       01 WS-POINTS-PER-DOLLAR-OFF PIC 9(3) VALUE 100.
       01 WS-POINTS-EARNED   PIC S9(7) VALUE 0.
       01 WS-POINTS-NEEDED   PIC S9(7) VALUE 0.
       01 WS-SALE-POINTS-REDEEMED PIC S9(7) VALUE 0.
       01 WS-POINTS-DISPLAY  PIC -,---,--9.
       01 WS-PX-TYPE         PIC A(1) VALUE "E".
       01 WS-PX-POINTS       PIC S9(7) VALUE 0.
       01 WS-PX-AMOUNT       PIC 9(5)V99 VALUE 0.
       01 WS-PX-SEQ-NUM      PIC 9(6) VALUE 0.
       01 WS-PX-REF          PIC X(12) VALUE SPACES.
       01 WS-REV-EARNED      PIC S9(7) VALUE 0.
       01 WS-REV-REDEEMED    PIC S9(7) VALUE 0.
       01 WS-REV-AMOUNT      PIC 9(5)V99 VALUE 0.

       01 WS-WL-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-WL-EOF          PIC 9(1) VALUE 0.
       01 WS-WAIT-CHOICE     PIC A(1) VALUE "N".
       01 WS-WAIT-NAME       PIC X(20) VALUE SPACES.
       01 WS-WAIT-CONTACT    PIC X(30) VALUE SPACES.
       01 WS-WAIT-QTY        PIC 9(3) VALUE 0.
       01 WS-HIGH-WAIT-NUM   PIC 9(5) VALUE 0.
       01 WS-WAIT-DISPLAY    PIC ZZZZ9.
       01 WS-OFFER-EXPIRED   PIC A(1) VALUE "N".

      ******************************************************************
      * Complimentary tickets: each needs a supervisor's ID and PIN
      * and a reason code, and the event's comps, net of comp voids,
      * may not pass its quota on COMPQUOTA.DAT.
      ******************************************************************
       01 WS-CL-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-CQ-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-CL-EOF          PIC 9(1) VALUE 0.
       01 WS-CQ-EOF          PIC 9(1) VALUE 0.
       01 WS-COMP-REASON     PIC A(1) VALUE SPACE.
           88 VALID-COMP-REASON VALUES "P" "A" "S" "T".
       01 WS-COMP-REASON-DESC PIC X(7) VALUE SPACES.
       01 WS-COMP-GUEST      PIC X(20) VALUE SPACES.
       01 WS-COMP-SUPERVISOR PIC X(8) VALUE SPACES.
       01 WS-COMP-AUTHORIZED PIC A(1) VALUE "N".
       01 WS-COMP-QUOTA      PIC 9(5) VALUE 0.
       01 WS-COMP-DEFAULT-QUOTA PIC 9(5) VALUE 0.
       01 WS-COMP-QUOTA-FOUND PIC A(1) VALUE "N".
       01 WS-COMP-DEFAULT-FOUND PIC A(1) VALUE "N".
       01 WS-COMP-ISSUED     PIC S9(5) VALUE 0.
       01 WS-COMP-DISPLAY    PIC ZZZZ9.
       01 WS-COMP-LOG-TYPE   PIC A(1) VALUE "I".
       01 WS-COMP-ORIG-SEQ   PIC 9(6) VALUE 0.
       01 WS-COMP-FOUND      PIC A(1) VALUE "N".

      ******************************************************************
      * Ticket exchange: the old ticket is voided and the new one is
      * sold in the same tender, so only the difference in price and
      * tax changes hands. The new ticket carries void flag X and the
      * old ticket number in TS-VOID-ORIG-SEQ; the void of the old
      * ticket is audited with flag E instead of Y.
      ******************************************************************
       01 WS-EXCH-IN-PROGRESS PIC A(1) VALUE "N".
       01 WS-EXCH-VALID      PIC A(1) VALUE "N".
       01 WS-EXCH-CONFIRM    PIC A(1) VALUE "N".
       01 WS-EXCH-OTHER-EVENT PIC A(1) VALUE "N".
       01 WS-EXCH-EVENT-FOUND PIC A(1) VALUE "N".
       01 WS-EXCH-EVENT-CODE PIC X(4) VALUE SPACES.
       01 WS-EXCH-HOME-EVENT PIC X(4) VALUE SPACES.
       01 WS-EXCH-PRICE-FILE PIC X(30) VALUE SPACES.
       01 WS-EXCH-EVENT-CAPACITY PIC 9(5) VALUE 0.
       01 WS-EXCH-SECTION-CODE PIC X(3) VALUE SPACES.
       01 WS-EXCH-EVENT-SOLD PIC S9(5) VALUE 0.
       01 WS-EXCH-SECTION-SOLD PIC S9(5) VALUE 0.
       01 WS-EXCH-EVENT-HELD PIC 9(5) VALUE 0.
       01 WS-EXCH-SECTION-HELD PIC 9(5) VALUE 0.
       01 WS-EXCH-NEW-SEQ    PIC 9(6) VALUE 0.
       01 WS-EXCH-OLD-TOTAL  PIC 9(5)V99 VALUE 0.
       01 WS-EXCH-NEW-TOTAL  PIC 9(5)V99 VALUE 0.
       01 WS-EXCH-DIFFERENCE PIC S9(5)V99 VALUE 0.
       01 WS-EXCH-OLD-REMAINDER PIC 9(5)V99 VALUE 0.
       01 WS-EXCH-NEW-REMAINDER PIC 9(5)V99 VALUE 0.
       01 WS-EXCH-GIFT-APPLIED PIC 9(3)V99 VALUE 0.
       01 WS-EXCH-GIFT-CREDIT PIC 9(3)V99 VALUE 0.
       01 WS-EXCH-SPLIT-TENDER PIC A(1) VALUE SPACE.
       01 WS-EXCH-SETTLE-DELTA PIC S9(5)V99 VALUE 0.
       01 WS-EXCH-SETTLE-TENDER PIC A(1) VALUE SPACE.
       01 WS-EXCH-DIFF-AMOUNT PIC 9(5)V99 VALUE 0.
       01 WS-EXCH-DIFF-DESC  PIC X(20) VALUE SPACES.
       01 WS-EXCH-PATRON-NUM PIC X(8) VALUE SPACES.
       01 WS-EXCH-POINTS-NEEDED PIC S9(7) VALUE 0.
       01 WS-EXCH-HOLD-PRICING PIC X(20) VALUE SPACES.
       01 WS-EXCH-HOLD-PRICE-FILE PIC X(30) VALUE SPACES.
       01 WS-EXCH-HOLD-BEST-DATE PIC 9(8) VALUE 0.

       01 WS-TAX-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-TAX-EOF         PIC 9(1) VALUE 0.
       01 WS-TAX-RATE        PIC 9(2)V99 VALUE 0.
           DISPLAY "Youth symbol:     Y".
           DISPLAY "Child symbol:     C".
           DISPLAY "Military symbol:  M".
           DISPLAY "Complimentary:    K".
           DISPLAY "Void a ticket:    V".
           DISPLAY "Exchange ticket:  X".
           DISPLAY "Redeem group reservation:  R".
           DISPLAY "Sell/recharge gift card:   G".
           DISPLAY "Sell season pass:          P".
      * operator ID until a supervisor clears it in the operator
      * maintenance program, a PIN past its age limit must be
      * changed before the session starts, and every attempt is
      * written to the sign-on log, success or not.  Closing the
      * window logs an O sign-off so the session length is known.
      ******************************************************************
       SIGN-ON-OPERATOR.
           DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING.
                       MOVE CP-CASH-TOTAL TO WS-CASH-TOTAL
                       MOVE CP-CARD-TOTAL TO WS-CARD-TOTAL
                       MOVE CP-GIFT-TOTAL TO WS-GIFT-TOTAL
                       MOVE CP-POINTS-TOTAL TO WS-POINTS-TOTAL
                       MOVE CP-TAX-TOTAL TO WS-TAX-TOTAL
                       MOVE CP-SESSION-START-SEQ
                           TO WS-SESSION-START-SEQ
               ELSE
                   ADD WS-TAIL-TAKEN TO WS-CARD-TOTAL
               END-IF
           ELSE IF WS-TAIL-TENDER(WS-TAIL-IDX) = "4"
               IF WS-TAIL-VOID-FLAG(WS-TAIL-IDX) = "Y"
                   SUBTRACT WS-TAIL-TAKEN FROM WS-POINTS-TOTAL
               ELSE
                   ADD WS-TAIL-TAKEN TO WS-POINTS-TOTAL
               END-IF
           ELSE IF WS-TAIL-TENDER(WS-TAIL-IDX) = "3"
               COMPUTE WS-TAIL-REMAINDER = WS-TAIL-TAKEN
                   - WS-TAIL-GIFT-APPLIED(WS-TAIL-IDX)
           MOVE WS-CASH-TOTAL TO CP-CASH-TOTAL.
           MOVE WS-CARD-TOTAL TO CP-CARD-TOTAL.
           MOVE WS-GIFT-TOTAL TO CP-GIFT-TOTAL.
           MOVE WS-POINTS-TOTAL TO CP-POINTS-TOTAL.
           MOVE WS-TAX-TOTAL TO CP-TAX-TOTAL.
           MOVE WS-SESSION-START-SEQ TO CP-SESSION-START-SEQ.
           OPEN OUTPUT CHECKPOINT-FILE.
           DISPLAY SPACES.
           DISPLAY "ENTER SYMBOL: " WITH NO ADVANCING.
           ACCEPT WS-CATEGORY.
           IF (TICKET-CATEGORY OR COMP-TICKET) AND
                   WS-ADMITTED-COUNT + WS-RESERVED-TOTAL >=
                       WS-CAPACITY
               DISPLAY "SOLD OUT - VENUE CAPACITY REACHED"
           ELSE IF MILITARY
               MOVE WS-MILITARY-PRICE TO WS-PRICE-NUMERIC
               PERFORM SELL-TICKET
           ELSE IF COMP-TICKET
               PERFORM ISSUE-COMP-TICKET
           ELSE IF WS-CATEGORY = "V"
               PERFORM VOID-TICKET
           ELSE IF WS-CATEGORY = "X"
               PERFORM EXCHANGE-TICKET
           ELSE IF WS-CATEGORY = "R"
               PERFORM REDEEM-RESERVATION
           ELSE IF WS-CATEGORY = "G"
               DISPLAY "Card subtotal: " WS-AMOUNT-EDIT
               MOVE WS-GIFT-TOTAL TO WS-AMOUNT-EDIT
               DISPLAY "Gift card subtotal: " WS-AMOUNT-EDIT
               MOVE WS-POINTS-TOTAL TO WS-AMOUNT-EDIT
               DISPLAY "Points redeemed: " WS-AMOUNT-EDIT
               MOVE WS-TAX-TOTAL TO WS-AMOUNT-EDIT
               DISPLAY "Tax collected: " WS-AMOUNT-EDIT
               PERFORM CLOSE-OUT-DRAWER
               PERFORM WRITE-DAY-CLOSE-MARKER
               MOVE "O" TO WS-SIGNON-RESULT
               PERFORM WRITE-SIGNON-LOG
           ELSE
               DISPLAY "INVALID SYMBOL - PLEASE TRY AGAIN".
       SELL-TICKET.
           IF WS-SECTION-SOLD-OUT = "Y"
               DISPLAY "SECTION SOLD OUT: "
                   WS-SECTION-ENTRY-DESC(WS-SECTION-IDX)
               PERFORM TAKE-WAITLIST-ENTRY
           ELSE
               PERFORM PROMPT-PATRON
               IF CHILD
                   MOVE ZERO TO WS-PRICE
                   MOVE ZERO TO WS-DISCOUNT-AMOUNT
                   WS-PRICE-NUMERIC + WS-TAX-AMOUNT
               MOVE WS-PRICE-NUMERIC TO WS-PRICE
               PERFORM PROMPT-TENDER
               PERFORM WRITE-TICKET-SALE
               PERFORM POST-PATRON-POINTS.
       LOAD-SECTIONS.
           OPEN INPUT SECTION-FILE.
           IF WS-SECTION-FILE-STATUS = "00"
               + RV-MILITARY-QTY.
           MOVE RV-SECTION-CODE TO WS-SECTION-CODE.
           PERFORM FIND-SECTION-ENTRY.
           PERFORM CHECK-OFFER-HOLD.
           IF WS-SECTION-VALID NOT = "Y"
               DISPLAY "RESERVATION SECTION UNKNOWN - SEE SUPERVISOR"
           ELSE IF WS-OFFER-EXPIRED = "Y"
               DISPLAY "WAITLIST OFFER HOLD EXPIRED "
                   WL-HOLD-DATE " " WL-HOLD-TIME
                   " - SEATS NO LONGER HELD"
           ELSE
               PERFORM SEAT-REDEEMED-GROUP.
      ******************************************************************
           MOVE WS-AMOUNT-DUE TO RL-AMOUNT-DUE.
           WRITE RL-RECORD.
           CLOSE REDEMPTION-LOG-FILE.
      ******************************************************************
      * A customer turned away by a sold-out section can be put on
      * the waitlist instead. The nightly offer run books freed seats
      * for the oldest requests first; the customer then redeems the
      * offer here like any other reservation.
      ******************************************************************
       TAKE-WAITLIST-ENTRY.
           DISPLAY "ADD CUSTOMER TO WAITLIST (Y/N): "
               WITH NO ADVANCING.
           ACCEPT WS-WAIT-CHOICE.
           IF WS-WAIT-CHOICE = "Y"
               DISPLAY "ENTER CUSTOMER NAME: " WITH NO ADVANCING
               ACCEPT WS-WAIT-NAME
               DISPLAY "ENTER PHONE OR EMAIL: " WITH NO ADVANCING
               ACCEPT WS-WAIT-CONTACT
               DISPLAY "ENTER QUANTITY WANTED: " WITH NO ADVANCING
               ACCEPT WS-WAIT-QTY
               IF WS-WAIT-NAME = SPACES OR WS-WAIT-CONTACT = SPACES
                   DISPLAY "NAME AND CONTACT REQUIRED - NOT WAITLISTED"
               ELSE IF WS-WAIT-QTY = 0
                   DISPLAY "NO SEATS REQUESTED - NOT WAITLISTED"
               ELSE
                   PERFORM WRITE-WAITLIST-ENTRY.

       WRITE-WAITLIST-ENTRY.
           MOVE 0 TO WS-HIGH-WAIT-NUM.
           MOVE 0 TO WS-WL-EOF.
           OPEN INPUT WAITLIST-FILE.
           IF WS-WL-FILE-STATUS = "00"
               PERFORM READ-WAITLIST-RECORD
               PERFORM TRACK-HIGH-WAIT-NUM UNTIL WS-WL-EOF = 1
               CLOSE WAITLIST-FILE.
           OPEN EXTEND WAITLIST-FILE.
           IF WS-WL-FILE-STATUS NOT = "00"
               OPEN OUTPUT WAITLIST-FILE.
           ADD 1 TO WS-HIGH-WAIT-NUM.
           MOVE WS-HIGH-WAIT-NUM TO WL-WAIT-NUM.
           ACCEPT WL-DATE FROM DATE YYYYMMDD.
           ACCEPT WL-TIME FROM TIME.
           MOVE WS-WAIT-NAME TO WL-NAME.
           MOVE WS-WAIT-CONTACT TO WL-CONTACT.
           MOVE WS-EVENT-CODE TO WL-EVENT-CODE.
           MOVE WS-SECTION-ENTRY-CODE(WS-SECTION-IDX) TO
               WL-SECTION-CODE.
           MOVE WS-CATEGORY TO WL-CATEGORY.
           MOVE WS-WAIT-QTY TO WL-QTY.
           MOVE WS-OPERATOR-ID TO WL-OPERATOR-ID.
           MOVE "W" TO WL-STATUS.
           MOVE 0 TO WL-RES-NUM.
           MOVE 0 TO WL-OFFER-DATE.
           MOVE 0 TO WL-HOLD-DATE.
           MOVE 0 TO WL-HOLD-TIME.
           WRITE WL-RECORD.
           CLOSE WAITLIST-FILE.
           MOVE WL-WAIT-NUM TO WS-WAIT-DISPLAY.
           DISPLAY "WAITLISTED - WAITLIST NUMBER" WS-WAIT-DISPLAY.

       READ-WAITLIST-RECORD.
           READ WAITLIST-FILE
               AT END MOVE 1 TO WS-WL-EOF.

       TRACK-HIGH-WAIT-NUM.
           IF WL-WAIT-NUM > WS-HIGH-WAIT-NUM
               MOVE WL-WAIT-NUM TO WS-HIGH-WAIT-NUM.
           PERFORM READ-WAITLIST-RECORD.

      ******************************************************************
      * A booking made by the offer run holds its seats only until
      * the hold date and time on the waitlist entry.
      ******************************************************************
       CHECK-OFFER-HOLD.
           MOVE "N" TO WS-OFFER-EXPIRED.
           MOVE "N" TO WS-WAIT-CHOICE.
           MOVE 0 TO WS-WL-EOF.
           OPEN INPUT WAITLIST-FILE.
           IF WS-WL-FILE-STATUS = "00"
               PERFORM READ-WAITLIST-RECORD
               PERFORM MATCH-OFFER-HOLD
                   UNTIL WS-WL-EOF = 1 OR WS-WAIT-CHOICE = "Y"
               CLOSE WAITLIST-FILE.
           IF WS-WAIT-CHOICE = "Y"
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
               ACCEPT WS-CURRENT-TIME FROM TIME
               MOVE WS-CURRENT-TIME(1:4) TO WS-CURRENT-HHMM
               IF WS-CURRENT-DATE > WL-HOLD-DATE
                   MOVE "Y" TO WS-OFFER-EXPIRED
               ELSE IF WS-CURRENT-DATE = WL-HOLD-DATE
                       AND WS-CURRENT-HHMM > WL-HOLD-TIME
                   MOVE "Y" TO WS-OFFER-EXPIRED.

       MATCH-OFFER-HOLD.
           IF WL-STATUS = "O" AND WL-RES-NUM = RV-RES-NUM
               MOVE "Y" TO WS-WAIT-CHOICE
           ELSE
               PERFORM READ-WAITLIST-RECORD.

      ******************************************************************
      * Complimentary ticket: category and tender K, no price and no
      * tax. The seat comes out of section and venue capacity like
      * any sale. The event's comp quota is checked first; a
      * supervisor then keys ID and PIN to authorize the comp, and
      * it is logged to COMPLOG.DAT beside the ticket with its
      * reason, guest and authorizing supervisor.
      ******************************************************************
       ISSUE-COMP-TICKET.
           PERFORM CHECK-COMP-QUOTA.
           IF WS-COMP-QUOTA-FOUND NOT = "Y"
               DISPLAY "NO COMP QUOTA SET FOR EVENT " WS-EVENT-CODE
                   " - COMPS NOT ALLOWED"
           ELSE IF WS-COMP-ISSUED >= WS-COMP-QUOTA
               MOVE WS-COMP-QUOTA TO WS-COMP-DISPLAY
               DISPLAY "COMP QUOTA OF " WS-COMP-DISPLAY
                   " REACHED FOR EVENT " WS-EVENT-CODE
           ELSE
               PERFORM PROMPT-SECTION
               IF WS-SECTION-SOLD-OUT = "Y"
                   DISPLAY "SECTION SOLD OUT: "
                       WS-SECTION-ENTRY-DESC(WS-SECTION-IDX)
               ELSE
                   PERFORM PROMPT-COMP-DETAIL
                   PERFORM AUTHORIZE-COMP
                   IF WS-COMP-AUTHORIZED = "Y"
                       PERFORM WRITE-COMP-TICKET
                   ELSE
                       DISPLAY "COMP NOT AUTHORIZED - NO TICKET ISSUED"
                   END-IF
               END-IF.
       CHECK-COMP-QUOTA.
           MOVE "N" TO WS-COMP-QUOTA-FOUND.
           MOVE "N" TO WS-COMP-DEFAULT-FOUND.
           MOVE 0 TO WS-CQ-EOF.
           OPEN INPUT COMP-QUOTA-FILE.
           IF WS-CQ-FILE-STATUS = "00"
               PERFORM READ-COMP-QUOTA-RECORD
               PERFORM MATCH-COMP-QUOTA UNTIL WS-CQ-EOF = 1
               CLOSE COMP-QUOTA-FILE.
           IF WS-COMP-QUOTA-FOUND NOT = "Y"
                   AND WS-COMP-DEFAULT-FOUND = "Y"
               MOVE "Y" TO WS-COMP-QUOTA-FOUND
               MOVE WS-COMP-DEFAULT-QUOTA TO WS-COMP-QUOTA.
           MOVE 0 TO WS-COMP-ISSUED.
           MOVE 0 TO WS-CL-EOF.
           OPEN INPUT COMP-LOG-FILE.
           IF WS-CL-FILE-STATUS = "00"
               PERFORM READ-COMP-LOG-RECORD
               PERFORM COUNT-EVENT-COMP UNTIL WS-CL-EOF = 1
               CLOSE COMP-LOG-FILE.
       READ-COMP-QUOTA-RECORD.
           READ COMP-QUOTA-FILE
               AT END MOVE 1 TO WS-CQ-EOF.
       MATCH-COMP-QUOTA.
           IF CQ-EVENT-CODE = WS-EVENT-CODE
               MOVE "Y" TO WS-COMP-QUOTA-FOUND
               MOVE CQ-MAX-COMPS TO WS-COMP-QUOTA
           ELSE IF CQ-EVENT-CODE = "ALL"
               MOVE "Y" TO WS-COMP-DEFAULT-FOUND
               MOVE CQ-MAX-COMPS TO WS-COMP-DEFAULT-QUOTA.
           PERFORM READ-COMP-QUOTA-RECORD.
       READ-COMP-LOG-RECORD.
           READ COMP-LOG-FILE
               AT END MOVE 1 TO WS-CL-EOF.
       COUNT-EVENT-COMP.
           IF CL-EVENT-CODE = WS-EVENT-CODE
               IF CL-TYPE = "I"
                   ADD 1 TO WS-COMP-ISSUED
               ELSE
                   SUBTRACT 1 FROM WS-COMP-ISSUED.
           PERFORM READ-COMP-LOG-RECORD.
       PROMPT-COMP-DETAIL.
           MOVE SPACE TO WS-COMP-REASON.
           PERFORM PROMPT-COMP-REASON UNTIL VALID-COMP-REASON.
           PERFORM SET-COMP-REASON-DESC.
           DISPLAY "ENTER GUEST NAME (OR BLANK): " WITH NO ADVANCING.
           ACCEPT WS-COMP-GUEST.
       PROMPT-COMP-REASON.
           DISPLAY "ENTER COMP REASON (P=PRESS A=ARTIST S=SPONSOR "
               "T=STAFF): " WITH NO ADVANCING.
           ACCEPT WS-COMP-REASON.
           IF NOT VALID-COMP-REASON
               DISPLAY "INVALID COMP REASON - TRY AGAIN".
       SET-COMP-REASON-DESC.
           IF WS-COMP-REASON = "P"
               MOVE "PRESS" TO WS-COMP-REASON-DESC
           ELSE IF WS-COMP-REASON = "A"
               MOVE "ARTIST" TO WS-COMP-REASON-DESC
           ELSE IF WS-COMP-REASON = "S"
               MOVE "SPONSOR" TO WS-COMP-REASON-DESC
           ELSE IF WS-COMP-REASON = "T"
               MOVE "STAFF" TO WS-COMP-REASON-DESC
           ELSE
               MOVE "UNKNOWN" TO WS-COMP-REASON-DESC.
      ******************************************************************
      * The authorizing supervisor is checked the way the refund
      * desk checks its sign-on: an active, unlocked operator with
      * role S and a matching PIN.
      ******************************************************************
       AUTHORIZE-COMP.
           MOVE "N" TO WS-COMP-AUTHORIZED.
           DISPLAY "SUPERVISOR ID TO AUTHORIZE COMP: "
               WITH NO ADVANCING.
           ACCEPT WS-COMP-SUPERVISOR.
           DISPLAY "SUPERVISOR PIN: " WITH NO ADVANCING.
           ACCEPT WS-ENTERED-PIN.
           MOVE 0 TO WS-OPERATOR-EOF.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPERATOR-FILE-STATUS = "00"
               PERFORM READ-OPERATOR-RECORD
               PERFORM VALIDATE-COMP-SUPERVISOR
                   UNTIL WS-OPERATOR-EOF = 1
                       OR WS-COMP-AUTHORIZED = "Y"
               CLOSE OPERATOR-FILE
           ELSE
               DISPLAY "OPERATOR FILE UNAVAILABLE - STATUS: "
                   WS-OPERATOR-FILE-STATUS.
           IF WS-COMP-AUTHORIZED NOT = "Y"
               DISPLAY "INVALID SUPERVISOR ID OR PIN".
       VALIDATE-COMP-SUPERVISOR.
           IF OP-OPERATOR-ID = WS-COMP-SUPERVISOR
                   AND OP-PIN = WS-ENTERED-PIN
                   AND OP-ROLE = "S"
                   AND OP-ACTIVE = "Y"
                   AND OP-LOCKED NOT = "Y"
               MOVE "Y" TO WS-COMP-AUTHORIZED
               DISPLAY "COMP AUTHORIZED BY: " OP-NAME
           ELSE
               PERFORM READ-OPERATOR-RECORD.
       WRITE-COMP-TICKET.
           MOVE ZERO TO WS-PRICE-NUMERIC.
           MOVE ZERO TO WS-DISCOUNT-AMOUNT.
           MOVE ZERO TO WS-TAX-AMOUNT.
           MOVE ZERO TO WS-SALE-GIFT-APPLIED.
           MOVE SPACE TO WS-SALE-SPLIT-TENDER.
           MOVE SPACES TO WS-PATRON-NUM.
           MOVE "K" TO WS-TENDER.
           MOVE WS-PRICE-NUMERIC TO WS-PRICE.
           PERFORM WRITE-TICKET-SALE.
           MOVE "I" TO WS-COMP-LOG-TYPE.
           MOVE 0 TO WS-COMP-ORIG-SEQ.
           PERFORM WRITE-COMP-LOG-RECORD.
           ADD 1 TO WS-COMP-ISSUED.
           DISPLAY "COMP TICKET " TS-SEQ-NUM " ISSUED ("
               WS-COMP-REASON-DESC ")".
      ******************************************************************
      * A comp voided at the window is logged against the comp it
      * reverses, so the comp frees its place in the quota and the
      * comp report nets it under the same reason and supervisor.
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
           MOVE "V" TO WS-COMP-LOG-TYPE.
           MOVE WS-VOID-ORIG-SEQ TO WS-COMP-ORIG-SEQ.
           PERFORM WRITE-COMP-LOG-RECORD.
       FIND-COMP-ISSUE.
           IF CL-TYPE = "I"
                   AND CL-SEQ-NUM = WS-VOID-ORIG-SEQ
                   AND CL-EVENT-CODE = WS-EVENT-CODE
                   AND CL-WINDOW-FILE = WS-WINDOW-FILE-NAME
               MOVE "Y" TO WS-COMP-FOUND
               MOVE CL-REASON TO WS-COMP-REASON
               MOVE CL-GUEST-NAME TO WS-COMP-GUEST
               MOVE CL-SUPERVISOR-ID TO WS-COMP-SUPERVISOR
           ELSE
               PERFORM READ-COMP-LOG-RECORD.
       WRITE-COMP-LOG-RECORD.
           OPEN EXTEND COMP-LOG-FILE.
           IF WS-CL-FILE-STATUS NOT = "00"
               OPEN OUTPUT COMP-LOG-FILE.
           ACCEPT CL-DATE FROM DATE YYYYMMDD.
           ACCEPT CL-TIME FROM TIME.
           MOVE WS-COMP-LOG-TYPE TO CL-TYPE.
           MOVE TS-SEQ-NUM TO CL-SEQ-NUM.
           MOVE WS-COMP-ORIG-SEQ TO CL-ORIG-SEQ.
           MOVE TS-EVENT-CODE TO CL-EVENT-CODE.
           MOVE TS-SECTION-CODE TO CL-SECTION-CODE.
           MOVE WS-COMP-REASON TO CL-REASON.
           MOVE WS-COMP-GUEST TO CL-GUEST-NAME.
           MOVE WS-OPERATOR-ID TO CL-OPERATOR-ID.
           MOVE WS-COMP-SUPERVISOR TO CL-SUPERVISOR-ID.
           MOVE WS-WINDOW-FILE-NAME TO CL-WINDOW-FILE.
           WRITE CL-RECORD.
           CLOSE COMP-LOG-FILE.
       PROMPT-TENDER.
           MOVE 0 TO WS-SALE-GIFT-APPLIED.
           MOVE SPACE TO WS-SALE-SPLIT-TENDER.
           MOVE "N" TO WS-TENDER-SETTLED.
           PERFORM SETTLE-TENDER UNTIL WS-TENDER-SETTLED = "Y".
       SETTLE-TENDER.
           DISPLAY "ENTER TENDER (1=CASH 2=CARD 3=GIFT 4=POINTS): "
               WITH NO ADVANCING.
           ACCEPT WS-TENDER.
           IF TENDER-CASH
               MOVE "Y" TO WS-TENDER-SETTLED
           ELSE IF TENDER-GIFT AND WS-GIFT-ALLOWED = "Y"
               PERFORM APPLY-GIFT-TENDER
           ELSE IF TENDER-POINTS AND WS-GIFT-ALLOWED = "Y"
               PERFORM APPLY-POINTS-TENDER
           ELSE
               DISPLAY "INVALID TENDER - TRY AGAIN".
       APPLY-COUPON.
           SUBTRACT WS-DISCOUNT-AMOUNT FROM WS-PRICE-NUMERIC.
       WRITE-TICKET-SALE.
           ADD 1 TO WS-SEQ-NUM.
           IF WS-EXCH-OTHER-EVENT = "N"
               ADD 1 TO WS-ADMITTED-COUNT
               ADD 1 TO WS-SECTION-ENTRY-ADMITTED(WS-SECTION-IDX)
           END-IF.
           MOVE WS-SEQ-NUM TO TS-SEQ-NUM.
           MOVE WS-EVENT-CODE TO TS-EVENT-CODE.
           MOVE WS-CATEGORY TO TS-CATEGORY.
           MOVE WS-SECTION-CODE TO TS-SECTION-CODE.
           MOVE WS-PRICE TO TS-PRICE.
           MOVE WS-TENDER TO TS-TENDER.
           IF WS-EXCH-IN-PROGRESS = "Y"
               MOVE "X" TO TS-VOID-FLAG
               MOVE WS-VOID-SEQ-NUM TO TS-VOID-ORIG-SEQ
           ELSE
               MOVE "N" TO TS-VOID-FLAG
               MOVE 0 TO TS-VOID-ORIG-SEQ
           END-IF.
           IF TENDER-GIFT
               MOVE WS-SALE-GIFT-APPLIED TO TS-GIFT-APPLIED
           ELSE
           IF WS-TS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - TICKET NOT RECORDED - STATUS: "
                   WS-TS-FILE-STATUS " - CALL SUPERVISOR".
           MOVE SPACES TO WS-AUDIT-REASON.
           IF WS-EXCH-IN-PROGRESS = "Y"
               MOVE "X" TO WS-AUDIT-VOID-FLAG
               STRING "EXCHANGED FROM TKT " WS-VOID-SEQ-NUM
                   DELIMITED BY SIZE INTO WS-AUDIT-REASON
           ELSE
               MOVE "N" TO WS-AUDIT-VOID-FLAG
           END-IF.
           PERFORM WRITE-AUDIT-RECORD.
           PERFORM WRITE-SALE-RECEIPT.
           ADD 1 TO WS-TICKETS-SINCE-CHECKPOINT.
               IF TS-VOID-FLAG = "Y"
                   DISPLAY TS-SEQ-NUM "  " TS-CATEGORY "  " WS-PRICE
                       "  VOID OF " TS-VOID-ORIG-SEQ
               ELSE IF TS-VOID-FLAG = "X"
                   ADD 1 TO WS-SESSION-TICKET-COUNT
                   DISPLAY TS-SEQ-NUM "  " TS-CATEGORY "  " WS-PRICE
                       "  EXCHANGE OF " TS-VOID-ORIG-SEQ
               ELSE
                   ADD 1 TO WS-SESSION-TICKET-COUNT
                   DISPLAY TS-SEQ-NUM "  " TS-CATEGORY "  " WS-PRICE
               END-IF
               END-IF
           END-IF.
           PERFORM READ-TICKET-SALE-FOR-REBUILD.
       VOID-TICKET.
                       SUBTRACT WS-PRICE-NUMERIC FROM WS-CASH-TOTAL
                   ELSE IF TENDER-CARD
                       SUBTRACT WS-PRICE-NUMERIC FROM WS-CARD-TOTAL
                   ELSE IF TENDER-POINTS
                       SUBTRACT WS-PRICE-NUMERIC FROM WS-POINTS-TOTAL
                   ELSE IF TENDER-COMP
                       DISPLAY "COMP TICKET - NO MONEY TO RETURN"
                   ELSE
                       PERFORM REFUND-GIFT-TENDER
                   END-IF
                       WS-VOID-CATEGORY ") AMOUNT: " WS-PRICE
                       " REASON: " WS-VOID-REASON
                   PERFORM WRITE-VOID-SALE
                   IF WS-VOID-CATEGORY = "K"
                       PERFORM LOG-COMP-VOID
                   END-IF
                   PERFORM REVERSE-PATRON-POINTS
               END-IF
           END-IF.
       LOOK-UP-VOID-TICKET.
           IF WS-TS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - VOID NOT RECORDED - STATUS: "
                   WS-TS-FILE-STATUS " - CALL SUPERVISOR".
           IF WS-EXCH-IN-PROGRESS = "Y"
               MOVE "E" TO WS-AUDIT-VOID-FLAG
           ELSE
               MOVE "Y" TO WS-AUDIT-VOID-FLAG
           END-IF.
           MOVE WS-VOID-REASON TO WS-AUDIT-REASON.
           PERFORM WRITE-AUDIT-RECORD.
           PERFORM WRITE-VOID-RECEIPT.
           ADD 1 TO WS-TICKETS-SINCE-CHECKPOINT.
           IF WS-TICKETS-SINCE-CHECKPOINT >= WS-CHECKPOINT-INTERVAL
               PERFORM WRITE-CHECKPOINT.
      ******************************************************************
      * An exchange moves a ticket sold this session to another
      * section and/or another event on EVENTS.DAT in one step. The
      * old ticket is voided and the new one sold in the old ticket's
      * tender and category, so only the difference in price and tax
      * is collected or handed back. Comps and pass admissions are
      * not exchanged - they are voided and issued again.
      ******************************************************************
       EXCHANGE-TICKET.
           DISPLAY "TICKET NUMBERS THIS SESSION - SELECT ONE TO "
               "EXCHANGE".
           PERFORM LIST-SESSION-TICKETS.
           IF WS-SESSION-TICKET-COUNT = 0
               DISPLAY "NO TICKETS SOLD THIS SESSION - NOTHING TO "
                   "EXCHANGE"
           ELSE
               DISPLAY "ENTER TICKET NUMBER BEING EXCHANGED: "
                   WITH NO ADVANCING
               ACCEPT WS-VOID-SEQ-NUM
               PERFORM LOOK-UP-VOID-TICKET
               IF WS-VOID-SALE-FOUND = "N"
                   DISPLAY "INVALID TICKET NUMBER - NOT THIS SESSION"
               ELSE IF WS-VOID-ALREADY = "Y"
                   DISPLAY "TICKET " WS-VOID-SEQ-NUM " ALREADY VOIDED"
               ELSE IF TENDER-COMP OR TENDER-PASS
                   DISPLAY "COMP AND PASS TICKETS ARE NOT EXCHANGED - "
                       "VOID AND ISSUE AGAIN"
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
               END-IF
               END-IF
           END-IF.
       PROMPT-EXCHANGE-TARGET.
           MOVE "Y" TO WS-EXCH-VALID.
           MOVE "N" TO WS-EXCH-OTHER-EVENT.
           DISPLAY "ENTER NEW EVENT (BLANK = SAME): " WITH NO ADVANCING.
           ACCEPT WS-EXCH-EVENT-CODE.
           IF WS-EXCH-EVENT-CODE = SPACES
               MOVE WS-EVENT-CODE TO WS-EXCH-EVENT-CODE.
           PERFORM FIND-EXCHANGE-EVENT.
           IF WS-EXCH-EVENT-FOUND = "N"
               DISPLAY "UNKNOWN EVENT CODE: " WS-EXCH-EVENT-CODE
               MOVE "N" TO WS-EXCH-VALID
           ELSE IF WS-EVENT-ENTRY-DATE(WS-EVENT-IDX) > 0
                   AND WS-EVENT-ENTRY-DATE(WS-EVENT-IDX) <
                       WS-CURRENT-DATE
               DISPLAY "EVENT DATE HAS PASSED: " WS-EXCH-EVENT-CODE
               MOVE "N" TO WS-EXCH-VALID
           ELSE
               PERFORM PROMPT-EXCHANGE-SECTION.
       FIND-EXCHANGE-EVENT.
           MOVE "N" TO WS-EXCH-EVENT-FOUND.
           PERFORM MATCH-EXCHANGE-EVENT
               VARYING WS-EVENT-IDX FROM 1 BY 1
               UNTIL WS-EVENT-IDX > WS-EVENT-LIST-COUNT
                   OR WS-EXCH-EVENT-FOUND = "Y".
           IF WS-EXCH-EVENT-FOUND = "Y"
               SET WS-EVENT-IDX DOWN BY 1
               MOVE 500 TO WS-EXCH-EVENT-CAPACITY
               IF WS-EVENT-ENTRY-CAPACITY(WS-EVENT-IDX) > 0
                   MOVE WS-EVENT-ENTRY-CAPACITY(WS-EVENT-IDX)
                       TO WS-EXCH-EVENT-CAPACITY
               END-IF
               MOVE WS-EVENT-ENTRY-PRICE-FILE(WS-EVENT-IDX)
                   TO WS-EXCH-PRICE-FILE
               IF WS-EXCH-PRICE-FILE = SPACES
                   MOVE "PRICESCHEDULE.DAT" TO WS-EXCH-PRICE-FILE
               END-IF
           END-IF.
       MATCH-EXCHANGE-EVENT.
           IF WS-EVENT-ENTRY-CODE(WS-EVENT-IDX) = WS-EXCH-EVENT-CODE
               MOVE "Y" TO WS-EXCH-EVENT-FOUND.
       PROMPT-EXCHANGE-SECTION.
           IF WS-EXCH-EVENT-CODE NOT = WS-EVENT-CODE
               MOVE "Y" TO WS-EXCH-OTHER-EVENT.
           DISPLAY "ENTER NEW SECTION (BLANK = SAME): "
               WITH NO ADVANCING.
           ACCEPT WS-EXCH-SECTION-CODE.
           IF WS-EXCH-SECTION-CODE = SPACES
               MOVE WS-VOID-SECTION TO WS-EXCH-SECTION-CODE.
           MOVE WS-EXCH-SECTION-CODE TO WS-SECTION-CODE.
           PERFORM FIND-SECTION-ENTRY.
           IF WS-SECTION-VALID = "N"
               DISPLAY "UNKNOWN SECTION CODE: " WS-EXCH-SECTION-CODE
               MOVE "N" TO WS-EXCH-VALID
           ELSE IF WS-EXCH-OTHER-EVENT = "N"
                   AND WS-EXCH-SECTION-CODE = WS-VOID-SECTION
               DISPLAY "SAME EVENT AND SECTION - NOTHING TO EXCHANGE"
               MOVE "N" TO WS-EXCH-VALID
           ELSE
               PERFORM CHECK-EXCHANGE-CAPACITY.
      ******************************************************************
      * For this event the section table already holds the seats
      * sold and reserved. For another event this window's ticket
      * file is counted for that event, net of voids, and every
      * active booking for it is held, as the order import does.
      ******************************************************************
       CHECK-EXCHANGE-CAPACITY.
           IF WS-EXCH-OTHER-EVENT = "N"
               IF WS-SECTION-ENTRY-ADMITTED(WS-SECTION-IDX)
                       + WS-SECTION-ENTRY-RESERVED(WS-SECTION-IDX)
                       >= WS-SECTION-ENTRY-CAPACITY(WS-SECTION-IDX)
                   DISPLAY "SECTION SOLD OUT: "
                       WS-SECTION-ENTRY-DESC(WS-SECTION-IDX)
                   MOVE "N" TO WS-EXCH-VALID
               END-IF
           ELSE
               PERFORM COUNT-EXCHANGE-SEATS
               IF WS-EXCH-SECTION-SOLD + WS-EXCH-SECTION-HELD
                       >= WS-SECTION-ENTRY-CAPACITY(WS-SECTION-IDX)
                   DISPLAY "SECTION SOLD OUT FOR EVENT "
                       WS-EXCH-EVENT-CODE ": "
                       WS-SECTION-ENTRY-DESC(WS-SECTION-IDX)
                   MOVE "N" TO WS-EXCH-VALID
               ELSE IF WS-EXCH-EVENT-SOLD + WS-EXCH-EVENT-HELD
                       >= WS-EXCH-EVENT-CAPACITY
                   DISPLAY "SOLD OUT - VENUE CAPACITY REACHED FOR "
                       "EVENT " WS-EXCH-EVENT-CODE
                   MOVE "N" TO WS-EXCH-VALID
               END-IF
               END-IF
           END-IF.
       COUNT-EXCHANGE-SEATS.
           MOVE 0 TO WS-EXCH-EVENT-SOLD.
           MOVE 0 TO WS-EXCH-SECTION-SOLD.
           MOVE 0 TO WS-EXCH-EVENT-HELD.
           MOVE 0 TO WS-EXCH-SECTION-HELD.
           CLOSE TICKET-SALES-FILE.
           MOVE 0 TO WS-REBUILD-EOF.
           OPEN INPUT TICKET-SALES-FILE.
           PERFORM READ-TICKET-SALE-FOR-REBUILD.
           PERFORM TALLY-EXCHANGE-SEAT UNTIL WS-REBUILD-EOF = 1.
           CLOSE TICKET-SALES-FILE.
           OPEN EXTEND TICKET-SALES-FILE.
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
           PERFORM READ-TICKET-SALE-FOR-REBUILD.
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
      * The new ticket keeps the old ticket's category and is priced
      * from the price schedule of its own event, in effect today.
      * Another event's schedule is loaded over the current prices
      * for the lookup and the current prices are then put back.
      ******************************************************************
       PRICE-EXCHANGE-TICKET.
           MOVE WS-VOID-CATEGORY TO WS-CATEGORY.
           MOVE 0 TO WS-DISCOUNT-AMOUNT.
           MOVE SPACES TO WS-COUPON-CODE.
           IF CHILD
               MOVE 0 TO WS-PRICE-NUMERIC
               MOVE 0 TO WS-TAX-AMOUNT
           ELSE
               IF WS-EXCH-OTHER-EVENT = "Y"
                   PERFORM LOAD-EXCHANGE-PRICES
               ELSE
                   PERFORM SET-EXCHANGE-LIST-PRICE
               END-IF
               IF WS-EXCH-VALID = "Y"
                   PERFORM APPLY-COUPON
                   PERFORM COMPUTE-ADMISSION-TAX
               END-IF
           END-IF.
       LOAD-EXCHANGE-PRICES.
           MOVE WS-PRICING TO WS-EXCH-HOLD-PRICING.
           MOVE WS-PRICE-FILENAME TO WS-EXCH-HOLD-PRICE-FILE.
           MOVE WS-BEST-EFFECTIVE-DATE TO WS-EXCH-HOLD-BEST-DATE.
           MOVE WS-EXCH-PRICE-FILE TO WS-PRICE-FILENAME.
           MOVE 0 TO WS-BEST-EFFECTIVE-DATE.
           MOVE 0 TO WS-PRICE-EOF.
           PERFORM LOAD-PRICE-SCHEDULE.
           IF WS-BEST-EFFECTIVE-DATE = 0
               DISPLAY "NO PRICE IN EFFECT FOR EVENT "
                   WS-EXCH-EVENT-CODE
               MOVE "N" TO WS-EXCH-VALID
           ELSE
               PERFORM SET-EXCHANGE-LIST-PRICE.
           MOVE WS-EXCH-HOLD-PRICING TO WS-PRICING.
           MOVE WS-EXCH-HOLD-PRICE-FILE TO WS-PRICE-FILENAME.
           MOVE WS-EXCH-HOLD-BEST-DATE TO WS-BEST-EFFECTIVE-DATE.
       SET-EXCHANGE-LIST-PRICE.
           IF FAMILY
               MOVE WS-FAMILY-PRICE TO WS-PRICE-NUMERIC
           ELSE IF ADULT
               MOVE WS-ADULT-PRICE TO WS-PRICE-NUMERIC
           ELSE IF STUDENT
               MOVE WS-STUDENT-PRICE TO WS-PRICE-NUMERIC
           ELSE IF YOUTH
               MOVE WS-YOUTH-PRICE TO WS-PRICE-NUMERIC
           ELSE
               MOVE WS-MILITARY-PRICE TO WS-PRICE-NUMERIC.
      ******************************************************************
      * A points ticket is re-tendered in points, so its patron must
      * still be active and hold enough points once the old ticket's
      * points are given back. Any other ticket simply carries its
      * active patron, if it had one, onto the new ticket.
      ******************************************************************
       FIND-EXCHANGE-PATRON.
           MOVE WS-VOID-SEQ-NUM TO WS-VOID-ORIG-SEQ.
           MOVE SPACES TO WS-PATRON-NUM.
           MOVE SPACES TO WS-EXCH-PATRON-NUM.
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
               PERFORM FIND-ACTIVE-PATRON
               IF WS-PT-FOUND = "Y"
                   MOVE WS-PATRON-NUM TO WS-EXCH-PATRON-NUM
               END-IF
           END-IF.
           MOVE 0 TO WS-EXCH-POINTS-NEEDED.
           IF TENDER-POINTS
               PERFORM CHECK-EXCHANGE-POINTS.
           MOVE SPACES TO WS-PATRON-NUM.
       CHECK-EXCHANGE-POINTS.
           COMPUTE WS-EXCH-POINTS-NEEDED =
               (WS-PRICE-NUMERIC + WS-TAX-AMOUNT)
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
           COMPUTE WS-EXCH-OLD-TOTAL = WS-VOID-PRICE + WS-VOID-TAX.
           COMPUTE WS-EXCH-NEW-TOTAL =
               WS-PRICE-NUMERIC + WS-TAX-AMOUNT.
           COMPUTE WS-EXCH-DIFFERENCE =
               WS-EXCH-NEW-TOTAL - WS-EXCH-OLD-TOTAL.
           MOVE 0 TO WS-EXCH-GIFT-APPLIED.
           MOVE 0 TO WS-EXCH-GIFT-CREDIT.
           MOVE 0 TO WS-EXCH-OLD-REMAINDER.
           MOVE 0 TO WS-EXCH-NEW-REMAINDER.
           MOVE WS-VOID-SPLIT-TENDER TO WS-EXCH-SPLIT-TENDER.
           MOVE WS-EXCH-DIFFERENCE TO WS-EXCH-SETTLE-DELTA.
           MOVE WS-TENDER TO WS-EXCH-SETTLE-TENDER.
           MOVE WS-EXCH-OLD-TOTAL TO WS-AMOUNT-EDIT.
           DISPLAY "OLD TICKET " WS-VOID-SEQ-NUM " TOTAL: "
               WS-AMOUNT-EDIT.
           MOVE WS-EXCH-NEW-TOTAL TO WS-AMOUNT-EDIT.
           DISPLAY "NEW TICKET " WS-EXCH-EVENT-CODE " "
               WS-EXCH-SECTION-CODE " TOTAL: " WS-AMOUNT-EDIT.
           IF TENDER-GIFT
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
               WS-EXCH-OLD-TOTAL - WS-VOID-GIFT-APPLIED.
           IF WS-EXCH-NEW-TOTAL < WS-VOID-GIFT-APPLIED
               MOVE WS-EXCH-NEW-TOTAL TO WS-EXCH-GIFT-APPLIED
               COMPUTE WS-EXCH-GIFT-CREDIT =
                   WS-VOID-GIFT-APPLIED - WS-EXCH-NEW-TOTAL
           ELSE
               MOVE WS-VOID-GIFT-APPLIED TO WS-EXCH-GIFT-APPLIED
               COMPUTE WS-EXCH-NEW-REMAINDER =
                   WS-EXCH-NEW-TOTAL - WS-VOID-GIFT-APPLIED.
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
      * The void of the old ticket and the sale of the new one are
      * posted exactly as a void and a sale would be - drawer totals,
      * seat counts, points and receipts included - so a restart
      * rolls either half forward on its own. The flags written on
      * the two records tie them together as one exchange.
      ******************************************************************
       POST-EXCHANGE.
           MOVE "Y" TO WS-EXCH-IN-PROGRESS.
           MOVE WS-VOID-SEQ-NUM TO WS-VOID-ORIG-SEQ.
           COMPUTE WS-EXCH-NEW-SEQ = WS-SEQ-NUM + 2.
           MOVE SPACES TO WS-VOID-REASON.
           STRING "EXCHANGED TO TKT " WS-EXCH-NEW-SEQ
               DELIMITED BY SIZE INTO WS-VOID-REASON.
           SUBTRACT WS-VOID-PRICE FROM WS-TOTAL.
           SUBTRACT WS-VOID-TAX FROM WS-TAX-TOTAL.
           SUBTRACT 1 FROM WS-ADMITTED-COUNT.
           MOVE WS-VOID-SECTION TO WS-SECTION-CODE.
           PERFORM RELEASE-SECTION-SEAT.
           PERFORM REVERSE-EXCHANGE-TENDER.
           PERFORM WRITE-VOID-SALE.
           PERFORM REVERSE-PATRON-POINTS.
           MOVE WS-EXCH-SECTION-CODE TO WS-SECTION-CODE.
           PERFORM FIND-SECTION-ENTRY.
           MOVE WS-PRICE-NUMERIC TO WS-PRICE.
           ADD WS-PRICE-NUMERIC TO WS-TOTAL.
           ADD WS-TAX-AMOUNT TO WS-TAX-TOTAL.
           PERFORM TAKE-EXCHANGE-TENDER.
           MOVE WS-EXCH-GIFT-APPLIED TO WS-SALE-GIFT-APPLIED.
           MOVE WS-EXCH-SPLIT-TENDER TO WS-SALE-SPLIT-TENDER.
           MOVE WS-EXCH-PATRON-NUM TO WS-PATRON-NUM.
           MOVE WS-EXCH-POINTS-NEEDED TO WS-SALE-POINTS-REDEEMED.
           MOVE WS-EVENT-CODE TO WS-EXCH-HOME-EVENT.
           MOVE WS-EXCH-EVENT-CODE TO WS-EVENT-CODE.
           PERFORM WRITE-TICKET-SALE.
           PERFORM POST-PATRON-POINTS.
           MOVE WS-EXCH-HOME-EVENT TO WS-EVENT-CODE.
           IF WS-EXCH-GIFT-CREDIT > 0
               MOVE WS-EXCH-GIFT-CREDIT TO WS-PRICE-NUMERIC
               PERFORM CREDIT-GIFT-CARD.
           DISPLAY "TICKET " WS-VOID-SEQ-NUM " EXCHANGED FOR TICKET "
               WS-SEQ-NUM.
           MOVE "N" TO WS-EXCH-IN-PROGRESS.
           MOVE "N" TO WS-EXCH-OTHER-EVENT.
       REVERSE-EXCHANGE-TENDER.
           IF TENDER-CASH
               SUBTRACT WS-EXCH-OLD-TOTAL FROM WS-CASH-TOTAL
           ELSE IF TENDER-CARD
               SUBTRACT WS-EXCH-OLD-TOTAL FROM WS-CARD-TOTAL
           ELSE IF TENDER-POINTS
               SUBTRACT WS-EXCH-OLD-TOTAL FROM WS-POINTS-TOTAL
           ELSE
               SUBTRACT WS-VOID-GIFT-APPLIED FROM WS-GIFT-TOTAL
               IF WS-VOID-SPLIT-TENDER = "1"
                   SUBTRACT WS-EXCH-OLD-REMAINDER FROM WS-CASH-TOTAL
               ELSE
                   SUBTRACT WS-EXCH-OLD-REMAINDER FROM WS-CARD-TOTAL.
       TAKE-EXCHANGE-TENDER.
           IF TENDER-CASH
               ADD WS-EXCH-NEW-TOTAL TO WS-CASH-TOTAL
           ELSE IF TENDER-CARD
               ADD WS-EXCH-NEW-TOTAL TO WS-CARD-TOTAL
           ELSE IF TENDER-POINTS
               ADD WS-EXCH-NEW-TOTAL TO WS-POINTS-TOTAL
           ELSE
               ADD WS-EXCH-GIFT-APPLIED TO WS-GIFT-TOTAL
               IF WS-EXCH-SPLIT-TENDER = "1"
                   ADD WS-EXCH-NEW-REMAINDER TO WS-CASH-TOTAL
               ELSE
                   ADD WS-EXCH-NEW-REMAINDER TO WS-CARD-TOTAL.
       WRITE-EXCHANGE-RECEIPT-LINES.
           MOVE SPACES TO WS-RECEIPT-LINE.
           STRING "EXCHANGED FROM TICKET: " WS-VOID-SEQ-NUM
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
       WRITE-SALE-RECEIPT.
           MOVE "S" TO WS-RECEIPT-KEY-TYPE.
           MOVE TS-SEQ-NUM TO WS-RECEIPT-KEY-SEQ.
               "   SECTION: " TS-SECTION-CODE
               DELIMITED BY SIZE INTO WS-RECEIPT-LINE.
           PERFORM WRITE-RECEIPT-LINE.
           IF TENDER-COMP
               MOVE SPACES TO WS-RECEIPT-LINE
               STRING "COMPLIMENTARY - " WS-COMP-REASON-DESC
                   DELIMITED BY SIZE INTO WS-RECEIPT-LINE
               PERFORM WRITE-RECEIPT-LINE
               MOVE SPACES TO WS-RECEIPT-LINE
               STRING "AUTHORIZED BY: " WS-COMP-SUPERVISOR
                   DELIMITED BY SIZE INTO WS-RECEIPT-LINE
               PERFORM WRITE-RECEIPT-LINE.
           IF WS-DISCOUNT-AMOUNT > 0
               MOVE WS-DISCOUNT-AMOUNT TO WS-PRICE
               MOVE SPACES TO WS-RECEIPT-LINE
               STRING "COUPON " WS-COUPON-CODE " DISCOUNT: " WS-PRICE
                   DELIMITED BY SIZE INTO WS-RECEIPT-LINE
               PERFORM WRITE-RECEIPT-LINE.
           IF WS-PATRON-NUM NOT = SPACES
               MOVE SPACES TO WS-RECEIPT-LINE
               STRING "PATRON: " WS-PATRON-NUM
                   DELIMITED BY SIZE INTO WS-RECEIPT-LINE
               PERFORM WRITE-RECEIPT-LINE.
           MOVE TS-PRICE TO WS-PRICE.
           PERFORM SET-TENDER-DESC.
           MOVE SPACES TO WS-RECEIPT-LINE.
               STRING "TOTAL: " WS-AMOUNT-EDIT
                   DELIMITED BY SIZE INTO WS-RECEIPT-LINE
               PERFORM WRITE-RECEIPT-LINE.
           IF WS-EXCH-IN-PROGRESS = "Y"
               PERFORM WRITE-EXCHANGE-RECEIPT-LINES.
           PERFORM WRITE-RECEIPT-TRAILER.
       WRITE-VOID-RECEIPT.
           MOVE "V" TO WS-RECEIPT-KEY-TYPE.
               MOVE "CARD" TO WS-TENDER-DESC
           ELSE IF TENDER-PASS
               MOVE "PASS" TO WS-TENDER-DESC
           ELSE IF TENDER-POINTS
               MOVE "PNTS" TO WS-TENDER-DESC
           ELSE IF TENDER-COMP
               MOVE "COMP" TO WS-TENDER-DESC
           ELSE
               MOVE "GIFT" TO WS-TENDER-DESC.
       WRITE-RECEIPT-LINE.
           IF WS-LOAD-AMOUNT = 0
               DISPLAY "NO AMOUNT ENTERED - LOAD CANCELLED"
           ELSE
               PERFORM PROMPT-PATRON
               MOVE WS-LOAD-AMOUNT TO WS-TENDER-AMOUNT
               MOVE "N" TO WS-GIFT-ALLOWED
               PERFORM PROMPT-TENDER
               MOVE "Y" TO WS-GIFT-ALLOWED
               PERFORM POST-GIFT-CARD-LOAD
               PERFORM WRITE-GIFT-LOAD-RECORD
               PERFORM WRITE-LOAD-RECEIPT
               MOVE "G" TO WS-PX-TYPE
               MOVE WS-LOAD-AMOUNT TO WS-PX-AMOUNT
               MOVE WS-GIFT-CARD-NUM TO WS-PX-REF
               PERFORM LINK-PATRON-ACTIVITY.
       POST-GIFT-CARD-LOAD.
           MOVE "N" TO WS-GC-FOUND.
           MOVE 0 TO WS-GC-EOF.
               IF WS-PASS-PRICE = 0
                   DISPLAY "NO PRICE ENTERED - PASS SALE CANCELLED"
               ELSE
                   PERFORM PROMPT-PATRON
                   MOVE WS-PASS-PRICE TO WS-TENDER-AMOUNT
                   MOVE "N" TO WS-GIFT-ALLOWED
                   PERFORM PROMPT-TENDER
                   PERFORM WRITE-NEW-PASS-RECORD
                   PERFORM WRITE-PASS-SALE-RECORD
                   PERFORM WRITE-PASS-RECEIPT
                   MOVE "P" TO WS-PX-TYPE
                   MOVE WS-PASS-PRICE TO WS-PX-AMOUNT
                   MOVE WS-PASS-NUM TO WS-PX-REF
                   PERFORM LINK-PATRON-ACTIVITY
                   DISPLAY "PASS SOLD: " WS-PASS-NUM.

       ACCEPT-PASS-DETAIL.
           ELSE
               PERFORM READ-GIFT-CARD-RECORD.
      ******************************************************************
      * A loyalty patron is optional on any sale. An unknown or
      * inactive number is only a warning - the sale goes ahead
      * without a patron and earns nothing.
      ******************************************************************
       PROMPT-PATRON.
           MOVE 0 TO WS-SALE-POINTS-REDEEMED.
           DISPLAY "ENTER PATRON NUMBER (OR BLANK): " WITH NO ADVANCING.
           ACCEPT WS-PATRON-NUM.
           IF WS-PATRON-NUM NOT = SPACES
               PERFORM FIND-ACTIVE-PATRON
               IF WS-PT-FOUND = "Y"
                   MOVE WS-PATRON-BALANCE TO WS-POINTS-DISPLAY
                   DISPLAY "PATRON: " WS-PATRON-NAME
                       "  POINTS: " WS-POINTS-DISPLAY
               ELSE
                   DISPLAY "PATRON NOT ON FILE OR INACTIVE - "
                       "CONTINUING WITHOUT PATRON"
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

       READ-PATRON-RECORD.
           READ PATRON-FILE
               AT END MOVE 1 TO WS-PT-EOF.

       SCAN-FOR-ACTIVE-PATRON.
           IF PT-PATRON-NUM = WS-PATRON-NUM AND PT-STATUS = "A"
               MOVE "Y" TO WS-PT-FOUND
               MOVE PT-NAME TO WS-PATRON-NAME
               MOVE PT-POINTS-BALANCE TO WS-PATRON-BALANCE
           ELSE
               PERFORM READ-PATRON-RECORD.

      ******************************************************************
      * Points tender must cover the whole amount due - there is no
      * split with points. The balance is checked here and the
      * points are taken when the sale is posted and its ticket
      * number is known.
      ******************************************************************
       APPLY-POINTS-TENDER.
           COMPUTE WS-POINTS-NEEDED =
               WS-TENDER-AMOUNT * WS-POINTS-PER-DOLLAR-OFF.
           IF WS-PATRON-NUM = SPACES
               DISPLAY "NO PATRON ON THIS SALE - POINTS NOT ACCEPTED"
           ELSE IF WS-PATRON-BALANCE < WS-POINTS-NEEDED
               MOVE WS-POINTS-NEEDED TO WS-POINTS-DISPLAY
               DISPLAY "INSUFFICIENT POINTS - SALE NEEDS: "
                   WS-POINTS-DISPLAY
           ELSE
               MOVE WS-POINTS-NEEDED TO WS-SALE-POINTS-REDEEMED
               ADD WS-TENDER-AMOUNT TO WS-POINTS-TOTAL
               MOVE "Y" TO WS-TENDER-SETTLED
               MOVE WS-POINTS-NEEDED TO WS-POINTS-DISPLAY
               DISPLAY "POINTS REDEEMED: " WS-POINTS-DISPLAY.

      ******************************************************************
      * Once the ticket is on file the patron earns points on each
      * whole dollar of its price; a ticket paid for with points
      * earns nothing and has its redeemed points taken instead.
      ******************************************************************
       POST-PATRON-POINTS.
           IF WS-PATRON-NUM NOT = SPACES
               MOVE 0 TO WS-POINTS-EARNED
               IF NOT TENDER-POINTS
                   COMPUTE WS-POINTS-EARNED =
                       TS-PRICE * WS-POINTS-PER-DOLLAR
               END-IF
               IF WS-POINTS-EARNED > 0 OR WS-SALE-POINTS-REDEEMED > 0
                   PERFORM UPDATE-PATRON-BALANCE
               END-IF
           END-IF.
           MOVE SPACES TO WS-PATRON-NUM.
           MOVE 0 TO WS-SALE-POINTS-REDEEMED.

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
               ADD WS-POINTS-EARNED TO PT-POINTS-BALANCE
               SUBTRACT WS-SALE-POINTS-REDEEMED FROM PT-POINTS-BALANCE
               REWRITE PT-RECORD
               PERFORM WRITE-SALE-POINTS-TXNS
               MOVE PT-POINTS-BALANCE TO WS-POINTS-DISPLAY
               DISPLAY "PATRON POINTS BALANCE: " WS-POINTS-DISPLAY
           ELSE
               PERFORM READ-PATRON-RECORD.

       WRITE-SALE-POINTS-TXNS.
           MOVE WS-SEQ-NUM TO WS-PX-SEQ-NUM.
           MOVE SPACES TO WS-PX-REF.
           IF WS-SALE-POINTS-REDEEMED > 0
               MOVE "R" TO WS-PX-TYPE
               MOVE WS-SALE-POINTS-REDEEMED TO WS-PX-POINTS
               COMPUTE WS-PX-AMOUNT = TS-PRICE + TS-TAX
               PERFORM WRITE-PATRON-TXN-RECORD.
           IF WS-POINTS-EARNED > 0
               MOVE "E" TO WS-PX-TYPE
               MOVE WS-POINTS-EARNED TO WS-PX-POINTS
               MOVE TS-PRICE TO WS-PX-AMOUNT
               PERFORM WRITE-PATRON-TXN-RECORD.

      ******************************************************************
      * Gift card loads and pass sales earn no points but are logged
      * against the patron so the purchase history is complete.
      ******************************************************************
       LINK-PATRON-ACTIVITY.
           IF WS-PATRON-NUM NOT = SPACES
               MOVE 0 TO WS-PX-POINTS
               MOVE 0 TO WS-PX-SEQ-NUM
               PERFORM WRITE-PATRON-TXN-RECORD.
           MOVE SPACES TO WS-PATRON-NUM.

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
           MOVE WS-EVENT-CODE TO PX-EVENT-CODE.
           MOVE WS-PX-REF TO PX-REF.
           MOVE WS-OPERATOR-ID TO PX-OPERATOR-ID.
           MOVE WS-WINDOW-FILE-NAME TO PX-WINDOW-FILE.
           WRITE PX-RECORD.
           CLOSE PATRON-TXN-FILE.

      ******************************************************************
      * A void takes back the points its sale earned and credits back
      * any points it was paid with. The sale's E and R records on
      * the patron log name the patron and the amounts - matched on
      * this window's file too, as every window numbers its own
      * tickets from 1; the B and C records written here carry the
      * original ticket number and the void ticket number as their
      * reference.
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
           MOVE SPACES TO WS-PATRON-NUM.

       READ-PATRON-TXN-RECORD.
           READ PATRON-TXN-FILE
               AT END MOVE 1 TO WS-PX-EOF.

       NOTE-SALE-POINTS.
           IF PX-SEQ-NUM = WS-VOID-ORIG-SEQ
                   AND PX-EVENT-CODE = WS-EVENT-CODE
                   AND PX-WINDOW-FILE = WS-WINDOW-FILE-NAME
                   AND PX-TYPE = "E"
               MOVE PX-PATRON-NUM TO WS-PATRON-NUM
               ADD PX-POINTS TO WS-REV-EARNED.
           IF PX-SEQ-NUM = WS-VOID-ORIG-SEQ
                   AND PX-EVENT-CODE = WS-EVENT-CODE
                   AND PX-WINDOW-FILE = WS-WINDOW-FILE-NAME
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

       MATCH-PATRON-FOR-REVERSAL.
           IF PT-PATRON-NUM = WS-PATRON-NUM
               MOVE "Y" TO WS-PT-FOUND
               SUBTRACT WS-REV-EARNED FROM PT-POINTS-BALANCE
               ADD WS-REV-REDEEMED TO PT-POINTS-BALANCE
               REWRITE PT-RECORD
               PERFORM WRITE-REVERSAL-TXNS
               MOVE PT-POINTS-BALANCE TO WS-POINTS-DISPLAY
               DISPLAY "PATRON POINTS REVERSED - NEW BALANCE: "
                   WS-POINTS-DISPLAY
           ELSE
               PERFORM READ-PATRON-RECORD.

       WRITE-REVERSAL-TXNS.
           MOVE WS-VOID-ORIG-SEQ TO WS-PX-SEQ-NUM.
           MOVE WS-SEQ-NUM TO WS-PX-REF.
           IF WS-REV-EARNED > 0
               MOVE "B" TO WS-PX-TYPE
               MOVE WS-REV-EARNED TO WS-PX-POINTS
               MOVE WS-VOID-PRICE TO WS-PX-AMOUNT
               PERFORM WRITE-PATRON-TXN-RECORD.
           IF WS-REV-REDEEMED > 0
               MOVE "C" TO WS-PX-TYPE
               MOVE WS-REV-REDEEMED TO WS-PX-POINTS
               MOVE WS-REV-AMOUNT TO WS-PX-AMOUNT
               PERFORM WRITE-PATRON-TXN-RECORD.

      ******************************************************************
      * The closed marker tells LAB4-CONSOLIDATE this window has
      * finished selling; consolidation refuses to run until every
      * window on WINDOWLIST.DAT has one.
