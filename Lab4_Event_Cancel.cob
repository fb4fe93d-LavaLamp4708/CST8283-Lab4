      ******************************************************************
      * Author: Peter Stainforth
      * Date: 2026-10-15
      * Purpose: Lab4 event cancellation and postponement - reverses
      *          every unvoided TICKETSALES.DAT sale for one event in
      *          a single supervisor-authorized run: card money goes
      *          back on the next CARDSETTLE.DAT extract, gift-applied
      *          money onto a refund gift card, cash onto a payout
      *          list, loyalty points back onto the patron's balance
      *          (with the points the ticket earned taken back), and
      *          the event's group bookings are cancelled with their
      *          deposits listed for payout. A postponement instead
      *          reissues each ticket under the replacement event code,
      *          moves the ticket's points onto the reissue and moves
      *          the bookings across - refused before anything is
      *          posted if the replacement event's sections, venue or
      *          comp quota cannot take them. Every
      *          reversal writes the same void transaction, audit
      *          record and void receipt as the refund desk so the
      *          nightly reconcile still balances. A comp keeps its
      *          COMPLOG.DAT trail (a V on the void and an I on the
      *          reissue), and an event already settled with its
      *          promoter gets a SETTLEADJ.DAT record per reversal
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB4-EVENT-CANCEL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT OPERATOR-FILE ASSIGN TO "OPERATORS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-FILE-STATUS.
           SELECT EVENT-FILE ASSIGN TO "EVENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-FILE-STATUS.
           SELECT RESERVATION-FILE ASSIGN TO "RESERVATIONS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RES-FILE-STATUS.
           SELECT GIFT-CARD-FILE ASSIGN TO "GIFTCARDS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GC-FILE-STATUS.
           SELECT GIFT-TXN-FILE ASSIGN TO "GIFTTXN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GT-FILE-STATUS.
           SELECT DEPOSIT-LOG-FILE ASSIGN TO "RESVDEPLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DL-FILE-STATUS.
           SELECT PATRON-FILE ASSIGN TO "PATRONS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PT-FILE-STATUS.
           SELECT PATRON-TXN-FILE ASSIGN TO "PATRONTXN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PX-FILE-STATUS.
           SELECT COMP-LOG-FILE ASSIGN TO "COMPLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CL-FILE-STATUS.
           SELECT EVENT-SETTLE-FILE ASSIGN TO "EVENTSETTLE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ES-FILE-STATUS.
           SELECT SETTLE-ADJ-FILE ASSIGN TO "SETTLEADJ.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SA-FILE-STATUS.
           SELECT SECTION-FILE ASSIGN TO "SECTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECTION-FILE-STATUS.
           SELECT COMP-QUOTA-FILE ASSIGN TO "COMPQUOTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CQ-FILE-STATUS.
           SELECT CANCEL-REPORT-FILE ASSIGN TO "EVCANRPT.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PAYOUT-LIST-FILE ASSIGN TO "PAYOUTLST.DAT"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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

       FD  OPERATOR-FILE.
       01  OP-RECORD.
           05 OP-OPERATOR-ID       PIC X(8).
           05 OP-NAME              PIC X(20).
           05 OP-PIN               PIC X(4).
           05 OP-ROLE              PIC A(1).
           05 OP-ACTIVE            PIC A(1).
           05 OP-FAIL-COUNT        PIC 9(2).
           05 OP-LOCKED            PIC A(1).
           05 OP-PIN-DATE          PIC 9(8).

       FD  EVENT-FILE.
       01  EV-RECORD.
           05 EV-CODE               PIC X(4).
           05 FILLER                PIC X.
           05 EV-DATE               PIC 9(8).
           05 FILLER                PIC X.
           05 EV-CAPACITY           PIC 9(5).
           05 FILLER                PIC X.
           05 EV-PRICE-FILE         PIC X(30).

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

       FD  GIFT-CARD-FILE.
       01  GC-RECORD.
           05 GC-CARD-NUM          PIC X(12).
           05 GC-BALANCE           PIC 9(5)V99.

       FD  GIFT-TXN-FILE.
       01  GT-RECORD.
           05 GT-DATE              PIC 9(8).
           05 GT-TIME              PIC 9(8).
           05 GT-CARD-NUM          PIC X(12).
           05 GT-TYPE              PIC A(1).
           05 GT-AMOUNT            PIC 9(5)V99.

       FD  DEPOSIT-LOG-FILE.
       01  DL-RECORD.
           05 DL-DATE              PIC 9(8).
           05 DL-TIME              PIC 9(8).
           05 DL-RES-NUM           PIC 9(5).
           05 DL-EVENT-CODE        PIC X(4).
           05 DL-TYPE              PIC A(1).
           05 DL-AMOUNT            PIC 9(5)V99.

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

       FD  SECTION-FILE.
       01  SEC-RECORD.
           05 SEC-CODE              PIC X(3).
           05 FILLER                PIC X.
           05 SEC-DESC              PIC X(20).
           05 FILLER                PIC X.
           05 SEC-CAPACITY          PIC 9(5).

       FD  COMP-QUOTA-FILE.
       01  CQ-RECORD.
           05 CQ-EVENT-CODE        PIC X(4).
           05 FILLER               PIC X.
           05 CQ-MAX-COMPS         PIC 9(5).

       FD  CANCEL-REPORT-FILE.
       01  RPT-LINE                PIC X(80).

       FD  PAYOUT-LIST-FILE.
       01  PAY-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-TS-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-AL-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-RECEIPT-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-RK-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-OPERATOR-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-EVENT-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-RES-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-GC-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-GT-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-DL-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-PT-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-PX-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-CL-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-ES-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-SA-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-SECTION-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-CQ-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-TS-EOF PIC 9(1) VALUE 0.
       01 WS-OPERATOR-EOF PIC 9(1) VALUE 0.
       01 WS-EVENT-EOF PIC 9(1) VALUE 0.
       01 WS-RES-EOF PIC 9(1) VALUE 0.
       01 WS-PT-EOF PIC 9(1) VALUE 0.
       01 WS-PX-EOF PIC 9(1) VALUE 0.
       01 WS-CL-EOF PIC 9(1) VALUE 0.
       01 WS-ES-EOF PIC 9(1) VALUE 0.
       01 WS-SECTION-EOF PIC 9(1) VALUE 0.
       01 WS-CQ-EOF PIC 9(1) VALUE 0.
       01 WS-RPT-LINE               PIC X(80).
       01 WS-PAY-LINE               PIC X(80).

       01 WS-OPERATOR-ID    PIC X(8).
       01 WS-ENTERED-PIN    PIC X(4).
       01 WS-SIGNON-VALID   PIC A(1) VALUE "N".

       01 WS-RUN-ACTION PIC A(1) VALUE SPACE.
           88 ACTION-CANCEL   VALUE "C".
           88 ACTION-POSTPONE VALUE "P".
       01 WS-EVENT-CODE       PIC X(4) VALUE SPACES.
       01 WS-NEW-EVENT-CODE   PIC X(4) VALUE SPACES.
       01 WS-NEW-EVENT-DATE   PIC 9(8) VALUE 0.
       01 WS-NEW-EVENT-CAPACITY PIC 9(5) VALUE 500.
       01 WS-EVENT-FOUND      PIC A(1) VALUE "N".
       01 WS-NEW-EVENT-FOUND  PIC A(1) VALUE "N".
       01 WS-VOID-REASON      PIC X(30) VALUE SPACES.
       01 WS-RUN-DATE         PIC 9(8) VALUE 0.
       01 WS-EVENT-SETTLED    PIC A(1) VALUE "N".
       01 WS-SETTLED-DATE     PIC 9(8) VALUE 0.

      ******************************************************************
      * Every live sale for the event is staged here on the first
      * pass; a void met later in the file marks its original so the
      * posting pass never reverses a ticket twice.
      ******************************************************************
       01 WS-HIGH-SEQ-NUM   PIC 9(6) VALUE 0.
       01 WS-SALE-COUNT     PIC 9(4) VALUE 0.
       01 WS-SALE-TABLE.
           05 WS-SALE-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-SALE-IDX.
               10 WS-SALE-SEQ          PIC 9(6).
               10 WS-SALE-CATEGORY     PIC A(1).
               10 WS-SALE-SECTION      PIC X(3).
               10 WS-SALE-PRICE        PIC 9(3)V99.
               10 WS-SALE-TENDER       PIC A(1).
               10 WS-SALE-GIFT-APPLIED PIC 9(3)V99.
               10 WS-SALE-SPLIT-TENDER PIC A(1).
               10 WS-SALE-TAX          PIC 9(3)V99.
               10 WS-SALE-VOIDED       PIC A(1).
               10 WS-SALE-PATRON       PIC X(8).
               10 WS-SALE-EARNED       PIC S9(7).
               10 WS-SALE-REDEEMED     PIC S9(7).
               10 WS-SALE-PTS-AMOUNT   PIC 9(5)V99.
               10 WS-SALE-COMP-REASON  PIC A(1).
               10 WS-SALE-COMP-GUEST   PIC X(20).
               10 WS-SALE-COMP-SUPERVISOR PIC X(8).
       01 WS-SALE-FOUND     PIC A(1) VALUE "N".
       01 WS-SALE-OVERFLOW-COUNT PIC 9(4) VALUE 0.
       01 WS-WORK-SEQ       PIC 9(6) VALUE 0.

      ******************************************************************
      * A postponement must fit the replacement event: per section,
      * the seats already sold and held there plus the seats moving
      * across, against the section master; the same totals against
      * the venue; and the comps moving across against its quota.
      ******************************************************************
       01 WS-MOVE-SECTION-COUNT PIC 9(2) VALUE 0.
       01 WS-MOVE-SECTION-TABLE.
           05 WS-MOVE-SECTION-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-MOVE-SEC-IDX.
               10 WS-MOVE-SEC-CODE      PIC X(3).
               10 WS-MOVE-SEC-CAPACITY  PIC 9(5).
               10 WS-MOVE-SEC-SOLD      PIC S9(5).
               10 WS-MOVE-SEC-HELD      PIC 9(5).
               10 WS-MOVE-SEC-MOVING    PIC 9(5).
       01 WS-MOVE-SEC-FOUND    PIC A(1) VALUE "N".
       01 WS-WORK-SECTION      PIC X(3) VALUE SPACES.
       01 WS-NEW-EVENT-SOLD    PIC S9(5) VALUE 0.
       01 WS-NEW-EVENT-HELD    PIC 9(5) VALUE 0.
       01 WS-NEW-EVENT-MOVING  PIC 9(5) VALUE 0.
       01 WS-RES-SEAT-TOTAL    PIC 9(5) VALUE 0.
       01 WS-COMP-MOVING       PIC 9(5) VALUE 0.
       01 WS-COMP-ISSUED       PIC S9(5) VALUE 0.
       01 WS-COMP-QUOTA        PIC 9(5) VALUE 0.
       01 WS-COMP-QUOTA-FOUND  PIC A(1) VALUE "N".
       01 WS-COMP-DEFAULT-FOUND PIC A(1) VALUE "N".
       01 WS-COMP-DEFAULT-QUOTA PIC 9(5) VALUE 0.
       01 WS-CAPACITY-SHORT-COUNT PIC 9(3) VALUE 0.
       01 WS-CAP-DISPLAY       PIC ZZZZ9.
       01 WS-SOLD-DISPLAY      PIC ZZZZ9.
       01 WS-HELD-DISPLAY      PIC ZZZZ9.
       01 WS-MOVING-DISPLAY    PIC ZZZZ9.

       01 WS-ORIG-SEQ       PIC 9(6) VALUE 0.
       01 WS-VOID-SEQ       PIC 9(6) VALUE 0.
       01 WS-REFUND-REMAINDER PIC 9(5)V99 VALUE 0.
       01 WS-REFUND-CARD-NUM  PIC X(12) VALUE SPACES.

       01 WS-PATRON-NUM     PIC X(8) VALUE SPACES.
       01 WS-PT-FOUND       PIC A(1) VALUE "N".
       01 WS-PX-TYPE        PIC A(1) VALUE "B".
       01 WS-PX-POINTS      PIC S9(7) VALUE 0.
       01 WS-PX-AMOUNT      PIC 9(5)V99 VALUE 0.
       01 WS-PX-SEQ-NUM     PIC 9(6) VALUE 0.
       01 WS-PX-EVENT-CODE  PIC X(4) VALUE SPACES.
       01 WS-PX-REF         PIC X(12) VALUE SPACES.
       01 WS-POINTS-DISPLAY PIC -,---,--9.

       01 WS-RECEIPT-LINE   PIC X(40).
       01 WS-RECEIPT-VENUE  PIC X(24)
               VALUE "VENUE001 BOX OFFICE".
       01 WS-FORM-FEED      PIC X(1) VALUE X"0C".
       01 WS-RECEIPT-DATE   PIC 9(8) VALUE 0.
       01 WS-RECEIPT-TIME   PIC 9(8) VALUE 0.
       01 WS-TENDER-DESC    PIC X(4) VALUE SPACES.

       01 WS-REVERSED-COUNT   PIC 9(5) VALUE 0.
       01 WS-REISSUED-COUNT   PIC 9(5) VALUE 0.
       01 WS-ALREADY-VOID-COUNT PIC 9(5) VALUE 0.
       01 WS-PASS-VOID-COUNT  PIC 9(5) VALUE 0.
       01 WS-CASH-REFUND-TOTAL PIC 9(7)V99 VALUE 0.
       01 WS-CARD-REFUND-TOTAL PIC 9(7)V99 VALUE 0.
       01 WS-GIFT-REFUND-TOTAL PIC 9(7)V99 VALUE 0.
       01 WS-POINTS-REFUND-TOTAL PIC 9(7)V99 VALUE 0.
       01 WS-POINTS-RESTORED-TOTAL PIC S9(9) VALUE 0.
       01 WS-POINTS-TAKEN-BACK-TOTAL PIC S9(9) VALUE 0.
       01 WS-TAX-REFUND-TOTAL  PIC 9(7)V99 VALUE 0.
       01 WS-RES-CHANGED-COUNT PIC 9(5) VALUE 0.
       01 WS-DEPOSIT-REFUND-TOTAL PIC 9(7)V99 VALUE 0.
       01 WS-PAYOUT-TOTAL     PIC 9(7)V99 VALUE 0.
       01 WS-SETTLE-ADJ-COUNT PIC 9(5) VALUE 0.
       01 WS-COMP-LOG-COUNT   PIC 9(5) VALUE 0.
       01 WS-COMP-LOG-TYPE    PIC A(1) VALUE "V".
       01 WS-COMP-LOG-SEQ     PIC 9(6) VALUE 0.
       01 WS-COMP-LOG-ORIG-SEQ PIC 9(6) VALUE 0.
       01 WS-COMP-LOG-EVENT   PIC X(4) VALUE SPACES.

       01 WS-PRICE          PIC $$$$9.99.
       01 WS-AMOUNT-EDIT    PIC $$$,$$9.99.
       01 WS-COUNT-DISPLAY  PIC ZZZZ9.
       01 WS-SEQ-DISPLAY    PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "EVENT CANCELLATION / POSTPONEMENT".
           PERFORM SIGN-ON-SUPERVISOR.
           IF WS-SIGNON-VALID NOT = "Y"
               DISPLAY "SUPERVISOR SIGN-ON REQUIRED - RUN CANCELLED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "ENTER EVENT CODE: " WITH NO ADVANCING.
           ACCEPT WS-EVENT-CODE.
           DISPLAY "ENTER C TO CANCEL OR P TO POSTPONE: "
               WITH NO ADVANCING.
           ACCEPT WS-RUN-ACTION.
           IF ACTION-POSTPONE
               DISPLAY "ENTER REPLACEMENT EVENT CODE: "
                   WITH NO ADVANCING
               ACCEPT WS-NEW-EVENT-CODE
           END-IF.
           PERFORM VALIDATE-RUN-REQUEST.
           PERFORM CHECK-EVENT-SETTLED.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT CANCEL-REPORT-FILE.
           OPEN OUTPUT PAYOUT-LIST-FILE.
           PERFORM PRINT-REPORT-HEADINGS.
           PERFORM COLLECT-EVENT-SALES.
           IF WS-SALE-OVERFLOW-COUNT > 0
               PERFORM CANCEL-OVERFLOW-RUN.
           PERFORM COLLECT-SALE-POINTS.
           PERFORM COLLECT-SALE-COMPS.
           IF ACTION-POSTPONE
               PERFORM CHECK-POSTPONE-CAPACITY.
           PERFORM POST-EVENT-REVERSALS.
           PERFORM PROCESS-EVENT-RESERVATIONS.
           PERFORM PRINT-CONTROL-TOTALS.
           CLOSE CANCEL-REPORT-FILE.
           CLOSE PAYOUT-LIST-FILE.
           STOP RUN.

      ******************************************************************
      * A mass reversal moves real money, so the run is signed by a
      * supervisor exactly as the refund desk is; the supervisor's ID
      * goes on every audit record the run writes.
      ******************************************************************
       SIGN-ON-SUPERVISOR.
           DISPLAY "ENTER SUPERVISOR OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT WS-OPERATOR-ID.
           DISPLAY "ENTER PIN: " WITH NO ADVANCING.
           ACCEPT WS-ENTERED-PIN.
           MOVE 0 TO WS-OPERATOR-EOF.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPERATOR-FILE-STATUS NOT = "00"
               DISPLAY "OPERATOR FILE UNAVAILABLE - STATUS: "
                   WS-OPERATOR-FILE-STATUS
           ELSE
               PERFORM READ-OPERATOR-RECORD
               PERFORM VALIDATE-SUPERVISOR UNTIL WS-OPERATOR-EOF = 1
               CLOSE OPERATOR-FILE.

       VALIDATE-SUPERVISOR.
           IF OP-OPERATOR-ID = WS-OPERATOR-ID
                   AND OP-LOCKED = "Y"
               DISPLAY "OPERATOR ID LOCKED - SEE OPERATOR MAINTENANCE"
           ELSE IF OP-OPERATOR-ID = WS-OPERATOR-ID
                   AND OP-PIN = WS-ENTERED-PIN
                   AND OP-ROLE = "S"
                   AND OP-ACTIVE = "Y"
               MOVE "Y" TO WS-SIGNON-VALID
               DISPLAY "SIGNED ON: " OP-NAME.
           PERFORM READ-OPERATOR-RECORD.

       READ-OPERATOR-RECORD.
           READ OPERATOR-FILE
               AT END MOVE 1 TO WS-OPERATOR-EOF.

       VALIDATE-RUN-REQUEST.
           IF NOT ACTION-CANCEL AND NOT ACTION-POSTPONE
               DISPLAY "ACTION MUST BE C OR P - RUN CANCELLED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 0 TO WS-EVENT-EOF.
           OPEN INPUT EVENT-FILE.
           IF WS-EVENT-FILE-STATUS = "00"
               PERFORM READ-EVENT-RECORD
               PERFORM MATCH-EVENT-RECORD UNTIL WS-EVENT-EOF = 1
               CLOSE EVENT-FILE.
           IF WS-EVENT-FOUND NOT = "Y"
               DISPLAY "EVENT NOT ON EVENTS.DAT: " WS-EVENT-CODE
                   " - RUN CANCELLED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF ACTION-POSTPONE
               IF WS-NEW-EVENT-FOUND NOT = "Y"
                       OR WS-NEW-EVENT-CODE = WS-EVENT-CODE
                   DISPLAY "REPLACEMENT EVENT NOT VALID: "
                       WS-NEW-EVENT-CODE " - RUN CANCELLED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE SPACES TO WS-VOID-REASON
               STRING "EVENT POSTPONED TO " WS-NEW-EVENT-CODE
                   DELIMITED BY SIZE INTO WS-VOID-REASON
           ELSE
               MOVE "EVENT CANCELLED" TO WS-VOID-REASON.

       READ-EVENT-RECORD.
           READ EVENT-FILE
               AT END MOVE 1 TO WS-EVENT-EOF.

       MATCH-EVENT-RECORD.
           IF EV-CODE = WS-EVENT-CODE
               MOVE "Y" TO WS-EVENT-FOUND.
           IF ACTION-POSTPONE AND EV-CODE = WS-NEW-EVENT-CODE
               MOVE "Y" TO WS-NEW-EVENT-FOUND
               MOVE EV-DATE TO WS-NEW-EVENT-DATE
               IF EV-CAPACITY > 0
                   MOVE EV-CAPACITY TO WS-NEW-EVENT-CAPACITY
               END-IF.
           PERFORM READ-EVENT-RECORD.

      ******************************************************************
      * Once the promoter has been settled for the event, every
      * reversal this run makes changes what was paid out, so each
      * one is logged for the settlement reprint exactly as a refund
      * desk refund or exchange would be.
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
               DISPLAY "EVENT " WS-EVENT-CODE
                   " SETTLED WITH PROMOTER ON " WS-SETTLED-DATE
                   " - POST-SETTLEMENT ADJUSTMENTS WILL BE LOGGED".

       READ-EVENT-SETTLE.
           READ EVENT-SETTLE-FILE
               AT END MOVE 1 TO WS-ES-EOF.

       MATCH-EVENT-SETTLE.
           IF ES-EVENT-CODE = WS-EVENT-CODE
               MOVE "Y" TO WS-EVENT-SETTLED
               MOVE ES-SETTLE-DATE TO WS-SETTLED-DATE
           ELSE
               PERFORM READ-EVENT-SETTLE.

       PRINT-REPORT-HEADINGS.
           IF ACTION-POSTPONE
               MOVE "EVENT POSTPONEMENT REGISTER" TO WS-RPT-LINE
           ELSE
               MOVE "EVENT CANCELLATION REFUND REGISTER" TO
                   WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "EVENT: " WS-EVENT-CODE "   RUN DATE: " WS-RUN-DATE
               "   AUTHORIZED BY: " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF ACTION-POSTPONE
               MOVE SPACES TO WS-RPT-LINE
               STRING "REPLACEMENT EVENT: " WS-NEW-EVENT-CODE
                   "   DATE: " WS-NEW-EVENT-DATE
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE.
           IF WS-EVENT-SETTLED = "Y"
               MOVE SPACES TO WS-RPT-LINE
               STRING "SETTLED WITH PROMOTER ON " WS-SETTLED-DATE
                   " - REVERSALS LOGGED AS SETTLEMENT ADJUSTMENTS"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "TICKET  VOID    CAT SEC       PRICE       TAX  REFUND"
               TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "CASH PAYOUT LIST" TO WS-PAY-LINE.
           PERFORM WRITE-PAYOUT-LINE.
           MOVE SPACES TO WS-PAY-LINE.
           STRING "EVENT: " WS-EVENT-CODE "   RUN DATE: " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-PAY-LINE.
           PERFORM WRITE-PAYOUT-LINE.
           MOVE SPACES TO WS-PAY-LINE.
           PERFORM WRITE-PAYOUT-LINE.
           MOVE "REFERENCE               DETAIL                  AMOUNT"
               TO WS-PAY-LINE.
           PERFORM WRITE-PAYOUT-LINE.

      ******************************************************************
      * First pass: stage the event's live sales and find the highest
      * sequence in use, the same single scan the refund desk makes.
      ******************************************************************
       COLLECT-EVENT-SALES.
           MOVE 0 TO WS-TS-EOF.
           OPEN INPUT TICKET-SALES-FILE.
           IF WS-TS-FILE-STATUS NOT = "00"
               DISPLAY "TICKET FILE UNAVAILABLE - STATUS: "
                   WS-TS-FILE-STATUS
               MOVE "NO TICKET FILE - NO SALES TO REVERSE" TO
                   WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               PERFORM READ-TICKET-SALE
               PERFORM STAGE-TICKET-RECORD UNTIL WS-TS-EOF = 1
               CLOSE TICKET-SALES-FILE.

       READ-TICKET-SALE.
           READ TICKET-SALES-FILE
               AT END MOVE 1 TO WS-TS-EOF.

       STAGE-TICKET-RECORD.
           IF TS-SEQ-NUM > WS-HIGH-SEQ-NUM
               MOVE TS-SEQ-NUM TO WS-HIGH-SEQ-NUM.
           IF TS-EVENT-CODE = WS-EVENT-CODE
               IF TS-VOID-FLAG = "Y"
                   MOVE TS-VOID-ORIG-SEQ TO WS-WORK-SEQ
                   PERFORM FIND-SALE-ENTRY
                   IF WS-SALE-FOUND = "Y"
                       MOVE "Y" TO WS-SALE-VOIDED(WS-SALE-IDX)
                   END-IF
               ELSE
                   PERFORM ADD-SALE-ENTRY.
           PERFORM READ-TICKET-SALE.

       ADD-SALE-ENTRY.
           IF WS-SALE-COUNT < 2000
               ADD 1 TO WS-SALE-COUNT
               SET WS-SALE-IDX TO WS-SALE-COUNT
               MOVE TS-SEQ-NUM TO WS-SALE-SEQ(WS-SALE-IDX)
               MOVE TS-CATEGORY TO WS-SALE-CATEGORY(WS-SALE-IDX)
               MOVE TS-SECTION-CODE TO WS-SALE-SECTION(WS-SALE-IDX)
               MOVE TS-PRICE TO WS-SALE-PRICE(WS-SALE-IDX)
               MOVE TS-TENDER TO WS-SALE-TENDER(WS-SALE-IDX)
               MOVE TS-GIFT-APPLIED TO
                   WS-SALE-GIFT-APPLIED(WS-SALE-IDX)
               MOVE TS-SPLIT-TENDER TO
                   WS-SALE-SPLIT-TENDER(WS-SALE-IDX)
               MOVE TS-TAX TO WS-SALE-TAX(WS-SALE-IDX)
               MOVE "N" TO WS-SALE-VOIDED(WS-SALE-IDX)
               MOVE SPACES TO WS-SALE-PATRON(WS-SALE-IDX)
               MOVE 0 TO WS-SALE-EARNED(WS-SALE-IDX)
               MOVE 0 TO WS-SALE-REDEEMED(WS-SALE-IDX)
               MOVE 0 TO WS-SALE-PTS-AMOUNT(WS-SALE-IDX)
               MOVE SPACE TO WS-SALE-COMP-REASON(WS-SALE-IDX)
               MOVE SPACES TO WS-SALE-COMP-GUEST(WS-SALE-IDX)
               MOVE SPACES TO WS-SALE-COMP-SUPERVISOR(WS-SALE-IDX)
           ELSE
               ADD 1 TO WS-SALE-OVERFLOW-COUNT.

       FIND-SALE-ENTRY.
           MOVE "N" TO WS-SALE-FOUND.
           PERFORM MATCH-SALE-ENTRY
               VARYING WS-SALE-IDX FROM 1 BY 1
               UNTIL WS-SALE-IDX > WS-SALE-COUNT
                   OR WS-SALE-FOUND = "Y".
           IF WS-SALE-FOUND = "Y"
               SET WS-SALE-IDX DOWN BY 1.

       MATCH-SALE-ENTRY.
           IF WS-SALE-SEQ(WS-SALE-IDX) = WS-WORK-SEQ
               MOVE "Y" TO WS-SALE-FOUND.

      ******************************************************************
      * The patron log's E and R records for the event name the
      * patron behind each staged sale, the points it earned and any
      * points it was paid with. Only records written against the
      * back-office file count: each window numbers its own tickets.
      ******************************************************************
       COLLECT-SALE-POINTS.
           MOVE 0 TO WS-PX-EOF.
           OPEN INPUT PATRON-TXN-FILE.
           IF WS-PX-FILE-STATUS = "00"
               PERFORM READ-PATRON-TXN-RECORD
               PERFORM STAGE-SALE-POINTS UNTIL WS-PX-EOF = 1
               CLOSE PATRON-TXN-FILE.

       READ-PATRON-TXN-RECORD.
           READ PATRON-TXN-FILE
               AT END MOVE 1 TO WS-PX-EOF.

       STAGE-SALE-POINTS.
           IF PX-EVENT-CODE = WS-EVENT-CODE
                   AND PX-WINDOW-FILE = "TICKETSALES.DAT"
                   AND (PX-TYPE = "E" OR PX-TYPE = "R")
               MOVE PX-SEQ-NUM TO WS-WORK-SEQ
               PERFORM FIND-SALE-ENTRY
               IF WS-SALE-FOUND = "Y"
                   MOVE PX-PATRON-NUM TO WS-SALE-PATRON(WS-SALE-IDX)
                   IF PX-TYPE = "E"
                       ADD PX-POINTS TO WS-SALE-EARNED(WS-SALE-IDX)
                   ELSE
                       ADD PX-POINTS TO WS-SALE-REDEEMED(WS-SALE-IDX)
                       ADD PX-AMOUNT TO
                           WS-SALE-PTS-AMOUNT(WS-SALE-IDX).
           PERFORM READ-PATRON-TXN-RECORD.

      ******************************************************************
      * The comp log's I records for the event carry the reason,
      * guest and authorizing supervisor of each staged comp, so the
      * void and any reissue are logged against the same authority.
      ******************************************************************
       COLLECT-SALE-COMPS.
           MOVE 0 TO WS-CL-EOF.
           OPEN INPUT COMP-LOG-FILE.
           IF WS-CL-FILE-STATUS = "00"
               PERFORM READ-COMP-LOG-RECORD
               PERFORM STAGE-SALE-COMP UNTIL WS-CL-EOF = 1
               CLOSE COMP-LOG-FILE.

       READ-COMP-LOG-RECORD.
           READ COMP-LOG-FILE
               AT END MOVE 1 TO WS-CL-EOF.

       STAGE-SALE-COMP.
           IF CL-TYPE = "I" AND CL-EVENT-CODE = WS-EVENT-CODE
               MOVE CL-SEQ-NUM TO WS-WORK-SEQ
               PERFORM FIND-SALE-ENTRY
               IF WS-SALE-FOUND = "Y"
                   MOVE CL-REASON TO WS-SALE-COMP-REASON(WS-SALE-IDX)
                   MOVE CL-GUEST-NAME TO
                       WS-SALE-COMP-GUEST(WS-SALE-IDX)
                   MOVE CL-SUPERVISOR-ID TO
                       WS-SALE-COMP-SUPERVISOR(WS-SALE-IDX).
           PERFORM READ-COMP-LOG-RECORD.

      ******************************************************************
      * Half a cancelled event is worse than none: if the staging
      * table cannot hold every sale nothing is posted at all.
      ******************************************************************
       CANCEL-OVERFLOW-RUN.
           MOVE WS-SALE-OVERFLOW-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "** SALE TABLE FULL - " WS-COUNT-DISPLAY
               " SALE(S) NOT STAGED - NOTHING POSTED **"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           CLOSE CANCEL-REPORT-FILE.
           CLOSE PAYOUT-LIST-FILE.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

      ******************************************************************
      * The same sold-out test the window and the refund desk make,
      * taken for every seat a postponement would move at once: seats
      * sold to the replacement event net of voids plus its active
      * bookings, plus the reissues and bookings moving across,
      * against each section's and the venue's capacity. Passes are
      * voided, not reissued, so they move no seat. Comps moving
      * across must also fit the replacement event's comp quota.
      * Every shortfall is listed and nothing is posted.
      ******************************************************************
       CHECK-POSTPONE-CAPACITY.
           MOVE 0 TO WS-CAPACITY-SHORT-COUNT.
           MOVE 0 TO WS-NEW-EVENT-SOLD.
           MOVE 0 TO WS-NEW-EVENT-HELD.
           MOVE 0 TO WS-NEW-EVENT-MOVING.
           MOVE 0 TO WS-COMP-MOVING.
           PERFORM LOAD-MOVE-SECTIONS.
           PERFORM TALLY-MOVING-SALE
               VARYING WS-SALE-IDX FROM 1 BY 1
               UNTIL WS-SALE-IDX > WS-SALE-COUNT.
           MOVE 0 TO WS-TS-EOF.
           OPEN INPUT TICKET-SALES-FILE.
           IF WS-TS-FILE-STATUS = "00"
               PERFORM READ-TICKET-SALE
               PERFORM TALLY-NEW-EVENT-SEAT UNTIL WS-TS-EOF = 1
               CLOSE TICKET-SALES-FILE.
           MOVE 0 TO WS-RES-EOF.
           OPEN INPUT RESERVATION-FILE.
           IF WS-RES-FILE-STATUS = "00"
               PERFORM READ-RESERVATION-RECORD
               PERFORM HOLD-POSTPONE-SEATS UNTIL WS-RES-EOF = 1
               CLOSE RESERVATION-FILE.
           PERFORM CHECK-SECTION-CAPACITY
               VARYING WS-MOVE-SEC-IDX FROM 1 BY 1
               UNTIL WS-MOVE-SEC-IDX > WS-MOVE-SECTION-COUNT.
           PERFORM CHECK-VENUE-CAPACITY.
           IF WS-COMP-MOVING > 0
               PERFORM CHECK-POSTPONE-COMP-QUOTA.
           IF WS-CAPACITY-SHORT-COUNT > 0
               PERFORM REFUSE-POSTPONEMENT.

       LOAD-MOVE-SECTIONS.
           MOVE 0 TO WS-MOVE-SECTION-COUNT.
           MOVE 0 TO WS-SECTION-EOF.
           OPEN INPUT SECTION-FILE.
           IF WS-SECTION-FILE-STATUS = "00"
               PERFORM READ-SECTION-RECORD
               PERFORM ADD-MASTER-SECTION UNTIL WS-SECTION-EOF = 1
               CLOSE SECTION-FILE.

       READ-SECTION-RECORD.
           READ SECTION-FILE
               AT END MOVE 1 TO WS-SECTION-EOF.

       ADD-MASTER-SECTION.
           MOVE SEC-CODE TO WS-WORK-SECTION.
           PERFORM ADD-MOVE-SECTION.
           IF WS-MOVE-SEC-FOUND = "Y"
               MOVE SEC-CAPACITY TO
                   WS-MOVE-SEC-CAPACITY(WS-MOVE-SEC-IDX).
           PERFORM READ-SECTION-RECORD.

      ******************************************************************
      * A section no longer on the master is added with no capacity,
      * so anything moving into it is listed as a shortfall.
      ******************************************************************
       FIND-MOVE-SECTION.
           MOVE "N" TO WS-MOVE-SEC-FOUND.
           PERFORM MATCH-MOVE-SECTION
               VARYING WS-MOVE-SEC-IDX FROM 1 BY 1
               UNTIL WS-MOVE-SEC-IDX > WS-MOVE-SECTION-COUNT
                   OR WS-MOVE-SEC-FOUND = "Y".
           IF WS-MOVE-SEC-FOUND = "Y"
               SET WS-MOVE-SEC-IDX DOWN BY 1
           ELSE
               PERFORM ADD-MOVE-SECTION.

       MATCH-MOVE-SECTION.
           IF WS-MOVE-SEC-CODE(WS-MOVE-SEC-IDX) = WS-WORK-SECTION
               MOVE "Y" TO WS-MOVE-SEC-FOUND.

       ADD-MOVE-SECTION.
           MOVE "N" TO WS-MOVE-SEC-FOUND.
           IF WS-MOVE-SECTION-COUNT < 20
               ADD 1 TO WS-MOVE-SECTION-COUNT
               SET WS-MOVE-SEC-IDX TO WS-MOVE-SECTION-COUNT
               MOVE WS-WORK-SECTION TO
                   WS-MOVE-SEC-CODE(WS-MOVE-SEC-IDX)
               MOVE 0 TO WS-MOVE-SEC-CAPACITY(WS-MOVE-SEC-IDX)
               MOVE 0 TO WS-MOVE-SEC-SOLD(WS-MOVE-SEC-IDX)
               MOVE 0 TO WS-MOVE-SEC-HELD(WS-MOVE-SEC-IDX)
               MOVE 0 TO WS-MOVE-SEC-MOVING(WS-MOVE-SEC-IDX)
               MOVE "Y" TO WS-MOVE-SEC-FOUND.

       TALLY-MOVING-SALE.
           IF WS-SALE-VOIDED(WS-SALE-IDX) NOT = "Y"
                   AND WS-SALE-TENDER(WS-SALE-IDX) NOT = "P"
               ADD 1 TO WS-NEW-EVENT-MOVING
               IF WS-SALE-TENDER(WS-SALE-IDX) = "K"
                   ADD 1 TO WS-COMP-MOVING
               END-IF
               MOVE WS-SALE-SECTION(WS-SALE-IDX) TO WS-WORK-SECTION
               PERFORM FIND-MOVE-SECTION
               IF WS-MOVE-SEC-FOUND = "Y"
                   ADD 1 TO WS-MOVE-SEC-MOVING(WS-MOVE-SEC-IDX)
               END-IF
           END-IF.

       TALLY-NEW-EVENT-SEAT.
           IF TS-EVENT-CODE = WS-NEW-EVENT-CODE
               MOVE TS-SECTION-CODE TO WS-WORK-SECTION
               PERFORM FIND-MOVE-SECTION
               IF TS-VOID-FLAG = "Y"
                   SUBTRACT 1 FROM WS-NEW-EVENT-SOLD
                   IF WS-MOVE-SEC-FOUND = "Y"
                       SUBTRACT 1 FROM
                           WS-MOVE-SEC-SOLD(WS-MOVE-SEC-IDX)
                   END-IF
               ELSE
                   ADD 1 TO WS-NEW-EVENT-SOLD
                   IF WS-MOVE-SEC-FOUND = "Y"
                       ADD 1 TO WS-MOVE-SEC-SOLD(WS-MOVE-SEC-IDX)
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-TICKET-SALE.

      ******************************************************************
      * Active bookings already on the replacement event hold their
      * seats there; the postponed event's own bookings move across.
      ******************************************************************
       HOLD-POSTPONE-SEATS.
           IF RV-STATUS = "A"
                   AND (RV-EVENT-CODE = WS-NEW-EVENT-CODE
                       OR RV-EVENT-CODE = WS-EVENT-CODE)
               COMPUTE WS-RES-SEAT-TOTAL = RV-FAMILY-QTY
                   + RV-ADULT-QTY + RV-STUDENT-QTY + RV-YOUTH-QTY
                   + RV-CHILD-QTY + RV-MILITARY-QTY
               MOVE RV-SECTION-CODE TO WS-WORK-SECTION
               PERFORM FIND-MOVE-SECTION
               IF RV-EVENT-CODE = WS-NEW-EVENT-CODE
                   ADD WS-RES-SEAT-TOTAL TO WS-NEW-EVENT-HELD
                   IF WS-MOVE-SEC-FOUND = "Y"
                       ADD WS-RES-SEAT-TOTAL TO
                           WS-MOVE-SEC-HELD(WS-MOVE-SEC-IDX)
                   END-IF
               ELSE
                   ADD WS-RES-SEAT-TOTAL TO WS-NEW-EVENT-MOVING
                   IF WS-MOVE-SEC-FOUND = "Y"
                       ADD WS-RES-SEAT-TOTAL TO
                           WS-MOVE-SEC-MOVING(WS-MOVE-SEC-IDX)
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-RESERVATION-RECORD.

       CHECK-SECTION-CAPACITY.
           IF WS-MOVE-SEC-MOVING(WS-MOVE-SEC-IDX) > 0
                   AND WS-MOVE-SEC-SOLD(WS-MOVE-SEC-IDX)
                       + WS-MOVE-SEC-HELD(WS-MOVE-SEC-IDX)
                       + WS-MOVE-SEC-MOVING(WS-MOVE-SEC-IDX)
                       > WS-MOVE-SEC-CAPACITY(WS-MOVE-SEC-IDX)
               ADD 1 TO WS-CAPACITY-SHORT-COUNT
               MOVE WS-MOVE-SEC-CAPACITY(WS-MOVE-SEC-IDX) TO
                   WS-CAP-DISPLAY
               MOVE WS-MOVE-SEC-SOLD(WS-MOVE-SEC-IDX) TO
                   WS-SOLD-DISPLAY
               MOVE WS-MOVE-SEC-HELD(WS-MOVE-SEC-IDX) TO
                   WS-HELD-DISPLAY
               MOVE WS-MOVE-SEC-MOVING(WS-MOVE-SEC-IDX) TO
                   WS-MOVING-DISPLAY
               MOVE SPACES TO WS-RPT-LINE
               STRING "** SECTION " WS-MOVE-SEC-CODE(WS-MOVE-SEC-IDX)
                   "  CAPACITY " WS-CAP-DISPLAY
                   "  SOLD " WS-SOLD-DISPLAY
                   "  HELD " WS-HELD-DISPLAY
                   "  MOVING " WS-MOVING-DISPLAY
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE.

       CHECK-VENUE-CAPACITY.
           IF WS-NEW-EVENT-SOLD + WS-NEW-EVENT-HELD
                   + WS-NEW-EVENT-MOVING > WS-NEW-EVENT-CAPACITY
               ADD 1 TO WS-CAPACITY-SHORT-COUNT
               MOVE WS-NEW-EVENT-CAPACITY TO WS-CAP-DISPLAY
               MOVE WS-NEW-EVENT-SOLD TO WS-SOLD-DISPLAY
               MOVE WS-NEW-EVENT-HELD TO WS-HELD-DISPLAY
               MOVE WS-NEW-EVENT-MOVING TO WS-MOVING-DISPLAY
               MOVE SPACES TO WS-RPT-LINE
               STRING "** VENUE " WS-NEW-EVENT-CODE
                   " CAPACITY " WS-CAP-DISPLAY
                   "  SOLD " WS-SOLD-DISPLAY
                   "  HELD " WS-HELD-DISPLAY
                   "  MOVING " WS-MOVING-DISPLAY
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      * Quota rows as the window reads them: the event's own row,
      * else the ALL row; with neither, the event takes no comps.
      ******************************************************************
       CHECK-POSTPONE-COMP-QUOTA.
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
               PERFORM COUNT-NEW-EVENT-COMP UNTIL WS-CL-EOF = 1
               CLOSE COMP-LOG-FILE.
           MOVE WS-COMP-MOVING TO WS-MOVING-DISPLAY.
           IF WS-COMP-QUOTA-FOUND NOT = "Y"
               ADD 1 TO WS-CAPACITY-SHORT-COUNT
               MOVE SPACES TO WS-RPT-LINE
               STRING "** NO COMP QUOTA SET FOR EVENT "
                   WS-NEW-EVENT-CODE "  COMPS MOVING "
                   WS-MOVING-DISPLAY
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE IF WS-COMP-ISSUED + WS-COMP-MOVING > WS-COMP-QUOTA
               ADD 1 TO WS-CAPACITY-SHORT-COUNT
               MOVE WS-COMP-QUOTA TO WS-CAP-DISPLAY
               MOVE WS-COMP-ISSUED TO WS-SOLD-DISPLAY
               MOVE SPACES TO WS-RPT-LINE
               STRING "** COMP QUOTA " WS-NEW-EVENT-CODE
                   "  QUOTA " WS-CAP-DISPLAY
                   "  ISSUED " WS-SOLD-DISPLAY
                   "  MOVING " WS-MOVING-DISPLAY
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE.

       READ-COMP-QUOTA-RECORD.
           READ COMP-QUOTA-FILE
               AT END MOVE 1 TO WS-CQ-EOF.

       MATCH-COMP-QUOTA.
           IF CQ-EVENT-CODE = WS-NEW-EVENT-CODE
               MOVE "Y" TO WS-COMP-QUOTA-FOUND
               MOVE CQ-MAX-COMPS TO WS-COMP-QUOTA
           ELSE IF CQ-EVENT-CODE = "ALL"
               MOVE "Y" TO WS-COMP-DEFAULT-FOUND
               MOVE CQ-MAX-COMPS TO WS-COMP-DEFAULT-QUOTA.
           PERFORM READ-COMP-QUOTA-RECORD.

       COUNT-NEW-EVENT-COMP.
           IF CL-EVENT-CODE = WS-NEW-EVENT-CODE
               IF CL-TYPE = "I"
                   ADD 1 TO WS-COMP-ISSUED
               ELSE
                   SUBTRACT 1 FROM WS-COMP-ISSUED.
           PERFORM READ-COMP-LOG-RECORD.

      ******************************************************************
      * As with an overflowing sale table, a postponement that does
      * not fit is not posted in part: the event stays as it is until
      * the replacement event's capacity or quota is raised.
      ******************************************************************
       REFUSE-POSTPONEMENT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "** REPLACEMENT EVENT " WS-NEW-EVENT-CODE
               " CANNOT TAKE THE POSTPONED TICKETS - NOTHING POSTED **"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           CLOSE CANCEL-REPORT-FILE.
           CLOSE PAYOUT-LIST-FILE.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

      ******************************************************************
      * The sales were staged from the ticket file a moment ago; if
      * it will not now take the voids nothing is posted, so no audit,
      * receipt or payout is written for a void that does not exist.
      ******************************************************************
       REFUSE-TICKET-FILE.
           DISPLAY "COULD NOT EXTEND TICKETSALES.DAT - STATUS: "
               WS-TS-FILE-STATUS.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "** TICKET FILE CANNOT TAKE THE VOIDS"
               " - NOTHING POSTED **"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           CLOSE CANCEL-REPORT-FILE.
           CLOSE PAYOUT-LIST-FILE.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       POST-EVENT-REVERSALS.
           IF WS-SALE-COUNT > 0
               OPEN EXTEND TICKET-SALES-FILE
               IF WS-TS-FILE-STATUS NOT = "00"
                   PERFORM REFUSE-TICKET-FILE
               END-IF
               OPEN EXTEND AUDIT-LOG-FILE
               IF WS-AL-FILE-STATUS NOT = "00"
                   OPEN OUTPUT AUDIT-LOG-FILE
               END-IF
               OPEN EXTEND RECEIPT-FILE
               IF WS-RECEIPT-FILE-STATUS NOT = "00"
                   OPEN OUTPUT RECEIPT-FILE
               END-IF
               OPEN EXTEND RECEIPT-KEY-FILE
               IF WS-RK-FILE-STATUS NOT = "00"
                   OPEN OUTPUT RECEIPT-KEY-FILE
               END-IF
               PERFORM POST-ONE-REVERSAL
                   VARYING WS-SALE-IDX FROM 1 BY 1
                   UNTIL WS-SALE-IDX > WS-SALE-COUNT
               CLOSE TICKET-SALES-FILE
               CLOSE AUDIT-LOG-FILE
               CLOSE RECEIPT-FILE
               CLOSE RECEIPT-KEY-FILE.

      ******************************************************************
      * Each live sale gets a void in its original tender. Pass
      * admissions are voided but never reissued: the holder simply
      * shows the pass again on the new date.
      ******************************************************************
       POST-ONE-REVERSAL.
           IF WS-SALE-VOIDED(WS-SALE-IDX) = "Y"
               ADD 1 TO WS-ALREADY-VOID-COUNT
           ELSE
               MOVE WS-SALE-SEQ(WS-SALE-IDX) TO WS-ORIG-SEQ
               PERFORM WRITE-VOID-SALE
               PERFORM WRITE-VOID-AUDIT-RECORD
               PERFORM WRITE-VOID-RECEIPT
               ADD 1 TO WS-REVERSED-COUNT
               IF WS-EVENT-SETTLED = "Y"
                   PERFORM WRITE-SETTLE-ADJUSTMENT
               END-IF
               IF WS-SALE-TENDER(WS-SALE-IDX) = "K"
                   MOVE "V" TO WS-COMP-LOG-TYPE
                   MOVE WS-VOID-SEQ TO WS-COMP-LOG-SEQ
                   MOVE WS-ORIG-SEQ TO WS-COMP-LOG-ORIG-SEQ
                   MOVE WS-EVENT-CODE TO WS-COMP-LOG-EVENT
                   PERFORM WRITE-COMP-LOG-RECORD
               END-IF
               ADD WS-SALE-TAX(WS-SALE-IDX) TO WS-TAX-REFUND-TOTAL
               IF WS-SALE-TENDER(WS-SALE-IDX) = "P"
                   ADD 1 TO WS-PASS-VOID-COUNT
                   PERFORM PRINT-REVERSAL-LINE
               ELSE IF ACTION-POSTPONE
                   PERFORM PRINT-REVERSAL-LINE
                   PERFORM WRITE-REISSUED-SALE
               ELSE
                   PERFORM REFUND-ORIGINAL-TENDER.
           IF WS-SALE-VOIDED(WS-SALE-IDX) NOT = "Y"
                   AND WS-SALE-TENDER(WS-SALE-IDX) NOT = "P"
                   AND WS-SALE-PATRON(WS-SALE-IDX) NOT = SPACES
               PERFORM REVERSE-SALE-POINTS.

      ******************************************************************
      * Logged for the promoter settlement reprint: R for a refund,
      * P where a postponement carries the ticket to another event.
      ******************************************************************
       WRITE-SETTLE-ADJUSTMENT.
           OPEN EXTEND SETTLE-ADJ-FILE.
           IF WS-SA-FILE-STATUS NOT = "00"
               OPEN OUTPUT SETTLE-ADJ-FILE.
           ACCEPT SA-DATE FROM DATE YYYYMMDD.
           ACCEPT SA-TIME FROM TIME.
           MOVE WS-EVENT-CODE TO SA-EVENT-CODE.
           IF ACTION-POSTPONE
               MOVE "P" TO SA-TYPE
           ELSE
               MOVE "R" TO SA-TYPE.
           MOVE WS-ORIG-SEQ TO SA-ORIG-SEQ.
           MOVE WS-VOID-SEQ TO SA-VOID-SEQ.
           MOVE WS-SALE-PRICE(WS-SALE-IDX) TO SA-PRICE.
           MOVE WS-SALE-TAX(WS-SALE-IDX) TO SA-TAX.
           MOVE WS-OPERATOR-ID TO SA-OPERATOR-ID.
           WRITE SA-RECORD.
           CLOSE SETTLE-ADJ-FILE.
           ADD 1 TO WS-SETTLE-ADJ-COUNT.

      ******************************************************************
      * A comp voided or reissued by the run keeps the reason, guest
      * and supervisor of its original issue; the running supervisor
      * is the operator of record. An issue missing from the log is
      * still logged, without a reason, and flagged on the register.
      ******************************************************************
       WRITE-COMP-LOG-RECORD.
           IF WS-SALE-COMP-SUPERVISOR(WS-SALE-IDX) = SPACES
                   AND WS-COMP-LOG-TYPE = "V"
               MOVE SPACES TO WS-RPT-LINE
               STRING "        ** COMP NOT ON COMP LOG - VOID LOGGED"
                   " WITHOUT REASON **"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE.
           OPEN EXTEND COMP-LOG-FILE.
           IF WS-CL-FILE-STATUS NOT = "00"
               OPEN OUTPUT COMP-LOG-FILE.
           ACCEPT CL-DATE FROM DATE YYYYMMDD.
           ACCEPT CL-TIME FROM TIME.
           MOVE WS-COMP-LOG-TYPE TO CL-TYPE.
           MOVE WS-COMP-LOG-SEQ TO CL-SEQ-NUM.
           MOVE WS-COMP-LOG-ORIG-SEQ TO CL-ORIG-SEQ.
           MOVE WS-COMP-LOG-EVENT TO CL-EVENT-CODE.
           MOVE WS-SALE-SECTION(WS-SALE-IDX) TO CL-SECTION-CODE.
           MOVE WS-SALE-COMP-REASON(WS-SALE-IDX) TO CL-REASON.
           MOVE WS-SALE-COMP-GUEST(WS-SALE-IDX) TO CL-GUEST-NAME.
           MOVE WS-OPERATOR-ID TO CL-OPERATOR-ID.
           MOVE WS-SALE-COMP-SUPERVISOR(WS-SALE-IDX) TO
               CL-SUPERVISOR-ID.
           MOVE "TICKETSALES.DAT" TO CL-WINDOW-FILE.
           WRITE CL-RECORD.
           CLOSE COMP-LOG-FILE.
           ADD 1 TO WS-COMP-LOG-COUNT.

       WRITE-VOID-SALE.
           ADD 1 TO WS-HIGH-SEQ-NUM.
           MOVE WS-HIGH-SEQ-NUM TO WS-VOID-SEQ.
           MOVE WS-HIGH-SEQ-NUM TO TS-SEQ-NUM.
           MOVE WS-EVENT-CODE TO TS-EVENT-CODE.
           MOVE WS-SALE-CATEGORY(WS-SALE-IDX) TO TS-CATEGORY.
           MOVE WS-SALE-SECTION(WS-SALE-IDX) TO TS-SECTION-CODE.
           MOVE WS-SALE-PRICE(WS-SALE-IDX) TO TS-PRICE.
           MOVE WS-SALE-TENDER(WS-SALE-IDX) TO TS-TENDER.
           MOVE "Y" TO TS-VOID-FLAG.
           MOVE WS-ORIG-SEQ TO TS-VOID-ORIG-SEQ.
           MOVE WS-SALE-GIFT-APPLIED(WS-SALE-IDX) TO TS-GIFT-APPLIED.
           MOVE WS-SALE-SPLIT-TENDER(WS-SALE-IDX) TO TS-SPLIT-TENDER.
           MOVE WS-SALE-TAX(WS-SALE-IDX) TO TS-TAX.
           WRITE TS-RECORD.
           IF WS-TS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - VOID NOT RECORDED - STATUS: "
                   WS-TS-FILE-STATUS
               MOVE 8 TO RETURN-CODE.

       WRITE-VOID-AUDIT-RECORD.
           MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID.
           MOVE WS-EVENT-CODE TO AL-EVENT-CODE.
           ACCEPT AL-DATE FROM DATE YYYYMMDD.
           ACCEPT AL-TIME FROM TIME.
           MOVE WS-SALE-CATEGORY(WS-SALE-IDX) TO AL-CATEGORY.
           MOVE WS-SALE-PRICE(WS-SALE-IDX) TO AL-PRICE.
           MOVE "Y" TO AL-VOID-FLAG.
           MOVE WS-VOID-REASON TO AL-VOID-REASON.
           MOVE WS-VOID-SEQ TO AL-SEQ-NUM.
           MOVE "TICKETSALES.DAT" TO AL-WINDOW-FILE.
           WRITE AL-RECORD.

       WRITE-VOID-RECEIPT.
           PERFORM WRITE-RECEIPT-HEADER.
           MOVE "*** VOID ***" TO WS-RECEIPT-LINE.
           PERFORM WRITE-RECEIPT-LINE.
           MOVE SPACES TO WS-RECEIPT-LINE.
           STRING "VOID TICKET: " WS-VOID-SEQ
               DELIMITED BY SIZE INTO WS-RECEIPT-LINE.
           PERFORM WRITE-RECEIPT-LINE.
           MOVE SPACES TO WS-RECEIPT-LINE.
           STRING "ORIGINAL TICKET: " WS-ORIG-SEQ
               DELIMITED BY SIZE INTO WS-RECEIPT-LINE.
           PERFORM WRITE-RECEIPT-LINE.
           MOVE WS-SALE-PRICE(WS-SALE-IDX) TO WS-PRICE.
           MOVE SPACES TO WS-RECEIPT-LINE.
           STRING "CATEGORY: " WS-SALE-CATEGORY(WS-SALE-IDX)
               "  AMOUNT: " WS-PRICE
               DELIMITED BY SIZE INTO WS-RECEIPT-LINE.
           PERFORM WRITE-RECEIPT-LINE.
           IF WS-SALE-TAX(WS-SALE-IDX) > 0
               MOVE WS-SALE-TAX(WS-SALE-IDX) TO WS-PRICE
               MOVE SPACES TO WS-RECEIPT-LINE
               STRING "TAX REFUNDED: " WS-PRICE
                   DELIMITED BY SIZE INTO WS-RECEIPT-LINE
               PERFORM WRITE-RECEIPT-LINE.
           MOVE SPACES TO WS-RECEIPT-LINE.
           STRING "REASON: " WS-VOID-REASON(1:30)
               DELIMITED BY SIZE INTO WS-RECEIPT-LINE.
           PERFORM WRITE-RECEIPT-LINE.
           PERFORM WRITE-RECEIPT-TRAILER.
           MOVE WS-VOID-SEQ TO RK-SEQ-NUM.
           MOVE WS-EVENT-CODE TO RK-EVENT-CODE.
           MOVE "V" TO RK-TYPE.
           MOVE SPACES TO RK-REF.
           MOVE WS-RECEIPT-DATE TO RK-DATE.
           WRITE RK-RECORD.

      ******************************************************************
      * A postponed ticket is reissued under the replacement event
      * with the same category, section, price, tax and tender, so
      * the customer keeps the seat they paid for and the day's net
      * is unchanged; only the event code moves.
      ******************************************************************
       WRITE-REISSUED-SALE.
           ADD 1 TO WS-HIGH-SEQ-NUM.
           MOVE WS-HIGH-SEQ-NUM TO TS-SEQ-NUM.
           MOVE WS-NEW-EVENT-CODE TO TS-EVENT-CODE.
           MOVE WS-SALE-CATEGORY(WS-SALE-IDX) TO TS-CATEGORY.
           MOVE WS-SALE-SECTION(WS-SALE-IDX) TO TS-SECTION-CODE.
           MOVE WS-SALE-PRICE(WS-SALE-IDX) TO TS-PRICE.
           MOVE WS-SALE-TENDER(WS-SALE-IDX) TO TS-TENDER.
           MOVE "N" TO TS-VOID-FLAG.
           MOVE 0 TO TS-VOID-ORIG-SEQ.
           MOVE WS-SALE-GIFT-APPLIED(WS-SALE-IDX) TO TS-GIFT-APPLIED.
           MOVE WS-SALE-SPLIT-TENDER(WS-SALE-IDX) TO TS-SPLIT-TENDER.
           MOVE WS-SALE-TAX(WS-SALE-IDX) TO TS-TAX.
           WRITE TS-RECORD.
           IF WS-TS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - REISSUE NOT RECORDED - STATUS: "
                   WS-TS-FILE-STATUS
               MOVE 8 TO RETURN-CODE.
           MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID.
           MOVE WS-NEW-EVENT-CODE TO AL-EVENT-CODE.
           ACCEPT AL-DATE FROM DATE YYYYMMDD.
           ACCEPT AL-TIME FROM TIME.
           MOVE TS-CATEGORY TO AL-CATEGORY.
           MOVE TS-PRICE TO AL-PRICE.
           MOVE "N" TO AL-VOID-FLAG.
           MOVE SPACES TO AL-VOID-REASON.
           MOVE TS-SEQ-NUM TO AL-SEQ-NUM.
           MOVE "TICKETSALES.DAT" TO AL-WINDOW-FILE.
           WRITE AL-RECORD.
           PERFORM WRITE-REISSUE-RECEIPT.
           ADD 1 TO WS-REISSUED-COUNT.
           IF TS-TENDER = "K"
               MOVE "I" TO WS-COMP-LOG-TYPE
               MOVE TS-SEQ-NUM TO WS-COMP-LOG-SEQ
               MOVE 0 TO WS-COMP-LOG-ORIG-SEQ
               MOVE WS-NEW-EVENT-CODE TO WS-COMP-LOG-EVENT
               PERFORM WRITE-COMP-LOG-RECORD.
           MOVE TS-SEQ-NUM TO WS-SEQ-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "        REISSUED AS TICKET " WS-SEQ-DISPLAY
               " EVENT " WS-NEW-EVENT-CODE
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REISSUE-RECEIPT.
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
           STRING "REPLACES TICKET " WS-ORIG-SEQ
               " EVENT " WS-EVENT-CODE
               DELIMITED BY SIZE INTO WS-RECEIPT-LINE.
           PERFORM WRITE-RECEIPT-LINE.
           MOVE TS-PRICE TO WS-PRICE.
           PERFORM SET-TENDER-DESC.
           MOVE SPACES TO WS-RECEIPT-LINE.
           STRING "PRICE: " WS-PRICE "   TENDER: " WS-TENDER-DESC
               DELIMITED BY SIZE INTO WS-RECEIPT-LINE.
           PERFORM WRITE-RECEIPT-LINE.
           IF TS-TAX > 0
               MOVE TS-TAX TO WS-PRICE
               MOVE SPACES TO WS-RECEIPT-LINE
               STRING "TAX:   " WS-PRICE
                   DELIMITED BY SIZE INTO WS-RECEIPT-LINE
               PERFORM WRITE-RECEIPT-LINE.
           PERFORM WRITE-RECEIPT-TRAILER.
           MOVE TS-SEQ-NUM TO RK-SEQ-NUM.
           MOVE WS-NEW-EVENT-CODE TO RK-EVENT-CODE.
           MOVE "S" TO RK-TYPE.
           MOVE SPACES TO RK-REF.
           MOVE WS-RECEIPT-DATE TO RK-DATE.
           WRITE RK-RECORD.

       SET-TENDER-DESC.
           IF TS-TENDER = "1"
               MOVE "CASH" TO WS-TENDER-DESC
           ELSE IF TS-TENDER = "2"
               MOVE "CARD" TO WS-TENDER-DESC
           ELSE IF TS-TENDER = "P"
               MOVE "PASS" TO WS-TENDER-DESC
           ELSE IF TS-TENDER = "4"
               MOVE "PNTS" TO WS-TENDER-DESC
           ELSE IF TS-TENDER = "K"
               MOVE "COMP" TO WS-TENDER-DESC
           ELSE
               MOVE "GIFT" TO WS-TENDER-DESC.

      ******************************************************************
      * Refund in the original tender. The sale record does not say
      * which gift card paid, so the gift-applied portion goes onto a
      * refund card numbered RF + event + original ticket, logged as
      * a credit on GIFTTXN.DAT so the gift reconciliation ties. A
      * card remainder needs no action here: the void record under
      * tender 2 (or split 2) is picked up as a credit by the next
      * card settlement run. A cash remainder goes on the payout list.
      * A points-tendered ticket is paid back in points, credited to
      * the patron below.
      ******************************************************************
       REFUND-ORIGINAL-TENDER.
           COMPUTE WS-REFUND-REMAINDER =
               WS-SALE-PRICE(WS-SALE-IDX) + WS-SALE-TAX(WS-SALE-IDX)
               - WS-SALE-GIFT-APPLIED(WS-SALE-IDX).
           PERFORM PRINT-REVERSAL-LINE.
           IF WS-SALE-GIFT-APPLIED(WS-SALE-IDX) > 0
               PERFORM ISSUE-GIFT-REFUND-CARD.
           IF WS-REFUND-REMAINDER > 0
               IF WS-SALE-TENDER(WS-SALE-IDX) = "1"
                       OR WS-SALE-SPLIT-TENDER(WS-SALE-IDX) = "1"
                   PERFORM LIST-CASH-PAYOUT
               ELSE IF WS-SALE-TENDER(WS-SALE-IDX) = "4"
                   ADD WS-REFUND-REMAINDER TO WS-POINTS-REFUND-TOTAL
                   IF WS-SALE-PATRON(WS-SALE-IDX) = SPACES
                       MOVE SPACES TO WS-RPT-LINE
                       STRING "        ** POINTS TENDER WITH NO PATRON"
                           " ON LOG - ADJUST BY HAND **"
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                       PERFORM WRITE-REPORT-LINE
                   END-IF
               ELSE
                   ADD WS-REFUND-REMAINDER TO WS-CARD-REFUND-TOTAL
                   MOVE WS-REFUND-REMAINDER TO WS-AMOUNT-EDIT
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "        CARD CREDIT ON NEXT SETTLEMENT "
                       WS-AMOUNT-EDIT
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM WRITE-REPORT-LINE.

       PRINT-REVERSAL-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-ORIG-SEQ TO WS-RPT-LINE(1:6).
           MOVE WS-VOID-SEQ TO WS-RPT-LINE(9:6).
           MOVE WS-SALE-CATEGORY(WS-SALE-IDX) TO WS-RPT-LINE(17:1).
           MOVE WS-SALE-SECTION(WS-SALE-IDX) TO WS-RPT-LINE(21:3).
           MOVE WS-SALE-PRICE(WS-SALE-IDX) TO WS-PRICE.
           MOVE WS-PRICE TO WS-RPT-LINE(26:8).
           MOVE WS-SALE-TAX(WS-SALE-IDX) TO WS-PRICE.
           MOVE WS-PRICE TO WS-RPT-LINE(36:8).
           PERFORM SET-REFUND-DESC.
           PERFORM WRITE-REPORT-LINE.

       SET-REFUND-DESC.
           IF WS-SALE-TENDER(WS-SALE-IDX) = "P"
               MOVE "PASS ADMISSION - NO MONEY" TO WS-RPT-LINE(46:30)
           ELSE IF WS-SALE-TENDER(WS-SALE-IDX) = "K"
                   AND NOT ACTION-POSTPONE
               MOVE "COMPLIMENTARY - NO MONEY" TO WS-RPT-LINE(46:30)
           ELSE IF ACTION-POSTPONE
               MOVE "MOVED TO REPLACEMENT EVENT" TO WS-RPT-LINE(46:30)
           ELSE IF WS-SALE-TENDER(WS-SALE-IDX) = "1"
               MOVE "CASH" TO WS-RPT-LINE(46:30)
           ELSE IF WS-SALE-TENDER(WS-SALE-IDX) = "2"
               MOVE "CARD" TO WS-RPT-LINE(46:30)
           ELSE IF WS-SALE-TENDER(WS-SALE-IDX) = "4"
               MOVE "LOYALTY POINTS" TO WS-RPT-LINE(46:30)
           ELSE IF WS-SALE-SPLIT-TENDER(WS-SALE-IDX) = "1"
               MOVE "GIFT + CASH" TO WS-RPT-LINE(46:30)
           ELSE IF WS-SALE-SPLIT-TENDER(WS-SALE-IDX) = "2"
               MOVE "GIFT + CARD" TO WS-RPT-LINE(46:30)
           ELSE
               MOVE "GIFT" TO WS-RPT-LINE(46:30).

       ISSUE-GIFT-REFUND-CARD.
           MOVE SPACES TO WS-REFUND-CARD-NUM.
           STRING "RF" WS-EVENT-CODE WS-ORIG-SEQ
               DELIMITED BY SIZE INTO WS-REFUND-CARD-NUM.
           OPEN EXTEND GIFT-CARD-FILE.
           IF WS-GC-FILE-STATUS NOT = "00"
               OPEN OUTPUT GIFT-CARD-FILE.
           MOVE WS-REFUND-CARD-NUM TO GC-CARD-NUM.
           MOVE WS-SALE-GIFT-APPLIED(WS-SALE-IDX) TO GC-BALANCE.
           WRITE GC-RECORD.
           CLOSE GIFT-CARD-FILE.
           OPEN EXTEND GIFT-TXN-FILE.
           IF WS-GT-FILE-STATUS NOT = "00"
               OPEN OUTPUT GIFT-TXN-FILE.
           ACCEPT GT-DATE FROM DATE YYYYMMDD.
           ACCEPT GT-TIME FROM TIME.
           MOVE WS-REFUND-CARD-NUM TO GT-CARD-NUM.
           MOVE "C" TO GT-TYPE.
           MOVE WS-SALE-GIFT-APPLIED(WS-SALE-IDX) TO GT-AMOUNT.
           WRITE GT-RECORD.
           CLOSE GIFT-TXN-FILE.
           ADD WS-SALE-GIFT-APPLIED(WS-SALE-IDX) TO
               WS-GIFT-REFUND-TOTAL.
           MOVE WS-SALE-GIFT-APPLIED(WS-SALE-IDX) TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "        GIFT CREDIT TO REFUND CARD "
               WS-REFUND-CARD-NUM " " WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       LIST-CASH-PAYOUT.
           ADD WS-REFUND-REMAINDER TO WS-CASH-REFUND-TOTAL.
           ADD WS-REFUND-REMAINDER TO WS-PAYOUT-TOTAL.
           MOVE WS-REFUND-REMAINDER TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-PAY-LINE.
           STRING "TICKET " WS-ORIG-SEQ
               "           VOID " WS-VOID-SEQ " CAT "
               WS-SALE-CATEGORY(WS-SALE-IDX) "       "
               WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO WS-PAY-LINE.
           PERFORM WRITE-PAYOUT-LINE.

      ******************************************************************
      * A cancelled ticket's points are reversed as a void would
      * reverse them: B takes back what it earned, C credits back
      * what it was paid with, both against the original ticket with
      * the void as reference. A postponed ticket's points follow it:
      * the same B and C are written and then matching E and R
      * records against the reissue, so the balance is unchanged and
      * a later refund of the reissue still finds its points.
      ******************************************************************
       REVERSE-SALE-POINTS.
           MOVE WS-SALE-PATRON(WS-SALE-IDX) TO WS-PATRON-NUM.
           MOVE WS-ORIG-SEQ TO WS-PX-SEQ-NUM.
           MOVE WS-EVENT-CODE TO WS-PX-EVENT-CODE.
           MOVE WS-VOID-SEQ TO WS-PX-REF.
           IF WS-SALE-EARNED(WS-SALE-IDX) > 0
               MOVE "B" TO WS-PX-TYPE
               MOVE WS-SALE-EARNED(WS-SALE-IDX) TO WS-PX-POINTS
               MOVE WS-SALE-PRICE(WS-SALE-IDX) TO WS-PX-AMOUNT
               PERFORM WRITE-PATRON-TXN-RECORD.
           IF WS-SALE-REDEEMED(WS-SALE-IDX) > 0
               MOVE "C" TO WS-PX-TYPE
               MOVE WS-SALE-REDEEMED(WS-SALE-IDX) TO WS-PX-POINTS
               MOVE WS-SALE-PTS-AMOUNT(WS-SALE-IDX) TO WS-PX-AMOUNT
               PERFORM WRITE-PATRON-TXN-RECORD.
           IF ACTION-POSTPONE
               PERFORM MOVE-SALE-POINTS
           ELSE
               PERFORM POST-POINTS-REVERSAL.

       MOVE-SALE-POINTS.
           MOVE WS-HIGH-SEQ-NUM TO WS-PX-SEQ-NUM.
           MOVE WS-NEW-EVENT-CODE TO WS-PX-EVENT-CODE.
           MOVE WS-ORIG-SEQ TO WS-PX-REF.
           IF WS-SALE-REDEEMED(WS-SALE-IDX) > 0
               MOVE "R" TO WS-PX-TYPE
               MOVE WS-SALE-REDEEMED(WS-SALE-IDX) TO WS-PX-POINTS
               MOVE WS-SALE-PTS-AMOUNT(WS-SALE-IDX) TO WS-PX-AMOUNT
               PERFORM WRITE-PATRON-TXN-RECORD.
           IF WS-SALE-EARNED(WS-SALE-IDX) > 0
               MOVE "E" TO WS-PX-TYPE
               MOVE WS-SALE-EARNED(WS-SALE-IDX) TO WS-PX-POINTS
               MOVE WS-SALE-PRICE(WS-SALE-IDX) TO WS-PX-AMOUNT
               PERFORM WRITE-PATRON-TXN-RECORD.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "        POINTS MOVED WITH TICKET - PATRON "
               WS-PATRON-NUM
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       POST-POINTS-REVERSAL.
           ADD WS-SALE-REDEEMED(WS-SALE-IDX) TO
               WS-POINTS-RESTORED-TOTAL.
           ADD WS-SALE-EARNED(WS-SALE-IDX) TO
               WS-POINTS-TAKEN-BACK-TOTAL.
           MOVE "N" TO WS-PT-FOUND.
           MOVE 0 TO WS-PT-EOF.
           OPEN I-O PATRON-FILE.
           IF WS-PT-FILE-STATUS = "00"
               PERFORM READ-PATRON-RECORD
               PERFORM MATCH-PATRON-FOR-REVERSAL
                   UNTIL WS-PT-EOF = 1 OR WS-PT-FOUND = "Y"
               CLOSE PATRON-FILE.
           IF WS-PT-FOUND = "N"
               MOVE SPACES TO WS-RPT-LINE
               STRING "        ** PATRON " WS-PATRON-NUM
                   " NOT ON FILE - ADJUST POINTS BY HAND **"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE.

       READ-PATRON-RECORD.
           READ PATRON-FILE
               AT END MOVE 1 TO WS-PT-EOF.

       MATCH-PATRON-FOR-REVERSAL.
           IF PT-PATRON-NUM = WS-PATRON-NUM
               MOVE "Y" TO WS-PT-FOUND
               SUBTRACT WS-SALE-EARNED(WS-SALE-IDX) FROM
                   PT-POINTS-BALANCE
               ADD WS-SALE-REDEEMED(WS-SALE-IDX) TO PT-POINTS-BALANCE
               REWRITE PT-RECORD
               PERFORM PRINT-POINTS-REVERSAL
           ELSE
               PERFORM READ-PATRON-RECORD.

       PRINT-POINTS-REVERSAL.
           IF WS-SALE-REDEEMED(WS-SALE-IDX) > 0
               MOVE WS-SALE-REDEEMED(WS-SALE-IDX) TO WS-POINTS-DISPLAY
               MOVE SPACES TO WS-RPT-LINE
               STRING "        POINTS RESTORED TO PATRON "
                   WS-PATRON-NUM " " WS-POINTS-DISPLAY
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE.
           IF WS-SALE-EARNED(WS-SALE-IDX) > 0
               MOVE WS-SALE-EARNED(WS-SALE-IDX) TO WS-POINTS-DISPLAY
               MOVE SPACES TO WS-RPT-LINE
               STRING "        EARNED POINTS TAKEN BACK    "
                   WS-PATRON-NUM " " WS-POINTS-DISPLAY
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE.

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
      * Active bookings follow the event: a cancellation flips them
      * to X, which releases the seats and puts the deposit on the
      * payout list (the expiry run keeps listing X bookings as
      * deposits due back); a postponement moves the booking to the
      * replacement event and date and leaves it active.
      ******************************************************************
       PROCESS-EVENT-RESERVATIONS.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "GROUP BOOKINGS" TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 0 TO WS-RES-EOF.
           OPEN I-O RESERVATION-FILE.
           IF WS-RES-FILE-STATUS = "00"
               PERFORM READ-RESERVATION-RECORD
               PERFORM UPDATE-EVENT-RESERVATION UNTIL WS-RES-EOF = 1
               CLOSE RESERVATION-FILE.
           IF WS-RES-CHANGED-COUNT = 0
               MOVE "NO ACTIVE BOOKINGS FOR THE EVENT" TO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE.

       READ-RESERVATION-RECORD.
           READ RESERVATION-FILE
               AT END MOVE 1 TO WS-RES-EOF.

       UPDATE-EVENT-RESERVATION.
           IF RV-EVENT-CODE = WS-EVENT-CODE AND RV-STATUS = "A"
               ADD 1 TO WS-RES-CHANGED-COUNT
               IF ACTION-POSTPONE
                   PERFORM MOVE-RESERVATION
               ELSE
                   PERFORM CANCEL-RESERVATION.
           PERFORM READ-RESERVATION-RECORD.

       MOVE-RESERVATION.
           MOVE WS-NEW-EVENT-CODE TO RV-EVENT-CODE.
           MOVE WS-NEW-EVENT-DATE TO RV-EVENT-DATE.
           REWRITE RV-RECORD.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "RES " RV-RES-NUM "  " RV-GROUP-NAME
               "  MOVED TO " WS-NEW-EVENT-CODE
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       CANCEL-RESERVATION.
           MOVE "X" TO RV-STATUS.
           REWRITE RV-RECORD.
           MOVE RV-DEPOSIT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "RES " RV-RES-NUM "  " RV-GROUP-NAME
               "  CANCELLED  DEPOSIT " WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF RV-DEPOSIT > 0
               ADD RV-DEPOSIT TO WS-DEPOSIT-REFUND-TOTAL
               ADD RV-DEPOSIT TO WS-PAYOUT-TOTAL
               MOVE SPACES TO WS-PAY-LINE
               STRING "RESERVATION " RV-RES-NUM "  "
                   RV-GROUP-NAME "  DEPOSIT  " WS-AMOUNT-EDIT
                   DELIMITED BY SIZE INTO WS-PAY-LINE
               PERFORM WRITE-PAYOUT-LINE
               PERFORM LOG-CANCELLED-DEPOSIT.

       LOG-CANCELLED-DEPOSIT.
           OPEN EXTEND DEPOSIT-LOG-FILE.
           IF WS-DL-FILE-STATUS NOT = "00"
               OPEN OUTPUT DEPOSIT-LOG-FILE.
           MOVE WS-RUN-DATE TO DL-DATE.
           ACCEPT DL-TIME FROM TIME.
           MOVE RV-RES-NUM TO DL-RES-NUM.
           MOVE RV-EVENT-CODE TO DL-EVENT-CODE.
           MOVE "X" TO DL-TYPE.
           MOVE RV-DEPOSIT TO DL-AMOUNT.
           WRITE DL-RECORD.
           CLOSE DEPOSIT-LOG-FILE.

       PRINT-CONTROL-TOTALS.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "CONTROL TOTALS" TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-REVERSED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "TICKETS VOIDED:           " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-PASS-VOID-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  OF WHICH PASS ADMISSIONS:" WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-ALREADY-VOID-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "ALREADY VOIDED - SKIPPED:  " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF ACTION-POSTPONE
               MOVE WS-REISSUED-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-RPT-LINE
               STRING "TICKETS REISSUED:         " WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE WS-RES-CHANGED-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-RPT-LINE
               STRING "BOOKINGS MOVED:           " WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               PERFORM PRINT-REFUND-TOTALS.
           MOVE WS-COMP-LOG-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "COMP LOG RECORDS WRITTEN: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF WS-EVENT-SETTLED = "Y"
               MOVE WS-SETTLE-ADJ-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-RPT-LINE
               STRING "SETTLEMENT ADJUSTMENTS:   " WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PAY-LINE.
           PERFORM WRITE-PAYOUT-LINE.
           MOVE WS-PAYOUT-TOTAL TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-PAY-LINE.
           STRING "TOTAL CASH TO PAY OUT:                          "
               WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO WS-PAY-LINE.
           PERFORM WRITE-PAYOUT-LINE.

       PRINT-REFUND-TOTALS.
           MOVE WS-CASH-REFUND-TOTAL TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "CASH REFUNDS (PAYOUT LIST):" WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-CARD-REFUND-TOTAL TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "CARD CREDITS (SETTLEMENT): " WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-GIFT-REFUND-TOTAL TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "GIFT CARD CREDITS:         " WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-POINTS-REFUND-TOTAL TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "POINTS TENDER CREDITED:    " WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-POINTS-RESTORED-TOTAL TO WS-POINTS-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  POINTS RESTORED:          " WS-POINTS-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-POINTS-TAKEN-BACK-TOTAL TO WS-POINTS-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "EARNED POINTS TAKEN BACK:   " WS-POINTS-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-TAX-REFUND-TOTAL TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  TAX INCLUDED ABOVE:      " WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-RES-CHANGED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "BOOKINGS CANCELLED:        " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-DEPOSIT-REFUND-TOTAL TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "DEPOSITS TO REFUND:        " WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

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

       WRITE-REPORT-LINE.
           DISPLAY WS-RPT-LINE.
           MOVE WS-RPT-LINE TO RPT-LINE.
           WRITE RPT-LINE.

       WRITE-PAYOUT-LINE.
           MOVE WS-PAY-LINE TO PAY-LINE.
           WRITE PAY-LINE.
       END PROGRAM LAB4-EVENT-CANCEL.
