      ******************************************************************
      * Author: Peter Stainforth
      * Date: 2026-10-15
      * Purpose: Lab4 promoter event settlement statement - for one
      *          event code, gross ticket sales by category and
      *          section, refunds, voids and exchanges, pass
      *          admissions at each pass's per-event share, forfeited
      *          group deposits, admission tax withheld, card fees at
      *          the rate on CARDFEES.DAT, lost chargebacks, the house
      *          commission agreed on SETTLETERMS.DAT and the net due
      *          to the promoter; a final run marks the event closed
      *          on EVENTSETTLE.DAT, and a rerun for a closed event
      *          reprints the statement with the post-settlement
      *          adjustments the refund desk has logged since
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB4-PROMOTER-SETTLE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TICKET-SALES-FILE ASSIGN TO "TICKETSALES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TS-SEQ-NUM
               FILE STATUS IS WS-TS-FILE-STATUS.
           SELECT EVENT-FILE ASSIGN TO "EVENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-FILE-STATUS.
           SELECT PASS-USE-FILE ASSIGN TO "PASSUSE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PU-FILE-STATUS.
           SELECT PASS-MASTER-FILE ASSIGN TO "PASSMASTER.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PM-FILE-STATUS.
           SELECT DEPOSIT-LOG-FILE ASSIGN TO "RESVDEPLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DL-FILE-STATUS.
           SELECT REDEMPTION-LOG-FILE ASSIGN TO "REDEEMLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RL-FILE-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO "DISPUTES.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CB-FILE-STATUS.
           SELECT CARD-FEE-FILE ASSIGN TO "CARDFEES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CF-FILE-STATUS.
           SELECT SETTLE-TERMS-FILE ASSIGN TO "SETTLETERMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ST-FILE-STATUS.
           SELECT EVENT-SETTLE-FILE ASSIGN TO "EVENTSETTLE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ES-FILE-STATUS.
           SELECT SETTLE-ADJ-FILE ASSIGN TO "SETTLEADJ.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SA-FILE-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO "SETTLESTMT.DAT"
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

       FD  EVENT-FILE.
       01  EV-RECORD.
           05 EV-CODE               PIC X(4).
           05 FILLER                PIC X.
           05 EV-DATE               PIC 9(8).
           05 FILLER                PIC X.
           05 EV-CAPACITY           PIC 9(5).
           05 FILLER                PIC X.
           05 EV-PRICE-FILE         PIC X(30).

       FD  PASS-USE-FILE.
       01  PU-RECORD.
           05 PU-DATE              PIC 9(8).
           05 PU-TIME              PIC 9(8).
           05 PU-PASS-NUM          PIC X(10).
           05 PU-EVENT-CODE        PIC X(4).
           05 PU-SEQ-NUM           PIC 9(6).

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

       FD  DEPOSIT-LOG-FILE.
       01  DL-RECORD.
           05 DL-DATE              PIC 9(8).
           05 DL-TIME              PIC 9(8).
           05 DL-RES-NUM           PIC 9(5).
           05 DL-EVENT-CODE        PIC X(4).
           05 DL-TYPE              PIC A(1).
           05 DL-AMOUNT            PIC 9(5)V99.

       FD  REDEMPTION-LOG-FILE.
       01  RL-RECORD.
           05 RL-DATE              PIC 9(8).
           05 RL-TIME              PIC 9(8).
           05 RL-RES-NUM           PIC 9(5).
           05 RL-EVENT-CODE        PIC X(4).
           05 RL-TENDER            PIC A(1).
           05 RL-DEPOSIT           PIC 9(5)V99.
           05 RL-AMOUNT-DUE        PIC 9(5)V99.

       FD  DISPUTE-FILE.
       01  CB-RECORD.
           05 CB-CASE-NUM          PIC 9(6).
           05 CB-OPEN-DATE         PIC 9(8).
           05 CB-SEQ-NUM           PIC 9(6).
           05 CB-EVENT-CODE        PIC X(4).
           05 CB-AMOUNT            PIC 9(7)V99.
           05 CB-REASON-CODE       PIC X(6).
           05 CB-SALE-FOUND        PIC A(1).
           05 CB-SECTION-CODE      PIC X(3).
           05 CB-CATEGORY          PIC A(1).
           05 CB-SALE-PRICE        PIC 9(3)V99.
           05 CB-SALE-TAX          PIC 9(3)V99.
           05 CB-RECEIPT-NUM       PIC 9(6).
           05 CB-RECEIPT-DATE      PIC 9(8).
           05 CB-OPERATOR-ID       PIC X(8).
           05 CB-SALE-DATE         PIC 9(8).
           05 CB-SALE-TIME         PIC 9(8).
           05 CB-WINDOW-FILE       PIC X(30).
           05 CB-STATUS            PIC A(1).
           05 CB-STATUS-DATE       PIC 9(8).
           05 CB-NOTE              PIC X(30).

      ******************************************************************
      * Card processing fee rate, percent of the card volume, by
      * effective date; the rate in effect on the event date applies.
      ******************************************************************
       FD  CARD-FEE-FILE.
       01  CF-RECORD.
           05 CF-EFFECTIVE-DATE    PIC 9(8).
           05 FILLER               PIC X.
           05 CF-RATE-ED           PIC 99.99.

      ******************************************************************
      * House commission agreed with the promoter, percent of the
      * event revenue, by event code; an ALL row is the default for
      * events without their own row.
      ******************************************************************
       FD  SETTLE-TERMS-FILE.
       01  ST-RECORD.
           05 ST-EVENT-CODE        PIC X(4).
           05 FILLER               PIC X.
           05 ST-COMMISSION-ED     PIC 99.99.
           05 FILLER               PIC X.
           05 ST-PROMOTER-NAME     PIC X(20).

      ******************************************************************
      * One record per event settled with its promoter.  The refund
      * desk reads it to flag later refunds and exchanges against a
      * closed event, and logs them on SETTLEADJ.DAT.
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

       FD  STATEMENT-FILE.
       01  RPT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-TS-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-EVENT-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-PU-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-PM-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-DL-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-RL-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-CB-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-CF-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-ST-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-ES-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-SA-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-TS-EOF PIC 9(1) VALUE 0.
       01 WS-EVENT-EOF PIC 9(1) VALUE 0.
       01 WS-PU-EOF PIC 9(1) VALUE 0.
       01 WS-PM-EOF PIC 9(1) VALUE 0.
       01 WS-DL-EOF PIC 9(1) VALUE 0.
       01 WS-RL-EOF PIC 9(1) VALUE 0.
       01 WS-CB-EOF PIC 9(1) VALUE 0.
       01 WS-CF-EOF PIC 9(1) VALUE 0.
       01 WS-ST-EOF PIC 9(1) VALUE 0.
       01 WS-ES-EOF PIC 9(1) VALUE 0.
       01 WS-SA-EOF PIC 9(1) VALUE 0.
       01 WS-RPT-LINE               PIC X(80).

       01 WS-RUN-DATE               PIC 9(8) VALUE 0.
       01 WS-RUN-TIME               PIC 9(8) VALUE 0.
       01 WS-SETTLE-EVENT           PIC X(4) VALUE SPACES.
       01 WS-SETTLE-MODE            PIC A(1) VALUE "D".
       01 WS-SETTLE-EVENT-DATE      PIC 9(8) VALUE 0.
       01 WS-SETTLE-EVENT-FOUND     PIC A(1) VALUE "N".
       01 WS-STATUS-TEXT            PIC X(40) VALUE SPACES.
       01 WS-CLOSE-EVENT            PIC A(1) VALUE "N".

       01 WS-PRIOR-SETTLED          PIC A(1) VALUE "N".
       01 WS-PRIOR-SETTLE-DATE      PIC 9(8) VALUE 0.
       01 WS-PRIOR-NET-DUE          PIC S9(7)V99 VALUE 0.

       01 WS-TERMS-FOUND            PIC A(1) VALUE "N".
       01 WS-DEFAULT-TERMS-FOUND    PIC A(1) VALUE "N".
       01 WS-COMMISSION-RATE        PIC 9(2)V99 VALUE 0.
       01 WS-DEFAULT-COMMISSION     PIC 9(2)V99 VALUE 0.
       01 WS-PROMOTER-NAME          PIC X(20) VALUE SPACES.
       01 WS-DEFAULT-PROMOTER       PIC X(20) VALUE SPACES.
       01 WS-CARD-FEE-RATE          PIC 9(2)V99 VALUE 0.
       01 WS-BEST-FEE-DATE          PIC 9(8) VALUE 0.
       01 WS-FEE-RATE-FOUND         PIC A(1) VALUE "N".

       01 WS-EVT-COUNT PIC 9(3) VALUE 0.
       01 WS-EVT-TABLE.
           05 WS-EVT-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-EVT-IDX.
               10 WS-EVT-CODE           PIC X(4).
               10 WS-EVT-DATE           PIC 9(8).

       01 WS-PASS-COUNT PIC 9(4) VALUE 0.
       01 WS-PASS-TABLE.
           05 WS-PASS-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-PASS-IDX.
               10 WS-PASS-NUM           PIC X(10).
               10 WS-PASS-EVENT-CODE    PIC X(4).
               10 WS-PASS-VALID-FROM    PIC 9(8).
               10 WS-PASS-VALID-TO      PIC 9(8).
               10 WS-PASS-PRICE         PIC 9(5)V99.
       01 WS-PASS-FOUND PIC A(1) VALUE "N".
       01 WS-PASS-EVENTS            PIC 9(4) VALUE 0.
       01 WS-LATER-EVENTS           PIC 9(4) VALUE 0.
       01 WS-IN-WINDOW              PIC A(1) VALUE "N".
       01 WS-PASS-SHARE             PIC 9(5)V99 VALUE 0.
       01 WS-UNPRICED-PASS-COUNT    PIC 9(5) VALUE 0.

       01 WS-VOIDED-PASS-COUNT PIC 9(4) VALUE 0.
       01 WS-VOIDED-PASS-TABLE.
           05 WS-VOIDED-PASS-SEQ PIC 9(6) OCCURS 500 TIMES
                   INDEXED BY WS-VP-IDX.
       01 WS-VOIDED-PASS-FOUND PIC A(1) VALUE "N".

       01 WS-CATEGORY PIC A(1).
           88 FAMILY       VALUE "F".
           88 ADULT        VALUE "A".
           88 STUDENT      VALUE "S".
           88 YOUTH        VALUE "Y".
           88 CHILD        VALUE "C".
           88 MILITARY     VALUE "M".

       01 WS-CATEGORY-TOTALS.
           05 WS-FAMILY-COUNT      PIC 9(5) VALUE 0.
           05 WS-FAMILY-AMOUNT     PIC 9(7)V99 VALUE 0.
           05 WS-ADULT-COUNT       PIC 9(5) VALUE 0.
           05 WS-ADULT-AMOUNT      PIC 9(7)V99 VALUE 0.
           05 WS-STUDENT-COUNT     PIC 9(5) VALUE 0.
           05 WS-STUDENT-AMOUNT    PIC 9(7)V99 VALUE 0.
           05 WS-YOUTH-COUNT       PIC 9(5) VALUE 0.
           05 WS-YOUTH-AMOUNT      PIC 9(7)V99 VALUE 0.
           05 WS-CHILD-COUNT       PIC 9(5) VALUE 0.
           05 WS-CHILD-AMOUNT      PIC 9(7)V99 VALUE 0.
           05 WS-MILITARY-COUNT    PIC 9(5) VALUE 0.
           05 WS-MILITARY-AMOUNT   PIC 9(7)V99 VALUE 0.

       01 WS-SECTION-COUNT PIC 9(2) VALUE 0.
       01 WS-SECTION-TOTALS.
           05 WS-SECTION-ENTRY OCCURS 10 TIMES
                   INDEXED BY WS-SECTION-IDX.
               10 WS-SECTION-ENTRY-CODE    PIC X(3).
               10 WS-SECTION-ENTRY-COUNT   PIC 9(5).
               10 WS-SECTION-ENTRY-AMOUNT  PIC 9(7)V99.
       01 WS-SECTION-FOUND PIC A(1) VALUE "N".
       01 WS-SECTION-OVERFLOW-COUNT PIC 9(5) VALUE 0.

       01 WS-GROSS-COUNT            PIC 9(5) VALUE 0.
       01 WS-GROSS-AMOUNT           PIC 9(7)V99 VALUE 0.
       01 WS-GROSS-TAX              PIC 9(7)V99 VALUE 0.
       01 WS-VOID-COUNT             PIC 9(5) VALUE 0.
       01 WS-VOID-AMOUNT            PIC 9(7)V99 VALUE 0.
       01 WS-VOID-TAX               PIC 9(7)V99 VALUE 0.
       01 WS-EXCH-OUT-COUNT         PIC 9(5) VALUE 0.
       01 WS-EXCH-OUT-AMOUNT        PIC 9(7)V99 VALUE 0.
       01 WS-EXCH-OUT-TAX           PIC 9(7)V99 VALUE 0.
       01 WS-EXCH-IN-COUNT          PIC 9(5) VALUE 0.
       01 WS-COMP-COUNT             PIC S9(5) VALUE 0.
       01 WS-PREV-VOID-FLAG         PIC A(1) VALUE SPACE.
       01 WS-PREV-ORIG-SEQ          PIC 9(6) VALUE 0.
       01 WS-PREV-EVENT-CODE        PIC X(4) VALUE SPACES.
       01 WS-PREV-TENDER            PIC A(1) VALUE SPACE.
       01 WS-PREV-PRICE             PIC 9(3)V99 VALUE 0.
       01 WS-PREV-TAX               PIC 9(3)V99 VALUE 0.

       01 WS-CARD-LEG               PIC S9(5)V99 VALUE 0.
       01 WS-CARD-VOLUME            PIC S9(7)V99 VALUE 0.
       01 WS-PASS-ADMIT-COUNT       PIC 9(5) VALUE 0.
       01 WS-PASS-REVENUE           PIC 9(7)V99 VALUE 0.
       01 WS-FORFEIT-COUNT          PIC 9(5) VALUE 0.
       01 WS-FORFEIT-AMOUNT         PIC 9(7)V99 VALUE 0.
       01 WS-REDEEM-COUNT           PIC 9(5) VALUE 0.
       01 WS-REDEEM-DEPOSITS        PIC 9(7)V99 VALUE 0.
       01 WS-CB-LOST-COUNT          PIC 9(5) VALUE 0.
       01 WS-CB-LOST-AMOUNT         PIC 9(7)V99 VALUE 0.
       01 WS-CB-OPEN-COUNT          PIC 9(5) VALUE 0.
       01 WS-CB-OPEN-AMOUNT         PIC 9(7)V99 VALUE 0.

       01 WS-NET-TICKET-SALES       PIC S9(7)V99 VALUE 0.
       01 WS-TAX-WITHHELD           PIC S9(7)V99 VALUE 0.
       01 WS-NET-REVENUE            PIC S9(7)V99 VALUE 0.
       01 WS-CARD-FEES              PIC S9(7)V99 VALUE 0.
       01 WS-COMMISSION             PIC S9(7)V99 VALUE 0.
       01 WS-NET-DUE                PIC S9(7)V99 VALUE 0.
       01 WS-ADJUSTMENT-DUE         PIC S9(7)V99 VALUE 0.

       01 WS-ADJ-COUNT              PIC 9(5) VALUE 0.
       01 WS-ADJ-AMOUNT             PIC 9(7)V99 VALUE 0.

       01 WS-LINE-LABEL             PIC X(34) VALUE SPACES.
       01 WS-LINE-COUNT             PIC S9(5) VALUE 0.
       01 WS-LINE-AMOUNT            PIC S9(7)V99 VALUE 0.
       01 WS-COUNT-DISPLAY          PIC ZZZZ9-.
       01 WS-AMOUNT-DISPLAY         PIC $$,$$$,$$9.99-.
       01 WS-RATE-DISPLAY           PIC Z9.99.
       01 WS-SEQ-DISPLAY            PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           DISPLAY "ENTER EVENT CODE TO SETTLE: " WITH NO ADVANCING.
           ACCEPT WS-SETTLE-EVENT.
           DISPLAY "ENTER F FOR FINAL SETTLEMENT, D FOR DRAFT: "
               WITH NO ADVANCING.
           ACCEPT WS-SETTLE-MODE.
           OPEN OUTPUT STATEMENT-FILE.
           PERFORM LOAD-EVENT-TABLE.
           PERFORM FIND-SETTLE-EVENT
               VARYING WS-EVT-IDX FROM 1 BY 1
               UNTIL WS-EVT-IDX > WS-EVT-COUNT
                   OR WS-SETTLE-EVENT-FOUND = "Y".
           IF WS-SETTLE-EVENT-FOUND = "N"
               MOVE SPACES TO WS-RPT-LINE
               STRING "EVENT NOT ON EVENT MASTER: " WS-SETTLE-EVENT
                   " - NO STATEMENT PRODUCED"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM LOAD-SETTLE-TERMS
               PERFORM LOAD-CARD-FEE-RATE
               PERFORM FIND-PRIOR-SETTLEMENT
               PERFORM SET-STATEMENT-STATUS
               PERFORM TALLY-TICKET-SALES
               PERFORM LOAD-PASS-TABLE
               PERFORM TALLY-PASS-ADMISSIONS
               PERFORM TALLY-DEPOSIT-FORFEITS
               PERFORM TALLY-GROUP-REDEMPTIONS
               PERFORM TALLY-CHARGEBACKS
               PERFORM COMPUTE-SETTLEMENT
               PERFORM PRINT-STATEMENT
               PERFORM FINISH-SETTLEMENT.
           CLOSE STATEMENT-FILE.
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
               MOVE EV-DATE TO WS-EVT-DATE(WS-EVT-IDX).
           PERFORM READ-EVENT-RECORD.

       FIND-SETTLE-EVENT.
           IF WS-EVT-CODE(WS-EVT-IDX) = WS-SETTLE-EVENT
               MOVE "Y" TO WS-SETTLE-EVENT-FOUND
               MOVE WS-EVT-DATE(WS-EVT-IDX) TO WS-SETTLE-EVENT-DATE.

      ******************************************************************
      * The event's own terms row wins over the ALL default.
      ******************************************************************
       LOAD-SETTLE-TERMS.
           MOVE 0 TO WS-ST-EOF.
           OPEN INPUT SETTLE-TERMS-FILE.
           IF WS-ST-FILE-STATUS = "00"
               PERFORM READ-SETTLE-TERMS
               PERFORM APPLY-SETTLE-TERMS UNTIL WS-ST-EOF = 1
               CLOSE SETTLE-TERMS-FILE.
           IF WS-TERMS-FOUND = "N" AND WS-DEFAULT-TERMS-FOUND = "Y"
               MOVE "Y" TO WS-TERMS-FOUND
               MOVE WS-DEFAULT-COMMISSION TO WS-COMMISSION-RATE
               MOVE WS-DEFAULT-PROMOTER TO WS-PROMOTER-NAME.
           IF WS-TERMS-FOUND = "N"
               MOVE 4 TO RETURN-CODE.

       READ-SETTLE-TERMS.
           READ SETTLE-TERMS-FILE
               AT END MOVE 1 TO WS-ST-EOF.

       APPLY-SETTLE-TERMS.
           IF ST-EVENT-CODE = WS-SETTLE-EVENT
               MOVE "Y" TO WS-TERMS-FOUND
               MOVE ST-COMMISSION-ED TO WS-COMMISSION-RATE
               MOVE ST-PROMOTER-NAME TO WS-PROMOTER-NAME
           ELSE IF ST-EVENT-CODE = "ALL"
               MOVE "Y" TO WS-DEFAULT-TERMS-FOUND
               MOVE ST-COMMISSION-ED TO WS-DEFAULT-COMMISSION
               MOVE ST-PROMOTER-NAME TO WS-DEFAULT-PROMOTER.
           PERFORM READ-SETTLE-TERMS.

       LOAD-CARD-FEE-RATE.
           MOVE 0 TO WS-CF-EOF.
           OPEN INPUT CARD-FEE-FILE.
           IF WS-CF-FILE-STATUS = "00"
               PERFORM READ-CARD-FEE
               PERFORM APPLY-CARD-FEE UNTIL WS-CF-EOF = 1
               CLOSE CARD-FEE-FILE.

       READ-CARD-FEE.
           READ CARD-FEE-FILE
               AT END MOVE 1 TO WS-CF-EOF.

       APPLY-CARD-FEE.
           IF CF-EFFECTIVE-DATE NOT > WS-SETTLE-EVENT-DATE
                   AND CF-EFFECTIVE-DATE NOT < WS-BEST-FEE-DATE
               MOVE "Y" TO WS-FEE-RATE-FOUND
               MOVE CF-EFFECTIVE-DATE TO WS-BEST-FEE-DATE
               MOVE CF-RATE-ED TO WS-CARD-FEE-RATE.
           PERFORM READ-CARD-FEE.

       FIND-PRIOR-SETTLEMENT.
           MOVE 0 TO WS-ES-EOF.
           OPEN INPUT EVENT-SETTLE-FILE.
           IF WS-ES-FILE-STATUS = "00"
               PERFORM READ-EVENT-SETTLE
               PERFORM MATCH-EVENT-SETTLE
                   UNTIL WS-ES-EOF = 1 OR WS-PRIOR-SETTLED = "Y"
               CLOSE EVENT-SETTLE-FILE.

       READ-EVENT-SETTLE.
           READ EVENT-SETTLE-FILE
               AT END MOVE 1 TO WS-ES-EOF.

       MATCH-EVENT-SETTLE.
           IF ES-EVENT-CODE = WS-SETTLE-EVENT
               MOVE "Y" TO WS-PRIOR-SETTLED
               MOVE ES-SETTLE-DATE TO WS-PRIOR-SETTLE-DATE
               MOVE ES-NET-DUE TO WS-PRIOR-NET-DUE
           ELSE
               PERFORM READ-EVENT-SETTLE.

      ******************************************************************
      * A final settlement closes the event only once it has been
      * held and only with agreed terms on file; a closed event is
      * never closed twice, its statement is reprinted instead.
      ******************************************************************
       SET-STATEMENT-STATUS.
           IF WS-PRIOR-SETTLED = "Y"
               STRING "CLOSED " WS-PRIOR-SETTLE-DATE " - REPRINT"
                   DELIMITED BY SIZE INTO WS-STATUS-TEXT
           ELSE IF WS-SETTLE-MODE NOT = "F"
               MOVE "DRAFT - EVENT NOT CLOSED" TO WS-STATUS-TEXT
           ELSE IF WS-SETTLE-EVENT-DATE NOT < WS-RUN-DATE
               MOVE "DRAFT - EVENT NOT YET HELD, NOT CLOSED" TO
                   WS-STATUS-TEXT
               MOVE 8 TO RETURN-CODE
           ELSE IF WS-TERMS-FOUND = "N"
               MOVE "DRAFT - NO AGREED TERMS, NOT CLOSED" TO
                   WS-STATUS-TEXT
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "FINAL - EVENT CLOSED" TO WS-STATUS-TEXT
               MOVE "Y" TO WS-CLOSE-EVENT.

      ******************************************************************
      * Paid tickets make up the gross; pass admissions and comps are
      * seats with no ticket money and are counted apart.  A void
      * followed at once by the X ticket it was exchanged for is an
      * exchange out rather than a refund.
      ******************************************************************
       TALLY-TICKET-SALES.
           MOVE 0 TO WS-TS-EOF.
           OPEN INPUT TICKET-SALES-FILE.
           IF WS-TS-FILE-STATUS = "00"
               PERFORM READ-TICKET-SALE
               PERFORM TALLY-TICKET-SALE UNTIL WS-TS-EOF = 1
               CLOSE TICKET-SALES-FILE
           ELSE
               DISPLAY "WARNING - COULD NOT OPEN TICKETSALES.DAT: "
                   WS-TS-FILE-STATUS.

       READ-TICKET-SALE.
           READ TICKET-SALES-FILE
               AT END MOVE 1 TO WS-TS-EOF.

       TALLY-TICKET-SALE.
           PERFORM NOTE-EXCHANGE-LINK.
           IF TS-EVENT-CODE = WS-SETTLE-EVENT
               IF TS-TENDER = "P"
                   PERFORM NOTE-PASS-VOID
               ELSE IF TS-TENDER = "K"
                   PERFORM TALLY-COMP-SEAT
               ELSE
                   PERFORM TALLY-PAID-TICKET
               END-IF
               END-IF
           END-IF.
           PERFORM READ-TICKET-SALE.

       NOTE-EXCHANGE-LINK.
           IF TS-VOID-FLAG = "X"
               IF TS-EVENT-CODE = WS-SETTLE-EVENT
                   ADD 1 TO WS-EXCH-IN-COUNT
               END-IF
               IF WS-PREV-VOID-FLAG = "Y"
                       AND WS-PREV-ORIG-SEQ = TS-VOID-ORIG-SEQ
                       AND WS-PREV-EVENT-CODE = WS-SETTLE-EVENT
                       AND WS-PREV-TENDER NOT = "P"
                       AND WS-PREV-TENDER NOT = "K"
                   SUBTRACT 1 FROM WS-VOID-COUNT
                   SUBTRACT WS-PREV-PRICE FROM WS-VOID-AMOUNT
                   SUBTRACT WS-PREV-TAX FROM WS-VOID-TAX
                   ADD 1 TO WS-EXCH-OUT-COUNT
                   ADD WS-PREV-PRICE TO WS-EXCH-OUT-AMOUNT
                   ADD WS-PREV-TAX TO WS-EXCH-OUT-TAX
               END-IF
           END-IF.
           MOVE TS-VOID-FLAG TO WS-PREV-VOID-FLAG.
           MOVE TS-VOID-ORIG-SEQ TO WS-PREV-ORIG-SEQ.
           MOVE TS-EVENT-CODE TO WS-PREV-EVENT-CODE.
           MOVE TS-TENDER TO WS-PREV-TENDER.
           MOVE TS-PRICE TO WS-PREV-PRICE.
           MOVE TS-TAX TO WS-PREV-TAX.

       NOTE-PASS-VOID.
           IF TS-VOID-FLAG = "Y"
               IF WS-VOIDED-PASS-COUNT < 500
                   ADD 1 TO WS-VOIDED-PASS-COUNT
                   SET WS-VP-IDX TO WS-VOIDED-PASS-COUNT
                   MOVE TS-VOID-ORIG-SEQ TO
                       WS-VOIDED-PASS-SEQ(WS-VP-IDX).

       TALLY-COMP-SEAT.
           IF TS-VOID-FLAG = "Y"
               SUBTRACT 1 FROM WS-COMP-COUNT
           ELSE
               ADD 1 TO WS-COMP-COUNT.

       TALLY-PAID-TICKET.
           MOVE 0 TO WS-CARD-LEG.
           IF TS-TENDER = "2"
               COMPUTE WS-CARD-LEG = TS-PRICE + TS-TAX
           ELSE IF TS-TENDER = "3" AND TS-SPLIT-TENDER = "2"
               COMPUTE WS-CARD-LEG =
                   TS-PRICE + TS-TAX - TS-GIFT-APPLIED.
           IF WS-CARD-LEG < 0
               MOVE 0 TO WS-CARD-LEG.
           IF TS-VOID-FLAG = "Y"
               ADD 1 TO WS-VOID-COUNT
               ADD TS-PRICE TO WS-VOID-AMOUNT
               ADD TS-TAX TO WS-VOID-TAX
               SUBTRACT WS-CARD-LEG FROM WS-CARD-VOLUME
           ELSE
               ADD 1 TO WS-GROSS-COUNT
               ADD TS-PRICE TO WS-GROSS-AMOUNT
               ADD TS-TAX TO WS-GROSS-TAX
               ADD WS-CARD-LEG TO WS-CARD-VOLUME
               PERFORM TALLY-CATEGORY
               PERFORM TALLY-SECTION.

       TALLY-CATEGORY.
           MOVE TS-CATEGORY TO WS-CATEGORY.
           IF FAMILY
               ADD 1 TO WS-FAMILY-COUNT
               ADD TS-PRICE TO WS-FAMILY-AMOUNT
           ELSE IF ADULT
               ADD 1 TO WS-ADULT-COUNT
               ADD TS-PRICE TO WS-ADULT-AMOUNT
           ELSE IF STUDENT
               ADD 1 TO WS-STUDENT-COUNT
               ADD TS-PRICE TO WS-STUDENT-AMOUNT
           ELSE IF YOUTH
               ADD 1 TO WS-YOUTH-COUNT
               ADD TS-PRICE TO WS-YOUTH-AMOUNT
           ELSE IF CHILD
               ADD 1 TO WS-CHILD-COUNT
               ADD TS-PRICE TO WS-CHILD-AMOUNT
           ELSE IF MILITARY
               ADD 1 TO WS-MILITARY-COUNT
               ADD TS-PRICE TO WS-MILITARY-AMOUNT.

       TALLY-SECTION.
           MOVE "N" TO WS-SECTION-FOUND.
           PERFORM MATCH-SECTION-ENTRY
               VARYING WS-SECTION-IDX FROM 1 BY 1
               UNTIL WS-SECTION-IDX > WS-SECTION-COUNT
                   OR WS-SECTION-FOUND = "Y".
           IF WS-SECTION-FOUND = "Y"
               SET WS-SECTION-IDX DOWN BY 1
           ELSE IF WS-SECTION-COUNT < 10
               ADD 1 TO WS-SECTION-COUNT
               SET WS-SECTION-IDX TO WS-SECTION-COUNT
               MOVE TS-SECTION-CODE TO
                   WS-SECTION-ENTRY-CODE(WS-SECTION-IDX)
               MOVE 0 TO WS-SECTION-ENTRY-COUNT(WS-SECTION-IDX)
               MOVE 0 TO WS-SECTION-ENTRY-AMOUNT(WS-SECTION-IDX)
               MOVE "Y" TO WS-SECTION-FOUND
           ELSE
               ADD 1 TO WS-SECTION-OVERFLOW-COUNT.
           IF WS-SECTION-FOUND = "Y"
               ADD 1 TO WS-SECTION-ENTRY-COUNT(WS-SECTION-IDX)
               ADD TS-PRICE TO WS-SECTION-ENTRY-AMOUNT(WS-SECTION-IDX).

       MATCH-SECTION-ENTRY.
           IF WS-SECTION-ENTRY-CODE(WS-SECTION-IDX) = TS-SECTION-CODE
               MOVE "Y" TO WS-SECTION-FOUND.

       LOAD-PASS-TABLE.
           MOVE 0 TO WS-PM-EOF.
           OPEN INPUT PASS-MASTER-FILE.
           IF WS-PM-FILE-STATUS = "00"
               PERFORM READ-PASS-RECORD
               PERFORM ADD-PASS-ENTRY UNTIL WS-PM-EOF = 1
               CLOSE PASS-MASTER-FILE.

       READ-PASS-RECORD.
           READ PASS-MASTER-FILE
               AT END MOVE 1 TO WS-PM-EOF.

       ADD-PASS-ENTRY.
           IF WS-PASS-COUNT < 1000
               ADD 1 TO WS-PASS-COUNT
               SET WS-PASS-IDX TO WS-PASS-COUNT
               MOVE PM-PASS-NUM TO WS-PASS-NUM(WS-PASS-IDX)
               MOVE PM-EVENT-CODE TO WS-PASS-EVENT-CODE(WS-PASS-IDX)
               MOVE PM-VALID-FROM TO WS-PASS-VALID-FROM(WS-PASS-IDX)
               MOVE PM-VALID-TO TO WS-PASS-VALID-TO(WS-PASS-IDX)
               MOVE PM-PRICE-PAID TO WS-PASS-PRICE(WS-PASS-IDX).
           PERFORM READ-PASS-RECORD.

      ******************************************************************
      * Each pass admission that was not voided earns the promoter
      * the pass's share for this event - its price spread evenly
      * over the events in its window, the last event taking the
      * rounding, the same split the deferral schedule recognizes.
      ******************************************************************
       TALLY-PASS-ADMISSIONS.
           MOVE 0 TO WS-PU-EOF.
           OPEN INPUT PASS-USE-FILE.
           IF WS-PU-FILE-STATUS = "00"
               PERFORM READ-PASS-USE
               PERFORM TALLY-PASS-USE UNTIL WS-PU-EOF = 1
               CLOSE PASS-USE-FILE.

       READ-PASS-USE.
           READ PASS-USE-FILE
               AT END MOVE 1 TO WS-PU-EOF.

       TALLY-PASS-USE.
           IF PU-EVENT-CODE = WS-SETTLE-EVENT
               MOVE "N" TO WS-VOIDED-PASS-FOUND
               PERFORM MATCH-VOIDED-PASS
                   VARYING WS-VP-IDX FROM 1 BY 1
                   UNTIL WS-VP-IDX > WS-VOIDED-PASS-COUNT
                       OR WS-VOIDED-PASS-FOUND = "Y"
               IF WS-VOIDED-PASS-FOUND = "N"
                   ADD 1 TO WS-PASS-ADMIT-COUNT
                   PERFORM PRICE-PASS-ADMISSION
               END-IF
           END-IF.
           PERFORM READ-PASS-USE.

       MATCH-VOIDED-PASS.
           IF WS-VOIDED-PASS-SEQ(WS-VP-IDX) = PU-SEQ-NUM
               MOVE "Y" TO WS-VOIDED-PASS-FOUND.

       PRICE-PASS-ADMISSION.
           MOVE "N" TO WS-PASS-FOUND.
           PERFORM MATCH-PASS-ENTRY
               VARYING WS-PASS-IDX FROM 1 BY 1
               UNTIL WS-PASS-IDX > WS-PASS-COUNT
                   OR WS-PASS-FOUND = "Y".
           IF WS-PASS-FOUND = "N"
               ADD 1 TO WS-UNPRICED-PASS-COUNT
           ELSE
               SET WS-PASS-IDX DOWN BY 1
               MOVE 0 TO WS-PASS-EVENTS
               MOVE 0 TO WS-LATER-EVENTS
               PERFORM TALLY-PASS-EVENT
                   VARYING WS-EVT-IDX FROM 1 BY 1
                   UNTIL WS-EVT-IDX > WS-EVT-COUNT
               IF WS-PASS-EVENTS = 0
                   MOVE 1 TO WS-PASS-EVENTS
               END-IF
               DIVIDE WS-PASS-PRICE(WS-PASS-IDX) BY WS-PASS-EVENTS
                   GIVING WS-PASS-SHARE
               IF WS-LATER-EVENTS = 0
                   COMPUTE WS-PASS-SHARE = WS-PASS-PRICE(WS-PASS-IDX)
                       - WS-PASS-SHARE * (WS-PASS-EVENTS - 1)
               END-IF
               ADD WS-PASS-SHARE TO WS-PASS-REVENUE.

       MATCH-PASS-ENTRY.
           IF WS-PASS-NUM(WS-PASS-IDX) = PU-PASS-NUM
               MOVE "Y" TO WS-PASS-FOUND.

       TALLY-PASS-EVENT.
           MOVE "Y" TO WS-IN-WINDOW.
           IF WS-PASS-EVENT-CODE(WS-PASS-IDX) NOT = "ALL"
                   AND WS-PASS-EVENT-CODE(WS-PASS-IDX)
                       NOT = WS-EVT-CODE(WS-EVT-IDX)
               MOVE "N" TO WS-IN-WINDOW.
           IF WS-PASS-VALID-FROM(WS-PASS-IDX) NOT = 0
                   AND WS-EVT-DATE(WS-EVT-IDX)
                       < WS-PASS-VALID-FROM(WS-PASS-IDX)
               MOVE "N" TO WS-IN-WINDOW.
           IF WS-PASS-VALID-TO(WS-PASS-IDX) NOT = 0
                   AND WS-EVT-DATE(WS-EVT-IDX)
                       > WS-PASS-VALID-TO(WS-PASS-IDX)
               MOVE "N" TO WS-IN-WINDOW.
           IF WS-IN-WINDOW = "Y"
               ADD 1 TO WS-PASS-EVENTS
               IF WS-EVT-DATE(WS-EVT-IDX) > WS-SETTLE-EVENT-DATE
                   ADD 1 TO WS-LATER-EVENTS.

      ******************************************************************
      * A forfeited group deposit is kept by the house on the
      * promoter's behalf; deposits taken back at redemption are
      * already inside the ticket prices and are shown for reference.
      ******************************************************************
       TALLY-DEPOSIT-FORFEITS.
           MOVE 0 TO WS-DL-EOF.
           OPEN INPUT DEPOSIT-LOG-FILE.
           IF WS-DL-FILE-STATUS = "00"
               PERFORM READ-DEPOSIT-LOG
               PERFORM TALLY-DEPOSIT-LOG UNTIL WS-DL-EOF = 1
               CLOSE DEPOSIT-LOG-FILE.

       READ-DEPOSIT-LOG.
           READ DEPOSIT-LOG-FILE
               AT END MOVE 1 TO WS-DL-EOF.

       TALLY-DEPOSIT-LOG.
           IF DL-EVENT-CODE = WS-SETTLE-EVENT AND DL-TYPE = "F"
               ADD 1 TO WS-FORFEIT-COUNT
               ADD DL-AMOUNT TO WS-FORFEIT-AMOUNT.
           PERFORM READ-DEPOSIT-LOG.

      ******************************************************************
      * A card-tendered redemption charged only the balance due, so
      * its deposit comes off the card volume as card settlement
      * credits it.
      ******************************************************************
       TALLY-GROUP-REDEMPTIONS.
           MOVE 0 TO WS-RL-EOF.
           OPEN INPUT REDEMPTION-LOG-FILE.
           IF WS-RL-FILE-STATUS = "00"
               PERFORM READ-REDEMPTION-LOG
               PERFORM TALLY-REDEMPTION UNTIL WS-RL-EOF = 1
               CLOSE REDEMPTION-LOG-FILE.

       READ-REDEMPTION-LOG.
           READ REDEMPTION-LOG-FILE
               AT END MOVE 1 TO WS-RL-EOF.

       TALLY-REDEMPTION.
           IF RL-EVENT-CODE = WS-SETTLE-EVENT
               ADD 1 TO WS-REDEEM-COUNT
               ADD RL-DEPOSIT TO WS-REDEEM-DEPOSITS
               IF RL-TENDER = "2"
                   SUBTRACT RL-DEPOSIT FROM WS-CARD-VOLUME
               END-IF
           END-IF.
           PERFORM READ-REDEMPTION-LOG.

      ******************************************************************
      * Chargebacks lost are taken off the promoter; open disputes
      * are listed as a reference and settled when decided.
      ******************************************************************
       TALLY-CHARGEBACKS.
           MOVE 0 TO WS-CB-EOF.
           OPEN INPUT DISPUTE-FILE.
           IF WS-CB-FILE-STATUS = "00"
               PERFORM READ-DISPUTE-RECORD
               PERFORM TALLY-DISPUTE UNTIL WS-CB-EOF = 1
               CLOSE DISPUTE-FILE.

       READ-DISPUTE-RECORD.
           READ DISPUTE-FILE
               AT END MOVE 1 TO WS-CB-EOF.

       TALLY-DISPUTE.
           IF CB-EVENT-CODE = WS-SETTLE-EVENT
               IF CB-STATUS = "L"
                   ADD 1 TO WS-CB-LOST-COUNT
                   ADD CB-AMOUNT TO WS-CB-LOST-AMOUNT
               ELSE IF CB-STATUS = "O" OR CB-STATUS = "E"
                   ADD 1 TO WS-CB-OPEN-COUNT
                   ADD CB-AMOUNT TO WS-CB-OPEN-AMOUNT
               END-IF
               END-IF
           END-IF.
           PERFORM READ-DISPUTE-RECORD.

       COMPUTE-SETTLEMENT.
           COMPUTE WS-NET-TICKET-SALES = WS-GROSS-AMOUNT
               - WS-VOID-AMOUNT - WS-EXCH-OUT-AMOUNT.
           COMPUTE WS-TAX-WITHHELD = WS-GROSS-TAX
               - WS-VOID-TAX - WS-EXCH-OUT-TAX.
           COMPUTE WS-NET-REVENUE = WS-NET-TICKET-SALES
               + WS-PASS-REVENUE + WS-FORFEIT-AMOUNT.
           MOVE 0 TO WS-CARD-FEES.
           IF WS-CARD-VOLUME > 0
               COMPUTE WS-CARD-FEES ROUNDED =
                   WS-CARD-VOLUME * WS-CARD-FEE-RATE / 100.
           COMPUTE WS-COMMISSION ROUNDED =
               WS-NET-REVENUE * WS-COMMISSION-RATE / 100.
           COMPUTE WS-NET-DUE = WS-NET-REVENUE - WS-CARD-FEES
               - WS-COMMISSION - WS-CB-LOST-AMOUNT.

       PRINT-STATEMENT.
           MOVE "PROMOTER EVENT SETTLEMENT STATEMENT" TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "EVENT: " WS-SETTLE-EVENT
               "   EVENT DATE: " WS-SETTLE-EVENT-DATE
               "   RUN DATE: " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-TERMS-FOUND = "Y"
               STRING "PROMOTER: " WS-PROMOTER-NAME
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               MOVE "PROMOTER: ** NO AGREED TERMS ON FILE **" TO
                   WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "STATUS:   " WS-STATUS-TEXT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM PRINT-CATEGORY-SECTION.
           PERFORM PRINT-SECTION-SECTION.
           PERFORM PRINT-REVENUE-SECTION.
           PERFORM PRINT-DEDUCTION-SECTION.

       PRINT-CATEGORY-SECTION.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE "GROSS SALES BY CATEGORY" TO WS-RPT-LINE(1:23).
           MOVE "COUNT           AMOUNT" TO WS-RPT-LINE(38:22).
           PERFORM WRITE-REPORT-LINE.
           MOVE "  FAMILY" TO WS-LINE-LABEL.
           MOVE WS-FAMILY-COUNT TO WS-LINE-COUNT.
           MOVE WS-FAMILY-AMOUNT TO WS-LINE-AMOUNT.
           PERFORM PRINT-COUNT-AMOUNT-LINE.
           MOVE "  ADULT" TO WS-LINE-LABEL.
           MOVE WS-ADULT-COUNT TO WS-LINE-COUNT.
           MOVE WS-ADULT-AMOUNT TO WS-LINE-AMOUNT.
           PERFORM PRINT-COUNT-AMOUNT-LINE.
           MOVE "  STUDENT" TO WS-LINE-LABEL.
           MOVE WS-STUDENT-COUNT TO WS-LINE-COUNT.
           MOVE WS-STUDENT-AMOUNT TO WS-LINE-AMOUNT.
           PERFORM PRINT-COUNT-AMOUNT-LINE.
           MOVE "  YOUTH" TO WS-LINE-LABEL.
           MOVE WS-YOUTH-COUNT TO WS-LINE-COUNT.
           MOVE WS-YOUTH-AMOUNT TO WS-LINE-AMOUNT.
           PERFORM PRINT-COUNT-AMOUNT-LINE.
           MOVE "  CHILD" TO WS-LINE-LABEL.
           MOVE WS-CHILD-COUNT TO WS-LINE-COUNT.
           MOVE WS-CHILD-AMOUNT TO WS-LINE-AMOUNT.
           PERFORM PRINT-COUNT-AMOUNT-LINE.
           MOVE "  MILITARY" TO WS-LINE-LABEL.
           MOVE WS-MILITARY-COUNT TO WS-LINE-COUNT.
           MOVE WS-MILITARY-AMOUNT TO WS-LINE-AMOUNT.
           PERFORM PRINT-COUNT-AMOUNT-LINE.

       PRINT-SECTION-SECTION.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE "GROSS SALES BY SECTION" TO WS-RPT-LINE(1:22).
           MOVE "COUNT           AMOUNT" TO WS-RPT-LINE(38:22).
           PERFORM WRITE-REPORT-LINE.
           PERFORM PRINT-SECTION-LINE
               VARYING WS-SECTION-IDX FROM 1 BY 1
               UNTIL WS-SECTION-IDX > WS-SECTION-COUNT.
           IF WS-SECTION-OVERFLOW-COUNT > 0
               MOVE "  OTHER SECTIONS (TABLE FULL)" TO WS-LINE-LABEL
               MOVE WS-SECTION-OVERFLOW-COUNT TO WS-LINE-COUNT
               MOVE 0 TO WS-LINE-AMOUNT
               PERFORM PRINT-COUNT-AMOUNT-LINE.

       PRINT-SECTION-LINE.
           MOVE SPACES TO WS-LINE-LABEL.
           MOVE WS-SECTION-ENTRY-CODE(WS-SECTION-IDX) TO
               WS-LINE-LABEL(3:3).
           MOVE WS-SECTION-ENTRY-COUNT(WS-SECTION-IDX) TO
               WS-LINE-COUNT.
           MOVE WS-SECTION-ENTRY-AMOUNT(WS-SECTION-IDX) TO
               WS-LINE-AMOUNT.
           PERFORM PRINT-COUNT-AMOUNT-LINE.

       PRINT-REVENUE-SECTION.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "GROSS TICKET SALES" TO WS-LINE-LABEL.
           MOVE WS-GROSS-COUNT TO WS-LINE-COUNT.
           MOVE WS-GROSS-AMOUNT TO WS-LINE-AMOUNT.
           PERFORM PRINT-COUNT-AMOUNT-LINE.
           MOVE "  INCLUDES EXCHANGED-IN TICKETS" TO WS-LINE-LABEL.
           MOVE WS-EXCH-IN-COUNT TO WS-LINE-COUNT.
           PERFORM PRINT-COUNT-LINE.
           MOVE "LESS REFUNDS AND VOIDS" TO WS-LINE-LABEL.
           MOVE WS-VOID-COUNT TO WS-LINE-COUNT.
           COMPUTE WS-LINE-AMOUNT = 0 - WS-VOID-AMOUNT.
           PERFORM PRINT-COUNT-AMOUNT-LINE.
           MOVE "LESS EXCHANGED OUT" TO WS-LINE-LABEL.
           MOVE WS-EXCH-OUT-COUNT TO WS-LINE-COUNT.
           COMPUTE WS-LINE-AMOUNT = 0 - WS-EXCH-OUT-AMOUNT.
           PERFORM PRINT-COUNT-AMOUNT-LINE.
           MOVE "NET TICKET SALES" TO WS-LINE-LABEL.
           MOVE WS-NET-TICKET-SALES TO WS-LINE-AMOUNT.
           PERFORM PRINT-AMOUNT-LINE.
           MOVE "PASS ADMISSIONS - EVENT SHARE" TO WS-LINE-LABEL.
           MOVE WS-PASS-ADMIT-COUNT TO WS-LINE-COUNT.
           MOVE WS-PASS-REVENUE TO WS-LINE-AMOUNT.
           PERFORM PRINT-COUNT-AMOUNT-LINE.
           IF WS-UNPRICED-PASS-COUNT > 0
               MOVE "  PASSES NOT ON PASS MASTER" TO WS-LINE-LABEL
               MOVE WS-UNPRICED-PASS-COUNT TO WS-LINE-COUNT
               PERFORM PRINT-COUNT-LINE.
           MOVE "FORFEITED GROUP DEPOSITS" TO WS-LINE-LABEL.
           MOVE WS-FORFEIT-COUNT TO WS-LINE-COUNT.
           MOVE WS-FORFEIT-AMOUNT TO WS-LINE-AMOUNT.
           PERFORM PRINT-COUNT-AMOUNT-LINE.
           MOVE "EVENT REVENUE" TO WS-LINE-LABEL.
           MOVE WS-NET-REVENUE TO WS-LINE-AMOUNT.
           PERFORM PRINT-AMOUNT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "COMPLIMENTARY SEATS (NO REVENUE)" TO WS-LINE-LABEL.
           MOVE WS-COMP-COUNT TO WS-LINE-COUNT.
           PERFORM PRINT-COUNT-LINE.
           MOVE "GROUP BOOKINGS REDEEMED" TO WS-LINE-LABEL.
           MOVE WS-REDEEM-COUNT TO WS-LINE-COUNT.
           PERFORM PRINT-COUNT-LINE.
           MOVE "  DEPOSITS APPLIED (IN GROSS)" TO WS-LINE-LABEL.
           MOVE WS-REDEEM-DEPOSITS TO WS-LINE-AMOUNT.
           PERFORM PRINT-AMOUNT-LINE.
           MOVE "ADMISSION TAX WITHHELD" TO WS-LINE-LABEL.
           MOVE WS-TAX-WITHHELD TO WS-LINE-AMOUNT.
           PERFORM PRINT-AMOUNT-LINE.

       PRINT-DEDUCTION-SECTION.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "CARD VOLUME (INCL TAX)" TO WS-LINE-LABEL.
           MOVE WS-CARD-VOLUME TO WS-LINE-AMOUNT.
           PERFORM PRINT-AMOUNT-LINE.
           MOVE SPACES TO WS-LINE-LABEL.
           MOVE WS-CARD-FEE-RATE TO WS-RATE-DISPLAY.
           IF WS-FEE-RATE-FOUND = "Y"
               STRING "LESS CARD FEES AT " WS-RATE-DISPLAY " PCT"
                   DELIMITED BY SIZE INTO WS-LINE-LABEL
           ELSE
               MOVE "LESS CARD FEES - NO RATE ON FILE" TO
                   WS-LINE-LABEL.
           COMPUTE WS-LINE-AMOUNT = 0 - WS-CARD-FEES.
           PERFORM PRINT-AMOUNT-LINE.
           MOVE SPACES TO WS-LINE-LABEL.
           MOVE WS-COMMISSION-RATE TO WS-RATE-DISPLAY.
           STRING "LESS HOUSE COMMISSION AT " WS-RATE-DISPLAY " PCT"
               DELIMITED BY SIZE INTO WS-LINE-LABEL.
           COMPUTE WS-LINE-AMOUNT = 0 - WS-COMMISSION.
           PERFORM PRINT-AMOUNT-LINE.
           MOVE "LESS CHARGEBACKS LOST" TO WS-LINE-LABEL.
           MOVE WS-CB-LOST-COUNT TO WS-LINE-COUNT.
           COMPUTE WS-LINE-AMOUNT = 0 - WS-CB-LOST-AMOUNT.
           PERFORM PRINT-COUNT-AMOUNT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "NET DUE TO PROMOTER" TO WS-LINE-LABEL.
           MOVE WS-NET-DUE TO WS-LINE-AMOUNT.
           PERFORM PRINT-AMOUNT-LINE.
           IF WS-CB-OPEN-COUNT > 0
               MOVE "  DISPUTES STILL OPEN (NOT TAKEN)" TO
                   WS-LINE-LABEL
               MOVE WS-CB-OPEN-COUNT TO WS-LINE-COUNT
               MOVE WS-CB-OPEN-AMOUNT TO WS-LINE-AMOUNT
               PERFORM PRINT-COUNT-AMOUNT-LINE.

       PRINT-COUNT-AMOUNT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-LINE-LABEL TO WS-RPT-LINE(1:34).
           MOVE WS-LINE-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-COUNT-DISPLAY TO WS-RPT-LINE(38:6).
           MOVE WS-LINE-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE WS-AMOUNT-DISPLAY TO WS-RPT-LINE(45:14).
           PERFORM WRITE-REPORT-LINE.

       PRINT-AMOUNT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-LINE-LABEL TO WS-RPT-LINE(1:34).
           MOVE WS-LINE-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE WS-AMOUNT-DISPLAY TO WS-RPT-LINE(45:14).
           PERFORM WRITE-REPORT-LINE.

       PRINT-COUNT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-LINE-LABEL TO WS-RPT-LINE(1:34).
           MOVE WS-LINE-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-COUNT-DISPLAY TO WS-RPT-LINE(38:6).
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      * A final run records the close; a reprint lists what the
      * refund desk has reversed since and what that changes.
      ******************************************************************
       FINISH-SETTLEMENT.
           IF WS-CLOSE-EVENT = "Y"
               PERFORM WRITE-EVENT-SETTLE-RECORD
           ELSE IF WS-PRIOR-SETTLED = "Y"
               PERFORM PRINT-POST-SETTLEMENT.

       WRITE-EVENT-SETTLE-RECORD.
           OPEN EXTEND EVENT-SETTLE-FILE.
           IF WS-ES-FILE-STATUS NOT = "00"
               OPEN OUTPUT EVENT-SETTLE-FILE.
           MOVE WS-SETTLE-EVENT TO ES-EVENT-CODE.
           MOVE WS-RUN-DATE TO ES-SETTLE-DATE.
           MOVE WS-RUN-TIME TO ES-SETTLE-TIME.
           MOVE WS-NET-REVENUE TO ES-NET-REVENUE.
           MOVE WS-NET-DUE TO ES-NET-DUE.
           WRITE ES-RECORD.
           CLOSE EVENT-SETTLE-FILE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "EVENT " WS-SETTLE-EVENT " CLOSED FOR SETTLEMENT - "
               "LATER REFUNDS ARE POST-SETTLEMENT ADJUSTMENTS"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       PRINT-POST-SETTLEMENT.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "POST-SETTLEMENT ADJUSTMENTS" TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 0 TO WS-SA-EOF.
           OPEN INPUT SETTLE-ADJ-FILE.
           IF WS-SA-FILE-STATUS = "00"
               PERFORM READ-SETTLE-ADJ
               PERFORM PRINT-SETTLE-ADJ UNTIL WS-SA-EOF = 1
               CLOSE SETTLE-ADJ-FILE.
           IF WS-ADJ-COUNT = 0
               MOVE "  NONE" TO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "NET DUE AT SETTLEMENT" TO WS-LINE-LABEL.
           MOVE WS-PRIOR-NET-DUE TO WS-LINE-AMOUNT.
           PERFORM PRINT-AMOUNT-LINE.
           MOVE "NET DUE AS NOW STATED" TO WS-LINE-LABEL.
           MOVE WS-NET-DUE TO WS-LINE-AMOUNT.
           PERFORM PRINT-AMOUNT-LINE.
           COMPUTE WS-ADJUSTMENT-DUE = WS-NET-DUE - WS-PRIOR-NET-DUE.
           MOVE "CHANGE SINCE SETTLEMENT" TO WS-LINE-LABEL.
           MOVE WS-ADJUSTMENT-DUE TO WS-LINE-AMOUNT.
           PERFORM PRINT-AMOUNT-LINE.
           IF WS-ADJ-COUNT > 0 OR WS-ADJUSTMENT-DUE NOT = 0
               MOVE 4 TO RETURN-CODE.

       READ-SETTLE-ADJ.
           READ SETTLE-ADJ-FILE
               AT END MOVE 1 TO WS-SA-EOF.

       PRINT-SETTLE-ADJ.
           IF SA-EVENT-CODE = WS-SETTLE-EVENT
               ADD 1 TO WS-ADJ-COUNT
               ADD SA-PRICE TO WS-ADJ-AMOUNT
               MOVE SPACES TO WS-RPT-LINE
               MOVE SA-PRICE TO WS-AMOUNT-DISPLAY
               MOVE SA-ORIG-SEQ TO WS-SEQ-DISPLAY
               IF SA-TYPE = "E"
                   STRING "  " SA-DATE " EXCHANGE  TKT "
                       WS-SEQ-DISPLAY " " WS-AMOUNT-DISPLAY
                       " BY " SA-OPERATOR-ID
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               ELSE IF SA-TYPE = "P"
                   STRING "  " SA-DATE " POSTPONE  TKT "
                       WS-SEQ-DISPLAY " " WS-AMOUNT-DISPLAY
                       " BY " SA-OPERATOR-ID
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               ELSE
                   STRING "  " SA-DATE " REFUND    TKT "
                       WS-SEQ-DISPLAY " " WS-AMOUNT-DISPLAY
                       " BY " SA-OPERATOR-ID
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-IF
               END-IF
               PERFORM WRITE-REPORT-LINE.
           PERFORM READ-SETTLE-ADJ.

       WRITE-REPORT-LINE.
           DISPLAY WS-RPT-LINE.
           MOVE WS-RPT-LINE TO RPT-LINE.
           WRITE RPT-LINE.
       END PROGRAM LAB4-PROMOTER-SETTLE.
