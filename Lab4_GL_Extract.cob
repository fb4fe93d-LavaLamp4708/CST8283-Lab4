      ******************************************************************
      * Author: Peter Stainforth
      * Date: 2026-10-15
      * Purpose: Lab4 nightly general ledger journal extract - turns
      *          the day's ticket sales, gift card loads and activity,
      *          season pass sales, reservation deposit movements and
      *          redemptions, and loyalty points earned, taken back
      *          and adjusted into one debit/credit journal, posting
      *          to the accounts named on the GLACCOUNTS.DAT chart of
      *          accounts mapping; the journal file is only written
      *          when every posting key is mapped and debits equal
      *          credits
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB4-GL-EXTRACT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TICKET-SALES-FILE ASSIGN TO "TICKETSALES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TS-SEQ-NUM
               FILE STATUS IS WS-TS-FILE-STATUS.
           SELECT ACCOUNT-MAP-FILE ASSIGN TO "GLACCOUNTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CA-FILE-STATUS.
           SELECT GIFT-LOAD-FILE ASSIGN TO "GIFTLOADS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.
           SELECT GIFT-TXN-FILE ASSIGN TO "GIFTTXN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GT-FILE-STATUS.
           SELECT PASS-SALE-FILE ASSIGN TO "PASSSALES.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SP-FILE-STATUS.
           SELECT REDEMPTION-LOG-FILE ASSIGN TO "REDEEMLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RL-FILE-STATUS.
           SELECT DEPOSIT-LOG-FILE ASSIGN TO "RESVDEPLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DL-FILE-STATUS.
           SELECT PATRON-TXN-FILE ASSIGN TO "PATRONTXN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PX-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "GLJOURNAL.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT JOURNAL-REPORT-FILE ASSIGN TO "GLJRNRPT.DAT"
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

       FD  ACCOUNT-MAP-FILE.
       01  CA-RECORD.
           05 CA-KEY                PIC X(8).
           05 FILLER                PIC X.
           05 CA-ACCOUNT            PIC X(10).
           05 FILLER                PIC X.
           05 CA-DESC               PIC X(30).

       FD  GIFT-LOAD-FILE.
       01  GL-RECORD.
           05 GL-DATE              PIC 9(8).
           05 GL-TIME              PIC 9(8).
           05 GL-CARD-NUM          PIC X(12).
           05 GL-AMOUNT            PIC 9(5)V99.
           05 GL-TENDER            PIC A(1).

       FD  GIFT-TXN-FILE.
       01  GT-RECORD.
           05 GT-DATE              PIC 9(8).
           05 GT-TIME              PIC 9(8).
           05 GT-CARD-NUM          PIC X(12).
           05 GT-TYPE              PIC A(1).
           05 GT-AMOUNT            PIC 9(5)V99.

       FD  PASS-SALE-FILE.
       01  SP-RECORD.
           05 SP-DATE              PIC 9(8).
           05 SP-TIME              PIC 9(8).
           05 SP-PASS-NUM          PIC X(10).
           05 SP-AMOUNT            PIC 9(5)V99.
           05 SP-TENDER            PIC A(1).

       FD  REDEMPTION-LOG-FILE.
       01  RL-RECORD.
           05 RL-DATE              PIC 9(8).
           05 RL-TIME              PIC 9(8).
           05 RL-RES-NUM           PIC 9(5).
           05 RL-EVENT-CODE        PIC X(4).
           05 RL-TENDER            PIC A(1).
           05 RL-DEPOSIT           PIC 9(5)V99.
           05 RL-AMOUNT-DUE        PIC 9(5)V99.

       FD  DEPOSIT-LOG-FILE.
       01  DL-RECORD.
           05 DL-DATE              PIC 9(8).
           05 DL-TIME              PIC 9(8).
           05 DL-RES-NUM           PIC 9(5).
           05 DL-EVENT-CODE        PIC X(4).
           05 DL-TYPE              PIC A(1).
           05 DL-AMOUNT            PIC 9(5)V99.

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

       FD  JOURNAL-FILE.
       01  JR-RECORD.
           05 JR-DATE              PIC 9(8).
           05 JR-LINE-NUM          PIC 9(4).
           05 JR-ACCOUNT           PIC X(10).
           05 JR-DR-CR             PIC A(1).
           05 JR-AMOUNT            PIC 9(9)V99.
           05 JR-DESC              PIC X(30).

       FD  JOURNAL-REPORT-FILE.
       01  RPT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-TS-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-CA-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-GL-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-GT-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-SP-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-RL-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-DL-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-PX-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-TS-EOF PIC 9(1) VALUE 0.
       01 WS-CA-EOF PIC 9(1) VALUE 0.
       01 WS-GL-EOF PIC 9(1) VALUE 0.
       01 WS-GT-EOF PIC 9(1) VALUE 0.
       01 WS-SP-EOF PIC 9(1) VALUE 0.
       01 WS-RL-EOF PIC 9(1) VALUE 0.
       01 WS-DL-EOF PIC 9(1) VALUE 0.
       01 WS-PX-EOF PIC 9(1) VALUE 0.
       01 WS-RPT-LINE               PIC X(80).

       01 WS-JOURNAL-DATE    PIC 9(8) VALUE 0.

      ******************************************************************
      * Postings are accumulated per posting key, debit positive and
      * credit negative, and only turned into journal lines once the
      * whole day has been read, so a refused run writes nothing.
      ******************************************************************
       01 WS-POST-COUNT PIC 9(2) VALUE 0.
       01 WS-POST-TABLE.
           05 WS-POST-ENTRY OCCURS 40 TIMES
                   INDEXED BY WS-POST-IDX.
               10 WS-POST-KEY          PIC X(8).
               10 WS-POST-ACCOUNT      PIC X(10).
               10 WS-POST-DESC         PIC X(30).
               10 WS-POST-MAPPED       PIC A(1).
               10 WS-POST-NET          PIC S9(9)V99.
       01 WS-POST-FOUND PIC A(1) VALUE "N".
       01 WS-POST-OVERFLOW-COUNT PIC 9(4) VALUE 0.
       01 WS-POST-KEY-IN     PIC X(8) VALUE SPACES.
       01 WS-POST-AMOUNT     PIC S9(9)V99 VALUE 0.
       01 WS-DEBIT-KEY       PIC X(8) VALUE SPACES.
       01 WS-CREDIT-KEY      PIC X(8) VALUE SPACES.
       01 WS-CLEARING-KEY    PIC X(8) VALUE SPACES.
       01 WS-TENDER-IN       PIC A(1) VALUE SPACE.

       01 WS-SIGN            PIC S9(1) VALUE 0.
       01 WS-REMAINDER       PIC S9(5)V99 VALUE 0.

      ******************************************************************
      * Redemption rate used by the window program's points tender.
      ******************************************************************
       01 WS-POINTS-PER-DOLLAR-OFF PIC 9(3) VALUE 100.

       01 WS-DEBIT-TOTAL     PIC 9(11)V99 VALUE 0.
       01 WS-CREDIT-TOTAL    PIC 9(11)V99 VALUE 0.
       01 WS-UNMAPPED-COUNT  PIC 9(2) VALUE 0.
       01 WS-JOURNAL-LINES   PIC 9(4) VALUE 0.
       01 WS-JOURNAL-OK      PIC A(1) VALUE "Y".

       01 WS-COUNT-DISPLAY   PIC ZZZ9.
       01 WS-AMOUNT-DISPLAY  PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "ENTER JOURNAL DATE (YYYYMMDD, 0 FOR TODAY): "
               WITH NO ADVANCING.
           ACCEPT WS-JOURNAL-DATE.
           IF WS-JOURNAL-DATE = 0
               ACCEPT WS-JOURNAL-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT JOURNAL-REPORT-FILE.
           MOVE "GENERAL LEDGER JOURNAL EXTRACT" TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "JOURNAL DATE: " WS-JOURNAL-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM LOAD-ACCOUNT-MAP.
           PERFORM POST-TICKET-SALES.
           PERFORM POST-GIFT-CARD-LOADS.
           PERFORM POST-GIFT-CARD-ACTIVITY.
           PERFORM POST-PASS-SALES.
           PERFORM POST-REDEEMED-DEPOSITS.
           PERFORM POST-DEPOSIT-ACTIVITY.
           PERFORM POST-LOYALTY-POINTS.
           PERFORM CHECK-JOURNAL-BALANCE.
           PERFORM PRINT-JOURNAL-LINES.
           IF WS-JOURNAL-OK = "Y"
               PERFORM WRITE-JOURNAL-FILE
           ELSE
               MOVE 8 TO RETURN-CODE.
           PERFORM PRINT-JOURNAL-TOTALS.
           CLOSE JOURNAL-REPORT-FILE.
           STOP RUN.

      ******************************************************************
      * The mapping file names every posting key this job uses; a key
      * with no account is reported and stops the journal, so the
      * ledger never receives a line it cannot place.
      ******************************************************************
       LOAD-ACCOUNT-MAP.
           MOVE 0 TO WS-CA-EOF.
           OPEN INPUT ACCOUNT-MAP-FILE.
           IF WS-CA-FILE-STATUS = "00"
               PERFORM READ-ACCOUNT-MAP
               PERFORM ADD-ACCOUNT-ENTRY UNTIL WS-CA-EOF = 1
               CLOSE ACCOUNT-MAP-FILE
           ELSE
               MOVE "NO CHART OF ACCOUNTS MAPPING ON FILE" TO
                   WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE.

       READ-ACCOUNT-MAP.
           READ ACCOUNT-MAP-FILE
               AT END MOVE 1 TO WS-CA-EOF.

       ADD-ACCOUNT-ENTRY.
           MOVE CA-KEY TO WS-POST-KEY-IN.
           PERFORM FIND-POST-ENTRY.
           IF WS-POST-FOUND = "Y"
               MOVE CA-ACCOUNT TO WS-POST-ACCOUNT(WS-POST-IDX)
               MOVE CA-DESC TO WS-POST-DESC(WS-POST-IDX)
               MOVE "Y" TO WS-POST-MAPPED(WS-POST-IDX).
           PERFORM READ-ACCOUNT-MAP.

       FIND-POST-ENTRY.
           MOVE "N" TO WS-POST-FOUND.
           PERFORM MATCH-POST-ENTRY
               VARYING WS-POST-IDX FROM 1 BY 1
               UNTIL WS-POST-IDX > WS-POST-COUNT
                   OR WS-POST-FOUND = "Y".
           IF WS-POST-FOUND = "Y"
               SET WS-POST-IDX DOWN BY 1
           ELSE IF WS-POST-COUNT < 40
               ADD 1 TO WS-POST-COUNT
               SET WS-POST-IDX TO WS-POST-COUNT
               MOVE WS-POST-KEY-IN TO WS-POST-KEY(WS-POST-IDX)
               MOVE SPACES TO WS-POST-ACCOUNT(WS-POST-IDX)
               MOVE SPACES TO WS-POST-DESC(WS-POST-IDX)
               MOVE "N" TO WS-POST-MAPPED(WS-POST-IDX)
               MOVE 0 TO WS-POST-NET(WS-POST-IDX)
               MOVE "Y" TO WS-POST-FOUND
           ELSE
               ADD 1 TO WS-POST-OVERFLOW-COUNT.

       MATCH-POST-ENTRY.
           IF WS-POST-KEY(WS-POST-IDX) = WS-POST-KEY-IN
               MOVE "Y" TO WS-POST-FOUND.

      ******************************************************************
      * Every posting is a matched pair: the debit key takes the
      * amount, the credit key gives it, so the net of the table is
      * zero unless a posting was lost to a full table.
      ******************************************************************
       POST-PAIR.
           IF WS-POST-AMOUNT NOT = 0
               MOVE WS-DEBIT-KEY TO WS-POST-KEY-IN
               PERFORM FIND-POST-ENTRY
               IF WS-POST-FOUND = "Y"
                   ADD WS-POST-AMOUNT TO WS-POST-NET(WS-POST-IDX)
               END-IF
               MOVE WS-CREDIT-KEY TO WS-POST-KEY-IN
               PERFORM FIND-POST-ENTRY
               IF WS-POST-FOUND = "Y"
                   SUBTRACT WS-POST-AMOUNT FROM
                       WS-POST-NET(WS-POST-IDX).

       SET-CLEARING-KEY.
           IF WS-TENDER-IN = "2"
               MOVE "CARDCLR" TO WS-CLEARING-KEY
           ELSE IF WS-TENDER-IN = "3"
               MOVE "GIFTCLR" TO WS-CLEARING-KEY
           ELSE IF WS-TENDER-IN = "4"
               MOVE "PTSLIAB" TO WS-CLEARING-KEY
           ELSE
               MOVE "CASHCLR" TO WS-CLEARING-KEY.

      ******************************************************************
      * Ticket revenue and admission tax are credited in full; the
      * money side is debited to the clearing account of the tender
      * that took it, with a gift-applied portion debited to gift
      * redemption clearing (cleared again from GIFTTXN.DAT below).
      * A points-tendered ticket is debited straight to the loyalty
      * points liability it draws down.
      * A void carries the sale's figures and posts them negative.
      ******************************************************************
       POST-TICKET-SALES.
           MOVE 0 TO WS-TS-EOF.
           OPEN INPUT TICKET-SALES-FILE.
           IF WS-TS-FILE-STATUS = "00"
               PERFORM READ-TICKET-SALE
               PERFORM POST-ONE-TICKET UNTIL WS-TS-EOF = 1
               CLOSE TICKET-SALES-FILE.

       READ-TICKET-SALE.
           READ TICKET-SALES-FILE
               AT END MOVE 1 TO WS-TS-EOF.

       POST-ONE-TICKET.
           IF TS-VOID-FLAG = "Y"
               MOVE -1 TO WS-SIGN
           ELSE
               MOVE 1 TO WS-SIGN.
           PERFORM SET-TENDER-CLEARING.
           MOVE SPACES TO WS-CREDIT-KEY.
           STRING "TKTREV-" TS-CATEGORY
               DELIMITED BY SIZE INTO WS-CREDIT-KEY.
           COMPUTE WS-REMAINDER = TS-PRICE - TS-GIFT-APPLIED.
           IF TS-TENDER = "3"
               IF TS-GIFT-APPLIED > TS-PRICE
                   COMPUTE WS-POST-AMOUNT = TS-PRICE * WS-SIGN
               ELSE
                   COMPUTE WS-POST-AMOUNT = TS-GIFT-APPLIED * WS-SIGN
               END-IF
               MOVE "GIFTCLR" TO WS-DEBIT-KEY
               PERFORM POST-PAIR
               IF WS-REMAINDER > 0
                   COMPUTE WS-POST-AMOUNT = WS-REMAINDER * WS-SIGN
                   MOVE WS-CLEARING-KEY TO WS-DEBIT-KEY
                   PERFORM POST-PAIR
               END-IF
           ELSE
               COMPUTE WS-POST-AMOUNT = TS-PRICE * WS-SIGN
               MOVE WS-CLEARING-KEY TO WS-DEBIT-KEY
               PERFORM POST-PAIR.
           PERFORM POST-TICKET-TAX.
           PERFORM READ-TICKET-SALE.

      ******************************************************************
      * Tax rides on the last leg of the tender: the gift card pays
      * price first, so tax is on gift only when the card covered the
      * whole price and the remainder was tax.
      ******************************************************************
       POST-TICKET-TAX.
           MOVE "TAXPAY" TO WS-CREDIT-KEY.
           IF TS-TENDER = "3" AND WS-REMAINDER < 0
               COMPUTE WS-POST-AMOUNT = (0 - WS-REMAINDER) * WS-SIGN
               MOVE "GIFTCLR" TO WS-DEBIT-KEY
               PERFORM POST-PAIR
               COMPUTE WS-POST-AMOUNT =
                   (TS-TAX + WS-REMAINDER) * WS-SIGN
           ELSE
               COMPUTE WS-POST-AMOUNT = TS-TAX * WS-SIGN.
           MOVE WS-CLEARING-KEY TO WS-DEBIT-KEY.
           PERFORM POST-PAIR.

       SET-TENDER-CLEARING.
           IF TS-TENDER = "3"
               MOVE TS-SPLIT-TENDER TO WS-TENDER-IN
           ELSE
               MOVE TS-TENDER TO WS-TENDER-IN.
           PERFORM SET-CLEARING-KEY.

       POST-GIFT-CARD-LOADS.
           MOVE 0 TO WS-GL-EOF.
           OPEN INPUT GIFT-LOAD-FILE.
           IF WS-GL-FILE-STATUS = "00"
               PERFORM READ-GIFT-LOAD
               PERFORM POST-ONE-GIFT-LOAD UNTIL WS-GL-EOF = 1
               CLOSE GIFT-LOAD-FILE.

       READ-GIFT-LOAD.
           READ GIFT-LOAD-FILE
               AT END MOVE 1 TO WS-GL-EOF.

       POST-ONE-GIFT-LOAD.
           IF GL-DATE = WS-JOURNAL-DATE
               MOVE GL-TENDER TO WS-TENDER-IN
               PERFORM SET-CLEARING-KEY
               MOVE WS-CLEARING-KEY TO WS-DEBIT-KEY
               MOVE "GIFTLIAB" TO WS-CREDIT-KEY
               MOVE GL-AMOUNT TO WS-POST-AMOUNT
               PERFORM POST-PAIR.
           PERFORM READ-GIFT-LOAD.

      ******************************************************************
      * Per-card redemptions draw the liability down against gift
      * redemption clearing; credits back onto a card (refunds) put
      * it up again. Clearing nets to nil when the card log agrees
      * with the gift-applied amounts on the ticket file.
      ******************************************************************
       POST-GIFT-CARD-ACTIVITY.
           MOVE 0 TO WS-GT-EOF.
           OPEN INPUT GIFT-TXN-FILE.
           IF WS-GT-FILE-STATUS = "00"
               PERFORM READ-GIFT-TXN
               PERFORM POST-ONE-GIFT-TXN UNTIL WS-GT-EOF = 1
               CLOSE GIFT-TXN-FILE.

       READ-GIFT-TXN.
           READ GIFT-TXN-FILE
               AT END MOVE 1 TO WS-GT-EOF.

       POST-ONE-GIFT-TXN.
           IF GT-DATE = WS-JOURNAL-DATE
               MOVE GT-AMOUNT TO WS-POST-AMOUNT
               IF GT-TYPE = "R"
                   MOVE "GIFTLIAB" TO WS-DEBIT-KEY
                   MOVE "GIFTCLR" TO WS-CREDIT-KEY
                   PERFORM POST-PAIR
               ELSE IF GT-TYPE = "C"
                   MOVE "GIFTCLR" TO WS-DEBIT-KEY
                   MOVE "GIFTLIAB" TO WS-CREDIT-KEY
                   PERFORM POST-PAIR.
           PERFORM READ-GIFT-TXN.

       POST-PASS-SALES.
           MOVE 0 TO WS-SP-EOF.
           OPEN INPUT PASS-SALE-FILE.
           IF WS-SP-FILE-STATUS = "00"
               PERFORM READ-PASS-SALE
               PERFORM POST-ONE-PASS-SALE UNTIL WS-SP-EOF = 1
               CLOSE PASS-SALE-FILE.

       READ-PASS-SALE.
           READ PASS-SALE-FILE
               AT END MOVE 1 TO WS-SP-EOF.

       POST-ONE-PASS-SALE.
           IF SP-DATE = WS-JOURNAL-DATE
               MOVE SP-TENDER TO WS-TENDER-IN
               PERFORM SET-CLEARING-KEY
               MOVE WS-CLEARING-KEY TO WS-DEBIT-KEY
               MOVE "PASSSALE" TO WS-CREDIT-KEY
               MOVE SP-AMOUNT TO WS-POST-AMOUNT
               PERFORM POST-PAIR.
           PERFORM READ-PASS-SALE.

      ******************************************************************
      * A redeemed booking's tickets went through at full booked price
      * but the drawer or terminal took only the balance due: the
      * deposit held is released against the tender's clearing.
      ******************************************************************
       POST-REDEEMED-DEPOSITS.
           MOVE 0 TO WS-RL-EOF.
           OPEN INPUT REDEMPTION-LOG-FILE.
           IF WS-RL-FILE-STATUS = "00"
               PERFORM READ-REDEMPTION-LOG
               PERFORM POST-ONE-REDEMPTION UNTIL WS-RL-EOF = 1
               CLOSE REDEMPTION-LOG-FILE.

       READ-REDEMPTION-LOG.
           READ REDEMPTION-LOG-FILE
               AT END MOVE 1 TO WS-RL-EOF.

       POST-ONE-REDEMPTION.
           IF RL-DATE = WS-JOURNAL-DATE
               MOVE RL-TENDER TO WS-TENDER-IN
               PERFORM SET-CLEARING-KEY
               MOVE "RESVDEP" TO WS-DEBIT-KEY
               MOVE WS-CLEARING-KEY TO WS-CREDIT-KEY
               MOVE RL-DEPOSIT TO WS-POST-AMOUNT
               PERFORM POST-PAIR.
           PERFORM READ-REDEMPTION-LOG.

      ******************************************************************
      * Deposit log types: R received when the booking is taken, F
      * forfeited to the house by the expiry run, X cancelled with
      * the deposit now owed back to the group.
      ******************************************************************
       POST-DEPOSIT-ACTIVITY.
           MOVE 0 TO WS-DL-EOF.
           OPEN INPUT DEPOSIT-LOG-FILE.
           IF WS-DL-FILE-STATUS = "00"
               PERFORM READ-DEPOSIT-LOG
               PERFORM POST-ONE-DEPOSIT-MOVE UNTIL WS-DL-EOF = 1
               CLOSE DEPOSIT-LOG-FILE.

       READ-DEPOSIT-LOG.
           READ DEPOSIT-LOG-FILE
               AT END MOVE 1 TO WS-DL-EOF.

       POST-ONE-DEPOSIT-MOVE.
           IF DL-DATE = WS-JOURNAL-DATE
               MOVE DL-AMOUNT TO WS-POST-AMOUNT
               IF DL-TYPE = "R"
                   MOVE "RESVRCV" TO WS-DEBIT-KEY
                   MOVE "RESVDEP" TO WS-CREDIT-KEY
                   PERFORM POST-PAIR
               ELSE IF DL-TYPE = "F"
                   MOVE "RESVDEP" TO WS-DEBIT-KEY
                   MOVE "RESVFORF" TO WS-CREDIT-KEY
                   PERFORM POST-PAIR
               ELSE IF DL-TYPE = "X"
                   MOVE "RESVDEP" TO WS-DEBIT-KEY
                   MOVE "REFUNDPY" TO WS-CREDIT-KEY
                   PERFORM POST-PAIR.
           PERFORM READ-DEPOSIT-LOG.

      ******************************************************************
      * Points earned are a loyalty expense credited to the points
      * liability at the redemption rate; points taken back on a
      * refund reverse it, and a maintenance adjustment posts with
      * its own sign. Redemptions are already posted from the
      * ticket file, and a brought-forward record is not new
      * activity.
      ******************************************************************
       POST-LOYALTY-POINTS.
           MOVE 0 TO WS-PX-EOF.
           OPEN INPUT PATRON-TXN-FILE.
           IF WS-PX-FILE-STATUS = "00"
               PERFORM READ-PATRON-TXN
               PERFORM POST-ONE-PATRON-TXN UNTIL WS-PX-EOF = 1
               CLOSE PATRON-TXN-FILE.

       READ-PATRON-TXN.
           READ PATRON-TXN-FILE
               AT END MOVE 1 TO WS-PX-EOF.

       POST-ONE-PATRON-TXN.
           IF PX-DATE = WS-JOURNAL-DATE
               COMPUTE WS-POST-AMOUNT =
                   PX-POINTS / WS-POINTS-PER-DOLLAR-OFF
               IF PX-TYPE = "E" OR PX-TYPE = "A"
                   MOVE "LOYALEXP" TO WS-DEBIT-KEY
                   MOVE "PTSLIAB" TO WS-CREDIT-KEY
                   PERFORM POST-PAIR
               ELSE IF PX-TYPE = "B"
                   MOVE "PTSLIAB" TO WS-DEBIT-KEY
                   MOVE "LOYALEXP" TO WS-CREDIT-KEY
                   PERFORM POST-PAIR.
           PERFORM READ-PATRON-TXN.

       CHECK-JOURNAL-BALANCE.
           PERFORM TOTAL-POST-ENTRY
               VARYING WS-POST-IDX FROM 1 BY 1
               UNTIL WS-POST-IDX > WS-POST-COUNT.
           IF WS-UNMAPPED-COUNT > 0
               MOVE "N" TO WS-JOURNAL-OK.
           IF WS-POST-OVERFLOW-COUNT > 0
               MOVE "N" TO WS-JOURNAL-OK.
           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
               MOVE "N" TO WS-JOURNAL-OK.

       TOTAL-POST-ENTRY.
           IF WS-POST-NET(WS-POST-IDX) > 0
               ADD WS-POST-NET(WS-POST-IDX) TO WS-DEBIT-TOTAL
           ELSE
               SUBTRACT WS-POST-NET(WS-POST-IDX) FROM WS-CREDIT-TOTAL.
           IF WS-POST-NET(WS-POST-IDX) NOT = 0
                   AND WS-POST-MAPPED(WS-POST-IDX) NOT = "Y"
               ADD 1 TO WS-UNMAPPED-COUNT.

       PRINT-JOURNAL-LINES.
           MOVE "KEY      ACCOUNT     DESCRIPTION                 "
               TO WS-RPT-LINE.
           MOVE "DEBIT         CREDIT" TO WS-RPT-LINE(53:20).
           PERFORM WRITE-REPORT-LINE.
           PERFORM PRINT-ONE-JOURNAL-LINE
               VARYING WS-POST-IDX FROM 1 BY 1
               UNTIL WS-POST-IDX > WS-POST-COUNT.

       PRINT-ONE-JOURNAL-LINE.
           IF WS-POST-NET(WS-POST-IDX) NOT = 0
               MOVE SPACES TO WS-RPT-LINE
               MOVE WS-POST-KEY(WS-POST-IDX) TO WS-RPT-LINE(1:8)
               IF WS-POST-MAPPED(WS-POST-IDX) = "Y"
                   MOVE WS-POST-ACCOUNT(WS-POST-IDX) TO
                       WS-RPT-LINE(10:10)
                   MOVE WS-POST-DESC(WS-POST-IDX)(1:20) TO
                       WS-RPT-LINE(22:20)
               ELSE
                   MOVE "** NOT MAPPED **" TO WS-RPT-LINE(10:16)
               END-IF
               IF WS-POST-NET(WS-POST-IDX) > 0
                   MOVE WS-POST-NET(WS-POST-IDX) TO WS-AMOUNT-DISPLAY
                   MOVE WS-AMOUNT-DISPLAY TO WS-RPT-LINE(44:14)
               ELSE
                   COMPUTE WS-AMOUNT-DISPLAY =
                       0 - WS-POST-NET(WS-POST-IDX)
                   MOVE WS-AMOUNT-DISPLAY TO WS-RPT-LINE(59:14)
               END-IF
               PERFORM WRITE-REPORT-LINE.

       WRITE-JOURNAL-FILE.
           OPEN OUTPUT JOURNAL-FILE.
           PERFORM WRITE-ONE-JOURNAL-RECORD
               VARYING WS-POST-IDX FROM 1 BY 1
               UNTIL WS-POST-IDX > WS-POST-COUNT.
           CLOSE JOURNAL-FILE.

       WRITE-ONE-JOURNAL-RECORD.
           IF WS-POST-NET(WS-POST-IDX) NOT = 0
               ADD 1 TO WS-JOURNAL-LINES
               MOVE WS-JOURNAL-DATE TO JR-DATE
               MOVE WS-JOURNAL-LINES TO JR-LINE-NUM
               MOVE WS-POST-ACCOUNT(WS-POST-IDX) TO JR-ACCOUNT
               MOVE WS-POST-DESC(WS-POST-IDX) TO JR-DESC
               IF WS-POST-NET(WS-POST-IDX) > 0
                   MOVE "D" TO JR-DR-CR
                   MOVE WS-POST-NET(WS-POST-IDX) TO JR-AMOUNT
               ELSE
                   MOVE "C" TO JR-DR-CR
                   COMPUTE JR-AMOUNT = 0 - WS-POST-NET(WS-POST-IDX)
               END-IF
               WRITE JR-RECORD.

       PRINT-JOURNAL-TOTALS.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-DEBIT-TOTAL TO WS-AMOUNT-DISPLAY.
           MOVE "TOTALS" TO WS-RPT-LINE(1:6).
           MOVE WS-AMOUNT-DISPLAY TO WS-RPT-LINE(44:14).
           MOVE WS-CREDIT-TOTAL TO WS-AMOUNT-DISPLAY.
           MOVE WS-AMOUNT-DISPLAY TO WS-RPT-LINE(59:14).
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF WS-POST-OVERFLOW-COUNT > 0
               MOVE WS-POST-OVERFLOW-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-RPT-LINE
               STRING "** POSTING TABLE FULL - " WS-COUNT-DISPLAY
                   " POSTING(S) LOST **"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE.
           IF WS-UNMAPPED-COUNT > 0
               MOVE WS-UNMAPPED-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-RPT-LINE
               STRING "** " WS-COUNT-DISPLAY
                   " POSTING KEY(S) NOT ON GLACCOUNTS.DAT **"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE.
           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
               MOVE "** DEBITS DO NOT EQUAL CREDITS **" TO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE.
           IF WS-JOURNAL-OK = "Y"
               MOVE WS-JOURNAL-LINES TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-RPT-LINE
               STRING "JOURNAL BALANCED - " WS-COUNT-DISPLAY
                   " LINE(S) WRITTEN TO GLJOURNAL.DAT"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE "JOURNAL REFUSED - GLJOURNAL.DAT NOT PRODUCED" TO
                   WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           DISPLAY WS-RPT-LINE.
           MOVE WS-RPT-LINE TO RPT-LINE.
           WRITE RPT-LINE.
       END PROGRAM LAB4-GL-EXTRACT.
