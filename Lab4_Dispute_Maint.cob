      ******************************************************************
      * Author: Peter Stainforth
      * Date: 2026-10-15
      * Purpose: Lab4 chargeback dispute case maintenance - moves the
      *          cases opened by LAB4-SETTLE-RESPONSE from open to
      *          evidence sent and on to won or lost, and shows a
      *          case with its sale, selling operator and the receipt
      *          block from RECEIPTS.DAT as the evidence to send; the
      *          block is found again through RCPTKEY.DAT each time,
      *          as the archive purge renumbers the print stream
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB4-DISPUTE-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-FILE ASSIGN TO "DISPUTES.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CB-FILE-STATUS.
           SELECT RECEIPT-FILE ASSIGN TO "RECEIPTS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RC-FILE-STATUS.
           SELECT RECEIPT-KEY-FILE ASSIGN TO "RCPTKEY.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RK-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
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

       FD  RECEIPT-FILE.
       01  RCT-LINE                PIC X(40).

       FD  RECEIPT-KEY-FILE.
       01  RK-RECORD.
           05 RK-SEQ-NUM           PIC 9(6).
           05 RK-EVENT-CODE        PIC X(4).
           05 RK-TYPE              PIC A(1).
           05 RK-REF               PIC X(12).
           05 RK-DATE              PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-CB-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-RC-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-RK-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-CB-EOF        PIC 9(1) VALUE 0.
       01 WS-RC-EOF        PIC 9(1) VALUE 0.
       01 WS-RK-EOF        PIC 9(1) VALUE 0.
       01 WS-EOF           PIC 9(1) VALUE 0.

       01 WS-MAINT-ACTION PIC A(1).
           88 ACTION-EVIDENCE   VALUE "S".
           88 ACTION-WON        VALUE "W".
           88 ACTION-LOST       VALUE "L".
           88 ACTION-VIEW       VALUE "V".
           88 ACTION-LIST       VALUE "O".
           88 ACTION-EXIT       VALUE "E".

       01 WS-TARGET-CASE-NUM PIC 9(6) VALUE 0.
       01 WS-CASE-FOUND      PIC A(1) VALUE "N".
       01 WS-NEW-STATUS      PIC A(1) VALUE SPACE.
       01 WS-NEW-NOTE        PIC X(30) VALUE SPACES.
       01 WS-TODAY           PIC 9(8) VALUE 0.
       01 WS-OPEN-LISTED     PIC 9(5) VALUE 0.

       01 WS-FORM-FEED       PIC X(1) VALUE X"0C".
       01 WS-BLOCK-ORDINAL   PIC 9(6) VALUE 0.
       01 WS-KEY-ORDINAL     PIC 9(6) VALUE 0.
       01 WS-KEY-FOUND       PIC A(1) VALUE "N".

       01 WS-AMOUNT-DISPLAY  PIC $$,$$$,$$9.99.
       01 WS-PRICE-DISPLAY   PIC $$$9.99.
       01 WS-COUNT-DISPLAY   PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "CHARGEBACK DISPUTE CASE MAINTENANCE".
           DISPLAY "Evidence sent:   S".
           DISPLAY "Dispute won:     W".
           DISPLAY "Dispute lost:    L".
           DISPLAY "View case:       V".
           DISPLAY "List open cases: O".
           DISPLAY "Exit:            E".
           PERFORM PROMPT-MAINT-ACTION UNTIL WS-EOF = 1.
           STOP RUN.
       PROMPT-MAINT-ACTION.
           DISPLAY SPACES.
           DISPLAY "ENTER ACTION: " WITH NO ADVANCING.
           ACCEPT WS-MAINT-ACTION.
           IF ACTION-EVIDENCE
               MOVE "E" TO WS-NEW-STATUS
               PERFORM CHANGE-CASE-STATUS
           ELSE IF ACTION-WON
               MOVE "W" TO WS-NEW-STATUS
               PERFORM CHANGE-CASE-STATUS
           ELSE IF ACTION-LOST
               MOVE "L" TO WS-NEW-STATUS
               PERFORM CHANGE-CASE-STATUS
           ELSE IF ACTION-VIEW
               PERFORM VIEW-CASE
           ELSE IF ACTION-LIST
               PERFORM LIST-OPEN-CASES
           ELSE IF ACTION-EXIT
               MOVE 1 TO WS-EOF
           ELSE
               DISPLAY "INVALID ACTION - PLEASE TRY AGAIN".
      ******************************************************************
      * Cases move forward only: evidence can be sent on an open case,
      * and an open or evidence-sent case can be closed won or lost.
      * A closed case is never reopened - a second chargeback on the
      * same sale arrives as a new case from the response file.
      ******************************************************************
       CHANGE-CASE-STATUS.
           DISPLAY "ENTER CASE NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-TARGET-CASE-NUM.
           DISPLAY "ENTER NOTE: " WITH NO ADVANCING.
           ACCEPT WS-NEW-NOTE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE "N" TO WS-CASE-FOUND.
           MOVE 0 TO WS-CB-EOF.
           OPEN I-O DISPUTE-FILE.
           IF WS-CB-FILE-STATUS = "00"
               PERFORM READ-CASE-RECORD
               PERFORM APPLY-CASE-STATUS
                   UNTIL WS-CB-EOF = 1 OR WS-CASE-FOUND = "Y"
               CLOSE DISPUTE-FILE
           ELSE
               DISPLAY "COULD NOT OPEN DISPUTES.DAT - STATUS: "
                   WS-CB-FILE-STATUS.
           IF WS-CASE-FOUND = "N"
               DISPLAY "CASE NOT ON FILE: " WS-TARGET-CASE-NUM.
       APPLY-CASE-STATUS.
           IF CB-CASE-NUM = WS-TARGET-CASE-NUM
               MOVE "Y" TO WS-CASE-FOUND
               IF CB-STATUS = "W" OR CB-STATUS = "L"
                   DISPLAY "CASE ALREADY CLOSED - STATUS " CB-STATUS
               ELSE IF WS-NEW-STATUS = "E" AND CB-STATUS NOT = "O"
                   DISPLAY "EVIDENCE ALREADY SENT ON THIS CASE"
               ELSE
                   MOVE WS-NEW-STATUS TO CB-STATUS
                   MOVE WS-TODAY TO CB-STATUS-DATE
                   MOVE WS-NEW-NOTE TO CB-NOTE
                   REWRITE CB-RECORD
                   DISPLAY "CASE " CB-CASE-NUM " NOW STATUS " CB-STATUS
               END-IF
           ELSE
               PERFORM READ-CASE-RECORD.
       READ-CASE-RECORD.
           READ DISPUTE-FILE
               AT END MOVE 1 TO WS-CB-EOF.
       VIEW-CASE.
           DISPLAY "ENTER CASE NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-TARGET-CASE-NUM.
           MOVE "N" TO WS-CASE-FOUND.
           MOVE 0 TO WS-CB-EOF.
           OPEN INPUT DISPUTE-FILE.
           IF WS-CB-FILE-STATUS = "00"
               PERFORM READ-CASE-RECORD
               PERFORM FIND-CASE-RECORD
                   UNTIL WS-CB-EOF = 1 OR WS-CASE-FOUND = "Y"
               IF WS-CASE-FOUND = "Y"
                   PERFORM DISPLAY-CASE-DETAIL
               END-IF
               CLOSE DISPUTE-FILE.
           IF WS-CASE-FOUND = "N"
               DISPLAY "CASE NOT ON FILE: " WS-TARGET-CASE-NUM.
       FIND-CASE-RECORD.
           IF CB-CASE-NUM = WS-TARGET-CASE-NUM
               MOVE "Y" TO WS-CASE-FOUND
           ELSE
               PERFORM READ-CASE-RECORD.
       DISPLAY-CASE-DETAIL.
           MOVE CB-AMOUNT TO WS-AMOUNT-DISPLAY.
           DISPLAY "CASE:      " CB-CASE-NUM "  OPENED " CB-OPEN-DATE
               "  STATUS " CB-STATUS " " CB-STATUS-DATE.
           DISPLAY "TICKET:    " CB-SEQ-NUM "  EVENT " CB-EVENT-CODE
               "  DISPUTED " WS-AMOUNT-DISPLAY
               "  REASON " CB-REASON-CODE.
           IF CB-SALE-FOUND = "Y"
               MOVE CB-SALE-PRICE TO WS-PRICE-DISPLAY
               DISPLAY "SALE:      SECTION " CB-SECTION-CODE
                   "  CATEGORY " CB-CATEGORY "  PRICE " WS-PRICE-DISPLAY
               MOVE CB-SALE-TAX TO WS-PRICE-DISPLAY
               DISPLAY "           TAX " WS-PRICE-DISPLAY
           ELSE
               DISPLAY "SALE:      NOT FOUND ON TICKETSALES.DAT".
           IF CB-OPERATOR-ID NOT = SPACES
               DISPLAY "OPERATOR:  " CB-OPERATOR-ID "  ON "
                   CB-SALE-DATE " " CB-SALE-TIME
               DISPLAY "WINDOW:    " CB-WINDOW-FILE
           ELSE
               DISPLAY "OPERATOR:  NOT FOUND ON AUDITLOG.DAT".
           IF CB-NOTE NOT = SPACES
               DISPLAY "NOTE:      " CB-NOTE.
           IF CB-RECEIPT-NUM = 0
               DISPLAY "RECEIPT:   NOT FOUND ON RCPTKEY.DAT"
           ELSE
               PERFORM FIND-CASE-RECEIPT-KEY
               IF WS-KEY-FOUND = "N"
                   DISPLAY "RECEIPT:   RECEIPT ARCHIVED - PRINTED "
                       CB-RECEIPT-DATE
               ELSE
                   DISPLAY "RECEIPT:   BLOCK " WS-KEY-ORDINAL
                       " PRINTED " CB-RECEIPT-DATE
                   PERFORM SHOW-RECEIPT-BLOCK
               END-IF
           END-IF.
      ******************************************************************
      * The receipt number kept on the case is only where the block
      * stood when the case was opened: the archive purge compacts
      * RECEIPTS.DAT and RCPTKEY.DAT together, so the sale's key is
      * looked up again. Key record N describes block N; a sale key
      * no longer on file went to the archive with its block.
      ******************************************************************
       FIND-CASE-RECEIPT-KEY.
           MOVE "N" TO WS-KEY-FOUND.
           MOVE 0 TO WS-KEY-ORDINAL.
           MOVE 0 TO WS-RK-EOF.
           OPEN INPUT RECEIPT-KEY-FILE.
           IF WS-RK-FILE-STATUS = "00"
               PERFORM READ-RECEIPT-KEY
               PERFORM MATCH-CASE-RECEIPT-KEY
                   UNTIL WS-RK-EOF = 1 OR WS-KEY-FOUND = "Y"
               CLOSE RECEIPT-KEY-FILE.
       READ-RECEIPT-KEY.
           READ RECEIPT-KEY-FILE
               AT END MOVE 1 TO WS-RK-EOF.
       MATCH-CASE-RECEIPT-KEY.
           ADD 1 TO WS-KEY-ORDINAL.
           IF RK-SEQ-NUM = CB-SEQ-NUM
                   AND RK-EVENT-CODE = CB-EVENT-CODE
                   AND RK-TYPE = "S"
                   AND RK-DATE = CB-RECEIPT-DATE
               MOVE "Y" TO WS-KEY-FOUND
           ELSE
               PERFORM READ-RECEIPT-KEY.
      ******************************************************************
      * Blocks on RECEIPTS.DAT end with a form feed line.
      ******************************************************************
       SHOW-RECEIPT-BLOCK.
           MOVE 1 TO WS-BLOCK-ORDINAL.
           MOVE 0 TO WS-RC-EOF.
           OPEN INPUT RECEIPT-FILE.
           IF WS-RC-FILE-STATUS = "00"
               PERFORM READ-RECEIPT-LINE
               PERFORM SHOW-RECEIPT-LINE
                   UNTIL WS-RC-EOF = 1
                       OR WS-BLOCK-ORDINAL > WS-KEY-ORDINAL
               CLOSE RECEIPT-FILE
           ELSE
               DISPLAY "RECEIPT FILE UNAVAILABLE - STATUS: "
                   WS-RC-FILE-STATUS.
       READ-RECEIPT-LINE.
           READ RECEIPT-FILE
               AT END MOVE 1 TO WS-RC-EOF.
       SHOW-RECEIPT-LINE.
           IF RCT-LINE(1:1) = WS-FORM-FEED
               ADD 1 TO WS-BLOCK-ORDINAL
           ELSE IF WS-BLOCK-ORDINAL = WS-KEY-ORDINAL
               DISPLAY "   " RCT-LINE.
           PERFORM READ-RECEIPT-LINE.
       LIST-OPEN-CASES.
           MOVE 0 TO WS-OPEN-LISTED.
           MOVE 0 TO WS-CB-EOF.
           OPEN INPUT DISPUTE-FILE.
           IF WS-CB-FILE-STATUS = "00"
               DISPLAY "CASE    OPENED    TICKET EVNT      AMOUNT"
                   "  REASON ST OPERATOR"
               PERFORM READ-CASE-RECORD
               PERFORM DISPLAY-OPEN-CASE UNTIL WS-CB-EOF = 1
               CLOSE DISPUTE-FILE
               MOVE WS-OPEN-LISTED TO WS-COUNT-DISPLAY
               DISPLAY "OPEN CASES: " WS-COUNT-DISPLAY
           ELSE
               DISPLAY "NO DISPUTE CASES ON FILE".
       DISPLAY-OPEN-CASE.
           IF CB-STATUS = "O" OR CB-STATUS = "E"
               ADD 1 TO WS-OPEN-LISTED
               MOVE CB-AMOUNT TO WS-AMOUNT-DISPLAY
               DISPLAY CB-CASE-NUM "  " CB-OPEN-DATE "  " CB-SEQ-NUM
                   " " CB-EVENT-CODE " " WS-AMOUNT-DISPLAY "  "
                   CB-REASON-CODE " " CB-STATUS "  " CB-OPERATOR-ID.
           PERFORM READ-CASE-RECORD.
       END PROGRAM LAB4-DISPUTE-MAINT.
