      *          processor's morning response file back against the
      *          CARDSETTLE.DAT extract we sent, confirms the trailer
      *          hash total, and reports declines, amount mismatches,
      *          chargebacks and details never acknowledged; each
      *          chargeback opens a dispute case on DISPUTES.DAT linked
      *          to its sale, receipt and selling operator
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               FILE STATUS IS WS-RS-FILE-STATUS.
           SELECT EXCEPTION-REPORT-FILE ASSIGN TO "SETTEXCRPT.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT TICKET-SALES-FILE ASSIGN TO "TICKETSALES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TS-SEQ-NUM
               FILE STATUS IS WS-TS-FILE-STATUS.
           SELECT RECEIPT-KEY-FILE ASSIGN TO "RCPTKEY.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RK-FILE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AL-FILE-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO "DISPUTES.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CB-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SETTLEMENT-FILE.
       FD  EXCEPTION-REPORT-FILE.
       01  RPT-LINE                PIC X(80).

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

       FD  RECEIPT-KEY-FILE.
       01  RK-RECORD.
           05 RK-SEQ-NUM           PIC 9(6).
           05 RK-EVENT-CODE        PIC X(4).
           05 RK-TYPE              PIC A(1).
           05 RK-REF               PIC X(12).
           05 RK-DATE              PIC 9(8).

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

      ******************************************************************
      * One dispute case per chargeback.  The sale and audit details
      * are copied onto the case when it is opened so they are to
      * hand once the day's files have been archived.  The receipt
      * block is not copied: the case keeps its number and print
      * date, dispute maintenance finds the block again through the
      * sale's key, and once the purge archives it the block is
      * evidence only from the ARCHRCT file.  Status O open, E
      * evidence sent, W won, L lost.
      ******************************************************************
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

       WORKING-STORAGE SECTION.
       01 WS-SE-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-RS-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-TS-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-RK-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-AL-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-CB-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-SE-EOF PIC 9(1) VALUE 0.
       01 WS-RS-EOF PIC 9(1) VALUE 0.
       01 WS-TS-EOF PIC 9(1) VALUE 0.
       01 WS-RK-EOF PIC 9(1) VALUE 0.
       01 WS-AL-EOF PIC 9(1) VALUE 0.
       01 WS-CB-EOF PIC 9(1) VALUE 0.
       01 WS-RPT-LINE               PIC X(80).

      ******************************************************************
       01 WS-UNACKED-AMOUNT     PIC 9(9)V99 VALUE 0.
       01 WS-EXCEPTION-COUNT    PIC 9(6) VALUE 0.

       01 WS-CASE-DATE          PIC 9(8) VALUE 0.
       01 WS-HIGH-CASE-NUM      PIC 9(6) VALUE 0.
       01 WS-CASE-ON-FILE       PIC A(1) VALUE "N".
       01 WS-LINK-FOUND         PIC A(1) VALUE "N".
       01 WS-KEY-ORDINAL        PIC 9(6) VALUE 0.
       01 WS-CASE-OPENED-COUNT  PIC 9(6) VALUE 0.
       01 WS-NEW-CASE.
           05 WS-NC-CASE-NUM       PIC 9(6).
           05 WS-NC-OPEN-DATE      PIC 9(8).
           05 WS-NC-SEQ-NUM        PIC 9(6).
           05 WS-NC-EVENT-CODE     PIC X(4).
           05 WS-NC-AMOUNT         PIC 9(7)V99.
           05 WS-NC-REASON-CODE    PIC X(6).
           05 WS-NC-SALE-FOUND     PIC A(1).
           05 WS-NC-SECTION-CODE   PIC X(3).
           05 WS-NC-CATEGORY       PIC A(1).
           05 WS-NC-SALE-PRICE     PIC 9(3)V99.
           05 WS-NC-SALE-TAX       PIC 9(3)V99.
           05 WS-NC-RECEIPT-NUM    PIC 9(6).
           05 WS-NC-RECEIPT-DATE   PIC 9(8).
           05 WS-NC-OPERATOR-ID    PIC X(8).
           05 WS-NC-SALE-DATE      PIC 9(8).
           05 WS-NC-SALE-TIME      PIC 9(8).
           05 WS-NC-WINDOW-FILE    PIC X(30).
           05 WS-NC-STATUS         PIC A(1).
           05 WS-NC-STATUS-DATE    PIC 9(8).
           05 WS-NC-NOTE           PIC X(30).

       01 WS-SEQ-DISPLAY        PIC ZZZZZ9.
       01 WS-COUNT-DISPLAY      PIC ZZZZZ9.
       01 WS-AMOUNT-DISPLAY     PIC $$$,$$$,$$9.99.
               AT END MOVE 1 TO WS-RS-EOF.

       APPLY-RESPONSE-RECORD.
           IF RS-RECORD(1:1) = "H"
               MOVE RS-RECORD TO WS-RESP-HEADER
           ELSE IF RS-RECORD(1:1) = "D"
               MOVE RS-RECORD TO WS-RESP-DETAIL
               ADD 1 TO WS-RESP-DETAIL-COUNT
               ADD RS-D-AMOUNT TO WS-RESP-HASH-TOTAL
                   RS-D-REASON-CODE
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM OPEN-DISPUTE-CASE
           ELSE
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE SPACES TO WS-RPT-LINE
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      * A chargeback opens a dispute case dated from the response
      * header.  The case file is checked first so that re-running
      * the same morning's response does not open the case twice.
      ******************************************************************
       OPEN-DISPUTE-CASE.
           MOVE RS-H-DATE TO WS-CASE-DATE.
           IF WS-CASE-DATE = 0
               ACCEPT WS-CASE-DATE FROM DATE YYYYMMDD.
           PERFORM CHECK-CASE-FILE.
           IF WS-CASE-ON-FILE = "Y"
               MOVE SPACES TO WS-RPT-LINE
               STRING "       DISPUTE CASE ALREADY OPEN FOR TICKET "
                   WS-SEQ-DISPLAY
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE SPACES TO WS-NEW-CASE
               ADD 1 TO WS-HIGH-CASE-NUM
               MOVE WS-HIGH-CASE-NUM TO WS-NC-CASE-NUM
               MOVE WS-CASE-DATE TO WS-NC-OPEN-DATE
               MOVE RS-D-SEQ-NUM TO WS-NC-SEQ-NUM
               MOVE RS-D-EVENT-CODE TO WS-NC-EVENT-CODE
               MOVE RS-D-AMOUNT TO WS-NC-AMOUNT
               MOVE RS-D-REASON-CODE TO WS-NC-REASON-CODE
               MOVE "N" TO WS-NC-SALE-FOUND
               MOVE 0 TO WS-NC-SALE-PRICE
               MOVE 0 TO WS-NC-SALE-TAX
               MOVE 0 TO WS-NC-RECEIPT-NUM
               MOVE 0 TO WS-NC-RECEIPT-DATE
               MOVE 0 TO WS-NC-SALE-DATE
               MOVE 0 TO WS-NC-SALE-TIME
               MOVE "O" TO WS-NC-STATUS
               MOVE WS-CASE-DATE TO WS-NC-STATUS-DATE
               IF RS-D-SEQ-NUM NOT = 0
                   PERFORM LINK-ORIGINAL-SALE
                   PERFORM LINK-SALE-RECEIPT
                   PERFORM LINK-SALE-AUDIT
               END-IF
               PERFORM WRITE-DISPUTE-CASE.

       CHECK-CASE-FILE.
           MOVE "N" TO WS-CASE-ON-FILE.
           MOVE 0 TO WS-HIGH-CASE-NUM.
           MOVE 0 TO WS-CB-EOF.
           OPEN INPUT DISPUTE-FILE.
           IF WS-CB-FILE-STATUS = "00"
               PERFORM READ-DISPUTE-CASE
               PERFORM MATCH-DISPUTE-CASE UNTIL WS-CB-EOF = 1
               CLOSE DISPUTE-FILE.

       READ-DISPUTE-CASE.
           READ DISPUTE-FILE
               AT END MOVE 1 TO WS-CB-EOF.

       MATCH-DISPUTE-CASE.
           IF CB-CASE-NUM > WS-HIGH-CASE-NUM
               MOVE CB-CASE-NUM TO WS-HIGH-CASE-NUM.
           IF CB-OPEN-DATE = WS-CASE-DATE
                   AND CB-SEQ-NUM = RS-D-SEQ-NUM
                   AND CB-EVENT-CODE = RS-D-EVENT-CODE
                   AND CB-AMOUNT = RS-D-AMOUNT
               MOVE "Y" TO WS-CASE-ON-FILE.
           PERFORM READ-DISPUTE-CASE.

       LINK-ORIGINAL-SALE.
           MOVE "N" TO WS-LINK-FOUND.
           MOVE 0 TO WS-TS-EOF.
           OPEN INPUT TICKET-SALES-FILE.
           IF WS-TS-FILE-STATUS = "00"
               PERFORM READ-TICKET-SALE
               PERFORM MATCH-ORIGINAL-SALE
                   UNTIL WS-TS-EOF = 1 OR WS-LINK-FOUND = "Y"
               CLOSE TICKET-SALES-FILE.

       READ-TICKET-SALE.
           READ TICKET-SALES-FILE
               AT END MOVE 1 TO WS-TS-EOF.

       MATCH-ORIGINAL-SALE.
           IF TS-SEQ-NUM = RS-D-SEQ-NUM
                   AND TS-EVENT-CODE = RS-D-EVENT-CODE
                   AND TS-VOID-FLAG NOT = "Y"
               MOVE "Y" TO WS-LINK-FOUND
               MOVE "Y" TO WS-NC-SALE-FOUND
               MOVE TS-SECTION-CODE TO WS-NC-SECTION-CODE
               MOVE TS-CATEGORY TO WS-NC-CATEGORY
               MOVE TS-PRICE TO WS-NC-SALE-PRICE
               MOVE TS-TAX TO WS-NC-SALE-TAX
           ELSE
               PERFORM READ-TICKET-SALE.

      ******************************************************************
      * Key record N on RCPTKEY.DAT describes receipt block N on
      * RECEIPTS.DAT. The key's position and print date go on the
      * case; the position holds only until the next archive purge,
      * so dispute maintenance looks the key up again by ticket,
      * event and print date before showing the block.
      ******************************************************************
       LINK-SALE-RECEIPT.
           MOVE "N" TO WS-LINK-FOUND.
           MOVE 0 TO WS-KEY-ORDINAL.
           MOVE 0 TO WS-RK-EOF.
           OPEN INPUT RECEIPT-KEY-FILE.
           IF WS-RK-FILE-STATUS = "00"
               PERFORM READ-RECEIPT-KEY
               PERFORM MATCH-SALE-RECEIPT
                   UNTIL WS-RK-EOF = 1 OR WS-LINK-FOUND = "Y"
               CLOSE RECEIPT-KEY-FILE.

       READ-RECEIPT-KEY.
           READ RECEIPT-KEY-FILE
               AT END MOVE 1 TO WS-RK-EOF.

       MATCH-SALE-RECEIPT.
           ADD 1 TO WS-KEY-ORDINAL.
           IF RK-SEQ-NUM = RS-D-SEQ-NUM
                   AND RK-EVENT-CODE = RS-D-EVENT-CODE
                   AND RK-TYPE = "S"
               MOVE "Y" TO WS-LINK-FOUND
               MOVE WS-KEY-ORDINAL TO WS-NC-RECEIPT-NUM
               MOVE RK-DATE TO WS-NC-RECEIPT-DATE
           ELSE
               PERFORM READ-RECEIPT-KEY.

       LINK-SALE-AUDIT.
           MOVE "N" TO WS-LINK-FOUND.
           MOVE 0 TO WS-AL-EOF.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WS-AL-FILE-STATUS = "00"
               PERFORM READ-AUDIT-RECORD
               PERFORM MATCH-SALE-AUDIT
                   UNTIL WS-AL-EOF = 1 OR WS-LINK-FOUND = "Y"
               CLOSE AUDIT-LOG-FILE.

       READ-AUDIT-RECORD.
           READ AUDIT-LOG-FILE
               AT END MOVE 1 TO WS-AL-EOF.

       MATCH-SALE-AUDIT.
           IF AL-SEQ-NUM = RS-D-SEQ-NUM
                   AND AL-EVENT-CODE = RS-D-EVENT-CODE
                   AND AL-VOID-FLAG NOT = "Y"
               MOVE "Y" TO WS-LINK-FOUND
               MOVE AL-OPERATOR-ID TO WS-NC-OPERATOR-ID
               MOVE AL-DATE TO WS-NC-SALE-DATE
               MOVE AL-TIME TO WS-NC-SALE-TIME
               MOVE AL-WINDOW-FILE TO WS-NC-WINDOW-FILE
           ELSE
               PERFORM READ-AUDIT-RECORD.

       WRITE-DISPUTE-CASE.
           OPEN EXTEND DISPUTE-FILE.
           IF WS-CB-FILE-STATUS NOT = "00"
               OPEN OUTPUT DISPUTE-FILE.
           MOVE WS-NEW-CASE TO CB-RECORD.
           WRITE CB-RECORD.
           CLOSE DISPUTE-FILE.
           ADD 1 TO WS-CASE-OPENED-COUNT.
           MOVE WS-NC-CASE-NUM TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-NC-SALE-FOUND = "Y"
               STRING "       DISPUTE CASE " WS-COUNT-DISPLAY
                   " OPENED - OPERATOR " WS-NC-OPERATOR-ID
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING "       DISPUTE CASE " WS-COUNT-DISPLAY
                   " OPENED - NO SALE ON TICKETSALES.DAT"
                   DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       CHECK-RESPONSE-TRAILER.
           IF RS-T-COUNT NOT = WS-RESP-DETAIL-COUNT
               ADD 1 TO WS-EXCEPTION-COUNT
               "  " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-CASE-OPENED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "DISPUTE CASES OPENED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF WS-EXCEPTION-COUNT = 0
