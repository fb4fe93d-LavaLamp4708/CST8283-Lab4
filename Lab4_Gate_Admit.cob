      ******************************************************************
      * Author: Peter Stainforth
      * Date: 2026-10-15
      * Purpose: Lab4 gate admission - door staff scan single tickets
      *          by sequence number against TICKETSALES.DAT for the
      *          event being admitted; voided tickets, tickets for
      *          another event, pass admissions and second scans are
      *          turned away, and every scan, good or bad, is logged
      *          on GATELOG.DAT for the attendance report
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB4-GATE-ADMIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TICKET-SALES-FILE ASSIGN TO "TICKETSALES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TS-SEQ-NUM
               FILE STATUS IS WS-TS-FILE-STATUS.
           SELECT GATE-LOG-FILE ASSIGN TO "GATELOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GA-FILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATORS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-FILE-STATUS.
           SELECT EVENT-FILE ASSIGN TO "EVENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-FILE-STATUS.
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

       FD  GATE-LOG-FILE.
       01  GA-RECORD.
           05 GA-DATE              PIC 9(8).
           05 GA-TIME              PIC 9(8).
           05 GA-OPERATOR-ID       PIC X(8).
           05 GA-GATE-ID           PIC X(4).
           05 GA-EVENT-CODE        PIC X(4).
           05 GA-SEQ-NUM           PIC 9(6).
           05 GA-SECTION-CODE      PIC X(3).
           05 GA-CATEGORY          PIC A(1).
           05 GA-RESULT            PIC A(1).

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

       WORKING-STORAGE SECTION.
       01 WS-TS-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-GA-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-OPERATOR-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-EVENT-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-TS-EOF PIC 9(1) VALUE 0.
       01 WS-GA-EOF PIC 9(1) VALUE 0.
       01 WS-OPERATOR-EOF PIC 9(1) VALUE 0.
       01 WS-EVENT-EOF PIC 9(1) VALUE 0.
       01 WS-EOF PIC 9(1) VALUE 0.

       01 WS-OPERATOR-ID    PIC X(8).
       01 WS-ENTERED-PIN    PIC X(4).
       01 WS-SIGNON-VALID   PIC A(1) VALUE "N".
       01 WS-GATE-ID        PIC X(4) VALUE SPACES.
       01 WS-EVENT-CODE     PIC X(4) VALUE SPACES.
       01 WS-EVENT-VALID    PIC A(1) VALUE "N".

       01 WS-SCAN-SEQ       PIC 9(6) VALUE 0.
       01 WS-SALE-FOUND     PIC A(1) VALUE "N".
       01 WS-ALREADY-VOIDED PIC A(1) VALUE "N".
       01 WS-ALREADY-ADMITTED PIC A(1) VALUE "N".
       01 WS-SALE-EVENT-CODE PIC X(4) VALUE SPACES.
       01 WS-SALE-SECTION   PIC X(3) VALUE SPACES.
       01 WS-SALE-CATEGORY  PIC A(1) VALUE SPACE.
       01 WS-SALE-TENDER    PIC A(1) VALUE SPACE.

      ******************************************************************
      * Scan results as logged on GA-RESULT: only A lets the customer
      * in; every other code is a turned-away attempt.
      ******************************************************************
       01 WS-SCAN-RESULT    PIC A(1) VALUE SPACE.
           88 SCAN-ADMITTED      VALUE "A".
           88 SCAN-NOT-ON-FILE   VALUE "N".
           88 SCAN-VOIDED        VALUE "V".
           88 SCAN-WRONG-EVENT   VALUE "E".
           88 SCAN-DUPLICATE     VALUE "D".
           88 SCAN-PASS-TICKET   VALUE "P".

       01 WS-ADMIT-COUNT    PIC 9(5) VALUE 0.
       01 WS-REJECT-COUNT   PIC 9(5) VALUE 0.
       01 WS-COUNT-DISPLAY  PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "GATE ADMISSION - TICKET SCAN".
           PERFORM SIGN-ON-OPERATOR UNTIL WS-SIGNON-VALID = "Y".
           DISPLAY "ENTER GATE ID: " WITH NO ADVANCING.
           ACCEPT WS-GATE-ID.
           PERFORM SELECT-EVENT UNTIL WS-EVENT-VALID = "Y".
           PERFORM PROCESS-TICKET-SCAN UNTIL WS-EOF = 1.
           MOVE WS-ADMIT-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "ADMITTED THIS SESSION: " WS-COUNT-DISPLAY.
           MOVE WS-REJECT-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "REJECTED THIS SESSION: " WS-COUNT-DISPLAY.
           STOP RUN.

      ******************************************************************
      * Any active operator may work a gate; the ID goes on every
      * gate log record so rejected scans can be followed up.
      ******************************************************************
       SIGN-ON-OPERATOR.
           DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT WS-OPERATOR-ID.
           DISPLAY "ENTER PIN: " WITH NO ADVANCING.
           ACCEPT WS-ENTERED-PIN.
           MOVE 0 TO WS-OPERATOR-EOF.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPERATOR-FILE-STATUS NOT = "00"
               DISPLAY "OPERATOR FILE UNAVAILABLE - STATUS: "
                   WS-OPERATOR-FILE-STATUS
               STOP RUN
           END-IF.
           PERFORM READ-OPERATOR-RECORD.
           PERFORM VALIDATE-OPERATOR UNTIL WS-OPERATOR-EOF = 1.
           CLOSE OPERATOR-FILE.
           IF WS-SIGNON-VALID NOT = "Y"
               DISPLAY "INVALID OPERATOR ID OR PIN - TRY AGAIN".

       VALIDATE-OPERATOR.
           IF OP-OPERATOR-ID = WS-OPERATOR-ID
                   AND OP-LOCKED = "Y"
               DISPLAY "OPERATOR ID LOCKED - SEE OPERATOR MAINTENANCE"
           ELSE IF OP-OPERATOR-ID = WS-OPERATOR-ID
                   AND OP-PIN = WS-ENTERED-PIN
                   AND OP-ACTIVE = "Y"
               MOVE "Y" TO WS-SIGNON-VALID
               DISPLAY "SIGNED ON: " OP-NAME.
           PERFORM READ-OPERATOR-RECORD.

       READ-OPERATOR-RECORD.
           READ OPERATOR-FILE
               AT END MOVE 1 TO WS-OPERATOR-EOF.

       SELECT-EVENT.
           DISPLAY "ENTER EVENT CODE BEING ADMITTED: "
               WITH NO ADVANCING.
           ACCEPT WS-EVENT-CODE.
           MOVE 0 TO WS-EVENT-EOF.
           OPEN INPUT EVENT-FILE.
           IF WS-EVENT-FILE-STATUS = "00"
               PERFORM READ-EVENT-RECORD
               PERFORM MATCH-EVENT-RECORD UNTIL WS-EVENT-EOF = 1
               CLOSE EVENT-FILE.
           IF WS-EVENT-VALID NOT = "Y"
               DISPLAY "EVENT NOT ON FILE - TRY AGAIN".

       READ-EVENT-RECORD.
           READ EVENT-FILE
               AT END MOVE 1 TO WS-EVENT-EOF.

       MATCH-EVENT-RECORD.
           IF EV-CODE = WS-EVENT-CODE
               MOVE "Y" TO WS-EVENT-VALID
               DISPLAY "ADMITTING EVENT " EV-CODE " DATE " EV-DATE.
           PERFORM READ-EVENT-RECORD.

       PROCESS-TICKET-SCAN.
           DISPLAY SPACES.
           DISPLAY "SCAN TICKET NUMBER (0 TO EXIT): "
               WITH NO ADVANCING.
           ACCEPT WS-SCAN-SEQ.
           IF WS-SCAN-SEQ = 0
               MOVE 1 TO WS-EOF
           ELSE
               PERFORM LOOK-UP-TICKET
               PERFORM CHECK-PRIOR-ADMISSION
               PERFORM DECIDE-SCAN-RESULT
               PERFORM WRITE-GATE-LOG-RECORD
               PERFORM SHOW-SCAN-RESULT.

      ******************************************************************
      * One pass finds the sale and any void written against it; a
      * scanned void record itself is treated the same as a voided
      * ticket.
      ******************************************************************
       LOOK-UP-TICKET.
           MOVE "N" TO WS-SALE-FOUND.
           MOVE "N" TO WS-ALREADY-VOIDED.
           MOVE SPACES TO WS-SALE-EVENT-CODE.
           MOVE SPACES TO WS-SALE-SECTION.
           MOVE SPACE TO WS-SALE-CATEGORY.
           MOVE SPACE TO WS-SALE-TENDER.
           MOVE 0 TO WS-TS-EOF.
           OPEN INPUT TICKET-SALES-FILE.
           IF WS-TS-FILE-STATUS NOT = "00"
               DISPLAY "TICKET FILE UNAVAILABLE - STATUS: "
                   WS-TS-FILE-STATUS
           ELSE
               PERFORM READ-TICKET-SALE
               PERFORM SCAN-TICKET-RECORD UNTIL WS-TS-EOF = 1
               CLOSE TICKET-SALES-FILE.

       READ-TICKET-SALE.
           READ TICKET-SALES-FILE
               AT END MOVE 1 TO WS-TS-EOF.

       SCAN-TICKET-RECORD.
           IF TS-SEQ-NUM = WS-SCAN-SEQ
               MOVE "Y" TO WS-SALE-FOUND
               MOVE TS-EVENT-CODE TO WS-SALE-EVENT-CODE
               MOVE TS-SECTION-CODE TO WS-SALE-SECTION
               MOVE TS-CATEGORY TO WS-SALE-CATEGORY
               MOVE TS-TENDER TO WS-SALE-TENDER
               IF TS-VOID-FLAG = "Y"
                   MOVE "Y" TO WS-ALREADY-VOIDED
               END-IF.
           IF TS-VOID-FLAG = "Y" AND TS-VOID-ORIG-SEQ = WS-SCAN-SEQ
               MOVE "Y" TO WS-ALREADY-VOIDED.
           PERFORM READ-TICKET-SALE.

      ******************************************************************
      * The gate log is shared by every gate, so a ticket already let
      * in at another door is caught here as a second scan. Only an
      * admission to the same event counts: ticket numbers restart
      * after a full-period archive and the gate log is kept whole.
      ******************************************************************
       CHECK-PRIOR-ADMISSION.
           MOVE "N" TO WS-ALREADY-ADMITTED.
           MOVE 0 TO WS-GA-EOF.
           OPEN INPUT GATE-LOG-FILE.
           IF WS-GA-FILE-STATUS = "00"
               PERFORM READ-GATE-LOG-RECORD
               PERFORM MATCH-GATE-LOG-RECORD UNTIL WS-GA-EOF = 1
               CLOSE GATE-LOG-FILE.

       READ-GATE-LOG-RECORD.
           READ GATE-LOG-FILE
               AT END MOVE 1 TO WS-GA-EOF.

       MATCH-GATE-LOG-RECORD.
           IF GA-SEQ-NUM = WS-SCAN-SEQ AND GA-RESULT = "A"
                   AND GA-EVENT-CODE = WS-EVENT-CODE
               MOVE "Y" TO WS-ALREADY-ADMITTED.
           PERFORM READ-GATE-LOG-RECORD.

      ******************************************************************
      * Pass admissions were already checked in at the pass desk when
      * their zero-price ticket was written, so scanning one again is
      * turned away like any other repeat entry.
      ******************************************************************
       DECIDE-SCAN-RESULT.
           IF WS-SALE-FOUND NOT = "Y"
               MOVE "N" TO WS-SCAN-RESULT
           ELSE IF WS-ALREADY-VOIDED = "Y"
               MOVE "V" TO WS-SCAN-RESULT
           ELSE IF WS-SALE-EVENT-CODE NOT = WS-EVENT-CODE
               MOVE "E" TO WS-SCAN-RESULT
           ELSE IF WS-SALE-TENDER = "P"
               MOVE "P" TO WS-SCAN-RESULT
           ELSE IF WS-ALREADY-ADMITTED = "Y"
               MOVE "D" TO WS-SCAN-RESULT
           ELSE
               MOVE "A" TO WS-SCAN-RESULT.

       WRITE-GATE-LOG-RECORD.
           OPEN EXTEND GATE-LOG-FILE.
           IF WS-GA-FILE-STATUS NOT = "00"
               OPEN OUTPUT GATE-LOG-FILE.
           ACCEPT GA-DATE FROM DATE YYYYMMDD.
           ACCEPT GA-TIME FROM TIME.
           MOVE WS-OPERATOR-ID TO GA-OPERATOR-ID.
           MOVE WS-GATE-ID TO GA-GATE-ID.
           MOVE WS-EVENT-CODE TO GA-EVENT-CODE.
           MOVE WS-SCAN-SEQ TO GA-SEQ-NUM.
           MOVE WS-SALE-SECTION TO GA-SECTION-CODE.
           MOVE WS-SALE-CATEGORY TO GA-CATEGORY.
           MOVE WS-SCAN-RESULT TO GA-RESULT.
           WRITE GA-RECORD.
           CLOSE GATE-LOG-FILE.

       SHOW-SCAN-RESULT.
           IF SCAN-ADMITTED
               ADD 1 TO WS-ADMIT-COUNT
               DISPLAY "ADMIT - SECTION " WS-SALE-SECTION
                   "  CATEGORY " WS-SALE-CATEGORY
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               IF SCAN-NOT-ON-FILE
                   DISPLAY "REJECT - TICKET NOT ON FILE: " WS-SCAN-SEQ
               ELSE IF SCAN-VOIDED
                   DISPLAY "REJECT - TICKET VOIDED: " WS-SCAN-SEQ
               ELSE IF SCAN-WRONG-EVENT
                   DISPLAY "REJECT - TICKET IS FOR EVENT "
                       WS-SALE-EVENT-CODE
               ELSE IF SCAN-PASS-TICKET
                   DISPLAY "REJECT - PASS ADMISSION ALREADY CHECKED IN"
               ELSE
                   DISPLAY "REJECT - TICKET ALREADY ADMITTED: "
                       WS-SCAN-SEQ.
       END PROGRAM LAB4-GATE-ADMIT.
