      ******************************************************************
      * Author: Peter Stainforth
      * Date: 2026-10-15
      * Purpose: Lab4 intraday flash sales inquiry - may be run at any
      *          time while windows are open; reads every window file
      *          on WINDOWLIST.DAT and shows tickets sold and dollars
      *          so far by event, section and tender, the seats left
      *          in each section and in the venue after seats sold and
      *          seats held for group bookings, and each window's
      *          last activity, flagging a signed-on window that has
      *          been quiet for longer than the period given; reads
      *          only, and leaves the checkpoint, day-close and
      *          consolidation files alone
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB4-FLASH-INQUIRY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WINDOW-LIST-FILE ASSIGN TO "WINDOWLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-FILE-STATUS.
           SELECT TICKET-SALES-FILE ASSIGN TO DYNAMIC WS-WINDOW-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TS-SEQ-NUM
               FILE STATUS IS WS-WINDOW-FILE-STATUS.
           SELECT EVENT-FILE ASSIGN TO "EVENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-FILE-STATUS.
           SELECT SECTION-FILE ASSIGN TO "SECTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECTION-FILE-STATUS.
           SELECT RESERVATION-FILE ASSIGN TO "RESERVATIONS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RES-FILE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AL-FILE-STATUS.
           SELECT SIGNON-LOG-FILE ASSIGN TO "SIGNONLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SL-FILE-STATUS.
           SELECT FLASH-REPORT-FILE ASSIGN TO "FLASHRPT.DAT"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  WINDOW-LIST-FILE.
       01  WL-FILENAME              PIC X(30).

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

       FD  SIGNON-LOG-FILE.
       01  SL-RECORD.
           05 SL-DATE              PIC 9(8).
           05 SL-TIME              PIC 9(8).
           05 SL-OPERATOR-ID       PIC X(8).
           05 SL-WINDOW-FILE       PIC X(30).
           05 SL-RESULT            PIC A(1).

       FD  FLASH-REPORT-FILE.
       01  RPT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-LIST-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-WINDOW-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-EVENT-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-SECTION-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-RES-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-AL-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-SL-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-LIST-EOF    PIC 9(1) VALUE 0.
       01 WS-WINDOW-EOF  PIC 9(1) VALUE 0.
       01 WS-EVENT-EOF   PIC 9(1) VALUE 0.
       01 WS-SECTION-EOF PIC 9(1) VALUE 0.
       01 WS-RES-EOF     PIC 9(1) VALUE 0.
       01 WS-AL-EOF      PIC 9(1) VALUE 0.
       01 WS-SL-EOF      PIC 9(1) VALUE 0.
       01 WS-WINDOW-FILENAME PIC X(30).
       01 WS-RPT-LINE               PIC X(80).

       01 WS-REQUESTED-EVENT        PIC X(4) VALUE SPACES.
       01 WS-IDLE-MINUTES           PIC 9(3) VALUE 0.
       01 WS-RUN-DATE               PIC 9(8) VALUE 0.
       01 WS-RUN-TIME               PIC 9(8) VALUE 0.
       01 WS-RUN-MINUTE             PIC 9(4) VALUE 0.
       01 WS-TIME-HOURS             PIC 9(2) VALUE 0.
       01 WS-TIME-MINUTES           PIC 9(2) VALUE 0.
       01 WS-TIME-WORK              PIC 9(8) VALUE 0.
       01 WS-TIME-MINUTE            PIC 9(4) VALUE 0.
       01 WS-QUIET-MINUTES          PIC 9(4) VALUE 0.
       01 WS-FLAG-COUNT             PIC 9(3) VALUE 0.
       01 WS-TABLE-FULL-COUNT       PIC 9(5) VALUE 0.

      ******************************************************************
      * Windows as listed, one entry per window file, with its sales
      * so far and what the logs show of it today.
      ******************************************************************
       01 WS-WINDOW-COUNT PIC 9(2) VALUE 0.
       01 WS-WINDOW-TABLE.
           05 WS-WINDOW-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-WINDOW-IDX.
               10 WS-WINDOW-NAME        PIC X(30).
               10 WS-WINDOW-READ        PIC A(1).
               10 WS-WINDOW-TICKETS     PIC S9(5).
               10 WS-WINDOW-AMOUNT      PIC S9(7)V99.
               10 WS-WINDOW-LAST-TIME   PIC 9(8).
               10 WS-WINDOW-SIGNON      PIC A(1).
               10 WS-WINDOW-SIGNON-TIME PIC 9(8).
               10 WS-WINDOW-OPERATOR    PIC X(8).
       01 WS-WINDOW-FOUND PIC A(1) VALUE "N".
       01 WS-FIND-WINDOW            PIC X(30) VALUE SPACES.

       01 WS-EVENT-MASTER-COUNT PIC 9(3) VALUE 0.
       01 WS-EVENT-MASTER-TABLE.
           05 WS-EM-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-EM-IDX.
               10 WS-EM-CODE            PIC X(4).
               10 WS-EM-DATE            PIC 9(8).
               10 WS-EM-CAPACITY        PIC 9(5).
       01 WS-EM-FOUND PIC A(1) VALUE "N".

       01 WS-SECTION-MASTER-COUNT PIC 9(2) VALUE 0.
       01 WS-SECTION-MASTER-TABLE.
           05 WS-SM-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-SM-IDX.
               10 WS-SM-CODE            PIC X(3).
               10 WS-SM-DESC            PIC X(20).
               10 WS-SM-CAPACITY        PIC 9(5).

      ******************************************************************
      * Events with sales or holds, and their totals so far.  Tender
      * amounts include tax; a gift-tendered ticket's remainder goes
      * to the cash or card leg that took it, as in consolidation.
      ******************************************************************
       01 WS-EVENT-COUNT PIC 9(2) VALUE 0.
       01 WS-EVENT-TABLE.
           05 WS-EVENT-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-EVENT-IDX.
               10 WS-EVENT-CODE         PIC X(4).
               10 WS-EVENT-SOLD         PIC S9(5).
               10 WS-EVENT-AMOUNT       PIC S9(7)V99.
               10 WS-EVENT-TAX          PIC S9(7)V99.
               10 WS-EVENT-HELD         PIC 9(5).
               10 WS-EVENT-CASH         PIC S9(7)V99.
               10 WS-EVENT-CARD         PIC S9(7)V99.
               10 WS-EVENT-GIFT         PIC S9(7)V99.
               10 WS-EVENT-POINTS       PIC S9(7)V99.
               10 WS-EVENT-CASH-COUNT   PIC S9(5).
               10 WS-EVENT-CARD-COUNT   PIC S9(5).
               10 WS-EVENT-GIFT-COUNT   PIC S9(5).
               10 WS-EVENT-POINTS-COUNT PIC S9(5).
               10 WS-EVENT-PASS-COUNT   PIC S9(5).
               10 WS-EVENT-COMP-COUNT   PIC S9(5).
       01 WS-EVENT-FOUND PIC A(1) VALUE "N".
       01 WS-FIND-EVENT             PIC X(4) VALUE SPACES.

       01 WS-SEAT-COUNT PIC 9(3) VALUE 0.
       01 WS-SEAT-TABLE.
           05 WS-SEAT-ENTRY OCCURS 400 TIMES
                   INDEXED BY WS-SEAT-IDX.
               10 WS-SEAT-EVENT         PIC X(4).
               10 WS-SEAT-SECTION       PIC X(3).
               10 WS-SEAT-SOLD          PIC S9(5).
               10 WS-SEAT-AMOUNT        PIC S9(7)V99.
               10 WS-SEAT-HELD          PIC 9(5).
       01 WS-SEAT-FOUND PIC A(1) VALUE "N".
       01 WS-FIND-SECTION           PIC X(3) VALUE SPACES.

       01 WS-COUNT-DELTA            PIC S9(5) VALUE 0.
       01 WS-AMOUNT-DELTA           PIC S9(5)V99 VALUE 0.
       01 WS-TAX-DELTA              PIC S9(5)V99 VALUE 0.
       01 WS-REM-PART               PIC S9(5)V99 VALUE 0.
       01 WS-RES-SEAT-TOTAL         PIC 9(5) VALUE 0.
       01 WS-EVENT-CAPACITY         PIC 9(5) VALUE 0.
       01 WS-SEATS-LEFT             PIC S9(5) VALUE 0.
       01 WS-HOUSE-TICKETS          PIC S9(5) VALUE 0.
       01 WS-HOUSE-AMOUNT           PIC S9(7)V99 VALUE 0.

       01 WS-LINE-LABEL             PIC X(24) VALUE SPACES.
       01 WS-LINE-COUNT             PIC S9(5) VALUE 0.
       01 WS-LINE-AMOUNT            PIC S9(7)V99 VALUE 0.
       01 WS-COUNT-DISPLAY          PIC ZZZZ9-.
       01 WS-AMOUNT-DISPLAY         PIC $$,$$$,$$9.99-.
       01 WS-MINUTES-DISPLAY        PIC ZZZ9.
       01 WS-CLOCK-TEXT.
           05 WS-CLOCK-HH           PIC 9(2).
           05 FILLER                PIC X VALUE ":".
           05 WS-CLOCK-MM           PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "ENTER EVENT CODE (BLANK OR ALL FOR EVERY EVENT): "
               WITH NO ADVANCING.
           ACCEPT WS-REQUESTED-EVENT.
           DISPLAY "ENTER QUIET WINDOW LIMIT IN MINUTES (0 FOR 15): "
               WITH NO ADVANCING.
           ACCEPT WS-IDLE-MINUTES.
           IF WS-IDLE-MINUTES = 0
               MOVE 15 TO WS-IDLE-MINUTES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-TIME TO WS-TIME-WORK.
           PERFORM COMPUTE-TIME-MINUTE.
           MOVE WS-TIME-MINUTE TO WS-RUN-MINUTE.
           OPEN OUTPUT FLASH-REPORT-FILE.
           PERFORM LOAD-WINDOW-LIST.
           PERFORM LOAD-EVENT-MASTER.
           PERFORM LOAD-SECTION-MASTER.
           IF WS-REQUESTED-EVENT NOT = SPACES
                   AND WS-REQUESTED-EVENT NOT = "ALL"
               MOVE WS-REQUESTED-EVENT TO WS-FIND-EVENT
               PERFORM FIND-EVENT-ENTRY.
           PERFORM TALLY-WINDOW-FILE
               VARYING WS-WINDOW-IDX FROM 1 BY 1
               UNTIL WS-WINDOW-IDX > WS-WINDOW-COUNT.
           PERFORM COUNT-SEATS-HELD.
           PERFORM NOTE-WINDOW-ACTIVITY.
           PERFORM NOTE-WINDOW-SIGNONS.
           PERFORM PRINT-FLASH-HEADING.
           PERFORM PRINT-WINDOW-STATUS.
           PERFORM PRINT-EVENT-FLASH
               VARYING WS-EVENT-IDX FROM 1 BY 1
               UNTIL WS-EVENT-IDX > WS-EVENT-COUNT.
           PERFORM PRINT-FLASH-FOOTING.
           CLOSE FLASH-REPORT-FILE.
           STOP RUN.

      ******************************************************************
      * A window file listed twice is read once.
      ******************************************************************
       LOAD-WINDOW-LIST.
           OPEN INPUT WINDOW-LIST-FILE.
           IF WS-LIST-FILE-STATUS = "00"
               PERFORM READ-WINDOW-LIST-ENTRY
               PERFORM ADD-WINDOW-LIST-ENTRY UNTIL WS-LIST-EOF = 1
               CLOSE WINDOW-LIST-FILE
           ELSE
               DISPLAY "WARNING - COULD NOT OPEN WINDOWLIST.DAT: "
                   WS-LIST-FILE-STATUS.

       READ-WINDOW-LIST-ENTRY.
           READ WINDOW-LIST-FILE
               AT END MOVE 1 TO WS-LIST-EOF.

       ADD-WINDOW-LIST-ENTRY.
           IF WL-FILENAME NOT = SPACES
               MOVE WL-FILENAME TO WS-FIND-WINDOW
               PERFORM FIND-WINDOW-ENTRY
               IF WS-WINDOW-FOUND = "N" AND WS-WINDOW-COUNT < 20
                   ADD 1 TO WS-WINDOW-COUNT
                   SET WS-WINDOW-IDX TO WS-WINDOW-COUNT
                   MOVE WL-FILENAME TO WS-WINDOW-NAME(WS-WINDOW-IDX)
                   MOVE "N" TO WS-WINDOW-READ(WS-WINDOW-IDX)
                   MOVE 0 TO WS-WINDOW-TICKETS(WS-WINDOW-IDX)
                   MOVE 0 TO WS-WINDOW-AMOUNT(WS-WINDOW-IDX)
                   MOVE 0 TO WS-WINDOW-LAST-TIME(WS-WINDOW-IDX)
                   MOVE SPACE TO WS-WINDOW-SIGNON(WS-WINDOW-IDX)
                   MOVE 0 TO WS-WINDOW-SIGNON-TIME(WS-WINDOW-IDX)
                   MOVE SPACES TO WS-WINDOW-OPERATOR(WS-WINDOW-IDX)
               END-IF
           END-IF.
           PERFORM READ-WINDOW-LIST-ENTRY.

       FIND-WINDOW-ENTRY.
           MOVE "N" TO WS-WINDOW-FOUND.
           PERFORM MATCH-WINDOW-ENTRY
               VARYING WS-WINDOW-IDX FROM 1 BY 1
               UNTIL WS-WINDOW-IDX > WS-WINDOW-COUNT
                   OR WS-WINDOW-FOUND = "Y".
           IF WS-WINDOW-FOUND = "Y"
               SET WS-WINDOW-IDX DOWN BY 1.

       MATCH-WINDOW-ENTRY.
           IF WS-WINDOW-NAME(WS-WINDOW-IDX) = WS-FIND-WINDOW
               MOVE "Y" TO WS-WINDOW-FOUND.

       LOAD-EVENT-MASTER.
           MOVE 0 TO WS-EVENT-EOF.
           OPEN INPUT EVENT-FILE.
           IF WS-EVENT-FILE-STATUS = "00"
               PERFORM READ-EVENT-RECORD
               PERFORM ADD-EVENT-MASTER-ENTRY UNTIL WS-EVENT-EOF = 1
               CLOSE EVENT-FILE.

       READ-EVENT-RECORD.
           READ EVENT-FILE
               AT END MOVE 1 TO WS-EVENT-EOF.

       ADD-EVENT-MASTER-ENTRY.
           IF WS-EVENT-MASTER-COUNT < 200
               ADD 1 TO WS-EVENT-MASTER-COUNT
               SET WS-EM-IDX TO WS-EVENT-MASTER-COUNT
               MOVE EV-CODE TO WS-EM-CODE(WS-EM-IDX)
               MOVE EV-DATE TO WS-EM-DATE(WS-EM-IDX)
               MOVE EV-CAPACITY TO WS-EM-CAPACITY(WS-EM-IDX).
           PERFORM READ-EVENT-RECORD.

       LOAD-SECTION-MASTER.
           MOVE 0 TO WS-SECTION-EOF.
           OPEN INPUT SECTION-FILE.
           IF WS-SECTION-FILE-STATUS = "00"
               PERFORM READ-SECTION-RECORD
               PERFORM ADD-SECTION-MASTER-ENTRY
                   UNTIL WS-SECTION-EOF = 1
               CLOSE SECTION-FILE.

       READ-SECTION-RECORD.
           READ SECTION-FILE
               AT END MOVE 1 TO WS-SECTION-EOF.

       ADD-SECTION-MASTER-ENTRY.
           IF WS-SECTION-MASTER-COUNT < 20
               ADD 1 TO WS-SECTION-MASTER-COUNT
               SET WS-SM-IDX TO WS-SECTION-MASTER-COUNT
               MOVE SEC-CODE TO WS-SM-CODE(WS-SM-IDX)
               MOVE SEC-DESC TO WS-SM-DESC(WS-SM-IDX)
               MOVE SEC-CAPACITY TO WS-SM-CAPACITY(WS-SM-IDX).
           PERFORM READ-SECTION-RECORD.

      ******************************************************************
      * Each window file is opened for input only and read end to
      * end, exactly as consolidation does; a file in use at a window
      * still reads to its last written record.
      ******************************************************************
       TALLY-WINDOW-FILE.
           MOVE WS-WINDOW-NAME(WS-WINDOW-IDX) TO WS-WINDOW-FILENAME.
           MOVE 0 TO WS-WINDOW-EOF.
           OPEN INPUT TICKET-SALES-FILE.
           IF WS-WINDOW-FILE-STATUS = "00"
               MOVE "Y" TO WS-WINDOW-READ(WS-WINDOW-IDX)
               PERFORM READ-TICKET-SALE
               PERFORM TALLY-TICKET-SALE UNTIL WS-WINDOW-EOF = 1
               CLOSE TICKET-SALES-FILE
           ELSE
               DISPLAY "WARNING - COULD NOT OPEN WINDOW FILE: "
                   WS-WINDOW-FILENAME.

       READ-TICKET-SALE.
           READ TICKET-SALES-FILE
               AT END MOVE 1 TO WS-WINDOW-EOF.

       TALLY-TICKET-SALE.
           IF WS-REQUESTED-EVENT = SPACES
                   OR WS-REQUESTED-EVENT = "ALL"
                   OR TS-EVENT-CODE = WS-REQUESTED-EVENT
               PERFORM TALLY-MATCHING-SALE.
           PERFORM READ-TICKET-SALE.

       TALLY-MATCHING-SALE.
           IF TS-VOID-FLAG = "Y"
               MOVE -1 TO WS-COUNT-DELTA
               COMPUTE WS-AMOUNT-DELTA = 0 - TS-PRICE
               COMPUTE WS-TAX-DELTA = 0 - TS-TAX
           ELSE
               MOVE 1 TO WS-COUNT-DELTA
               MOVE TS-PRICE TO WS-AMOUNT-DELTA
               MOVE TS-TAX TO WS-TAX-DELTA.
           ADD WS-COUNT-DELTA TO WS-WINDOW-TICKETS(WS-WINDOW-IDX).
           ADD WS-AMOUNT-DELTA TO WS-WINDOW-AMOUNT(WS-WINDOW-IDX).
           MOVE TS-EVENT-CODE TO WS-FIND-EVENT.
           PERFORM FIND-EVENT-ENTRY.
           IF WS-EVENT-FOUND = "Y"
               ADD WS-COUNT-DELTA TO WS-EVENT-SOLD(WS-EVENT-IDX)
               ADD WS-AMOUNT-DELTA TO WS-EVENT-AMOUNT(WS-EVENT-IDX)
               ADD WS-TAX-DELTA TO WS-EVENT-TAX(WS-EVENT-IDX)
               PERFORM TALLY-TENDER
               MOVE TS-SECTION-CODE TO WS-FIND-SECTION
               PERFORM FIND-SEAT-ENTRY
               IF WS-SEAT-FOUND = "Y"
                   ADD WS-COUNT-DELTA TO WS-SEAT-SOLD(WS-SEAT-IDX)
                   ADD WS-AMOUNT-DELTA TO WS-SEAT-AMOUNT(WS-SEAT-IDX).

       TALLY-TENDER.
           IF TS-TENDER = "1"
               ADD WS-COUNT-DELTA TO WS-EVENT-CASH-COUNT(WS-EVENT-IDX)
               ADD WS-AMOUNT-DELTA WS-TAX-DELTA TO
                   WS-EVENT-CASH(WS-EVENT-IDX)
           ELSE IF TS-TENDER = "2"
               ADD WS-COUNT-DELTA TO WS-EVENT-CARD-COUNT(WS-EVENT-IDX)
               ADD WS-AMOUNT-DELTA WS-TAX-DELTA TO
                   WS-EVENT-CARD(WS-EVENT-IDX)
           ELSE IF TS-TENDER = "3"
               ADD WS-COUNT-DELTA TO WS-EVENT-GIFT-COUNT(WS-EVENT-IDX)
               PERFORM TALLY-GIFT-TENDER
           ELSE IF TS-TENDER = "4"
               ADD WS-COUNT-DELTA TO
                   WS-EVENT-POINTS-COUNT(WS-EVENT-IDX)
               ADD WS-AMOUNT-DELTA WS-TAX-DELTA TO
                   WS-EVENT-POINTS(WS-EVENT-IDX)
           ELSE IF TS-TENDER = "P"
               ADD WS-COUNT-DELTA TO WS-EVENT-PASS-COUNT(WS-EVENT-IDX)
           ELSE IF TS-TENDER = "K"
               ADD WS-COUNT-DELTA TO
                   WS-EVENT-COMP-COUNT(WS-EVENT-IDX).

       TALLY-GIFT-TENDER.
           COMPUTE WS-REM-PART =
               TS-PRICE + TS-TAX - TS-GIFT-APPLIED.
           IF TS-VOID-FLAG = "Y"
               SUBTRACT TS-GIFT-APPLIED FROM
                   WS-EVENT-GIFT(WS-EVENT-IDX)
               COMPUTE WS-REM-PART = 0 - WS-REM-PART
           ELSE
               ADD TS-GIFT-APPLIED TO WS-EVENT-GIFT(WS-EVENT-IDX).
           IF WS-REM-PART NOT = 0
               IF TS-SPLIT-TENDER = "1"
                   ADD WS-REM-PART TO WS-EVENT-CASH(WS-EVENT-IDX)
               ELSE
                   ADD WS-REM-PART TO WS-EVENT-CARD(WS-EVENT-IDX).

       FIND-EVENT-ENTRY.
           MOVE "N" TO WS-EVENT-FOUND.
           PERFORM MATCH-EVENT-ENTRY
               VARYING WS-EVENT-IDX FROM 1 BY 1
               UNTIL WS-EVENT-IDX > WS-EVENT-COUNT
                   OR WS-EVENT-FOUND = "Y".
           IF WS-EVENT-FOUND = "Y"
               SET WS-EVENT-IDX DOWN BY 1
           ELSE IF WS-EVENT-COUNT < 20
               ADD 1 TO WS-EVENT-COUNT
               SET WS-EVENT-IDX TO WS-EVENT-COUNT
               INITIALIZE WS-EVENT-ENTRY(WS-EVENT-IDX)
               MOVE WS-FIND-EVENT TO WS-EVENT-CODE(WS-EVENT-IDX)
               MOVE "Y" TO WS-EVENT-FOUND
           ELSE
               ADD 1 TO WS-TABLE-FULL-COUNT.

       MATCH-EVENT-ENTRY.
           IF WS-EVENT-CODE(WS-EVENT-IDX) = WS-FIND-EVENT
               MOVE "Y" TO WS-EVENT-FOUND.

       FIND-SEAT-ENTRY.
           MOVE "N" TO WS-SEAT-FOUND.
           PERFORM MATCH-SEAT-ENTRY
               VARYING WS-SEAT-IDX FROM 1 BY 1
               UNTIL WS-SEAT-IDX > WS-SEAT-COUNT
                   OR WS-SEAT-FOUND = "Y".
           IF WS-SEAT-FOUND = "Y"
               SET WS-SEAT-IDX DOWN BY 1
           ELSE IF WS-SEAT-COUNT < 400
               ADD 1 TO WS-SEAT-COUNT
               SET WS-SEAT-IDX TO WS-SEAT-COUNT
               MOVE WS-FIND-EVENT TO WS-SEAT-EVENT(WS-SEAT-IDX)
               MOVE WS-FIND-SECTION TO WS-SEAT-SECTION(WS-SEAT-IDX)
               MOVE 0 TO WS-SEAT-SOLD(WS-SEAT-IDX)
               MOVE 0 TO WS-SEAT-AMOUNT(WS-SEAT-IDX)
               MOVE 0 TO WS-SEAT-HELD(WS-SEAT-IDX)
               MOVE "Y" TO WS-SEAT-FOUND
           ELSE
               ADD 1 TO WS-TABLE-FULL-COUNT.

       MATCH-SEAT-ENTRY.
           IF WS-SEAT-EVENT(WS-SEAT-IDX) = WS-FIND-EVENT
                   AND WS-SEAT-SECTION(WS-SEAT-IDX) = WS-FIND-SECTION
               MOVE "Y" TO WS-SEAT-FOUND.

      ******************************************************************
      * Seats on an active group booking are held against capacity
      * until the booking is redeemed, expired or cancelled - the same
      * hold the window and the order import apply.
      ******************************************************************
       COUNT-SEATS-HELD.
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
                   AND (WS-REQUESTED-EVENT = SPACES
                       OR WS-REQUESTED-EVENT = "ALL"
                       OR RV-EVENT-CODE = WS-REQUESTED-EVENT)
               MOVE RV-EVENT-CODE TO WS-FIND-EVENT
               PERFORM FIND-EVENT-ENTRY
               IF WS-EVENT-FOUND = "Y"
                   COMPUTE WS-RES-SEAT-TOTAL = RV-FAMILY-QTY
                       + RV-ADULT-QTY + RV-STUDENT-QTY + RV-YOUTH-QTY
                       + RV-CHILD-QTY + RV-MILITARY-QTY
                   ADD WS-RES-SEAT-TOTAL TO
                       WS-EVENT-HELD(WS-EVENT-IDX)
                   MOVE RV-SECTION-CODE TO WS-FIND-SECTION
                   PERFORM FIND-SEAT-ENTRY
                   IF WS-SEAT-FOUND = "Y"
                       ADD WS-RES-SEAT-TOTAL TO
                           WS-SEAT-HELD(WS-SEAT-IDX).
           PERFORM READ-RESERVATION-RECORD.

      ******************************************************************
      * Today's last audit record per window gives its last sale or
      * void; the last sign-on or sign-off today says whether it is
      * still staffed and by whom.
      ******************************************************************
       NOTE-WINDOW-ACTIVITY.
           MOVE 0 TO WS-AL-EOF.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WS-AL-FILE-STATUS = "00"
               PERFORM READ-AUDIT-RECORD
               PERFORM NOTE-AUDIT-RECORD UNTIL WS-AL-EOF = 1
               CLOSE AUDIT-LOG-FILE.

       READ-AUDIT-RECORD.
           READ AUDIT-LOG-FILE
               AT END MOVE 1 TO WS-AL-EOF.

       NOTE-AUDIT-RECORD.
           IF AL-DATE = WS-RUN-DATE
               MOVE AL-WINDOW-FILE TO WS-FIND-WINDOW
               PERFORM FIND-WINDOW-ENTRY
               IF WS-WINDOW-FOUND = "Y"
                   IF AL-TIME > WS-WINDOW-LAST-TIME(WS-WINDOW-IDX)
                       MOVE AL-TIME TO
                           WS-WINDOW-LAST-TIME(WS-WINDOW-IDX).
           PERFORM READ-AUDIT-RECORD.

       NOTE-WINDOW-SIGNONS.
           MOVE 0 TO WS-SL-EOF.
           OPEN INPUT SIGNON-LOG-FILE.
           IF WS-SL-FILE-STATUS = "00"
               PERFORM READ-SIGNON-RECORD
               PERFORM NOTE-SIGNON-RECORD UNTIL WS-SL-EOF = 1
               CLOSE SIGNON-LOG-FILE.

       READ-SIGNON-RECORD.
           READ SIGNON-LOG-FILE
               AT END MOVE 1 TO WS-SL-EOF.

       NOTE-SIGNON-RECORD.
           IF SL-DATE = WS-RUN-DATE
                   AND (SL-RESULT = "S" OR SL-RESULT = "O")
               MOVE SL-WINDOW-FILE TO WS-FIND-WINDOW
               PERFORM FIND-WINDOW-ENTRY
               IF WS-WINDOW-FOUND = "Y"
                   MOVE SL-RESULT TO WS-WINDOW-SIGNON(WS-WINDOW-IDX)
                   MOVE SL-TIME TO
                       WS-WINDOW-SIGNON-TIME(WS-WINDOW-IDX)
                   MOVE SL-OPERATOR-ID TO
                       WS-WINDOW-OPERATOR(WS-WINDOW-IDX).
           PERFORM READ-SIGNON-RECORD.

       COMPUTE-TIME-MINUTE.
           DIVIDE WS-TIME-WORK BY 1000000 GIVING WS-TIME-HOURS
               REMAINDER WS-TIME-WORK.
           DIVIDE WS-TIME-WORK BY 10000 GIVING WS-TIME-MINUTES.
           COMPUTE WS-TIME-MINUTE =
               WS-TIME-HOURS * 60 + WS-TIME-MINUTES.

       PRINT-FLASH-HEADING.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-RUN-TIME TO WS-TIME-WORK.
           PERFORM SET-CLOCK-TEXT.
           STRING "FLASH SALES - ALL LISTED WINDOWS   AS OF "
               WS-RUN-DATE " " WS-CLOCK-TEXT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "UNAUDITED - WINDOWS STILL OPEN" TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       SET-CLOCK-TEXT.
           DIVIDE WS-TIME-WORK BY 1000000 GIVING WS-CLOCK-HH
               REMAINDER WS-TIME-WORK.
           DIVIDE WS-TIME-WORK BY 10000 GIVING WS-CLOCK-MM.

      ******************************************************************
      * A window still signed on whose last sale, void or sign-on is
      * older than the limit is flagged as quiet.
      ******************************************************************
       PRINT-WINDOW-STATUS.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE "WINDOW" TO WS-RPT-LINE(1:6).
           MOVE "TICKETS" TO WS-RPT-LINE(24:7).
           MOVE "NET SALES" TO WS-RPT-LINE(36:9).
           MOVE "LAST" TO WS-RPT-LINE(47:4).
           MOVE "STATUS" TO WS-RPT-LINE(54:6).
           PERFORM WRITE-REPORT-LINE.
           PERFORM PRINT-WINDOW-LINE
               VARYING WS-WINDOW-IDX FROM 1 BY 1
               UNTIL WS-WINDOW-IDX > WS-WINDOW-COUNT.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE "ALL WINDOWS" TO WS-RPT-LINE(1:24).
           MOVE WS-HOUSE-TICKETS TO WS-COUNT-DISPLAY.
           MOVE WS-COUNT-DISPLAY TO WS-RPT-LINE(25:6).
           MOVE WS-HOUSE-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE WS-AMOUNT-DISPLAY TO WS-RPT-LINE(32:14).
           PERFORM WRITE-REPORT-LINE.

       PRINT-WINDOW-LINE.
           ADD WS-WINDOW-TICKETS(WS-WINDOW-IDX) TO WS-HOUSE-TICKETS.
           ADD WS-WINDOW-AMOUNT(WS-WINDOW-IDX) TO WS-HOUSE-AMOUNT.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-WINDOW-NAME(WS-WINDOW-IDX) TO WS-RPT-LINE(1:23).
           MOVE WS-WINDOW-TICKETS(WS-WINDOW-IDX) TO WS-COUNT-DISPLAY.
           MOVE WS-COUNT-DISPLAY TO WS-RPT-LINE(25:6).
           MOVE WS-WINDOW-AMOUNT(WS-WINDOW-IDX) TO WS-AMOUNT-DISPLAY.
           MOVE WS-AMOUNT-DISPLAY TO WS-RPT-LINE(32:14).
           IF WS-WINDOW-SIGNON-TIME(WS-WINDOW-IDX) >
                   WS-WINDOW-LAST-TIME(WS-WINDOW-IDX)
                   AND WS-WINDOW-SIGNON(WS-WINDOW-IDX) = "S"
               MOVE WS-WINDOW-SIGNON-TIME(WS-WINDOW-IDX) TO
                   WS-WINDOW-LAST-TIME(WS-WINDOW-IDX).
           IF WS-WINDOW-LAST-TIME(WS-WINDOW-IDX) = 0
               MOVE "--:--" TO WS-RPT-LINE(47:5)
           ELSE
               MOVE WS-WINDOW-LAST-TIME(WS-WINDOW-IDX) TO
                   WS-TIME-WORK
               PERFORM SET-CLOCK-TEXT
               MOVE WS-CLOCK-TEXT TO WS-RPT-LINE(47:5).
           IF WS-WINDOW-READ(WS-WINDOW-IDX) = "N"
               MOVE "** FILE NOT AVAILABLE **" TO WS-RPT-LINE(54:27)
               ADD 1 TO WS-FLAG-COUNT
           ELSE IF WS-WINDOW-SIGNON(WS-WINDOW-IDX) = "O"
               MOVE WS-WINDOW-SIGNON-TIME(WS-WINDOW-IDX) TO
                   WS-TIME-WORK
               PERFORM SET-CLOCK-TEXT
               STRING "SIGNED OFF " WS-CLOCK-TEXT
                   DELIMITED BY SIZE INTO WS-RPT-LINE(54:27)
           ELSE IF WS-WINDOW-SIGNON(WS-WINDOW-IDX) NOT = "S"
               MOVE "NOT SIGNED ON TODAY" TO WS-RPT-LINE(54:27)
           ELSE
               PERFORM CHECK-WINDOW-QUIET.
           PERFORM WRITE-REPORT-LINE.

       CHECK-WINDOW-QUIET.
           MOVE WS-WINDOW-LAST-TIME(WS-WINDOW-IDX) TO WS-TIME-WORK.
           PERFORM COMPUTE-TIME-MINUTE.
           MOVE 0 TO WS-QUIET-MINUTES.
           IF WS-RUN-MINUTE > WS-TIME-MINUTE
               COMPUTE WS-QUIET-MINUTES =
                   WS-RUN-MINUTE - WS-TIME-MINUTE.
           IF WS-QUIET-MINUTES NOT < WS-IDLE-MINUTES
               MOVE WS-QUIET-MINUTES TO WS-MINUTES-DISPLAY
               STRING "** QUIET " WS-MINUTES-DISPLAY " MIN **"
                   DELIMITED BY SIZE INTO WS-RPT-LINE(54:27)
               ADD 1 TO WS-FLAG-COUNT
           ELSE
               STRING "SIGNED ON " WS-WINDOW-OPERATOR(WS-WINDOW-IDX)
                   DELIMITED BY SIZE INTO WS-RPT-LINE(54:27).

       PRINT-EVENT-FLASH.
           MOVE "N" TO WS-EM-FOUND.
           MOVE 0 TO WS-EVENT-CAPACITY.
           PERFORM MATCH-EVENT-MASTER
               VARYING WS-EM-IDX FROM 1 BY 1
               UNTIL WS-EM-IDX > WS-EVENT-MASTER-COUNT
                   OR WS-EM-FOUND = "Y".
           IF WS-EVENT-CAPACITY = 0
               MOVE 500 TO WS-EVENT-CAPACITY.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-EM-FOUND = "Y"
               SET WS-EM-IDX DOWN BY 1
               STRING "EVENT: " WS-EVENT-CODE(WS-EVENT-IDX)
                   "   DATE: " WS-EM-DATE(WS-EM-IDX)
                   "   VENUE CAPACITY: " WS-EVENT-CAPACITY
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING "EVENT: " WS-EVENT-CODE(WS-EVENT-IDX)
                   "   ** NOT ON EVENT MASTER **"
                   DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE "SECTION" TO WS-RPT-LINE(1:7).
           MOVE "SOLD" TO WS-RPT-LINE(26:4).
           MOVE "NET SALES" TO WS-RPT-LINE(36:9).
           MOVE "HELD" TO WS-RPT-LINE(48:4).
           MOVE "CAPACITY" TO WS-RPT-LINE(53:8).
           MOVE "LEFT" TO WS-RPT-LINE(64:4).
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-EVENT-CODE(WS-EVENT-IDX) TO WS-FIND-EVENT.
           PERFORM PRINT-SECTION-FLASH
               VARYING WS-SM-IDX FROM 1 BY 1
               UNTIL WS-SM-IDX > WS-SECTION-MASTER-COUNT.
           PERFORM PRINT-UNLISTED-SECTION
               VARYING WS-SEAT-IDX FROM 1 BY 1
               UNTIL WS-SEAT-IDX > WS-SEAT-COUNT.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE "VENUE" TO WS-RPT-LINE(1:24).
           MOVE WS-EVENT-SOLD(WS-EVENT-IDX) TO WS-COUNT-DISPLAY.
           MOVE WS-COUNT-DISPLAY TO WS-RPT-LINE(25:6).
           MOVE WS-EVENT-AMOUNT(WS-EVENT-IDX) TO WS-AMOUNT-DISPLAY.
           MOVE WS-AMOUNT-DISPLAY TO WS-RPT-LINE(32:14).
           COMPUTE WS-SEATS-LEFT = WS-EVENT-CAPACITY
               - WS-EVENT-SOLD(WS-EVENT-IDX)
               - WS-EVENT-HELD(WS-EVENT-IDX).
           MOVE WS-EVENT-HELD(WS-EVENT-IDX) TO WS-COUNT-DISPLAY.
           MOVE WS-COUNT-DISPLAY TO WS-RPT-LINE(47:6).
           MOVE WS-EVENT-CAPACITY TO WS-COUNT-DISPLAY.
           MOVE WS-COUNT-DISPLAY TO WS-RPT-LINE(55:6).
           MOVE WS-SEATS-LEFT TO WS-COUNT-DISPLAY.
           MOVE WS-COUNT-DISPLAY TO WS-RPT-LINE(63:6).
           PERFORM WRITE-REPORT-LINE.
           PERFORM PRINT-TENDER-FLASH.

       MATCH-EVENT-MASTER.
           IF WS-EM-CODE(WS-EM-IDX) = WS-EVENT-CODE(WS-EVENT-IDX)
               MOVE "Y" TO WS-EM-FOUND
               MOVE WS-EM-CAPACITY(WS-EM-IDX) TO WS-EVENT-CAPACITY.

       PRINT-SECTION-FLASH.
           MOVE WS-SM-CODE(WS-SM-IDX) TO WS-FIND-SECTION.
           MOVE "N" TO WS-SEAT-FOUND.
           PERFORM MATCH-SEAT-ENTRY
               VARYING WS-SEAT-IDX FROM 1 BY 1
               UNTIL WS-SEAT-IDX > WS-SEAT-COUNT
                   OR WS-SEAT-FOUND = "Y".
           MOVE SPACES TO WS-RPT-LINE.
           STRING WS-SM-CODE(WS-SM-IDX) " " WS-SM-DESC(WS-SM-IDX)
               DELIMITED BY SIZE INTO WS-RPT-LINE(1:24).
           IF WS-SEAT-FOUND = "Y"
               SET WS-SEAT-IDX DOWN BY 1
               MOVE WS-SEAT-SOLD(WS-SEAT-IDX) TO WS-LINE-COUNT
               MOVE WS-SEAT-AMOUNT(WS-SEAT-IDX) TO WS-LINE-AMOUNT
               MOVE WS-SEAT-HELD(WS-SEAT-IDX) TO WS-RES-SEAT-TOTAL
           ELSE
               MOVE 0 TO WS-LINE-COUNT
               MOVE 0 TO WS-LINE-AMOUNT
               MOVE 0 TO WS-RES-SEAT-TOTAL.
           MOVE WS-LINE-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-COUNT-DISPLAY TO WS-RPT-LINE(25:6).
           MOVE WS-LINE-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE WS-AMOUNT-DISPLAY TO WS-RPT-LINE(32:14).
           MOVE WS-RES-SEAT-TOTAL TO WS-COUNT-DISPLAY.
           MOVE WS-COUNT-DISPLAY TO WS-RPT-LINE(47:6).
           MOVE WS-SM-CAPACITY(WS-SM-IDX) TO WS-COUNT-DISPLAY.
           MOVE WS-COUNT-DISPLAY TO WS-RPT-LINE(55:6).
           COMPUTE WS-SEATS-LEFT = WS-SM-CAPACITY(WS-SM-IDX)
               - WS-LINE-COUNT - WS-RES-SEAT-TOTAL.
           MOVE WS-SEATS-LEFT TO WS-COUNT-DISPLAY.
           MOVE WS-COUNT-DISPLAY TO WS-RPT-LINE(63:6).
           IF WS-SEATS-LEFT NOT > 0
               MOVE "SOLD OUT" TO WS-RPT-LINE(71:8).
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      * Sales or holds in a section no longer on the section master
      * are still shown, without a capacity.
      ******************************************************************
       PRINT-UNLISTED-SECTION.
           IF WS-SEAT-EVENT(WS-SEAT-IDX) = WS-FIND-EVENT
               MOVE "N" TO WS-EM-FOUND
               PERFORM MATCH-SECTION-MASTER
                   VARYING WS-SM-IDX FROM 1 BY 1
                   UNTIL WS-SM-IDX > WS-SECTION-MASTER-COUNT
                       OR WS-EM-FOUND = "Y"
               IF WS-EM-FOUND = "N"
                   MOVE SPACES TO WS-RPT-LINE
                   STRING WS-SEAT-SECTION(WS-SEAT-IDX)
                       " ** NOT ON MASTER **"
                       DELIMITED BY SIZE INTO WS-RPT-LINE(1:24)
                   MOVE WS-SEAT-SOLD(WS-SEAT-IDX) TO WS-COUNT-DISPLAY
                   MOVE WS-COUNT-DISPLAY TO WS-RPT-LINE(25:6)
                   MOVE WS-SEAT-AMOUNT(WS-SEAT-IDX) TO
                       WS-AMOUNT-DISPLAY
                   MOVE WS-AMOUNT-DISPLAY TO WS-RPT-LINE(32:14)
                   MOVE WS-SEAT-HELD(WS-SEAT-IDX) TO WS-COUNT-DISPLAY
                   MOVE WS-COUNT-DISPLAY TO WS-RPT-LINE(47:6)
                   PERFORM WRITE-REPORT-LINE.

       MATCH-SECTION-MASTER.
           IF WS-SM-CODE(WS-SM-IDX) = WS-SEAT-SECTION(WS-SEAT-IDX)
               MOVE "Y" TO WS-EM-FOUND.

       PRINT-TENDER-FLASH.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE "TENDER" TO WS-RPT-LINE(1:6).
           MOVE "COUNT" TO WS-RPT-LINE(25:5).
           MOVE "INCL TAX" TO WS-RPT-LINE(37:8).
           PERFORM WRITE-REPORT-LINE.
           MOVE "CASH" TO WS-LINE-LABEL.
           MOVE WS-EVENT-CASH-COUNT(WS-EVENT-IDX) TO WS-LINE-COUNT.
           MOVE WS-EVENT-CASH(WS-EVENT-IDX) TO WS-LINE-AMOUNT.
           PERFORM PRINT-TENDER-LINE.
           MOVE "CARD" TO WS-LINE-LABEL.
           MOVE WS-EVENT-CARD-COUNT(WS-EVENT-IDX) TO WS-LINE-COUNT.
           MOVE WS-EVENT-CARD(WS-EVENT-IDX) TO WS-LINE-AMOUNT.
           PERFORM PRINT-TENDER-LINE.
           MOVE "GIFT CARD" TO WS-LINE-LABEL.
           MOVE WS-EVENT-GIFT-COUNT(WS-EVENT-IDX) TO WS-LINE-COUNT.
           MOVE WS-EVENT-GIFT(WS-EVENT-IDX) TO WS-LINE-AMOUNT.
           PERFORM PRINT-TENDER-LINE.
           MOVE "POINTS" TO WS-LINE-LABEL.
           MOVE WS-EVENT-POINTS-COUNT(WS-EVENT-IDX) TO WS-LINE-COUNT.
           MOVE WS-EVENT-POINTS(WS-EVENT-IDX) TO WS-LINE-AMOUNT.
           PERFORM PRINT-TENDER-LINE.
           MOVE "SEASON PASS ADMISSIONS" TO WS-LINE-LABEL.
           MOVE WS-EVENT-PASS-COUNT(WS-EVENT-IDX) TO WS-LINE-COUNT.
           MOVE 0 TO WS-LINE-AMOUNT.
           PERFORM PRINT-TENDER-LINE.
           MOVE "COMPLIMENTARY" TO WS-LINE-LABEL.
           MOVE WS-EVENT-COMP-COUNT(WS-EVENT-IDX) TO WS-LINE-COUNT.
           MOVE 0 TO WS-LINE-AMOUNT.
           PERFORM PRINT-TENDER-LINE.
           MOVE "  TAX INCLUDED ABOVE" TO WS-LINE-LABEL.
           MOVE 0 TO WS-LINE-COUNT.
           MOVE WS-EVENT-TAX(WS-EVENT-IDX) TO WS-LINE-AMOUNT.
           PERFORM PRINT-TENDER-LINE.

       PRINT-TENDER-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-LINE-LABEL TO WS-RPT-LINE(1:24).
           IF WS-LINE-COUNT NOT = 0
               MOVE WS-LINE-COUNT TO WS-COUNT-DISPLAY
               MOVE WS-COUNT-DISPLAY TO WS-RPT-LINE(25:6).
           MOVE WS-LINE-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE WS-AMOUNT-DISPLAY TO WS-RPT-LINE(32:14).
           PERFORM WRITE-REPORT-LINE.

       PRINT-FLASH-FOOTING.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF WS-EVENT-COUNT = 0
               MOVE "NO SALES OR HOLDS FOUND" TO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE.
           IF WS-TABLE-FULL-COUNT > 0
               MOVE SPACES TO WS-RPT-LINE
               MOVE WS-TABLE-FULL-COUNT TO WS-COUNT-DISPLAY
               STRING "WARNING - EVENT/SECTION TABLE FULL, RECORDS "
                   "NOT SHOWN: " WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 4 TO RETURN-CODE.
           IF WS-FLAG-COUNT > 0
               MOVE SPACES TO WS-RPT-LINE
               MOVE WS-FLAG-COUNT TO WS-COUNT-DISPLAY
               STRING "WINDOWS FLAGGED: " WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 4 TO RETURN-CODE.

       WRITE-REPORT-LINE.
           DISPLAY WS-RPT-LINE.
           MOVE WS-RPT-LINE TO RPT-LINE.
           WRITE RPT-LINE.
       END PROGRAM LAB4-FLASH-INQUIRY.
