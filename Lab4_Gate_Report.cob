      ******************************************************************
      * Author: Peter Stainforth
      * Date: 2026-10-15
      * Purpose: Lab4 event attendance report - for one event, sets
      *          tickets sold (voids netted out of TICKETSALES.DAT)
      *          against tickets admitted at the gate (GATELOG.DAT
      *          plus pass admissions) by section and category, gives
      *          the no-show count, and lists every rejected scan
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB4-GATE-REPORT.
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
           SELECT ATTENDANCE-REPORT-FILE ASSIGN TO "ATTENDRPT.DAT"
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

       FD  ATTENDANCE-REPORT-FILE.
       01  RPT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-TS-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-GA-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-TS-EOF PIC 9(1) VALUE 0.
       01 WS-GA-EOF PIC 9(1) VALUE 0.
       01 WS-RPT-LINE               PIC X(80).

       01 WS-EVENT-CODE     PIC X(4) VALUE SPACES.

      ******************************************************************
      * One entry per section/category pair seen for the event; pass
      * admissions count as both sold and admitted because the pass
      * desk checked them in when it wrote the ticket.
      ******************************************************************
       01 WS-TALLY-COUNT PIC 9(3) VALUE 0.
       01 WS-TALLY-TABLE.
           05 WS-TALLY-ENTRY OCCURS 60 TIMES
                   INDEXED BY WS-TALLY-IDX.
               10 WS-TALLY-SECTION     PIC X(3).
               10 WS-TALLY-CATEGORY    PIC A(1).
               10 WS-TALLY-SOLD        PIC S9(5).
               10 WS-TALLY-ADMITTED    PIC S9(5).
       01 WS-TALLY-FOUND PIC A(1) VALUE "N".
       01 WS-TALLY-OVERFLOW-COUNT PIC 9(4) VALUE 0.
       01 WS-KEY-SECTION    PIC X(3) VALUE SPACES.
       01 WS-KEY-CATEGORY   PIC A(1) VALUE SPACE.
       01 WS-SOLD-DELTA     PIC S9(1) VALUE 0.
       01 WS-ADMIT-DELTA    PIC S9(1) VALUE 0.

       01 WS-TOTAL-SOLD     PIC S9(5) VALUE 0.
       01 WS-TOTAL-ADMITTED PIC S9(5) VALUE 0.
       01 WS-PASS-ADMITTED  PIC S9(5) VALUE 0.
       01 WS-NO-SHOW        PIC S9(5) VALUE 0.

       01 WS-REJECT-COUNT        PIC 9(5) VALUE 0.
       01 WS-REJECT-NOT-ON-FILE  PIC 9(5) VALUE 0.
       01 WS-REJECT-VOIDED       PIC 9(5) VALUE 0.
       01 WS-REJECT-WRONG-EVENT  PIC 9(5) VALUE 0.
       01 WS-REJECT-DUPLICATE    PIC 9(5) VALUE 0.
       01 WS-REJECT-PASS         PIC 9(5) VALUE 0.
       01 WS-REJECT-DESC         PIC X(24) VALUE SPACES.

       01 WS-COUNT-DISPLAY   PIC ZZZZ9-.
       01 WS-COUNT-DISPLAY-2 PIC ZZZZ9-.
       01 WS-COUNT-DISPLAY-3 PIC ZZZZ9-.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "ENTER EVENT CODE: " WITH NO ADVANCING.
           ACCEPT WS-EVENT-CODE.
           OPEN OUTPUT ATTENDANCE-REPORT-FILE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "EVENT ATTENDANCE AND NO-SHOW REPORT - EVENT "
               WS-EVENT-CODE
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM TALLY-TICKETS-SOLD.
           PERFORM TALLY-GATE-SCANS.
           PERFORM PRINT-ATTENDANCE-SECTION.
           PERFORM PRINT-REJECTED-SCANS.
           CLOSE ATTENDANCE-REPORT-FILE.
           STOP RUN.

       TALLY-TICKETS-SOLD.
           MOVE 0 TO WS-TS-EOF.
           OPEN INPUT TICKET-SALES-FILE.
           IF WS-TS-FILE-STATUS = "00"
               PERFORM READ-TICKET-SALE
               PERFORM TALLY-TICKET-SALE UNTIL WS-TS-EOF = 1
               CLOSE TICKET-SALES-FILE.

       READ-TICKET-SALE.
           READ TICKET-SALES-FILE
               AT END MOVE 1 TO WS-TS-EOF.

       TALLY-TICKET-SALE.
           IF TS-EVENT-CODE = WS-EVENT-CODE
               IF TS-VOID-FLAG = "Y"
                   MOVE -1 TO WS-SOLD-DELTA
               ELSE
                   MOVE 1 TO WS-SOLD-DELTA
               END-IF
               MOVE 0 TO WS-ADMIT-DELTA
               IF TS-TENDER = "P"
                   MOVE WS-SOLD-DELTA TO WS-ADMIT-DELTA
                   ADD WS-SOLD-DELTA TO WS-PASS-ADMITTED
               END-IF
               MOVE TS-SECTION-CODE TO WS-KEY-SECTION
               MOVE TS-CATEGORY TO WS-KEY-CATEGORY
               PERFORM POST-TALLY-ENTRY.
           PERFORM READ-TICKET-SALE.

       TALLY-GATE-SCANS.
           MOVE 0 TO WS-GA-EOF.
           OPEN INPUT GATE-LOG-FILE.
           IF WS-GA-FILE-STATUS = "00"
               PERFORM READ-GATE-LOG-RECORD
               PERFORM TALLY-GATE-SCAN UNTIL WS-GA-EOF = 1
               CLOSE GATE-LOG-FILE.

       READ-GATE-LOG-RECORD.
           READ GATE-LOG-FILE
               AT END MOVE 1 TO WS-GA-EOF.

       TALLY-GATE-SCAN.
           IF GA-EVENT-CODE = WS-EVENT-CODE
               IF GA-RESULT = "A"
                   MOVE 0 TO WS-SOLD-DELTA
                   MOVE 1 TO WS-ADMIT-DELTA
                   MOVE GA-SECTION-CODE TO WS-KEY-SECTION
                   MOVE GA-CATEGORY TO WS-KEY-CATEGORY
                   PERFORM POST-TALLY-ENTRY
               ELSE
                   PERFORM COUNT-REJECTED-SCAN.
           PERFORM READ-GATE-LOG-RECORD.

       COUNT-REJECTED-SCAN.
           ADD 1 TO WS-REJECT-COUNT.
           IF GA-RESULT = "N"
               ADD 1 TO WS-REJECT-NOT-ON-FILE
           ELSE IF GA-RESULT = "V"
               ADD 1 TO WS-REJECT-VOIDED
           ELSE IF GA-RESULT = "E"
               ADD 1 TO WS-REJECT-WRONG-EVENT
           ELSE IF GA-RESULT = "P"
               ADD 1 TO WS-REJECT-PASS
           ELSE
               ADD 1 TO WS-REJECT-DUPLICATE.

       POST-TALLY-ENTRY.
           MOVE "N" TO WS-TALLY-FOUND.
           PERFORM MATCH-TALLY-ENTRY
               VARYING WS-TALLY-IDX FROM 1 BY 1
               UNTIL WS-TALLY-IDX > WS-TALLY-COUNT
                   OR WS-TALLY-FOUND = "Y".
           IF WS-TALLY-FOUND = "Y"
               SET WS-TALLY-IDX DOWN BY 1
               ADD WS-SOLD-DELTA TO WS-TALLY-SOLD(WS-TALLY-IDX)
               ADD WS-ADMIT-DELTA TO WS-TALLY-ADMITTED(WS-TALLY-IDX)
           ELSE IF WS-TALLY-COUNT < 60
               ADD 1 TO WS-TALLY-COUNT
               SET WS-TALLY-IDX TO WS-TALLY-COUNT
               MOVE WS-KEY-SECTION TO WS-TALLY-SECTION(WS-TALLY-IDX)
               MOVE WS-KEY-CATEGORY TO WS-TALLY-CATEGORY(WS-TALLY-IDX)
               MOVE WS-SOLD-DELTA TO WS-TALLY-SOLD(WS-TALLY-IDX)
               MOVE WS-ADMIT-DELTA TO WS-TALLY-ADMITTED(WS-TALLY-IDX)
           ELSE
               ADD 1 TO WS-TALLY-OVERFLOW-COUNT.
           ADD WS-SOLD-DELTA TO WS-TOTAL-SOLD.
           ADD WS-ADMIT-DELTA TO WS-TOTAL-ADMITTED.

       MATCH-TALLY-ENTRY.
           IF WS-TALLY-SECTION(WS-TALLY-IDX) = WS-KEY-SECTION
                   AND WS-TALLY-CATEGORY(WS-TALLY-IDX) =
                       WS-KEY-CATEGORY
               MOVE "Y" TO WS-TALLY-FOUND.

       PRINT-ATTENDANCE-SECTION.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "SECTION  CATEGORY         SOLD  ADMITTED  NO-SHOW" TO
               WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF WS-TALLY-COUNT = 0
               MOVE "NO TICKETS SOLD OR SCANNED FOR THIS EVENT" TO
                   WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               PERFORM PRINT-TALLY-LINE
                   VARYING WS-TALLY-IDX FROM 1 BY 1
                   UNTIL WS-TALLY-IDX > WS-TALLY-COUNT.
           IF WS-TALLY-OVERFLOW-COUNT > 0
               MOVE WS-TALLY-OVERFLOW-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-RPT-LINE
               STRING "** TALLY TABLE FULL - " WS-COUNT-DISPLAY
                   " RECORD(S) IN TOTALS ONLY **"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE.
           COMPUTE WS-NO-SHOW = WS-TOTAL-SOLD - WS-TOTAL-ADMITTED.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-TOTAL-SOLD TO WS-COUNT-DISPLAY.
           MOVE WS-TOTAL-ADMITTED TO WS-COUNT-DISPLAY-2.
           MOVE WS-NO-SHOW TO WS-COUNT-DISPLAY-3.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "TOTAL                    " WS-COUNT-DISPLAY
               "    " WS-COUNT-DISPLAY-2 "   " WS-COUNT-DISPLAY-3
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-PASS-ADMITTED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  PASS ADMISSIONS INCLUDED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-NO-SHOW TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "NO-SHOWS:                   " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       PRINT-TALLY-LINE.
           MOVE WS-TALLY-SOLD(WS-TALLY-IDX) TO WS-COUNT-DISPLAY.
           MOVE WS-TALLY-ADMITTED(WS-TALLY-IDX) TO WS-COUNT-DISPLAY-2.
           COMPUTE WS-NO-SHOW = WS-TALLY-SOLD(WS-TALLY-IDX)
               - WS-TALLY-ADMITTED(WS-TALLY-IDX).
           MOVE WS-NO-SHOW TO WS-COUNT-DISPLAY-3.
           MOVE SPACES TO WS-RPT-LINE.
           STRING WS-TALLY-SECTION(WS-TALLY-IDX) "      "
               WS-TALLY-CATEGORY(WS-TALLY-IDX) "               "
               WS-COUNT-DISPLAY "    " WS-COUNT-DISPLAY-2 "   "
               WS-COUNT-DISPLAY-3
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      * Rejected scans are listed in the order they happened so the
      * gate supervisor can match them to the door and the operator.
      ******************************************************************
       PRINT-REJECTED-SCANS.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "REJECTED SCAN ATTEMPTS" TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF WS-REJECT-COUNT = 0
               MOVE "NONE" TO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE "DATE      TIME    GATE OPERATOR TICKET  REASON"
                   TO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 0 TO WS-GA-EOF
               OPEN INPUT GATE-LOG-FILE
               PERFORM READ-GATE-LOG-RECORD
               PERFORM PRINT-REJECT-LINE UNTIL WS-GA-EOF = 1
               CLOSE GATE-LOG-FILE
               PERFORM PRINT-REJECT-TOTALS.

       PRINT-REJECT-LINE.
           IF GA-EVENT-CODE = WS-EVENT-CODE AND GA-RESULT NOT = "A"
               PERFORM SET-REJECT-DESC
               MOVE SPACES TO WS-RPT-LINE
               STRING GA-DATE "  " GA-TIME(1:6) "  " GA-GATE-ID " "
                   GA-OPERATOR-ID " " GA-SEQ-NUM "  " WS-REJECT-DESC
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE.
           PERFORM READ-GATE-LOG-RECORD.

       SET-REJECT-DESC.
           IF GA-RESULT = "N"
               MOVE "NOT ON FILE" TO WS-REJECT-DESC
           ELSE IF GA-RESULT = "V"
               MOVE "VOIDED TICKET" TO WS-REJECT-DESC
           ELSE IF GA-RESULT = "E"
               MOVE "WRONG EVENT" TO WS-REJECT-DESC
           ELSE IF GA-RESULT = "P"
               MOVE "PASS ALREADY CHECKED IN" TO WS-REJECT-DESC
           ELSE
               MOVE "SECOND SCAN" TO WS-REJECT-DESC.

       PRINT-REJECT-TOTALS.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-REJECT-NOT-ON-FILE TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "NOT ON FILE:        " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-REJECT-VOIDED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "VOIDED TICKET:      " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-REJECT-WRONG-EVENT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "WRONG EVENT:        " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-REJECT-DUPLICATE TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "SECOND SCAN:        " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-REJECT-PASS TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "PASS CHECKED IN:    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-REJECT-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "TOTAL REJECTED:     " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           DISPLAY WS-RPT-LINE.
           MOVE WS-RPT-LINE TO RPT-LINE.
           WRITE RPT-LINE.
       END PROGRAM LAB4-GATE-REPORT.
