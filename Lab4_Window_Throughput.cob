      ******************************************************************
      * Author: Peter Stainforth
      * Date: 2026-10-15
      * Purpose: Lab4 window throughput and staffing report - merges
      *          AUDITLOG.DAT with the window sign-ons and sign-offs on
      *          SIGNONLOG.DAT in time order and, for each business
      *          day, counts window transactions and net ticket sales
      *          per 15-minute interval by window and by operator,
      *          ranks the day's peak intervals, and totals each
      *          operator's and window's signed-on time, average time
      *          between transactions and idle signed-on time
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB4-WINDOW-THROUGHPUT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AL-FILE-STATUS.
           SELECT SIGNON-LOG-FILE ASSIGN TO "SIGNONLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SL-FILE-STATUS.
           SELECT THROUGHPUT-REPORT-FILE ASSIGN TO "THRUPUTRPT.DAT"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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

       FD  THROUGHPUT-REPORT-FILE.
       01  RPT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-AL-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-SL-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-AL-EOF PIC 9(1) VALUE 0.
       01 WS-SL-EOF PIC 9(1) VALUE 0.
       01 WS-RPT-LINE               PIC X(80).

       01 WS-FROM-DATE              PIC 9(8) VALUE 0.
       01 WS-TO-DATE                PIC 9(8) VALUE 0.
       01 WS-IDLE-MINUTES           PIC 9(3) VALUE 0.
       01 WS-IDLE-SECS              PIC 9(7) VALUE 0.

      ******************************************************************
      * Both logs are appended as things happen, so each is already in
      * date and time order; the two are merged on date and time.
      ******************************************************************
       01 WS-AL-KEY                 PIC 9(16) VALUE 0.
       01 WS-SL-KEY                 PIC 9(16) VALUE 0.
       01 WS-HIGH-KEY               PIC 9(16) VALUE 9999999999999999.

       01 WS-IN-DATE                PIC 9(8) VALUE 0.
       01 WS-IN-TIME                PIC 9(8) VALUE 0.
       01 WS-IN-HOURS               PIC 9(2) VALUE 0.
       01 WS-IN-MINUTES             PIC 9(2) VALUE 0.
       01 WS-IN-SECONDS             PIC 9(2) VALUE 0.
       01 WS-IN-WORK                PIC 9(8) VALUE 0.
       01 WS-IN-INTERVAL            PIC 9(2) VALUE 0.
       01 WS-STAMP                  PIC 9(12) VALUE 0.
       01 WS-STAMP-DATE             PIC 9(8) VALUE 0.
       01 WS-STAMP-DAY-NUMBER       PIC 9(7) VALUE 0.
       01 WS-GAP                    PIC 9(12) VALUE 0.

       01 WS-CD-YEAR                PIC 9(4).
       01 WS-CD-MONTH               PIC 9(2).
       01 WS-CD-DAY                 PIC 9(2).
       01 WS-CD-WORK                PIC 9(8).
       01 WS-LEAP-DIV4              PIC 9(7).
       01 WS-LEAP-DIV100            PIC 9(7).
       01 WS-LEAP-DIV400            PIC 9(7).
       01 WS-MONTH-FACTOR           PIC 9(7).
       01 WS-MONTH-DAYS             PIC 9(7).
       01 WS-DAY-NUMBER             PIC 9(7).

      ******************************************************************
      * One entry per operator for the whole run, carrying the open
      * window session, if any, alongside the operator's totals.
      ******************************************************************
       01 WS-OP-COUNT PIC 9(3) VALUE 0.
       01 WS-OP-TABLE.
           05 WS-OP-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-OP-IDX.
               10 WS-OP-ID              PIC X(8).
               10 WS-OP-ACTIVE          PIC A(1).
               10 WS-OP-WINDOW          PIC X(30).
               10 WS-OP-START-STAMP     PIC 9(12).
               10 WS-OP-LAST-STAMP      PIC 9(12).
               10 WS-OP-LAST-TXN-STAMP  PIC 9(12).
               10 WS-OP-SESSIONS        PIC 9(5).
               10 WS-OP-ON-SECS         PIC 9(9).
               10 WS-OP-IDLE-SECS       PIC 9(9).
               10 WS-OP-TXN-COUNT       PIC 9(7).
               10 WS-OP-VOID-COUNT      PIC 9(7).
               10 WS-OP-NET-AMOUNT      PIC S9(7)V99.
               10 WS-OP-GAP-SECS        PIC 9(9).
               10 WS-OP-GAP-COUNT       PIC 9(7).
       01 WS-OP-FOUND PIC A(1) VALUE "N".
       01 WS-FIND-OPERATOR          PIC X(8) VALUE SPACES.

       01 WS-WIN-COUNT PIC 9(3) VALUE 0.
       01 WS-WIN-TABLE.
           05 WS-WIN-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-WIN-IDX.
               10 WS-WIN-FILE           PIC X(30).
               10 WS-WIN-SESSIONS       PIC 9(5).
               10 WS-WIN-ON-SECS        PIC 9(9).
               10 WS-WIN-IDLE-SECS      PIC 9(9).
               10 WS-WIN-TXN-COUNT      PIC 9(7).
               10 WS-WIN-VOID-COUNT     PIC 9(7).
               10 WS-WIN-NET-AMOUNT     PIC S9(7)V99.
       01 WS-WIN-FOUND PIC A(1) VALUE "N".
       01 WS-FIND-WINDOW            PIC X(30) VALUE SPACES.
       01 WS-TABLE-FULL-COUNT       PIC 9(5) VALUE 0.

      ******************************************************************
      * The interval being accumulated, broken out by window and by
      * operator; printed when the next record falls in a later one.
      ******************************************************************
       01 WS-CUR-DATE               PIC 9(8) VALUE 0.
       01 WS-CUR-INTERVAL           PIC 9(2) VALUE 0.
       01 WS-CUR-TXN-COUNT          PIC 9(5) VALUE 0.
       01 WS-CUR-VOID-COUNT         PIC 9(5) VALUE 0.
       01 WS-CUR-NET-AMOUNT         PIC S9(7)V99 VALUE 0.
       01 WS-IW-COUNT PIC 9(3) VALUE 0.
       01 WS-IW-TABLE.
           05 WS-IW-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-IW-IDX.
               10 WS-IW-FILE            PIC X(30).
               10 WS-IW-TXN-COUNT       PIC 9(5).
               10 WS-IW-VOID-COUNT      PIC 9(5).
               10 WS-IW-NET-AMOUNT      PIC S9(7)V99.
       01 WS-IO-COUNT PIC 9(3) VALUE 0.
       01 WS-IO-TABLE.
           05 WS-IO-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-IO-IDX.
               10 WS-IO-ID              PIC X(8).
               10 WS-IO-TXN-COUNT       PIC 9(5).
               10 WS-IO-VOID-COUNT      PIC 9(5).
               10 WS-IO-NET-AMOUNT      PIC S9(7)V99.
       01 WS-IX-FOUND PIC A(1) VALUE "N".

      ******************************************************************
      * The day's three busiest intervals by transaction count, and
      * the events worked that day.
      ******************************************************************
       01 WS-PEAK-TABLE.
           05 WS-PEAK-ENTRY OCCURS 3 TIMES
                   INDEXED BY WS-PEAK-IDX.
               10 WS-PEAK-INTERVAL      PIC 9(2).
               10 WS-PEAK-TXN-COUNT     PIC 9(5).
               10 WS-PEAK-WINDOWS       PIC 9(3).
               10 WS-PEAK-OPERATORS     PIC 9(3).
               10 WS-PEAK-NET-AMOUNT    PIC S9(7)V99.
       01 WS-DAY-EVENT-COUNT PIC 9(2) VALUE 0.
       01 WS-DAY-EVENT-TABLE.
           05 WS-DAY-EVENT-CODE PIC X(4) OCCURS 10 TIMES
                   INDEXED BY WS-DE-IDX.
       01 WS-DE-FOUND PIC A(1) VALUE "N".
       01 WS-DAY-TXN-COUNT          PIC 9(7) VALUE 0.
       01 WS-DAY-VOID-COUNT         PIC 9(7) VALUE 0.
       01 WS-DAY-NET-AMOUNT         PIC S9(7)V99 VALUE 0.

       01 WS-TOTAL-TXN-COUNT        PIC 9(7) VALUE 0.
       01 WS-OUTSIDE-COUNT          PIC 9(7) VALUE 0.

       01 WS-INTERVAL-NUM           PIC 9(2) VALUE 0.
       01 WS-INTERVAL-START         PIC 9(4) VALUE 0.
       01 WS-INTERVAL-END           PIC 9(4) VALUE 0.
       01 WS-INTERVAL-TEXT.
           05 WS-IT-START-HH        PIC 9(2).
           05 FILLER                PIC X VALUE ":".
           05 WS-IT-START-MM        PIC 9(2).
           05 FILLER                PIC X VALUE "-".
           05 WS-IT-END-HH          PIC 9(2).
           05 FILLER                PIC X VALUE ":".
           05 WS-IT-END-MM          PIC 9(2).

       01 WS-LINE-LABEL             PIC X(44) VALUE SPACES.
       01 WS-LINE-TXNS              PIC 9(7) VALUE 0.
       01 WS-LINE-VOIDS             PIC 9(7) VALUE 0.
       01 WS-LINE-AMOUNT            PIC S9(7)V99 VALUE 0.
       01 WS-COUNT-DISPLAY          PIC ZZZZ9.
       01 WS-SMALL-DISPLAY          PIC ZZ9.
       01 WS-AMOUNT-DISPLAY         PIC $$,$$$,$$9.99-.
       01 WS-MINUTES-DISPLAY        PIC ZZZZ9.
       01 WS-AVG-SECS               PIC 9(7) VALUE 0.
       01 WS-AVG-MINUTES            PIC 9(5) VALUE 0.
       01 WS-AVG-SECONDS            PIC 9(2) VALUE 0.
       01 WS-AVG-TEXT.
           05 WS-AVG-MM             PIC ZZZ9.
           05 FILLER                PIC X VALUE ":".
           05 WS-AVG-SS             PIC 9(2).
       01 WS-WORK-MINUTES           PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "ENTER FROM DATE (YYYYMMDD, 0 FOR ALL): "
               WITH NO ADVANCING.
           ACCEPT WS-FROM-DATE.
           DISPLAY "ENTER TO DATE (YYYYMMDD, 0 FOR ALL): "
               WITH NO ADVANCING.
           ACCEPT WS-TO-DATE.
           IF WS-TO-DATE = 0
               MOVE 99999999 TO WS-TO-DATE.
           DISPLAY "ENTER IDLE GAP IN MINUTES (0 FOR 5): "
               WITH NO ADVANCING.
           ACCEPT WS-IDLE-MINUTES.
           IF WS-IDLE-MINUTES = 0
               MOVE 5 TO WS-IDLE-MINUTES.
           COMPUTE WS-IDLE-SECS = WS-IDLE-MINUTES * 60.
           OPEN OUTPUT THROUGHPUT-REPORT-FILE.
           MOVE "WINDOW THROUGHPUT AND STAFFING REPORT" TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-TO-DATE = 99999999
               STRING "DATES FROM: " WS-FROM-DATE " TO: END OF LOG"
                   "   IDLE GAP: " WS-IDLE-MINUTES " MIN"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING "DATES FROM: " WS-FROM-DATE " TO: " WS-TO-DATE
                   "   IDLE GAP: " WS-IDLE-MINUTES " MIN"
                   DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 0 TO WS-AL-EOF.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WS-AL-FILE-STATUS NOT = "00"
               MOVE 1 TO WS-AL-EOF
               DISPLAY "WARNING - COULD NOT OPEN AUDITLOG.DAT: "
                   WS-AL-FILE-STATUS.
           MOVE 0 TO WS-SL-EOF.
           OPEN INPUT SIGNON-LOG-FILE.
           IF WS-SL-FILE-STATUS NOT = "00"
               MOVE 1 TO WS-SL-EOF
               DISPLAY "WARNING - COULD NOT OPEN SIGNONLOG.DAT: "
                   WS-SL-FILE-STATUS.
           PERFORM NEXT-AUDIT-RECORD.
           PERFORM NEXT-SIGNON-RECORD.
           PERFORM MERGE-LOG-RECORD
               UNTIL WS-AL-KEY = WS-HIGH-KEY
                   AND WS-SL-KEY = WS-HIGH-KEY.
           IF WS-AL-FILE-STATUS NOT = "35"
               CLOSE AUDIT-LOG-FILE.
           IF WS-SL-FILE-STATUS NOT = "35"
               CLOSE SIGNON-LOG-FILE.
           PERFORM END-OPEN-SESSION
               VARYING WS-OP-IDX FROM 1 BY 1
               UNTIL WS-OP-IDX > WS-OP-COUNT.
           IF WS-CUR-INTERVAL NOT = 0
               PERFORM PRINT-INTERVAL
               PERFORM PRINT-DAY-PEAKS.
           PERFORM PRINT-OPERATOR-SUMMARY.
           PERFORM PRINT-WINDOW-SUMMARY.
           PERFORM PRINT-RUN-FOOTING.
           CLOSE THROUGHPUT-REPORT-FILE.
           STOP RUN.

       READ-AUDIT-RECORD.
           READ AUDIT-LOG-FILE
               AT END MOVE 1 TO WS-AL-EOF.

       NEXT-AUDIT-RECORD.
           IF WS-AL-EOF = 0
               PERFORM READ-AUDIT-RECORD.
           PERFORM READ-AUDIT-RECORD
               UNTIL WS-AL-EOF = 1
                   OR (AL-DATE NOT < WS-FROM-DATE
                       AND AL-DATE NOT > WS-TO-DATE).
           IF WS-AL-EOF = 1
               MOVE WS-HIGH-KEY TO WS-AL-KEY
           ELSE
               COMPUTE WS-AL-KEY = AL-DATE * 100000000 + AL-TIME.

       READ-SIGNON-RECORD.
           READ SIGNON-LOG-FILE
               AT END MOVE 1 TO WS-SL-EOF.

      ******************************************************************
      * Only window sign-ons and sign-offs mark a session; consolidate
      * overrides and failed or locked attempts are passed over.
      ******************************************************************
       NEXT-SIGNON-RECORD.
           IF WS-SL-EOF = 0
               PERFORM READ-SIGNON-RECORD.
           PERFORM READ-SIGNON-RECORD
               UNTIL WS-SL-EOF = 1
                   OR (SL-DATE NOT < WS-FROM-DATE
                       AND SL-DATE NOT > WS-TO-DATE
                       AND SL-WINDOW-FILE(1:1) NOT = "*"
                       AND (SL-RESULT = "S" OR SL-RESULT = "O")).
           IF WS-SL-EOF = 1
               MOVE WS-HIGH-KEY TO WS-SL-KEY
           ELSE
               COMPUTE WS-SL-KEY = SL-DATE * 100000000 + SL-TIME.

       MERGE-LOG-RECORD.
           IF WS-SL-KEY NOT > WS-AL-KEY
               MOVE SL-DATE TO WS-IN-DATE
               MOVE SL-TIME TO WS-IN-TIME
               PERFORM COMPUTE-STAMP
               PERFORM PROCESS-SIGNON-RECORD
               PERFORM NEXT-SIGNON-RECORD
           ELSE
               MOVE AL-DATE TO WS-IN-DATE
               MOVE AL-TIME TO WS-IN-TIME
               PERFORM COMPUTE-STAMP
               PERFORM PROCESS-AUDIT-RECORD
               PERFORM NEXT-AUDIT-RECORD.

      ******************************************************************
      * A stamp is seconds since a fixed origin, so gaps and session
      * lengths work across midnight; the interval is the quarter
      * hour of the day, 1 to 96.
      ******************************************************************
       COMPUTE-STAMP.
           IF WS-IN-DATE NOT = WS-STAMP-DATE
               MOVE WS-IN-DATE TO WS-STAMP-DATE
               MOVE WS-IN-DATE TO WS-CD-WORK
               PERFORM COMPUTE-DAY-NUMBER
               MOVE WS-DAY-NUMBER TO WS-STAMP-DAY-NUMBER.
           DIVIDE WS-IN-TIME BY 1000000 GIVING WS-IN-HOURS
               REMAINDER WS-IN-WORK.
           DIVIDE WS-IN-WORK BY 10000 GIVING WS-IN-MINUTES
               REMAINDER WS-IN-WORK.
           DIVIDE WS-IN-WORK BY 100 GIVING WS-IN-SECONDS.
           COMPUTE WS-STAMP = WS-STAMP-DAY-NUMBER * 86400
               + WS-IN-HOURS * 3600 + WS-IN-MINUTES * 60
               + WS-IN-SECONDS.
           COMPUTE WS-IN-INTERVAL =
               (WS-IN-HOURS * 60 + WS-IN-MINUTES) / 15 + 1.

       COMPUTE-DAY-NUMBER.
           DIVIDE WS-CD-WORK BY 10000 GIVING WS-CD-YEAR
               REMAINDER WS-CD-WORK.
           DIVIDE WS-CD-WORK BY 100 GIVING WS-CD-MONTH
               REMAINDER WS-CD-WORK.
           MOVE WS-CD-WORK TO WS-CD-DAY.
           IF WS-CD-MONTH < 3
               ADD 12 TO WS-CD-MONTH
               SUBTRACT 1 FROM WS-CD-YEAR.
           DIVIDE WS-CD-YEAR BY 4 GIVING WS-LEAP-DIV4.
           DIVIDE WS-CD-YEAR BY 100 GIVING WS-LEAP-DIV100.
           DIVIDE WS-CD-YEAR BY 400 GIVING WS-LEAP-DIV400.
           COMPUTE WS-MONTH-FACTOR = 153 * (WS-CD-MONTH + 1).
           DIVIDE WS-MONTH-FACTOR BY 5 GIVING WS-MONTH-DAYS.
           COMPUTE WS-DAY-NUMBER = 365 * WS-CD-YEAR + WS-LEAP-DIV4
               - WS-LEAP-DIV100 + WS-LEAP-DIV400 + WS-MONTH-DAYS
               + WS-CD-DAY.

      ******************************************************************
      * A sign-on opens a session for the operator, ending any session
      * the operator left open without signing off; a sign-off ends
      * the session on that window.
      ******************************************************************
       PROCESS-SIGNON-RECORD.
           MOVE SL-OPERATOR-ID TO WS-FIND-OPERATOR.
           PERFORM FIND-OPERATOR-ENTRY.
           IF WS-OP-FOUND = "Y"
               IF SL-RESULT = "S"
                   IF WS-OP-ACTIVE(WS-OP-IDX) = "Y"
                       PERFORM END-OPEN-SESSION
                   END-IF
                   PERFORM START-SESSION
               ELSE IF WS-OP-ACTIVE(WS-OP-IDX) = "Y"
                       AND WS-OP-WINDOW(WS-OP-IDX) = SL-WINDOW-FILE
                   PERFORM NOTE-IDLE-GAP
                   MOVE WS-STAMP TO WS-OP-LAST-STAMP(WS-OP-IDX)
                   PERFORM END-SESSION
               END-IF
               END-IF
           END-IF.

       START-SESSION.
           MOVE SL-WINDOW-FILE TO WS-FIND-WINDOW.
           PERFORM FIND-WINDOW-ENTRY.
           IF WS-WIN-FOUND = "Y"
               MOVE "Y" TO WS-OP-ACTIVE(WS-OP-IDX)
               MOVE SL-WINDOW-FILE TO WS-OP-WINDOW(WS-OP-IDX)
               MOVE WS-STAMP TO WS-OP-START-STAMP(WS-OP-IDX)
               MOVE WS-STAMP TO WS-OP-LAST-STAMP(WS-OP-IDX)
               MOVE 0 TO WS-OP-LAST-TXN-STAMP(WS-OP-IDX)
               ADD 1 TO WS-OP-SESSIONS(WS-OP-IDX)
               ADD 1 TO WS-WIN-SESSIONS(WS-WIN-IDX).

       END-OPEN-SESSION.
           IF WS-OP-ACTIVE(WS-OP-IDX) = "Y"
               PERFORM END-SESSION.

      ******************************************************************
      * The session runs from sign-on to sign-off, or to its last
      * transaction when the window was never signed off.
      ******************************************************************
       END-SESSION.
           MOVE WS-OP-WINDOW(WS-OP-IDX) TO WS-FIND-WINDOW.
           PERFORM FIND-WINDOW-ENTRY.
           COMPUTE WS-GAP = WS-OP-LAST-STAMP(WS-OP-IDX)
               - WS-OP-START-STAMP(WS-OP-IDX).
           ADD WS-GAP TO WS-OP-ON-SECS(WS-OP-IDX).
           IF WS-WIN-FOUND = "Y"
               ADD WS-GAP TO WS-WIN-ON-SECS(WS-WIN-IDX).
           MOVE "N" TO WS-OP-ACTIVE(WS-OP-IDX).

      ******************************************************************
      * Time between one thing and the next on a signed-on window
      * counts as idle when it reaches the idle gap.
      ******************************************************************
       NOTE-IDLE-GAP.
           COMPUTE WS-GAP = WS-STAMP - WS-OP-LAST-STAMP(WS-OP-IDX).
           IF WS-GAP NOT < WS-IDLE-SECS
               ADD WS-GAP TO WS-OP-IDLE-SECS(WS-OP-IDX)
               MOVE WS-OP-WINDOW(WS-OP-IDX) TO WS-FIND-WINDOW
               PERFORM FIND-WINDOW-ENTRY
               IF WS-WIN-FOUND = "Y"
                   ADD WS-GAP TO WS-WIN-IDLE-SECS(WS-WIN-IDX).

      ******************************************************************
      * Audit records written inside a window session are the window's
      * transactions.  The E void of an exchange is half of the one
      * exchange transaction its X ticket stands for, so it moves the
      * money but is not counted again.  Records from the refund desk
      * and batch programs fall outside any window session.
      ******************************************************************
       PROCESS-AUDIT-RECORD.
           MOVE AL-OPERATOR-ID TO WS-FIND-OPERATOR.
           PERFORM FIND-OPERATOR-ENTRY.
           IF WS-OP-FOUND = "N"
               ADD 1 TO WS-OUTSIDE-COUNT
           ELSE IF WS-OP-ACTIVE(WS-OP-IDX) NOT = "Y"
                   OR WS-OP-WINDOW(WS-OP-IDX) NOT = AL-WINDOW-FILE
               ADD 1 TO WS-OUTSIDE-COUNT
           ELSE
               PERFORM TALLY-WINDOW-TRANSACTION.

       TALLY-WINDOW-TRANSACTION.
           IF AL-DATE NOT = WS-CUR-DATE
                   OR WS-IN-INTERVAL NOT = WS-CUR-INTERVAL
               PERFORM BREAK-INTERVAL.
           PERFORM NOTE-DAY-EVENT.
           PERFORM NOTE-IDLE-GAP.
           MOVE WS-STAMP TO WS-OP-LAST-STAMP(WS-OP-IDX).
           MOVE AL-WINDOW-FILE TO WS-FIND-WINDOW.
           PERFORM FIND-WINDOW-ENTRY.
           PERFORM FIND-INTERVAL-WINDOW.
           PERFORM FIND-INTERVAL-OPERATOR.
           MOVE 0 TO WS-LINE-TXNS.
           MOVE 0 TO WS-LINE-VOIDS.
           IF AL-VOID-FLAG = "Y" OR AL-VOID-FLAG = "E"
               COMPUTE WS-LINE-AMOUNT = 0 - AL-PRICE
           ELSE
               MOVE AL-PRICE TO WS-LINE-AMOUNT.
           IF AL-VOID-FLAG NOT = "E"
               MOVE 1 TO WS-LINE-TXNS
               IF AL-VOID-FLAG = "Y"
                   MOVE 1 TO WS-LINE-VOIDS
               END-IF
               IF WS-OP-LAST-TXN-STAMP(WS-OP-IDX) NOT = 0
                   COMPUTE WS-GAP = WS-STAMP
                       - WS-OP-LAST-TXN-STAMP(WS-OP-IDX)
                   ADD WS-GAP TO WS-OP-GAP-SECS(WS-OP-IDX)
                   ADD 1 TO WS-OP-GAP-COUNT(WS-OP-IDX)
               END-IF
               MOVE WS-STAMP TO WS-OP-LAST-TXN-STAMP(WS-OP-IDX)
           END-IF.
           ADD WS-LINE-TXNS TO WS-CUR-TXN-COUNT WS-DAY-TXN-COUNT
               WS-TOTAL-TXN-COUNT WS-OP-TXN-COUNT(WS-OP-IDX)
               WS-IO-TXN-COUNT(WS-IO-IDX).
           ADD WS-LINE-VOIDS TO WS-CUR-VOID-COUNT WS-DAY-VOID-COUNT
               WS-OP-VOID-COUNT(WS-OP-IDX)
               WS-IO-VOID-COUNT(WS-IO-IDX).
           ADD WS-LINE-AMOUNT TO WS-CUR-NET-AMOUNT WS-DAY-NET-AMOUNT
               WS-OP-NET-AMOUNT(WS-OP-IDX)
               WS-IO-NET-AMOUNT(WS-IO-IDX).
           IF WS-IW-COUNT > 0
               ADD WS-LINE-TXNS TO WS-IW-TXN-COUNT(WS-IW-IDX)
               ADD WS-LINE-VOIDS TO WS-IW-VOID-COUNT(WS-IW-IDX)
               ADD WS-LINE-AMOUNT TO WS-IW-NET-AMOUNT(WS-IW-IDX).
           IF WS-WIN-FOUND = "Y"
               ADD WS-LINE-TXNS TO WS-WIN-TXN-COUNT(WS-WIN-IDX)
               ADD WS-LINE-VOIDS TO WS-WIN-VOID-COUNT(WS-WIN-IDX)
               ADD WS-LINE-AMOUNT TO WS-WIN-NET-AMOUNT(WS-WIN-IDX).

      ******************************************************************
      * Close off the interval just ended and, on a new day, the day
      * just ended, then start the next.
      ******************************************************************
       BREAK-INTERVAL.
           IF WS-CUR-INTERVAL NOT = 0
               PERFORM PRINT-INTERVAL.
           IF AL-DATE NOT = WS-CUR-DATE
               IF WS-CUR-INTERVAL NOT = 0
                   PERFORM PRINT-DAY-PEAKS
               END-IF
               PERFORM START-DAY
           END-IF.
           MOVE WS-IN-INTERVAL TO WS-CUR-INTERVAL.
           MOVE 0 TO WS-CUR-TXN-COUNT.
           MOVE 0 TO WS-CUR-VOID-COUNT.
           MOVE 0 TO WS-CUR-NET-AMOUNT.
           MOVE 0 TO WS-IW-COUNT.
           MOVE 0 TO WS-IO-COUNT.

       START-DAY.
           MOVE AL-DATE TO WS-CUR-DATE.
           MOVE 0 TO WS-DAY-EVENT-COUNT.
           MOVE 0 TO WS-DAY-TXN-COUNT.
           MOVE 0 TO WS-DAY-VOID-COUNT.
           MOVE 0 TO WS-DAY-NET-AMOUNT.
           PERFORM CLEAR-PEAK-ENTRY
               VARYING WS-PEAK-IDX FROM 1 BY 1
               UNTIL WS-PEAK-IDX > 3.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "BUSINESS DAY: " WS-CUR-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE "INTERVAL     WINDOW / OPERATOR" TO WS-RPT-LINE(1:30).
           MOVE "TXNS VOIDS     NET SALES" TO WS-RPT-LINE(52:24).
           PERFORM WRITE-REPORT-LINE.

       CLEAR-PEAK-ENTRY.
           MOVE 0 TO WS-PEAK-INTERVAL(WS-PEAK-IDX).
           MOVE 0 TO WS-PEAK-TXN-COUNT(WS-PEAK-IDX).
           MOVE 0 TO WS-PEAK-WINDOWS(WS-PEAK-IDX).
           MOVE 0 TO WS-PEAK-OPERATORS(WS-PEAK-IDX).
           MOVE 0 TO WS-PEAK-NET-AMOUNT(WS-PEAK-IDX).

       NOTE-DAY-EVENT.
           MOVE "N" TO WS-DE-FOUND.
           PERFORM MATCH-DAY-EVENT
               VARYING WS-DE-IDX FROM 1 BY 1
               UNTIL WS-DE-IDX > WS-DAY-EVENT-COUNT
                   OR WS-DE-FOUND = "Y".
           IF WS-DE-FOUND = "N" AND WS-DAY-EVENT-COUNT < 10
               ADD 1 TO WS-DAY-EVENT-COUNT
               SET WS-DE-IDX TO WS-DAY-EVENT-COUNT
               MOVE AL-EVENT-CODE TO WS-DAY-EVENT-CODE(WS-DE-IDX).

       MATCH-DAY-EVENT.
           IF WS-DAY-EVENT-CODE(WS-DE-IDX) = AL-EVENT-CODE
               MOVE "Y" TO WS-DE-FOUND.

       FIND-OPERATOR-ENTRY.
           MOVE "N" TO WS-OP-FOUND.
           PERFORM MATCH-OPERATOR-ENTRY
               VARYING WS-OP-IDX FROM 1 BY 1
               UNTIL WS-OP-IDX > WS-OP-COUNT
                   OR WS-OP-FOUND = "Y".
           IF WS-OP-FOUND = "Y"
               SET WS-OP-IDX DOWN BY 1
           ELSE IF WS-OP-COUNT < 50
               ADD 1 TO WS-OP-COUNT
               SET WS-OP-IDX TO WS-OP-COUNT
               MOVE WS-FIND-OPERATOR TO WS-OP-ID(WS-OP-IDX)
               MOVE "N" TO WS-OP-ACTIVE(WS-OP-IDX)
               MOVE SPACES TO WS-OP-WINDOW(WS-OP-IDX)
               MOVE 0 TO WS-OP-START-STAMP(WS-OP-IDX)
               MOVE 0 TO WS-OP-LAST-STAMP(WS-OP-IDX)
               MOVE 0 TO WS-OP-LAST-TXN-STAMP(WS-OP-IDX)
               MOVE 0 TO WS-OP-SESSIONS(WS-OP-IDX)
               MOVE 0 TO WS-OP-ON-SECS(WS-OP-IDX)
               MOVE 0 TO WS-OP-IDLE-SECS(WS-OP-IDX)
               MOVE 0 TO WS-OP-TXN-COUNT(WS-OP-IDX)
               MOVE 0 TO WS-OP-VOID-COUNT(WS-OP-IDX)
               MOVE 0 TO WS-OP-NET-AMOUNT(WS-OP-IDX)
               MOVE 0 TO WS-OP-GAP-SECS(WS-OP-IDX)
               MOVE 0 TO WS-OP-GAP-COUNT(WS-OP-IDX)
               MOVE "Y" TO WS-OP-FOUND
           ELSE
               ADD 1 TO WS-TABLE-FULL-COUNT.

       MATCH-OPERATOR-ENTRY.
           IF WS-OP-ID(WS-OP-IDX) = WS-FIND-OPERATOR
               MOVE "Y" TO WS-OP-FOUND.

       FIND-WINDOW-ENTRY.
           MOVE "N" TO WS-WIN-FOUND.
           PERFORM MATCH-WINDOW-ENTRY
               VARYING WS-WIN-IDX FROM 1 BY 1
               UNTIL WS-WIN-IDX > WS-WIN-COUNT
                   OR WS-WIN-FOUND = "Y".
           IF WS-WIN-FOUND = "Y"
               SET WS-WIN-IDX DOWN BY 1
           ELSE IF WS-WIN-COUNT < 20
               ADD 1 TO WS-WIN-COUNT
               SET WS-WIN-IDX TO WS-WIN-COUNT
               MOVE WS-FIND-WINDOW TO WS-WIN-FILE(WS-WIN-IDX)
               MOVE 0 TO WS-WIN-SESSIONS(WS-WIN-IDX)
               MOVE 0 TO WS-WIN-ON-SECS(WS-WIN-IDX)
               MOVE 0 TO WS-WIN-IDLE-SECS(WS-WIN-IDX)
               MOVE 0 TO WS-WIN-TXN-COUNT(WS-WIN-IDX)
               MOVE 0 TO WS-WIN-VOID-COUNT(WS-WIN-IDX)
               MOVE 0 TO WS-WIN-NET-AMOUNT(WS-WIN-IDX)
               MOVE "Y" TO WS-WIN-FOUND
           ELSE
               ADD 1 TO WS-TABLE-FULL-COUNT.

       MATCH-WINDOW-ENTRY.
           IF WS-WIN-FILE(WS-WIN-IDX) = WS-FIND-WINDOW
               MOVE "Y" TO WS-WIN-FOUND.

      ******************************************************************
      * The window and operator breakouts for the current interval
      * start empty each interval; a full table falls back on its
      * last entry.
      ******************************************************************
       FIND-INTERVAL-WINDOW.
           MOVE "N" TO WS-IX-FOUND.
           PERFORM MATCH-INTERVAL-WINDOW
               VARYING WS-IW-IDX FROM 1 BY 1
               UNTIL WS-IW-IDX > WS-IW-COUNT
                   OR WS-IX-FOUND = "Y".
           IF WS-IX-FOUND = "Y"
               SET WS-IW-IDX DOWN BY 1
           ELSE IF WS-IW-COUNT < 20
               ADD 1 TO WS-IW-COUNT
               SET WS-IW-IDX TO WS-IW-COUNT
               MOVE AL-WINDOW-FILE TO WS-IW-FILE(WS-IW-IDX)
               MOVE 0 TO WS-IW-TXN-COUNT(WS-IW-IDX)
               MOVE 0 TO WS-IW-VOID-COUNT(WS-IW-IDX)
               MOVE 0 TO WS-IW-NET-AMOUNT(WS-IW-IDX)
           ELSE
               SET WS-IW-IDX TO WS-IW-COUNT.

       MATCH-INTERVAL-WINDOW.
           IF WS-IW-FILE(WS-IW-IDX) = AL-WINDOW-FILE
               MOVE "Y" TO WS-IX-FOUND.

       FIND-INTERVAL-OPERATOR.
           MOVE "N" TO WS-IX-FOUND.
           PERFORM MATCH-INTERVAL-OPERATOR
               VARYING WS-IO-IDX FROM 1 BY 1
               UNTIL WS-IO-IDX > WS-IO-COUNT
                   OR WS-IX-FOUND = "Y".
           IF WS-IX-FOUND = "Y"
               SET WS-IO-IDX DOWN BY 1
           ELSE IF WS-IO-COUNT < 50
               ADD 1 TO WS-IO-COUNT
               SET WS-IO-IDX TO WS-IO-COUNT
               MOVE AL-OPERATOR-ID TO WS-IO-ID(WS-IO-IDX)
               MOVE 0 TO WS-IO-TXN-COUNT(WS-IO-IDX)
               MOVE 0 TO WS-IO-VOID-COUNT(WS-IO-IDX)
               MOVE 0 TO WS-IO-NET-AMOUNT(WS-IO-IDX)
           ELSE
               SET WS-IO-IDX TO WS-IO-COUNT.

       MATCH-INTERVAL-OPERATOR.
           IF WS-IO-ID(WS-IO-IDX) = AL-OPERATOR-ID
               MOVE "Y" TO WS-IX-FOUND.

       PRINT-INTERVAL.
           MOVE WS-CUR-INTERVAL TO WS-INTERVAL-NUM.
           PERFORM FORMAT-INTERVAL.
           MOVE SPACES TO WS-LINE-LABEL.
           STRING WS-INTERVAL-TEXT "  ALL WINDOWS"
               DELIMITED BY SIZE INTO WS-LINE-LABEL.
           MOVE WS-CUR-TXN-COUNT TO WS-LINE-TXNS.
           MOVE WS-CUR-VOID-COUNT TO WS-LINE-VOIDS.
           MOVE WS-CUR-NET-AMOUNT TO WS-LINE-AMOUNT.
           PERFORM PRINT-DETAIL-LINE.
           PERFORM PRINT-INTERVAL-WINDOW
               VARYING WS-IW-IDX FROM 1 BY 1
               UNTIL WS-IW-IDX > WS-IW-COUNT.
           PERFORM PRINT-INTERVAL-OPERATOR
               VARYING WS-IO-IDX FROM 1 BY 1
               UNTIL WS-IO-IDX > WS-IO-COUNT.
           PERFORM RANK-PEAK-INTERVAL.

       PRINT-INTERVAL-WINDOW.
           MOVE SPACES TO WS-LINE-LABEL.
           STRING "               WINDOW   " WS-IW-FILE(WS-IW-IDX)
               DELIMITED BY SIZE INTO WS-LINE-LABEL.
           MOVE WS-IW-TXN-COUNT(WS-IW-IDX) TO WS-LINE-TXNS.
           MOVE WS-IW-VOID-COUNT(WS-IW-IDX) TO WS-LINE-VOIDS.
           MOVE WS-IW-NET-AMOUNT(WS-IW-IDX) TO WS-LINE-AMOUNT.
           PERFORM PRINT-DETAIL-LINE.

       PRINT-INTERVAL-OPERATOR.
           MOVE SPACES TO WS-LINE-LABEL.
           STRING "               OPERATOR " WS-IO-ID(WS-IO-IDX)
               DELIMITED BY SIZE INTO WS-LINE-LABEL.
           MOVE WS-IO-TXN-COUNT(WS-IO-IDX) TO WS-LINE-TXNS.
           MOVE WS-IO-VOID-COUNT(WS-IO-IDX) TO WS-LINE-VOIDS.
           MOVE WS-IO-NET-AMOUNT(WS-IO-IDX) TO WS-LINE-AMOUNT.
           PERFORM PRINT-DETAIL-LINE.

       PRINT-DETAIL-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-LINE-LABEL TO WS-RPT-LINE(1:44).
           MOVE WS-LINE-TXNS TO WS-COUNT-DISPLAY.
           MOVE WS-COUNT-DISPLAY TO WS-RPT-LINE(50:5).
           MOVE WS-LINE-VOIDS TO WS-COUNT-DISPLAY.
           MOVE WS-COUNT-DISPLAY TO WS-RPT-LINE(56:5).
           MOVE WS-LINE-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE WS-AMOUNT-DISPLAY TO WS-RPT-LINE(62:14).
           PERFORM WRITE-REPORT-LINE.

       FORMAT-INTERVAL.
           COMPUTE WS-INTERVAL-START = (WS-INTERVAL-NUM - 1) * 15.
           COMPUTE WS-INTERVAL-END = WS-INTERVAL-START + 15.
           DIVIDE WS-INTERVAL-START BY 60 GIVING WS-IT-START-HH
               REMAINDER WS-IT-START-MM.
           DIVIDE WS-INTERVAL-END BY 60 GIVING WS-IT-END-HH
               REMAINDER WS-IT-END-MM.

      ******************************************************************
      * Keep the three busiest intervals of the day, most transactions
      * first; on a tie the earlier interval stays ahead.
      ******************************************************************
       RANK-PEAK-INTERVAL.
           IF WS-CUR-TXN-COUNT > WS-PEAK-TXN-COUNT(1)
               MOVE WS-PEAK-ENTRY(2) TO WS-PEAK-ENTRY(3)
               MOVE WS-PEAK-ENTRY(1) TO WS-PEAK-ENTRY(2)
               SET WS-PEAK-IDX TO 1
               PERFORM SET-PEAK-ENTRY
           ELSE IF WS-CUR-TXN-COUNT > WS-PEAK-TXN-COUNT(2)
               MOVE WS-PEAK-ENTRY(2) TO WS-PEAK-ENTRY(3)
               SET WS-PEAK-IDX TO 2
               PERFORM SET-PEAK-ENTRY
           ELSE IF WS-CUR-TXN-COUNT > WS-PEAK-TXN-COUNT(3)
               SET WS-PEAK-IDX TO 3
               PERFORM SET-PEAK-ENTRY.

       SET-PEAK-ENTRY.
           MOVE WS-CUR-INTERVAL TO WS-PEAK-INTERVAL(WS-PEAK-IDX).
           MOVE WS-CUR-TXN-COUNT TO WS-PEAK-TXN-COUNT(WS-PEAK-IDX).
           MOVE WS-IW-COUNT TO WS-PEAK-WINDOWS(WS-PEAK-IDX).
           MOVE WS-IO-COUNT TO WS-PEAK-OPERATORS(WS-PEAK-IDX).
           MOVE WS-CUR-NET-AMOUNT TO WS-PEAK-NET-AMOUNT(WS-PEAK-IDX).

       PRINT-DAY-PEAKS.
           MOVE SPACES TO WS-LINE-LABEL.
           STRING "DAY TOTAL " WS-CUR-DATE
               DELIMITED BY SIZE INTO WS-LINE-LABEL.
           MOVE WS-DAY-TXN-COUNT TO WS-LINE-TXNS.
           MOVE WS-DAY-VOID-COUNT TO WS-LINE-VOIDS.
           MOVE WS-DAY-NET-AMOUNT TO WS-LINE-AMOUNT.
           PERFORM PRINT-DETAIL-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "EVENTS WORKED: " DELIMITED BY SIZE
               INTO WS-RPT-LINE.
           PERFORM ADD-DAY-EVENT-TEXT
               VARYING WS-DE-IDX FROM 1 BY 1
               UNTIL WS-DE-IDX > WS-DAY-EVENT-COUNT.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE "PEAK INTERVALS  INTERVAL" TO WS-RPT-LINE(1:24).
           MOVE "TXNS  WINDOWS  OPERATORS" TO WS-RPT-LINE(30:24).
           MOVE "NET SALES" TO WS-RPT-LINE(62:9).
           PERFORM WRITE-REPORT-LINE.
           PERFORM PRINT-PEAK-LINE
               VARYING WS-PEAK-IDX FROM 1 BY 1
               UNTIL WS-PEAK-IDX > 3.

       ADD-DAY-EVENT-TEXT.
           MOVE WS-DAY-EVENT-CODE(WS-DE-IDX) TO
               WS-RPT-LINE(16 + (WS-DE-IDX - 1) * 5:4).

       PRINT-PEAK-LINE.
           IF WS-PEAK-TXN-COUNT(WS-PEAK-IDX) > 0
               MOVE SPACES TO WS-RPT-LINE
               SET WS-INTERVAL-NUM TO WS-PEAK-IDX
               MOVE WS-INTERVAL-NUM TO WS-SMALL-DISPLAY
               MOVE WS-SMALL-DISPLAY TO WS-RPT-LINE(3:3)
               MOVE WS-PEAK-INTERVAL(WS-PEAK-IDX) TO WS-INTERVAL-NUM
               PERFORM FORMAT-INTERVAL
               MOVE WS-INTERVAL-TEXT TO WS-RPT-LINE(17:11)
               MOVE WS-PEAK-TXN-COUNT(WS-PEAK-IDX) TO WS-COUNT-DISPLAY
               MOVE WS-COUNT-DISPLAY TO WS-RPT-LINE(29:5)
               MOVE WS-PEAK-WINDOWS(WS-PEAK-IDX) TO WS-SMALL-DISPLAY
               MOVE WS-SMALL-DISPLAY TO WS-RPT-LINE(38:3)
               MOVE WS-PEAK-OPERATORS(WS-PEAK-IDX) TO WS-SMALL-DISPLAY
               MOVE WS-SMALL-DISPLAY TO WS-RPT-LINE(48:3)
               MOVE WS-PEAK-NET-AMOUNT(WS-PEAK-IDX) TO
                   WS-AMOUNT-DISPLAY
               MOVE WS-AMOUNT-DISPLAY TO WS-RPT-LINE(56:14)
               PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      * Per operator over the whole run: the average gap is measured
      * between transactions in the same session; idle time is the
      * signed-on time spent in gaps of at least the idle gap.
      ******************************************************************
       PRINT-OPERATOR-SUMMARY.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE "BY OPERATOR     SESSIONS" TO WS-RPT-LINE(1:24).
           MOVE "ON MIN   TXNS  VOIDS  AVG GAP" TO WS-RPT-LINE(27:29).
           MOVE "IDLE MIN  NET SALES" TO WS-RPT-LINE(58:19).
           PERFORM WRITE-REPORT-LINE.
           PERFORM PRINT-OPERATOR-LINE
               VARYING WS-OP-IDX FROM 1 BY 1
               UNTIL WS-OP-IDX > WS-OP-COUNT.

       PRINT-OPERATOR-LINE.
           IF WS-OP-SESSIONS(WS-OP-IDX) > 0
               MOVE SPACES TO WS-RPT-LINE
               MOVE WS-OP-ID(WS-OP-IDX) TO WS-RPT-LINE(1:8)
               MOVE WS-OP-SESSIONS(WS-OP-IDX) TO WS-COUNT-DISPLAY
               MOVE WS-COUNT-DISPLAY TO WS-RPT-LINE(20:5)
               DIVIDE WS-OP-ON-SECS(WS-OP-IDX) BY 60
                   GIVING WS-WORK-MINUTES
               MOVE WS-WORK-MINUTES TO WS-MINUTES-DISPLAY
               MOVE WS-MINUTES-DISPLAY TO WS-RPT-LINE(27:5)
               MOVE WS-OP-TXN-COUNT(WS-OP-IDX) TO WS-COUNT-DISPLAY
               MOVE WS-COUNT-DISPLAY TO WS-RPT-LINE(34:5)
               MOVE WS-OP-VOID-COUNT(WS-OP-IDX) TO WS-COUNT-DISPLAY
               MOVE WS-COUNT-DISPLAY TO WS-RPT-LINE(41:5)
               PERFORM FORMAT-AVERAGE-GAP
               MOVE WS-AVG-TEXT TO WS-RPT-LINE(48:7)
               DIVIDE WS-OP-IDLE-SECS(WS-OP-IDX) BY 60
                   GIVING WS-WORK-MINUTES
               MOVE WS-WORK-MINUTES TO WS-MINUTES-DISPLAY
               MOVE WS-MINUTES-DISPLAY TO WS-RPT-LINE(59:5)
               MOVE WS-OP-NET-AMOUNT(WS-OP-IDX) TO WS-AMOUNT-DISPLAY
               MOVE WS-AMOUNT-DISPLAY TO WS-RPT-LINE(66:14)
               PERFORM WRITE-REPORT-LINE.

       FORMAT-AVERAGE-GAP.
           MOVE 0 TO WS-AVG-SECS.
           IF WS-OP-GAP-COUNT(WS-OP-IDX) > 0
               DIVIDE WS-OP-GAP-SECS(WS-OP-IDX)
                   BY WS-OP-GAP-COUNT(WS-OP-IDX)
                   GIVING WS-AVG-SECS ROUNDED.
           DIVIDE WS-AVG-SECS BY 60 GIVING WS-AVG-MINUTES
               REMAINDER WS-AVG-SECONDS.
           MOVE WS-AVG-MINUTES TO WS-AVG-MM.
           MOVE WS-AVG-SECONDS TO WS-AVG-SS.

       PRINT-WINDOW-SUMMARY.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE "BY WINDOW" TO WS-RPT-LINE(1:9).
           MOVE "SESSIONS  ON MIN   TXNS  VOIDS" TO WS-RPT-LINE(26:30).
           MOVE "IDLE MIN  NET SALES" TO WS-RPT-LINE(58:19).
           PERFORM WRITE-REPORT-LINE.
           PERFORM PRINT-WINDOW-LINE
               VARYING WS-WIN-IDX FROM 1 BY 1
               UNTIL WS-WIN-IDX > WS-WIN-COUNT.

       PRINT-WINDOW-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-WIN-FILE(WS-WIN-IDX) TO WS-RPT-LINE(1:24).
           MOVE WS-WIN-SESSIONS(WS-WIN-IDX) TO WS-COUNT-DISPLAY.
           MOVE WS-COUNT-DISPLAY TO WS-RPT-LINE(29:5).
           DIVIDE WS-WIN-ON-SECS(WS-WIN-IDX) BY 60
               GIVING WS-WORK-MINUTES.
           MOVE WS-WORK-MINUTES TO WS-MINUTES-DISPLAY.
           MOVE WS-MINUTES-DISPLAY TO WS-RPT-LINE(36:5).
           MOVE WS-WIN-TXN-COUNT(WS-WIN-IDX) TO WS-COUNT-DISPLAY.
           MOVE WS-COUNT-DISPLAY TO WS-RPT-LINE(43:5).
           MOVE WS-WIN-VOID-COUNT(WS-WIN-IDX) TO WS-COUNT-DISPLAY.
           MOVE WS-COUNT-DISPLAY TO WS-RPT-LINE(50:5).
           DIVIDE WS-WIN-IDLE-SECS(WS-WIN-IDX) BY 60
               GIVING WS-WORK-MINUTES.
           MOVE WS-WORK-MINUTES TO WS-MINUTES-DISPLAY.
           MOVE WS-MINUTES-DISPLAY TO WS-RPT-LINE(59:5).
           MOVE WS-WIN-NET-AMOUNT(WS-WIN-IDX) TO WS-AMOUNT-DISPLAY.
           MOVE WS-AMOUNT-DISPLAY TO WS-RPT-LINE(66:14).
           PERFORM WRITE-REPORT-LINE.

       PRINT-RUN-FOOTING.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-TOTAL-TXN-COUNT TO WS-COUNT-DISPLAY.
           STRING "WINDOW TRANSACTIONS: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-OUTSIDE-COUNT TO WS-COUNT-DISPLAY.
           STRING "AUDIT RECORDS OUTSIDE A WINDOW SESSION (NOT COUNTED)"
               ": " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF WS-TABLE-FULL-COUNT > 0
               MOVE SPACES TO WS-RPT-LINE
               MOVE WS-TABLE-FULL-COUNT TO WS-COUNT-DISPLAY
               STRING "WARNING - OPERATOR/WINDOW TABLE FULL, RECORDS "
                   "SKIPPED: " WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 4 TO RETURN-CODE.
           IF WS-TOTAL-TXN-COUNT = 0
               MOVE "NO WINDOW TRANSACTIONS IN THE DATES GIVEN" TO
                   WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 4 TO RETURN-CODE.

       WRITE-REPORT-LINE.
           DISPLAY WS-RPT-LINE.
           MOVE WS-RPT-LINE TO RPT-LINE.
           WRITE RPT-LINE.
       END PROGRAM LAB4-WINDOW-THROUGHPUT.
