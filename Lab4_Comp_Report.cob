      ******************************************************************
      * Author: Peter Stainforth
      * Date: 2026-10-15
      * Purpose: Lab4 complimentary ticket report - totals the comps
      *          on COMPLOG.DAT issued, voided and net by event (set
      *          against the event's quota on COMPQUOTA.DAT), by
      *          reason, by authorizing supervisor, and in detail by
      *          event, reason and supervisor together; ends RC 4
      *          when an event with comps is over quota or has none
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB4-COMP-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMP-LOG-FILE ASSIGN TO "COMPLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CL-FILE-STATUS.
           SELECT COMP-QUOTA-FILE ASSIGN TO "COMPQUOTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CQ-FILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATORS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-FILE-STATUS.
           SELECT COMP-REPORT-FILE ASSIGN TO "COMPRPT.DAT"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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

       FD  COMP-QUOTA-FILE.
       01  CQ-RECORD.
           05 CQ-EVENT-CODE        PIC X(4).
           05 FILLER               PIC X.
           05 CQ-MAX-COMPS         PIC 9(5).

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

       FD  COMP-REPORT-FILE.
       01  RPT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CL-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-CQ-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-OPERATOR-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-CL-EOF PIC 9(1) VALUE 0.
       01 WS-CQ-EOF PIC 9(1) VALUE 0.
       01 WS-OPERATOR-EOF PIC 9(1) VALUE 0.
       01 WS-RPT-LINE               PIC X(80).
       01 WS-RUN-DATE       PIC 9(8) VALUE 0.

      ******************************************************************
      * Quotas as keyed on COMPQUOTA.DAT; the ALL row is the default
      * for an event with no row of its own.
      ******************************************************************
       01 WS-QUOTA-COUNT PIC 9(3) VALUE 0.
       01 WS-QUOTA-TABLE.
           05 WS-QUOTA-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-QUOTA-IDX.
               10 WS-QUOTA-EVENT       PIC X(4).
               10 WS-QUOTA-MAX         PIC 9(5).
       01 WS-QUOTA-FOUND PIC A(1) VALUE "N".
       01 WS-DEFAULT-FOUND PIC A(1) VALUE "N".
       01 WS-DEFAULT-QUOTA PIC 9(5) VALUE 0.
       01 WS-EVENT-QUOTA  PIC 9(5) VALUE 0.
       01 WS-QUOTA-OVERFLOW-COUNT PIC 9(4) VALUE 0.

      ******************************************************************
      * Comps tallied four ways. A void is counted under the reason
      * and supervisor of the comp it reverses, as carried on the
      * void's log record.
      ******************************************************************
       01 WS-EVENT-COUNT PIC 9(3) VALUE 0.
       01 WS-EVENT-TABLE.
           05 WS-EVENT-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-EVENT-IDX.
               10 WS-EVENT-CODE        PIC X(4).
               10 WS-EVENT-ISSUED      PIC 9(5).
               10 WS-EVENT-VOIDED      PIC 9(5).

       01 WS-REASON-COUNT PIC 9(2) VALUE 0.
       01 WS-REASON-TABLE.
           05 WS-REASON-ENTRY OCCURS 10 TIMES
                   INDEXED BY WS-REASON-IDX.
               10 WS-REASON-CODE       PIC A(1).
               10 WS-REASON-ISSUED     PIC 9(5).
               10 WS-REASON-VOIDED     PIC 9(5).

       01 WS-SUPV-COUNT PIC 9(3) VALUE 0.
       01 WS-SUPV-TABLE.
           05 WS-SUPV-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-SUPV-IDX.
               10 WS-SUPV-ID           PIC X(8).
               10 WS-SUPV-NAME         PIC X(20).
               10 WS-SUPV-ISSUED       PIC 9(5).
               10 WS-SUPV-VOIDED       PIC 9(5).

       01 WS-DETAIL-COUNT PIC 9(3) VALUE 0.
       01 WS-DETAIL-TABLE.
           05 WS-DETAIL-ENTRY OCCURS 300 TIMES
                   INDEXED BY WS-DETAIL-IDX.
               10 WS-DETAIL-EVENT      PIC X(4).
               10 WS-DETAIL-REASON     PIC A(1).
               10 WS-DETAIL-SUPV       PIC X(8).
               10 WS-DETAIL-ISSUED     PIC 9(5).
               10 WS-DETAIL-VOIDED     PIC 9(5).

       01 WS-ENTRY-FOUND PIC A(1) VALUE "N".
       01 WS-TABLE-OVERFLOW-COUNT PIC 9(4) VALUE 0.
       01 WS-ISSUED-DELTA PIC 9(1) VALUE 0.
       01 WS-VOIDED-DELTA PIC 9(1) VALUE 0.
       01 WS-NET-COMPS    PIC S9(5) VALUE 0.
       01 WS-REMAINING    PIC S9(5) VALUE 0.
       01 WS-OVER-QUOTA-COUNT PIC 9(3) VALUE 0.
       01 WS-REASON-DESC  PIC X(7) VALUE SPACES.
       01 WS-KEY-REASON   PIC A(1) VALUE SPACE.

       01 WS-TOTAL-ISSUED PIC 9(5) VALUE 0.
       01 WS-TOTAL-VOIDED PIC 9(5) VALUE 0.

       01 WS-COUNT-DISPLAY   PIC ZZZZ9-.
       01 WS-COUNT-DISPLAY-2 PIC ZZZZ9-.
       01 WS-COUNT-DISPLAY-3 PIC ZZZZ9-.
       01 WS-COUNT-DISPLAY-4 PIC ZZZZ9-.
       01 WS-COUNT-DISPLAY-5 PIC ZZZZ9-.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT COMP-REPORT-FILE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "COMPLIMENTARY TICKET REPORT - RUN " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM LOAD-COMP-QUOTAS.
           MOVE 0 TO WS-CL-EOF.
           OPEN INPUT COMP-LOG-FILE.
           IF WS-CL-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "NO COMP LOG FILE - NO COMPS ISSUED" TO
                   WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               PERFORM READ-COMP-LOG-RECORD
               PERFORM TALLY-COMP-RECORD UNTIL WS-CL-EOF = 1
               CLOSE COMP-LOG-FILE
               PERFORM LOAD-SUPERVISOR-NAMES
               PERFORM PRINT-EVENT-SECTION
               PERFORM PRINT-REASON-SECTION
               PERFORM PRINT-SUPERVISOR-SECTION
               PERFORM PRINT-DETAIL-SECTION
               PERFORM PRINT-REPORT-TOTALS.
           CLOSE COMP-REPORT-FILE.
           IF WS-OVER-QUOTA-COUNT > 0
               MOVE 4 TO RETURN-CODE.
           STOP RUN.

       LOAD-COMP-QUOTAS.
           MOVE 0 TO WS-CQ-EOF.
           OPEN INPUT COMP-QUOTA-FILE.
           IF WS-CQ-FILE-STATUS = "00"
               PERFORM READ-COMP-QUOTA-RECORD
               PERFORM ADD-QUOTA-ENTRY UNTIL WS-CQ-EOF = 1
               CLOSE COMP-QUOTA-FILE.

       READ-COMP-QUOTA-RECORD.
           READ COMP-QUOTA-FILE
               AT END MOVE 1 TO WS-CQ-EOF.

       ADD-QUOTA-ENTRY.
           IF CQ-EVENT-CODE = "ALL"
               MOVE "Y" TO WS-DEFAULT-FOUND
               MOVE CQ-MAX-COMPS TO WS-DEFAULT-QUOTA
           ELSE IF WS-QUOTA-COUNT < 100
               ADD 1 TO WS-QUOTA-COUNT
               SET WS-QUOTA-IDX TO WS-QUOTA-COUNT
               MOVE CQ-EVENT-CODE TO WS-QUOTA-EVENT(WS-QUOTA-IDX)
               MOVE CQ-MAX-COMPS TO WS-QUOTA-MAX(WS-QUOTA-IDX)
           ELSE
               ADD 1 TO WS-QUOTA-OVERFLOW-COUNT.
           PERFORM READ-COMP-QUOTA-RECORD.

       READ-COMP-LOG-RECORD.
           READ COMP-LOG-FILE
               AT END MOVE 1 TO WS-CL-EOF.

       TALLY-COMP-RECORD.
           IF CL-TYPE = "V"
               MOVE 0 TO WS-ISSUED-DELTA
               MOVE 1 TO WS-VOIDED-DELTA
           ELSE
               MOVE 1 TO WS-ISSUED-DELTA
               MOVE 0 TO WS-VOIDED-DELTA.
           ADD WS-ISSUED-DELTA TO WS-TOTAL-ISSUED.
           ADD WS-VOIDED-DELTA TO WS-TOTAL-VOIDED.
           PERFORM POST-EVENT-ENTRY.
           PERFORM POST-REASON-ENTRY.
           PERFORM POST-SUPV-ENTRY.
           PERFORM POST-DETAIL-ENTRY.
           PERFORM READ-COMP-LOG-RECORD.

       POST-EVENT-ENTRY.
           MOVE "N" TO WS-ENTRY-FOUND.
           PERFORM MATCH-EVENT-ENTRY
               VARYING WS-EVENT-IDX FROM 1 BY 1
               UNTIL WS-EVENT-IDX > WS-EVENT-COUNT
                   OR WS-ENTRY-FOUND = "Y".
           IF WS-ENTRY-FOUND = "Y"
               SET WS-EVENT-IDX DOWN BY 1
               ADD WS-ISSUED-DELTA TO WS-EVENT-ISSUED(WS-EVENT-IDX)
               ADD WS-VOIDED-DELTA TO WS-EVENT-VOIDED(WS-EVENT-IDX)
           ELSE IF WS-EVENT-COUNT < 100
               ADD 1 TO WS-EVENT-COUNT
               SET WS-EVENT-IDX TO WS-EVENT-COUNT
               MOVE CL-EVENT-CODE TO WS-EVENT-CODE(WS-EVENT-IDX)
               MOVE WS-ISSUED-DELTA TO WS-EVENT-ISSUED(WS-EVENT-IDX)
               MOVE WS-VOIDED-DELTA TO WS-EVENT-VOIDED(WS-EVENT-IDX)
           ELSE
               ADD 1 TO WS-TABLE-OVERFLOW-COUNT.

       MATCH-EVENT-ENTRY.
           IF WS-EVENT-CODE(WS-EVENT-IDX) = CL-EVENT-CODE
               MOVE "Y" TO WS-ENTRY-FOUND.

       POST-REASON-ENTRY.
           MOVE "N" TO WS-ENTRY-FOUND.
           PERFORM MATCH-REASON-ENTRY
               VARYING WS-REASON-IDX FROM 1 BY 1
               UNTIL WS-REASON-IDX > WS-REASON-COUNT
                   OR WS-ENTRY-FOUND = "Y".
           IF WS-ENTRY-FOUND = "Y"
               SET WS-REASON-IDX DOWN BY 1
               ADD WS-ISSUED-DELTA TO WS-REASON-ISSUED(WS-REASON-IDX)
               ADD WS-VOIDED-DELTA TO WS-REASON-VOIDED(WS-REASON-IDX)
           ELSE IF WS-REASON-COUNT < 10
               ADD 1 TO WS-REASON-COUNT
               SET WS-REASON-IDX TO WS-REASON-COUNT
               MOVE CL-REASON TO WS-REASON-CODE(WS-REASON-IDX)
               MOVE WS-ISSUED-DELTA TO WS-REASON-ISSUED(WS-REASON-IDX)
               MOVE WS-VOIDED-DELTA TO WS-REASON-VOIDED(WS-REASON-IDX)
           ELSE
               ADD 1 TO WS-TABLE-OVERFLOW-COUNT.

       MATCH-REASON-ENTRY.
           IF WS-REASON-CODE(WS-REASON-IDX) = CL-REASON
               MOVE "Y" TO WS-ENTRY-FOUND.

       POST-SUPV-ENTRY.
           MOVE "N" TO WS-ENTRY-FOUND.
           PERFORM MATCH-SUPV-ENTRY
               VARYING WS-SUPV-IDX FROM 1 BY 1
               UNTIL WS-SUPV-IDX > WS-SUPV-COUNT
                   OR WS-ENTRY-FOUND = "Y".
           IF WS-ENTRY-FOUND = "Y"
               SET WS-SUPV-IDX DOWN BY 1
               ADD WS-ISSUED-DELTA TO WS-SUPV-ISSUED(WS-SUPV-IDX)
               ADD WS-VOIDED-DELTA TO WS-SUPV-VOIDED(WS-SUPV-IDX)
           ELSE IF WS-SUPV-COUNT < 50
               ADD 1 TO WS-SUPV-COUNT
               SET WS-SUPV-IDX TO WS-SUPV-COUNT
               MOVE CL-SUPERVISOR-ID TO WS-SUPV-ID(WS-SUPV-IDX)
               MOVE "NOT ON OPERATOR FILE" TO WS-SUPV-NAME(WS-SUPV-IDX)
               MOVE WS-ISSUED-DELTA TO WS-SUPV-ISSUED(WS-SUPV-IDX)
               MOVE WS-VOIDED-DELTA TO WS-SUPV-VOIDED(WS-SUPV-IDX)
           ELSE
               ADD 1 TO WS-TABLE-OVERFLOW-COUNT.

       MATCH-SUPV-ENTRY.
           IF WS-SUPV-ID(WS-SUPV-IDX) = CL-SUPERVISOR-ID
               MOVE "Y" TO WS-ENTRY-FOUND.

       POST-DETAIL-ENTRY.
           MOVE "N" TO WS-ENTRY-FOUND.
           PERFORM MATCH-DETAIL-ENTRY
               VARYING WS-DETAIL-IDX FROM 1 BY 1
               UNTIL WS-DETAIL-IDX > WS-DETAIL-COUNT
                   OR WS-ENTRY-FOUND = "Y".
           IF WS-ENTRY-FOUND = "Y"
               SET WS-DETAIL-IDX DOWN BY 1
               ADD WS-ISSUED-DELTA TO WS-DETAIL-ISSUED(WS-DETAIL-IDX)
               ADD WS-VOIDED-DELTA TO WS-DETAIL-VOIDED(WS-DETAIL-IDX)
           ELSE IF WS-DETAIL-COUNT < 300
               ADD 1 TO WS-DETAIL-COUNT
               SET WS-DETAIL-IDX TO WS-DETAIL-COUNT
               MOVE CL-EVENT-CODE TO WS-DETAIL-EVENT(WS-DETAIL-IDX)
               MOVE CL-REASON TO WS-DETAIL-REASON(WS-DETAIL-IDX)
               MOVE CL-SUPERVISOR-ID TO WS-DETAIL-SUPV(WS-DETAIL-IDX)
               MOVE WS-ISSUED-DELTA TO WS-DETAIL-ISSUED(WS-DETAIL-IDX)
               MOVE WS-VOIDED-DELTA TO WS-DETAIL-VOIDED(WS-DETAIL-IDX)
           ELSE
               ADD 1 TO WS-TABLE-OVERFLOW-COUNT.

       MATCH-DETAIL-ENTRY.
           IF WS-DETAIL-EVENT(WS-DETAIL-IDX) = CL-EVENT-CODE
                   AND WS-DETAIL-REASON(WS-DETAIL-IDX) = CL-REASON
                   AND WS-DETAIL-SUPV(WS-DETAIL-IDX) =
                       CL-SUPERVISOR-ID
               MOVE "Y" TO WS-ENTRY-FOUND.

      ******************************************************************
      * Supervisor names come from the operator master; an ID no
      * longer on file keeps its placeholder name.
      ******************************************************************
       LOAD-SUPERVISOR-NAMES.
           MOVE 0 TO WS-OPERATOR-EOF.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPERATOR-FILE-STATUS = "00"
               PERFORM READ-OPERATOR-RECORD
               PERFORM NAME-SUPERVISOR UNTIL WS-OPERATOR-EOF = 1
               CLOSE OPERATOR-FILE.

       READ-OPERATOR-RECORD.
           READ OPERATOR-FILE
               AT END MOVE 1 TO WS-OPERATOR-EOF.

       NAME-SUPERVISOR.
           MOVE "N" TO WS-ENTRY-FOUND.
           PERFORM MATCH-SUPV-OPERATOR
               VARYING WS-SUPV-IDX FROM 1 BY 1
               UNTIL WS-SUPV-IDX > WS-SUPV-COUNT
                   OR WS-ENTRY-FOUND = "Y".
           IF WS-ENTRY-FOUND = "Y"
               SET WS-SUPV-IDX DOWN BY 1
               MOVE OP-NAME TO WS-SUPV-NAME(WS-SUPV-IDX).
           PERFORM READ-OPERATOR-RECORD.

       MATCH-SUPV-OPERATOR.
           IF WS-SUPV-ID(WS-SUPV-IDX) = OP-OPERATOR-ID
               MOVE "Y" TO WS-ENTRY-FOUND.

      ******************************************************************
      * Net comps per event against the quota the window enforces.
      * Two windows issuing the last comps at the same moment can
      * both pass the check, so an over-quota event is flagged here.
      ******************************************************************
       PRINT-EVENT-SECTION.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "COMPS BY EVENT" TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "EVENT ISSUED  VOIDED     NET   QUOTA  REMAINING"
               TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM PRINT-EVENT-LINE
               VARYING WS-EVENT-IDX FROM 1 BY 1
               UNTIL WS-EVENT-IDX > WS-EVENT-COUNT.

       PRINT-EVENT-LINE.
           PERFORM FIND-EVENT-QUOTA.
           COMPUTE WS-NET-COMPS = WS-EVENT-ISSUED(WS-EVENT-IDX)
               - WS-EVENT-VOIDED(WS-EVENT-IDX).
           MOVE WS-EVENT-ISSUED(WS-EVENT-IDX) TO WS-COUNT-DISPLAY.
           MOVE WS-EVENT-VOIDED(WS-EVENT-IDX) TO WS-COUNT-DISPLAY-2.
           MOVE WS-NET-COMPS TO WS-COUNT-DISPLAY-3.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-QUOTA-FOUND = "Y"
               COMPUTE WS-REMAINING = WS-EVENT-QUOTA - WS-NET-COMPS
               MOVE WS-EVENT-QUOTA TO WS-COUNT-DISPLAY-4
               MOVE WS-REMAINING TO WS-COUNT-DISPLAY-5
               STRING WS-EVENT-CODE(WS-EVENT-IDX) "   "
                   WS-COUNT-DISPLAY "  " WS-COUNT-DISPLAY-2 "  "
                   WS-COUNT-DISPLAY-3 "  " WS-COUNT-DISPLAY-4
                   "     " WS-COUNT-DISPLAY-5
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               IF WS-REMAINING < 0
                   ADD 1 TO WS-OVER-QUOTA-COUNT
                   MOVE "** OVER QUOTA **" TO WS-RPT-LINE(60:16)
               END-IF
           ELSE
               ADD 1 TO WS-OVER-QUOTA-COUNT
               STRING WS-EVENT-CODE(WS-EVENT-IDX) "   "
                   WS-COUNT-DISPLAY "  " WS-COUNT-DISPLAY-2 "  "
                   WS-COUNT-DISPLAY-3 "    NONE"
                   "  ** NO QUOTA ON FILE **"
                   DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       FIND-EVENT-QUOTA.
           MOVE "N" TO WS-QUOTA-FOUND.
           PERFORM MATCH-QUOTA-ENTRY
               VARYING WS-QUOTA-IDX FROM 1 BY 1
               UNTIL WS-QUOTA-IDX > WS-QUOTA-COUNT
                   OR WS-QUOTA-FOUND = "Y".
           IF WS-QUOTA-FOUND = "Y"
               SET WS-QUOTA-IDX DOWN BY 1
               MOVE WS-QUOTA-MAX(WS-QUOTA-IDX) TO WS-EVENT-QUOTA
           ELSE IF WS-DEFAULT-FOUND = "Y"
               MOVE "Y" TO WS-QUOTA-FOUND
               MOVE WS-DEFAULT-QUOTA TO WS-EVENT-QUOTA.

       MATCH-QUOTA-ENTRY.
           IF WS-QUOTA-EVENT(WS-QUOTA-IDX) =
                   WS-EVENT-CODE(WS-EVENT-IDX)
               MOVE "Y" TO WS-QUOTA-FOUND.

       PRINT-REASON-SECTION.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "COMPS BY REASON" TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "REASON    ISSUED  VOIDED     NET" TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM PRINT-REASON-LINE
               VARYING WS-REASON-IDX FROM 1 BY 1
               UNTIL WS-REASON-IDX > WS-REASON-COUNT.

       PRINT-REASON-LINE.
           MOVE WS-REASON-CODE(WS-REASON-IDX) TO WS-KEY-REASON.
           PERFORM SET-REASON-DESC.
           COMPUTE WS-NET-COMPS = WS-REASON-ISSUED(WS-REASON-IDX)
               - WS-REASON-VOIDED(WS-REASON-IDX).
           MOVE WS-REASON-ISSUED(WS-REASON-IDX) TO WS-COUNT-DISPLAY.
           MOVE WS-REASON-VOIDED(WS-REASON-IDX) TO WS-COUNT-DISPLAY-2.
           MOVE WS-NET-COMPS TO WS-COUNT-DISPLAY-3.
           MOVE SPACES TO WS-RPT-LINE.
           STRING WS-REASON-DESC "    " WS-COUNT-DISPLAY "  "
               WS-COUNT-DISPLAY-2 "  " WS-COUNT-DISPLAY-3
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       SET-REASON-DESC.
           IF WS-KEY-REASON = "P"
               MOVE "PRESS" TO WS-REASON-DESC
           ELSE IF WS-KEY-REASON = "A"
               MOVE "ARTIST" TO WS-REASON-DESC
           ELSE IF WS-KEY-REASON = "S"
               MOVE "SPONSOR" TO WS-REASON-DESC
           ELSE IF WS-KEY-REASON = "T"
               MOVE "STAFF" TO WS-REASON-DESC
           ELSE
               MOVE "UNKNOWN" TO WS-REASON-DESC.

       PRINT-SUPERVISOR-SECTION.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "COMPS BY AUTHORIZING SUPERVISOR" TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "SUPV ID  NAME                  ISSUED  VOIDED     NET"
               TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM PRINT-SUPERVISOR-LINE
               VARYING WS-SUPV-IDX FROM 1 BY 1
               UNTIL WS-SUPV-IDX > WS-SUPV-COUNT.

       PRINT-SUPERVISOR-LINE.
           COMPUTE WS-NET-COMPS = WS-SUPV-ISSUED(WS-SUPV-IDX)
               - WS-SUPV-VOIDED(WS-SUPV-IDX).
           MOVE WS-SUPV-ISSUED(WS-SUPV-IDX) TO WS-COUNT-DISPLAY.
           MOVE WS-SUPV-VOIDED(WS-SUPV-IDX) TO WS-COUNT-DISPLAY-2.
           MOVE WS-NET-COMPS TO WS-COUNT-DISPLAY-3.
           MOVE SPACES TO WS-RPT-LINE.
           STRING WS-SUPV-ID(WS-SUPV-IDX) " "
               WS-SUPV-NAME(WS-SUPV-IDX) "  " WS-COUNT-DISPLAY "  "
               WS-COUNT-DISPLAY-2 "  " WS-COUNT-DISPLAY-3
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       PRINT-DETAIL-SECTION.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "COMPS BY EVENT, REASON AND SUPERVISOR" TO
               WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "EVENT  REASON   SUPV ID  ISSUED  VOIDED     NET"
               TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM PRINT-DETAIL-LINE
               VARYING WS-DETAIL-IDX FROM 1 BY 1
               UNTIL WS-DETAIL-IDX > WS-DETAIL-COUNT.

       PRINT-DETAIL-LINE.
           MOVE WS-DETAIL-REASON(WS-DETAIL-IDX) TO WS-KEY-REASON.
           PERFORM SET-REASON-DESC.
           COMPUTE WS-NET-COMPS = WS-DETAIL-ISSUED(WS-DETAIL-IDX)
               - WS-DETAIL-VOIDED(WS-DETAIL-IDX).
           MOVE WS-DETAIL-ISSUED(WS-DETAIL-IDX) TO WS-COUNT-DISPLAY.
           MOVE WS-DETAIL-VOIDED(WS-DETAIL-IDX) TO WS-COUNT-DISPLAY-2.
           MOVE WS-NET-COMPS TO WS-COUNT-DISPLAY-3.
           MOVE SPACES TO WS-RPT-LINE.
           STRING WS-DETAIL-EVENT(WS-DETAIL-IDX) "   "
               WS-REASON-DESC "  " WS-DETAIL-SUPV(WS-DETAIL-IDX)
               "  " WS-COUNT-DISPLAY "  " WS-COUNT-DISPLAY-2 "  "
               WS-COUNT-DISPLAY-3
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       PRINT-REPORT-TOTALS.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           COMPUTE WS-NET-COMPS = WS-TOTAL-ISSUED - WS-TOTAL-VOIDED.
           MOVE WS-TOTAL-ISSUED TO WS-COUNT-DISPLAY.
           MOVE WS-TOTAL-VOIDED TO WS-COUNT-DISPLAY-2.
           MOVE WS-NET-COMPS TO WS-COUNT-DISPLAY-3.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "TOTAL COMPS ISSUED: " WS-COUNT-DISPLAY
               "  VOIDED: " WS-COUNT-DISPLAY-2
               "  NET: " WS-COUNT-DISPLAY-3
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-OVER-QUOTA-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "EVENTS OVER QUOTA OR WITH NO QUOTA: "
               WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF WS-TABLE-OVERFLOW-COUNT > 0
               MOVE WS-TABLE-OVERFLOW-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-RPT-LINE
               STRING "** TALLY TABLE FULL - " WS-COUNT-DISPLAY
                   " POSTING(S) IN TOTALS ONLY **"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE.
           IF WS-QUOTA-OVERFLOW-COUNT > 0
               MOVE WS-QUOTA-OVERFLOW-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-RPT-LINE
               STRING "** QUOTA TABLE FULL - " WS-COUNT-DISPLAY
                   " QUOTA ROW(S) IGNORED **"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           DISPLAY WS-RPT-LINE.
           MOVE WS-RPT-LINE TO RPT-LINE.
           WRITE RPT-LINE.
       END PROGRAM LAB4-COMP-REPORT.
