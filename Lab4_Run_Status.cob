      ******************************************************************
      * Author: Peter Stainforth
      * Date: 2026-10-15
      * Purpose: Lab4 night close run status report - lists each
      *          night's run history from RUNLOG.DAT, run by run,
      *          with every step's start and end time, return code
      *          and outcome, then sums up each business date as
      *          complete or still needing a rerun
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB4-RUN-STATUS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RL-FILE-STATUS.
           SELECT STATUS-REPORT-FILE ASSIGN TO "RUNSTATRPT.DAT"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG-FILE.
       01  RL-RECORD.
           05 RL-BUSINESS-DATE     PIC 9(8).
           05 RL-RUN-NUM           PIC 9(3).
           05 RL-STEP-NUM          PIC 9(2).
           05 RL-PROGRAM           PIC X(20).
           05 RL-EVENT             PIC A(1).
           05 RL-DATE              PIC 9(8).
           05 RL-TIME              PIC 9(8).
           05 RL-RETURN-CODE       PIC 9(4).

       FD  STATUS-REPORT-FILE.
       01  RPT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-RL-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-RL-EOF PIC 9(1) VALUE 0.
       01 WS-RPT-LINE               PIC X(80).

       01 WS-FROM-DATE              PIC 9(8) VALUE 0.
       01 WS-RUN-DATE               PIC 9(8) VALUE 0.
       01 WS-CURRENT-DATE           PIC 9(8) VALUE 0.
       01 WS-CURRENT-RUN            PIC 9(3) VALUE 0.
       01 WS-RECORDS-LISTED         PIC 9(5) VALUE 0.

      ******************************************************************
      * A start record is held until its end record arrives so the
      * two print as one line; a start with no end means the step
      * never came back.
      ******************************************************************
       01 WS-PENDING-START          PIC A(1) VALUE "N".
       01 WS-PENDING-STEP           PIC 9(2) VALUE 0.
       01 WS-PENDING-PROGRAM        PIC X(20) VALUE SPACES.
       01 WS-PENDING-TIME           PIC 9(8) VALUE 0.

       01 WS-TIME-WORK              PIC 9(8) VALUE 0.
       01 WS-TIME-DISPLAY           PIC X(8) VALUE SPACES.
       01 WS-START-DISPLAY          PIC X(8) VALUE SPACES.
       01 WS-END-DISPLAY            PIC X(8) VALUE SPACES.
       01 WS-LINE-STEP              PIC 9(2) VALUE 0.
       01 WS-OPEN-STEP              PIC 9(2) VALUE 0.
       01 WS-LINE-PROGRAM           PIC X(20) VALUE SPACES.
       01 WS-LINE-RC                PIC X(4) VALUE SPACES.
       01 WS-LINE-STATUS            PIC X(30) VALUE SPACES.

      ******************************************************************
      * One entry per business date for the closing summary.  The
      * outcome of the latest run decides whether the night is
      * complete: any failed, held or unfinished step in it leaves
      * the night open for a rerun.
      ******************************************************************
       01 WS-NIGHT-TABLE-MAX        PIC 9(3) VALUE 400.
       01 WS-NIGHT-COUNT            PIC 9(3) VALUE 0.
       01 WS-NIGHTS-NOT-LISTED      PIC 9(5) VALUE 0.
       01 WS-NIGHT-FOUND            PIC A(1) VALUE "N".
       01 WS-NIGHT-TABLE.
           05 WS-NIGHT-ENTRY OCCURS 400 TIMES
                   INDEXED BY WS-NIGHT-IDX.
               10 WS-NIGHT-DATE         PIC 9(8).
               10 WS-NIGHT-RUNS         PIC 9(3).
               10 WS-NIGHT-COMPLETED    PIC 9(3).
               10 WS-NIGHT-OPEN-STEPS   PIC 9(3).
               10 WS-NIGHT-OPEN-STEP  PIC 9(2).

       01 WS-NIGHTS-COMPLETE        PIC 9(5) VALUE 0.
       01 WS-NIGHTS-OPEN            PIC 9(5) VALUE 0.

       01 WS-RC-DISPLAY             PIC ZZZ9.
       01 WS-COUNT-DISPLAY          PIC ZZZZ9.
       01 WS-SMALL-DISPLAY          PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "ENTER FIRST BUSINESS DATE (YYYYMMDD, 0 FOR ALL): "
               WITH NO ADVANCING.
           ACCEPT WS-FROM-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT STATUS-REPORT-FILE.
           MOVE "NIGHT CLOSE RUN STATUS REPORT" TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "RUN DATE: " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF WS-FROM-DATE NOT = 0
               MOVE SPACES TO WS-RPT-LINE
               STRING "BUSINESS DATES FROM: " WS-FROM-DATE
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE.
           MOVE 0 TO WS-RL-EOF.
           OPEN INPUT RUN-LOG-FILE.
           IF WS-RL-FILE-STATUS = "00"
               PERFORM READ-LOG-RECORD
               PERFORM PROCESS-LOG-RECORD UNTIL WS-RL-EOF = 1
               PERFORM FLUSH-PENDING-START
               CLOSE RUN-LOG-FILE.
           IF WS-RECORDS-LISTED = 0
               MOVE SPACES TO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "NO RUN HISTORY ON FILE" TO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               PERFORM PRINT-NIGHT-SUMMARY.
           CLOSE STATUS-REPORT-FILE.
           IF WS-NIGHTS-OPEN > 0
               MOVE 4 TO RETURN-CODE.
           STOP RUN.

       READ-LOG-RECORD.
           READ RUN-LOG-FILE
               AT END MOVE 1 TO WS-RL-EOF.

       PROCESS-LOG-RECORD.
           IF RL-BUSINESS-DATE NOT < WS-FROM-DATE
               PERFORM LIST-LOG-RECORD.
           PERFORM READ-LOG-RECORD.

       LIST-LOG-RECORD.
           ADD 1 TO WS-RECORDS-LISTED.
           IF RL-BUSINESS-DATE NOT = WS-CURRENT-DATE
                   OR RL-RUN-NUM NOT = WS-CURRENT-RUN
               PERFORM FLUSH-PENDING-START
               PERFORM START-NEW-RUN.
           IF WS-PENDING-START = "Y"
               IF (RL-EVENT = "C" OR RL-EVENT = "F")
                       AND RL-STEP-NUM = WS-PENDING-STEP
                   CONTINUE
               ELSE
                   PERFORM FLUSH-PENDING-START
               END-IF
           END-IF.
           IF RL-EVENT = "S"
               MOVE "Y" TO WS-PENDING-START
               MOVE RL-STEP-NUM TO WS-PENDING-STEP
               MOVE RL-PROGRAM TO WS-PENDING-PROGRAM
               MOVE RL-TIME TO WS-PENDING-TIME
           ELSE
               PERFORM LIST-STEP-OUTCOME.

       START-NEW-RUN.
           MOVE RL-BUSINESS-DATE TO WS-CURRENT-DATE.
           MOVE RL-RUN-NUM TO WS-CURRENT-RUN.
           PERFORM FIND-NIGHT-ENTRY.
           IF WS-NIGHT-FOUND = "Y"
               ADD 1 TO WS-NIGHT-RUNS(WS-NIGHT-IDX)
               MOVE 0 TO WS-NIGHT-OPEN-STEPS(WS-NIGHT-IDX)
               MOVE 0 TO WS-NIGHT-OPEN-STEP(WS-NIGHT-IDX).
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "BUSINESS DATE " RL-BUSINESS-DATE "   RUN "
               RL-RUN-NUM "   STARTED " RL-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "STEP PROGRAM" TO WS-RPT-LINE.
           MOVE "START     END         RC OUTCOME" TO WS-RPT-LINE(29:).
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      * Search as in LAB4-SUMMARY-REPORT's FIND paragraphs; a date not
      * yet in the table is added, and past the table's end the
      * date is counted but left out of the summary.
      ******************************************************************
       FIND-NIGHT-ENTRY.
           MOVE "N" TO WS-NIGHT-FOUND.
           PERFORM MATCH-NIGHT-ENTRY
               VARYING WS-NIGHT-IDX FROM 1 BY 1
               UNTIL WS-NIGHT-IDX > WS-NIGHT-COUNT
                   OR WS-NIGHT-FOUND = "Y".
           IF WS-NIGHT-FOUND = "Y"
               SET WS-NIGHT-IDX DOWN BY 1
           ELSE IF WS-NIGHT-COUNT < WS-NIGHT-TABLE-MAX
               ADD 1 TO WS-NIGHT-COUNT
               SET WS-NIGHT-IDX TO WS-NIGHT-COUNT
               MOVE RL-BUSINESS-DATE TO WS-NIGHT-DATE(WS-NIGHT-IDX)
               MOVE 0 TO WS-NIGHT-RUNS(WS-NIGHT-IDX)
               MOVE 0 TO WS-NIGHT-COMPLETED(WS-NIGHT-IDX)
               MOVE "Y" TO WS-NIGHT-FOUND
           ELSE
               ADD 1 TO WS-NIGHTS-NOT-LISTED.

       MATCH-NIGHT-ENTRY.
           IF WS-NIGHT-DATE(WS-NIGHT-IDX) = RL-BUSINESS-DATE
               MOVE "Y" TO WS-NIGHT-FOUND.

       LIST-STEP-OUTCOME.
           MOVE RL-STEP-NUM TO WS-LINE-STEP.
           MOVE RL-PROGRAM TO WS-LINE-PROGRAM.
           MOVE SPACES TO WS-START-DISPLAY.
           MOVE SPACES TO WS-END-DISPLAY.
           MOVE SPACES TO WS-LINE-RC.
           IF RL-EVENT = "C" OR RL-EVENT = "F"
               IF WS-PENDING-START = "Y"
                   MOVE WS-PENDING-TIME TO WS-TIME-WORK
                   PERFORM FORMAT-TIME
                   MOVE WS-TIME-DISPLAY TO WS-START-DISPLAY
               END-IF
               MOVE RL-TIME TO WS-TIME-WORK
               PERFORM FORMAT-TIME
               MOVE WS-TIME-DISPLAY TO WS-END-DISPLAY
               MOVE RL-RETURN-CODE TO WS-RC-DISPLAY
               MOVE WS-RC-DISPLAY TO WS-LINE-RC
           END-IF.
           MOVE "N" TO WS-PENDING-START.
           IF RL-EVENT = "C"
               MOVE "COMPLETE" TO WS-LINE-STATUS
               PERFORM COUNT-STEP-COMPLETE
           ELSE IF RL-EVENT = "F"
               MOVE "FAILED" TO WS-LINE-STATUS
               MOVE RL-STEP-NUM TO WS-OPEN-STEP
               PERFORM COUNT-STEP-OPEN
           ELSE IF RL-EVENT = "K"
               MOVE "SKIPPED - DONE EARLIER" TO WS-LINE-STATUS
           ELSE IF RL-EVENT = "H"
               MOVE "HELD - PREREQ NOT DONE" TO WS-LINE-STATUS
               MOVE RL-STEP-NUM TO WS-OPEN-STEP
               PERFORM COUNT-STEP-OPEN
           ELSE
               MOVE "UNKNOWN LOG EVENT" TO WS-LINE-STATUS.
           PERFORM WRITE-STEP-LINE.

       FLUSH-PENDING-START.
           IF WS-PENDING-START = "Y"
               MOVE WS-PENDING-STEP TO WS-LINE-STEP
               MOVE WS-PENDING-PROGRAM TO WS-LINE-PROGRAM
               MOVE WS-PENDING-TIME TO WS-TIME-WORK
               PERFORM FORMAT-TIME
               MOVE WS-TIME-DISPLAY TO WS-START-DISPLAY
               MOVE SPACES TO WS-END-DISPLAY
               MOVE SPACES TO WS-LINE-RC
               MOVE "NO END - DID NOT RETURN" TO WS-LINE-STATUS
               MOVE "N" TO WS-PENDING-START
               PERFORM WRITE-STEP-LINE
               MOVE WS-PENDING-STEP TO WS-OPEN-STEP
               PERFORM COUNT-STEP-OPEN.

       COUNT-STEP-COMPLETE.
           IF WS-NIGHT-FOUND = "Y"
               ADD 1 TO WS-NIGHT-COMPLETED(WS-NIGHT-IDX).

       COUNT-STEP-OPEN.
           IF WS-NIGHT-FOUND = "Y"
               IF WS-NIGHT-OPEN-STEPS(WS-NIGHT-IDX) = 0
                   MOVE WS-OPEN-STEP TO WS-NIGHT-OPEN-STEP(WS-NIGHT-IDX)
               END-IF
               ADD 1 TO WS-NIGHT-OPEN-STEPS(WS-NIGHT-IDX).

       FORMAT-TIME.
           MOVE SPACES TO WS-TIME-DISPLAY.
           STRING WS-TIME-WORK(1:2) ":" WS-TIME-WORK(3:2) ":"
               WS-TIME-WORK(5:2)
               DELIMITED BY SIZE INTO WS-TIME-DISPLAY.

       WRITE-STEP-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING WS-LINE-STEP "   " WS-LINE-PROGRAM "   "
               WS-START-DISPLAY "  " WS-END-DISPLAY "  " WS-LINE-RC
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE WS-LINE-STATUS TO WS-RPT-LINE(54:).
           PERFORM WRITE-REPORT-LINE.

       PRINT-NIGHT-SUMMARY.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "NIGHT SUMMARY" TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "BUSINESS DATE  RUNS  STEPS DONE  STATUS"
               TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM PRINT-NIGHT-LINE
               VARYING WS-NIGHT-IDX FROM 1 BY 1
               UNTIL WS-NIGHT-IDX > WS-NIGHT-COUNT.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-NIGHTS-COMPLETE TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "NIGHTS COMPLETE:       " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-NIGHTS-OPEN TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "NIGHTS NEEDING RERUN:  " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF WS-NIGHTS-NOT-LISTED > 0
               MOVE WS-NIGHTS-NOT-LISTED TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-RPT-LINE
               STRING "RUNS NOT SUMMARIZED:   " WS-COUNT-DISPLAY
                   " (SUMMARY TABLE FULL)"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE.

       PRINT-NIGHT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-NIGHT-DATE(WS-NIGHT-IDX) TO WS-RPT-LINE(1:8).
           MOVE WS-NIGHT-RUNS(WS-NIGHT-IDX) TO WS-SMALL-DISPLAY.
           MOVE WS-SMALL-DISPLAY TO WS-RPT-LINE(16:3).
           MOVE WS-NIGHT-COMPLETED(WS-NIGHT-IDX) TO WS-SMALL-DISPLAY.
           MOVE WS-SMALL-DISPLAY TO WS-RPT-LINE(29:3).
           IF WS-NIGHT-OPEN-STEPS(WS-NIGHT-IDX) = 0
               MOVE "COMPLETE" TO WS-RPT-LINE(35:)
               ADD 1 TO WS-NIGHTS-COMPLETE
           ELSE
               STRING "RERUN NEEDED - STEP "
                   WS-NIGHT-OPEN-STEP(WS-NIGHT-IDX) " NOT DONE"
                   DELIMITED BY SIZE INTO WS-RPT-LINE(35:)
               ADD 1 TO WS-NIGHTS-OPEN.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           DISPLAY WS-RPT-LINE.
           MOVE WS-RPT-LINE TO RPT-LINE.
           WRITE RPT-LINE.

       END PROGRAM LAB4-RUN-STATUS.
