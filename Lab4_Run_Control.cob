      ******************************************************************
      * Author: Peter Stainforth
      * Date: 2026-10-15
      * Purpose: Lab4 night close run-control driver - runs the night
      *          close steps listed on RUNSTEPS.DAT in order for one
      *          business date, logging each step's start, end and
      *          return code to RUNLOG.DAT.  A step is held when its
      *          prerequisite has not completed, and a rerun for the
      *          same business date skips the steps that completed
      *          and resumes at the one that failed
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB4-RUN-CONTROL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-STEP-FILE ASSIGN TO "RUNSTEPS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RS-FILE-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * One line per night close step, in running order.  The
      * prerequisite is the step number that must have completed for
      * the business date before this step may start (00 = none).  A
      * return code up to the step's maximum counts as complete; the
      * command is what the step is started with, including any
      * redirection of its keyed answers from a card file.
      ******************************************************************
       FD  RUN-STEP-FILE.
       01  RS-RECORD.
           05 RS-STEP-NUM          PIC X(2).
           05 FILLER               PIC X(1).
           05 RS-PROGRAM           PIC X(20).
           05 FILLER               PIC X(1).
           05 RS-PREREQ-STEP       PIC X(2).
           05 FILLER               PIC X(1).
           05 RS-MAX-RC            PIC X(2).
           05 FILLER               PIC X(1).
           05 RS-COMMAND           PIC X(70).

      ******************************************************************
      * Run log, appended to by every run.  Events: S step started,
      * C step completed, F step failed, K skipped because it had
      * already completed for the business date, H held because its
      * prerequisite had not completed.
      ******************************************************************
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

       WORKING-STORAGE SECTION.
       01 WS-RS-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-RL-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-RS-EOF PIC 9(1) VALUE 0.
       01 WS-RL-EOF PIC 9(1) VALUE 0.

       01 WS-BUSINESS-DATE          PIC 9(8) VALUE 0.
       01 WS-RUN-NUM                PIC 9(3) VALUE 0.
       01 WS-SYSTEM-STATUS          PIC S9(9) VALUE 0.
       01 WS-STEP-RC                PIC 9(4) VALUE 0.
       01 WS-PREREQ-OK              PIC A(1) VALUE "N".
       01 WS-PREREQ-FOUND           PIC A(1) VALUE "N".
       01 WS-DEFINITION-ERROR       PIC A(1) VALUE "N".

       01 WS-STEP-TABLE-MAX         PIC 9(2) VALUE 20.
       01 WS-STEP-COUNT             PIC 9(2) VALUE 0.
       01 WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-STEP-IDX WS-PREREQ-IDX.
               10 WS-STEP-NUM           PIC 9(2).
               10 WS-STEP-PROGRAM       PIC X(20).
               10 WS-STEP-PREREQ        PIC 9(2).
               10 WS-STEP-MAX-RC        PIC 9(2).
               10 WS-STEP-COMMAND       PIC X(70).
               10 WS-STEP-DONE          PIC A(1).

       01 WS-STEPS-RUN              PIC 9(3) VALUE 0.
       01 WS-STEPS-COMPLETED        PIC 9(3) VALUE 0.
       01 WS-STEPS-SKIPPED          PIC 9(3) VALUE 0.
       01 WS-STEPS-FAILED           PIC 9(3) VALUE 0.
       01 WS-STEPS-HELD             PIC 9(3) VALUE 0.

       01 WS-RC-DISPLAY             PIC ZZZ9.
       01 WS-COUNT-DISPLAY          PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "ENTER BUSINESS DATE (YYYYMMDD, 0 FOR TODAY): "
               WITH NO ADVANCING.
           ACCEPT WS-BUSINESS-DATE.
           IF WS-BUSINESS-DATE = 0
               ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-STEP-TABLE.
           IF WS-DEFINITION-ERROR = "Y"
               DISPLAY "RUN CANCELLED - RUNSTEPS.DAT IN ERROR"
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           IF WS-STEP-COUNT = 0
               DISPLAY "RUN CANCELLED - NO STEPS ON RUNSTEPS.DAT"
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           PERFORM LOAD-RUN-HISTORY.
           ADD 1 TO WS-RUN-NUM.
           DISPLAY "NIGHT CLOSE FOR BUSINESS DATE " WS-BUSINESS-DATE
               " - RUN " WS-RUN-NUM.
           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RL-FILE-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE.
           PERFORM RUN-STEP
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT.
           CLOSE RUN-LOG-FILE.
           PERFORM DISPLAY-RUN-TOTALS.
           IF WS-STEPS-FAILED > 0 OR WS-STEPS-HELD > 0
               DISPLAY "NIGHT CLOSE INCOMPLETE - CORRECT THE FAILED "
                   "STEP AND RERUN FOR " WS-BUSINESS-DATE
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "NIGHT CLOSE COMPLETE FOR " WS-BUSINESS-DATE
               MOVE 0 TO RETURN-CODE.
           STOP RUN.

      ******************************************************************
      * Step numbers, prerequisites and maximum return codes must be
      * numeric, and a prerequisite must be an earlier step - a
      * definition that could never run in order is refused before
      * anything is started.
      ******************************************************************
       LOAD-STEP-TABLE.
           MOVE 0 TO WS-STEP-COUNT.
           MOVE 0 TO WS-RS-EOF.
           OPEN INPUT RUN-STEP-FILE.
           IF WS-RS-FILE-STATUS NOT = "00"
               DISPLAY "RUNSTEPS.DAT NOT FOUND"
               MOVE "Y" TO WS-DEFINITION-ERROR
           ELSE
               PERFORM READ-STEP-RECORD
               PERFORM STORE-STEP-RECORD UNTIL WS-RS-EOF = 1
               CLOSE RUN-STEP-FILE.

       READ-STEP-RECORD.
           READ RUN-STEP-FILE
               AT END MOVE 1 TO WS-RS-EOF.

       STORE-STEP-RECORD.
           IF RS-RECORD = SPACES OR RS-STEP-NUM(1:1) = "*"
               CONTINUE
           ELSE IF RS-STEP-NUM NOT NUMERIC
                   OR RS-PREREQ-STEP NOT NUMERIC
                   OR RS-MAX-RC NOT NUMERIC
               DISPLAY "RUNSTEPS.DAT - BAD STEP LINE: " RS-STEP-NUM
                   " " RS-PROGRAM
               MOVE "Y" TO WS-DEFINITION-ERROR
           ELSE IF RS-COMMAND = SPACES
               DISPLAY "RUNSTEPS.DAT - NO COMMAND FOR STEP "
                   RS-STEP-NUM " " RS-PROGRAM
               MOVE "Y" TO WS-DEFINITION-ERROR
           ELSE IF WS-STEP-COUNT NOT < WS-STEP-TABLE-MAX
               DISPLAY "RUNSTEPS.DAT - MORE THAN " WS-STEP-TABLE-MAX
                   " STEPS"
               MOVE "Y" TO WS-DEFINITION-ERROR
           ELSE
               ADD 1 TO WS-STEP-COUNT
               SET WS-STEP-IDX TO WS-STEP-COUNT
               MOVE RS-STEP-NUM TO WS-STEP-NUM(WS-STEP-IDX)
               MOVE RS-PROGRAM TO WS-STEP-PROGRAM(WS-STEP-IDX)
               MOVE RS-PREREQ-STEP TO WS-STEP-PREREQ(WS-STEP-IDX)
               MOVE RS-MAX-RC TO WS-STEP-MAX-RC(WS-STEP-IDX)
               MOVE RS-COMMAND TO WS-STEP-COMMAND(WS-STEP-IDX)
               MOVE "N" TO WS-STEP-DONE(WS-STEP-IDX)
               PERFORM CHECK-STEP-PREREQUISITE.
           PERFORM READ-STEP-RECORD.

       CHECK-STEP-PREREQUISITE.
           IF WS-STEP-PREREQ(WS-STEP-IDX) NOT = 0
               MOVE "N" TO WS-PREREQ-FOUND
               PERFORM MATCH-EARLIER-STEP
                   VARYING WS-PREREQ-IDX FROM 1 BY 1
                   UNTIL WS-PREREQ-IDX NOT < WS-STEP-IDX
               IF WS-PREREQ-FOUND NOT = "Y"
                   DISPLAY "RUNSTEPS.DAT - STEP "
                       WS-STEP-NUM(WS-STEP-IDX)
                       " PREREQUISITE " WS-STEP-PREREQ(WS-STEP-IDX)
                       " IS NOT AN EARLIER STEP"
                   MOVE "Y" TO WS-DEFINITION-ERROR.

       MATCH-EARLIER-STEP.
           IF WS-STEP-NUM(WS-PREREQ-IDX) =
                   WS-STEP-PREREQ(WS-STEP-IDX)
               MOVE "Y" TO WS-PREREQ-FOUND.

      ******************************************************************
      * Earlier runs for the same business date: a step with a C
      * record has completed and is not run again, and this run
      * takes the next run number.
      ******************************************************************
       LOAD-RUN-HISTORY.
           MOVE 0 TO WS-RUN-NUM.
           MOVE 0 TO WS-RL-EOF.
           OPEN INPUT RUN-LOG-FILE.
           IF WS-RL-FILE-STATUS = "00"
               PERFORM READ-LOG-RECORD
               PERFORM PROCESS-LOG-RECORD UNTIL WS-RL-EOF = 1
               CLOSE RUN-LOG-FILE.

       READ-LOG-RECORD.
           READ RUN-LOG-FILE
               AT END MOVE 1 TO WS-RL-EOF.

       PROCESS-LOG-RECORD.
           IF RL-BUSINESS-DATE = WS-BUSINESS-DATE
               IF RL-RUN-NUM > WS-RUN-NUM
                   MOVE RL-RUN-NUM TO WS-RUN-NUM
               END-IF
               IF RL-EVENT = "C"
                   PERFORM MARK-STEP-DONE
                       VARYING WS-STEP-IDX FROM 1 BY 1
                       UNTIL WS-STEP-IDX > WS-STEP-COUNT
               END-IF
           END-IF.
           PERFORM READ-LOG-RECORD.

       MARK-STEP-DONE.
           IF WS-STEP-NUM(WS-STEP-IDX) = RL-STEP-NUM
               MOVE "Y" TO WS-STEP-DONE(WS-STEP-IDX).

       RUN-STEP.
           IF WS-STEP-DONE(WS-STEP-IDX) = "Y"
               DISPLAY "STEP " WS-STEP-NUM(WS-STEP-IDX) " "
                   WS-STEP-PROGRAM(WS-STEP-IDX)
                   " ALREADY COMPLETE - SKIPPED"
               ADD 1 TO WS-STEPS-SKIPPED
               MOVE "K" TO RL-EVENT
               MOVE 0 TO WS-STEP-RC
               PERFORM WRITE-LOG-RECORD
           ELSE
               PERFORM CHECK-PREREQUISITE-DONE
               IF WS-PREREQ-OK = "Y"
                   PERFORM EXECUTE-STEP
               ELSE
                   DISPLAY "STEP " WS-STEP-NUM(WS-STEP-IDX) " "
                       WS-STEP-PROGRAM(WS-STEP-IDX)
                       " HELD - STEP " WS-STEP-PREREQ(WS-STEP-IDX)
                       " NOT COMPLETE"
                   ADD 1 TO WS-STEPS-HELD
                   MOVE "H" TO RL-EVENT
                   MOVE 0 TO WS-STEP-RC
                   PERFORM WRITE-LOG-RECORD.

       CHECK-PREREQUISITE-DONE.
           MOVE "Y" TO WS-PREREQ-OK.
           IF WS-STEP-PREREQ(WS-STEP-IDX) NOT = 0
               MOVE "N" TO WS-PREREQ-OK
               PERFORM MATCH-PREREQUISITE-DONE
                   VARYING WS-PREREQ-IDX FROM 1 BY 1
                   UNTIL WS-PREREQ-IDX NOT < WS-STEP-IDX.

       MATCH-PREREQUISITE-DONE.
           IF WS-STEP-NUM(WS-PREREQ-IDX) = WS-STEP-PREREQ(WS-STEP-IDX)
                   AND WS-STEP-DONE(WS-PREREQ-IDX) = "Y"
               MOVE "Y" TO WS-PREREQ-OK.

      ******************************************************************
      * The start record is written before the step is started so a
      * step that never comes back still shows on the run log.  The
      * shell hands back the step's exit status in the high-order
      * byte; a status that cannot be decoded is logged as 9999 and
      * treated as a failure.  RETURN-CODE is cleared afterwards so
      * the step's code does not become this program's own.
      ******************************************************************
       EXECUTE-STEP.
           DISPLAY "STEP " WS-STEP-NUM(WS-STEP-IDX) " "
               WS-STEP-PROGRAM(WS-STEP-IDX) " STARTED".
           ADD 1 TO WS-STEPS-RUN.
           MOVE "S" TO RL-EVENT.
           MOVE 0 TO WS-STEP-RC.
           PERFORM WRITE-LOG-RECORD.
           CALL "SYSTEM" USING WS-STEP-COMMAND(WS-STEP-IDX).
           MOVE RETURN-CODE TO WS-SYSTEM-STATUS.
           MOVE 0 TO RETURN-CODE.
           IF WS-SYSTEM-STATUS < 0
               MOVE 9999 TO WS-STEP-RC
           ELSE IF WS-SYSTEM-STATUS > 255
               DIVIDE WS-SYSTEM-STATUS BY 256 GIVING WS-STEP-RC
           ELSE
               MOVE WS-SYSTEM-STATUS TO WS-STEP-RC.
           MOVE WS-STEP-RC TO WS-RC-DISPLAY.
           IF WS-STEP-RC NOT > WS-STEP-MAX-RC(WS-STEP-IDX)
               DISPLAY "STEP " WS-STEP-NUM(WS-STEP-IDX) " "
                   WS-STEP-PROGRAM(WS-STEP-IDX) " COMPLETE - RC "
                   WS-RC-DISPLAY
               MOVE "Y" TO WS-STEP-DONE(WS-STEP-IDX)
               ADD 1 TO WS-STEPS-COMPLETED
               MOVE "C" TO RL-EVENT
           ELSE
               DISPLAY "STEP " WS-STEP-NUM(WS-STEP-IDX) " "
                   WS-STEP-PROGRAM(WS-STEP-IDX) " FAILED - RC "
                   WS-RC-DISPLAY
               ADD 1 TO WS-STEPS-FAILED
               MOVE "F" TO RL-EVENT.
           PERFORM WRITE-LOG-RECORD.

       WRITE-LOG-RECORD.
           MOVE WS-BUSINESS-DATE TO RL-BUSINESS-DATE.
           MOVE WS-RUN-NUM TO RL-RUN-NUM.
           MOVE WS-STEP-NUM(WS-STEP-IDX) TO RL-STEP-NUM.
           MOVE WS-STEP-PROGRAM(WS-STEP-IDX) TO RL-PROGRAM.
           ACCEPT RL-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-TIME FROM TIME.
           MOVE WS-STEP-RC TO RL-RETURN-CODE.
           WRITE RL-RECORD.

       DISPLAY-RUN-TOTALS.
           DISPLAY "RUN CONTROL TOTALS".
           MOVE WS-STEPS-RUN TO WS-COUNT-DISPLAY.
           DISPLAY "  STEPS STARTED:          " WS-COUNT-DISPLAY.
           MOVE WS-STEPS-COMPLETED TO WS-COUNT-DISPLAY.
           DISPLAY "  STEPS COMPLETED:        " WS-COUNT-DISPLAY.
           MOVE WS-STEPS-FAILED TO WS-COUNT-DISPLAY.
           DISPLAY "  STEPS FAILED:           " WS-COUNT-DISPLAY.
           MOVE WS-STEPS-HELD TO WS-COUNT-DISPLAY.
           DISPLAY "  STEPS HELD:             " WS-COUNT-DISPLAY.
           MOVE WS-STEPS-SKIPPED TO WS-COUNT-DISPLAY.
           DISPLAY "  SKIPPED, DONE EARLIER:  " WS-COUNT-DISPLAY.

       END PROGRAM LAB4-RUN-CONTROL.
