      ******************************************************************
      * Author: Peter Stainforth
      * Date: 2026-10-15
      * Purpose: Lab4 loyalty patron master maintenance - add, change,
      *          inquire, adjust points, deactivate and list patrons
      *          on PATRONS.DAT; every points adjustment is logged to
      *          PATRONTXN.DAT as an A record so the points liability
      *          report can rebuild each balance from its history
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB4-PATRON-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATRON-FILE ASSIGN TO "PATRONS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PT-FILE-STATUS.
           SELECT PATRON-TXN-FILE ASSIGN TO "PATRONTXN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PX-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PATRON-FILE.
       01  PT-RECORD.
           05 PT-PATRON-NUM        PIC X(8).
           05 PT-NAME              PIC X(20).
           05 PT-PHONE             PIC X(12).
           05 PT-EMAIL             PIC X(30).
           05 PT-POINTS-BALANCE    PIC S9(7).
           05 PT-ENROLL-DATE       PIC 9(8).
           05 PT-STATUS            PIC A(1).

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

       WORKING-STORAGE SECTION.
       01 WS-PT-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-PX-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-PT-EOF        PIC 9(1) VALUE 0.
       01 WS-PX-EOF        PIC 9(1) VALUE 0.
       01 WS-EOF           PIC 9(1) VALUE 0.

       01 WS-MAINT-ACTION PIC A(1).
           88 ACTION-ADD        VALUE "A".
           88 ACTION-CHANGE     VALUE "C".
           88 ACTION-INQUIRE    VALUE "I".
           88 ACTION-ADJUST     VALUE "J".
           88 ACTION-DEACTIVATE VALUE "D".
           88 ACTION-LIST       VALUE "L".
           88 ACTION-EXIT       VALUE "E".

       01 WS-TARGET-PATRON-NUM PIC X(8).
       01 WS-PATRON-FOUND    PIC A(1) VALUE "N".
       01 WS-NEW-NAME        PIC X(20).
       01 WS-NEW-PHONE       PIC X(12).
       01 WS-NEW-EMAIL       PIC X(30).

       01 WS-ADJUST-DIRECTION PIC A(1).
           88 ADJUST-ADD      VALUE "A".
           88 ADJUST-DEDUCT   VALUE "D".
           88 VALID-DIRECTION VALUES "A" "D".
       01 WS-ADJUST-POINTS   PIC 9(7) VALUE 0.
       01 WS-ADJUST-SIGNED   PIC S9(7) VALUE 0.
       01 WS-ADJUST-REASON   PIC X(12).
       01 WS-OPERATOR-ID     PIC X(8).

       01 WS-ACTIVITY-COUNT  PIC 9(5) VALUE 0.
       01 WS-POINTS-DISPLAY  PIC -,---,--9.
       01 WS-AMOUNT-DISPLAY  PIC $$,$$9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "LOYALTY PATRON MAINTENANCE".
           DISPLAY "Add patron:        A".
           DISPLAY "Change details:    C".
           DISPLAY "Inquire patron:    I".
           DISPLAY "Adjust points:     J".
           DISPLAY "Deactivate patron: D".
           DISPLAY "List patrons:      L".
           DISPLAY "Exit:              E".
           PERFORM PROMPT-MAINT-ACTION UNTIL WS-EOF = 1.
           STOP RUN.
       PROMPT-MAINT-ACTION.
           DISPLAY SPACES.
           DISPLAY "ENTER ACTION: " WITH NO ADVANCING.
           ACCEPT WS-MAINT-ACTION.
           IF ACTION-ADD
               PERFORM ADD-PATRON
           ELSE IF ACTION-CHANGE
               PERFORM CHANGE-PATRON
           ELSE IF ACTION-INQUIRE
               PERFORM INQUIRE-PATRON
           ELSE IF ACTION-ADJUST
               PERFORM ADJUST-PATRON-POINTS
           ELSE IF ACTION-DEACTIVATE
               PERFORM DEACTIVATE-PATRON
           ELSE IF ACTION-LIST
               PERFORM LIST-PATRONS
           ELSE IF ACTION-EXIT
               MOVE 1 TO WS-EOF
           ELSE
               DISPLAY "INVALID ACTION - PLEASE TRY AGAIN".
       ADD-PATRON.
           DISPLAY "ENTER NEW PATRON NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-TARGET-PATRON-NUM.
           PERFORM FIND-PATRON.
           IF WS-TARGET-PATRON-NUM = SPACES
               DISPLAY "NO PATRON NUMBER ENTERED"
           ELSE IF WS-PATRON-FOUND = "Y"
               DISPLAY "PATRON ALREADY ON FILE: " WS-TARGET-PATRON-NUM
           ELSE
               DISPLAY "ENTER NAME: " WITH NO ADVANCING
               ACCEPT WS-NEW-NAME
               DISPLAY "ENTER PHONE: " WITH NO ADVANCING
               ACCEPT WS-NEW-PHONE
               DISPLAY "ENTER EMAIL: " WITH NO ADVANCING
               ACCEPT WS-NEW-EMAIL
               PERFORM WRITE-NEW-PATRON
               DISPLAY "PATRON ADDED: " WS-TARGET-PATRON-NUM.
       WRITE-NEW-PATRON.
           OPEN EXTEND PATRON-FILE.
           IF WS-PT-FILE-STATUS NOT = "00"
               OPEN OUTPUT PATRON-FILE.
           MOVE WS-TARGET-PATRON-NUM TO PT-PATRON-NUM.
           MOVE WS-NEW-NAME TO PT-NAME.
           MOVE WS-NEW-PHONE TO PT-PHONE.
           MOVE WS-NEW-EMAIL TO PT-EMAIL.
           MOVE 0 TO PT-POINTS-BALANCE.
           ACCEPT PT-ENROLL-DATE FROM DATE YYYYMMDD.
           MOVE "A" TO PT-STATUS.
           WRITE PT-RECORD.
           CLOSE PATRON-FILE.
       FIND-PATRON.
           MOVE "N" TO WS-PATRON-FOUND.
           MOVE 0 TO WS-PT-EOF.
           OPEN INPUT PATRON-FILE.
           IF WS-PT-FILE-STATUS = "00"
               PERFORM READ-PATRON-RECORD
               PERFORM SCAN-FOR-PATRON
                   UNTIL WS-PT-EOF = 1 OR WS-PATRON-FOUND = "Y"
               CLOSE PATRON-FILE.
       SCAN-FOR-PATRON.
           IF PT-PATRON-NUM = WS-TARGET-PATRON-NUM
               MOVE "Y" TO WS-PATRON-FOUND
           ELSE
               PERFORM READ-PATRON-RECORD.
       READ-PATRON-RECORD.
           READ PATRON-FILE
               AT END MOVE 1 TO WS-PT-EOF.
      ******************************************************************
      * A blank answer keeps the detail already on file.
      ******************************************************************
       CHANGE-PATRON.
           DISPLAY "ENTER PATRON NUMBER TO CHANGE: " WITH NO ADVANCING.
           ACCEPT WS-TARGET-PATRON-NUM.
           DISPLAY "ENTER NEW NAME (BLANK = NO CHANGE): "
               WITH NO ADVANCING.
           ACCEPT WS-NEW-NAME.
           DISPLAY "ENTER NEW PHONE (BLANK = NO CHANGE): "
               WITH NO ADVANCING.
           ACCEPT WS-NEW-PHONE.
           DISPLAY "ENTER NEW EMAIL (BLANK = NO CHANGE): "
               WITH NO ADVANCING.
           ACCEPT WS-NEW-EMAIL.
           MOVE "N" TO WS-PATRON-FOUND.
           MOVE 0 TO WS-PT-EOF.
           OPEN I-O PATRON-FILE.
           IF WS-PT-FILE-STATUS = "00"
               PERFORM READ-PATRON-RECORD
               PERFORM APPLY-PATRON-CHANGE
                   UNTIL WS-PT-EOF = 1 OR WS-PATRON-FOUND = "Y"
               CLOSE PATRON-FILE
           ELSE
               DISPLAY "COULD NOT OPEN PATRONS.DAT - STATUS: "
                   WS-PT-FILE-STATUS.
           IF WS-PATRON-FOUND = "N"
               DISPLAY "PATRON NOT ON FILE: " WS-TARGET-PATRON-NUM.
       APPLY-PATRON-CHANGE.
           IF PT-PATRON-NUM = WS-TARGET-PATRON-NUM
               MOVE "Y" TO WS-PATRON-FOUND
               IF WS-NEW-NAME NOT = SPACES
                   MOVE WS-NEW-NAME TO PT-NAME
               END-IF
               IF WS-NEW-PHONE NOT = SPACES
                   MOVE WS-NEW-PHONE TO PT-PHONE
               END-IF
               IF WS-NEW-EMAIL NOT = SPACES
                   MOVE WS-NEW-EMAIL TO PT-EMAIL
               END-IF
               REWRITE PT-RECORD
               DISPLAY "PATRON CHANGED: " WS-TARGET-PATRON-NUM
           ELSE
               PERFORM READ-PATRON-RECORD.
      ******************************************************************
      * Shows the master record followed by the patron's activity
      * from PATRONTXN.DAT, oldest first.
      ******************************************************************
       INQUIRE-PATRON.
           DISPLAY "ENTER PATRON NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-TARGET-PATRON-NUM.
           PERFORM FIND-PATRON.
           IF WS-PATRON-FOUND = "N"
               DISPLAY "PATRON NOT ON FILE: " WS-TARGET-PATRON-NUM
           ELSE
               DISPLAY "PATRON:   " PT-PATRON-NUM "  " PT-NAME
               DISPLAY "PHONE:    " PT-PHONE
               DISPLAY "EMAIL:    " PT-EMAIL
               DISPLAY "ENROLLED: " PT-ENROLL-DATE
                   "  STATUS: " PT-STATUS
               MOVE PT-POINTS-BALANCE TO WS-POINTS-DISPLAY
               DISPLAY "POINTS:   " WS-POINTS-DISPLAY
               PERFORM LIST-PATRON-ACTIVITY.
       LIST-PATRON-ACTIVITY.
           MOVE 0 TO WS-ACTIVITY-COUNT.
           MOVE 0 TO WS-PX-EOF.
           OPEN INPUT PATRON-TXN-FILE.
           IF WS-PX-FILE-STATUS = "00"
               DISPLAY "DATE      T    POINTS      AMOUNT TICKET EVNT"
                   " REFERENCE"
               PERFORM READ-PATRON-TXN-RECORD
               PERFORM DISPLAY-PATRON-ACTIVITY UNTIL WS-PX-EOF = 1
               CLOSE PATRON-TXN-FILE.
           IF WS-ACTIVITY-COUNT = 0
               DISPLAY "NO ACTIVITY ON FILE".
       READ-PATRON-TXN-RECORD.
           READ PATRON-TXN-FILE
               AT END MOVE 1 TO WS-PX-EOF.
       DISPLAY-PATRON-ACTIVITY.
           IF PX-PATRON-NUM = WS-TARGET-PATRON-NUM
               ADD 1 TO WS-ACTIVITY-COUNT
               MOVE PX-POINTS TO WS-POINTS-DISPLAY
               MOVE PX-AMOUNT TO WS-AMOUNT-DISPLAY
               DISPLAY PX-DATE "  " PX-TYPE " " WS-POINTS-DISPLAY
                   " " WS-AMOUNT-DISPLAY " " PX-SEQ-NUM " "
                   PX-EVENT-CODE " " PX-REF.
           PERFORM READ-PATRON-TXN-RECORD.
      ******************************************************************
      * Goodwill credits and corrections. The adjustment is applied
      * to the balance and logged with its reason and the operator
      * who made it.
      ******************************************************************
       ADJUST-PATRON-POINTS.
           DISPLAY "ENTER PATRON NUMBER TO ADJUST: " WITH NO ADVANCING.
           ACCEPT WS-TARGET-PATRON-NUM.
           DISPLAY "ADD OR DEDUCT POINTS (A/D): " WITH NO ADVANCING.
           ACCEPT WS-ADJUST-DIRECTION.
           PERFORM REPROMPT-ADJUST-DIRECTION UNTIL VALID-DIRECTION.
           DISPLAY "ENTER NUMBER OF POINTS: " WITH NO ADVANCING.
           ACCEPT WS-ADJUST-POINTS.
           DISPLAY "ENTER REASON: " WITH NO ADVANCING.
           ACCEPT WS-ADJUST-REASON.
           DISPLAY "ENTER YOUR OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT WS-OPERATOR-ID.
           IF WS-ADJUST-POINTS = 0
               DISPLAY "NO POINTS ENTERED - ADJUSTMENT CANCELLED"
           ELSE
               PERFORM POST-POINTS-ADJUSTMENT.
       REPROMPT-ADJUST-DIRECTION.
           DISPLAY "INVALID CHOICE - ENTER A OR D: " WITH NO ADVANCING.
           ACCEPT WS-ADJUST-DIRECTION.
       POST-POINTS-ADJUSTMENT.
           IF ADJUST-ADD
               MOVE WS-ADJUST-POINTS TO WS-ADJUST-SIGNED
           ELSE
               COMPUTE WS-ADJUST-SIGNED = 0 - WS-ADJUST-POINTS.
           MOVE "N" TO WS-PATRON-FOUND.
           MOVE 0 TO WS-PT-EOF.
           OPEN I-O PATRON-FILE.
           IF WS-PT-FILE-STATUS = "00"
               PERFORM READ-PATRON-RECORD
               PERFORM APPLY-POINTS-ADJUSTMENT
                   UNTIL WS-PT-EOF = 1 OR WS-PATRON-FOUND = "Y"
               CLOSE PATRON-FILE
           ELSE
               DISPLAY "COULD NOT OPEN PATRONS.DAT - STATUS: "
                   WS-PT-FILE-STATUS.
           IF WS-PATRON-FOUND = "N"
               DISPLAY "PATRON NOT ON FILE: " WS-TARGET-PATRON-NUM.
       APPLY-POINTS-ADJUSTMENT.
           IF PT-PATRON-NUM = WS-TARGET-PATRON-NUM
               MOVE "Y" TO WS-PATRON-FOUND
               ADD WS-ADJUST-SIGNED TO PT-POINTS-BALANCE
               REWRITE PT-RECORD
               PERFORM WRITE-ADJUSTMENT-TXN
               MOVE PT-POINTS-BALANCE TO WS-POINTS-DISPLAY
               DISPLAY "POINTS ADJUSTED - NEW BALANCE: "
                   WS-POINTS-DISPLAY
           ELSE
               PERFORM READ-PATRON-RECORD.
       WRITE-ADJUSTMENT-TXN.
           OPEN EXTEND PATRON-TXN-FILE.
           IF WS-PX-FILE-STATUS NOT = "00"
               OPEN OUTPUT PATRON-TXN-FILE.
           ACCEPT PX-DATE FROM DATE YYYYMMDD.
           ACCEPT PX-TIME FROM TIME.
           MOVE WS-TARGET-PATRON-NUM TO PX-PATRON-NUM.
           MOVE "A" TO PX-TYPE.
           MOVE WS-ADJUST-SIGNED TO PX-POINTS.
           MOVE 0 TO PX-AMOUNT.
           MOVE 0 TO PX-SEQ-NUM.
           MOVE SPACES TO PX-EVENT-CODE.
           MOVE WS-ADJUST-REASON TO PX-REF.
           MOVE WS-OPERATOR-ID TO PX-OPERATOR-ID.
           MOVE SPACES TO PX-WINDOW-FILE.
           WRITE PX-RECORD.
           CLOSE PATRON-TXN-FILE.
      ******************************************************************
      * A deactivated patron can no longer be named on a sale; the
      * points balance stays on file and in the liability until it
      * is adjusted off.
      ******************************************************************
       DEACTIVATE-PATRON.
           DISPLAY "ENTER PATRON NUMBER TO DEACTIVATE: "
               WITH NO ADVANCING.
           ACCEPT WS-TARGET-PATRON-NUM.
           MOVE "N" TO WS-PATRON-FOUND.
           MOVE 0 TO WS-PT-EOF.
           OPEN I-O PATRON-FILE.
           IF WS-PT-FILE-STATUS = "00"
               PERFORM READ-PATRON-RECORD
               PERFORM APPLY-PATRON-DEACTIVATE
                   UNTIL WS-PT-EOF = 1 OR WS-PATRON-FOUND = "Y"
               CLOSE PATRON-FILE
           ELSE
               DISPLAY "COULD NOT OPEN PATRONS.DAT - STATUS: "
                   WS-PT-FILE-STATUS.
           IF WS-PATRON-FOUND = "N"
               DISPLAY "PATRON NOT ON FILE: " WS-TARGET-PATRON-NUM.
       APPLY-PATRON-DEACTIVATE.
           IF PT-PATRON-NUM = WS-TARGET-PATRON-NUM
               MOVE "Y" TO WS-PATRON-FOUND
               MOVE "X" TO PT-STATUS
               REWRITE PT-RECORD
               DISPLAY "PATRON DEACTIVATED: " WS-TARGET-PATRON-NUM
               IF PT-POINTS-BALANCE NOT = 0
                   MOVE PT-POINTS-BALANCE TO WS-POINTS-DISPLAY
                   DISPLAY "POINTS STILL ON BALANCE: "
                       WS-POINTS-DISPLAY
               END-IF
           ELSE
               PERFORM READ-PATRON-RECORD.
       LIST-PATRONS.
           MOVE 0 TO WS-PT-EOF.
           OPEN INPUT PATRON-FILE.
           IF WS-PT-FILE-STATUS = "00"
               DISPLAY "PATRON    NAME                  PHONE       "
                   "     POINTS  ENROLLED  ST"
               PERFORM READ-PATRON-RECORD
               PERFORM DISPLAY-PATRON-RECORD UNTIL WS-PT-EOF = 1
               CLOSE PATRON-FILE
           ELSE
               DISPLAY "NO PATRONS ON FILE".
       DISPLAY-PATRON-RECORD.
           MOVE PT-POINTS-BALANCE TO WS-POINTS-DISPLAY.
           DISPLAY PT-PATRON-NUM "  " PT-NAME "  " PT-PHONE
               WS-POINTS-DISPLAY "  " PT-ENROLL-DATE "  " PT-STATUS.
           PERFORM READ-PATRON-RECORD.
       END PROGRAM LAB4-PATRON-MAINT.
