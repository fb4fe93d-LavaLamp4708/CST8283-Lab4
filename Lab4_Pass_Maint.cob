           SELECT PASS-MASTER-FILE ASSIGN TO "PASSMASTER.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PM-FILE-STATUS.
           SELECT PASS-DEACT-FILE ASSIGN TO "PASSDEACT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PASS-MASTER-FILE.
           05 PM-PRICE-PAID        PIC 9(5)V99.
           05 PM-STATUS            PIC A(1).

       FD  PASS-DEACT-FILE.
       01  PD-RECORD.
           05 PD-DATE              PIC 9(8).
           05 PD-TIME              PIC 9(8).
           05 PD-PASS-NUM          PIC X(10).
           05 PD-PRICE-PAID        PIC 9(5)V99.

       WORKING-STORAGE SECTION.
       01 WS-PM-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-PD-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-PM-EOF        PIC 9(1) VALUE 0.
       01 WS-EOF           PIC 9(1) VALUE 0.

               MOVE "Y" TO WS-PASS-FOUND
               MOVE "X" TO PM-STATUS
               REWRITE PM-RECORD
               PERFORM WRITE-DEACTIVATION-LOG
               DISPLAY "PASS DEACTIVATED: " WS-TARGET-PASS-NUM
           ELSE
               PERFORM READ-PASS-RECORD.
      ******************************************************************
      * PASSMASTER.DAT only keeps the current status, so the date a
      * pass was cancelled or refunded is logged here.  The month-end
      * deferred revenue run releases the pass's unrecognized balance
      * in the month of this date.
      ******************************************************************
       WRITE-DEACTIVATION-LOG.
           OPEN EXTEND PASS-DEACT-FILE.
           IF WS-PD-FILE-STATUS NOT = "00"
               OPEN OUTPUT PASS-DEACT-FILE.
           ACCEPT PD-DATE FROM DATE YYYYMMDD.
           ACCEPT PD-TIME FROM TIME.
           MOVE PM-PASS-NUM TO PD-PASS-NUM.
           MOVE PM-PRICE-PAID TO PD-PRICE-PAID.
           WRITE PD-RECORD.
           CLOSE PASS-DEACT-FILE.
       LIST-PASSES.
           MOVE 0 TO WS-PM-EOF.
           OPEN INPUT PASS-MASTER-FILE.
