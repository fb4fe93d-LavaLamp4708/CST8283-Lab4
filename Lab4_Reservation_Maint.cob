               ASSIGN TO DYNAMIC WS-PRICE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICE-FILE-STATUS.
           SELECT DEPOSIT-LOG-FILE ASSIGN TO "RESVDEPLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RESERVATION-FILE.
           05 FILLER                PIC X.
           05 PS-MILITARY-PRICE-ED  PIC 99.99.

       FD  DEPOSIT-LOG-FILE.
       01  DL-RECORD.
           05 DL-DATE              PIC 9(8).
           05 DL-TIME              PIC 9(8).
           05 DL-RES-NUM           PIC 9(5).
           05 DL-EVENT-CODE        PIC X(4).
           05 DL-TYPE              PIC A(1).
           05 DL-AMOUNT            PIC 9(5)V99.

       WORKING-STORAGE SECTION.
       01 WS-RES-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-DL-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-EVENT-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-SECTION-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-PRICE-FILE-STATUS PIC X(2) VALUE "00".
           MOVE WS-NEW-CUTOFF-TIME TO RV-CUTOFF-TIME.
           MOVE "A" TO RV-STATUS.
           WRITE RV-RECORD.
           IF RV-DEPOSIT > 0
               MOVE "R" TO DL-TYPE
               PERFORM WRITE-DEPOSIT-LOG.
           CLOSE RESERVATION-FILE.
      ******************************************************************
      * Amend runs in two passes: an input scan to find the booking
               REWRITE RV-RECORD
               DISPLAY "BOOKING CANCELLED - SEATS RELEASED: "
                   WS-TARGET-RES-NUM
               IF RV-DEPOSIT > 0
                   MOVE "X" TO DL-TYPE
                   PERFORM WRITE-DEPOSIT-LOG
               END-IF
           ELSE
               PERFORM READ-RESERVATION-RECORD.
      ******************************************************************
      * Every deposit taken in or owed back is logged with the day it
      * happened, since the booking record itself carries no dates
      * for the ledger to post from.
      ******************************************************************
       WRITE-DEPOSIT-LOG.
           OPEN EXTEND DEPOSIT-LOG-FILE.
           IF WS-DL-FILE-STATUS NOT = "00"
               OPEN OUTPUT DEPOSIT-LOG-FILE.
           ACCEPT DL-DATE FROM DATE YYYYMMDD.
           ACCEPT DL-TIME FROM TIME.
           MOVE RV-RES-NUM TO DL-RES-NUM.
           MOVE RV-EVENT-CODE TO DL-EVENT-CODE.
           MOVE RV-DEPOSIT TO DL-AMOUNT.
           WRITE DL-RECORD.
           CLOSE DEPOSIT-LOG-FILE.
       LIST-RESERVATIONS.
           MOVE 0 TO WS-RES-EOF.
           OPEN INPUT RESERVATION-FILE.
