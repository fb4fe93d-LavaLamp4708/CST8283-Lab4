               FILE STATUS IS WS-RES-FILE-STATUS.
           SELECT EXPIRY-REPORT-FILE ASSIGN TO "RESEXPRPT.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DEPOSIT-LOG-FILE ASSIGN TO "RESVDEPLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RESERVATION-FILE.
       FD  EXPIRY-REPORT-FILE.
       01  RPT-LINE                PIC X(70).

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
       01 WS-RES-EOF PIC 9(1) VALUE 0.
       01 WS-RPT-LINE               PIC X(70).

           MOVE 0 TO WS-RES-EOF.
           OPEN I-O RESERVATION-FILE.
           IF WS-RES-FILE-STATUS = "00"
               OPEN EXTEND DEPOSIT-LOG-FILE
               IF WS-DL-FILE-STATUS NOT = "00"
                   OPEN OUTPUT DEPOSIT-LOG-FILE
               END-IF
               PERFORM READ-RESERVATION-RECORD
               PERFORM CHECK-LAPSED-RESERVATION UNTIL WS-RES-EOF = 1
               CLOSE RESERVATION-FILE
               CLOSE DEPOSIT-LOG-FILE
           ELSE
               MOVE "NO RESERVATIONS ON FILE" TO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE.
               REWRITE RV-RECORD
               ADD 1 TO WS-EXPIRED-COUNT
               ADD RV-DEPOSIT TO WS-FORFEIT-TOTAL
               PERFORM WRITE-FORFEIT-LINE
               IF RV-DEPOSIT > 0
                   PERFORM LOG-FORFEITED-DEPOSIT.
           PERFORM READ-RESERVATION-RECORD.

      ******************************************************************
      * The forfeiture is dated on the deposit log so the ledger
      * extract can move it from deposits held to income.
      ******************************************************************
       LOG-FORFEITED-DEPOSIT.
           MOVE WS-RUN-DATE TO DL-DATE.
           ACCEPT DL-TIME FROM TIME.
           MOVE RV-RES-NUM TO DL-RES-NUM.
           MOVE RV-EVENT-CODE TO DL-EVENT-CODE.
           MOVE "F" TO DL-TYPE.
           MOVE RV-DEPOSIT TO DL-AMOUNT.
           WRITE DL-RECORD.

       WRITE-FORFEIT-LINE.
           IF WS-FORFEIT-HEADING = "N"
               MOVE "Y" TO WS-FORFEIT-HEADING
