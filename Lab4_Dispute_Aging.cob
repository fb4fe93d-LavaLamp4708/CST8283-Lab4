      ******************************************************************
      * Author: Peter Stainforth
      * Date: 2026-10-15
      * Purpose: Lab4 chargeback dispute aging report - lists every
      *          open and evidence-sent case on DISPUTES.DAT with its
      *          days outstanding as of the run date, totals the
      *          amount at risk by age band, and shows the cases
      *          closed won and lost for comparison
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB4-DISPUTE-AGING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-FILE ASSIGN TO "DISPUTES.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CB-FILE-STATUS.
           SELECT AGING-REPORT-FILE ASSIGN TO "DISPAGERPT.DAT"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTE-FILE.
       01  CB-RECORD.
           05 CB-CASE-NUM          PIC 9(6).
           05 CB-OPEN-DATE         PIC 9(8).
           05 CB-SEQ-NUM           PIC 9(6).
           05 CB-EVENT-CODE        PIC X(4).
           05 CB-AMOUNT            PIC 9(7)V99.
           05 CB-REASON-CODE       PIC X(6).
           05 CB-SALE-FOUND        PIC A(1).
           05 CB-SECTION-CODE      PIC X(3).
           05 CB-CATEGORY          PIC A(1).
           05 CB-SALE-PRICE        PIC 9(3)V99.
           05 CB-SALE-TAX          PIC 9(3)V99.
           05 CB-RECEIPT-NUM       PIC 9(6).
           05 CB-RECEIPT-DATE      PIC 9(8).
           05 CB-OPERATOR-ID       PIC X(8).
           05 CB-SALE-DATE         PIC 9(8).
           05 CB-SALE-TIME         PIC 9(8).
           05 CB-WINDOW-FILE       PIC X(30).
           05 CB-STATUS            PIC A(1).
           05 CB-STATUS-DATE       PIC 9(8).
           05 CB-NOTE              PIC X(30).

       FD  AGING-REPORT-FILE.
       01  RPT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CB-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-CB-EOF PIC 9(1) VALUE 0.
       01 WS-RPT-LINE               PIC X(80).

       01 WS-AS-OF-DATE             PIC 9(8) VALUE 0.
       01 WS-AS-OF-DAY-NUMBER       PIC 9(7) VALUE 0.
       01 WS-DAYS-OUTSTANDING       PIC S9(7) VALUE 0.

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
      * Age bands: 0-30, 31-60, 61-90 and over 90 days.  Processors
      * generally close a dispute within 90 days, so anything in the
      * last band needs chasing.
      ******************************************************************
       01 WS-BAND-TABLE.
           05 WS-BAND-ENTRY OCCURS 4 TIMES
                   INDEXED BY WS-BAND-IDX.
               10 WS-BAND-LABEL         PIC X(12).
               10 WS-BAND-COUNT         PIC 9(5).
               10 WS-BAND-AMOUNT        PIC 9(9)V99.

       01 WS-OPEN-COUNT             PIC 9(5) VALUE 0.
       01 WS-OPEN-AMOUNT            PIC 9(9)V99 VALUE 0.
       01 WS-EVIDENCE-COUNT         PIC 9(5) VALUE 0.
       01 WS-EVIDENCE-AMOUNT        PIC 9(9)V99 VALUE 0.
       01 WS-RISK-COUNT             PIC 9(5) VALUE 0.
       01 WS-RISK-AMOUNT            PIC 9(9)V99 VALUE 0.
       01 WS-WON-COUNT              PIC 9(5) VALUE 0.
       01 WS-WON-AMOUNT             PIC 9(9)V99 VALUE 0.
       01 WS-LOST-COUNT             PIC 9(5) VALUE 0.
       01 WS-LOST-AMOUNT            PIC 9(9)V99 VALUE 0.

       01 WS-DAYS-DISPLAY           PIC ZZZZ9.
       01 WS-COUNT-DISPLAY          PIC ZZZZ9.
       01 WS-AMOUNT-DISPLAY         PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "ENTER AS-OF DATE (YYYYMMDD, 0 FOR TODAY): "
               WITH NO ADVANCING.
           ACCEPT WS-AS-OF-DATE.
           IF WS-AS-OF-DATE = 0
               ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD.
           MOVE WS-AS-OF-DATE TO WS-CD-WORK.
           PERFORM COMPUTE-DAY-NUMBER.
           MOVE WS-DAY-NUMBER TO WS-AS-OF-DAY-NUMBER.
           PERFORM INITIALIZE-BANDS.
           OPEN OUTPUT AGING-REPORT-FILE.
           MOVE "CHARGEBACK DISPUTE AGING REPORT" TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "AS OF: " WS-AS-OF-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 0 TO WS-CB-EOF.
           OPEN INPUT DISPUTE-FILE.
           IF WS-CB-FILE-STATUS = "00"
               PERFORM PRINT-CASE-HEADING
               PERFORM READ-CASE-RECORD
               PERFORM PROCESS-CASE-RECORD UNTIL WS-CB-EOF = 1
               CLOSE DISPUTE-FILE
               PERFORM PRINT-AGING-SUMMARY
           ELSE
               MOVE "NO DISPUTE CASES ON FILE" TO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE.
           CLOSE AGING-REPORT-FILE.
           STOP RUN.

       INITIALIZE-BANDS.
           MOVE "0-30 DAYS" TO WS-BAND-LABEL(1).
           MOVE "31-60 DAYS" TO WS-BAND-LABEL(2).
           MOVE "61-90 DAYS" TO WS-BAND-LABEL(3).
           MOVE "OVER 90 DAYS" TO WS-BAND-LABEL(4).
           PERFORM CLEAR-BAND
               VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > 4.

       CLEAR-BAND.
           MOVE 0 TO WS-BAND-COUNT(WS-BAND-IDX).
           MOVE 0 TO WS-BAND-AMOUNT(WS-BAND-IDX).

       PRINT-CASE-HEADING.
           MOVE "CASE    OPENED    TICKET EVNT  REASON ST  DAYS"
               TO WS-RPT-LINE.
           MOVE "AMOUNT  OPERATOR" TO WS-RPT-LINE(55:).
           PERFORM WRITE-REPORT-LINE.

       READ-CASE-RECORD.
           READ DISPUTE-FILE
               AT END MOVE 1 TO WS-CB-EOF.

       PROCESS-CASE-RECORD.
           IF CB-STATUS = "O" OR CB-STATUS = "E"
               PERFORM AGE-OPEN-CASE
           ELSE IF CB-STATUS = "W"
               ADD 1 TO WS-WON-COUNT
               ADD CB-AMOUNT TO WS-WON-AMOUNT
           ELSE IF CB-STATUS = "L"
               ADD 1 TO WS-LOST-COUNT
               ADD CB-AMOUNT TO WS-LOST-AMOUNT.
           PERFORM READ-CASE-RECORD.

       AGE-OPEN-CASE.
           MOVE CB-OPEN-DATE TO WS-CD-WORK.
           PERFORM COMPUTE-DAY-NUMBER.
           COMPUTE WS-DAYS-OUTSTANDING =
               WS-AS-OF-DAY-NUMBER - WS-DAY-NUMBER.
           IF WS-DAYS-OUTSTANDING < 0
               MOVE 0 TO WS-DAYS-OUTSTANDING.
           IF WS-DAYS-OUTSTANDING > 90
               SET WS-BAND-IDX TO 4
           ELSE IF WS-DAYS-OUTSTANDING > 60
               SET WS-BAND-IDX TO 3
           ELSE IF WS-DAYS-OUTSTANDING > 30
               SET WS-BAND-IDX TO 2
           ELSE
               SET WS-BAND-IDX TO 1.
           ADD 1 TO WS-BAND-COUNT(WS-BAND-IDX).
           ADD CB-AMOUNT TO WS-BAND-AMOUNT(WS-BAND-IDX).
           ADD 1 TO WS-RISK-COUNT.
           ADD CB-AMOUNT TO WS-RISK-AMOUNT.
           IF CB-STATUS = "O"
               ADD 1 TO WS-OPEN-COUNT
               ADD CB-AMOUNT TO WS-OPEN-AMOUNT
           ELSE
               ADD 1 TO WS-EVIDENCE-COUNT
               ADD CB-AMOUNT TO WS-EVIDENCE-AMOUNT.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-DAYS-OUTSTANDING TO WS-DAYS-DISPLAY.
           STRING CB-CASE-NUM "  " CB-OPEN-DATE "  " CB-SEQ-NUM " "
               CB-EVENT-CODE "  " CB-REASON-CODE " " CB-STATUS "  "
               WS-DAYS-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE CB-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE WS-AMOUNT-DISPLAY TO WS-RPT-LINE(47:14).
           MOVE CB-OPERATOR-ID TO WS-RPT-LINE(63:8).
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      * Day number as in LAB4-PERIOD-REPORT: days since a fixed epoch,
      * counting March as the first month so leap days fall at the
      * end of the year.
      ******************************************************************
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

       PRINT-AGING-SUMMARY.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "AMOUNT AT RISK BY DAYS OUTSTANDING" TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM PRINT-BAND-LINE
               VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > 4.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-OPEN-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-OPEN-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "OPEN:              " WS-COUNT-DISPLAY
               "  " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-EVIDENCE-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-EVIDENCE-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "EVIDENCE SENT:     " WS-COUNT-DISPLAY
               "  " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-RISK-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-RISK-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "TOTAL AT RISK:     " WS-COUNT-DISPLAY
               "  " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-WON-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-WON-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "CLOSED WON:        " WS-COUNT-DISPLAY
               "  " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-LOST-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-LOST-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "CLOSED LOST:       " WS-COUNT-DISPLAY
               "  " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       PRINT-BAND-LINE.
           MOVE WS-BAND-COUNT(WS-BAND-IDX) TO WS-COUNT-DISPLAY.
           MOVE WS-BAND-AMOUNT(WS-BAND-IDX) TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  " WS-BAND-LABEL(WS-BAND-IDX) "     "
               WS-COUNT-DISPLAY "  " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           DISPLAY WS-RPT-LINE.
           MOVE WS-RPT-LINE TO RPT-LINE.
           WRITE RPT-LINE.

       END PROGRAM LAB4-DISPUTE-AGING.
