      * Date: 2026-08-21
      * Purpose: Lab4 period trend report - reads the cumulative sales
      *          history file and shows day-by-day figures plus
      *          week-over-week comparisons per category, and the
      *          box office / phone / web split by sales channel
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT SALES-HISTORY-FILE ASSIGN TO "SALESHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SH-FILE-STATUS.
           SELECT CHANNEL-HISTORY-FILE ASSIGN TO "SALESCHNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CH-FILE-STATUS.
           SELECT PERIOD-REPORT-FILE ASSIGN TO "PERIODRPT.DAT"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
           05 SH-GIFT-AMOUNT       PIC S9(7)V99.
           05 SH-TAX-AMOUNT        PIC S9(7)V99.

       FD  CHANNEL-HISTORY-FILE.
       01  CH-RECORD.
           05 CH-DATE              PIC 9(8).
           05 CH-EVENT-CODE        PIC X(4).
           05 CH-BOX-COUNT         PIC S9(5).
           05 CH-BOX-AMOUNT        PIC S9(7)V99.
           05 CH-PHONE-COUNT       PIC S9(5).
           05 CH-PHONE-AMOUNT      PIC S9(7)V99.
           05 CH-WEB-COUNT         PIC S9(5).
           05 CH-WEB-AMOUNT        PIC S9(7)V99.

       FD  PERIOD-REPORT-FILE.
       01  RPT-LINE                PIC X(132).

       01 WS-SH-EOF PIC 9(1) VALUE 0.
       01 WS-RPT-LINE               PIC X(132).

       01 WS-CH-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-CH-EOF PIC 9(1) VALUE 0.
       01 WS-CHANNEL-TOTALS.
           05 WS-BOX-COUNT-TOTAL    PIC S9(6) VALUE 0.
           05 WS-BOX-AMOUNT-TOTAL   PIC S9(8)V99 VALUE 0.
           05 WS-PHONE-COUNT-TOTAL  PIC S9(6) VALUE 0.
           05 WS-PHONE-AMOUNT-TOTAL PIC S9(8)V99 VALUE 0.
           05 WS-WEB-COUNT-TOTAL    PIC S9(6) VALUE 0.
           05 WS-WEB-AMOUNT-TOTAL   PIC S9(8)V99 VALUE 0.

       01 WS-DAY-TOTAL-COUNT        PIC S9(6).
       01 WS-DAY-TOTAL-AMOUNT       PIC S9(8)V99.

           ELSE
               MOVE "NO SALES HISTORY ON FILE" TO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE.
           PERFORM PRINT-CHANNEL-SECTION.
           CLOSE PERIOD-REPORT-FILE.
           STOP RUN.

               WS-PRIOR-WEEK-AMOUNT.
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      * Sales by channel come from the companion channel history the
      * summary report writes beside SALESHIST.DAT, one line per
      * event per day with period totals at the foot.
      ******************************************************************
       PRINT-CHANNEL-SECTION.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "BY CHANNEL" TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE "DATE      EVENT" TO WS-RPT-LINE.
           STRING "BOX OFFICE" DELIMITED BY SIZE
               INTO WS-RPT-LINE(20:).
           STRING "PHONE" DELIMITED BY SIZE
               INTO WS-RPT-LINE(47:).
           STRING "WEB" DELIMITED BY SIZE
               INTO WS-RPT-LINE(74:).
           PERFORM WRITE-REPORT-LINE.
           OPEN INPUT CHANNEL-HISTORY-FILE.
           IF WS-CH-FILE-STATUS = "00"
               PERFORM READ-CHANNEL-HISTORY-RECORD
               PERFORM PRINT-CHANNEL-LINE UNTIL WS-CH-EOF = 1
               CLOSE CHANNEL-HISTORY-FILE
               MOVE SPACES TO WS-RPT-LINE
               MOVE "PERIOD TOTAL" TO WS-RPT-LINE
               MOVE WS-BOX-COUNT-TOTAL TO WS-COUNT-DISPLAY
               STRING WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO WS-RPT-LINE(17:)
               MOVE WS-BOX-AMOUNT-TOTAL TO WS-AMOUNT-DISPLAY
               STRING WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO WS-RPT-LINE(25:)
               MOVE WS-PHONE-COUNT-TOTAL TO WS-COUNT-DISPLAY
               STRING WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO WS-RPT-LINE(44:)
               MOVE WS-PHONE-AMOUNT-TOTAL TO WS-AMOUNT-DISPLAY
               STRING WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO WS-RPT-LINE(52:)
               MOVE WS-WEB-COUNT-TOTAL TO WS-COUNT-DISPLAY
               STRING WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO WS-RPT-LINE(71:)
               MOVE WS-WEB-AMOUNT-TOTAL TO WS-AMOUNT-DISPLAY
               STRING WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO WS-RPT-LINE(79:)
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE "NO CHANNEL HISTORY ON FILE" TO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE.

       READ-CHANNEL-HISTORY-RECORD.
           READ CHANNEL-HISTORY-FILE
               AT END MOVE 1 TO WS-CH-EOF.

       PRINT-CHANNEL-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING CH-DATE "  " CH-EVENT-CODE
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE CH-BOX-COUNT TO WS-COUNT-DISPLAY.
           STRING WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE(17:).
           MOVE CH-BOX-AMOUNT TO WS-AMOUNT-DISPLAY.
           STRING WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE(25:).
           MOVE CH-PHONE-COUNT TO WS-COUNT-DISPLAY.
           STRING WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE(44:).
           MOVE CH-PHONE-AMOUNT TO WS-AMOUNT-DISPLAY.
           STRING WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE(52:).
           MOVE CH-WEB-COUNT TO WS-COUNT-DISPLAY.
           STRING WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE(71:).
           MOVE CH-WEB-AMOUNT TO WS-AMOUNT-DISPLAY.
           STRING WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE(79:).
           PERFORM WRITE-REPORT-LINE.
           ADD CH-BOX-COUNT TO WS-BOX-COUNT-TOTAL.
           ADD CH-BOX-AMOUNT TO WS-BOX-AMOUNT-TOTAL.
           ADD CH-PHONE-COUNT TO WS-PHONE-COUNT-TOTAL.
           ADD CH-PHONE-AMOUNT TO WS-PHONE-AMOUNT-TOTAL.
           ADD CH-WEB-COUNT TO WS-WEB-COUNT-TOTAL.
           ADD CH-WEB-AMOUNT TO WS-WEB-AMOUNT-TOTAL.
           PERFORM READ-CHANNEL-HISTORY-RECORD.

       WRITE-REPORT-LINE.
           DISPLAY WS-RPT-LINE.
           MOVE WS-RPT-LINE TO RPT-LINE.
