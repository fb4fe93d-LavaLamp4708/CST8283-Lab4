      * Author: Peter Stainforth
      * Date: 2026-09-02
      * Purpose: Lab4 year-end archive and purge - moves ticket,
      *          audit, receipt and sales channel records older than
      *          a keyed retention date to dated archive files,
      *          rewrites the live files with just the current
      *          period (kept records keep their numbers; a
      *          full-period archive empties the file and restarts
      *          TS-SEQ-NUM from 1), and prints control totals
      *          proving nothing was lost. The patron activity log
      *          goes with its tickets; each patron's archived points
      *          are brought forward as one F record so the ledger
      *          still rebuilds every balance. A sale voided on or
      *          after the cutoff stays live with its void, however
      *          old, so every live void still finds its original
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT ARCH-RECEIPT-KEY-FILE
               ASSIGN TO DYNAMIC WS-ARCH-RCPTKEY-NAME
               ORGANIZATION IS SEQUENTIAL.
           SELECT SALE-CHANNEL-FILE ASSIGN TO "SALECHANNEL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SC-FILE-STATUS.
           SELECT ARCH-CHANNEL-FILE
               ASSIGN TO DYNAMIC WS-ARCH-CHANNEL-NAME
               ORGANIZATION IS SEQUENTIAL.
           SELECT PATRON-TXN-FILE ASSIGN TO "PATRONTXN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PX-FILE-STATUS.
           SELECT ARCH-PATRON-TXN-FILE
               ASSIGN TO DYNAMIC WS-ARCH-PATRON-TXN-NAME
               ORGANIZATION IS SEQUENTIAL.
           SELECT WORK-TICKET-FILE ASSIGN TO "TSALEWORK.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WT-FILE-STATUS.
               ORGANIZATION IS SEQUENTIAL.
           SELECT WORK-RECEIPT-KEY-FILE ASSIGN TO "RCPTKEYWK.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT WORK-CHANNEL-FILE ASSIGN TO "CHANNELWK.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT WORK-PATRON-TXN-FILE ASSIGN TO "PTXNWORK.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARCHIVE-REPORT-FILE ASSIGN TO "ARCHRPT.DAT"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
           05 RK-REF               PIC X(12).
           05 RK-DATE              PIC 9(8).

       FD  SALE-CHANNEL-FILE.
       01  SC-RECORD.
           05 SC-SEQ-NUM           PIC 9(6).
           05 SC-EVENT-CODE        PIC X(4).
           05 SC-CHANNEL           PIC A(1).
           05 SC-ORDER-NUM         PIC X(12).
           05 SC-ORDER-DATE        PIC 9(8).
           05 SC-POST-DATE         PIC 9(8).

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

       FD  ARCH-TICKET-FILE.
       01  AT-RECORD               PIC X(38).

       FD  ARCH-RECEIPT-KEY-FILE.
       01  ARK-RECORD              PIC X(31).

       FD  ARCH-CHANNEL-FILE.
       01  ACH-RECORD              PIC X(39).

       FD  ARCH-PATRON-TXN-FILE.
       01  APX-RECORD              PIC X(99).

       FD  WORK-TICKET-FILE.
       01  WT-RECORD               PIC X(38).

       FD  WORK-RECEIPT-KEY-FILE.
       01  WRK-RECORD              PIC X(31).

       FD  WORK-CHANNEL-FILE.
       01  WCH-RECORD              PIC X(39).

       FD  WORK-PATRON-TXN-FILE.
       01  WPX-RECORD              PIC X(99).

       FD  ARCHIVE-REPORT-FILE.
       01  RPT-LINE                PIC X(70).

       01 WS-ARCH-RCPTKEY-NAME PIC X(30).
       01 WS-RKY-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-RKY-EOF         PIC 9(1) VALUE 0.
       01 WS-ARCH-CHANNEL-NAME PIC X(30).
       01 WS-SC-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-SC-EOF          PIC 9(1) VALUE 0.
       01 WS-SC-PRESENT      PIC A(1) VALUE "N".
       01 WS-SC-MOVED-COUNT  PIC 9(6) VALUE 0.
       01 WS-SC-KEPT-COUNT   PIC 9(6) VALUE 0.
       01 WS-ARCH-PATRON-TXN-NAME PIC X(30).
       01 WS-PX-FILE-STATUS  PIC X(2) VALUE "00".
       01 WS-PX-EOF          PIC 9(1) VALUE 0.
       01 WS-PX-PRESENT      PIC A(1) VALUE "N".
       01 WS-PX-ARCHIVE      PIC A(1) VALUE "N".
       01 WS-PX-MOVED-COUNT  PIC 9(6) VALUE 0.
       01 WS-PX-KEPT-COUNT   PIC 9(6) VALUE 0.

      ******************************************************************
      * Net points per patron over the archived activity, written
      * back to the live log as one brought-forward record each.
      ******************************************************************
       01 WS-CARRY-COUNT     PIC 9(3) VALUE 0.
       01 WS-CARRY-TABLE.
           05 WS-CARRY-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-CARRY-IDX.
               10 WS-CARRY-PATRON      PIC X(8).
               10 WS-CARRY-POINTS      PIC S9(7).
       01 WS-CARRY-FOUND     PIC A(1) VALUE "N".
       01 WS-CARRY-OVERFLOW-COUNT PIC 9(4) VALUE 0.
       01 WS-CARRY-WRITTEN-COUNT PIC 9(6) VALUE 0.
       01 WS-CARRY-DELTA     PIC S9(7) VALUE 0.

      ******************************************************************
      * Originals of the voids that stay live. A refund or a
      * cancellation can come months after the sale; the sale is then
      * kept with its audit record, channel marker and patron
      * activity, whatever its date.
      ******************************************************************
       01 WS-HELD-ORIG-COUNT PIC 9(4) VALUE 0.
       01 WS-HELD-ORIG-TABLE.
           05 WS-HELD-ORIG-ENTRY OCCURS 9999 TIMES
                   INDEXED BY WS-HELD-IDX.
               10 WS-HELD-ORIG-SEQ     PIC 9(6).
               10 WS-HELD-ORIG-EVENT   PIC X(4).
       01 WS-HELD-ORIG-FOUND PIC A(1) VALUE "N".
       01 WS-HELD-KEY-SEQ    PIC 9(6) VALUE 0.
       01 WS-HELD-KEY-EVENT  PIC X(4) VALUE SPACES.
       01 WS-HELD-KEPT-COUNT PIC 9(6) VALUE 0.

       01 WS-HIGH-KEPT-SEQ   PIC 9(6) VALUE 0.

           MOVE SPACES TO WS-ARCH-RCPTKEY-NAME.
           STRING "ARCHRKY" WS-CUTOFF-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-ARCH-RCPTKEY-NAME.
           MOVE SPACES TO WS-ARCH-CHANNEL-NAME.
           STRING "ARCHCHN" WS-CUTOFF-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-ARCH-CHANNEL-NAME.
           MOVE SPACES TO WS-ARCH-PATRON-TXN-NAME.
           STRING "ARCHPTX" WS-CUTOFF-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-ARCH-PATRON-TXN-NAME.
           OPEN OUTPUT ARCHIVE-REPORT-FILE.
           MOVE "YEAR-END ARCHIVE AND PURGE" TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM COLLECT-HELD-ORIGINALS.
           PERFORM SPLIT-TICKET-AND-AUDIT.
           PERFORM SPLIT-RECEIPTS.
           PERFORM SPLIT-CHANNEL-MARKERS.
           PERFORM SPLIT-PATRON-ACTIVITY.
           PERFORM REWRITE-LIVE-FILES.
           PERFORM PRINT-CONTROL-TOTALS.
           CLOSE ARCHIVE-REPORT-FILE.
           STOP RUN.

      ******************************************************************
      * First pass over the pairs: every void that will stay live -
      * dated on or after the cutoff, or kept unpaired - notes its
      * original. A file that will not open is left to the split,
      * which cancels the run.
      ******************************************************************
       COLLECT-HELD-ORIGINALS.
           MOVE 0 TO WS-HELD-ORIG-COUNT.
           MOVE 0 TO WS-TS-EOF.
           MOVE 0 TO WS-AL-EOF.
           OPEN INPUT TICKET-SALES-FILE.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WS-TS-FILE-STATUS = "00" AND WS-AL-FILE-STATUS = "00"
               PERFORM READ-TICKET-SALE
               PERFORM READ-AUDIT-RECORD
               PERFORM NOTE-HELD-ORIGINAL
                   UNTIL WS-TS-EOF = 1 OR WS-AL-EOF = 1
               PERFORM NOTE-UNPAIRED-VOID UNTIL WS-TS-EOF = 1.
           IF WS-TS-FILE-STATUS = "00" OR WS-TS-FILE-STATUS = "10"
               CLOSE TICKET-SALES-FILE.
           IF WS-AL-FILE-STATUS = "00" OR WS-AL-FILE-STATUS = "10"
               CLOSE AUDIT-LOG-FILE.

       NOTE-HELD-ORIGINAL.
           IF TS-VOID-FLAG = "Y"
               IF AL-SEQ-NUM NOT = TS-SEQ-NUM
                       OR AL-DATE NOT < WS-CUTOFF-DATE
                   PERFORM ADD-HELD-ORIGINAL
               END-IF
           END-IF.
           PERFORM READ-TICKET-SALE.
           PERFORM READ-AUDIT-RECORD.

       NOTE-UNPAIRED-VOID.
           IF TS-VOID-FLAG = "Y"
               PERFORM ADD-HELD-ORIGINAL.
           PERFORM READ-TICKET-SALE.

       ADD-HELD-ORIGINAL.
           IF WS-HELD-ORIG-COUNT < 9999
               ADD 1 TO WS-HELD-ORIG-COUNT
               SET WS-HELD-IDX TO WS-HELD-ORIG-COUNT
               MOVE TS-VOID-ORIG-SEQ TO WS-HELD-ORIG-SEQ(WS-HELD-IDX)
               MOVE TS-EVENT-CODE TO WS-HELD-ORIG-EVENT(WS-HELD-IDX)
           ELSE
               PERFORM CANCEL-HELD-OVERFLOW.

      ******************************************************************
      * An original that could not be held would leave its live void
      * with no sale, so the run stops with the live files untouched.
      ******************************************************************
       CANCEL-HELD-OVERFLOW.
           CLOSE TICKET-SALES-FILE.
           CLOSE AUDIT-LOG-FILE.
           DISPLAY "LIVE VOID TABLE FULL - RUN CANCELLED".
           MOVE "RUN CANCELLED - TOO MANY LIVE VOIDS TO HOLD ORIGINALS"
               TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           CLOSE ARCHIVE-REPORT-FILE.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

       FIND-HELD-ORIGINAL.
           MOVE "N" TO WS-HELD-ORIG-FOUND.
           PERFORM MATCH-HELD-ORIGINAL
               VARYING WS-HELD-IDX FROM 1 BY 1
               UNTIL WS-HELD-IDX > WS-HELD-ORIG-COUNT
                   OR WS-HELD-ORIG-FOUND = "Y".

       MATCH-HELD-ORIGINAL.
           IF WS-HELD-ORIG-SEQ(WS-HELD-IDX) = WS-HELD-KEY-SEQ
                   AND WS-HELD-ORIG-EVENT(WS-HELD-IDX)
                       = WS-HELD-KEY-EVENT
               MOVE "Y" TO WS-HELD-ORIG-FOUND.

      ******************************************************************
      * The ticket record carries no date of its own; its paired
      * audit record supplies it, and the pair is trusted only when
               PERFORM READ-TICKET-SALE
               PERFORM READ-AUDIT-RECORD
           ELSE
               PERFORM SPLIT-DATED-PAIR
               PERFORM READ-TICKET-SALE
               PERFORM READ-AUDIT-RECORD.

       SPLIT-DATED-PAIR.
           MOVE "N" TO WS-HELD-ORIG-FOUND.
           IF AL-DATE < WS-CUTOFF-DATE AND TS-VOID-FLAG NOT = "Y"
               MOVE TS-SEQ-NUM TO WS-HELD-KEY-SEQ
               MOVE TS-EVENT-CODE TO WS-HELD-KEY-EVENT
               PERFORM FIND-HELD-ORIGINAL.
           IF WS-HELD-ORIG-FOUND = "Y"
               ADD 1 TO WS-HELD-KEPT-COUNT
               PERFORM KEEP-RECORD-PAIR
           ELSE IF AL-DATE < WS-CUTOFF-DATE
               PERFORM ARCHIVE-RECORD-PAIR
           ELSE
               PERFORM KEEP-RECORD-PAIR.

       ARCHIVE-RECORD-PAIR.
           ADD 1 TO WS-MOVED-COUNT.
           ADD 1 TO WS-AL-MOVED-COUNT.
           MOVE WS-BLOCK-LINE(WS-BLOCK-IDX) TO WR-LINE.
           WRITE WR-LINE.

      ******************************************************************
      * Phone/web channel markers are dated with the night they were
      * posted, the same day as their tickets' audit records. When
      * the ticket file is emptied every marker goes, since the
      * restarted sequence would otherwise point old markers at new
      * tickets.
      ******************************************************************
       SPLIT-CHANNEL-MARKERS.
           MOVE 0 TO WS-SC-EOF.
           OPEN INPUT SALE-CHANNEL-FILE.
           IF WS-SC-FILE-STATUS = "00"
               MOVE "Y" TO WS-SC-PRESENT
               OPEN OUTPUT ARCH-CHANNEL-FILE
               OPEN OUTPUT WORK-CHANNEL-FILE
               PERFORM READ-CHANNEL-MARKER
               PERFORM SPLIT-CHANNEL-MARKER UNTIL WS-SC-EOF = 1
               CLOSE SALE-CHANNEL-FILE
               CLOSE ARCH-CHANNEL-FILE
               CLOSE WORK-CHANNEL-FILE.

       READ-CHANNEL-MARKER.
           READ SALE-CHANNEL-FILE
               AT END MOVE 1 TO WS-SC-EOF.

       SPLIT-CHANNEL-MARKER.
           MOVE "N" TO WS-HELD-ORIG-FOUND.
           IF SC-POST-DATE < WS-CUTOFF-DATE
               MOVE SC-SEQ-NUM TO WS-HELD-KEY-SEQ
               MOVE SC-EVENT-CODE TO WS-HELD-KEY-EVENT
               PERFORM FIND-HELD-ORIGINAL.
           IF (SC-POST-DATE < WS-CUTOFF-DATE OR WS-KEPT-COUNT = 0)
                   AND WS-HELD-ORIG-FOUND = "N"
               ADD 1 TO WS-SC-MOVED-COUNT
               MOVE SC-RECORD TO ACH-RECORD
               WRITE ACH-RECORD
           ELSE
               ADD 1 TO WS-SC-KEPT-COUNT
               MOVE SC-RECORD TO WCH-RECORD
               WRITE WCH-RECORD.
           PERFORM READ-CHANNEL-MARKER.

      ******************************************************************
      * Patron activity follows the same rule as the channel markers:
      * records dated before the cutoff go, and when the ticket file
      * is emptied everything goes, so no E or R record is left
      * quoting a ticket number the restarted sequence will reuse.
      * The first pass builds each patron's brought-forward points;
      * if the table cannot hold every patron the log is left whole
      * rather than lose a balance.
      ******************************************************************
       SPLIT-PATRON-ACTIVITY.
           MOVE 0 TO WS-PX-EOF.
           OPEN INPUT PATRON-TXN-FILE.
           IF WS-PX-FILE-STATUS = "00"
               MOVE "Y" TO WS-PX-PRESENT
               PERFORM READ-PATRON-TXN
               PERFORM TOTAL-PATRON-CARRY UNTIL WS-PX-EOF = 1
               CLOSE PATRON-TXN-FILE.
           IF WS-CARRY-OVERFLOW-COUNT > 0
               MOVE "N" TO WS-PX-PRESENT
               DISPLAY "PATRON TABLE FULL - PATRONTXN.DAT NOT ARCHIVED".
           IF WS-PX-PRESENT = "Y"
               MOVE 0 TO WS-PX-EOF
               OPEN INPUT PATRON-TXN-FILE
               OPEN OUTPUT ARCH-PATRON-TXN-FILE
               OPEN OUTPUT WORK-PATRON-TXN-FILE
               PERFORM READ-PATRON-TXN
               PERFORM SPLIT-PATRON-TXN UNTIL WS-PX-EOF = 1
               CLOSE PATRON-TXN-FILE
               CLOSE ARCH-PATRON-TXN-FILE
               CLOSE WORK-PATRON-TXN-FILE.

       READ-PATRON-TXN.
           READ PATRON-TXN-FILE
               AT END MOVE 1 TO WS-PX-EOF.

      ******************************************************************
      * The E and R records of a held original stay with it, so the
      * points net on the live ticket file still agrees with the live
      * log. They are matched on ticket and event only: a record from
      * another window with the same numbers may stay too, which
      * keeps more live but loses nothing.
      ******************************************************************
       SET-PATRON-TXN-ARCHIVE.
           MOVE "N" TO WS-HELD-ORIG-FOUND.
           IF PX-DATE < WS-CUTOFF-DATE
                   AND (PX-TYPE = "E" OR PX-TYPE = "R")
               MOVE PX-SEQ-NUM TO WS-HELD-KEY-SEQ
               MOVE PX-EVENT-CODE TO WS-HELD-KEY-EVENT
               PERFORM FIND-HELD-ORIGINAL.
           IF (PX-DATE < WS-CUTOFF-DATE OR WS-KEPT-COUNT = 0)
                   AND WS-HELD-ORIG-FOUND = "N"
               MOVE "Y" TO WS-PX-ARCHIVE
           ELSE
               MOVE "N" TO WS-PX-ARCHIVE.

      ******************************************************************
      * E earned, C credited back and F brought forward add to the
      * balance; R redeemed and B taken back come off it; an A
      * adjustment carries its own sign.
      ******************************************************************
       TOTAL-PATRON-CARRY.
           PERFORM SET-PATRON-TXN-ARCHIVE.
           IF WS-PX-ARCHIVE = "Y"
               IF PX-TYPE = "E" OR PX-TYPE = "C" OR PX-TYPE = "F"
                       OR PX-TYPE = "A"
                   MOVE PX-POINTS TO WS-CARRY-DELTA
               ELSE IF PX-TYPE = "R" OR PX-TYPE = "B"
                   COMPUTE WS-CARRY-DELTA = 0 - PX-POINTS
               ELSE
                   MOVE 0 TO WS-CARRY-DELTA.
           IF WS-PX-ARCHIVE = "Y"
               PERFORM FIND-CARRY-ENTRY
               IF WS-CARRY-FOUND = "Y"
                   ADD WS-CARRY-DELTA TO WS-CARRY-POINTS(WS-CARRY-IDX).
           PERFORM READ-PATRON-TXN.

       FIND-CARRY-ENTRY.
           MOVE "N" TO WS-CARRY-FOUND.
           PERFORM MATCH-CARRY-ENTRY
               VARYING WS-CARRY-IDX FROM 1 BY 1
               UNTIL WS-CARRY-IDX > WS-CARRY-COUNT
                   OR WS-CARRY-FOUND = "Y".
           IF WS-CARRY-FOUND = "Y"
               SET WS-CARRY-IDX DOWN BY 1
           ELSE IF WS-CARRY-COUNT < 500
               ADD 1 TO WS-CARRY-COUNT
               SET WS-CARRY-IDX TO WS-CARRY-COUNT
               MOVE PX-PATRON-NUM TO WS-CARRY-PATRON(WS-CARRY-IDX)
               MOVE 0 TO WS-CARRY-POINTS(WS-CARRY-IDX)
               MOVE "Y" TO WS-CARRY-FOUND
           ELSE
               ADD 1 TO WS-CARRY-OVERFLOW-COUNT.

       MATCH-CARRY-ENTRY.
           IF WS-CARRY-PATRON(WS-CARRY-IDX) = PX-PATRON-NUM
               MOVE "Y" TO WS-CARRY-FOUND.

       SPLIT-PATRON-TXN.
           PERFORM SET-PATRON-TXN-ARCHIVE.
           IF WS-PX-ARCHIVE = "Y"
               ADD 1 TO WS-PX-MOVED-COUNT
               MOVE PX-RECORD TO APX-RECORD
               WRITE APX-RECORD
           ELSE
               ADD 1 TO WS-PX-KEPT-COUNT
               MOVE PX-RECORD TO WPX-RECORD
               WRITE WPX-RECORD.
           PERFORM READ-PATRON-TXN.

      ******************************************************************
      * The kept records stream back over the live files only after
      * both split passes have completed cleanly.
           PERFORM COPY-WORK-RECEIPT-KEY UNTIL WS-WK-EOF = 1.
           CLOSE WORK-RECEIPT-KEY-FILE.
           CLOSE RECEIPT-KEY-FILE.
           IF WS-SC-PRESENT = "Y"
               MOVE 0 TO WS-WK-EOF
               OPEN INPUT WORK-CHANNEL-FILE
               OPEN OUTPUT SALE-CHANNEL-FILE
               PERFORM READ-WORK-CHANNEL
               PERFORM COPY-WORK-CHANNEL UNTIL WS-WK-EOF = 1
               CLOSE WORK-CHANNEL-FILE
               CLOSE SALE-CHANNEL-FILE.
           IF WS-PX-PRESENT = "Y"
               MOVE 0 TO WS-WK-EOF
               OPEN INPUT WORK-PATRON-TXN-FILE
               OPEN OUTPUT PATRON-TXN-FILE
               PERFORM WRITE-BROUGHT-FORWARD
                   VARYING WS-CARRY-IDX FROM 1 BY 1
                   UNTIL WS-CARRY-IDX > WS-CARRY-COUNT
               PERFORM READ-WORK-PATRON-TXN
               PERFORM COPY-WORK-PATRON-TXN UNTIL WS-WK-EOF = 1
               CLOSE WORK-PATRON-TXN-FILE
               CLOSE PATRON-TXN-FILE.

       READ-WORK-TICKET.
           READ WORK-TICKET-FILE
           WRITE RK-RECORD.
           PERFORM READ-WORK-RECEIPT-KEY.

       READ-WORK-CHANNEL.
           READ WORK-CHANNEL-FILE
               AT END MOVE 1 TO WS-WK-EOF.

       COPY-WORK-CHANNEL.
           MOVE WCH-RECORD TO SC-RECORD.
           WRITE SC-RECORD.
           PERFORM READ-WORK-CHANNEL.

      ******************************************************************
      * A patron whose archived activity nets to nothing needs no
      * brought-forward record.
      ******************************************************************
       WRITE-BROUGHT-FORWARD.
           IF WS-CARRY-POINTS(WS-CARRY-IDX) NOT = 0
               MOVE WS-CUTOFF-DATE TO PX-DATE
               MOVE 0 TO PX-TIME
               MOVE WS-CARRY-PATRON(WS-CARRY-IDX) TO PX-PATRON-NUM
               MOVE "F" TO PX-TYPE
               MOVE WS-CARRY-POINTS(WS-CARRY-IDX) TO PX-POINTS
               MOVE 0 TO PX-AMOUNT
               MOVE 0 TO PX-SEQ-NUM
               MOVE SPACES TO PX-EVENT-CODE
               MOVE "BROUGHT FWD" TO PX-REF
               MOVE "ARCHIVE" TO PX-OPERATOR-ID
               MOVE SPACES TO PX-WINDOW-FILE
               WRITE PX-RECORD
               ADD 1 TO WS-CARRY-WRITTEN-COUNT.

       READ-WORK-PATRON-TXN.
           READ WORK-PATRON-TXN-FILE
               AT END MOVE 1 TO WS-WK-EOF.

       COPY-WORK-PATRON-TXN.
           MOVE WPX-RECORD TO PX-RECORD.
           WRITE PX-RECORD.
           PERFORM READ-WORK-PATRON-TXN.

       PRINT-CONTROL-TOTALS.
           MOVE "CONTROL TOTALS" TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
               "  NET " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-HELD-KEPT-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  OF WHICH HELD:   " WS-COUNT-DISPLAY
               "  OLDER SALES WITH A LIVE VOID"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-AL-MOVED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "AUDIT ARCHIVED:    " WS-COUNT-DISPLAY
           STRING "RECEIPTS KEPT:     " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-SC-MOVED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "CHANNEL ARCHIVED:  " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-SC-KEPT-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "CHANNEL KEPT:      " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-PX-MOVED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "PTS LOG ARCHIVED:  " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-PX-KEPT-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "PTS LOG KEPT:      " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-CARRY-WRITTEN-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "PTS BROUGHT FWD:   " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF WS-KEPT-COUNT = 0
               MOVE "LIVE FILE EMPTY - SEQUENCE RESTARTS FROM 1" TO
                   WS-RPT-LINE
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 4 TO RETURN-CODE.
           IF WS-CARRY-OVERFLOW-COUNT > 0
               MOVE SPACES TO WS-RPT-LINE
               STRING "WARNING - PATRON TABLE FULL - PATRONTXN.DAT"
                   " LEFT WHOLE"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 4 TO RETURN-CODE.

       WRITE-REPORT-LINE.
           DISPLAY WS-RPT-LINE.
