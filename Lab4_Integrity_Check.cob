      ******************************************************************
      * Author: Peter Stainforth
      * Date: 2026-10-15
      * Purpose: Lab4 cross-file integrity check - proves the files
      *          that refer to each other by code still agree after
      *          maintenance, purges and hand fixes: ticket event and
      *          section codes against EVENTS.DAT and SECTIONS.DAT,
      *          voids against their original tickets, RCPTKEY.DAT
      *          against the receipt blocks on RECEIPTS.DAT, pass
      *          admissions against PASSMASTER.DAT, bookings against
      *          the event and section files, gift card activity
      *          against GIFTCARDS.DAT and patron activity against
      *          PATRONS.DAT. Every problem is listed on INTEGRPT.DAT
      *          and any problem ends the run RC 8 so the night close
      *          holds the steps behind it; a table too small to
      *          check everything is a warning and ends it RC 4
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB4-INTEGRITY-CHECK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENT-FILE ASSIGN TO "EVENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-FILE-STATUS.
           SELECT SECTION-FILE ASSIGN TO "SECTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECTION-FILE-STATUS.
           SELECT TICKET-SALES-FILE ASSIGN TO "TICKETSALES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TS-SEQ-NUM
               FILE STATUS IS WS-TS-FILE-STATUS.
           SELECT RECEIPT-FILE ASSIGN TO "RECEIPTS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RC-FILE-STATUS.
           SELECT RECEIPT-KEY-FILE ASSIGN TO "RCPTKEY.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RK-FILE-STATUS.
           SELECT PASS-MASTER-FILE ASSIGN TO "PASSMASTER.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PM-FILE-STATUS.
           SELECT PASS-USE-FILE ASSIGN TO "PASSUSE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PU-FILE-STATUS.
           SELECT RESERVATION-FILE ASSIGN TO "RESERVATIONS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RES-FILE-STATUS.
           SELECT GIFT-CARD-FILE ASSIGN TO "GIFTCARDS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GC-FILE-STATUS.
           SELECT GIFT-TXN-FILE ASSIGN TO "GIFTTXN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GT-FILE-STATUS.
           SELECT PATRON-FILE ASSIGN TO "PATRONS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PT-FILE-STATUS.
           SELECT PATRON-TXN-FILE ASSIGN TO "PATRONTXN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PX-FILE-STATUS.
           SELECT INTEGRITY-REPORT-FILE ASSIGN TO "INTEGRPT.DAT"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  EVENT-FILE.
       01  EV-RECORD.
           05 EV-CODE               PIC X(4).
           05 FILLER                PIC X.
           05 EV-DATE               PIC 9(8).
           05 FILLER                PIC X.
           05 EV-CAPACITY           PIC 9(5).
           05 FILLER                PIC X.
           05 EV-PRICE-FILE         PIC X(30).

       FD  SECTION-FILE.
       01  SEC-RECORD.
           05 SEC-CODE              PIC X(3).
           05 FILLER                PIC X.
           05 SEC-DESC              PIC X(20).
           05 FILLER                PIC X.
           05 SEC-CAPACITY          PIC 9(5).

       FD  TICKET-SALES-FILE.
       01  TS-RECORD.
           05 TS-SEQ-NUM           PIC 9(6).
           05 TS-EVENT-CODE        PIC X(4).
           05 TS-CATEGORY          PIC A(1).
           05 TS-SECTION-CODE      PIC X(3).
           05 TS-PRICE             PIC 9(3)V99.
           05 TS-TENDER            PIC A(1).
           05 TS-VOID-FLAG         PIC A(1).
           05 TS-VOID-ORIG-SEQ     PIC 9(6).
           05 TS-GIFT-APPLIED      PIC 9(3)V99.
           05 TS-SPLIT-TENDER      PIC A(1).
           05 TS-TAX               PIC 9(3)V99.

       FD  RECEIPT-FILE.
       01  RCT-LINE                PIC X(40).

       FD  RECEIPT-KEY-FILE.
       01  RK-RECORD.
           05 RK-SEQ-NUM           PIC 9(6).
           05 RK-EVENT-CODE        PIC X(4).
           05 RK-TYPE              PIC A(1).
           05 RK-REF               PIC X(12).
           05 RK-DATE              PIC 9(8).

       FD  PASS-MASTER-FILE.
       01  PM-RECORD.
           05 PM-PASS-NUM          PIC X(10).
           05 PM-HOLDER-NAME       PIC X(20).
           05 PM-CATEGORY          PIC A(1).
           05 PM-EVENT-CODE        PIC X(4).
           05 PM-VALID-FROM        PIC 9(8).
           05 PM-VALID-TO          PIC 9(8).
           05 PM-PRICE-PAID        PIC 9(5)V99.
           05 PM-STATUS            PIC A(1).

       FD  PASS-USE-FILE.
       01  PU-RECORD.
           05 PU-DATE              PIC 9(8).
           05 PU-TIME              PIC 9(8).
           05 PU-PASS-NUM          PIC X(10).
           05 PU-EVENT-CODE        PIC X(4).
           05 PU-SEQ-NUM           PIC 9(6).

       FD  RESERVATION-FILE.
       01  RV-RECORD.
           05 RV-RES-NUM           PIC 9(5).
           05 RV-GROUP-NAME        PIC X(20).
           05 RV-EVENT-CODE        PIC X(4).
           05 RV-EVENT-DATE        PIC 9(8).
           05 RV-SECTION-CODE      PIC X(3).
           05 RV-FAMILY-QTY        PIC 9(3).
           05 RV-ADULT-QTY         PIC 9(3).
           05 RV-STUDENT-QTY       PIC 9(3).
           05 RV-YOUTH-QTY         PIC 9(3).
           05 RV-CHILD-QTY         PIC 9(3).
           05 RV-MILITARY-QTY      PIC 9(3).
           05 RV-FAMILY-PRICE      PIC 9(3)V99.
           05 RV-ADULT-PRICE       PIC 9(3)V99.
           05 RV-STUDENT-PRICE     PIC 9(3)V99.
           05 RV-YOUTH-PRICE       PIC 9(3)V99.
           05 RV-CHILD-PRICE       PIC 9(3)V99.
           05 RV-MILITARY-PRICE    PIC 9(3)V99.
           05 RV-DEPOSIT           PIC 9(5)V99.
           05 RV-CUTOFF-TIME       PIC 9(4).
           05 RV-STATUS            PIC A(1).

       FD  GIFT-CARD-FILE.
       01  GC-RECORD.
           05 GC-CARD-NUM          PIC X(12).
           05 GC-BALANCE           PIC 9(5)V99.

       FD  GIFT-TXN-FILE.
       01  GT-RECORD.
           05 GT-DATE              PIC 9(8).
           05 GT-TIME              PIC 9(8).
           05 GT-CARD-NUM          PIC X(12).
           05 GT-TYPE              PIC A(1).
           05 GT-AMOUNT            PIC 9(5)V99.

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

       FD  INTEGRITY-REPORT-FILE.
       01  RPT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-EVENT-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-SECTION-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-TS-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-RC-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-RK-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-PM-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-PU-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-RES-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-GC-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-GT-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-PT-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-PX-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-EVENT-EOF PIC 9(1) VALUE 0.
       01 WS-SECTION-EOF PIC 9(1) VALUE 0.
       01 WS-TS-EOF PIC 9(1) VALUE 0.
       01 WS-RC-EOF PIC 9(1) VALUE 0.
       01 WS-RK-EOF PIC 9(1) VALUE 0.
       01 WS-PM-EOF PIC 9(1) VALUE 0.
       01 WS-PU-EOF PIC 9(1) VALUE 0.
       01 WS-RES-EOF PIC 9(1) VALUE 0.
       01 WS-GC-EOF PIC 9(1) VALUE 0.
       01 WS-GT-EOF PIC 9(1) VALUE 0.
       01 WS-PT-EOF PIC 9(1) VALUE 0.
       01 WS-PX-EOF PIC 9(1) VALUE 0.
       01 WS-RPT-LINE               PIC X(80).
       01 WS-RUN-DATE               PIC 9(8) VALUE 0.

      ******************************************************************
      * Master code tables. A code loaded twice is itself reported:
      * the programs that look codes up stop at the first match, so
      * a duplicate hides whatever the second record says.
      ******************************************************************
       01 WS-EVENT-COUNT PIC 9(3) VALUE 0.
       01 WS-EVENT-TABLE.
           05 WS-EVENT-ENTRY-CODE OCCURS 200 TIMES
                   INDEXED BY WS-EVENT-IDX
                                PIC X(4).
       01 WS-SECTION-COUNT PIC 9(2) VALUE 0.
       01 WS-SECTION-TABLE.
           05 WS-SECTION-ENTRY-CODE OCCURS 50 TIMES
                   INDEXED BY WS-SECTION-IDX
                                PIC X(3).
       01 WS-PASS-COUNT PIC 9(3) VALUE 0.
       01 WS-PASS-TABLE.
           05 WS-PASS-ENTRY-NUM OCCURS 500 TIMES
                   INDEXED BY WS-PASS-IDX
                                PIC X(10).
       01 WS-CARD-COUNT PIC 9(3) VALUE 0.
       01 WS-CARD-TABLE.
           05 WS-CARD-ENTRY-NUM OCCURS 500 TIMES
                   INDEXED BY WS-CARD-IDX
                                PIC X(12).
       01 WS-PATRON-COUNT PIC 9(3) VALUE 0.
       01 WS-PATRON-TABLE.
           05 WS-PATRON-ENTRY-NUM OCCURS 500 TIMES
                   INDEXED BY WS-PATRON-IDX
                                PIC X(8).
       01 WS-CODE-FOUND      PIC A(1) VALUE "N".
       01 WS-WORK-EVENT      PIC X(4) VALUE SPACES.
       01 WS-WORK-SECTION    PIC X(3) VALUE SPACES.
       01 WS-WORK-PASS-NUM   PIC X(10) VALUE SPACES.
       01 WS-WORK-CARD-NUM   PIC X(12) VALUE SPACES.
       01 WS-WORK-PATRON-NUM PIC X(8) VALUE SPACES.
       01 WS-EVENT-FILE-OK   PIC A(1) VALUE "N".
       01 WS-SECTION-FILE-OK PIC A(1) VALUE "N".

      ******************************************************************
      * Every void's original sequence number is held here on the
      * first pass over the ticket file and ticked off on the second,
      * so an original anywhere in the file is found.
      ******************************************************************
       01 WS-VOID-COUNT PIC 9(4) VALUE 0.
       01 WS-VOID-TABLE.
           05 WS-VOID-ENTRY OCCURS 9999 TIMES
                   INDEXED BY WS-VOID-IDX.
               10 WS-VOID-SEQ          PIC 9(6).
               10 WS-VOID-ORIG-SEQ     PIC 9(6).
               10 WS-VOID-EVENT        PIC X(4).
               10 WS-VOID-ORIG-FOUND   PIC A(1).

      ******************************************************************
      * Key record N describes receipt block N; a block runs to and
      * includes its form-feed line.
      ******************************************************************
       01 WS-FORM-FEED       PIC X(1) VALUE X"0C".
       01 WS-KEY-ORDINAL     PIC 9(6) VALUE 0.
       01 WS-BLOCK-ORDINAL   PIC 9(6) VALUE 0.
       01 WS-BLOCK-COMPLETE  PIC A(1) VALUE "N".
       01 WS-BLOCK-SEQ-FOUND PIC A(1) VALUE "N".
       01 WS-RC-FILE-OPEN    PIC A(1) VALUE "N".

       01 WS-CHECK-COUNTS.
           05 WS-MASTER-ERRORS      PIC 9(5) VALUE 0.
           05 WS-TS-EVENT-ERRORS    PIC 9(5) VALUE 0.
           05 WS-TS-SECTION-ERRORS  PIC 9(5) VALUE 0.
           05 WS-VOID-ORIG-ERRORS   PIC 9(5) VALUE 0.
           05 WS-RCPT-KEY-ERRORS    PIC 9(5) VALUE 0.
           05 WS-PASS-USE-ERRORS    PIC 9(5) VALUE 0.
           05 WS-RES-ERRORS         PIC 9(5) VALUE 0.
           05 WS-GIFT-TXN-ERRORS    PIC 9(5) VALUE 0.
           05 WS-PATRON-TXN-ERRORS  PIC 9(5) VALUE 0.
           05 WS-OVERFLOW-WARNINGS  PIC 9(5) VALUE 0.
       01 WS-RECORDS-READ    PIC 9(7) VALUE 0.
       01 WS-TOTAL-ERRORS    PIC 9(6) VALUE 0.

       01 WS-ERR-FILE        PIC X(16) VALUE SPACES.
       01 WS-ERR-KEY         PIC X(12) VALUE SPACES.
       01 WS-ERR-TEXT        PIC X(46) VALUE SPACES.

       01 WS-COUNT-DISPLAY   PIC ZZZZ9.
       01 WS-READ-DISPLAY    PIC Z,ZZZ,ZZ9.
       01 WS-SEQ-DISPLAY     PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT INTEGRITY-REPORT-FILE.
           MOVE "CROSS-FILE INTEGRITY CHECK" TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "RUN DATE: " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM LOAD-EVENT-CODES.
           PERFORM LOAD-SECTION-CODES.
           PERFORM LOAD-PASS-NUMBERS.
           PERFORM LOAD-GIFT-CARD-NUMBERS.
           PERFORM LOAD-PATRON-NUMBERS.
           PERFORM CHECK-TICKET-SALES.
           PERFORM CHECK-VOID-ORIGINALS.
           PERFORM CHECK-RECEIPT-KEYS.
           PERFORM CHECK-PASS-USE.
           PERFORM CHECK-RESERVATIONS.
           PERFORM CHECK-GIFT-TXNS.
           PERFORM CHECK-PATRON-TXNS.
           PERFORM PRINT-CHECK-SUMMARY.
           CLOSE INTEGRITY-REPORT-FILE.
           IF WS-TOTAL-ERRORS > 0
               MOVE 8 TO RETURN-CODE
           ELSE IF WS-OVERFLOW-WARNINGS > 0
               MOVE 4 TO RETURN-CODE.
           STOP RUN.

      ******************************************************************
      * Master files
      ******************************************************************
       LOAD-EVENT-CODES.
           MOVE "MASTER FILES" TO WS-ERR-TEXT.
           PERFORM WRITE-CHECK-HEADING.
           MOVE 0 TO WS-EVENT-EOF.
           OPEN INPUT EVENT-FILE.
           IF WS-EVENT-FILE-STATUS = "00"
               MOVE "Y" TO WS-EVENT-FILE-OK
               PERFORM READ-EVENT-RECORD
               PERFORM STORE-EVENT-CODE UNTIL WS-EVENT-EOF = 1
               CLOSE EVENT-FILE
           ELSE
               MOVE "EVENTS.DAT" TO WS-ERR-FILE
               MOVE SPACES TO WS-ERR-KEY
               MOVE "FILE NOT AVAILABLE - EVENT CODES NOT CHECKED"
                   TO WS-ERR-TEXT
               ADD 1 TO WS-MASTER-ERRORS
               PERFORM WRITE-EXCEPTION-LINE.

       READ-EVENT-RECORD.
           READ EVENT-FILE
               AT END MOVE 1 TO WS-EVENT-EOF.

       STORE-EVENT-CODE.
           MOVE EV-CODE TO WS-WORK-EVENT.
           PERFORM FIND-EVENT-CODE.
           IF WS-CODE-FOUND = "Y"
               MOVE "EVENTS.DAT" TO WS-ERR-FILE
               MOVE EV-CODE TO WS-ERR-KEY
               MOVE "EVENT CODE ON FILE MORE THAN ONCE" TO WS-ERR-TEXT
               ADD 1 TO WS-MASTER-ERRORS
               PERFORM WRITE-EXCEPTION-LINE
           ELSE IF WS-EVENT-COUNT < 200
               ADD 1 TO WS-EVENT-COUNT
               MOVE EV-CODE TO WS-EVENT-ENTRY-CODE(WS-EVENT-COUNT)
           ELSE
               MOVE "EVENTS.DAT" TO WS-ERR-FILE
               MOVE EV-CODE TO WS-ERR-KEY
               MOVE "EVENT TABLE FULL - CODE NOT LOADED" TO WS-ERR-TEXT
               ADD 1 TO WS-OVERFLOW-WARNINGS
               PERFORM WRITE-EXCEPTION-LINE.
           PERFORM READ-EVENT-RECORD.

       FIND-EVENT-CODE.
           MOVE "N" TO WS-CODE-FOUND.
           PERFORM MATCH-EVENT-CODE
               VARYING WS-EVENT-IDX FROM 1 BY 1
               UNTIL WS-EVENT-IDX > WS-EVENT-COUNT
                   OR WS-CODE-FOUND = "Y".

       MATCH-EVENT-CODE.
           IF WS-EVENT-ENTRY-CODE(WS-EVENT-IDX) = WS-WORK-EVENT
               MOVE "Y" TO WS-CODE-FOUND.

       LOAD-SECTION-CODES.
           MOVE 0 TO WS-SECTION-EOF.
           OPEN INPUT SECTION-FILE.
           IF WS-SECTION-FILE-STATUS = "00"
               MOVE "Y" TO WS-SECTION-FILE-OK
               PERFORM READ-SECTION-RECORD
               PERFORM STORE-SECTION-CODE UNTIL WS-SECTION-EOF = 1
               CLOSE SECTION-FILE
           ELSE
               MOVE "SECTIONS.DAT" TO WS-ERR-FILE
               MOVE SPACES TO WS-ERR-KEY
               MOVE "FILE NOT AVAILABLE - SECTION CODES NOT CHECKED"
                   TO WS-ERR-TEXT
               ADD 1 TO WS-MASTER-ERRORS
               PERFORM WRITE-EXCEPTION-LINE.

       READ-SECTION-RECORD.
           READ SECTION-FILE
               AT END MOVE 1 TO WS-SECTION-EOF.

       STORE-SECTION-CODE.
           MOVE SEC-CODE TO WS-WORK-SECTION.
           PERFORM FIND-SECTION-CODE.
           IF WS-CODE-FOUND = "Y"
               MOVE "SECTIONS.DAT" TO WS-ERR-FILE
               MOVE SEC-CODE TO WS-ERR-KEY
               MOVE "SECTION CODE ON FILE MORE THAN ONCE"
                   TO WS-ERR-TEXT
               ADD 1 TO WS-MASTER-ERRORS
               PERFORM WRITE-EXCEPTION-LINE
           ELSE IF WS-SECTION-COUNT < 50
               ADD 1 TO WS-SECTION-COUNT
               MOVE SEC-CODE TO WS-SECTION-ENTRY-CODE(WS-SECTION-COUNT)
           ELSE
               MOVE "SECTIONS.DAT" TO WS-ERR-FILE
               MOVE SEC-CODE TO WS-ERR-KEY
               MOVE "SECTION TABLE FULL - CODE NOT LOADED"
                   TO WS-ERR-TEXT
               ADD 1 TO WS-OVERFLOW-WARNINGS
               PERFORM WRITE-EXCEPTION-LINE.
           PERFORM READ-SECTION-RECORD.

       FIND-SECTION-CODE.
           MOVE "N" TO WS-CODE-FOUND.
           PERFORM MATCH-SECTION-CODE
               VARYING WS-SECTION-IDX FROM 1 BY 1
               UNTIL WS-SECTION-IDX > WS-SECTION-COUNT
                   OR WS-CODE-FOUND = "Y".

       MATCH-SECTION-CODE.
           IF WS-SECTION-ENTRY-CODE(WS-SECTION-IDX) = WS-WORK-SECTION
               MOVE "Y" TO WS-CODE-FOUND.

       LOAD-PASS-NUMBERS.
           MOVE 0 TO WS-PM-EOF.
           OPEN INPUT PASS-MASTER-FILE.
           IF WS-PM-FILE-STATUS = "00"
               PERFORM READ-PASS-MASTER
               PERFORM STORE-PASS-NUMBER UNTIL WS-PM-EOF = 1
               CLOSE PASS-MASTER-FILE.

       READ-PASS-MASTER.
           READ PASS-MASTER-FILE
               AT END MOVE 1 TO WS-PM-EOF.

       STORE-PASS-NUMBER.
           MOVE PM-PASS-NUM TO WS-WORK-PASS-NUM.
           PERFORM FIND-PASS-NUMBER.
           IF WS-CODE-FOUND = "Y"
               MOVE "PASSMASTER.DAT" TO WS-ERR-FILE
               MOVE PM-PASS-NUM TO WS-ERR-KEY
               MOVE "PASS NUMBER ON FILE MORE THAN ONCE"
                   TO WS-ERR-TEXT
               ADD 1 TO WS-MASTER-ERRORS
               PERFORM WRITE-EXCEPTION-LINE
           ELSE IF WS-PASS-COUNT < 500
               ADD 1 TO WS-PASS-COUNT
               MOVE PM-PASS-NUM TO WS-PASS-ENTRY-NUM(WS-PASS-COUNT)
           ELSE
               MOVE "PASSMASTER.DAT" TO WS-ERR-FILE
               MOVE PM-PASS-NUM TO WS-ERR-KEY
               MOVE "PASS TABLE FULL - NUMBER NOT LOADED"
                   TO WS-ERR-TEXT
               ADD 1 TO WS-OVERFLOW-WARNINGS
               PERFORM WRITE-EXCEPTION-LINE.
           PERFORM READ-PASS-MASTER.

       FIND-PASS-NUMBER.
           MOVE "N" TO WS-CODE-FOUND.
           PERFORM MATCH-PASS-NUMBER
               VARYING WS-PASS-IDX FROM 1 BY 1
               UNTIL WS-PASS-IDX > WS-PASS-COUNT
                   OR WS-CODE-FOUND = "Y".

       MATCH-PASS-NUMBER.
           IF WS-PASS-ENTRY-NUM(WS-PASS-IDX) = WS-WORK-PASS-NUM
               MOVE "Y" TO WS-CODE-FOUND.

       LOAD-GIFT-CARD-NUMBERS.
           MOVE 0 TO WS-GC-EOF.
           OPEN INPUT GIFT-CARD-FILE.
           IF WS-GC-FILE-STATUS = "00"
               PERFORM READ-GIFT-CARD
               PERFORM STORE-GIFT-CARD-NUMBER UNTIL WS-GC-EOF = 1
               CLOSE GIFT-CARD-FILE.

       READ-GIFT-CARD.
           READ GIFT-CARD-FILE
               AT END MOVE 1 TO WS-GC-EOF.

       STORE-GIFT-CARD-NUMBER.
           MOVE GC-CARD-NUM TO WS-WORK-CARD-NUM.
           PERFORM FIND-GIFT-CARD-NUMBER.
           IF WS-CODE-FOUND = "Y"
               MOVE "GIFTCARDS.DAT" TO WS-ERR-FILE
               MOVE GC-CARD-NUM TO WS-ERR-KEY
               MOVE "CARD NUMBER ON FILE MORE THAN ONCE"
                   TO WS-ERR-TEXT
               ADD 1 TO WS-MASTER-ERRORS
               PERFORM WRITE-EXCEPTION-LINE
           ELSE IF WS-CARD-COUNT < 500
               ADD 1 TO WS-CARD-COUNT
               MOVE GC-CARD-NUM TO WS-CARD-ENTRY-NUM(WS-CARD-COUNT)
           ELSE
               MOVE "GIFTCARDS.DAT" TO WS-ERR-FILE
               MOVE GC-CARD-NUM TO WS-ERR-KEY
               MOVE "CARD TABLE FULL - NUMBER NOT LOADED"
                   TO WS-ERR-TEXT
               ADD 1 TO WS-OVERFLOW-WARNINGS
               PERFORM WRITE-EXCEPTION-LINE.
           PERFORM READ-GIFT-CARD.

       FIND-GIFT-CARD-NUMBER.
           MOVE "N" TO WS-CODE-FOUND.
           PERFORM MATCH-GIFT-CARD-NUMBER
               VARYING WS-CARD-IDX FROM 1 BY 1
               UNTIL WS-CARD-IDX > WS-CARD-COUNT
                   OR WS-CODE-FOUND = "Y".

       MATCH-GIFT-CARD-NUMBER.
           IF WS-CARD-ENTRY-NUM(WS-CARD-IDX) = WS-WORK-CARD-NUM
               MOVE "Y" TO WS-CODE-FOUND.

       LOAD-PATRON-NUMBERS.
           MOVE 0 TO WS-PT-EOF.
           OPEN INPUT PATRON-FILE.
           IF WS-PT-FILE-STATUS = "00"
               PERFORM READ-PATRON-RECORD
               PERFORM STORE-PATRON-NUMBER UNTIL WS-PT-EOF = 1
               CLOSE PATRON-FILE.

       READ-PATRON-RECORD.
           READ PATRON-FILE
               AT END MOVE 1 TO WS-PT-EOF.

       STORE-PATRON-NUMBER.
           MOVE PT-PATRON-NUM TO WS-WORK-PATRON-NUM.
           PERFORM FIND-PATRON-NUMBER.
           IF WS-CODE-FOUND = "Y"
               MOVE "PATRONS.DAT" TO WS-ERR-FILE
               MOVE PT-PATRON-NUM TO WS-ERR-KEY
               MOVE "PATRON NUMBER ON FILE MORE THAN ONCE"
                   TO WS-ERR-TEXT
               ADD 1 TO WS-MASTER-ERRORS
               PERFORM WRITE-EXCEPTION-LINE
           ELSE IF WS-PATRON-COUNT < 500
               ADD 1 TO WS-PATRON-COUNT
               MOVE PT-PATRON-NUM TO
                   WS-PATRON-ENTRY-NUM(WS-PATRON-COUNT)
           ELSE
               MOVE "PATRONS.DAT" TO WS-ERR-FILE
               MOVE PT-PATRON-NUM TO WS-ERR-KEY
               MOVE "PATRON TABLE FULL - NUMBER NOT LOADED"
                   TO WS-ERR-TEXT
               ADD 1 TO WS-OVERFLOW-WARNINGS
               PERFORM WRITE-EXCEPTION-LINE.
           PERFORM READ-PATRON-RECORD.

       FIND-PATRON-NUMBER.
           MOVE "N" TO WS-CODE-FOUND.
           PERFORM MATCH-PATRON-NUMBER
               VARYING WS-PATRON-IDX FROM 1 BY 1
               UNTIL WS-PATRON-IDX > WS-PATRON-COUNT
                   OR WS-CODE-FOUND = "Y".

       MATCH-PATRON-NUMBER.
           IF WS-PATRON-ENTRY-NUM(WS-PATRON-IDX) = WS-WORK-PATRON-NUM
               MOVE "Y" TO WS-CODE-FOUND.

      ******************************************************************
      * Ticket file, first pass: event and section codes, and every
      * void's original collected for the second pass.
      ******************************************************************
       CHECK-TICKET-SALES.
           MOVE "TICKETSALES.DAT - EVENT AND SECTION CODES"
               TO WS-ERR-TEXT.
           PERFORM WRITE-CHECK-HEADING.
           MOVE 0 TO WS-RECORDS-READ.
           MOVE 0 TO WS-TS-EOF.
           OPEN INPUT TICKET-SALES-FILE.
           IF WS-TS-FILE-STATUS = "00"
               PERFORM READ-TICKET-SALE
               PERFORM CHECK-ONE-TICKET UNTIL WS-TS-EOF = 1
               CLOSE TICKET-SALES-FILE
               PERFORM WRITE-RECORDS-READ
           ELSE
               MOVE "NO TICKET FILE - NOTHING TO CHECK" TO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE.

       READ-TICKET-SALE.
           READ TICKET-SALES-FILE
               AT END MOVE 1 TO WS-TS-EOF.

       CHECK-ONE-TICKET.
           ADD 1 TO WS-RECORDS-READ.
           MOVE TS-EVENT-CODE TO WS-WORK-EVENT.
           PERFORM FIND-EVENT-CODE.
           IF WS-CODE-FOUND = "N" AND WS-EVENT-FILE-OK = "Y"
               MOVE "TICKETSALES.DAT" TO WS-ERR-FILE
               MOVE TS-SEQ-NUM TO WS-ERR-KEY
               MOVE SPACES TO WS-ERR-TEXT
               STRING "EVENT " TS-EVENT-CODE " NOT ON EVENTS.DAT"
                   DELIMITED BY SIZE INTO WS-ERR-TEXT
               ADD 1 TO WS-TS-EVENT-ERRORS
               PERFORM WRITE-EXCEPTION-LINE.
           MOVE TS-SECTION-CODE TO WS-WORK-SECTION.
           PERFORM FIND-SECTION-CODE.
           IF WS-CODE-FOUND = "N" AND WS-SECTION-FILE-OK = "Y"
               MOVE "TICKETSALES.DAT" TO WS-ERR-FILE
               MOVE TS-SEQ-NUM TO WS-ERR-KEY
               MOVE SPACES TO WS-ERR-TEXT
               STRING "SECTION " TS-SECTION-CODE
                   " NOT ON SECTIONS.DAT"
                   DELIMITED BY SIZE INTO WS-ERR-TEXT
               ADD 1 TO WS-TS-SECTION-ERRORS
               PERFORM WRITE-EXCEPTION-LINE.
           IF TS-VOID-FLAG = "Y"
               PERFORM STAGE-VOID-ENTRY.
           PERFORM READ-TICKET-SALE.

       STAGE-VOID-ENTRY.
           IF WS-VOID-COUNT < 9999
               ADD 1 TO WS-VOID-COUNT
               MOVE TS-SEQ-NUM TO WS-VOID-SEQ(WS-VOID-COUNT)
               MOVE TS-VOID-ORIG-SEQ TO WS-VOID-ORIG-SEQ(WS-VOID-COUNT)
               MOVE TS-EVENT-CODE TO WS-VOID-EVENT(WS-VOID-COUNT)
               MOVE "N" TO WS-VOID-ORIG-FOUND(WS-VOID-COUNT)
           ELSE
               MOVE "TICKETSALES.DAT" TO WS-ERR-FILE
               MOVE TS-SEQ-NUM TO WS-ERR-KEY
               MOVE "VOID TABLE FULL - ORIGINAL NOT CHECKED"
                   TO WS-ERR-TEXT
               ADD 1 TO WS-OVERFLOW-WARNINGS
               PERFORM WRITE-EXCEPTION-LINE.

      ******************************************************************
      * Ticket file, second pass: a void's original must be a live
      * sale on the same event.
      ******************************************************************
       CHECK-VOID-ORIGINALS.
           MOVE "TICKETSALES.DAT - VOID ORIGINALS" TO WS-ERR-TEXT.
           PERFORM WRITE-CHECK-HEADING.
           IF WS-VOID-COUNT > 0
               MOVE 0 TO WS-TS-EOF
               OPEN INPUT TICKET-SALES-FILE
               PERFORM READ-TICKET-SALE
               PERFORM MARK-VOID-ORIGINALS UNTIL WS-TS-EOF = 1
               CLOSE TICKET-SALES-FILE
               PERFORM REPORT-VOID-ORIGINAL
                   VARYING WS-VOID-IDX FROM 1 BY 1
                   UNTIL WS-VOID-IDX > WS-VOID-COUNT.
           MOVE WS-VOID-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  VOIDS CHECKED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       MARK-VOID-ORIGINALS.
           IF TS-VOID-FLAG NOT = "Y"
               PERFORM MATCH-VOID-ORIGINAL
                   VARYING WS-VOID-IDX FROM 1 BY 1
                   UNTIL WS-VOID-IDX > WS-VOID-COUNT.
           PERFORM READ-TICKET-SALE.

       MATCH-VOID-ORIGINAL.
           IF WS-VOID-ORIG-SEQ(WS-VOID-IDX) = TS-SEQ-NUM
                   AND WS-VOID-EVENT(WS-VOID-IDX) = TS-EVENT-CODE
               MOVE "Y" TO WS-VOID-ORIG-FOUND(WS-VOID-IDX).

       REPORT-VOID-ORIGINAL.
           IF WS-VOID-ORIG-FOUND(WS-VOID-IDX) = "N"
               MOVE "TICKETSALES.DAT" TO WS-ERR-FILE
               MOVE WS-VOID-SEQ(WS-VOID-IDX) TO WS-ERR-KEY
               MOVE WS-VOID-ORIG-SEQ(WS-VOID-IDX) TO WS-SEQ-DISPLAY
               MOVE SPACES TO WS-ERR-TEXT
               STRING "VOID OF " WS-SEQ-DISPLAY " EVENT "
                   WS-VOID-EVENT(WS-VOID-IDX) " - NO SUCH SALE"
                   DELIMITED BY SIZE INTO WS-ERR-TEXT
               ADD 1 TO WS-VOID-ORIG-ERRORS
               PERFORM WRITE-EXCEPTION-LINE.

      ******************************************************************
      * Receipt keys against receipt blocks, taken in step: key N
      * must have a block N, and a key carrying a ticket number must
      * find that ticket (or that void) on its block. Blocks left
      * over when the keys run out have lost their key.
      ******************************************************************
       CHECK-RECEIPT-KEYS.
           MOVE "RCPTKEY.DAT - RECEIPT BLOCKS" TO WS-ERR-TEXT.
           PERFORM WRITE-CHECK-HEADING.
           MOVE 0 TO WS-KEY-ORDINAL.
           MOVE 0 TO WS-BLOCK-ORDINAL.
           MOVE 0 TO WS-RK-EOF.
           MOVE 0 TO WS-RC-EOF.
           OPEN INPUT RECEIPT-KEY-FILE.
           IF WS-RK-FILE-STATUS NOT = "00"
               MOVE "NO RECEIPT KEY FILE - NOTHING TO CHECK"
                   TO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               PERFORM OPEN-RECEIPT-FILE
               PERFORM READ-RECEIPT-KEY
               PERFORM MATCH-KEY-TO-BLOCK UNTIL WS-RK-EOF = 1
               PERFORM COUNT-UNKEYED-BLOCK UNTIL WS-RC-EOF = 1
               CLOSE RECEIPT-KEY-FILE
               PERFORM CLOSE-RECEIPT-FILE
               MOVE WS-KEY-ORDINAL TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-RPT-LINE
               STRING "  KEYS CHECKED:  " WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE.

       OPEN-RECEIPT-FILE.
           MOVE "N" TO WS-RC-FILE-OPEN.
           OPEN INPUT RECEIPT-FILE.
           IF WS-RC-FILE-STATUS = "00"
               MOVE "Y" TO WS-RC-FILE-OPEN
               PERFORM READ-RECEIPT-LINE
           ELSE
               MOVE 1 TO WS-RC-EOF.

       CLOSE-RECEIPT-FILE.
           IF WS-RC-FILE-OPEN = "Y"
               CLOSE RECEIPT-FILE.

       READ-RECEIPT-KEY.
           READ RECEIPT-KEY-FILE
               AT END MOVE 1 TO WS-RK-EOF.

       READ-RECEIPT-LINE.
           READ RECEIPT-FILE
               AT END MOVE 1 TO WS-RC-EOF.

       MATCH-KEY-TO-BLOCK.
           ADD 1 TO WS-KEY-ORDINAL.
           PERFORM READ-RECEIPT-BLOCK.
           MOVE "RCPTKEY.DAT" TO WS-ERR-FILE.
           MOVE RK-SEQ-NUM TO WS-SEQ-DISPLAY.
           MOVE SPACES TO WS-ERR-KEY.
           STRING WS-SEQ-DISPLAY " " RK-EVENT-CODE " " RK-TYPE
               DELIMITED BY SIZE INTO WS-ERR-KEY.
           IF WS-BLOCK-COMPLETE = "N"
               MOVE SPACES TO WS-ERR-TEXT
               MOVE WS-KEY-ORDINAL TO WS-COUNT-DISPLAY
               STRING "KEY " WS-COUNT-DISPLAY
                   " HAS NO RECEIPT BLOCK"
                   DELIMITED BY SIZE INTO WS-ERR-TEXT
               ADD 1 TO WS-RCPT-KEY-ERRORS
               PERFORM WRITE-EXCEPTION-LINE
           ELSE IF RK-SEQ-NUM > 0 AND WS-BLOCK-SEQ-FOUND = "N"
               MOVE SPACES TO WS-ERR-TEXT
               MOVE WS-KEY-ORDINAL TO WS-COUNT-DISPLAY
               STRING "BLOCK " WS-COUNT-DISPLAY
                   " IS NOT FOR THIS TICKET"
                   DELIMITED BY SIZE INTO WS-ERR-TEXT
               ADD 1 TO WS-RCPT-KEY-ERRORS
               PERFORM WRITE-EXCEPTION-LINE.
           PERFORM READ-RECEIPT-KEY.

       READ-RECEIPT-BLOCK.
           MOVE "N" TO WS-BLOCK-COMPLETE.
           MOVE "N" TO WS-BLOCK-SEQ-FOUND.
           MOVE RK-SEQ-NUM TO WS-SEQ-DISPLAY.
           PERFORM SCAN-BLOCK-LINE
               UNTIL WS-RC-EOF = 1 OR WS-BLOCK-COMPLETE = "Y".

       SCAN-BLOCK-LINE.
           IF RCT-LINE(1:8) = "TICKET: "
                   AND RCT-LINE(9:6) = WS-SEQ-DISPLAY
               MOVE "Y" TO WS-BLOCK-SEQ-FOUND.
           IF RCT-LINE(1:13) = "VOID TICKET: "
                   AND RCT-LINE(14:6) = WS-SEQ-DISPLAY
               MOVE "Y" TO WS-BLOCK-SEQ-FOUND.
           IF RCT-LINE(1:1) = WS-FORM-FEED
               MOVE "Y" TO WS-BLOCK-COMPLETE
               ADD 1 TO WS-BLOCK-ORDINAL.
           PERFORM READ-RECEIPT-LINE.

       COUNT-UNKEYED-BLOCK.
           MOVE 0 TO RK-SEQ-NUM.
           PERFORM READ-RECEIPT-BLOCK.
           IF WS-BLOCK-COMPLETE = "Y"
               MOVE "RECEIPTS.DAT" TO WS-ERR-FILE
               MOVE SPACES TO WS-ERR-KEY
               MOVE SPACES TO WS-ERR-TEXT
               MOVE WS-BLOCK-ORDINAL TO WS-COUNT-DISPLAY
               STRING "BLOCK " WS-COUNT-DISPLAY
                   " HAS NO RECEIPT KEY"
                   DELIMITED BY SIZE INTO WS-ERR-TEXT
               ADD 1 TO WS-RCPT-KEY-ERRORS
               PERFORM WRITE-EXCEPTION-LINE.

      ******************************************************************
      * Pass admissions
      ******************************************************************
       CHECK-PASS-USE.
           MOVE "PASSUSE.DAT - PASSES AND EVENTS" TO WS-ERR-TEXT.
           PERFORM WRITE-CHECK-HEADING.
           MOVE 0 TO WS-RECORDS-READ.
           MOVE 0 TO WS-PU-EOF.
           OPEN INPUT PASS-USE-FILE.
           IF WS-PU-FILE-STATUS = "00"
               PERFORM READ-PASS-USE
               PERFORM CHECK-ONE-PASS-USE UNTIL WS-PU-EOF = 1
               CLOSE PASS-USE-FILE
               PERFORM WRITE-RECORDS-READ
           ELSE
               MOVE "NO PASS USE FILE - NOTHING TO CHECK"
                   TO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE.

       READ-PASS-USE.
           READ PASS-USE-FILE
               AT END MOVE 1 TO WS-PU-EOF.

       CHECK-ONE-PASS-USE.
           ADD 1 TO WS-RECORDS-READ.
           MOVE PU-PASS-NUM TO WS-WORK-PASS-NUM.
           PERFORM FIND-PASS-NUMBER.
           IF WS-CODE-FOUND = "N"
               MOVE "PASSUSE.DAT" TO WS-ERR-FILE
               MOVE PU-PASS-NUM TO WS-ERR-KEY
               MOVE SPACES TO WS-ERR-TEXT
               STRING "PASS NOT ON PASSMASTER.DAT - ADMITTED "
                   PU-DATE
                   DELIMITED BY SIZE INTO WS-ERR-TEXT
               ADD 1 TO WS-PASS-USE-ERRORS
               PERFORM WRITE-EXCEPTION-LINE.
           MOVE PU-EVENT-CODE TO WS-WORK-EVENT.
           PERFORM FIND-EVENT-CODE.
           IF WS-CODE-FOUND = "N" AND WS-EVENT-FILE-OK = "Y"
               MOVE "PASSUSE.DAT" TO WS-ERR-FILE
               MOVE PU-PASS-NUM TO WS-ERR-KEY
               MOVE SPACES TO WS-ERR-TEXT
               STRING "EVENT " PU-EVENT-CODE " NOT ON EVENTS.DAT"
                   DELIMITED BY SIZE INTO WS-ERR-TEXT
               ADD 1 TO WS-PASS-USE-ERRORS
               PERFORM WRITE-EXCEPTION-LINE.
           PERFORM READ-PASS-USE.

      ******************************************************************
      * Group bookings
      ******************************************************************
       CHECK-RESERVATIONS.
           MOVE "RESERVATIONS.DAT - EVENTS AND SECTIONS"
               TO WS-ERR-TEXT.
           PERFORM WRITE-CHECK-HEADING.
           MOVE 0 TO WS-RECORDS-READ.
           MOVE 0 TO WS-RES-EOF.
           OPEN INPUT RESERVATION-FILE.
           IF WS-RES-FILE-STATUS = "00"
               PERFORM READ-RESERVATION
               PERFORM CHECK-ONE-RESERVATION UNTIL WS-RES-EOF = 1
               CLOSE RESERVATION-FILE
               PERFORM WRITE-RECORDS-READ
           ELSE
               MOVE "NO RESERVATION FILE - NOTHING TO CHECK"
                   TO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE.

       READ-RESERVATION.
           READ RESERVATION-FILE
               AT END MOVE 1 TO WS-RES-EOF.

       CHECK-ONE-RESERVATION.
           ADD 1 TO WS-RECORDS-READ.
           MOVE RV-SECTION-CODE TO WS-WORK-SECTION.
           PERFORM FIND-SECTION-CODE.
           IF WS-CODE-FOUND = "N" AND WS-SECTION-FILE-OK = "Y"
               MOVE "RESERVATIONS.DAT" TO WS-ERR-FILE
               MOVE RV-RES-NUM TO WS-ERR-KEY
               MOVE SPACES TO WS-ERR-TEXT
               STRING "SECTION " RV-SECTION-CODE
                   " NOT ON SECTIONS.DAT - STATUS " RV-STATUS
                   DELIMITED BY SIZE INTO WS-ERR-TEXT
               ADD 1 TO WS-RES-ERRORS
               PERFORM WRITE-EXCEPTION-LINE.
           MOVE RV-EVENT-CODE TO WS-WORK-EVENT.
           PERFORM FIND-EVENT-CODE.
           IF WS-CODE-FOUND = "N" AND WS-EVENT-FILE-OK = "Y"
               MOVE "RESERVATIONS.DAT" TO WS-ERR-FILE
               MOVE RV-RES-NUM TO WS-ERR-KEY
               MOVE SPACES TO WS-ERR-TEXT
               STRING "EVENT " RV-EVENT-CODE
                   " NOT ON EVENTS.DAT - STATUS " RV-STATUS
                   DELIMITED BY SIZE INTO WS-ERR-TEXT
               ADD 1 TO WS-RES-ERRORS
               PERFORM WRITE-EXCEPTION-LINE.
           PERFORM READ-RESERVATION.

      ******************************************************************
      * Gift card and patron activity logs
      ******************************************************************
       CHECK-GIFT-TXNS.
           MOVE "GIFTTXN.DAT - GIFT CARDS" TO WS-ERR-TEXT.
           PERFORM WRITE-CHECK-HEADING.
           MOVE 0 TO WS-RECORDS-READ.
           MOVE 0 TO WS-GT-EOF.
           OPEN INPUT GIFT-TXN-FILE.
           IF WS-GT-FILE-STATUS = "00"
               PERFORM READ-GIFT-TXN
               PERFORM CHECK-ONE-GIFT-TXN UNTIL WS-GT-EOF = 1
               CLOSE GIFT-TXN-FILE
               PERFORM WRITE-RECORDS-READ
           ELSE
               MOVE "NO GIFT CARD ACTIVITY FILE - NOTHING TO CHECK"
                   TO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE.

       READ-GIFT-TXN.
           READ GIFT-TXN-FILE
               AT END MOVE 1 TO WS-GT-EOF.

       CHECK-ONE-GIFT-TXN.
           ADD 1 TO WS-RECORDS-READ.
           MOVE GT-CARD-NUM TO WS-WORK-CARD-NUM.
           PERFORM FIND-GIFT-CARD-NUMBER.
           IF WS-CODE-FOUND = "N"
               MOVE "GIFTTXN.DAT" TO WS-ERR-FILE
               MOVE GT-CARD-NUM TO WS-ERR-KEY
               MOVE SPACES TO WS-ERR-TEXT
               STRING "CARD NOT ON GIFTCARDS.DAT - TYPE " GT-TYPE
                   " " GT-DATE
                   DELIMITED BY SIZE INTO WS-ERR-TEXT
               ADD 1 TO WS-GIFT-TXN-ERRORS
               PERFORM WRITE-EXCEPTION-LINE.
           PERFORM READ-GIFT-TXN.

       CHECK-PATRON-TXNS.
           MOVE "PATRONTXN.DAT - PATRONS" TO WS-ERR-TEXT.
           PERFORM WRITE-CHECK-HEADING.
           MOVE 0 TO WS-RECORDS-READ.
           MOVE 0 TO WS-PX-EOF.
           OPEN INPUT PATRON-TXN-FILE.
           IF WS-PX-FILE-STATUS = "00"
               PERFORM READ-PATRON-TXN
               PERFORM CHECK-ONE-PATRON-TXN UNTIL WS-PX-EOF = 1
               CLOSE PATRON-TXN-FILE
               PERFORM WRITE-RECORDS-READ
           ELSE
               MOVE "NO PATRON ACTIVITY FILE - NOTHING TO CHECK"
                   TO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE.

       READ-PATRON-TXN.
           READ PATRON-TXN-FILE
               AT END MOVE 1 TO WS-PX-EOF.

       CHECK-ONE-PATRON-TXN.
           ADD 1 TO WS-RECORDS-READ.
           MOVE PX-PATRON-NUM TO WS-WORK-PATRON-NUM.
           PERFORM FIND-PATRON-NUMBER.
           IF WS-CODE-FOUND = "N"
               MOVE "PATRONTXN.DAT" TO WS-ERR-FILE
               MOVE PX-PATRON-NUM TO WS-ERR-KEY
               MOVE SPACES TO WS-ERR-TEXT
               STRING "PATRON NOT ON PATRONS.DAT - TYPE " PX-TYPE
                   " " PX-DATE
                   DELIMITED BY SIZE INTO WS-ERR-TEXT
               ADD 1 TO WS-PATRON-TXN-ERRORS
               PERFORM WRITE-EXCEPTION-LINE.
           PERFORM READ-PATRON-TXN.

      ******************************************************************
      * Report lines
      ******************************************************************
       WRITE-CHECK-HEADING.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-ERR-TEXT TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-EXCEPTION-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-ERR-FILE TO WS-RPT-LINE(3:16).
           MOVE WS-ERR-KEY TO WS-RPT-LINE(20:12).
           MOVE WS-ERR-TEXT TO WS-RPT-LINE(33:46).
           PERFORM WRITE-REPORT-LINE.

       WRITE-RECORDS-READ.
           MOVE WS-RECORDS-READ TO WS-READ-DISPLAY.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  RECORDS CHECKED: " WS-READ-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       PRINT-CHECK-SUMMARY.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "SUMMARY                                      PROBLEMS"
               TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "MASTER FILES (MISSING, DUPLICATE KEYS)"
               TO WS-ERR-TEXT.
           MOVE WS-MASTER-ERRORS TO WS-COUNT-DISPLAY.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "TICKET EVENT NOT ON FILE" TO WS-ERR-TEXT.
           MOVE WS-TS-EVENT-ERRORS TO WS-COUNT-DISPLAY.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "TICKET SECTION NOT ON FILE" TO WS-ERR-TEXT.
           MOVE WS-TS-SECTION-ERRORS TO WS-COUNT-DISPLAY.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "VOID ORIGINAL NOT ON FILE" TO WS-ERR-TEXT.
           MOVE WS-VOID-ORIG-ERRORS TO WS-COUNT-DISPLAY.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "RECEIPT KEY / BLOCK MISMATCH" TO WS-ERR-TEXT.
           MOVE WS-RCPT-KEY-ERRORS TO WS-COUNT-DISPLAY.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "PASS ADMISSION NOT ON FILE" TO WS-ERR-TEXT.
           MOVE WS-PASS-USE-ERRORS TO WS-COUNT-DISPLAY.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "BOOKING EVENT OR SECTION NOT ON FILE" TO WS-ERR-TEXT.
           MOVE WS-RES-ERRORS TO WS-COUNT-DISPLAY.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "GIFT CARD ACTIVITY FOR UNKNOWN CARD" TO WS-ERR-TEXT.
           MOVE WS-GIFT-TXN-ERRORS TO WS-COUNT-DISPLAY.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "PATRON ACTIVITY FOR UNKNOWN PATRON" TO WS-ERR-TEXT.
           MOVE WS-PATRON-TXN-ERRORS TO WS-COUNT-DISPLAY.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "TABLE FULL - NOT CHECKED (WARNING)" TO WS-ERR-TEXT.
           MOVE WS-OVERFLOW-WARNINGS TO WS-COUNT-DISPLAY.
           PERFORM WRITE-SUMMARY-LINE.
           COMPUTE WS-TOTAL-ERRORS = WS-MASTER-ERRORS
               + WS-TS-EVENT-ERRORS + WS-TS-SECTION-ERRORS
               + WS-VOID-ORIG-ERRORS + WS-RCPT-KEY-ERRORS
               + WS-PASS-USE-ERRORS + WS-RES-ERRORS
               + WS-GIFT-TXN-ERRORS + WS-PATRON-TXN-ERRORS.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF WS-TOTAL-ERRORS = 0 AND WS-OVERFLOW-WARNINGS = 0
               MOVE "ALL FILES AGREE" TO WS-RPT-LINE
           ELSE IF WS-TOTAL-ERRORS = 0
               MOVE WS-OVERFLOW-WARNINGS TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-RPT-LINE
               STRING "NO PROBLEMS FOUND - " WS-COUNT-DISPLAY
                   " RECORD(S) NOT CHECKED, TABLE FULL"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               MOVE WS-TOTAL-ERRORS TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-RPT-LINE
               STRING "INTEGRITY PROBLEMS FOUND: " WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-SUMMARY-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-ERR-TEXT TO WS-RPT-LINE(1:44).
           MOVE WS-COUNT-DISPLAY TO WS-RPT-LINE(50:5).
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           DISPLAY WS-RPT-LINE.
           MOVE WS-RPT-LINE TO RPT-LINE.
           WRITE RPT-LINE.
       END PROGRAM LAB4-INTEGRITY-CHECK.
