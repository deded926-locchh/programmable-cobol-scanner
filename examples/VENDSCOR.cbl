       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDSCOR.
       AUTHOR. CASCADE.
       DATE-WRITTEN. 2026-10-15.
       SECURITY. CONFIDENTIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. X86-64.
       OBJECT-COMPUTER. X86-64.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-FILE ASSIGN TO "VENDOR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS VENDOR-FILE-STATUS.
           SELECT PROD-VENDOR-FILE ASSIGN TO "PRODVEND.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PROD-VENDOR-FILE-STATUS.
           SELECT OPEN-PO-FILE ASSIGN TO "OPENPO.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OPEN-PO-FILE-STATUS.
           SELECT RECEIPT-HISTORY-FILE ASSIGN TO "RCVHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RCVHIST-FILE-STATUS.
           SELECT MATCH-HISTORY-FILE ASSIGN TO "APMHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MATCH-HISTORY-STATUS.
           SELECT PARM-FILE ASSIGN TO "PARMCARD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT SCORECARD-FILE ASSIGN TO "VENDSCOR.RPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD VENDOR-FILE
           LABEL RECORDS ARE STANDARD.
       01 VENDOR-RECORD.
           05 VEND-REC-ID       PIC 9(5).
           05 VEND-REC-NAME     PIC X(20).
           05 VEND-REC-LEAD-TIME PIC 9(3).
           05 VEND-REC-TERMS    PIC 9(3).
           05 VEND-REC-PAY-METHOD PIC X.
           05 FILLER            PIC X(8).

       FD PROD-VENDOR-FILE
           LABEL RECORDS ARE STANDARD.
       01 PROD-VENDOR-RECORD.
           05 PV-REC-PROD-ID    PIC 9(3).
           05 PV-REC-VEND-ID    PIC 9(5).
           05 FILLER            PIC X(12).

       FD OPEN-PO-FILE
           LABEL RECORDS ARE STANDARD.
       01 OPEN-PO-RECORD.
           05 PO-REC-NUMBER     PIC 9(6).
           05 PO-REC-DATE       PIC X(10).
           05 PO-REC-VEND-ID    PIC 9(5).
           05 PO-REC-PROD-ID    PIC 9(3).
           05 PO-REC-QTY        PIC 9(5).
           05 PO-REC-STATUS     PIC X.
           05 PO-REC-QTY-RECVD  PIC 9(5).
           05 PO-REC-LOC-ID     PIC X(3).
           05 FILLER            PIC X(2).

       FD RECEIPT-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01 RECEIPT-HISTORY-RECORD.
           05 RCH-PO-NUMBER     PIC 9(6).
           05 RCH-VEND-ID       PIC 9(5).
           05 RCH-PROD-ID       PIC 9(3).
           05 RCH-PO-DATE       PIC X(10).
           05 RCH-RCV-DATE      PIC X(10).
           05 RCH-QTY           PIC 9(5).
           05 RCH-UNIT-COST     PIC 9(5)V99.
           05 RCH-LOC-ID        PIC X(3).
           05 RCH-POST-DATE     PIC X(10).
           05 FILLER            PIC X(11).

       FD MATCH-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01 MATCH-HISTORY-RECORD.
           05 MH-MATCH-DATE     PIC X(10).
           05 MH-INV-NUMBER     PIC X(10).
           05 MH-VEND-ID        PIC 9(5).
           05 MH-PO-NUMBER      PIC 9(6).
           05 MH-INV-DATE       PIC X(10).
           05 MH-AMOUNT         PIC 9(7)V99.
           05 MH-DISPOSITION    PIC X.
           05 MH-EXCEPTION-TYPE PIC X.
               88 MH-PRICE-QTY-EXCEPTION VALUE "P" "Q".
           05 MH-REASON         PIC X(30).
           05 FILLER            PIC X(8).

       FD PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01 PARM-RECORD.
           05 PARM-PROGRAM      PIC X(10).
           05 PARM-RUN-MODE     PIC X.
           05 PARM-RUN-DATE     PIC X(10).
           05 PARM-FROM-DATE    PIC X(10).
           05 PARM-TO-DATE      PIC X(10).
           05 PARM-QUOTA-PERIOD PIC X(7).
           05 PARM-ASOF-DATE    PIC X(10).
           05 PARM-REPRICE-ID   PIC 9(3).
           05 PARM-REPRICE-PRICE PIC 9(5)V99.
           05 FILLER            PIC X(12).

       FD SCORECARD-FILE
           LABEL RECORDS ARE STANDARD.
       01 SCORECARD-LINE        PIC X(110).

       WORKING-STORAGE SECTION.
       01 VENDOR-FILE-STATUS    PIC XX VALUE SPACES.
       01 PROD-VENDOR-FILE-STATUS PIC XX VALUE SPACES.
       01 OPEN-PO-FILE-STATUS   PIC XX VALUE SPACES.
       01 RCVHIST-FILE-STATUS   PIC XX VALUE SPACES.
       01 MATCH-HISTORY-STATUS  PIC XX VALUE SPACES.
       01 PARM-FILE-STATUS      PIC XX VALUE SPACES.

       01 WS-VENDOR-EOF         PIC X VALUE "N".
       01 WS-PROD-VENDOR-EOF    PIC X VALUE "N".
       01 WS-OPEN-PO-EOF        PIC X VALUE "N".
       01 WS-RCVHIST-EOF        PIC X VALUE "N".
       01 WS-MATCH-HISTORY-EOF  PIC X VALUE "N".
       01 WS-PARM-EOF           PIC X VALUE "N".
       01 WS-PARM-FOUND         PIC X VALUE "N".
           88 PARM-WAS-FOUND    VALUE "Y".
       01 WS-VENDOR-FOUND       PIC X VALUE "N".
           88 VENDOR-WAS-FOUND  VALUE "Y".
       01 WS-DATE-VALID         PIC X VALUE "N".
           88 DATE-IS-VALID     VALUE "Y".
       01 WS-FIRST-FOR-PRODUCT  PIC X VALUE "N".

       01 VENDOR-TABLE.
           05 VENDOR-ENTRY OCCURS 1 TO 100 TIMES
                       DEPENDING ON WS-VENDOR-COUNT
                       INDEXED BY VEND-IDX.
               10 VT-VEND-ID    PIC 9(5).
               10 VT-NAME       PIC X(20).
               10 VT-LEAD-TIME  PIC 9(3).
               10 VT-RECEIPTS   PIC 9(5).
               10 VT-ON-TIME    PIC 9(5).
               10 VT-PO-LINES   PIC 9(5).
               10 VT-QTY-ORDERED PIC 9(7).
               10 VT-QTY-FILLED PIC 9(7).
               10 VT-INVOICES   PIC 9(5).
               10 VT-EXCEPTIONS PIC 9(5).
               10 VT-SCORE      PIC 9(3)V9.
               10 VT-GRADE      PIC X.

       01 WS-VENDOR-COUNT       PIC 9(3) VALUE ZERO.
       01 WS-VEND-IDX2          PIC 9(3) VALUE ZERO.

       01 PROD-VENDOR-TABLE.
           05 PROD-VENDOR-ENTRY OCCURS 1 TO 500 TIMES
                       DEPENDING ON WS-PROD-VENDOR-COUNT
                       INDEXED BY PV-IDX.
               10 PVT-PROD-ID   PIC 9(3).
               10 PVT-VEND-ID   PIC 9(5).

       01 WS-PROD-VENDOR-COUNT  PIC 9(3) VALUE ZERO.
       01 WS-PV-IDX2            PIC 9(3) VALUE ZERO.
       01 WS-PV-IDX3            PIC 9(3) VALUE ZERO.

       01 WS-ONTIME-WEIGHT      PIC 9(3) VALUE 40.
       01 WS-FILL-WEIGHT        PIC 9(3) VALUE 40.
       01 WS-INVOICE-WEIGHT     PIC 9(3) VALUE 20.
       01 WS-WEIGHT-TOTAL       PIC 9(3) VALUE ZERO.
       01 WS-SCORE-SUM          PIC 9(7)V9 VALUE ZERO.
       01 WS-ONTIME-PCT         PIC 9(3)V9 VALUE ZERO.
       01 WS-FILL-PCT           PIC 9(3)V9 VALUE ZERO.
       01 WS-EXCEPTION-PCT      PIC 9(3)V9 VALUE ZERO.
       01 WS-FILLED-QTY         PIC 9(5) VALUE ZERO.
       01 WS-LOOKUP-VEND-ID     PIC 9(5) VALUE ZERO.
       01 WS-PREF-VEND-ID       PIC 9(5) VALUE ZERO.
       01 WS-ALT-VEND-ID        PIC 9(5) VALUE ZERO.
       01 WS-ALT-SCORE          PIC 9(3)V9 VALUE ZERO.
       01 WS-ALT-GRADE          PIC X VALUE SPACES.
       01 WS-ALT-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-PREF-SCORE         PIC 9(3)V9 VALUE ZERO.
       01 WS-PREF-GRADE         PIC X VALUE SPACES.

       01 WS-GRADED-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-INACTIVE-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-UNKNOWN-VENDOR-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REVIEW-COUNT       PIC 9(5) VALUE ZERO.

       01 WS-SCORE-PERIOD       PIC X(7) VALUE SPACES.
       01 WS-SCORE-PERIOD-R REDEFINES WS-SCORE-PERIOD.
           05 WS-SCORE-YEAR     PIC 9(4).
           05 FILLER            PIC X.
           05 WS-SCORE-MONTH    PIC 9(2).
       01 WS-PERIOD-YYYYMM      PIC 9(6) VALUE ZERO.

       01 WS-DATE-TEXT          PIC X(10) VALUE SPACES.
       01 WS-DATE-INTEGER       PIC 9(7) VALUE ZERO.
       01 WS-DUE-INTEGER        PIC 9(7) VALUE ZERO.
       01 WS-WORK-DATE          PIC 9(8) VALUE ZERO.
       01 WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
           05 WS-WORK-YEAR      PIC 9(4).
           05 WS-WORK-MONTH     PIC 9(2).
           05 WS-WORK-DAY       PIC 9(2).
       01 WS-DUE-DATE           PIC 9(8) VALUE ZERO.
       01 WS-DUE-DATE-R REDEFINES WS-DUE-DATE.
           05 WS-DUE-YYYYMM     PIC 9(6).
           05 WS-DUE-DAY        PIC 9(2).

       01 WS-RUN-DATE           PIC 9(8).
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05 WS-RUN-YEAR       PIC 9(4).
           05 WS-RUN-MONTH      PIC 9(2).
           05 WS-RUN-DAY        PIC 9(2).
       01 WS-RUN-DATE-EDIT.
           05 WS-RUN-EDIT-YEAR  PIC 9(4).
           05 FILLER            PIC X VALUE "-".
           05 WS-RUN-EDIT-MONTH PIC 9(2).
           05 FILLER            PIC X VALUE "-".
           05 WS-RUN-EDIT-DAY   PIC 9(2).

       01 REPORT-HEADER-1.
           05 FILLER            PIC X(31) VALUE
               "VENDOR PERFORMANCE SCORECARD".
           05 FILLER            PIC X(7) VALUE "PERIOD ".
           05 RH-PERIOD         PIC X(7).
           05 FILLER            PIC X(7) VALUE "  DATE ".
           05 RH-DATE           PIC X(10).
           05 FILLER            PIC X(48) VALUE SPACES.

       01 REPORT-HEADER-2.
           05 FILLER            PIC X(7) VALUE "VENDOR".
           05 FILLER            PIC X(22) VALUE "NAME".
           05 FILLER            PIC X(5) VALUE "LEAD".
           05 FILLER            PIC X(8) VALUE " RCPTS".
           05 FILLER            PIC X(8) VALUE "ON TIME".
           05 FILLER            PIC X(8) VALUE "  OT%".
           05 FILLER            PIC X(8) VALUE "PO LINES".
           05 FILLER            PIC X(8) VALUE " FILL%".
           05 FILLER            PIC X(8) VALUE "INVOICES".
           05 FILLER            PIC X(8) VALUE "EXCEPTNS".
           05 FILLER            PIC X(8) VALUE " EXCP%".
           05 FILLER            PIC X(7) VALUE "SCORE".
           05 FILLER            PIC X(5) VALUE "GRADE".

       01 REPORT-DETAIL-LINE.
           05 RD-VEND-ID        PIC 9(5).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RD-NAME           PIC X(20).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RD-LEAD           PIC ZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RD-RECEIPTS       PIC ZZ,ZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RD-ON-TIME        PIC ZZ,ZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RD-ONTIME-PCT     PIC ZZ9.9.
           05 RD-ONTIME-PCT-X REDEFINES RD-ONTIME-PCT PIC X(5).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 RD-PO-LINES       PIC ZZ,ZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RD-FILL-PCT       PIC ZZ9.9.
           05 RD-FILL-PCT-X REDEFINES RD-FILL-PCT PIC X(5).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 RD-INVOICES       PIC ZZ,ZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RD-EXCEPTIONS     PIC ZZ,ZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RD-EXCEPTION-PCT  PIC ZZ9.9.
           05 RD-EXCEPTION-PCT-X REDEFINES RD-EXCEPTION-PCT
                                PIC X(5).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 RD-SCORE          PIC ZZ9.9.
           05 RD-SCORE-X REDEFINES RD-SCORE PIC X(5).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 RD-GRADE          PIC X.
           05 FILLER            PIC X(3) VALUE SPACES.

       01 REPORT-TOTAL-LINE.
           05 FILLER            PIC X(9) VALUE "VENDORS: ".
           05 RT-VENDORS        PIC ZZ,ZZ9.
           05 FILLER            PIC X(10) VALUE "  GRADED: ".
           05 RT-GRADED         PIC ZZ,ZZ9.
           05 FILLER            PIC X(15) VALUE "  NO ACTIVITY: ".
           05 RT-INACTIVE       PIC ZZ,ZZ9.
           05 FILLER            PIC X(24) VALUE
               "  UNKNOWN VENDOR ROWS: ".
           05 RT-UNKNOWN        PIC ZZ,ZZ9.
           05 FILLER            PIC X(28) VALUE SPACES.

       01 REPORT-BASIS-LINE.
           05 FILLER            PIC X(52) VALUE
               "SCORE = ON-TIME 40% + FILL RATE 40% + CLEAN INVOICES".
           05 FILLER            PIC X(58) VALUE
               " 20%   GRADE A 90+  B 80+  C 70+  D 60+  F BELOW 60".

       01 REVIEW-HEADER-1.
           05 FILLER            PIC X(23) VALUE
               "PREFERRED VENDOR REVIEW".
           05 FILLER            PIC X(87) VALUE SPACES.

       01 REVIEW-HEADER-2.
           05 FILLER            PIC X(6) VALUE "PROD".
           05 FILLER            PIC X(11) VALUE "PREFERRED".
           05 FILLER            PIC X(8) VALUE "SCORE".
           05 FILLER            PIC X(7) VALUE "GRADE".
           05 FILLER            PIC X(11) VALUE "BEST ALT".
           05 FILLER            PIC X(8) VALUE "SCORE".
           05 FILLER            PIC X(7) VALUE "GRADE".
           05 FILLER            PIC X(52) VALUE "ACTION".

       01 REVIEW-DETAIL-LINE.
           05 RV-PROD-ID        PIC 9(3).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 RV-PREF-VEND-ID   PIC 9(5).
           05 FILLER            PIC X(6) VALUE SPACES.
           05 RV-PREF-SCORE     PIC ZZ9.9.
           05 RV-PREF-SCORE-X REDEFINES RV-PREF-SCORE PIC X(5).
           05 FILLER            PIC X(5) VALUE SPACES.
           05 RV-PREF-GRADE     PIC X.
           05 FILLER            PIC X(4) VALUE SPACES.
           05 RV-ALT-VEND-ID    PIC 9(5).
           05 RV-ALT-VEND-ID-X REDEFINES RV-ALT-VEND-ID PIC X(5).
           05 FILLER            PIC X(6) VALUE SPACES.
           05 RV-ALT-SCORE      PIC ZZ9.9.
           05 RV-ALT-SCORE-X REDEFINES RV-ALT-SCORE PIC X(5).
           05 FILLER            PIC X(5) VALUE SPACES.
           05 RV-ALT-GRADE      PIC X.
           05 FILLER            PIC X(4) VALUE SPACES.
           05 RV-ACTION         PIC X(20).
           05 FILLER            PIC X(32) VALUE SPACES.

       01 REVIEW-TOTAL-LINE.
           05 FILLER            PIC X(32) VALUE
               "PRODUCTS TO REVIEW PREFERENCE: ".
           05 RVT-REVIEW        PIC ZZ,ZZ9.
           05 FILLER            PIC X(72) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-YEAR TO WS-RUN-EDIT-YEAR.
           MOVE WS-RUN-MONTH TO WS-RUN-EDIT-MONTH.
           MOVE WS-RUN-DAY TO WS-RUN-EDIT-DAY.

           PERFORM READ-PARM-CARD.
           COMPUTE WS-PERIOD-YYYYMM =
               WS-SCORE-YEAR * 100 + WS-SCORE-MONTH.

           PERFORM LOAD-VENDOR-TABLE.
           PERFORM LOAD-PROD-VENDOR-TABLE.
           PERFORM SCORE-RECEIPT-TIMELINESS.
           PERFORM SCORE-FILL-RATE.
           PERFORM SCORE-INVOICE-EXCEPTIONS.

           OPEN OUTPUT SCORECARD-FILE.
           MOVE WS-SCORE-PERIOD TO RH-PERIOD.
           MOVE WS-RUN-DATE-EDIT TO RH-DATE.
           WRITE SCORECARD-LINE FROM REPORT-HEADER-1.
           WRITE SCORECARD-LINE FROM REPORT-HEADER-2.

           PERFORM GRADE-VENDOR
               VARYING WS-VEND-IDX2 FROM 1 BY 1
               UNTIL WS-VEND-IDX2 > WS-VENDOR-COUNT.

           MOVE WS-VENDOR-COUNT TO RT-VENDORS.
           MOVE WS-GRADED-COUNT TO RT-GRADED.
           MOVE WS-INACTIVE-COUNT TO RT-INACTIVE.
           MOVE WS-UNKNOWN-VENDOR-COUNT TO RT-UNKNOWN.
           WRITE SCORECARD-LINE FROM REPORT-TOTAL-LINE.
           WRITE SCORECARD-LINE FROM REPORT-BASIS-LINE.

           MOVE SPACES TO SCORECARD-LINE.
           WRITE SCORECARD-LINE.
           WRITE SCORECARD-LINE FROM REVIEW-HEADER-1.
           WRITE SCORECARD-LINE FROM REVIEW-HEADER-2.
           PERFORM REVIEW-PRODUCT-VENDORS
               VARYING WS-PV-IDX2 FROM 1 BY 1
               UNTIL WS-PV-IDX2 > WS-PROD-VENDOR-COUNT.
           MOVE WS-REVIEW-COUNT TO RVT-REVIEW.
           WRITE SCORECARD-LINE FROM REVIEW-TOTAL-LINE.

           CLOSE SCORECARD-FILE.

           DISPLAY "VENDSCOR: PERIOD:            " WS-SCORE-PERIOD.
           DISPLAY "VENDSCOR: VENDORS GRADED:    " WS-GRADED-COUNT.
           DISPLAY "VENDSCOR: PRODUCTS TO REVIEW: " WS-REVIEW-COUNT.
           IF WS-UNKNOWN-VENDOR-COUNT > ZERO
               DISPLAY "VENDSCOR: ROWS FOR UNKNOWN VENDORS: "
                   WS-UNKNOWN-VENDOR-COUNT
           END-IF.
           STOP RUN.

       READ-PARM-CARD.
           MOVE WS-RUN-DATE-EDIT(1:7) TO WS-SCORE-PERIOD.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-STATUS = "00"
               MOVE "N" TO WS-PARM-FOUND
               PERFORM READ-PARM-RECORD
               PERFORM FIND-PARM-CARD UNTIL WS-PARM-EOF = "Y"
                   OR PARM-WAS-FOUND
               CLOSE PARM-FILE
               IF PARM-WAS-FOUND AND PARM-QUOTA-PERIOD NOT = SPACES
                   MOVE PARM-QUOTA-PERIOD TO WS-SCORE-PERIOD
               END-IF
           END-IF.

           IF WS-SCORE-YEAR NOT NUMERIC
               OR WS-SCORE-MONTH NOT NUMERIC
               DISPLAY "VENDSCOR: INVALID SCORECARD PERIOD ON CARD: "
                   WS-SCORE-PERIOD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-PARM-RECORD.
           READ PARM-FILE
               AT END MOVE "Y" TO WS-PARM-EOF
           END-READ.

       FIND-PARM-CARD.
           IF PARM-PROGRAM = "VENDSCOR"
               MOVE "Y" TO WS-PARM-FOUND
           ELSE
               PERFORM READ-PARM-RECORD
           END-IF.

       LOAD-VENDOR-TABLE.
           OPEN INPUT VENDOR-FILE.
           IF VENDOR-FILE-STATUS NOT = "00"
               DISPLAY "VENDSCOR: ERROR OPENING VENDOR FILE: "
                   VENDOR-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-VENDOR.
           PERFORM LOAD-VENDOR-ENTRY UNTIL WS-VENDOR-EOF = "Y".
           CLOSE VENDOR-FILE.

       READ-VENDOR.
           READ VENDOR-FILE
               AT END MOVE "Y" TO WS-VENDOR-EOF
           END-READ.

       LOAD-VENDOR-ENTRY.
           ADD 1 TO WS-VENDOR-COUNT.
           IF WS-VENDOR-COUNT > 100
               DISPLAY "VENDOR TABLE OVERFLOW - OVER 100 VENDORS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE VEND-REC-ID TO VT-VEND-ID (WS-VENDOR-COUNT).
           MOVE VEND-REC-NAME TO VT-NAME (WS-VENDOR-COUNT).
           IF VEND-REC-LEAD-TIME NUMERIC
               MOVE VEND-REC-LEAD-TIME TO VT-LEAD-TIME (WS-VENDOR-COUNT)
           ELSE
               MOVE ZERO TO VT-LEAD-TIME (WS-VENDOR-COUNT)
           END-IF.
           MOVE ZERO TO VT-RECEIPTS (WS-VENDOR-COUNT)
                        VT-ON-TIME (WS-VENDOR-COUNT)
                        VT-PO-LINES (WS-VENDOR-COUNT)
                        VT-QTY-ORDERED (WS-VENDOR-COUNT)
                        VT-QTY-FILLED (WS-VENDOR-COUNT)
                        VT-INVOICES (WS-VENDOR-COUNT)
                        VT-EXCEPTIONS (WS-VENDOR-COUNT)
                        VT-SCORE (WS-VENDOR-COUNT).
           MOVE "-" TO VT-GRADE (WS-VENDOR-COUNT).
           PERFORM READ-VENDOR.

       LOAD-PROD-VENDOR-TABLE.
           OPEN INPUT PROD-VENDOR-FILE.
           IF PROD-VENDOR-FILE-STATUS NOT = "00"
               DISPLAY "VENDSCOR: ERROR OPENING PRODUCT-VENDOR FILE: "
                   PROD-VENDOR-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-PROD-VENDOR.
           PERFORM LOAD-PROD-VENDOR-ENTRY
               UNTIL WS-PROD-VENDOR-EOF = "Y".
           CLOSE PROD-VENDOR-FILE.

       READ-PROD-VENDOR.
           READ PROD-VENDOR-FILE
               AT END MOVE "Y" TO WS-PROD-VENDOR-EOF
           END-READ.

       LOAD-PROD-VENDOR-ENTRY.
           ADD 1 TO WS-PROD-VENDOR-COUNT.
           IF WS-PROD-VENDOR-COUNT > 500
               DISPLAY "PRODUCT-VENDOR TABLE OVERFLOW - OVER 500"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PV-REC-PROD-ID
               TO PVT-PROD-ID (WS-PROD-VENDOR-COUNT).
           MOVE PV-REC-VEND-ID
               TO PVT-VEND-ID (WS-PROD-VENDOR-COUNT).
           PERFORM READ-PROD-VENDOR.

       LOOKUP-VENDOR.
           MOVE "N" TO WS-VENDOR-FOUND.
           IF WS-VENDOR-COUNT > 0
               SET VEND-IDX TO 1
               SEARCH VENDOR-ENTRY
                   WHEN VT-VEND-ID (VEND-IDX) = WS-LOOKUP-VEND-ID
                       MOVE "Y" TO WS-VENDOR-FOUND
               END-SEARCH
           END-IF.

       CONVERT-DATE-TEXT.
           MOVE "N" TO WS-DATE-VALID.
           MOVE ZERO TO WS-DATE-INTEGER.
           IF WS-DATE-TEXT(1:4) NUMERIC
               AND WS-DATE-TEXT(6:2) NUMERIC
               AND WS-DATE-TEXT(9:2) NUMERIC
               MOVE WS-DATE-TEXT(1:4) TO WS-WORK-YEAR
               MOVE WS-DATE-TEXT(6:2) TO WS-WORK-MONTH
               MOVE WS-DATE-TEXT(9:2) TO WS-WORK-DAY
               IF WS-WORK-YEAR > 1600
                   AND WS-WORK-MONTH > 0 AND WS-WORK-MONTH < 13
                   AND WS-WORK-DAY > 0 AND WS-WORK-DAY < 32
                   MOVE "Y" TO WS-DATE-VALID
                   COMPUTE WS-DATE-INTEGER =
                       FUNCTION INTEGER-OF-DATE (WS-WORK-DATE)
               END-IF
           END-IF.

       SCORE-RECEIPT-TIMELINESS.
           OPEN INPUT RECEIPT-HISTORY-FILE.
           IF RCVHIST-FILE-STATUS = "00"
               PERFORM READ-RECEIPT-HISTORY
               PERFORM SCORE-RECEIPT UNTIL WS-RCVHIST-EOF = "Y"
               CLOSE RECEIPT-HISTORY-FILE
           END-IF.

       READ-RECEIPT-HISTORY.
           READ RECEIPT-HISTORY-FILE
               AT END MOVE "Y" TO WS-RCVHIST-EOF
           END-READ.

       SCORE-RECEIPT.
           IF RCH-RCV-DATE(1:7) = WS-SCORE-PERIOD
               MOVE RCH-VEND-ID TO WS-LOOKUP-VEND-ID
               PERFORM LOOKUP-VENDOR
               IF NOT VENDOR-WAS-FOUND
                   ADD 1 TO WS-UNKNOWN-VENDOR-COUNT
               ELSE
                   MOVE RCH-PO-DATE TO WS-DATE-TEXT
                   PERFORM CONVERT-DATE-TEXT
                   IF DATE-IS-VALID
                       COMPUTE WS-DUE-INTEGER =
                           WS-DATE-INTEGER + VT-LEAD-TIME (VEND-IDX)
                       MOVE RCH-RCV-DATE TO WS-DATE-TEXT
                       PERFORM CONVERT-DATE-TEXT
                       IF DATE-IS-VALID
                           ADD 1 TO VT-RECEIPTS (VEND-IDX)
                           IF WS-DATE-INTEGER NOT > WS-DUE-INTEGER
                               ADD 1 TO VT-ON-TIME (VEND-IDX)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-RECEIPT-HISTORY.

       SCORE-FILL-RATE.
           OPEN INPUT OPEN-PO-FILE.
           IF OPEN-PO-FILE-STATUS NOT = "00"
               DISPLAY "VENDSCOR: ERROR OPENING OPEN PO FILE: "
                   OPEN-PO-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-OPEN-PO.
           PERFORM SCORE-PO-LINE UNTIL WS-OPEN-PO-EOF = "Y".
           CLOSE OPEN-PO-FILE.

       READ-OPEN-PO.
           READ OPEN-PO-FILE
               AT END MOVE "Y" TO WS-OPEN-PO-EOF
           END-READ.

       SCORE-PO-LINE.
           MOVE PO-REC-VEND-ID TO WS-LOOKUP-VEND-ID.
           PERFORM LOOKUP-VENDOR.
           MOVE PO-REC-DATE TO WS-DATE-TEXT.
           PERFORM CONVERT-DATE-TEXT.
           IF VENDOR-WAS-FOUND AND DATE-IS-VALID
               AND PO-REC-QTY NUMERIC
               COMPUTE WS-DUE-INTEGER =
                   WS-DATE-INTEGER + VT-LEAD-TIME (VEND-IDX)
               COMPUTE WS-DUE-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-DUE-INTEGER)
               IF WS-DUE-YYYYMM = WS-PERIOD-YYYYMM
                   IF PO-REC-QTY-RECVD NUMERIC
                       MOVE PO-REC-QTY-RECVD TO WS-FILLED-QTY
                   ELSE
                       MOVE ZERO TO WS-FILLED-QTY
                   END-IF
                   IF WS-FILLED-QTY > PO-REC-QTY
                       MOVE PO-REC-QTY TO WS-FILLED-QTY
                   END-IF
                   ADD 1 TO VT-PO-LINES (VEND-IDX)
                   ADD PO-REC-QTY TO VT-QTY-ORDERED (VEND-IDX)
                   ADD WS-FILLED-QTY TO VT-QTY-FILLED (VEND-IDX)
               END-IF
           END-IF.
           PERFORM READ-OPEN-PO.

       SCORE-INVOICE-EXCEPTIONS.
           OPEN INPUT MATCH-HISTORY-FILE.
           IF MATCH-HISTORY-STATUS = "00"
               PERFORM READ-MATCH-HISTORY
               PERFORM SCORE-INVOICE UNTIL WS-MATCH-HISTORY-EOF = "Y"
               CLOSE MATCH-HISTORY-FILE
           END-IF.

       READ-MATCH-HISTORY.
           READ MATCH-HISTORY-FILE
               AT END MOVE "Y" TO WS-MATCH-HISTORY-EOF
           END-READ.

       SCORE-INVOICE.
           IF MH-MATCH-DATE(1:7) = WS-SCORE-PERIOD
               IF MH-VEND-ID NOT NUMERIC
                   ADD 1 TO WS-UNKNOWN-VENDOR-COUNT
               ELSE
                   MOVE MH-VEND-ID TO WS-LOOKUP-VEND-ID
                   PERFORM LOOKUP-VENDOR
                   IF NOT VENDOR-WAS-FOUND
                       ADD 1 TO WS-UNKNOWN-VENDOR-COUNT
                   ELSE
                       ADD 1 TO VT-INVOICES (VEND-IDX)
                       IF MH-PRICE-QTY-EXCEPTION
                           ADD 1 TO VT-EXCEPTIONS (VEND-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-MATCH-HISTORY.

       GRADE-VENDOR.
           MOVE ZERO TO WS-WEIGHT-TOTAL.
           MOVE ZERO TO WS-SCORE-SUM.
           MOVE VT-VEND-ID (WS-VEND-IDX2) TO RD-VEND-ID.
           MOVE VT-NAME (WS-VEND-IDX2) TO RD-NAME.
           MOVE VT-LEAD-TIME (WS-VEND-IDX2) TO RD-LEAD.
           MOVE VT-RECEIPTS (WS-VEND-IDX2) TO RD-RECEIPTS.
           MOVE VT-ON-TIME (WS-VEND-IDX2) TO RD-ON-TIME.
           MOVE VT-PO-LINES (WS-VEND-IDX2) TO RD-PO-LINES.
           MOVE VT-INVOICES (WS-VEND-IDX2) TO RD-INVOICES.
           MOVE VT-EXCEPTIONS (WS-VEND-IDX2) TO RD-EXCEPTIONS.

           IF VT-RECEIPTS (WS-VEND-IDX2) > ZERO
               COMPUTE WS-ONTIME-PCT ROUNDED =
                   VT-ON-TIME (WS-VEND-IDX2) * 100
                   / VT-RECEIPTS (WS-VEND-IDX2)
               MOVE WS-ONTIME-PCT TO RD-ONTIME-PCT
               ADD WS-ONTIME-WEIGHT TO WS-WEIGHT-TOTAL
               COMPUTE WS-SCORE-SUM =
                   WS-SCORE-SUM + WS-ONTIME-PCT * WS-ONTIME-WEIGHT
           ELSE
               MOVE "  N/A" TO RD-ONTIME-PCT-X
           END-IF.

           IF VT-QTY-ORDERED (WS-VEND-IDX2) > ZERO
               COMPUTE WS-FILL-PCT ROUNDED =
                   VT-QTY-FILLED (WS-VEND-IDX2) * 100
                   / VT-QTY-ORDERED (WS-VEND-IDX2)
               MOVE WS-FILL-PCT TO RD-FILL-PCT
               ADD WS-FILL-WEIGHT TO WS-WEIGHT-TOTAL
               COMPUTE WS-SCORE-SUM =
                   WS-SCORE-SUM + WS-FILL-PCT * WS-FILL-WEIGHT
           ELSE
               MOVE "  N/A" TO RD-FILL-PCT-X
           END-IF.

           IF VT-INVOICES (WS-VEND-IDX2) > ZERO
               COMPUTE WS-EXCEPTION-PCT ROUNDED =
                   VT-EXCEPTIONS (WS-VEND-IDX2) * 100
                   / VT-INVOICES (WS-VEND-IDX2)
               MOVE WS-EXCEPTION-PCT TO RD-EXCEPTION-PCT
               ADD WS-INVOICE-WEIGHT TO WS-WEIGHT-TOTAL
               COMPUTE WS-SCORE-SUM = WS-SCORE-SUM
                   + (100 - WS-EXCEPTION-PCT) * WS-INVOICE-WEIGHT
           ELSE
               MOVE "  N/A" TO RD-EXCEPTION-PCT-X
           END-IF.

           IF WS-WEIGHT-TOTAL = ZERO
               ADD 1 TO WS-INACTIVE-COUNT
               MOVE "  N/A" TO RD-SCORE-X
               MOVE "-" TO VT-GRADE (WS-VEND-IDX2)
           ELSE
               ADD 1 TO WS-GRADED-COUNT
               COMPUTE VT-SCORE (WS-VEND-IDX2) ROUNDED =
                   WS-SCORE-SUM / WS-WEIGHT-TOTAL
               MOVE VT-SCORE (WS-VEND-IDX2) TO RD-SCORE
               EVALUATE TRUE
                   WHEN VT-SCORE (WS-VEND-IDX2) NOT < 90
                       MOVE "A" TO VT-GRADE (WS-VEND-IDX2)
                   WHEN VT-SCORE (WS-VEND-IDX2) NOT < 80
                       MOVE "B" TO VT-GRADE (WS-VEND-IDX2)
                   WHEN VT-SCORE (WS-VEND-IDX2) NOT < 70
                       MOVE "C" TO VT-GRADE (WS-VEND-IDX2)
                   WHEN VT-SCORE (WS-VEND-IDX2) NOT < 60
                       MOVE "D" TO VT-GRADE (WS-VEND-IDX2)
                   WHEN OTHER
                       MOVE "F" TO VT-GRADE (WS-VEND-IDX2)
               END-EVALUATE
           END-IF.
           MOVE VT-GRADE (WS-VEND-IDX2) TO RD-GRADE.
           WRITE SCORECARD-LINE FROM REPORT-DETAIL-LINE.

       REVIEW-PRODUCT-VENDORS.
           MOVE "Y" TO WS-FIRST-FOR-PRODUCT.
           PERFORM CHECK-EARLIER-PROD-VENDOR
               VARYING WS-PV-IDX3 FROM 1 BY 1
               UNTIL WS-PV-IDX3 NOT < WS-PV-IDX2.
           IF WS-FIRST-FOR-PRODUCT = "Y"
               MOVE PVT-VEND-ID (WS-PV-IDX2) TO WS-PREF-VEND-ID
               MOVE ZERO TO WS-ALT-VEND-ID
               MOVE ZERO TO WS-ALT-SCORE
               MOVE SPACES TO WS-ALT-GRADE
               MOVE ZERO TO WS-ALT-COUNT
               PERFORM CHECK-ALTERNATE-VENDOR
                   VARYING WS-PV-IDX3 FROM WS-PV-IDX2 BY 1
                   UNTIL WS-PV-IDX3 > WS-PROD-VENDOR-COUNT
               IF WS-ALT-COUNT > ZERO
                   PERFORM WRITE-REVIEW-LINE
               END-IF
           END-IF.

       CHECK-EARLIER-PROD-VENDOR.
           IF PVT-PROD-ID (WS-PV-IDX3) = PVT-PROD-ID (WS-PV-IDX2)
               MOVE "N" TO WS-FIRST-FOR-PRODUCT
           END-IF.

       CHECK-ALTERNATE-VENDOR.
           IF PVT-PROD-ID (WS-PV-IDX3) = PVT-PROD-ID (WS-PV-IDX2)
               AND PVT-VEND-ID (WS-PV-IDX3) NOT = WS-PREF-VEND-ID
               ADD 1 TO WS-ALT-COUNT
               MOVE PVT-VEND-ID (WS-PV-IDX3) TO WS-LOOKUP-VEND-ID
               PERFORM LOOKUP-VENDOR
               IF VENDOR-WAS-FOUND
                   AND VT-GRADE (VEND-IDX) NOT = "-"
                   IF WS-ALT-VEND-ID = ZERO
                       OR VT-SCORE (VEND-IDX) > WS-ALT-SCORE
                       MOVE VT-VEND-ID (VEND-IDX) TO WS-ALT-VEND-ID
                       MOVE VT-SCORE (VEND-IDX) TO WS-ALT-SCORE
                       MOVE VT-GRADE (VEND-IDX) TO WS-ALT-GRADE
                   END-IF
               END-IF
           END-IF.

       WRITE-REVIEW-LINE.
           MOVE "-" TO WS-PREF-GRADE.
           MOVE ZERO TO WS-PREF-SCORE.
           MOVE WS-PREF-VEND-ID TO WS-LOOKUP-VEND-ID.
           PERFORM LOOKUP-VENDOR.
           IF VENDOR-WAS-FOUND
               MOVE VT-GRADE (VEND-IDX) TO WS-PREF-GRADE
               MOVE VT-SCORE (VEND-IDX) TO WS-PREF-SCORE
           END-IF.

           MOVE PVT-PROD-ID (WS-PV-IDX2) TO RV-PROD-ID.
           MOVE WS-PREF-VEND-ID TO RV-PREF-VEND-ID.
           MOVE WS-PREF-GRADE TO RV-PREF-GRADE.
           IF WS-PREF-GRADE = "-"
               MOVE "  N/A" TO RV-PREF-SCORE-X
           ELSE
               MOVE WS-PREF-SCORE TO RV-PREF-SCORE
           END-IF.

           IF WS-ALT-VEND-ID = ZERO
               MOVE SPACES TO RV-ALT-VEND-ID-X
               MOVE "  N/A" TO RV-ALT-SCORE-X
               MOVE "-" TO RV-ALT-GRADE
               MOVE "NO GRADED ALTERNATE" TO RV-ACTION
           ELSE
               MOVE WS-ALT-VEND-ID TO RV-ALT-VEND-ID
               MOVE WS-ALT-SCORE TO RV-ALT-SCORE
               MOVE WS-ALT-GRADE TO RV-ALT-GRADE
               IF WS-PREF-GRADE = "-"
                   OR WS-ALT-SCORE > WS-PREF-SCORE
                   ADD 1 TO WS-REVIEW-COUNT
                   MOVE "CONSIDER ALTERNATE" TO RV-ACTION
               ELSE
                   MOVE "KEEP PREFERRED" TO RV-ACTION
               END-IF
           END-IF.
           WRITE SCORECARD-LINE FROM REVIEW-DETAIL-LINE.
