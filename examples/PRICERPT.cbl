       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRICERPT.
       AUTHOR. CASCADE.
       DATE-WRITTEN. 2026-10-15.
       SECURITY. CONFIDENTIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. X86-64.
       OBJECT-COMPUTER. X86-64.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRICE-HOLD-FILE ASSIGN TO "PRICEHLD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRICE-HOLD-STATUS.
           SELECT SALESREP-FILE ASSIGN TO "SALESREP.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SALESREP-FILE-STATUS.
           SELECT PARM-FILE ASSIGN TO "PARMCARD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT PRICE-REPORT-FILE ASSIGN TO "PRICERPT.RPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PRICE-HOLD-FILE
           LABEL RECORDS ARE STANDARD.
       01 PRICE-HOLD-RECORD.
           05 PH-SALE-ID        PIC 9(5).
           05 PH-CUST-ID        PIC 9(5).
           05 PH-REP-ID         PIC 9(5).
           05 PH-PROD-ID        PIC 9(3).
           05 PH-QTY            PIC 9(5).
           05 PH-AMOUNT         PIC 9(7)V99.
           05 PH-EXPECTED       PIC 9(9)V99.
           05 PH-PRICE-SOURCE   PIC X.
           05 PH-UNIT-PRICE     PIC 9(5)V99.
           05 PH-HOLD-DATE      PIC X(10).
           05 PH-STATUS         PIC X.
           05 PH-OPERATOR       PIC X(8).
           05 PH-OVERRIDE-DATE  PIC X(10).
           05 FILLER            PIC X(10).

       FD SALESREP-FILE
           LABEL RECORDS ARE STANDARD.
       01 SALESREP-RECORD.
           05 REP-REC-ID        PIC 9(5).
           05 REP-REC-NAME      PIC X(20).
           05 REP-REC-EMP-ID    PIC 9(5).
           05 FILLER            PIC X(10).

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

       FD PRICE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01 PRICE-REPORT-LINE     PIC X(110).

       WORKING-STORAGE SECTION.
       01 PRICE-HOLD-STATUS     PIC XX VALUE SPACES.
       01 SALESREP-FILE-STATUS  PIC XX VALUE SPACES.
       01 PARM-FILE-STATUS      PIC XX VALUE SPACES.

       01 WS-HOLD-EOF           PIC X VALUE "N".
       01 WS-SALESREP-EOF       PIC X VALUE "N".
       01 WS-PARM-EOF           PIC X VALUE "N".
       01 WS-PARM-FOUND         PIC X VALUE "N".
           88 PARM-WAS-FOUND    VALUE "Y".
       01 WS-REP-FOUND          PIC X VALUE "N".
           88 REP-WAS-FOUND     VALUE "Y".

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

       01 WS-FROM-DATE          PIC X(10) VALUE SPACES.
       01 WS-TO-DATE            PIC X(10) VALUE SPACES.

       01 SALESREP-TABLE.
           05 SALESREP-ENTRY OCCURS 1 TO 200 TIMES
                       DEPENDING ON WS-SALESREP-COUNT
                       INDEXED BY REP-IDX.
               10 RPT-REP-ID    PIC 9(5).
               10 RPT-REP-NAME  PIC X(20).

       01 WS-SALESREP-COUNT     PIC 9(3) VALUE ZERO.

       01 PRICE-EXCEPTION-TABLE.
           05 PRICE-EXCEPTION-ENTRY OCCURS 1 TO 500 TIMES
                       DEPENDING ON WS-EXCEPTION-COUNT
                       INDEXED BY PXT-IDX.
               10 PXT-REP-ID    PIC 9(5).
               10 PXT-SALE-ID   PIC 9(5).
               10 PXT-CUST-ID   PIC 9(5).
               10 PXT-PROD-ID   PIC 9(3).
               10 PXT-QTY       PIC 9(5).
               10 PXT-AMOUNT    PIC 9(7)V99.
               10 PXT-EXPECTED  PIC 9(9)V99.
               10 PXT-SOURCE    PIC X.
               10 PXT-HOLD-DATE PIC X(10).
               10 PXT-STATUS    PIC X.
               10 PXT-OPERATOR  PIC X(8).

       01 WS-EXCEPTION-COUNT    PIC 9(3) VALUE ZERO.
       01 WS-PXT-IDX2           PIC 9(3) VALUE ZERO.
       01 WS-INS-POS            PIC 9(3) VALUE ZERO.
       01 WS-SHIFT-IDX          PIC 9(3) VALUE ZERO.

       01 WS-CURRENT-REP        PIC 9(5) VALUE ZERO.
       01 WS-FIRST-REP          PIC X VALUE "Y".
       01 WS-PRICE-VARIANCE     PIC S9(9)V99 VALUE ZERO.

       01 WS-REP-HOLDS          PIC 9(5) VALUE ZERO.
       01 WS-REP-OVERRIDES      PIC 9(5) VALUE ZERO.
       01 WS-REP-REPRICED       PIC 9(5) VALUE ZERO.
       01 WS-REP-PENDING        PIC 9(5) VALUE ZERO.
       01 WS-REP-VARIANCE       PIC S9(9)V99 VALUE ZERO.
       01 WS-TOTAL-HOLDS        PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-OVERRIDES    PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-REPRICED     PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-PENDING      PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-VARIANCE     PIC S9(9)V99 VALUE ZERO.

       01 REPORT-HEADER-1.
           05 FILLER            PIC X(34) VALUE
               "PRICE OVERRIDES BY SALES REP".
           05 FILLER            PIC X(5) VALUE "FROM ".
           05 RH-FROM-DATE      PIC X(10).
           05 FILLER            PIC X(4) VALUE " TO ".
           05 RH-TO-DATE        PIC X(10).
           05 FILLER            PIC X(6) VALUE SPACES.
           05 FILLER            PIC X(9) VALUE "RUN DATE ".
           05 RH-RUN-DATE       PIC X(10).
           05 FILLER            PIC X(22) VALUE SPACES.

       01 REPORT-HEADER-2.
           05 FILLER            PIC X(7) VALUE "SALE".
           05 FILLER            PIC X(12) VALUE "HELD ON".
           05 FILLER            PIC X(7) VALUE "CUST".
           05 FILLER            PIC X(5) VALUE "PRD".
           05 FILLER            PIC X(7) VALUE "  QTY".
           05 FILLER            PIC X(8) VALUE "SOURCE".
           05 FILLER            PIC X(14) VALUE "     EXPECTED".
           05 FILLER            PIC X(14) VALUE "      ENTERED".
           05 FILLER            PIC X(16) VALUE "      VARIANCE".
           05 FILLER            PIC X(12) VALUE "STATUS".
           05 FILLER            PIC X(8) VALUE "OPERATOR".

       01 REP-HEADER-LINE.
           05 FILLER            PIC X(4) VALUE "REP ".
           05 RR-REP-ID         PIC 9(5).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RR-REP-NAME       PIC X(20).
           05 FILLER            PIC X(79) VALUE SPACES.

       01 REPORT-DETAIL-LINE.
           05 RD-SALE-ID        PIC 9(5).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RD-HOLD-DATE      PIC X(10).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RD-CUST-ID        PIC 9(5).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RD-PROD-ID        PIC 9(3).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RD-QTY            PIC ZZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RD-SOURCE         PIC X(8).
           05 RD-EXPECTED       PIC $$,$$$,$$9.99.
           05 FILLER            PIC X VALUE SPACE.
           05 RD-ENTERED        PIC $$,$$$,$$9.99.
           05 FILLER            PIC X VALUE SPACE.
           05 RD-VARIANCE       PIC $$,$$$,$$9.99-.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RD-STATUS         PIC X(10).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RD-OPERATOR       PIC X(8).

       01 REPORT-TOTAL-LINE.
           05 TL-LABEL          PIC X(14).
           05 FILLER            PIC X(6) VALUE "HOLDS ".
           05 TL-HOLDS          PIC ZZ,ZZ9.
           05 FILLER            PIC X(13) VALUE "  OVERRIDDEN ".
           05 TL-OVERRIDES      PIC ZZ,ZZ9.
           05 FILLER            PIC X(11) VALUE "  REPRICED ".
           05 TL-REPRICED       PIC ZZ,ZZ9.
           05 FILLER            PIC X(10) VALUE "  PENDING ".
           05 TL-PENDING        PIC ZZ,ZZ9.
           05 FILLER            PIC X(15) VALUE "  OVR VARIANCE ".
           05 TL-VARIANCE       PIC $$,$$$,$$9.99-.
           05 FILLER            PIC X(3) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-YEAR TO WS-RUN-EDIT-YEAR.
           MOVE WS-RUN-MONTH TO WS-RUN-EDIT-MONTH.
           MOVE WS-RUN-DAY TO WS-RUN-EDIT-DAY.

           PERFORM READ-PARM-CARD.
           PERFORM LOAD-SALESREP-TABLE.

           OPEN INPUT PRICE-HOLD-FILE.
           IF PRICE-HOLD-STATUS NOT = "00"
               DISPLAY "PRICERPT: ERROR OPENING PRICE HOLD FILE: "
                   PRICE-HOLD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM READ-PRICE-HOLD.
           PERFORM PROCESS-PRICE-HOLD UNTIL WS-HOLD-EOF = "Y".
           CLOSE PRICE-HOLD-FILE.

           OPEN OUTPUT PRICE-REPORT-FILE.
           MOVE WS-FROM-DATE TO RH-FROM-DATE.
           MOVE WS-TO-DATE TO RH-TO-DATE.
           MOVE WS-RUN-DATE-EDIT TO RH-RUN-DATE.
           WRITE PRICE-REPORT-LINE FROM REPORT-HEADER-1.
           WRITE PRICE-REPORT-LINE FROM REPORT-HEADER-2.

           PERFORM WRITE-EXCEPTION-LINE
               VARYING WS-PXT-IDX2 FROM 1 BY 1
               UNTIL WS-PXT-IDX2 > WS-EXCEPTION-COUNT.

           IF WS-FIRST-REP = "N"
               PERFORM WRITE-REP-TOTALS
           END-IF.
           PERFORM WRITE-GRAND-TOTALS.
           CLOSE PRICE-REPORT-FILE.

           DISPLAY "PRICERPT: PRICE EXCEPTIONS:  " WS-TOTAL-HOLDS.
           DISPLAY "PRICERPT: PRICES OVERRIDDEN: " WS-TOTAL-OVERRIDES.
           DISPLAY "PRICERPT: STILL PENDING:     " WS-TOTAL-PENDING.
           STOP RUN.

       READ-PARM-CARD.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-STATUS = "00"
               MOVE "N" TO WS-PARM-FOUND
               PERFORM READ-PARM-RECORD
               PERFORM FIND-PARM-CARD UNTIL WS-PARM-EOF = "Y"
                   OR PARM-WAS-FOUND
               CLOSE PARM-FILE
               IF PARM-WAS-FOUND
                   MOVE PARM-FROM-DATE TO WS-FROM-DATE
                   MOVE PARM-TO-DATE TO WS-TO-DATE
               END-IF
           END-IF.

       READ-PARM-RECORD.
           READ PARM-FILE
               AT END MOVE "Y" TO WS-PARM-EOF
           END-READ.

       FIND-PARM-CARD.
           IF PARM-PROGRAM = "PRICERPT"
               MOVE "Y" TO WS-PARM-FOUND
           ELSE
               PERFORM READ-PARM-RECORD
           END-IF.

       LOAD-SALESREP-TABLE.
           OPEN INPUT SALESREP-FILE.
           IF SALESREP-FILE-STATUS NOT = "00"
               DISPLAY "PRICERPT: ERROR OPENING SALESREP FILE: "
                   SALESREP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-SALESREP-RECORD.
           PERFORM LOAD-SALESREP-ENTRY UNTIL WS-SALESREP-EOF = "Y".
           CLOSE SALESREP-FILE.

       READ-SALESREP-RECORD.
           READ SALESREP-FILE
               AT END MOVE "Y" TO WS-SALESREP-EOF
           END-READ.

       LOAD-SALESREP-ENTRY.
           ADD 1 TO WS-SALESREP-COUNT.
           IF WS-SALESREP-COUNT > 200
               DISPLAY "SALESREP TABLE OVERFLOW - OVER 200 REPS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE REP-REC-ID TO RPT-REP-ID (WS-SALESREP-COUNT).
           MOVE REP-REC-NAME TO RPT-REP-NAME (WS-SALESREP-COUNT).
           PERFORM READ-SALESREP-RECORD.

       READ-PRICE-HOLD.
           READ PRICE-HOLD-FILE
               AT END MOVE "Y" TO WS-HOLD-EOF
           END-READ.

       PROCESS-PRICE-HOLD.
           IF (WS-FROM-DATE NOT = SPACES AND
                   PH-HOLD-DATE < WS-FROM-DATE) OR
              (WS-TO-DATE NOT = SPACES AND
                   PH-HOLD-DATE > WS-TO-DATE)
               CONTINUE
           ELSE
               PERFORM ADD-EXCEPTION-ENTRY
           END-IF.
           PERFORM READ-PRICE-HOLD.

       ADD-EXCEPTION-ENTRY.
           COMPUTE WS-INS-POS = WS-EXCEPTION-COUNT + 1.
           PERFORM CHECK-INSERT-POINT
               VARYING WS-PXT-IDX2 FROM WS-EXCEPTION-COUNT BY -1
               UNTIL WS-PXT-IDX2 < 1.

           ADD 1 TO WS-EXCEPTION-COUNT.
           IF WS-EXCEPTION-COUNT > 500
               DISPLAY "PRICE EXCEPTION TABLE OVERFLOW - OVER 500"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM SHIFT-EXCEPTION-ENTRY
               VARYING WS-SHIFT-IDX FROM WS-EXCEPTION-COUNT BY -1
               UNTIL WS-SHIFT-IDX NOT > WS-INS-POS.

           SET PXT-IDX TO WS-INS-POS.
           MOVE PH-REP-ID TO PXT-REP-ID (PXT-IDX).
           MOVE PH-SALE-ID TO PXT-SALE-ID (PXT-IDX).
           MOVE PH-CUST-ID TO PXT-CUST-ID (PXT-IDX).
           MOVE PH-PROD-ID TO PXT-PROD-ID (PXT-IDX).
           MOVE PH-QTY TO PXT-QTY (PXT-IDX).
           MOVE PH-AMOUNT TO PXT-AMOUNT (PXT-IDX).
           MOVE PH-EXPECTED TO PXT-EXPECTED (PXT-IDX).
           MOVE PH-PRICE-SOURCE TO PXT-SOURCE (PXT-IDX).
           MOVE PH-HOLD-DATE TO PXT-HOLD-DATE (PXT-IDX).
           MOVE PH-STATUS TO PXT-STATUS (PXT-IDX).
           MOVE PH-OPERATOR TO PXT-OPERATOR (PXT-IDX).

       CHECK-INSERT-POINT.
           IF PXT-REP-ID (WS-PXT-IDX2) > PH-REP-ID
               OR (PXT-REP-ID (WS-PXT-IDX2) = PH-REP-ID
                   AND PXT-SALE-ID (WS-PXT-IDX2) > PH-SALE-ID)
               MOVE WS-PXT-IDX2 TO WS-INS-POS
           END-IF.

       SHIFT-EXCEPTION-ENTRY.
           MOVE PRICE-EXCEPTION-ENTRY (WS-SHIFT-IDX - 1)
               TO PRICE-EXCEPTION-ENTRY (WS-SHIFT-IDX).

       WRITE-EXCEPTION-LINE.
           IF WS-FIRST-REP = "Y"
               OR PXT-REP-ID (WS-PXT-IDX2) NOT = WS-CURRENT-REP
               IF WS-FIRST-REP = "N"
                   PERFORM WRITE-REP-TOTALS
               END-IF
               PERFORM WRITE-REP-HEADER
           END-IF.

           MOVE PXT-SALE-ID (WS-PXT-IDX2) TO RD-SALE-ID.
           MOVE PXT-HOLD-DATE (WS-PXT-IDX2) TO RD-HOLD-DATE.
           MOVE PXT-CUST-ID (WS-PXT-IDX2) TO RD-CUST-ID.
           MOVE PXT-PROD-ID (WS-PXT-IDX2) TO RD-PROD-ID.
           MOVE PXT-QTY (WS-PXT-IDX2) TO RD-QTY.
           IF PXT-SOURCE (WS-PXT-IDX2) = "C"
               MOVE "CONTRACT" TO RD-SOURCE
           ELSE
               MOVE "LIST" TO RD-SOURCE
           END-IF.
           MOVE PXT-EXPECTED (WS-PXT-IDX2) TO RD-EXPECTED.
           MOVE PXT-AMOUNT (WS-PXT-IDX2) TO RD-ENTERED.
           COMPUTE WS-PRICE-VARIANCE =
               PXT-AMOUNT (WS-PXT-IDX2) - PXT-EXPECTED (WS-PXT-IDX2).
           MOVE WS-PRICE-VARIANCE TO RD-VARIANCE.
           MOVE PXT-OPERATOR (WS-PXT-IDX2) TO RD-OPERATOR.

           ADD 1 TO WS-REP-HOLDS.
           EVALUATE PXT-STATUS (WS-PXT-IDX2)
               WHEN "O"
                   MOVE "OVERRIDDEN" TO RD-STATUS
                   ADD 1 TO WS-REP-OVERRIDES
                   ADD WS-PRICE-VARIANCE TO WS-REP-VARIANCE
               WHEN "R"
                   MOVE "REPRICED" TO RD-STATUS
                   ADD 1 TO WS-REP-REPRICED
               WHEN OTHER
                   MOVE "PENDING" TO RD-STATUS
                   ADD 1 TO WS-REP-PENDING
           END-EVALUATE.
           WRITE PRICE-REPORT-LINE FROM REPORT-DETAIL-LINE.

       WRITE-REP-HEADER.
           MOVE "N" TO WS-FIRST-REP.
           MOVE PXT-REP-ID (WS-PXT-IDX2) TO WS-CURRENT-REP.
           MOVE ZERO TO WS-REP-HOLDS.
           MOVE ZERO TO WS-REP-OVERRIDES.
           MOVE ZERO TO WS-REP-REPRICED.
           MOVE ZERO TO WS-REP-PENDING.
           MOVE ZERO TO WS-REP-VARIANCE.

           MOVE "N" TO WS-REP-FOUND.
           IF WS-SALESREP-COUNT > 0
               SET REP-IDX TO 1
               SEARCH SALESREP-ENTRY
                   WHEN RPT-REP-ID (REP-IDX) = WS-CURRENT-REP
                       MOVE "Y" TO WS-REP-FOUND
               END-SEARCH
           END-IF.
           MOVE WS-CURRENT-REP TO RR-REP-ID.
           IF REP-WAS-FOUND
               MOVE RPT-REP-NAME (REP-IDX) TO RR-REP-NAME
           ELSE
               MOVE "UNKNOWN REP" TO RR-REP-NAME
           END-IF.
           MOVE SPACES TO PRICE-REPORT-LINE.
           WRITE PRICE-REPORT-LINE.
           WRITE PRICE-REPORT-LINE FROM REP-HEADER-LINE.

       WRITE-REP-TOTALS.
           MOVE "  REP TOTAL" TO TL-LABEL.
           MOVE WS-REP-HOLDS TO TL-HOLDS.
           MOVE WS-REP-OVERRIDES TO TL-OVERRIDES.
           MOVE WS-REP-REPRICED TO TL-REPRICED.
           MOVE WS-REP-PENDING TO TL-PENDING.
           MOVE WS-REP-VARIANCE TO TL-VARIANCE.
           WRITE PRICE-REPORT-LINE FROM REPORT-TOTAL-LINE.

           ADD WS-REP-HOLDS TO WS-TOTAL-HOLDS.
           ADD WS-REP-OVERRIDES TO WS-TOTAL-OVERRIDES.
           ADD WS-REP-REPRICED TO WS-TOTAL-REPRICED.
           ADD WS-REP-PENDING TO WS-TOTAL-PENDING.
           ADD WS-REP-VARIANCE TO WS-TOTAL-VARIANCE.

       WRITE-GRAND-TOTALS.
           MOVE SPACES TO PRICE-REPORT-LINE.
           WRITE PRICE-REPORT-LINE.
           MOVE "GRAND TOTAL" TO TL-LABEL.
           MOVE WS-TOTAL-HOLDS TO TL-HOLDS.
           MOVE WS-TOTAL-OVERRIDES TO TL-OVERRIDES.
           MOVE WS-TOTAL-REPRICED TO TL-REPRICED.
           MOVE WS-TOTAL-PENDING TO TL-PENDING.
           MOVE WS-TOTAL-VARIANCE TO TL-VARIANCE.
           WRITE PRICE-REPORT-LINE FROM REPORT-TOTAL-LINE.
