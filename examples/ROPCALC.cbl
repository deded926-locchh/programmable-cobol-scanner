       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROPCALC.
       AUTHOR. CASCADE.
       DATE-WRITTEN. 2026-10-15.
       SECURITY. CONFIDENTIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. X86-64.
       OBJECT-COMPUTER. X86-64.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-FILE ASSIGN TO "PRODUCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PROD-REC-ID
               FILE STATUS IS PRODUCT-FILE-STATUS.
           SELECT STOCK-LEDGER-FILE ASSIGN TO "STOCKLDG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LEDGER-FILE-STATUS.
           SELECT VENDOR-FILE ASSIGN TO "VENDOR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS VENDOR-FILE-STATUS.
           SELECT PROD-VENDOR-FILE ASSIGN TO "PRODVEND.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PROD-VENDOR-FILE-STATUS.
           SELECT PARM-FILE ASSIGN TO "PARMCARD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT PENDING-FILE ASSIGN TO "PENDAPPR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PENDING-FILE-STATUS.
           SELECT ROP-REPORT-FILE ASSIGN TO "ROPCALC.RPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PRODUCT-FILE
           LABEL RECORDS ARE STANDARD.
       01 PRODUCT-RECORD.
           05 PROD-REC-ID       PIC 9(3).
           05 PROD-REC-NAME     PIC X(20).
           05 PROD-REC-PRICE    PIC 9(5)V99.
           05 PROD-REC-QTY-ON-HAND    PIC 9(5).
           05 PROD-REC-REORDER-POINT  PIC 9(5).
           05 PROD-REC-CATEGORY       PIC X(10).
           05 PROD-REC-UNIT-COST      PIC 9(5)V99.
           05 PROD-REC-REORDER-QTY    PIC 9(5).

       FD STOCK-LEDGER-FILE
           LABEL RECORDS ARE STANDARD.
       01 STOCK-LEDGER-RECORD.
           05 SL-POST-DATE      PIC X(10).
           05 SL-TYPE           PIC X.
           05 SL-PROD-ID        PIC 9(3).
           05 SL-QTY-SIGN       PIC X.
           05 SL-QTY            PIC 9(5).
           05 SL-REFERENCE      PIC X(10).
           05 SL-NEW-ON-HAND    PIC 9(5).
           05 SL-LOC-ID         PIC X(3).
           05 FILLER            PIC X(2).

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
           05 PARM-ROP-WINDOW REDEFINES PARM-REPRICE-ID
                                PIC 9(3).
           05 PARM-REPRICE-PRICE PIC 9(5)V99.
           05 PARM-ROP-FACTORS REDEFINES PARM-REPRICE-PRICE.
               10 PARM-ROP-SAFETY PIC 9V99.
               10 PARM-ROP-COVER PIC 9(3).
               10 FILLER        PIC X.
           05 FILLER            PIC X(12).

       FD PENDING-FILE
           LABEL RECORDS ARE STANDARD.
       01 PENDING-RECORD.
           05 PA-STATUS         PIC X.
               88 PA-IS-PENDING VALUE "P".
           05 PA-PROGRAM        PIC X(10).
           05 PA-KEY            PIC 9(5).
           05 PA-FIELD          PIC X(10).
           05 PA-BEFORE         PIC 9(7)V99.
           05 PA-AFTER          PIC 9(7)V99.
           05 PA-REQ-OPERATOR   PIC X(8).
           05 PA-REQ-DATE       PIC X(10).
           05 PA-EFF-DATE       PIC X(10).
           05 FILLER            PIC X(8).

       FD ROP-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01 ROP-REPORT-LINE       PIC X(110).

       WORKING-STORAGE SECTION.
       01 PRODUCT-FILE-STATUS   PIC XX VALUE SPACES.
       01 LEDGER-FILE-STATUS    PIC XX VALUE SPACES.
       01 VENDOR-FILE-STATUS    PIC XX VALUE SPACES.
       01 PROD-VENDOR-FILE-STATUS PIC XX VALUE SPACES.
       01 PARM-FILE-STATUS      PIC XX VALUE SPACES.
       01 PENDING-FILE-STATUS   PIC XX VALUE SPACES.

       01 WS-PRODUCT-EOF        PIC X VALUE "N".
       01 WS-LEDGER-EOF         PIC X VALUE "N".
       01 WS-VENDOR-EOF         PIC X VALUE "N".
       01 WS-PROD-VENDOR-EOF    PIC X VALUE "N".
       01 WS-PARM-EOF           PIC X VALUE "N".
       01 WS-PENDING-EOF        PIC X VALUE "N".
       01 WS-PARM-FOUND         PIC X VALUE "N".
           88 PARM-WAS-FOUND    VALUE "Y".
       01 WS-VENDOR-FOUND       PIC X VALUE "N".
           88 VENDOR-WAS-FOUND  VALUE "Y".

       01 VENDOR-TABLE.
           05 VENDOR-ENTRY OCCURS 1 TO 100 TIMES
                       DEPENDING ON WS-VENDOR-COUNT
                       INDEXED BY VEND-IDX.
               10 VT-VEND-ID    PIC 9(5).
               10 VT-LEAD-TIME  PIC 9(3).

       01 WS-VENDOR-COUNT       PIC 9(3) VALUE ZERO.

       01 PROD-VENDOR-TABLE.
           05 PROD-VENDOR-ENTRY OCCURS 1 TO 500 TIMES
                       DEPENDING ON WS-PROD-VENDOR-COUNT
                       INDEXED BY PV-IDX.
               10 PVT-PROD-ID   PIC 9(3).
               10 PVT-VEND-ID   PIC 9(5).

       01 WS-PROD-VENDOR-COUNT  PIC 9(3) VALUE ZERO.

       01 DEMAND-TABLE.
           05 DEMAND-ENTRY OCCURS 1000 TIMES.
               10 DT-DEMAND-QTY PIC S9(7).

       01 WS-DEMAND-IDX         PIC 9(4) VALUE ZERO.
       01 WS-WINDOW-DAYS        PIC 9(3) VALUE 90.
       01 WS-SAFETY-FACTOR      PIC 9V99 VALUE 0.50.
       01 WS-COVER-DAYS         PIC 9(3) VALUE 30.
       01 WS-PREF-VEND-ID       PIC 9(5) VALUE ZERO.
       01 WS-LEAD-TIME          PIC 9(3) VALUE ZERO.
       01 WS-DEMAND-QTY         PIC 9(7) VALUE ZERO.
       01 WS-AVG-DAILY          PIC 9(5)V99 VALUE ZERO.
       01 WS-CALC-QTY           PIC 9(9) VALUE ZERO.
       01 WS-NEW-ROP            PIC 9(5) VALUE ZERO.
       01 WS-NEW-QTY            PIC 9(5) VALUE ZERO.
       01 WS-OLD-QTY            PIC 9(5) VALUE ZERO.
       01 WS-PRODUCT-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-PROPOSED-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-UNCHANGED-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-NO-VENDOR-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-PENDING-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-SUPERSEDED-COUNT   PIC 9(5) VALUE ZERO.

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

       01 WS-CUTOFF-INTEGER     PIC 9(7) VALUE ZERO.
       01 WS-CUTOFF-YYYYMMDD    PIC 9(8) VALUE ZERO.
       01 WS-CUTOFF-R REDEFINES WS-CUTOFF-YYYYMMDD.
           05 WS-CUTOFF-YEAR    PIC 9(4).
           05 WS-CUTOFF-MONTH   PIC 9(2).
           05 WS-CUTOFF-DAY     PIC 9(2).
       01 WS-CUTOFF-EDIT.
           05 WS-CUT-EDIT-YEAR  PIC 9(4).
           05 FILLER            PIC X VALUE "-".
           05 WS-CUT-EDIT-MONTH PIC 9(2).
           05 FILLER            PIC X VALUE "-".
           05 WS-CUT-EDIT-DAY   PIC 9(2).

       01 REPORT-HEADER-1.
           05 FILLER            PIC X(29) VALUE
               "REORDER POINT RECALCULATION".
           05 FILLER            PIC X(5) VALUE "DATE ".
           05 RH-DATE           PIC X(10).
           05 FILLER            PIC X(9) VALUE "  WINDOW ".
           05 RH-FROM-DATE      PIC X(10).
           05 FILLER            PIC X(4) VALUE " TO ".
           05 RH-TO-DATE        PIC X(10).
           05 FILLER            PIC X(9) VALUE "  SAFETY ".
           05 RH-SAFETY         PIC 9.99.
           05 FILLER            PIC X(8) VALUE "  COVER ".
           05 RH-COVER          PIC ZZ9.
           05 FILLER            PIC X(5) VALUE " DAYS".
           05 FILLER            PIC X(4) VALUE SPACES.

       01 REPORT-HEADER-2.
           05 FILLER            PIC X(5) VALUE "PROD".
           05 FILLER            PIC X(22) VALUE "NAME".
           05 FILLER            PIC X(7) VALUE "VENDOR".
           05 FILLER            PIC X(5) VALUE "LEAD".
           05 FILLER            PIC X(9) VALUE "   DEMAND".
           05 FILLER            PIC X(11) VALUE "   AVG/DAY".
           05 FILLER            PIC X(8) VALUE " OLD ROP".
           05 FILLER            PIC X(8) VALUE " NEW ROP".
           05 FILLER            PIC X(8) VALUE " OLD QTY".
           05 FILLER            PIC X(8) VALUE " NEW QTY".
           05 FILLER            PIC X(2) VALUE SPACES.
           05 FILLER            PIC X(17) VALUE "ACTION".

       01 REPORT-DETAIL-LINE.
           05 RD-PROD-ID        PIC 9(3).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RD-NAME           PIC X(20).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RD-VEND-ID        PIC 9(5).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RD-LEAD           PIC ZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RD-DEMAND         PIC Z,ZZZ,ZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RD-AVG-DAILY      PIC ZZ,ZZ9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RD-OLD-ROP        PIC ZZ,ZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RD-NEW-ROP        PIC ZZ,ZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RD-OLD-QTY        PIC ZZ,ZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RD-NEW-QTY        PIC ZZ,ZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RD-ACTION         PIC X(17).

       01 REPORT-TOTAL-LINE.
           05 FILLER            PIC X(10) VALUE "PRODUCTS: ".
           05 RT-PRODUCTS       PIC ZZ,ZZ9.
           05 FILLER            PIC X(12) VALUE "  PROPOSED: ".
           05 RT-PROPOSED       PIC ZZ,ZZ9.
           05 FILLER            PIC X(13) VALUE "  UNCHANGED: ".
           05 RT-UNCHANGED      PIC ZZ,ZZ9.
           05 FILLER            PIC X(13) VALUE "  NO VENDOR: ".
           05 RT-NO-VENDOR      PIC ZZ,ZZ9.
           05 FILLER            PIC X(21) VALUE
               "  PENDING APPROVALS: ".
           05 RT-PENDING        PIC ZZ,ZZ9.
           05 FILLER            PIC X(11) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-YEAR TO WS-RUN-EDIT-YEAR.
           MOVE WS-RUN-MONTH TO WS-RUN-EDIT-MONTH.
           MOVE WS-RUN-DAY TO WS-RUN-EDIT-DAY.

           PERFORM READ-PARM-CARD.
           PERFORM COMPUTE-CUTOFF-DATE.
           PERFORM LOAD-VENDOR-TABLE.
           PERFORM LOAD-PROD-VENDOR-TABLE.
           PERFORM LOAD-DEMAND-TABLE.
           PERFORM SUPERSEDE-PRIOR-PROPOSALS.

           OPEN INPUT PRODUCT-FILE.
           IF PRODUCT-FILE-STATUS NOT = "00"
               DISPLAY "ROPCALC: ERROR OPENING PRODUCT FILE: "
                   PRODUCT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND PENDING-FILE.
           IF PENDING-FILE-STATUS = "35"
               OPEN OUTPUT PENDING-FILE
           END-IF.

           OPEN OUTPUT ROP-REPORT-FILE.
           MOVE WS-RUN-DATE-EDIT TO RH-DATE.
           MOVE WS-CUTOFF-EDIT TO RH-FROM-DATE.
           MOVE WS-RUN-DATE-EDIT TO RH-TO-DATE.
           MOVE WS-SAFETY-FACTOR TO RH-SAFETY.
           MOVE WS-COVER-DAYS TO RH-COVER.
           WRITE ROP-REPORT-LINE FROM REPORT-HEADER-1.
           WRITE ROP-REPORT-LINE FROM REPORT-HEADER-2.

           PERFORM READ-PRODUCT.
           PERFORM PROCESS-PRODUCT UNTIL WS-PRODUCT-EOF = "Y".

           MOVE WS-PRODUCT-COUNT TO RT-PRODUCTS.
           MOVE WS-PROPOSED-COUNT TO RT-PROPOSED.
           MOVE WS-UNCHANGED-COUNT TO RT-UNCHANGED.
           MOVE WS-NO-VENDOR-COUNT TO RT-NO-VENDOR.
           MOVE WS-PENDING-COUNT TO RT-PENDING.
           WRITE ROP-REPORT-LINE FROM REPORT-TOTAL-LINE.

           CLOSE PRODUCT-FILE
                 PENDING-FILE
                 ROP-REPORT-FILE.

           DISPLAY "ROPCALC: PRODUCTS REVIEWED:      "
               WS-PRODUCT-COUNT.
           DISPLAY "ROPCALC: CHANGES PROPOSED:       "
               WS-PROPOSED-COUNT.
           DISPLAY "ROPCALC: PENDING RECORDS WRITTEN: "
               WS-PENDING-COUNT.
           DISPLAY "ROPCALC: PRIOR PROPOSALS SUPERSEDED: "
               WS-SUPERSEDED-COUNT.
           DISPLAY "ROPCALC: PRODUCTS WITH NO VENDOR: "
               WS-NO-VENDOR-COUNT.
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
                   IF PARM-ROP-WINDOW NUMERIC
                       AND PARM-ROP-WINDOW > ZERO
                       MOVE PARM-ROP-WINDOW TO WS-WINDOW-DAYS
                   END-IF
                   IF PARM-ROP-SAFETY NUMERIC
                       MOVE PARM-ROP-SAFETY TO WS-SAFETY-FACTOR
                   END-IF
                   IF PARM-ROP-COVER NUMERIC
                       AND PARM-ROP-COVER > ZERO
                       MOVE PARM-ROP-COVER TO WS-COVER-DAYS
                   END-IF
               END-IF
           END-IF.

       READ-PARM-RECORD.
           READ PARM-FILE
               AT END MOVE "Y" TO WS-PARM-EOF
           END-READ.

       FIND-PARM-CARD.
           IF PARM-PROGRAM = "ROPCALC"
               MOVE "Y" TO WS-PARM-FOUND
           ELSE
               PERFORM READ-PARM-RECORD
           END-IF.

       COMPUTE-CUTOFF-DATE.
           COMPUTE WS-CUTOFF-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
               - WS-WINDOW-DAYS + 1.
           COMPUTE WS-CUTOFF-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER (WS-CUTOFF-INTEGER).
           MOVE WS-CUTOFF-YEAR TO WS-CUT-EDIT-YEAR.
           MOVE WS-CUTOFF-MONTH TO WS-CUT-EDIT-MONTH.
           MOVE WS-CUTOFF-DAY TO WS-CUT-EDIT-DAY.

       LOAD-VENDOR-TABLE.
           OPEN INPUT VENDOR-FILE.
           IF VENDOR-FILE-STATUS NOT = "00"
               DISPLAY "ROPCALC: ERROR OPENING VENDOR FILE: "
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
           MOVE VEND-REC-LEAD-TIME TO VT-LEAD-TIME (WS-VENDOR-COUNT).
           PERFORM READ-VENDOR.

       LOAD-PROD-VENDOR-TABLE.
           OPEN INPUT PROD-VENDOR-FILE.
           IF PROD-VENDOR-FILE-STATUS NOT = "00"
               DISPLAY "ROPCALC: ERROR OPENING PRODUCT-VENDOR FILE: "
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

       LOAD-DEMAND-TABLE.
           PERFORM CLEAR-DEMAND-ENTRY
               VARYING WS-DEMAND-IDX FROM 1 BY 1
               UNTIL WS-DEMAND-IDX > 1000.
           OPEN INPUT STOCK-LEDGER-FILE.
           IF LEDGER-FILE-STATUS = "00"
               PERFORM READ-LEDGER-RECORD
               PERFORM ACCUMULATE-DEMAND UNTIL WS-LEDGER-EOF = "Y"
               CLOSE STOCK-LEDGER-FILE
           END-IF.

       CLEAR-DEMAND-ENTRY.
           MOVE ZERO TO DT-DEMAND-QTY (WS-DEMAND-IDX).

       READ-LEDGER-RECORD.
           READ STOCK-LEDGER-FILE
               AT END MOVE "Y" TO WS-LEDGER-EOF
           END-READ.

       ACCUMULATE-DEMAND.
           IF SL-POST-DATE NOT < WS-CUTOFF-EDIT
               AND SL-POST-DATE NOT > WS-RUN-DATE-EDIT
               AND SL-PROD-ID NUMERIC
               AND SL-QTY NUMERIC
               COMPUTE WS-DEMAND-IDX = SL-PROD-ID + 1
               EVALUATE SL-TYPE
                   WHEN "S"
                   WHEN "I"
                       ADD SL-QTY TO DT-DEMAND-QTY (WS-DEMAND-IDX)
                   WHEN "T"
                       SUBTRACT SL-QTY
                           FROM DT-DEMAND-QTY (WS-DEMAND-IDX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           PERFORM READ-LEDGER-RECORD.

       SUPERSEDE-PRIOR-PROPOSALS.
           OPEN I-O PENDING-FILE.
           IF PENDING-FILE-STATUS = "00"
               PERFORM READ-PENDING-RECORD
               PERFORM SUPERSEDE-PENDING-RECORD
                   UNTIL WS-PENDING-EOF = "Y"
               CLOSE PENDING-FILE
           END-IF.

       READ-PENDING-RECORD.
           READ PENDING-FILE
               AT END MOVE "Y" TO WS-PENDING-EOF
           END-READ.

       SUPERSEDE-PENDING-RECORD.
           IF PA-IS-PENDING AND PA-PROGRAM = "ROPCALC"
               MOVE "S" TO PA-STATUS
               REWRITE PENDING-RECORD
               ADD 1 TO WS-SUPERSEDED-COUNT
           END-IF.
           PERFORM READ-PENDING-RECORD.

       READ-PRODUCT.
           READ PRODUCT-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-PRODUCT-EOF
           END-READ.

       PROCESS-PRODUCT.
           ADD 1 TO WS-PRODUCT-COUNT.
           IF PROD-REC-REORDER-QTY NUMERIC
               MOVE PROD-REC-REORDER-QTY TO WS-OLD-QTY
           ELSE
               MOVE ZERO TO WS-OLD-QTY
           END-IF.

           COMPUTE WS-DEMAND-IDX = PROD-REC-ID + 1.
           IF DT-DEMAND-QTY (WS-DEMAND-IDX) > ZERO
               MOVE DT-DEMAND-QTY (WS-DEMAND-IDX) TO WS-DEMAND-QTY
           ELSE
               MOVE ZERO TO WS-DEMAND-QTY
           END-IF.
           COMPUTE WS-AVG-DAILY ROUNDED =
               WS-DEMAND-QTY / WS-WINDOW-DAYS.

           MOVE PROD-REC-ID TO RD-PROD-ID.
           MOVE PROD-REC-NAME TO RD-NAME.
           MOVE WS-DEMAND-QTY TO RD-DEMAND.
           MOVE WS-AVG-DAILY TO RD-AVG-DAILY.
           MOVE PROD-REC-REORDER-POINT TO RD-OLD-ROP.
           MOVE WS-OLD-QTY TO RD-OLD-QTY.

           PERFORM LOOKUP-PREFERRED-VENDOR.
           IF NOT VENDOR-WAS-FOUND
               ADD 1 TO WS-NO-VENDOR-COUNT
               MOVE WS-PREF-VEND-ID TO RD-VEND-ID
               MOVE ZERO TO RD-LEAD
               MOVE PROD-REC-REORDER-POINT TO RD-NEW-ROP
               MOVE WS-OLD-QTY TO RD-NEW-QTY
               MOVE "NO VENDOR - KEPT" TO RD-ACTION
           ELSE
               PERFORM CALCULATE-REORDER-LEVELS
               MOVE WS-PREF-VEND-ID TO RD-VEND-ID
               MOVE WS-LEAD-TIME TO RD-LEAD
               MOVE WS-NEW-ROP TO RD-NEW-ROP
               MOVE WS-NEW-QTY TO RD-NEW-QTY
               IF WS-NEW-ROP = PROD-REC-REORDER-POINT
                   AND WS-NEW-QTY = WS-OLD-QTY
                   ADD 1 TO WS-UNCHANGED-COUNT
                   MOVE "NO CHANGE" TO RD-ACTION
               ELSE
                   ADD 1 TO WS-PROPOSED-COUNT
                   MOVE "PENDING APPROVAL" TO RD-ACTION
                   PERFORM WRITE-PENDING-CHANGES
               END-IF
           END-IF.
           WRITE ROP-REPORT-LINE FROM REPORT-DETAIL-LINE.

           PERFORM READ-PRODUCT.

       LOOKUP-PREFERRED-VENDOR.
           MOVE "N" TO WS-VENDOR-FOUND.
           MOVE ZERO TO WS-PREF-VEND-ID.
           MOVE ZERO TO WS-LEAD-TIME.
           IF WS-PROD-VENDOR-COUNT > 0
               SET PV-IDX TO 1
               SEARCH PROD-VENDOR-ENTRY
                   WHEN PVT-PROD-ID (PV-IDX) = PROD-REC-ID
                       MOVE PVT-VEND-ID (PV-IDX) TO WS-PREF-VEND-ID
               END-SEARCH
           END-IF.

           IF WS-PREF-VEND-ID NOT = ZERO AND WS-VENDOR-COUNT > 0
               SET VEND-IDX TO 1
               SEARCH VENDOR-ENTRY
                   WHEN VT-VEND-ID (VEND-IDX) = WS-PREF-VEND-ID
                       MOVE "Y" TO WS-VENDOR-FOUND
                       MOVE VT-LEAD-TIME (VEND-IDX) TO WS-LEAD-TIME
               END-SEARCH
           END-IF.

       CALCULATE-REORDER-LEVELS.
           COMPUTE WS-CALC-QTY ROUNDED =
               WS-DEMAND-QTY * WS-LEAD-TIME * (1 + WS-SAFETY-FACTOR)
               / WS-WINDOW-DAYS.
           IF WS-CALC-QTY > 99999
               MOVE 99999 TO WS-NEW-ROP
           ELSE
               MOVE WS-CALC-QTY TO WS-NEW-ROP
           END-IF.

           COMPUTE WS-CALC-QTY ROUNDED =
               WS-DEMAND-QTY * WS-COVER-DAYS / WS-WINDOW-DAYS.
           IF WS-CALC-QTY > 99999
               MOVE 99999 TO WS-NEW-QTY
           ELSE
               IF WS-CALC-QTY = ZERO AND WS-DEMAND-QTY > ZERO
                   MOVE 1 TO WS-NEW-QTY
               ELSE
                   MOVE WS-CALC-QTY TO WS-NEW-QTY
               END-IF
           END-IF.

       WRITE-PENDING-CHANGES.
           IF WS-NEW-ROP NOT = PROD-REC-REORDER-POINT
               MOVE SPACES TO PENDING-RECORD
               MOVE "P" TO PA-STATUS
               MOVE "ROPCALC" TO PA-PROGRAM
               MOVE PROD-REC-ID TO PA-KEY
               MOVE "REORDER-PT" TO PA-FIELD
               MOVE PROD-REC-REORDER-POINT TO PA-BEFORE
               MOVE WS-NEW-ROP TO PA-AFTER
               MOVE "ROPCALC" TO PA-REQ-OPERATOR
               MOVE WS-RUN-DATE-EDIT TO PA-REQ-DATE
               WRITE PENDING-RECORD
               ADD 1 TO WS-PENDING-COUNT
           END-IF.

           IF WS-NEW-QTY NOT = WS-OLD-QTY
               MOVE SPACES TO PENDING-RECORD
               MOVE "P" TO PA-STATUS
               MOVE "ROPCALC" TO PA-PROGRAM
               MOVE PROD-REC-ID TO PA-KEY
               MOVE "REORDER-QT" TO PA-FIELD
               MOVE WS-OLD-QTY TO PA-BEFORE
               MOVE WS-NEW-QTY TO PA-AFTER
               MOVE "ROPCALC" TO PA-REQ-OPERATOR
               MOVE WS-RUN-DATE-EDIT TO PA-REQ-DATE
               WRITE PENDING-RECORD
               ADD 1 TO WS-PENDING-COUNT
           END-IF.
