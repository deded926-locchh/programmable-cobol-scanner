       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALESTAX.
       AUTHOR. CASCADE.
       DATE-WRITTEN. 2026-10-15.
       SECURITY. CONFIDENTIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. X86-64.
       OBJECT-COMPUTER. X86-64.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-TAX-FILE ASSIGN TO "ARTAX.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SALES-TAX-STATUS.
           SELECT BALANCE-FILE ASSIGN TO "GLBAL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BALANCE-FILE-STATUS.
           SELECT PARM-FILE ASSIGN TO "PARMCARD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT TAX-REPORT-FILE ASSIGN TO "SALESTAX.RPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD SALES-TAX-FILE
           LABEL RECORDS ARE STANDARD.
       01 SALES-TAX-RECORD.
           05 TX-SALE-ID        PIC 9(5).
           05 TX-CUST-ID        PIC 9(5).
           05 TX-JURIS          PIC X(4).
           05 TX-SALE-DATE      PIC X(10).
           05 TX-BILL-DATE      PIC X(10).
           05 TX-TXN-TYPE       PIC X.
           05 TX-PROD-ID        PIC 9(3).
           05 TX-CATEGORY       PIC X(10).
           05 TX-TAXABLE-FLAG   PIC X.
           05 TX-SALE-AMOUNT    PIC S9(7)V99.
           05 TX-RATE           PIC 9(3)V999.
           05 TX-TAX-AMOUNT     PIC S9(7)V99.
           05 FILLER            PIC X(7).

       FD BALANCE-FILE
           LABEL RECORDS ARE STANDARD.
       01 BALANCE-RECORD.
           05 GLB-ACCOUNT       PIC 9(5).
           05 GLB-PERIOD.
               10 GLB-YEAR      PIC 9(4).
               10 FILLER        PIC X.
               10 GLB-MONTH     PIC 9(2).
           05 GLB-DR-TOTAL      PIC 9(11)V99.
           05 GLB-CR-TOTAL      PIC 9(11)V99.
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

       FD TAX-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01 TAX-REPORT-LINE       PIC X(110).

       WORKING-STORAGE SECTION.
       01 SALES-TAX-STATUS      PIC XX VALUE SPACES.
       01 BALANCE-FILE-STATUS   PIC XX VALUE SPACES.
       01 PARM-FILE-STATUS      PIC XX VALUE SPACES.

       01 WS-TAX-EOF            PIC X VALUE "N".
       01 WS-BALANCE-EOF        PIC X VALUE "N".
       01 WS-PARM-EOF           PIC X VALUE "N".
       01 WS-PARM-FOUND         PIC X VALUE "N".
           88 PARM-WAS-FOUND    VALUE "Y".
       01 WS-JURIS-FOUND        PIC X VALUE "N".
           88 JURIS-WAS-FOUND   VALUE "Y".

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

       01 WS-TAX-PERIOD         PIC X(7) VALUE SPACES.
       01 WS-TAX-PERIOD-R REDEFINES WS-TAX-PERIOD.
           05 WS-TP-YEAR        PIC 9(4).
           05 FILLER            PIC X.
           05 WS-TP-MONTH       PIC 9(2).

       01 WS-ACCT-SALES-TAX     PIC 9(5) VALUE 26000.

       01 JURIS-TABLE.
           05 JURIS-ENTRY OCCURS 1 TO 100 TIMES
                       DEPENDING ON WS-JURIS-COUNT
                       INDEXED BY JUR-IDX.
               10 JUR-CODE      PIC X(4).
               10 JUR-RATE      PIC 9(3)V999.
               10 JUR-RATE-MIXED PIC X.
               10 JUR-COUNT     PIC 9(5).
               10 JUR-TAXABLE   PIC S9(9)V99.
               10 JUR-EXEMPT    PIC S9(9)V99.
               10 JUR-SALES-TAX PIC S9(9)V99.
               10 JUR-RETURN-TAX PIC S9(9)V99.

       01 WS-JURIS-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-JUR-IDX2           PIC 9(3) VALUE ZERO.
       01 WS-INS-POS            PIC 9(3) VALUE ZERO.
       01 WS-SHIFT-IDX          PIC 9(3) VALUE ZERO.

       01 WS-ITEM-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-TAXABLE      PIC S9(9)V99 VALUE ZERO.
       01 WS-TOTAL-EXEMPT       PIC S9(9)V99 VALUE ZERO.
       01 WS-TOTAL-SALES-TAX    PIC S9(9)V99 VALUE ZERO.
       01 WS-TOTAL-RETURN-TAX   PIC S9(9)V99 VALUE ZERO.
       01 WS-TOTAL-LIABILITY    PIC S9(9)V99 VALUE ZERO.
       01 WS-GL-SALES-TAX       PIC S9(13)V99 VALUE ZERO.
       01 WS-DIFFERENCE         PIC S9(13)V99 VALUE ZERO.

       01 REPORT-HEADER-1.
           05 FILLER            PIC X(34) VALUE
               "MONTHLY SALES TAX LIABILITY".
           05 FILLER            PIC X(7) VALUE "PERIOD ".
           05 RH-PERIOD         PIC X(7).
           05 FILLER            PIC X(6) VALUE SPACES.
           05 FILLER            PIC X(9) VALUE "RUN DATE ".
           05 RH-RUN-DATE       PIC X(10).
           05 FILLER            PIC X(37) VALUE SPACES.

       01 REPORT-HEADER-2.
           05 FILLER            PIC X(8) VALUE "JURIS".
           05 FILLER            PIC X(9) VALUE "   RATE %".
           05 FILLER            PIC X(8) VALUE "  ITEMS".
           05 FILLER            PIC X(15) VALUE "  TAXABLE SALES".
           05 FILLER            PIC X(15) VALUE "   EXEMPT SALES".
           05 FILLER            PIC X(15) VALUE "   TAX ON SALES".
           05 FILLER            PIC X(15) VALUE " TAX ON RETURNS".
           05 FILLER            PIC X(15) VALUE "  NET LIABILITY".
           05 FILLER            PIC X(10) VALUE SPACES.

       01 REPORT-DETAIL-LINE.
           05 RD-JURIS          PIC X(6).
           05 FILLER            PIC X(4) VALUE SPACES.
           05 RD-RATE           PIC ZZ9.999.
           05 RD-RATE-X REDEFINES RD-RATE PIC X(7).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RD-COUNT          PIC ZZ,ZZ9.
           05 FILLER            PIC X VALUE SPACE.
           05 RD-TAXABLE        PIC $$,$$$,$$9.99-.
           05 FILLER            PIC X VALUE SPACE.
           05 RD-EXEMPT         PIC $$,$$$,$$9.99-.
           05 FILLER            PIC X VALUE SPACE.
           05 RD-SALES-TAX      PIC $$,$$$,$$9.99-.
           05 FILLER            PIC X VALUE SPACE.
           05 RD-RETURN-TAX     PIC $$,$$$,$$9.99-.
           05 FILLER            PIC X VALUE SPACE.
           05 RD-NET            PIC $$,$$$,$$9.99-.
           05 FILLER            PIC X(10) VALUE SPACES.

       01 REPORT-TOTAL-LINE.
           05 FILLER            PIC X(19) VALUE "TOTALS".
           05 RT-COUNT          PIC ZZ,ZZ9.
           05 FILLER            PIC X VALUE SPACE.
           05 RT-TAXABLE        PIC $$,$$$,$$9.99-.
           05 FILLER            PIC X VALUE SPACE.
           05 RT-EXEMPT         PIC $$,$$$,$$9.99-.
           05 FILLER            PIC X VALUE SPACE.
           05 RT-SALES-TAX      PIC $$,$$$,$$9.99-.
           05 FILLER            PIC X VALUE SPACE.
           05 RT-RETURN-TAX     PIC $$,$$$,$$9.99-.
           05 FILLER            PIC X VALUE SPACE.
           05 RT-NET            PIC $$,$$$,$$9.99-.
           05 FILLER            PIC X(10) VALUE SPACES.

       01 SUMMARY-LINE.
           05 SL-LABEL          PIC X(40).
           05 SL-AMOUNT         PIC $$$,$$$,$$$,$$9.99-.
           05 FILLER            PIC X(4) VALUE SPACES.
           05 SL-VERDICT        PIC X(20).
           05 FILLER            PIC X(27) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-YEAR TO WS-RUN-EDIT-YEAR.
           MOVE WS-RUN-MONTH TO WS-RUN-EDIT-MONTH.
           MOVE WS-RUN-DAY TO WS-RUN-EDIT-DAY.

           PERFORM READ-PARM-CARD.

           OPEN INPUT SALES-TAX-FILE.
           IF SALES-TAX-STATUS NOT = "00"
               DISPLAY "SALESTAX: ERROR OPENING SALES TAX FILE: "
                   SALES-TAX-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM READ-TAX-RECORD.
           PERFORM PROCESS-TAX-RECORD UNTIL WS-TAX-EOF = "Y".
           CLOSE SALES-TAX-FILE.

           PERFORM SUM-GL-SALES-TAX.

           OPEN OUTPUT TAX-REPORT-FILE.
           MOVE WS-TAX-PERIOD TO RH-PERIOD.
           MOVE WS-RUN-DATE-EDIT TO RH-RUN-DATE.
           WRITE TAX-REPORT-LINE FROM REPORT-HEADER-1.
           WRITE TAX-REPORT-LINE FROM REPORT-HEADER-2.

           PERFORM WRITE-JURIS-LINE
               VARYING WS-JUR-IDX2 FROM 1 BY 1
               UNTIL WS-JUR-IDX2 > WS-JURIS-COUNT.

           PERFORM WRITE-REPORT-TOTALS.
           CLOSE TAX-REPORT-FILE.

           DISPLAY "SALESTAX: PERIOD " WS-TAX-PERIOD
               " JURISDICTIONS: " WS-JURIS-COUNT.
           DISPLAY "SALESTAX: NET LIABILITY:    " WS-TOTAL-LIABILITY.
           IF WS-DIFFERENCE NOT = ZERO
               DISPLAY "SALESTAX: SALES TAX DOES NOT AGREE TO GL - "
                   "DIFFERENCE: " WS-DIFFERENCE
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       READ-PARM-CARD.
           MOVE WS-RUN-DATE-EDIT(1:7) TO WS-TAX-PERIOD.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-STATUS = "00"
               MOVE "N" TO WS-PARM-FOUND
               PERFORM READ-PARM-RECORD
               PERFORM FIND-PARM-CARD UNTIL WS-PARM-EOF = "Y"
                   OR PARM-WAS-FOUND
               CLOSE PARM-FILE
               IF PARM-WAS-FOUND AND PARM-QUOTA-PERIOD NOT = SPACES
                   MOVE PARM-QUOTA-PERIOD TO WS-TAX-PERIOD
               END-IF
           END-IF.
           IF WS-TP-YEAR NOT NUMERIC
               OR WS-TP-MONTH NOT NUMERIC
               OR WS-TP-MONTH < 1 OR WS-TP-MONTH > 12
               DISPLAY "SALESTAX: INVALID PERIOD ON CARD: "
                   WS-TAX-PERIOD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-PARM-RECORD.
           READ PARM-FILE
               AT END MOVE "Y" TO WS-PARM-EOF
           END-READ.

       FIND-PARM-CARD.
           IF PARM-PROGRAM = "SALESTAX"
               MOVE "Y" TO WS-PARM-FOUND
           ELSE
               PERFORM READ-PARM-RECORD
           END-IF.

       READ-TAX-RECORD.
           READ SALES-TAX-FILE
               AT END MOVE "Y" TO WS-TAX-EOF
           END-READ.

       PROCESS-TAX-RECORD.
           IF TX-BILL-DATE(1:7) = WS-TAX-PERIOD
               PERFORM ACCUMULATE-TAX-RECORD
           END-IF.
           PERFORM READ-TAX-RECORD.

       ACCUMULATE-TAX-RECORD.
           PERFORM FIND-JURIS-ENTRY.
           IF NOT JURIS-WAS-FOUND
               PERFORM ADD-JURIS-ENTRY
           END-IF.

           ADD 1 TO JUR-COUNT (JUR-IDX).
           ADD 1 TO WS-ITEM-COUNT.
           IF TX-TAXABLE-FLAG = "Y"
               ADD TX-SALE-AMOUNT TO JUR-TAXABLE (JUR-IDX)
               ADD TX-SALE-AMOUNT TO WS-TOTAL-TAXABLE
               IF JUR-RATE (JUR-IDX) = ZERO
                   MOVE TX-RATE TO JUR-RATE (JUR-IDX)
               ELSE
                   IF JUR-RATE (JUR-IDX) NOT = TX-RATE
                       MOVE "Y" TO JUR-RATE-MIXED (JUR-IDX)
                   END-IF
               END-IF
           ELSE
               ADD TX-SALE-AMOUNT TO JUR-EXEMPT (JUR-IDX)
               ADD TX-SALE-AMOUNT TO WS-TOTAL-EXEMPT
           END-IF.
           IF TX-TXN-TYPE = "R"
               ADD TX-TAX-AMOUNT TO JUR-RETURN-TAX (JUR-IDX)
               ADD TX-TAX-AMOUNT TO WS-TOTAL-RETURN-TAX
           ELSE
               ADD TX-TAX-AMOUNT TO JUR-SALES-TAX (JUR-IDX)
               ADD TX-TAX-AMOUNT TO WS-TOTAL-SALES-TAX
           END-IF.

       FIND-JURIS-ENTRY.
           MOVE "N" TO WS-JURIS-FOUND.
           IF WS-JURIS-COUNT > 0
               SET JUR-IDX TO 1
               SEARCH JURIS-ENTRY
                   WHEN JUR-CODE (JUR-IDX) = TX-JURIS
                       MOVE "Y" TO WS-JURIS-FOUND
               END-SEARCH
           END-IF.

       ADD-JURIS-ENTRY.
           COMPUTE WS-INS-POS = WS-JURIS-COUNT + 1.
           PERFORM CHECK-INSERT-POINT
               VARYING WS-JUR-IDX2 FROM WS-JURIS-COUNT BY -1
               UNTIL WS-JUR-IDX2 < 1.

           ADD 1 TO WS-JURIS-COUNT.
           IF WS-JURIS-COUNT > 100
               DISPLAY "JURISDICTION TABLE OVERFLOW - OVER 100"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM SHIFT-JURIS-ENTRY
               VARYING WS-SHIFT-IDX FROM WS-JURIS-COUNT BY -1
               UNTIL WS-SHIFT-IDX NOT > WS-INS-POS.

           SET JUR-IDX TO WS-INS-POS.
           MOVE TX-JURIS TO JUR-CODE (JUR-IDX).
           MOVE ZERO TO JUR-RATE (JUR-IDX).
           MOVE "N" TO JUR-RATE-MIXED (JUR-IDX).
           MOVE ZERO TO JUR-COUNT (JUR-IDX).
           MOVE ZERO TO JUR-TAXABLE (JUR-IDX).
           MOVE ZERO TO JUR-EXEMPT (JUR-IDX).
           MOVE ZERO TO JUR-SALES-TAX (JUR-IDX).
           MOVE ZERO TO JUR-RETURN-TAX (JUR-IDX).

       CHECK-INSERT-POINT.
           IF JUR-CODE (WS-JUR-IDX2) > TX-JURIS
               MOVE WS-JUR-IDX2 TO WS-INS-POS
           END-IF.

       SHIFT-JURIS-ENTRY.
           MOVE JURIS-ENTRY (WS-SHIFT-IDX - 1)
               TO JURIS-ENTRY (WS-SHIFT-IDX).

       SUM-GL-SALES-TAX.
           OPEN INPUT BALANCE-FILE.
           IF BALANCE-FILE-STATUS = "00"
               PERFORM READ-BALANCE-RECORD
               PERFORM SUM-BALANCE-RECORD UNTIL WS-BALANCE-EOF = "Y"
               CLOSE BALANCE-FILE
           END-IF.

       READ-BALANCE-RECORD.
           READ BALANCE-FILE
               AT END MOVE "Y" TO WS-BALANCE-EOF
           END-READ.

       SUM-BALANCE-RECORD.
           IF GLB-ACCOUNT = WS-ACCT-SALES-TAX
               AND GLB-YEAR = WS-TP-YEAR
               AND GLB-MONTH = WS-TP-MONTH
               COMPUTE WS-GL-SALES-TAX =
                   WS-GL-SALES-TAX + GLB-CR-TOTAL - GLB-DR-TOTAL
           END-IF.
           PERFORM READ-BALANCE-RECORD.

       WRITE-JURIS-LINE.
           IF JUR-CODE (WS-JUR-IDX2) = SPACES
               MOVE "(NONE)" TO RD-JURIS
           ELSE
               MOVE JUR-CODE (WS-JUR-IDX2) TO RD-JURIS
           END-IF.
           IF JUR-RATE-MIXED (WS-JUR-IDX2) = "Y"
               MOVE " VARIES" TO RD-RATE-X
           ELSE
               MOVE JUR-RATE (WS-JUR-IDX2) TO RD-RATE
           END-IF.
           MOVE JUR-COUNT (WS-JUR-IDX2) TO RD-COUNT.
           MOVE JUR-TAXABLE (WS-JUR-IDX2) TO RD-TAXABLE.
           MOVE JUR-EXEMPT (WS-JUR-IDX2) TO RD-EXEMPT.
           MOVE JUR-SALES-TAX (WS-JUR-IDX2) TO RD-SALES-TAX.
           MOVE JUR-RETURN-TAX (WS-JUR-IDX2) TO RD-RETURN-TAX.
           COMPUTE RD-NET = JUR-SALES-TAX (WS-JUR-IDX2)
               + JUR-RETURN-TAX (WS-JUR-IDX2).
           WRITE TAX-REPORT-LINE FROM REPORT-DETAIL-LINE.

       WRITE-REPORT-TOTALS.
           COMPUTE WS-TOTAL-LIABILITY =
               WS-TOTAL-SALES-TAX + WS-TOTAL-RETURN-TAX.
           MOVE WS-ITEM-COUNT TO RT-COUNT.
           MOVE WS-TOTAL-TAXABLE TO RT-TAXABLE.
           MOVE WS-TOTAL-EXEMPT TO RT-EXEMPT.
           MOVE WS-TOTAL-SALES-TAX TO RT-SALES-TAX.
           MOVE WS-TOTAL-RETURN-TAX TO RT-RETURN-TAX.
           MOVE WS-TOTAL-LIABILITY TO RT-NET.
           WRITE TAX-REPORT-LINE FROM REPORT-TOTAL-LINE.

           MOVE SPACES TO TAX-REPORT-LINE.
           WRITE TAX-REPORT-LINE.

           MOVE SPACES TO SL-VERDICT.
           MOVE "SALES TAX LIABILITY PER BILLING:" TO SL-LABEL.
           MOVE WS-TOTAL-LIABILITY TO SL-AMOUNT.
           WRITE TAX-REPORT-LINE FROM SUMMARY-LINE.

           MOVE "SALES TAX PER GL ACCOUNT 26000:" TO SL-LABEL.
           MOVE WS-GL-SALES-TAX TO SL-AMOUNT.
           WRITE TAX-REPORT-LINE FROM SUMMARY-LINE.

           COMPUTE WS-DIFFERENCE =
               WS-TOTAL-LIABILITY - WS-GL-SALES-TAX.
           MOVE "DIFFERENCE:" TO SL-LABEL.
           MOVE WS-DIFFERENCE TO SL-AMOUNT.
           IF WS-DIFFERENCE = ZERO
               MOVE "IN BALANCE" TO SL-VERDICT
           ELSE
               MOVE "** OUT OF BALANCE **" TO SL-VERDICT
           END-IF.
           WRITE TAX-REPORT-LINE FROM SUMMARY-LINE.
