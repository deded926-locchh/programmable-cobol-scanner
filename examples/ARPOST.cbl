               RECORD KEY IS SALES-ID
               ALTERNATE RECORD KEY IS SALES-DATE WITH DUPLICATES
               FILE STATUS IS SALES-FILE-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO "PRODUCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-REC-ID
               FILE STATUS IS PRODUCT-FILE-STATUS.
           SELECT RATES-FILE ASSIGN TO "RATES.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RATES-FILE-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CUSTOMER-FILE-STATUS.
               FILE STATUS IS AR-OPEN-FILE-STATUS.
           SELECT AGING-REPORT-FILE ASSIGN TO "ARAGING.RPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT UNAPPLIED-CASH-FILE ASSIGN TO "UNAPPLD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS UNAPPLIED-FILE-STATUS.
           SELECT WRITE-OFF-REPORT-FILE ASSIGN TO "ARWOFF.RPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT WRITE-OFF-FILE ASSIGN TO "ARWOFF.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRITE-OFF-FILE-STATUS.
           SELECT RECEIPT-HISTORY-FILE ASSIGN TO "ARRCPT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RECEIPT-HISTORY-STATUS.
           SELECT PARM-FILE ASSIGN TO "PARMCARD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT CASH-TOTALS-FILE ASSIGN TO "ARCASH.TOT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CASH-TOTALS-STATUS.
           SELECT BATCH-CONTROL-FILE ASSIGN TO "BATCHCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BATCH-CONTROL-STATUS.
           SELECT SALES-TAX-FILE ASSIGN TO "ARTAX.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SALES-TAX-STATUS.
           SELECT TAX-TOTALS-FILE ASSIGN TO "ARTAX.TOT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TAX-TOTALS-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 SALES-AR-FLAG    PIC X.
           05 FILLER           PIC X(1).

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

       FD RATES-FILE
           LABEL RECORDS ARE STANDARD.
       01 RATES-RECORD.
           05 RATE-REC-TYPE     PIC X.
               88 RATE-SALES-TAX    VALUE "S".
               88 RATE-TAX-CATEGORY VALUE "X".
           05 RATE-REC-KEY      PIC X(10).
           05 RATE-REC-MAX-AMOUNT PIC 9(7)V99.
           05 RATE-REC-SALES-TAX-PCT REDEFINES RATE-REC-MAX-AMOUNT
                                PIC 9(6)V999.
           05 RATE-REC-PERCENT  PIC V999.
           05 RATE-REC-EFF-DATE PIC X(10).
           05 FILLER            PIC X(7).

       FD CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD.
       01 CUSTOMER-RECORD.
           05 CUST-REC-NAME     PIC X(25).
           05 CUST-REC-TERMS    PIC 9(3).
           05 CUST-REC-CREDIT-LIMIT PIC 9(7)V99.
           05 CUST-REC-TAX-JURIS PIC X(4).
           05 FILLER            PIC X(4).

       FD CASH-RECEIPT-FILE
           LABEL RECORDS ARE STANDARD.
           05 AR-ORIG-AMOUNT    PIC S9(7)V99.
           05 AR-OPEN-AMOUNT    PIC S9(7)V99.
           05 AR-STATUS         PIC X.
           05 AR-TAX-AMOUNT     PIC S9(7)V99.
           05 FILLER            PIC X(1).

       FD AGING-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01 AGING-REPORT-LINE     PIC X(110).

       FD UNAPPLIED-CASH-FILE
           LABEL RECORDS ARE STANDARD.
       01 UNAPPLIED-CASH-RECORD.
           05 UC-CUST-ID        PIC 9(5).
           05 UC-SALE-ID        PIC 9(5).
           05 UC-RECEIPT-DATE   PIC X(10).
           05 UC-ORIG-AMOUNT    PIC 9(7)V99.
           05 UC-AMOUNT         PIC 9(7)V99.
           05 UC-STATUS         PIC X.
           05 UC-LAST-DATE      PIC X(10).
           05 FILLER            PIC X(11).

       FD WRITE-OFF-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01 WRITE-OFF-REPORT-LINE PIC X(80).

       FD WRITE-OFF-FILE
           LABEL RECORDS ARE STANDARD.
       01 WRITE-OFF-RECORD.
           05 WO-CUST-ID        PIC 9(5).
           05 WO-SALE-ID        PIC 9(5).
           05 WO-DATE           PIC X(10).
           05 WO-TYPE           PIC X.
           05 WO-AMOUNT         PIC S9(7)V99.
           05 FILLER            PIC X(10).

       FD RECEIPT-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01 RECEIPT-HISTORY-RECORD.
           05 RCPH-CUST-ID      PIC 9(5).
           05 RCPH-SALE-ID      PIC 9(5).
           05 RCPH-DATE         PIC X(10).
           05 RCPH-AMOUNT       PIC 9(7)V99.
           05 RCPH-TYPE         PIC X.
           05 RCPH-POST-DATE    PIC X(10).
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
           05 PARM-WRITEOFF-TOL REDEFINES PARM-REPRICE-PRICE
                                PIC 9(5)V99.
           05 FILLER            PIC X(12).

       FD CASH-TOTALS-FILE
           LABEL RECORDS ARE STANDARD.
       01 CASH-TOTALS-RECORD.
           05 AC-ON-ACCOUNT     PIC S9(9)V99.
           05 AC-CREDIT-APPLIED PIC S9(9)V99.
           05 AC-ITEM-WRITE-OFF PIC S9(9)V99.
           05 AC-CREDIT-WRITE-OFF PIC S9(9)V99.

       FD BATCH-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01 BATCH-CONTROL-RECORD.
           05 BC-FILE-NAME      PIC X(14).
           05 BC-BUS-DATE       PIC X(10).
           05 BC-REC-COUNT      PIC 9(7).
           05 BC-AMOUNT-TOTAL   PIC S9(13)V99.
           05 FILLER            PIC X(4).

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

       FD TAX-TOTALS-FILE
           LABEL RECORDS ARE STANDARD.
       01 TAX-TOTALS-RECORD.
           05 TT-TAX-BILLED     PIC S9(9)V99.

       WORKING-STORAGE SECTION.
       01 SALES-FILE-STATUS     PIC XX VALUE SPACES.
       01 CUSTOMER-FILE-STATUS  PIC XX VALUE SPACES.
       01 CASH-RECEIPT-STATUS   PIC XX VALUE SPACES.
       01 AR-OPEN-FILE-STATUS   PIC XX VALUE SPACES.
       01 UNAPPLIED-FILE-STATUS PIC XX VALUE SPACES.
       01 WRITE-OFF-FILE-STATUS PIC XX VALUE SPACES.
       01 RECEIPT-HISTORY-STATUS PIC XX VALUE SPACES.
       01 PARM-FILE-STATUS      PIC XX VALUE SPACES.
       01 CASH-TOTALS-STATUS    PIC XX VALUE SPACES.
       01 BATCH-CONTROL-STATUS  PIC XX VALUE SPACES.
       01 PRODUCT-FILE-STATUS   PIC XX VALUE SPACES.
       01 RATES-FILE-STATUS     PIC XX VALUE SPACES.
       01 SALES-TAX-STATUS      PIC XX VALUE SPACES.
       01 TAX-TOTALS-STATUS     PIC XX VALUE SPACES.

       01 WS-SALES-EOF          PIC X VALUE "N".
       01 WS-CUSTOMER-EOF       PIC X VALUE "N".
       01 WS-RECEIPT-EOF        PIC X VALUE "N".
       01 WS-AR-EOF             PIC X VALUE "N".
       01 WS-UNAPPLIED-EOF      PIC X VALUE "N".
       01 WS-PARM-EOF           PIC X VALUE "N".
       01 WS-RATES-EOF          PIC X VALUE "N".
       01 WS-PARM-FOUND         PIC X VALUE "N".
           88 PARM-WAS-FOUND    VALUE "Y".

       01 WS-BILLED-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-CASH-APPLIED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-EXCEPTION-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-HELD-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-ON-ACCOUNT-COUNT   PIC 9(5) VALUE ZERO.
       01 WS-CREDIT-APPLIED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-WRITE-OFF-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-TAXED-COUNT        PIC 9(5) VALUE ZERO.

       01 CUSTOMER-TABLE.
           05 CUSTOMER-ENTRY OCCURS 1 TO 200 TIMES
               10 CUT-NAME      PIC X(25).
               10 CUT-TERMS     PIC 9(3).
               10 CUT-LIMIT     PIC 9(7)V99.
               10 CUT-JURIS     PIC X(4).
               10 CUT-CURRENT   PIC S9(9)V99.
               10 CUT-OVER-30   PIC S9(9)V99.
               10 CUT-OVER-60   PIC S9(9)V99.
               10 ART-ORIG      PIC S9(7)V99.
               10 ART-OPEN      PIC S9(7)V99.
               10 ART-STATUS    PIC X.
               10 ART-TAX       PIC S9(7)V99.

       01 WS-AR-COUNT           PIC 9(3) VALUE ZERO.
       01 WS-AR-FOUND           PIC X VALUE "N".
           88 AR-ITEM-WAS-FOUND VALUE "Y".
       01 WS-AR-IDX2            PIC 9(3) VALUE ZERO.

       01 UNAPPLIED-TABLE.
           05 UNAPPLIED-ENTRY OCCURS 1 TO 500 TIMES
                       DEPENDING ON WS-UC-COUNT
                       INDEXED BY UC-IDX.
               10 UAT-CUST-ID   PIC 9(5).
               10 UAT-SALE-ID   PIC 9(5).
               10 UAT-DATE      PIC X(10).
               10 UAT-ORIG      PIC 9(7)V99.
               10 UAT-AMOUNT    PIC 9(7)V99.
               10 UAT-STATUS    PIC X.
               10 UAT-LAST-DATE PIC X(10).

       01 WS-UC-COUNT           PIC 9(3) VALUE ZERO.
       01 WS-UC-PRIOR-COUNT     PIC 9(3) VALUE ZERO.
       01 WS-UC-IDX2            PIC 9(3) VALUE ZERO.
       01 WS-OLDEST-IDX         PIC 9(3) VALUE ZERO.
       01 WS-OLDEST-DATE        PIC X(10) VALUE SPACES.
       01 WS-MORE-ITEMS         PIC X VALUE "N".
       01 WS-EXCESS-AMOUNT      PIC 9(7)V99 VALUE ZERO.
       01 WS-APPLY-AMOUNT       PIC 9(7)V99 VALUE ZERO.
       01 WS-WRITEOFF-TOL       PIC 9(5)V99 VALUE 1.00.

       01 WS-ON-ACCOUNT-TOTAL   PIC S9(9)V99 VALUE ZERO.
       01 WS-CREDIT-APPLIED-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 WS-ITEM-WRITE-OFF-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 WS-CREDIT-WRITE-OFF-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 WS-UNAPPLIED-BALANCE  PIC S9(9)V99 VALUE ZERO.
       01 WS-CASH-HASH-TOTAL    PIC S9(13)V99 VALUE ZERO.

       01 TAX-RATE-TABLE.
           05 TAX-RATE-ENTRY OCCURS 1 TO 200 TIMES
                       DEPENDING ON WS-TAX-RATE-COUNT
                       INDEXED BY TXR-IDX.
               10 TXR-TYPE      PIC X.
               10 TXR-KEY       PIC X(10).
               10 TXR-RATE      PIC 9(6)V999.
               10 TXR-EFF-DATE  PIC X(10).

       01 WS-TAX-RATE-COUNT     PIC 9(3) VALUE ZERO.
       01 WS-TXR-IDX2           PIC 9(3) VALUE ZERO.
       01 WS-TXR-LOOKUP-TYPE    PIC X VALUE SPACE.
       01 WS-TXR-LOOKUP-KEY     PIC X(10) VALUE SPACES.
       01 WS-TXR-ROW-RATE       PIC 9(6)V999 VALUE ZERO.
       01 WS-TXR-ROW-EFF        PIC X(10) VALUE SPACES.
       01 WS-TXR-FOUND          PIC X VALUE "N".
           88 TXR-ROW-WAS-FOUND VALUE "Y".
       01 WS-TAX-RATE-OK        PIC X VALUE "Y".
           88 TAX-RATE-IS-MISSING VALUE "N".
       01 WS-TAX-JURIS          PIC X(4) VALUE SPACES.
       01 WS-TAX-CATEGORY       PIC X(10) VALUE SPACES.
       01 WS-SALE-TAXABLE       PIC X VALUE "N".
       01 WS-TAX-PCT            PIC 9(3)V999 VALUE ZERO.
       01 WS-SALE-TAX           PIC 9(7)V99 VALUE ZERO.
       01 WS-TAX-BILLED-TOTAL   PIC S9(9)V99 VALUE ZERO.

       01 WS-RUN-DATE           PIC 9(8).
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05 WS-RUN-YEAR       PIC 9(4).
           05 RT-OVER-90        PIC $$,$$$,$$9.99-.
           05 FILLER            PIC X(16) VALUE SPACES.

       01 REPORT-UNAPPLIED-LINE.
           05 FILLER            PIC X(34) VALUE
               "UNAPPLIED CASH ON ACCOUNT".
           05 RU-AMOUNT         PIC $$,$$$,$$9.99-.
           05 FILLER            PIC X(62) VALUE SPACES.

       01 WRITE-OFF-HEADER-1.
           05 FILLER            PIC X(40) VALUE
               "UNAPPLIED CASH AND WRITE-OFF REGISTER".
           05 FILLER            PIC X(5) VALUE "DATE ".
           05 WH-DATE           PIC X(10).
           05 FILLER            PIC X(25) VALUE SPACES.

       01 WRITE-OFF-HEADER-2.
           05 FILLER            PIC X(5) VALUE "CUST".
           05 FILLER            PIC X(2) VALUE SPACES.
           05 FILLER            PIC X(5) VALUE "SALE".
           05 FILLER            PIC X(2) VALUE SPACES.
           05 FILLER            PIC X(10) VALUE "DATE".
           05 FILLER            PIC X(2) VALUE SPACES.
           05 FILLER            PIC X(20) VALUE "ACTION".
           05 FILLER            PIC X(2) VALUE SPACES.
           05 FILLER            PIC X(14) VALUE "        AMOUNT".
           05 FILLER            PIC X(18) VALUE SPACES.

       01 WRITE-OFF-DETAIL-LINE.
           05 WD-CUST-ID        PIC 9(5).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-SALE-ID        PIC 9(5).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-DATE           PIC X(10).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-ACTION         PIC X(20).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WD-AMOUNT         PIC $$,$$$,$$9.99-.
           05 FILLER            PIC X(18) VALUE SPACES.

       01 WRITE-OFF-TOTAL-LINE.
           05 WT-LABEL          PIC X(30).
           05 WT-COUNT          PIC ZZ,ZZ9.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WT-AMOUNT         PIC $$$,$$$,$$9.99-.
           05 FILLER            PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM LOAD-CUSTOMER-TABLE.
           PERFORM LOAD-AR-OPEN-TABLE.
           PERFORM LOAD-UNAPPLIED-TABLE.
           PERFORM LOAD-TAX-RATE-TABLE.
           PERFORM READ-PARM-CARD.

           OPEN OUTPUT AGING-REPORT-FILE.
           MOVE WS-RUN-DATE-EDIT TO RH-DATE.
           WRITE AGING-REPORT-LINE FROM REPORT-HEADER-1.
           WRITE AGING-REPORT-LINE FROM REPORT-HEADER-2.

           OPEN OUTPUT WRITE-OFF-REPORT-FILE.
           MOVE WS-RUN-DATE-EDIT TO WH-DATE.
           WRITE WRITE-OFF-REPORT-LINE FROM WRITE-OFF-HEADER-1.
           WRITE WRITE-OFF-REPORT-LINE FROM WRITE-OFF-HEADER-2.

           PERFORM BUILD-OPEN-ITEMS.
           PERFORM APPLY-CASH-RECEIPTS.
           PERFORM APPLY-UNAPPLIED-CASH.
           PERFORM WRITE-OFF-SMALL-BALANCES.
           PERFORM AGE-OPEN-ITEMS.
           PERFORM WRITE-AGING-REPORT.
           PERFORM WRITE-OFF-REGISTER-TOTALS.

           CLOSE AGING-REPORT-FILE
                 WRITE-OFF-REPORT-FILE.

           PERFORM REWRITE-AR-OPEN-FILE.
           PERFORM REWRITE-UNAPPLIED-FILE.
           PERFORM WRITE-CASH-TOTALS.
           PERFORM WRITE-TAX-TOTALS.

           DISPLAY "ARPOST: SALES BILLED TO AR:  " WS-BILLED-COUNT.
           DISPLAY "ARPOST: SALES TAXED:         " WS-TAXED-COUNT.
           DISPLAY "ARPOST: SALES TAX BILLED:    "
               WS-TAX-BILLED-TOTAL.
           DISPLAY "ARPOST: RECEIPTS APPLIED:    "
               WS-CASH-APPLIED-COUNT.
           DISPLAY "ARPOST: EXCEPTIONS:          "
               WS-EXCEPTION-COUNT.
           DISPLAY "ARPOST: SALES ON HOLD:       "
               WS-HELD-COUNT.
           DISPLAY "ARPOST: RECEIPTS ON ACCOUNT: "
               WS-ON-ACCOUNT-COUNT.
           DISPLAY "ARPOST: CREDITS APPLIED:     "
               WS-CREDIT-APPLIED-COUNT.
           DISPLAY "ARPOST: WRITE-OFFS:          "
               WS-WRITE-OFF-COUNT.
           STOP RUN.

       LOAD-CUSTOMER-TABLE.
           MOVE CUST-REC-TERMS TO CUT-TERMS (WS-CUSTOMER-COUNT).
           MOVE CUST-REC-CREDIT-LIMIT
               TO CUT-LIMIT (WS-CUSTOMER-COUNT).
           MOVE CUST-REC-TAX-JURIS TO CUT-JURIS (WS-CUSTOMER-COUNT).
           MOVE ZERO TO CUT-CURRENT (WS-CUSTOMER-COUNT).
           MOVE ZERO TO CUT-OVER-30 (WS-CUSTOMER-COUNT).
           MOVE ZERO TO CUT-OVER-60 (WS-CUSTOMER-COUNT).
           MOVE AR-ORIG-AMOUNT TO ART-ORIG (WS-AR-COUNT).
           MOVE AR-OPEN-AMOUNT TO ART-OPEN (WS-AR-COUNT).
           MOVE AR-STATUS TO ART-STATUS (WS-AR-COUNT).
           IF AR-TAX-AMOUNT NUMERIC
               MOVE AR-TAX-AMOUNT TO ART-TAX (WS-AR-COUNT)
           ELSE
               MOVE ZERO TO ART-TAX (WS-AR-COUNT)
           END-IF.
           PERFORM READ-AR-OPEN.

       LOAD-TAX-RATE-TABLE.
           OPEN INPUT RATES-FILE.
           IF RATES-FILE-STATUS NOT = "00"
               MOVE ZERO TO WS-TAX-RATE-COUNT
           ELSE
               PERFORM READ-RATES-RECORD
               PERFORM LOAD-TAX-RATE-ENTRY UNTIL WS-RATES-EOF = "Y"
               CLOSE RATES-FILE
           END-IF.

       READ-RATES-RECORD.
           READ RATES-FILE
               AT END MOVE "Y" TO WS-RATES-EOF
           END-READ.

       LOAD-TAX-RATE-ENTRY.
           IF (RATE-SALES-TAX OR RATE-TAX-CATEGORY)
               AND RATE-REC-SALES-TAX-PCT NUMERIC
               ADD 1 TO WS-TAX-RATE-COUNT
               IF WS-TAX-RATE-COUNT > 200
                   DISPLAY "TAX RATE TABLE OVERFLOW - OVER 200"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE RATE-REC-TYPE TO TXR-TYPE (WS-TAX-RATE-COUNT)
               MOVE RATE-REC-KEY TO TXR-KEY (WS-TAX-RATE-COUNT)
               MOVE RATE-REC-SALES-TAX-PCT
                   TO TXR-RATE (WS-TAX-RATE-COUNT)
               MOVE RATE-REC-EFF-DATE
                   TO TXR-EFF-DATE (WS-TAX-RATE-COUNT)
           END-IF.
           PERFORM READ-RATES-RECORD.

       BUILD-OPEN-ITEMS.
           OPEN I-O SALES-FILE.
           IF SALES-FILE-STATUS NOT = "00"
               STOP RUN
           END-IF.

           OPEN INPUT PRODUCT-FILE.
           IF PRODUCT-FILE-STATUS NOT = "00"
               DISPLAY "ARPOST: ERROR OPENING PRODUCT FILE: "
                   PRODUCT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND SALES-TAX-FILE.
           IF SALES-TAX-STATUS = "35"
               OPEN OUTPUT SALES-TAX-FILE
           END-IF.

           PERFORM READ-SALES-RECORD.
           PERFORM BILL-SALES-RECORD UNTIL WS-SALES-EOF = "Y".

           CLOSE SALES-FILE
                 PRODUCT-FILE
                 SALES-TAX-FILE.

       READ-SALES-RECORD.
           READ SALES-FILE NEXT RECORD
           END-READ.

       BILL-SALES-RECORD.
           IF SALES-POSTED-FLAG = "H"
               ADD 1 TO WS-HELD-COUNT
           END-IF.

           IF SALES-POSTED-FLAG = "Y"
               AND SALES-AR-FLAG NOT = "Y"
               AND SALES-AMOUNT NUMERIC
                       WRITE AGING-REPORT-LINE
                           FROM REPORT-EXCEPTION-LINE
                   ELSE
                       PERFORM COMPUTE-SALES-TAX
                       IF TAX-RATE-IS-MISSING
                           ADD 1 TO WS-EXCEPTION-COUNT
                           MOVE "NO SALES TAX RATE FOR SALE: "
                               TO RE-TEXT
                           MOVE SALES-ID TO RE-KEY
                           WRITE AGING-REPORT-LINE
                               FROM REPORT-EXCEPTION-LINE
                       ELSE
                           PERFORM ADD-OPEN-ITEM
                       END-IF
                   END-IF
               END-IF
           END-IF.
               END-SEARCH
           END-IF.

       COMPUTE-SALES-TAX.
           MOVE ZERO TO WS-SALE-TAX.
           MOVE ZERO TO WS-TAX-PCT.
           MOVE "N" TO WS-SALE-TAXABLE.
           MOVE "Y" TO WS-TAX-RATE-OK.
           MOVE CUT-JURIS (CUST-IDX) TO WS-TAX-JURIS.

           MOVE SALES-PROD-ID TO PROD-REC-ID.
           READ PRODUCT-FILE
               INVALID KEY
                   MOVE SPACES TO WS-TAX-CATEGORY
               NOT INVALID KEY
                   MOVE PROD-REC-CATEGORY TO WS-TAX-CATEGORY
           END-READ.

           IF WS-TAX-JURIS NOT = SPACES
               MOVE "X" TO WS-TXR-LOOKUP-TYPE
               MOVE WS-TAX-CATEGORY TO WS-TXR-LOOKUP-KEY
               PERFORM FIND-TAX-RATE-ROW
               IF TXR-ROW-WAS-FOUND AND WS-TXR-ROW-RATE = ZERO
                   CONTINUE
               ELSE
                   MOVE "S" TO WS-TXR-LOOKUP-TYPE
                   MOVE WS-TAX-JURIS TO WS-TXR-LOOKUP-KEY
                   PERFORM FIND-TAX-RATE-ROW
                   IF TXR-ROW-WAS-FOUND
                       MOVE "Y" TO WS-SALE-TAXABLE
                       MOVE WS-TXR-ROW-RATE TO WS-TAX-PCT
                       COMPUTE WS-SALE-TAX ROUNDED =
                           SALES-AMOUNT * WS-TAX-PCT / 100
                   ELSE
                       MOVE "N" TO WS-TAX-RATE-OK
                   END-IF
               END-IF
           END-IF.

       FIND-TAX-RATE-ROW.
           MOVE "N" TO WS-TXR-FOUND.
           MOVE ZERO TO WS-TXR-ROW-RATE.
           MOVE LOW-VALUES TO WS-TXR-ROW-EFF.
           PERFORM CHECK-TAX-RATE-ROW
               VARYING WS-TXR-IDX2 FROM 1 BY 1
               UNTIL WS-TXR-IDX2 > WS-TAX-RATE-COUNT.

       CHECK-TAX-RATE-ROW.
           IF TXR-TYPE (WS-TXR-IDX2) = WS-TXR-LOOKUP-TYPE
               AND TXR-KEY (WS-TXR-IDX2) = WS-TXR-LOOKUP-KEY
               AND TXR-EFF-DATE (WS-TXR-IDX2) NOT > SALES-DATE
               AND TXR-EFF-DATE (WS-TXR-IDX2) >= WS-TXR-ROW-EFF
               MOVE "Y" TO WS-TXR-FOUND
               MOVE TXR-RATE (WS-TXR-IDX2) TO WS-TXR-ROW-RATE
               MOVE TXR-EFF-DATE (WS-TXR-IDX2) TO WS-TXR-ROW-EFF
           END-IF.

       ADD-OPEN-ITEM.
           ADD 1 TO WS-AR-COUNT.
           IF WS-AR-COUNT > 500
           MOVE SALES-CUST-ID TO ART-CUST-ID (WS-AR-COUNT).
           MOVE SALES-DATE TO ART-DATE (WS-AR-COUNT).
           IF TXN-RETURN
               COMPUTE ART-ORIG (WS-AR-COUNT) =
                   ZERO - SALES-AMOUNT - WS-SALE-TAX
               COMPUTE ART-TAX (WS-AR-COUNT) = ZERO - WS-SALE-TAX
           ELSE
               COMPUTE ART-ORIG (WS-AR-COUNT) =
                   SALES-AMOUNT + WS-SALE-TAX
               MOVE WS-SALE-TAX TO ART-TAX (WS-AR-COUNT)
           END-IF.
           MOVE ART-ORIG (WS-AR-COUNT) TO ART-OPEN (WS-AR-COUNT).
           MOVE "O" TO ART-STATUS (WS-AR-COUNT).
           ADD 1 TO WS-BILLED-COUNT.
           ADD ART-TAX (WS-AR-COUNT) TO WS-TAX-BILLED-TOTAL.
           IF WS-SALE-TAX NOT = ZERO
               ADD 1 TO WS-TAXED-COUNT
           END-IF.
           PERFORM WRITE-SALES-TAX-DETAIL.

           MOVE "Y" TO SALES-AR-FLAG.
           REWRITE SALES-RECORD
                       SALES-FILE-STATUS
           END-REWRITE.

       WRITE-SALES-TAX-DETAIL.
           MOVE SPACES TO SALES-TAX-RECORD.
           MOVE SALES-ID TO TX-SALE-ID.
           MOVE SALES-CUST-ID TO TX-CUST-ID.
           MOVE WS-TAX-JURIS TO TX-JURIS.
           MOVE SALES-DATE TO TX-SALE-DATE.
           MOVE WS-RUN-DATE-EDIT TO TX-BILL-DATE.
           IF TXN-RETURN
               MOVE "R" TO TX-TXN-TYPE
               COMPUTE TX-SALE-AMOUNT = ZERO - SALES-AMOUNT
           ELSE
               MOVE "S" TO TX-TXN-TYPE
               MOVE SALES-AMOUNT TO TX-SALE-AMOUNT
           END-IF.
           MOVE SALES-PROD-ID TO TX-PROD-ID.
           MOVE WS-TAX-CATEGORY TO TX-CATEGORY.
           MOVE WS-SALE-TAXABLE TO TX-TAXABLE-FLAG.
           MOVE WS-TAX-PCT TO TX-RATE.
           MOVE ART-TAX (WS-AR-COUNT) TO TX-TAX-AMOUNT.
           WRITE SALES-TAX-RECORD.

       APPLY-CASH-RECEIPTS.
           OPEN INPUT CASH-RECEIPT-FILE.
           IF CASH-RECEIPT-STATUS NOT = "00"
               CONTINUE
           ELSE
               OPEN EXTEND RECEIPT-HISTORY-FILE
               IF RECEIPT-HISTORY-STATUS = "35"
                   OPEN OUTPUT RECEIPT-HISTORY-FILE
               END-IF
               IF RECEIPT-HISTORY-STATUS NOT = "00"
                   DISPLAY "ARPOST: ERROR OPENING RECEIPT HISTORY "
                       "FILE: " RECEIPT-HISTORY-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM READ-CASH-RECEIPT
               PERFORM APPLY-ONE-RECEIPT UNTIL WS-RECEIPT-EOF = "Y"
               CLOSE CASH-RECEIPT-FILE
                     RECEIPT-HISTORY-FILE
           END-IF.

       READ-CASH-RECEIPT.
           END-IF.

           IF NOT AR-ITEM-WAS-FOUND
               PERFORM LOOKUP-CUSTOMER-BY-RECEIPT
               IF NOT CUSTOMER-WAS-FOUND
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE "CASH RECEIPT CUSTOMER NOT ON FILE: "
                       TO RE-TEXT
                   MOVE CR-CUST-ID TO RE-KEY
                   WRITE AGING-REPORT-LINE
                       FROM REPORT-EXCEPTION-LINE
               ELSE
                   MOVE SPACES TO RECEIPT-HISTORY-RECORD
                   MOVE "U" TO RCPH-TYPE
                   PERFORM WRITE-RECEIPT-HISTORY
                   MOVE CR-AMOUNT TO WS-EXCESS-AMOUNT
                   PERFORM ADD-UNAPPLIED-CREDIT
               END-IF
           ELSE
               MOVE SPACES TO RECEIPT-HISTORY-RECORD
               MOVE "A" TO RCPH-TYPE
               PERFORM WRITE-RECEIPT-HISTORY
               ADD 1 TO WS-CASH-APPLIED-COUNT
               IF ART-OPEN (AR-IDX) NOT > ZERO
                   MOVE CR-AMOUNT TO WS-EXCESS-AMOUNT
               ELSE
                   IF CR-AMOUNT > ART-OPEN (AR-IDX)
                       COMPUTE WS-EXCESS-AMOUNT =
                           CR-AMOUNT - ART-OPEN (AR-IDX)
                       MOVE ZERO TO ART-OPEN (AR-IDX)
                   ELSE
                       MOVE ZERO TO WS-EXCESS-AMOUNT
                       SUBTRACT CR-AMOUNT FROM ART-OPEN (AR-IDX)
                   END-IF
                   IF ART-OPEN (AR-IDX) NOT > ZERO
                       MOVE "P" TO ART-STATUS (AR-IDX)
                   END-IF
               END-IF
               IF WS-EXCESS-AMOUNT > ZERO
                   PERFORM ADD-UNAPPLIED-CREDIT
               END-IF
           END-IF.

           PERFORM READ-CASH-RECEIPT.

       WRITE-RECEIPT-HISTORY.
           MOVE CR-CUST-ID TO RCPH-CUST-ID.
           MOVE CR-SALE-ID TO RCPH-SALE-ID.
           MOVE CR-DATE TO RCPH-DATE.
           MOVE CR-AMOUNT TO RCPH-AMOUNT.
           MOVE WS-RUN-DATE-EDIT TO RCPH-POST-DATE.
           WRITE RECEIPT-HISTORY-RECORD.

       AGE-OPEN-ITEMS.
           PERFORM AGE-ONE-ITEM
               VARYING WS-AR-IDX2 FROM 1 BY 1
           MOVE WS-GRAND-OVER-90 TO RT-OVER-90.
           WRITE AGING-REPORT-LINE FROM REPORT-TOTAL-LINE.

           MOVE ZERO TO WS-UNAPPLIED-BALANCE.
           PERFORM SUM-UNAPPLIED-CREDIT
               VARYING WS-UC-IDX2 FROM 1 BY 1
               UNTIL WS-UC-IDX2 > WS-UC-COUNT.
           MOVE WS-UNAPPLIED-BALANCE TO RU-AMOUNT.
           WRITE AGING-REPORT-LINE FROM REPORT-UNAPPLIED-LINE.

       WRITE-CUSTOMER-AGING.
           COMPUTE WS-CUST-TOTAL =
               CUT-CURRENT (WS-CUST-IDX2)
           MOVE ART-ORIG (WS-AR-IDX2) TO AR-ORIG-AMOUNT.
           MOVE ART-OPEN (WS-AR-IDX2) TO AR-OPEN-AMOUNT.
           MOVE ART-STATUS (WS-AR-IDX2) TO AR-STATUS.
           MOVE ART-TAX (WS-AR-IDX2) TO AR-TAX-AMOUNT.
           WRITE AR-OPEN-RECORD.

       LOAD-UNAPPLIED-TABLE.
           OPEN INPUT UNAPPLIED-CASH-FILE.
           IF UNAPPLIED-FILE-STATUS NOT = "00"
               MOVE ZERO TO WS-UC-COUNT
           ELSE
               PERFORM READ-UNAPPLIED-CASH
               PERFORM LOAD-UNAPPLIED-ENTRY
                   UNTIL WS-UNAPPLIED-EOF = "Y"
               CLOSE UNAPPLIED-CASH-FILE
           END-IF.
           MOVE WS-UC-COUNT TO WS-UC-PRIOR-COUNT.

       READ-UNAPPLIED-CASH.
           READ UNAPPLIED-CASH-FILE
               AT END MOVE "Y" TO WS-UNAPPLIED-EOF
           END-READ.

       LOAD-UNAPPLIED-ENTRY.
           ADD 1 TO WS-UC-COUNT.
           IF WS-UC-COUNT > 500
               DISPLAY "UNAPPLIED CASH TABLE OVERFLOW - OVER 500"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE UC-CUST-ID TO UAT-CUST-ID (WS-UC-COUNT).
           MOVE UC-SALE-ID TO UAT-SALE-ID (WS-UC-COUNT).
           MOVE UC-RECEIPT-DATE TO UAT-DATE (WS-UC-COUNT).
           MOVE UC-ORIG-AMOUNT TO UAT-ORIG (WS-UC-COUNT).
           MOVE UC-AMOUNT TO UAT-AMOUNT (WS-UC-COUNT).
           MOVE UC-STATUS TO UAT-STATUS (WS-UC-COUNT).
           MOVE UC-LAST-DATE TO UAT-LAST-DATE (WS-UC-COUNT).
           PERFORM READ-UNAPPLIED-CASH.

       READ-PARM-CARD.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-STATUS = "00"
               MOVE "N" TO WS-PARM-FOUND
               PERFORM READ-PARM-RECORD
               PERFORM FIND-PARM-CARD UNTIL WS-PARM-EOF = "Y"
                   OR PARM-WAS-FOUND
               CLOSE PARM-FILE
               IF PARM-WAS-FOUND AND PARM-WRITEOFF-TOL NUMERIC
                   MOVE PARM-WRITEOFF-TOL TO WS-WRITEOFF-TOL
               END-IF
           END-IF.

       READ-PARM-RECORD.
           READ PARM-FILE
               AT END MOVE "Y" TO WS-PARM-EOF
           END-READ.

       FIND-PARM-CARD.
           IF PARM-PROGRAM = "ARPOST"
               MOVE "Y" TO WS-PARM-FOUND
           ELSE
               PERFORM READ-PARM-RECORD
           END-IF.

       LOOKUP-CUSTOMER-BY-RECEIPT.
           MOVE "N" TO WS-CUSTOMER-FOUND.
           IF WS-CUSTOMER-COUNT > 0
               SET CUST-IDX TO 1
               SEARCH CUSTOMER-ENTRY
                   WHEN CUT-ID (CUST-IDX) = CR-CUST-ID
                       MOVE "Y" TO WS-CUSTOMER-FOUND
               END-SEARCH
           END-IF.

       ADD-UNAPPLIED-CREDIT.
           ADD 1 TO WS-UC-COUNT.
           IF WS-UC-COUNT > 500
               DISPLAY "UNAPPLIED CASH TABLE OVERFLOW - OVER 500"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE CR-CUST-ID TO UAT-CUST-ID (WS-UC-COUNT).
           MOVE CR-SALE-ID TO UAT-SALE-ID (WS-UC-COUNT).
           MOVE CR-DATE TO UAT-DATE (WS-UC-COUNT).
           MOVE WS-EXCESS-AMOUNT TO UAT-ORIG (WS-UC-COUNT).
           MOVE WS-EXCESS-AMOUNT TO UAT-AMOUNT (WS-UC-COUNT).
           MOVE "O" TO UAT-STATUS (WS-UC-COUNT).
           MOVE SPACES TO UAT-LAST-DATE (WS-UC-COUNT).
           ADD 1 TO WS-ON-ACCOUNT-COUNT.
           ADD WS-EXCESS-AMOUNT TO WS-ON-ACCOUNT-TOTAL.

           MOVE CR-CUST-ID TO WD-CUST-ID.
           MOVE CR-SALE-ID TO WD-SALE-ID.
           MOVE CR-DATE TO WD-DATE.
           MOVE "CASH ON ACCOUNT" TO WD-ACTION.
           MOVE WS-EXCESS-AMOUNT TO WD-AMOUNT.
           WRITE WRITE-OFF-REPORT-LINE FROM WRITE-OFF-DETAIL-LINE.

       APPLY-UNAPPLIED-CASH.
           PERFORM APPLY-ONE-CREDIT
               VARYING WS-UC-IDX2 FROM 1 BY 1
               UNTIL WS-UC-IDX2 > WS-UC-PRIOR-COUNT.

       APPLY-ONE-CREDIT.
           IF UAT-STATUS (WS-UC-IDX2) = "O"
               AND UAT-AMOUNT (WS-UC-IDX2) > ZERO
               MOVE "Y" TO WS-MORE-ITEMS
               PERFORM APPLY-CREDIT-TO-OLDEST
                   UNTIL UAT-AMOUNT (WS-UC-IDX2) = ZERO
                   OR WS-MORE-ITEMS = "N"
               IF UAT-AMOUNT (WS-UC-IDX2) = ZERO
                   MOVE "A" TO UAT-STATUS (WS-UC-IDX2)
               END-IF
           END-IF.

       APPLY-CREDIT-TO-OLDEST.
           PERFORM FIND-OLDEST-OPEN-ITEM.
           IF WS-OLDEST-IDX = ZERO
               MOVE "N" TO WS-MORE-ITEMS
           ELSE
               IF UAT-AMOUNT (WS-UC-IDX2) > ART-OPEN (WS-OLDEST-IDX)
                   MOVE ART-OPEN (WS-OLDEST-IDX) TO WS-APPLY-AMOUNT
               ELSE
                   MOVE UAT-AMOUNT (WS-UC-IDX2) TO WS-APPLY-AMOUNT
               END-IF
               SUBTRACT WS-APPLY-AMOUNT FROM ART-OPEN (WS-OLDEST-IDX)
               SUBTRACT WS-APPLY-AMOUNT FROM UAT-AMOUNT (WS-UC-IDX2)
               IF ART-OPEN (WS-OLDEST-IDX) NOT > ZERO
                   MOVE "P" TO ART-STATUS (WS-OLDEST-IDX)
               END-IF
               MOVE WS-RUN-DATE-EDIT TO UAT-LAST-DATE (WS-UC-IDX2)
               ADD 1 TO WS-CREDIT-APPLIED-COUNT
               ADD WS-APPLY-AMOUNT TO WS-CREDIT-APPLIED-TOTAL

               MOVE UAT-CUST-ID (WS-UC-IDX2) TO WD-CUST-ID
               MOVE ART-SALE-ID (WS-OLDEST-IDX) TO WD-SALE-ID
               MOVE ART-DATE (WS-OLDEST-IDX) TO WD-DATE
               MOVE "CREDIT APPLIED" TO WD-ACTION
               MOVE WS-APPLY-AMOUNT TO WD-AMOUNT
               WRITE WRITE-OFF-REPORT-LINE
                   FROM WRITE-OFF-DETAIL-LINE
           END-IF.

       FIND-OLDEST-OPEN-ITEM.
           MOVE ZERO TO WS-OLDEST-IDX.
           MOVE HIGH-VALUES TO WS-OLDEST-DATE.
           PERFORM CHECK-OLDEST-ITEM
               VARYING WS-AR-IDX2 FROM 1 BY 1
               UNTIL WS-AR-IDX2 > WS-AR-COUNT.

       CHECK-OLDEST-ITEM.
           IF ART-CUST-ID (WS-AR-IDX2) = UAT-CUST-ID (WS-UC-IDX2)
               AND ART-STATUS (WS-AR-IDX2) = "O"
               AND ART-OPEN (WS-AR-IDX2) > ZERO
               AND ART-DATE (WS-AR-IDX2) < WS-OLDEST-DATE
               MOVE WS-AR-IDX2 TO WS-OLDEST-IDX
               MOVE ART-DATE (WS-AR-IDX2) TO WS-OLDEST-DATE
           END-IF.

       WRITE-OFF-SMALL-BALANCES.
           OPEN EXTEND WRITE-OFF-FILE.
           IF WRITE-OFF-FILE-STATUS = "35"
               OPEN OUTPUT WRITE-OFF-FILE
           END-IF.
           IF WRITE-OFF-FILE-STATUS NOT = "00"
               DISPLAY "ARPOST: ERROR OPENING WRITE-OFF FILE: "
                   WRITE-OFF-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WRITE-OFF-OPEN-ITEM
               VARYING WS-AR-IDX2 FROM 1 BY 1
               UNTIL WS-AR-IDX2 > WS-AR-COUNT.
           PERFORM WRITE-OFF-CREDIT
               VARYING WS-UC-IDX2 FROM 1 BY 1
               UNTIL WS-UC-IDX2 > WS-UC-PRIOR-COUNT.
           CLOSE WRITE-OFF-FILE.

       WRITE-OFF-OPEN-ITEM.
           IF ART-STATUS (WS-AR-IDX2) = "O"
               AND ART-OPEN (WS-AR-IDX2) > ZERO
               AND ART-OPEN (WS-AR-IDX2) < ART-ORIG (WS-AR-IDX2)
               AND ART-OPEN (WS-AR-IDX2) NOT > WS-WRITEOFF-TOL
               ADD 1 TO WS-WRITE-OFF-COUNT
               ADD ART-OPEN (WS-AR-IDX2) TO WS-ITEM-WRITE-OFF-TOTAL
               MOVE ART-CUST-ID (WS-AR-IDX2) TO WD-CUST-ID
               MOVE ART-SALE-ID (WS-AR-IDX2) TO WD-SALE-ID
               MOVE ART-DATE (WS-AR-IDX2) TO WD-DATE
               MOVE "BALANCE WRITTEN OFF" TO WD-ACTION
               MOVE ART-OPEN (WS-AR-IDX2) TO WD-AMOUNT
               WRITE WRITE-OFF-REPORT-LINE
                   FROM WRITE-OFF-DETAIL-LINE
               MOVE SPACES TO WRITE-OFF-RECORD
               MOVE ART-CUST-ID (WS-AR-IDX2) TO WO-CUST-ID
               MOVE ART-SALE-ID (WS-AR-IDX2) TO WO-SALE-ID
               MOVE WS-RUN-DATE-EDIT TO WO-DATE
               MOVE "I" TO WO-TYPE
               MOVE ART-OPEN (WS-AR-IDX2) TO WO-AMOUNT
               WRITE WRITE-OFF-RECORD
               MOVE ZERO TO ART-OPEN (WS-AR-IDX2)
               MOVE "W" TO ART-STATUS (WS-AR-IDX2)
           END-IF.

       WRITE-OFF-CREDIT.
           IF UAT-STATUS (WS-UC-IDX2) = "O"
               AND UAT-AMOUNT (WS-UC-IDX2) > ZERO
               AND UAT-AMOUNT (WS-UC-IDX2) NOT > WS-WRITEOFF-TOL
               ADD 1 TO WS-WRITE-OFF-COUNT
               ADD UAT-AMOUNT (WS-UC-IDX2)
                   TO WS-CREDIT-WRITE-OFF-TOTAL
               MOVE UAT-CUST-ID (WS-UC-IDX2) TO WD-CUST-ID
               MOVE UAT-SALE-ID (WS-UC-IDX2) TO WD-SALE-ID
               MOVE UAT-DATE (WS-UC-IDX2) TO WD-DATE
               MOVE "CREDIT WRITTEN OFF" TO WD-ACTION
               COMPUTE WD-AMOUNT = ZERO - UAT-AMOUNT (WS-UC-IDX2)
               WRITE WRITE-OFF-REPORT-LINE
                   FROM WRITE-OFF-DETAIL-LINE
               MOVE SPACES TO WRITE-OFF-RECORD
               MOVE UAT-CUST-ID (WS-UC-IDX2) TO WO-CUST-ID
               MOVE UAT-SALE-ID (WS-UC-IDX2) TO WO-SALE-ID
               MOVE WS-RUN-DATE-EDIT TO WO-DATE
               MOVE "C" TO WO-TYPE
               COMPUTE WO-AMOUNT = ZERO - UAT-AMOUNT (WS-UC-IDX2)
               WRITE WRITE-OFF-RECORD
               MOVE ZERO TO UAT-AMOUNT (WS-UC-IDX2)
               MOVE "W" TO UAT-STATUS (WS-UC-IDX2)
               MOVE WS-RUN-DATE-EDIT TO UAT-LAST-DATE (WS-UC-IDX2)
           END-IF.

       SUM-UNAPPLIED-CREDIT.
           IF UAT-STATUS (WS-UC-IDX2) = "O"
               ADD UAT-AMOUNT (WS-UC-IDX2) TO WS-UNAPPLIED-BALANCE
           END-IF.

       WRITE-OFF-REGISTER-TOTALS.
           MOVE SPACES TO WRITE-OFF-REPORT-LINE.
           WRITE WRITE-OFF-REPORT-LINE.
           MOVE "CASH PLACED ON ACCOUNT" TO WT-LABEL.
           MOVE WS-ON-ACCOUNT-COUNT TO WT-COUNT.
           MOVE WS-ON-ACCOUNT-TOTAL TO WT-AMOUNT.
           WRITE WRITE-OFF-REPORT-LINE FROM WRITE-OFF-TOTAL-LINE.
           MOVE "CREDITS APPLIED TO OPEN ITEMS" TO WT-LABEL.
           MOVE WS-CREDIT-APPLIED-COUNT TO WT-COUNT.
           MOVE WS-CREDIT-APPLIED-TOTAL TO WT-AMOUNT.
           WRITE WRITE-OFF-REPORT-LINE FROM WRITE-OFF-TOTAL-LINE.
           MOVE "BALANCES WRITTEN OFF" TO WT-LABEL.
           MOVE WS-WRITE-OFF-COUNT TO WT-COUNT.
           COMPUTE WT-AMOUNT =
               WS-ITEM-WRITE-OFF-TOTAL - WS-CREDIT-WRITE-OFF-TOTAL.
           WRITE WRITE-OFF-REPORT-LINE FROM WRITE-OFF-TOTAL-LINE.
           MOVE "UNAPPLIED CASH BALANCE" TO WT-LABEL.
           MOVE ZERO TO WT-COUNT.
           MOVE WS-UNAPPLIED-BALANCE TO WT-AMOUNT.
           WRITE WRITE-OFF-REPORT-LINE FROM WRITE-OFF-TOTAL-LINE.

       REWRITE-UNAPPLIED-FILE.
           IF WS-UC-COUNT > 0
               OPEN OUTPUT UNAPPLIED-CASH-FILE
               IF UNAPPLIED-FILE-STATUS NOT = "00"
                   DISPLAY "ARPOST: ERROR WRITING UNAPPLIED CASH "
                       "FILE: " UNAPPLIED-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM WRITE-UNAPPLIED-ENTRY
                   VARYING WS-UC-IDX2 FROM 1 BY 1
                   UNTIL WS-UC-IDX2 > WS-UC-COUNT
               CLOSE UNAPPLIED-CASH-FILE
           END-IF.

       WRITE-UNAPPLIED-ENTRY.
           MOVE SPACES TO UNAPPLIED-CASH-RECORD.
           MOVE UAT-CUST-ID (WS-UC-IDX2) TO UC-CUST-ID.
           MOVE UAT-SALE-ID (WS-UC-IDX2) TO UC-SALE-ID.
           MOVE UAT-DATE (WS-UC-IDX2) TO UC-RECEIPT-DATE.
           MOVE UAT-ORIG (WS-UC-IDX2) TO UC-ORIG-AMOUNT.
           MOVE UAT-AMOUNT (WS-UC-IDX2) TO UC-AMOUNT.
           MOVE UAT-STATUS (WS-UC-IDX2) TO UC-STATUS.
           MOVE UAT-LAST-DATE (WS-UC-IDX2) TO UC-LAST-DATE.
           WRITE UNAPPLIED-CASH-RECORD.

       WRITE-CASH-TOTALS.
           OPEN OUTPUT CASH-TOTALS-FILE.
           MOVE WS-ON-ACCOUNT-TOTAL TO AC-ON-ACCOUNT.
           MOVE WS-CREDIT-APPLIED-TOTAL TO AC-CREDIT-APPLIED.
           MOVE WS-ITEM-WRITE-OFF-TOTAL TO AC-ITEM-WRITE-OFF.
           MOVE WS-CREDIT-WRITE-OFF-TOTAL TO AC-CREDIT-WRITE-OFF.
           WRITE CASH-TOTALS-RECORD.
           CLOSE CASH-TOTALS-FILE.

           COMPUTE WS-CASH-HASH-TOTAL =
               WS-ON-ACCOUNT-TOTAL + WS-CREDIT-APPLIED-TOTAL
               + WS-ITEM-WRITE-OFF-TOTAL + WS-CREDIT-WRITE-OFF-TOTAL.

           OPEN EXTEND BATCH-CONTROL-FILE.
           IF BATCH-CONTROL-STATUS = "35"
               OPEN OUTPUT BATCH-CONTROL-FILE
           END-IF.
           MOVE SPACES TO BATCH-CONTROL-RECORD.
           MOVE "ARCASH.TOT" TO BC-FILE-NAME.
           MOVE WS-RUN-DATE-EDIT TO BC-BUS-DATE.
           MOVE 1 TO BC-REC-COUNT.
           MOVE WS-CASH-HASH-TOTAL TO BC-AMOUNT-TOTAL.
           WRITE BATCH-CONTROL-RECORD.
           CLOSE BATCH-CONTROL-FILE.

       WRITE-TAX-TOTALS.
           OPEN OUTPUT TAX-TOTALS-FILE.
           MOVE WS-TAX-BILLED-TOTAL TO TT-TAX-BILLED.
           WRITE TAX-TOTALS-RECORD.
           CLOSE TAX-TOTALS-FILE.

           OPEN EXTEND BATCH-CONTROL-FILE.
           IF BATCH-CONTROL-STATUS = "35"
               OPEN OUTPUT BATCH-CONTROL-FILE
           END-IF.
           MOVE SPACES TO BATCH-CONTROL-RECORD.
           MOVE "ARTAX.TOT" TO BC-FILE-NAME.
           MOVE WS-RUN-DATE-EDIT TO BC-BUS-DATE.
           MOVE 1 TO BC-REC-COUNT.
           MOVE WS-TAX-BILLED-TOTAL TO BC-AMOUNT-TOTAL.
           WRITE BATCH-CONTROL-RECORD.
           CLOSE BATCH-CONTROL-FILE.
