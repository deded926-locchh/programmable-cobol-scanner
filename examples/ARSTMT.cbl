       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARSTMT.
       AUTHOR. CASCADE.
       DATE-WRITTEN. 2026-10-15.
       SECURITY. CONFIDENTIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. X86-64.
       OBJECT-COMPUTER. X86-64.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CUSTOMER-FILE-STATUS.
           SELECT RECEIPT-HISTORY-FILE ASSIGN TO "ARRCPT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RECEIPT-HISTORY-STATUS.
           SELECT AR-OPEN-FILE ASSIGN TO "AROPEN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AR-OPEN-FILE-STATUS.
           SELECT UNAPPLIED-CASH-FILE ASSIGN TO "UNAPPLD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS UNAPPLIED-FILE-STATUS.
           SELECT WRITE-OFF-FILE ASSIGN TO "ARWOFF.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRITE-OFF-FILE-STATUS.
           SELECT PARM-FILE ASSIGN TO "PARMCARD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO "ARSTMT.OUT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD.
       01 CUSTOMER-RECORD.
           05 CUST-REC-ID       PIC 9(5).
           05 CUST-REC-NAME     PIC X(25).
           05 CUST-REC-TERMS    PIC 9(3).
           05 CUST-REC-CREDIT-LIMIT PIC 9(7)V99.
           05 FILLER            PIC X(8).

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

       FD AR-OPEN-FILE
           LABEL RECORDS ARE STANDARD.
       01 AR-OPEN-RECORD.
           05 AR-SALE-ID        PIC 9(5).
           05 AR-CUST-ID        PIC 9(5).
           05 AR-SALE-DATE      PIC X(10).
           05 AR-ORIG-AMOUNT    PIC S9(7)V99.
           05 AR-OPEN-AMOUNT    PIC S9(7)V99.
           05 AR-STATUS         PIC X.
           05 FILLER            PIC X(10).

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

       FD WRITE-OFF-FILE
           LABEL RECORDS ARE STANDARD.
       01 WRITE-OFF-RECORD.
           05 WO-CUST-ID        PIC 9(5).
           05 WO-SALE-ID        PIC 9(5).
           05 WO-DATE           PIC X(10).
           05 WO-TYPE           PIC X.
           05 WO-AMOUNT         PIC S9(7)V99.
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

       FD STATEMENT-FILE
           LABEL RECORDS ARE STANDARD.
       01 STATEMENT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
       01 CUSTOMER-FILE-STATUS  PIC XX VALUE SPACES.
       01 RECEIPT-HISTORY-STATUS PIC XX VALUE SPACES.
       01 AR-OPEN-FILE-STATUS   PIC XX VALUE SPACES.
       01 PARM-FILE-STATUS      PIC XX VALUE SPACES.
       01 UNAPPLIED-FILE-STATUS PIC XX VALUE SPACES.
       01 WRITE-OFF-FILE-STATUS PIC XX VALUE SPACES.

       01 WS-CUSTOMER-EOF       PIC X VALUE "N".
       01 WS-RECEIPT-EOF        PIC X VALUE "N".
       01 WS-AR-EOF             PIC X VALUE "N".
       01 WS-UNAPPLIED-EOF      PIC X VALUE "N".
       01 WS-WRITE-OFF-EOF      PIC X VALUE "N".
       01 WS-PARM-EOF           PIC X VALUE "N".
       01 WS-PARM-FOUND         PIC X VALUE "N".
           88 PARM-WAS-FOUND    VALUE "Y".

       01 CUSTOMER-TABLE.
           05 CUSTOMER-ENTRY OCCURS 1 TO 200 TIMES
                       DEPENDING ON WS-CUSTOMER-COUNT
                       INDEXED BY CUST-IDX.
               10 CUT-ID        PIC 9(5).
               10 CUT-NAME      PIC X(25).
               10 CUT-TERMS     PIC 9(3).
               10 CUT-SALES     PIC S9(9)V99.
               10 CUT-CREDITS   PIC S9(9)V99.
               10 CUT-RECEIPTS  PIC S9(9)V99.
               10 CUT-WRITE-OFFS PIC S9(9)V99.
               10 CUT-BALANCE   PIC S9(9)V99.
               10 CUT-LATER     PIC S9(9)V99.
               10 CUT-CLOSING   PIC S9(9)V99.
               10 CUT-UNAPPLIED PIC S9(9)V99.
               10 CUT-CURRENT   PIC S9(9)V99.
               10 CUT-OVER-30   PIC S9(9)V99.
               10 CUT-OVER-60   PIC S9(9)V99.
               10 CUT-OVER-90   PIC S9(9)V99.
               10 CUT-ACTIVITY  PIC 9(5).

       01 WS-CUSTOMER-COUNT     PIC 9(3) VALUE ZERO.
       01 WS-CUSTOMER-FOUND     PIC X VALUE "N".
           88 CUSTOMER-WAS-FOUND VALUE "Y".
       01 WS-CUST-IDX2          PIC 9(3) VALUE ZERO.
       01 WS-LOOKUP-CUST-ID     PIC 9(5) VALUE ZERO.

       01 AR-OPEN-TABLE.
           05 AR-OPEN-ENTRY OCCURS 1 TO 500 TIMES
                       DEPENDING ON WS-AR-COUNT
                       INDEXED BY AR-IDX.
               10 ART-SALE-ID   PIC 9(5).
               10 ART-CUST-ID   PIC 9(5).
               10 ART-DATE      PIC X(10).
               10 ART-ORIG      PIC S9(7)V99.
               10 ART-OPEN      PIC S9(7)V99.
               10 ART-STATUS    PIC X.

       01 WS-AR-COUNT           PIC 9(3) VALUE ZERO.
       01 WS-AR-IDX2            PIC 9(3) VALUE ZERO.

       01 RECEIPT-TABLE.
           05 RECEIPT-ENTRY OCCURS 1 TO 500 TIMES
                       DEPENDING ON WS-RECEIPT-COUNT
                       INDEXED BY RCT-IDX.
               10 RCT-CUST-ID   PIC 9(5).
               10 RCT-SALE-ID   PIC 9(5).
               10 RCT-AMOUNT    PIC 9(7)V99.
               10 RCT-DATE      PIC X(10).

       01 WS-RECEIPT-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-RCT-IDX2           PIC 9(3) VALUE ZERO.

       01 WRITE-OFF-TABLE.
           05 WRITE-OFF-ENTRY OCCURS 1 TO 500 TIMES
                       DEPENDING ON WS-WRITE-OFF-COUNT
                       INDEXED BY WOT-IDX.
               10 WOT-CUST-ID   PIC 9(5).
               10 WOT-SALE-ID   PIC 9(5).
               10 WOT-AMOUNT    PIC S9(7)V99.
               10 WOT-DATE      PIC X(10).

       01 WS-WRITE-OFF-COUNT    PIC 9(3) VALUE ZERO.
       01 WS-WOT-IDX2           PIC 9(3) VALUE ZERO.

       01 WS-STMT-PERIOD        PIC X(7) VALUE SPACES.
       01 WS-STMT-PERIOD-R REDEFINES WS-STMT-PERIOD.
           05 WS-STMT-YEAR      PIC 9(4).
           05 FILLER            PIC X.
           05 WS-STMT-MONTH     PIC 9(2).

       01 WS-PERIOD-SERIAL      PIC 9(7) VALUE ZERO.
       01 WS-ITEM-SERIAL        PIC 9(7) VALUE ZERO.
       01 WS-DAYS-OLD           PIC S9(7) VALUE ZERO.
       01 WS-ITEM-DATE          PIC X(10).
       01 WS-ITEM-DATE-R REDEFINES WS-ITEM-DATE.
           05 WS-ITEM-YEAR      PIC 9(4).
           05 FILLER            PIC X.
           05 WS-ITEM-MONTH     PIC 9(2).
           05 FILLER            PIC X.
           05 WS-ITEM-DAY       PIC 9(2).

       01 WS-OPENING-BALANCE    PIC S9(9)V99 VALUE ZERO.
       01 WS-STATEMENT-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-SKIPPED-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-GRAND-OPENING      PIC S9(11)V99 VALUE ZERO.
       01 WS-GRAND-SALES        PIC S9(11)V99 VALUE ZERO.
       01 WS-GRAND-CREDITS      PIC S9(11)V99 VALUE ZERO.
       01 WS-GRAND-RECEIPTS     PIC S9(11)V99 VALUE ZERO.
       01 WS-GRAND-WRITE-OFFS   PIC S9(11)V99 VALUE ZERO.
       01 WS-GRAND-CLOSING      PIC S9(11)V99 VALUE ZERO.
       01 WS-GRAND-LATER        PIC S9(11)V99 VALUE ZERO.
       01 WS-AROPEN-OUTSTANDING PIC S9(11)V99 VALUE ZERO.
       01 WS-UNAPPLIED-OUTSTANDING PIC S9(11)V99 VALUE ZERO.
       01 WS-AROPEN-NET         PIC S9(11)V99 VALUE ZERO.
       01 WS-STATEMENT-TOTAL    PIC S9(11)V99 VALUE ZERO.
       01 WS-NO-CUSTOMER-COUNT  PIC 9(5) VALUE ZERO.
       01 WS-NO-CUSTOMER-AMOUNT PIC S9(9)V99 VALUE ZERO.

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

       01 STMT-SEPARATOR.
           05 FILLER            PIC X(40) VALUE ALL "-".
           05 FILLER            PIC X(40) VALUE ALL "-".

       01 STMT-HEADER-LINE.
           05 FILLER            PIC X(20) VALUE "CUSTOMER STATEMENT".
           05 FILLER            PIC X(7) VALUE "PERIOD ".
           05 SH-PERIOD         PIC X(7).
           05 FILLER            PIC X(8) VALUE "  DATE ".
           05 SH-DATE           PIC X(10).
           05 FILLER            PIC X(28) VALUE SPACES.

       01 STMT-CUSTOMER-LINE.
           05 FILLER            PIC X(10) VALUE "CUSTOMER: ".
           05 SC-ID             PIC 9(5).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 SC-NAME           PIC X(25).
           05 FILLER            PIC X(7) VALUE " TERMS ".
           05 SC-TERMS          PIC ZZ9.
           05 FILLER            PIC X(5) VALUE " DAYS".
           05 FILLER            PIC X(22) VALUE SPACES.

       01 STMT-ACTIVITY-LINE.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 SL-DATE           PIC X(10).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 SL-TYPE           PIC X(8).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 SL-REF            PIC 9(5).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 SL-AMOUNT         PIC $$$$,$$9.99-.
           05 FILLER            PIC X(33) VALUE SPACES.

       01 STMT-AMOUNT-LINE.
           05 SA-LABEL          PIC X(20).
           05 SA-AMOUNT         PIC $$$,$$$,$$9.99-.
           05 FILLER            PIC X(45) VALUE SPACES.

       01 STMT-AGING-HEADER.
           05 FILLER            PIC X(15) VALUE "CURRENT".
           05 FILLER            PIC X(15) VALUE "OVER 30".
           05 FILLER            PIC X(15) VALUE "OVER 60".
           05 FILLER            PIC X(15) VALUE "OVER 90".
           05 FILLER            PIC X(20) VALUE SPACES.

       01 STMT-AGING-LINE.
           05 SG-CURRENT        PIC $$,$$$,$$9.99-.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 SG-OVER-30        PIC $$,$$$,$$9.99-.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 SG-OVER-60        PIC $$,$$$,$$9.99-.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 SG-OVER-90        PIC $$,$$$,$$9.99-.
           05 FILLER            PIC X(21) VALUE SPACES.

       01 CONTROL-HEADER-LINE.
           05 FILLER            PIC X(30) VALUE
               "STATEMENT CONTROL TOTALS".
           05 FILLER            PIC X(7) VALUE "PERIOD ".
           05 CH-PERIOD         PIC X(7).
           05 FILLER            PIC X(36) VALUE SPACES.

       01 CONTROL-COUNT-LINE.
           05 FILLER            PIC X(20) VALUE "STATEMENTS PRINTED".
           05 CC-STATEMENTS     PIC ZZ,ZZ9.
           05 FILLER            PIC X(12) VALUE "   SKIPPED ".
           05 CC-SKIPPED        PIC ZZ,ZZ9.
           05 FILLER            PIC X(36) VALUE SPACES.

       01 CONTROL-VERDICT-LINE.
           05 FILLER            PIC X(20) VALUE "AROPEN CONTROL".
           05 CV-VERDICT        PIC X(40).
           05 FILLER            PIC X(20) VALUE SPACES.

       01 CONTROL-EXCEPTION-LINE.
           05 FILLER            PIC X(11) VALUE "EXCEPTION: ".
           05 CE-TEXT           PIC X(35).
           05 CE-KEY            PIC 9(5).
           05 FILLER            PIC X(29) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-YEAR TO WS-RUN-EDIT-YEAR.
           MOVE WS-RUN-MONTH TO WS-RUN-EDIT-MONTH.
           MOVE WS-RUN-DAY TO WS-RUN-EDIT-DAY.

           PERFORM READ-PARM-CARD.
           COMPUTE WS-PERIOD-SERIAL =
               (WS-STMT-YEAR * 360) + (WS-STMT-MONTH * 30) + 30.
           PERFORM LOAD-CUSTOMER-TABLE.

           OPEN OUTPUT STATEMENT-FILE.

           PERFORM LOAD-AR-OPEN-TABLE.
           PERFORM LOAD-RECEIPT-TABLE.
           PERFORM LOAD-WRITE-OFF-TABLE.
           PERFORM LOAD-UNAPPLIED-CASH.

           PERFORM ACCUMULATE-OPEN-ITEM
               VARYING WS-AR-IDX2 FROM 1 BY 1
               UNTIL WS-AR-IDX2 > WS-AR-COUNT.
           PERFORM ACCUMULATE-RECEIPT
               VARYING WS-RCT-IDX2 FROM 1 BY 1
               UNTIL WS-RCT-IDX2 > WS-RECEIPT-COUNT.
           PERFORM ACCUMULATE-WRITE-OFF
               VARYING WS-WOT-IDX2 FROM 1 BY 1
               UNTIL WS-WOT-IDX2 > WS-WRITE-OFF-COUNT.

           PERFORM WRITE-CUSTOMER-STATEMENT
               VARYING WS-CUST-IDX2 FROM 1 BY 1
               UNTIL WS-CUST-IDX2 > WS-CUSTOMER-COUNT.

           PERFORM SUM-AROPEN-OUTSTANDING.
           PERFORM SUM-UNAPPLIED-OUTSTANDING.
           PERFORM WRITE-CONTROL-TOTALS.

           CLOSE STATEMENT-FILE.

           DISPLAY "ARSTMT: STATEMENTS PRINTED:  " WS-STATEMENT-COUNT.
           DISPLAY "ARSTMT: CLOSING BALANCE:     " WS-GRAND-CLOSING.
           IF WS-NO-CUSTOMER-COUNT > ZERO
               DISPLAY "ARSTMT: ITEMS WITH NO CUSTOMER: "
                   WS-NO-CUSTOMER-COUNT
           END-IF.
           STOP RUN.

       READ-PARM-CARD.
           MOVE WS-RUN-DATE-EDIT(1:7) TO WS-STMT-PERIOD.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-STATUS = "00"
               MOVE "N" TO WS-PARM-FOUND
               PERFORM READ-PARM-RECORD
               PERFORM FIND-PARM-CARD UNTIL WS-PARM-EOF = "Y"
                   OR PARM-WAS-FOUND
               CLOSE PARM-FILE
               IF PARM-WAS-FOUND AND PARM-QUOTA-PERIOD NOT = SPACES
                   MOVE PARM-QUOTA-PERIOD TO WS-STMT-PERIOD
               END-IF
           END-IF.

           IF WS-STMT-YEAR NOT NUMERIC
               OR WS-STMT-MONTH NOT NUMERIC
               DISPLAY "ARSTMT: INVALID STATEMENT PERIOD ON CARD: "
                   WS-STMT-PERIOD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-PARM-RECORD.
           READ PARM-FILE
               AT END MOVE "Y" TO WS-PARM-EOF
           END-READ.

       FIND-PARM-CARD.
           IF PARM-PROGRAM = "ARSTMT"
               MOVE "Y" TO WS-PARM-FOUND
           ELSE
               PERFORM READ-PARM-RECORD
           END-IF.

       LOAD-CUSTOMER-TABLE.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-STATUS NOT = "00"
               DISPLAY "ARSTMT: ERROR OPENING CUSTOMER FILE: "
                   CUSTOMER-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-CUSTOMER.
           PERFORM LOAD-CUSTOMER-ENTRY UNTIL WS-CUSTOMER-EOF = "Y".
           CLOSE CUSTOMER-FILE.

       READ-CUSTOMER.
           READ CUSTOMER-FILE
               AT END MOVE "Y" TO WS-CUSTOMER-EOF
           END-READ.

       LOAD-CUSTOMER-ENTRY.
           ADD 1 TO WS-CUSTOMER-COUNT.
           IF WS-CUSTOMER-COUNT > 200
               DISPLAY "CUSTOMER TABLE OVERFLOW - OVER 200"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE CUST-REC-ID TO CUT-ID (WS-CUSTOMER-COUNT).
           MOVE CUST-REC-NAME TO CUT-NAME (WS-CUSTOMER-COUNT).
           MOVE CUST-REC-TERMS TO CUT-TERMS (WS-CUSTOMER-COUNT).
           MOVE ZERO TO CUT-SALES (WS-CUSTOMER-COUNT).
           MOVE ZERO TO CUT-CREDITS (WS-CUSTOMER-COUNT).
           MOVE ZERO TO CUT-RECEIPTS (WS-CUSTOMER-COUNT).
           MOVE ZERO TO CUT-WRITE-OFFS (WS-CUSTOMER-COUNT).
           MOVE ZERO TO CUT-BALANCE (WS-CUSTOMER-COUNT).
           MOVE ZERO TO CUT-LATER (WS-CUSTOMER-COUNT).
           MOVE ZERO TO CUT-CLOSING (WS-CUSTOMER-COUNT).
           MOVE ZERO TO CUT-UNAPPLIED (WS-CUSTOMER-COUNT).
           MOVE ZERO TO CUT-CURRENT (WS-CUSTOMER-COUNT).
           MOVE ZERO TO CUT-OVER-30 (WS-CUSTOMER-COUNT).
           MOVE ZERO TO CUT-OVER-60 (WS-CUSTOMER-COUNT).
           MOVE ZERO TO CUT-OVER-90 (WS-CUSTOMER-COUNT).
           MOVE ZERO TO CUT-ACTIVITY (WS-CUSTOMER-COUNT).
           PERFORM READ-CUSTOMER.

       LOAD-AR-OPEN-TABLE.
           OPEN INPUT AR-OPEN-FILE.
           IF AR-OPEN-FILE-STATUS NOT = "00"
               MOVE ZERO TO WS-AR-COUNT
           ELSE
               PERFORM READ-AR-OPEN
               PERFORM LOAD-AR-OPEN-ENTRY UNTIL WS-AR-EOF = "Y"
               CLOSE AR-OPEN-FILE
           END-IF.

       READ-AR-OPEN.
           READ AR-OPEN-FILE
               AT END MOVE "Y" TO WS-AR-EOF
           END-READ.

       LOAD-AR-OPEN-ENTRY.
           ADD 1 TO WS-AR-COUNT.
           IF WS-AR-COUNT > 500
               DISPLAY "AR OPEN TABLE OVERFLOW - OVER 500"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE AR-SALE-ID TO ART-SALE-ID (WS-AR-COUNT).
           MOVE AR-CUST-ID TO ART-CUST-ID (WS-AR-COUNT).
           MOVE AR-SALE-DATE TO ART-DATE (WS-AR-COUNT).
           MOVE AR-ORIG-AMOUNT TO ART-ORIG (WS-AR-COUNT).
           MOVE AR-OPEN-AMOUNT TO ART-OPEN (WS-AR-COUNT).
           MOVE AR-STATUS TO ART-STATUS (WS-AR-COUNT).
           PERFORM READ-AR-OPEN.

       LOAD-RECEIPT-TABLE.
           OPEN INPUT RECEIPT-HISTORY-FILE.
           IF RECEIPT-HISTORY-STATUS NOT = "00"
               MOVE ZERO TO WS-RECEIPT-COUNT
           ELSE
               PERFORM READ-RECEIPT-HISTORY
               PERFORM LOAD-RECEIPT-ENTRY
                   UNTIL WS-RECEIPT-EOF = "Y"
               CLOSE RECEIPT-HISTORY-FILE
           END-IF.

       READ-RECEIPT-HISTORY.
           READ RECEIPT-HISTORY-FILE
               AT END MOVE "Y" TO WS-RECEIPT-EOF
           END-READ.

       LOAD-RECEIPT-ENTRY.
           IF RCPH-DATE(1:7) = WS-STMT-PERIOD
               AND RCPH-AMOUNT NUMERIC
               ADD 1 TO WS-RECEIPT-COUNT
               IF WS-RECEIPT-COUNT > 500
                   DISPLAY "RECEIPT TABLE OVERFLOW - OVER 500"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE RCPH-CUST-ID TO RCT-CUST-ID (WS-RECEIPT-COUNT)
               MOVE RCPH-SALE-ID TO RCT-SALE-ID (WS-RECEIPT-COUNT)
               MOVE RCPH-AMOUNT TO RCT-AMOUNT (WS-RECEIPT-COUNT)
               MOVE RCPH-DATE TO RCT-DATE (WS-RECEIPT-COUNT)
           END-IF.
           IF RCPH-DATE(1:7) > WS-STMT-PERIOD
               AND RCPH-AMOUNT NUMERIC
               MOVE RCPH-CUST-ID TO WS-LOOKUP-CUST-ID
               PERFORM FIND-CUSTOMER
               IF CUSTOMER-WAS-FOUND
                   SUBTRACT RCPH-AMOUNT FROM CUT-LATER (CUST-IDX)
               END-IF
           END-IF.
           PERFORM READ-RECEIPT-HISTORY.

       LOAD-WRITE-OFF-TABLE.
           OPEN INPUT WRITE-OFF-FILE.
           IF WRITE-OFF-FILE-STATUS NOT = "00"
               MOVE ZERO TO WS-WRITE-OFF-COUNT
           ELSE
               PERFORM READ-WRITE-OFF
               PERFORM LOAD-WRITE-OFF-ENTRY
                   UNTIL WS-WRITE-OFF-EOF = "Y"
               CLOSE WRITE-OFF-FILE
           END-IF.

       READ-WRITE-OFF.
           READ WRITE-OFF-FILE
               AT END MOVE "Y" TO WS-WRITE-OFF-EOF
           END-READ.

       LOAD-WRITE-OFF-ENTRY.
           IF WO-DATE(1:7) = WS-STMT-PERIOD
               AND WO-AMOUNT NUMERIC
               ADD 1 TO WS-WRITE-OFF-COUNT
               IF WS-WRITE-OFF-COUNT > 500
                   DISPLAY "WRITE-OFF TABLE OVERFLOW - OVER 500"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WO-CUST-ID TO WOT-CUST-ID (WS-WRITE-OFF-COUNT)
               MOVE WO-SALE-ID TO WOT-SALE-ID (WS-WRITE-OFF-COUNT)
               MOVE WO-AMOUNT TO WOT-AMOUNT (WS-WRITE-OFF-COUNT)
               MOVE WO-DATE TO WOT-DATE (WS-WRITE-OFF-COUNT)
           END-IF.
           IF WO-DATE(1:7) > WS-STMT-PERIOD
               AND WO-AMOUNT NUMERIC
               MOVE WO-CUST-ID TO WS-LOOKUP-CUST-ID
               PERFORM FIND-CUSTOMER
               IF CUSTOMER-WAS-FOUND
                   SUBTRACT WO-AMOUNT FROM CUT-LATER (CUST-IDX)
               END-IF
           END-IF.
           PERFORM READ-WRITE-OFF.

       LOAD-UNAPPLIED-CASH.
           OPEN INPUT UNAPPLIED-CASH-FILE.
           IF UNAPPLIED-FILE-STATUS = "00"
               PERFORM READ-UNAPPLIED-CASH
               PERFORM LOAD-UNAPPLIED-ENTRY
                   UNTIL WS-UNAPPLIED-EOF = "Y"
               CLOSE UNAPPLIED-CASH-FILE
           END-IF.

       READ-UNAPPLIED-CASH.
           READ UNAPPLIED-CASH-FILE
               AT END MOVE "Y" TO WS-UNAPPLIED-EOF
           END-READ.

       LOAD-UNAPPLIED-ENTRY.
           IF UC-STATUS = "O" AND UC-AMOUNT NUMERIC
               MOVE UC-CUST-ID TO WS-LOOKUP-CUST-ID
               PERFORM FIND-CUSTOMER
               IF NOT CUSTOMER-WAS-FOUND
                   ADD 1 TO WS-NO-CUSTOMER-COUNT
                   SUBTRACT UC-AMOUNT FROM WS-NO-CUSTOMER-AMOUNT
               ELSE
                   SUBTRACT UC-AMOUNT FROM CUT-BALANCE (CUST-IDX)
                   IF UC-RECEIPT-DATE(1:7) NOT > WS-STMT-PERIOD
                       ADD UC-AMOUNT TO CUT-UNAPPLIED (CUST-IDX)
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-UNAPPLIED-CASH.

       FIND-CUSTOMER.
           MOVE "N" TO WS-CUSTOMER-FOUND.
           IF WS-CUSTOMER-COUNT > 0
               SET CUST-IDX TO 1
               SEARCH CUSTOMER-ENTRY
                   WHEN CUT-ID (CUST-IDX) = WS-LOOKUP-CUST-ID
                       MOVE "Y" TO WS-CUSTOMER-FOUND
               END-SEARCH
           END-IF.

       ACCUMULATE-OPEN-ITEM.
           MOVE ART-CUST-ID (WS-AR-IDX2) TO WS-LOOKUP-CUST-ID.
           PERFORM FIND-CUSTOMER.
           IF NOT CUSTOMER-WAS-FOUND
               IF ART-STATUS (WS-AR-IDX2) = "O"
                   ADD 1 TO WS-NO-CUSTOMER-COUNT
                   ADD ART-OPEN (WS-AR-IDX2) TO WS-NO-CUSTOMER-AMOUNT
               END-IF
           ELSE
               IF ART-DATE (WS-AR-IDX2)(1:7) = WS-STMT-PERIOD
                   IF ART-ORIG (WS-AR-IDX2) < ZERO
                       SUBTRACT ART-ORIG (WS-AR-IDX2)
                           FROM CUT-CREDITS (CUST-IDX)
                   ELSE
                       ADD ART-ORIG (WS-AR-IDX2)
                           TO CUT-SALES (CUST-IDX)
                   END-IF
                   ADD 1 TO CUT-ACTIVITY (CUST-IDX)
               END-IF
               IF ART-DATE (WS-AR-IDX2)(1:7) > WS-STMT-PERIOD
                   ADD ART-ORIG (WS-AR-IDX2) TO CUT-LATER (CUST-IDX)
               END-IF
               IF ART-STATUS (WS-AR-IDX2) = "O"
                   ADD ART-OPEN (WS-AR-IDX2) TO CUT-BALANCE (CUST-IDX)
                   IF ART-DATE (WS-AR-IDX2)(1:7)
                           NOT > WS-STMT-PERIOD
                       PERFORM AGE-ONE-ITEM
                   END-IF
               END-IF
           END-IF.

       AGE-ONE-ITEM.
           MOVE ART-DATE (WS-AR-IDX2) TO WS-ITEM-DATE.
           IF WS-ITEM-YEAR NUMERIC AND WS-ITEM-MONTH NUMERIC
               AND WS-ITEM-DAY NUMERIC
               COMPUTE WS-ITEM-SERIAL =
                   (WS-ITEM-YEAR * 360) + (WS-ITEM-MONTH * 30)
                   + WS-ITEM-DAY
               COMPUTE WS-DAYS-OLD =
                   WS-PERIOD-SERIAL - WS-ITEM-SERIAL
           ELSE
               MOVE ZERO TO WS-DAYS-OLD
           END-IF.

           EVALUATE TRUE
               WHEN WS-DAYS-OLD NOT > 30
                   ADD ART-OPEN (WS-AR-IDX2)
                       TO CUT-CURRENT (CUST-IDX)
               WHEN WS-DAYS-OLD NOT > 60
                   ADD ART-OPEN (WS-AR-IDX2)
                       TO CUT-OVER-30 (CUST-IDX)
               WHEN WS-DAYS-OLD NOT > 90
                   ADD ART-OPEN (WS-AR-IDX2)
                       TO CUT-OVER-60 (CUST-IDX)
               WHEN OTHER
                   ADD ART-OPEN (WS-AR-IDX2)
                       TO CUT-OVER-90 (CUST-IDX)
           END-EVALUATE.

       ACCUMULATE-RECEIPT.
           MOVE RCT-CUST-ID (WS-RCT-IDX2) TO WS-LOOKUP-CUST-ID.
           PERFORM FIND-CUSTOMER.
           IF CUSTOMER-WAS-FOUND
               ADD RCT-AMOUNT (WS-RCT-IDX2) TO CUT-RECEIPTS (CUST-IDX)
               ADD 1 TO CUT-ACTIVITY (CUST-IDX)
           END-IF.

       ACCUMULATE-WRITE-OFF.
           MOVE WOT-CUST-ID (WS-WOT-IDX2) TO WS-LOOKUP-CUST-ID.
           PERFORM FIND-CUSTOMER.
           IF CUSTOMER-WAS-FOUND
               ADD WOT-AMOUNT (WS-WOT-IDX2) TO CUT-WRITE-OFFS (CUST-IDX)
               ADD 1 TO CUT-ACTIVITY (CUST-IDX)
           END-IF.

       WRITE-CUSTOMER-STATEMENT.
           COMPUTE CUT-CLOSING (WS-CUST-IDX2) =
               CUT-BALANCE (WS-CUST-IDX2) - CUT-LATER (WS-CUST-IDX2).
           IF CUT-CLOSING (WS-CUST-IDX2) = ZERO
               AND CUT-ACTIVITY (WS-CUST-IDX2) = ZERO
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               PERFORM PRINT-CUSTOMER-STATEMENT
           END-IF.

           ADD CUT-CLOSING (WS-CUST-IDX2) TO WS-GRAND-CLOSING.
           ADD CUT-LATER (WS-CUST-IDX2) TO WS-GRAND-LATER.

       PRINT-CUSTOMER-STATEMENT.
           ADD 1 TO WS-STATEMENT-COUNT.
           COMPUTE WS-OPENING-BALANCE =
               CUT-CLOSING (WS-CUST-IDX2)
               - CUT-SALES (WS-CUST-IDX2)
               + CUT-CREDITS (WS-CUST-IDX2)
               + CUT-RECEIPTS (WS-CUST-IDX2)
               + CUT-WRITE-OFFS (WS-CUST-IDX2).

           WRITE STATEMENT-LINE FROM STMT-SEPARATOR.
           MOVE WS-STMT-PERIOD TO SH-PERIOD.
           MOVE WS-RUN-DATE-EDIT TO SH-DATE.
           WRITE STATEMENT-LINE FROM STMT-HEADER-LINE.

           MOVE CUT-ID (WS-CUST-IDX2) TO SC-ID.
           MOVE CUT-NAME (WS-CUST-IDX2) TO SC-NAME.
           MOVE CUT-TERMS (WS-CUST-IDX2) TO SC-TERMS.
           WRITE STATEMENT-LINE FROM STMT-CUSTOMER-LINE.

           MOVE "OPENING BALANCE" TO SA-LABEL.
           MOVE WS-OPENING-BALANCE TO SA-AMOUNT.
           WRITE STATEMENT-LINE FROM STMT-AMOUNT-LINE.

           PERFORM WRITE-SALE-ACTIVITY
               VARYING WS-AR-IDX2 FROM 1 BY 1
               UNTIL WS-AR-IDX2 > WS-AR-COUNT.
           PERFORM WRITE-RECEIPT-ACTIVITY
               VARYING WS-RCT-IDX2 FROM 1 BY 1
               UNTIL WS-RCT-IDX2 > WS-RECEIPT-COUNT.
           PERFORM WRITE-WRITE-OFF-ACTIVITY
               VARYING WS-WOT-IDX2 FROM 1 BY 1
               UNTIL WS-WOT-IDX2 > WS-WRITE-OFF-COUNT.

           MOVE "SALES THIS MONTH" TO SA-LABEL.
           MOVE CUT-SALES (WS-CUST-IDX2) TO SA-AMOUNT.
           WRITE STATEMENT-LINE FROM STMT-AMOUNT-LINE.

           MOVE "CREDITS THIS MONTH" TO SA-LABEL.
           MOVE CUT-CREDITS (WS-CUST-IDX2) TO SA-AMOUNT.
           WRITE STATEMENT-LINE FROM STMT-AMOUNT-LINE.

           MOVE "RECEIPTS THIS MONTH" TO SA-LABEL.
           MOVE CUT-RECEIPTS (WS-CUST-IDX2) TO SA-AMOUNT.
           WRITE STATEMENT-LINE FROM STMT-AMOUNT-LINE.

           MOVE "WRITE-OFFS" TO SA-LABEL.
           MOVE CUT-WRITE-OFFS (WS-CUST-IDX2) TO SA-AMOUNT.
           WRITE STATEMENT-LINE FROM STMT-AMOUNT-LINE.

           MOVE "CLOSING BALANCE" TO SA-LABEL.
           MOVE CUT-CLOSING (WS-CUST-IDX2) TO SA-AMOUNT.
           WRITE STATEMENT-LINE FROM STMT-AMOUNT-LINE.

           WRITE STATEMENT-LINE FROM STMT-AGING-HEADER.
           MOVE CUT-CURRENT (WS-CUST-IDX2) TO SG-CURRENT.
           MOVE CUT-OVER-30 (WS-CUST-IDX2) TO SG-OVER-30.
           MOVE CUT-OVER-60 (WS-CUST-IDX2) TO SG-OVER-60.
           MOVE CUT-OVER-90 (WS-CUST-IDX2) TO SG-OVER-90.
           WRITE STATEMENT-LINE FROM STMT-AGING-LINE.

           IF CUT-UNAPPLIED (WS-CUST-IDX2) NOT = ZERO
               MOVE "UNAPPLIED CASH" TO SA-LABEL
               COMPUTE SA-AMOUNT = ZERO - CUT-UNAPPLIED (WS-CUST-IDX2)
               WRITE STATEMENT-LINE FROM STMT-AMOUNT-LINE
           END-IF.

           ADD WS-OPENING-BALANCE TO WS-GRAND-OPENING.
           ADD CUT-SALES (WS-CUST-IDX2) TO WS-GRAND-SALES.
           ADD CUT-CREDITS (WS-CUST-IDX2) TO WS-GRAND-CREDITS.
           ADD CUT-RECEIPTS (WS-CUST-IDX2) TO WS-GRAND-RECEIPTS.
           ADD CUT-WRITE-OFFS (WS-CUST-IDX2) TO WS-GRAND-WRITE-OFFS.

       WRITE-SALE-ACTIVITY.
           IF ART-CUST-ID (WS-AR-IDX2) = CUT-ID (WS-CUST-IDX2)
               AND ART-DATE (WS-AR-IDX2)(1:7) = WS-STMT-PERIOD
               MOVE ART-DATE (WS-AR-IDX2) TO SL-DATE
               IF ART-ORIG (WS-AR-IDX2) < ZERO
                   MOVE "RETURN" TO SL-TYPE
               ELSE
                   MOVE "INVOICE" TO SL-TYPE
               END-IF
               MOVE ART-SALE-ID (WS-AR-IDX2) TO SL-REF
               MOVE ART-ORIG (WS-AR-IDX2) TO SL-AMOUNT
               WRITE STATEMENT-LINE FROM STMT-ACTIVITY-LINE
           END-IF.

       WRITE-RECEIPT-ACTIVITY.
           IF RCT-CUST-ID (WS-RCT-IDX2) = CUT-ID (WS-CUST-IDX2)
               MOVE RCT-DATE (WS-RCT-IDX2) TO SL-DATE
               MOVE "PAYMENT" TO SL-TYPE
               MOVE RCT-SALE-ID (WS-RCT-IDX2) TO SL-REF
               COMPUTE SL-AMOUNT = ZERO - RCT-AMOUNT (WS-RCT-IDX2)
               WRITE STATEMENT-LINE FROM STMT-ACTIVITY-LINE
           END-IF.

       WRITE-WRITE-OFF-ACTIVITY.
           IF WOT-CUST-ID (WS-WOT-IDX2) = CUT-ID (WS-CUST-IDX2)
               MOVE WOT-DATE (WS-WOT-IDX2) TO SL-DATE
               MOVE "WRITEOFF" TO SL-TYPE
               MOVE WOT-SALE-ID (WS-WOT-IDX2) TO SL-REF
               COMPUTE SL-AMOUNT = ZERO - WOT-AMOUNT (WS-WOT-IDX2)
               WRITE STATEMENT-LINE FROM STMT-ACTIVITY-LINE
           END-IF.

       SUM-AROPEN-OUTSTANDING.
           MOVE ZERO TO WS-AROPEN-OUTSTANDING.
           MOVE "N" TO WS-AR-EOF.
           OPEN INPUT AR-OPEN-FILE.
           IF AR-OPEN-FILE-STATUS = "00"
               PERFORM READ-AR-OPEN
               PERFORM ADD-AROPEN-OUTSTANDING UNTIL WS-AR-EOF = "Y"
               CLOSE AR-OPEN-FILE
           END-IF.

       ADD-AROPEN-OUTSTANDING.
           IF AR-STATUS = "O"
               ADD AR-OPEN-AMOUNT TO WS-AROPEN-OUTSTANDING
           END-IF.
           PERFORM READ-AR-OPEN.

       SUM-UNAPPLIED-OUTSTANDING.
           MOVE ZERO TO WS-UNAPPLIED-OUTSTANDING.
           MOVE "N" TO WS-UNAPPLIED-EOF.
           OPEN INPUT UNAPPLIED-CASH-FILE.
           IF UNAPPLIED-FILE-STATUS = "00"
               PERFORM READ-UNAPPLIED-CASH
               PERFORM ADD-UNAPPLIED-OUTSTANDING
                   UNTIL WS-UNAPPLIED-EOF = "Y"
               CLOSE UNAPPLIED-CASH-FILE
           END-IF.

       ADD-UNAPPLIED-OUTSTANDING.
           IF UC-STATUS = "O" AND UC-AMOUNT NUMERIC
               ADD UC-AMOUNT TO WS-UNAPPLIED-OUTSTANDING
           END-IF.
           PERFORM READ-UNAPPLIED-CASH.

       WRITE-CONTROL-TOTALS.
           WRITE STATEMENT-LINE FROM STMT-SEPARATOR.
           MOVE WS-STMT-PERIOD TO CH-PERIOD.
           WRITE STATEMENT-LINE FROM CONTROL-HEADER-LINE.

           MOVE WS-STATEMENT-COUNT TO CC-STATEMENTS.
           MOVE WS-SKIPPED-COUNT TO CC-SKIPPED.
           WRITE STATEMENT-LINE FROM CONTROL-COUNT-LINE.

           MOVE "TOTAL OPENING" TO SA-LABEL.
           MOVE WS-GRAND-OPENING TO SA-AMOUNT.
           WRITE STATEMENT-LINE FROM STMT-AMOUNT-LINE.

           MOVE "TOTAL SALES" TO SA-LABEL.
           MOVE WS-GRAND-SALES TO SA-AMOUNT.
           WRITE STATEMENT-LINE FROM STMT-AMOUNT-LINE.

           MOVE "TOTAL CREDITS" TO SA-LABEL.
           MOVE WS-GRAND-CREDITS TO SA-AMOUNT.
           WRITE STATEMENT-LINE FROM STMT-AMOUNT-LINE.

           MOVE "TOTAL RECEIPTS" TO SA-LABEL.
           MOVE WS-GRAND-RECEIPTS TO SA-AMOUNT.
           WRITE STATEMENT-LINE FROM STMT-AMOUNT-LINE.

           MOVE "TOTAL WRITE-OFFS" TO SA-LABEL.
           MOVE WS-GRAND-WRITE-OFFS TO SA-AMOUNT.
           WRITE STATEMENT-LINE FROM STMT-AMOUNT-LINE.

           MOVE "TOTAL CLOSING" TO SA-LABEL.
           MOVE WS-GRAND-CLOSING TO SA-AMOUNT.
           WRITE STATEMENT-LINE FROM STMT-AMOUNT-LINE.

           MOVE "AFTER PERIOD END" TO SA-LABEL.
           MOVE WS-GRAND-LATER TO SA-AMOUNT.
           WRITE STATEMENT-LINE FROM STMT-AMOUNT-LINE.

           IF WS-NO-CUSTOMER-COUNT > ZERO
               MOVE "OPEN ITEMS WITH NO CUSTOMER: "
                   TO CE-TEXT
               MOVE WS-NO-CUSTOMER-COUNT TO CE-KEY
               WRITE STATEMENT-LINE FROM CONTROL-EXCEPTION-LINE
               MOVE "NO CUSTOMER ON FILE" TO SA-LABEL
               MOVE WS-NO-CUSTOMER-AMOUNT TO SA-AMOUNT
               WRITE STATEMENT-LINE FROM STMT-AMOUNT-LINE
           END-IF.

           MOVE "AROPEN OUTSTANDING" TO SA-LABEL.
           MOVE WS-AROPEN-OUTSTANDING TO SA-AMOUNT.
           WRITE STATEMENT-LINE FROM STMT-AMOUNT-LINE.

           MOVE "UNAPPLIED CASH" TO SA-LABEL.
           COMPUTE SA-AMOUNT = ZERO - WS-UNAPPLIED-OUTSTANDING.
           WRITE STATEMENT-LINE FROM STMT-AMOUNT-LINE.

           COMPUTE WS-STATEMENT-TOTAL =
               WS-GRAND-CLOSING + WS-GRAND-LATER
               + WS-NO-CUSTOMER-AMOUNT.
           COMPUTE WS-AROPEN-NET =
               WS-AROPEN-OUTSTANDING - WS-UNAPPLIED-OUTSTANDING.
           IF WS-STATEMENT-TOTAL = WS-AROPEN-NET
               MOVE "IN BALANCE WITH AROPEN AND UNAPPLIED"
                   TO CV-VERDICT
           ELSE
               MOVE "** OUT OF BALANCE WITH AROPEN/UNAPPLIED"
                   TO CV-VERDICT
               MOVE 4 TO RETURN-CODE
           END-IF.
           WRITE STATEMENT-LINE FROM CONTROL-VERDICT-LINE.
