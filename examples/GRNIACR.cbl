       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRNIACR.
       AUTHOR. CASCADE.
       DATE-WRITTEN. 2026-10-15.
       SECURITY. CONFIDENTIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. X86-64.
       OBJECT-COMPUTER. X86-64.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PARMCARD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT OPEN-PO-FILE ASSIGN TO "OPENPO.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OPEN-PO-FILE-STATUS.
           SELECT STOCK-LEDGER-FILE ASSIGN TO "STOCKLDG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LEDGER-FILE-STATUS.
           SELECT RECEIPT-HISTORY-FILE ASSIGN TO "RCVHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RCVHIST-FILE-STATUS.
           SELECT AP-OPEN-FILE ASSIGN TO "APOPEN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AP-OPEN-FILE-STATUS.
           SELECT VENDOR-FILE ASSIGN TO "VENDOR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS VENDOR-FILE-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO "PRODUCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-REC-ID
               FILE STATUS IS PRODUCT-FILE-STATUS.
           SELECT GRNI-TOTALS-FILE ASSIGN TO "GRNI.TOT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GRNI-TOTALS-STATUS.
           SELECT BATCH-CONTROL-FILE ASSIGN TO "BATCHCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BATCH-CONTROL-STATUS.
           SELECT GRNI-REPORT-FILE ASSIGN TO "GRNI.RPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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
           05 FILLER            PIC X(5).

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

       FD AP-OPEN-FILE
           LABEL RECORDS ARE STANDARD.
       01 AP-OPEN-RECORD.
           05 AP-INV-NUMBER     PIC X(10).
           05 AP-VEND-ID        PIC 9(5).
           05 AP-PO-NUMBER      PIC 9(6).
           05 AP-QTY            PIC 9(5).
           05 AP-AMOUNT         PIC 9(7)V99.
           05 AP-INV-DATE       PIC X(10).
           05 AP-STATUS         PIC X.
           05 AP-PAY-DATE       PIC X(10).
           05 AP-PAY-REF        PIC 9(6).
           05 FILLER            PIC X(8).

       FD VENDOR-FILE
           LABEL RECORDS ARE STANDARD.
       01 VENDOR-RECORD.
           05 VEND-REC-ID       PIC 9(5).
           05 VEND-REC-NAME     PIC X(20).
           05 VEND-REC-LEAD-TIME PIC 9(3).
           05 VEND-REC-TERMS    PIC 9(3).
           05 VEND-REC-PAY-METHOD PIC X.
           05 FILLER            PIC X(8).

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

       FD GRNI-TOTALS-FILE
           LABEL RECORDS ARE STANDARD.
       01 GRNI-TOTALS-RECORD.
           05 GT-ACCRUAL-AMOUNT PIC 9(9)V99.
           05 GT-ACCRUAL-DATE   PIC X(10).
           05 GT-REVERSAL-DATE  PIC X(10).
           05 GT-POSTED-FLAG    PIC X.
           05 FILLER            PIC X(8).

       FD BATCH-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01 BATCH-CONTROL-RECORD.
           05 BC-FILE-NAME      PIC X(14).
           05 BC-BUS-DATE       PIC X(10).
           05 BC-REC-COUNT      PIC 9(7).
           05 BC-AMOUNT-TOTAL   PIC S9(13)V99.
           05 FILLER            PIC X(4).

       FD GRNI-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01 GRNI-REPORT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
       01 PARM-FILE-STATUS      PIC XX VALUE SPACES.
       01 OPEN-PO-FILE-STATUS   PIC XX VALUE SPACES.
       01 LEDGER-FILE-STATUS    PIC XX VALUE SPACES.
       01 RCVHIST-FILE-STATUS   PIC XX VALUE SPACES.
       01 AP-OPEN-FILE-STATUS   PIC XX VALUE SPACES.
       01 VENDOR-FILE-STATUS    PIC XX VALUE SPACES.
       01 PRODUCT-FILE-STATUS   PIC XX VALUE SPACES.
       01 GRNI-TOTALS-STATUS    PIC XX VALUE SPACES.
       01 BATCH-CONTROL-STATUS  PIC XX VALUE SPACES.

       01 WS-PARM-EOF           PIC X VALUE "N".
       01 WS-PARM-FOUND         PIC X VALUE "N".
           88 PARM-WAS-FOUND    VALUE "Y".
       01 WS-FILE-EOF           PIC X VALUE "N".
       01 WS-PO-FOUND           PIC X VALUE "N".
           88 PO-WAS-FOUND      VALUE "Y".
       01 WS-VENDOR-PRINTED     PIC X VALUE "N".
           88 VENDOR-WAS-PRINTED VALUE "Y".

       01 WS-ASOF-DATE          PIC X(10) VALUE SPACES.
       01 WS-ASOF-DATE-R REDEFINES WS-ASOF-DATE.
           05 WS-ASOF-YEAR      PIC 9(4).
           05 WS-ASOF-DASH1     PIC X.
           05 WS-ASOF-MONTH     PIC 9(2).
           05 WS-ASOF-DASH2     PIC X.
           05 WS-ASOF-DAY       PIC 9(2).
       01 WS-REVERSAL-DATE.
           05 WS-REV-YEAR       PIC 9(4).
           05 FILLER            PIC X VALUE "-".
           05 WS-REV-MONTH      PIC 9(2).
           05 FILLER            PIC X VALUE "-".
           05 WS-REV-DAY        PIC 9(2).

       01 WS-ASOF-SERIAL        PIC 9(7) VALUE ZERO.
       01 WS-ITEM-SERIAL        PIC 9(7) VALUE ZERO.
       01 WS-DAYS-OLD           PIC S9(7) VALUE ZERO.
       01 WS-ITEM-DATE          PIC X(10).
       01 WS-ITEM-DATE-R REDEFINES WS-ITEM-DATE.
           05 WS-ITEM-YEAR      PIC 9(4).
           05 FILLER            PIC X.
           05 WS-ITEM-MONTH     PIC 9(2).
           05 FILLER            PIC X.
           05 WS-ITEM-DAY       PIC 9(2).

       01 WS-LEDGER-PO-NUMBER   PIC 9(6) VALUE ZERO.
       01 WS-LOOK-PO-NUMBER     PIC 9(6) VALUE ZERO.
       01 WS-REMAINING-QTY      PIC 9(7) VALUE ZERO.
       01 WS-VEND-SUB           PIC 9(3) VALUE ZERO.
       01 WS-PO-SUB             PIC 9(3) VALUE ZERO.
       01 WS-RCT-SUB            PIC 9(4) VALUE ZERO.

       01 WS-SLICE-DATE         PIC X(10) VALUE SPACES.
       01 WS-SLICE-QTY          PIC 9(7) VALUE ZERO.
       01 WS-SLICE-COST         PIC 9(5)V99 VALUE ZERO.
       01 WS-SLICE-SOURCE       PIC X(7) VALUE SPACES.
       01 WS-SLICE-VALUE        PIC 9(9)V99 VALUE ZERO.

       01 WS-VEND-TOTALS.
           05 WS-VEND-VALUE     PIC 9(11)V99 VALUE ZERO.
           05 WS-VEND-CURRENT   PIC 9(11)V99 VALUE ZERO.
           05 WS-VEND-OVER-30   PIC 9(11)V99 VALUE ZERO.
           05 WS-VEND-OVER-60   PIC 9(11)V99 VALUE ZERO.
           05 WS-VEND-OVER-90   PIC 9(11)V99 VALUE ZERO.
       01 WS-GRAND-TOTALS.
           05 WS-GRAND-VALUE    PIC 9(11)V99 VALUE ZERO.
           05 WS-GRAND-CURRENT  PIC 9(11)V99 VALUE ZERO.
           05 WS-GRAND-OVER-30  PIC 9(11)V99 VALUE ZERO.
           05 WS-GRAND-OVER-60  PIC 9(11)V99 VALUE ZERO.
           05 WS-GRAND-OVER-90  PIC 9(11)V99 VALUE ZERO.

       01 WS-LINE-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-WARNING-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-NO-COST-COUNT      PIC 9(5) VALUE ZERO.

       01 OPEN-PO-TABLE.
           05 OPEN-PO-ENTRY OCCURS 1 TO 500 TIMES
                       DEPENDING ON WS-PO-COUNT
                       INDEXED BY PO-IDX.
               10 POT-NUMBER    PIC 9(6).
               10 POT-VEND-ID   PIC 9(5).
               10 POT-PROD-ID   PIC 9(3).
               10 POT-LEDGER-QTY PIC 9(7).
               10 POT-FIRST-DATE PIC X(10).
               10 POT-HIST-QTY  PIC 9(7).
               10 POT-INVOICED-QTY PIC 9(7).
               10 POT-REPORTED  PIC X.

       01 WS-PO-COUNT           PIC 9(3) VALUE ZERO.

       01 RECEIPT-TABLE.
           05 RECEIPT-ENTRY OCCURS 1 TO 2000 TIMES
                       DEPENDING ON WS-RECEIPT-COUNT.
               10 RCT-PO-NUMBER PIC 9(6).
               10 RCT-RCV-DATE  PIC X(10).
               10 RCT-QTY       PIC 9(5).
               10 RCT-UNIT-COST PIC 9(5)V99.
               10 RCT-OPEN-QTY  PIC 9(5).

       01 WS-RECEIPT-COUNT      PIC 9(4) VALUE ZERO.

       01 VENDOR-TABLE.
           05 VENDOR-ENTRY OCCURS 1 TO 200 TIMES
                       DEPENDING ON WS-VENDOR-COUNT
                       INDEXED BY VEND-IDX.
               10 VT-VEND-ID    PIC 9(5).
               10 VT-NAME       PIC X(20).

       01 WS-VENDOR-COUNT       PIC 9(3) VALUE ZERO.

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
           05 FILLER            PIC X(46) VALUE
               "GOODS RECEIVED NOT INVOICED - ACCRUAL LISTING".
           05 FILLER            PIC X(6) VALUE "AS OF ".
           05 RH-ASOF-DATE      PIC X(10).
           05 FILLER            PIC X(6) VALUE "  RUN ".
           05 RH-RUN-DATE       PIC X(10).
           05 FILLER            PIC X(54) VALUE SPACES.

       01 REPORT-HEADER-2.
           05 FILLER            PIC X(12) VALUE "  PO NUMBER".
           05 FILLER            PIC X(6) VALUE "PROD".
           05 FILLER            PIC X(13) VALUE "RECEIVED".
           05 FILLER            PIC X(9) VALUE "QUANTITY".
           05 FILLER            PIC X(12) VALUE "  UNIT COST".
           05 FILLER            PIC X(17) VALUE "            VALUE".
           05 FILLER            PIC X(8) VALUE "    DAYS".
           05 FILLER            PIC X(12) VALUE "  AGE".
           05 FILLER            PIC X(7) VALUE "SOURCE".
           05 FILLER            PIC X(36) VALUE SPACES.

       01 VENDOR-HEADER-LINE.
           05 FILLER            PIC X(7) VALUE "VENDOR ".
           05 VH-VEND-ID        PIC 9(5).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 VH-VEND-NAME      PIC X(24).
           05 FILLER            PIC X(94) VALUE SPACES.

       01 DETAIL-LINE.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 DL-PO-NUMBER      PIC 9(6).
           05 FILLER            PIC X(4) VALUE SPACES.
           05 DL-PROD-ID        PIC 9(3).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 DL-RCV-DATE       PIC X(10).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 DL-QTY            PIC Z,ZZZ,ZZ9.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 DL-UNIT-COST      PIC ZZ,ZZ9.99.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 DL-VALUE          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 DL-DAYS           PIC ZZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 DL-BUCKET         PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 DL-SOURCE         PIC X(7).
           05 FILLER            PIC X(36) VALUE SPACES.

       01 WARNING-LINE.
           05 FILLER            PIC X(5) VALUE "  ** ".
           05 FILLER            PIC X(3) VALUE "PO ".
           05 WL-PO-NUMBER      PIC 9(6).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WL-TEXT           PIC X(45).
           05 FILLER            PIC X(71) VALUE SPACES.

       01 AGING-TOTAL-LINE.
           05 AT-LABEL          PIC X(16).
           05 FILLER            PIC X(6) VALUE "VALUE ".
           05 AT-VALUE          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(8) VALUE "   0-30 ".
           05 AT-CURRENT        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(8) VALUE "  31-60 ".
           05 AT-OVER-30        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(8) VALUE "  61-90 ".
           05 AT-OVER-60        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(9) VALUE "  OVER 90".
           05 AT-OVER-90        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(7) VALUE SPACES.

       01 ACCRUAL-LINE.
           05 FILLER            PIC X(22) VALUE
               "ACCRUAL JOURNAL DATED ".
           05 AL-ACCRUAL-DATE   PIC X(10).
           05 FILLER            PIC X(17) VALUE
               "  REVERSAL DATED ".
           05 AL-REVERSAL-DATE  PIC X(10).
           05 FILLER            PIC X(16) VALUE
               "  RECEIPT LINES ".
           05 AL-LINE-COUNT     PIC ZZ,ZZ9.
           05 FILLER            PIC X(51) VALUE SPACES.

       01 NO-GRNI-LINE.
           05 FILLER            PIC X(40) VALUE
               "NO UNINVOICED RECEIPTS AT PERIOD END".
           05 FILLER            PIC X(92) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-YEAR TO WS-RUN-EDIT-YEAR.
           MOVE WS-RUN-MONTH TO WS-RUN-EDIT-MONTH.
           MOVE WS-RUN-DAY TO WS-RUN-EDIT-DAY.

           MOVE WS-RUN-DATE-EDIT TO WS-ASOF-DATE.
           PERFORM READ-PARM-CARD.
           PERFORM SET-PERIOD-DATES.
           PERFORM CHECK-PRIOR-ACCRUAL.

           PERFORM LOAD-VENDOR-TABLE.
           PERFORM LOAD-OPEN-PO-TABLE.
           PERFORM SUM-LEDGER-RECEIPTS.
           PERFORM SUM-INVOICED-QUANTITY.
           PERFORM LOAD-RECEIPT-TABLE.

           OPEN INPUT PRODUCT-FILE.
           IF PRODUCT-FILE-STATUS NOT = "00"
               DISPLAY "GRNIACR: ERROR OPENING PRODUCT FILE: "
                   PRODUCT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT GRNI-REPORT-FILE.
           MOVE WS-ASOF-DATE TO RH-ASOF-DATE.
           MOVE WS-RUN-DATE-EDIT TO RH-RUN-DATE.
           WRITE GRNI-REPORT-LINE FROM REPORT-HEADER-1.
           WRITE GRNI-REPORT-LINE FROM REPORT-HEADER-2.

           PERFORM REPORT-VENDOR
               VARYING WS-VEND-SUB FROM 1 BY 1
               UNTIL WS-VEND-SUB > WS-VENDOR-COUNT.
           PERFORM REPORT-UNKNOWN-VENDORS.

           IF WS-LINE-COUNT = 0
               WRITE GRNI-REPORT-LINE FROM NO-GRNI-LINE
           END-IF.

           MOVE SPACES TO GRNI-REPORT-LINE.
           WRITE GRNI-REPORT-LINE.
           MOVE "GRAND TOTAL" TO AT-LABEL.
           MOVE WS-GRAND-VALUE TO AT-VALUE.
           MOVE WS-GRAND-CURRENT TO AT-CURRENT.
           MOVE WS-GRAND-OVER-30 TO AT-OVER-30.
           MOVE WS-GRAND-OVER-60 TO AT-OVER-60.
           MOVE WS-GRAND-OVER-90 TO AT-OVER-90.
           WRITE GRNI-REPORT-LINE FROM AGING-TOTAL-LINE.
           MOVE WS-ASOF-DATE TO AL-ACCRUAL-DATE.
           MOVE WS-REVERSAL-DATE TO AL-REVERSAL-DATE.
           MOVE WS-LINE-COUNT TO AL-LINE-COUNT.
           WRITE GRNI-REPORT-LINE FROM ACCRUAL-LINE.

           CLOSE PRODUCT-FILE
                 GRNI-REPORT-FILE.

           PERFORM WRITE-GRNI-TOTALS.

           DISPLAY "GRNIACR: PERIOD END:      " WS-ASOF-DATE.
           DISPLAY "GRNIACR: RECEIPT LINES:   " WS-LINE-COUNT.
           DISPLAY "GRNIACR: ACCRUAL AMOUNT:  " WS-GRAND-VALUE.
           DISPLAY "GRNIACR: REVERSES ON:     " WS-REVERSAL-DATE.
           IF WS-WARNING-COUNT > 0 OR WS-NO-COST-COUNT > 0
               DISPLAY "GRNIACR: WARNINGS:        " WS-WARNING-COUNT
               DISPLAY "GRNIACR: UNCOSTED LINES:  " WS-NO-COST-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       READ-PARM-CARD.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-STATUS = "00"
               MOVE "N" TO WS-PARM-FOUND
               PERFORM READ-PARM-RECORD
               PERFORM FIND-PARM-CARD UNTIL WS-PARM-EOF = "Y"
                   OR PARM-WAS-FOUND
               CLOSE PARM-FILE
               IF PARM-WAS-FOUND AND PARM-ASOF-DATE NOT = SPACES
                   MOVE PARM-ASOF-DATE TO WS-ASOF-DATE
               END-IF
           END-IF.

       READ-PARM-RECORD.
           READ PARM-FILE
               AT END MOVE "Y" TO WS-PARM-EOF
           END-READ.

       FIND-PARM-CARD.
           IF PARM-PROGRAM = "GRNIACR"
               MOVE "Y" TO WS-PARM-FOUND
           ELSE
               PERFORM READ-PARM-RECORD
           END-IF.

       SET-PERIOD-DATES.
           IF WS-ASOF-YEAR NOT NUMERIC OR WS-ASOF-MONTH NOT NUMERIC
               OR WS-ASOF-DAY NOT NUMERIC
               OR WS-ASOF-DASH1 NOT = "-" OR WS-ASOF-DASH2 NOT = "-"
               OR WS-ASOF-MONTH < 1 OR WS-ASOF-MONTH > 12
               OR WS-ASOF-DAY < 1 OR WS-ASOF-DAY > 31
               DISPLAY "GRNIACR: INVALID PERIOD END DATE: "
                   WS-ASOF-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-ASOF-SERIAL =
               (WS-ASOF-YEAR * 360) + (WS-ASOF-MONTH * 30)
               + WS-ASOF-DAY.
           IF WS-ASOF-MONTH = 12
               COMPUTE WS-REV-YEAR = WS-ASOF-YEAR + 1
               MOVE 1 TO WS-REV-MONTH
           ELSE
               MOVE WS-ASOF-YEAR TO WS-REV-YEAR
               COMPUTE WS-REV-MONTH = WS-ASOF-MONTH + 1
           END-IF.
           MOVE 1 TO WS-REV-DAY.

       CHECK-PRIOR-ACCRUAL.
           OPEN INPUT GRNI-TOTALS-FILE.
           IF GRNI-TOTALS-STATUS = "00"
               READ GRNI-TOTALS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF GT-ACCRUAL-DATE = WS-ASOF-DATE
                           AND GT-POSTED-FLAG = "P"
                           DISPLAY "GRNIACR: ACCRUAL FOR "
                               WS-ASOF-DATE " ALREADY POSTED TO GL"
                           CLOSE GRNI-TOTALS-FILE
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       IF GT-ACCRUAL-DATE NOT = WS-ASOF-DATE
                           AND GT-POSTED-FLAG NOT = "P"
                           AND GT-ACCRUAL-AMOUNT NOT = ZERO
                           DISPLAY "GRNIACR: ACCRUAL FOR "
                               GT-ACCRUAL-DATE " NOT YET POSTED TO GL"
                           CLOSE GRNI-TOTALS-FILE
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
               CLOSE GRNI-TOTALS-FILE
           END-IF.

       LOAD-VENDOR-TABLE.
           OPEN INPUT VENDOR-FILE.
           IF VENDOR-FILE-STATUS NOT = "00"
               DISPLAY "GRNIACR: ERROR OPENING VENDOR FILE: "
                   VENDOR-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-FILE-EOF.
           PERFORM READ-VENDOR-RECORD.
           PERFORM LOAD-VENDOR-ENTRY UNTIL WS-FILE-EOF = "Y".
           CLOSE VENDOR-FILE.

       READ-VENDOR-RECORD.
           READ VENDOR-FILE
               AT END MOVE "Y" TO WS-FILE-EOF
           END-READ.

       LOAD-VENDOR-ENTRY.
           ADD 1 TO WS-VENDOR-COUNT.
           IF WS-VENDOR-COUNT > 200
               DISPLAY "VENDOR TABLE OVERFLOW - OVER 200"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE VEND-REC-ID TO VT-VEND-ID (WS-VENDOR-COUNT).
           MOVE VEND-REC-NAME TO VT-NAME (WS-VENDOR-COUNT).
           PERFORM READ-VENDOR-RECORD.

       LOAD-OPEN-PO-TABLE.
           OPEN INPUT OPEN-PO-FILE.
           IF OPEN-PO-FILE-STATUS NOT = "00"
               DISPLAY "GRNIACR: ERROR OPENING OPEN PO FILE: "
                   OPEN-PO-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-FILE-EOF.
           PERFORM READ-OPEN-PO.
           PERFORM LOAD-OPEN-PO-ENTRY UNTIL WS-FILE-EOF = "Y".
           CLOSE OPEN-PO-FILE.

       READ-OPEN-PO.
           READ OPEN-PO-FILE
               AT END MOVE "Y" TO WS-FILE-EOF
           END-READ.

       LOAD-OPEN-PO-ENTRY.
           ADD 1 TO WS-PO-COUNT.
           IF WS-PO-COUNT > 500
               DISPLAY "OPEN PO TABLE OVERFLOW - OVER 500"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PO-REC-NUMBER TO POT-NUMBER (WS-PO-COUNT).
           MOVE PO-REC-VEND-ID TO POT-VEND-ID (WS-PO-COUNT).
           MOVE PO-REC-PROD-ID TO POT-PROD-ID (WS-PO-COUNT).
           MOVE ZERO TO POT-LEDGER-QTY (WS-PO-COUNT).
           MOVE SPACES TO POT-FIRST-DATE (WS-PO-COUNT).
           MOVE ZERO TO POT-HIST-QTY (WS-PO-COUNT).
           MOVE ZERO TO POT-INVOICED-QTY (WS-PO-COUNT).
           MOVE "N" TO POT-REPORTED (WS-PO-COUNT).
           PERFORM READ-OPEN-PO.

       FIND-OPEN-PO.
           MOVE "N" TO WS-PO-FOUND.
           IF WS-PO-COUNT > 0
               SET PO-IDX TO 1
               SEARCH OPEN-PO-ENTRY
                   WHEN POT-NUMBER (PO-IDX) = WS-LOOK-PO-NUMBER
                       MOVE "Y" TO WS-PO-FOUND
               END-SEARCH
           END-IF.

       SUM-LEDGER-RECEIPTS.
           OPEN INPUT STOCK-LEDGER-FILE.
           IF LEDGER-FILE-STATUS NOT = "00"
               DISPLAY "GRNIACR: ERROR OPENING STOCK LEDGER: "
                   LEDGER-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-FILE-EOF.
           PERFORM READ-LEDGER-RECORD.
           PERFORM SUM-LEDGER-ENTRY UNTIL WS-FILE-EOF = "Y".
           CLOSE STOCK-LEDGER-FILE.

       READ-LEDGER-RECORD.
           READ STOCK-LEDGER-FILE
               AT END MOVE "Y" TO WS-FILE-EOF
           END-READ.

       SUM-LEDGER-ENTRY.
           IF SL-TYPE = "R"
               AND SL-REFERENCE(1:2) = "PO"
               AND SL-REFERENCE(3:6) NUMERIC
               AND SL-POST-DATE NOT > WS-ASOF-DATE
               MOVE SL-REFERENCE(3:6) TO WS-LOOK-PO-NUMBER
               PERFORM FIND-OPEN-PO
               IF PO-WAS-FOUND
                   ADD SL-QTY TO POT-LEDGER-QTY (PO-IDX)
                   IF POT-FIRST-DATE (PO-IDX) = SPACES
                       OR SL-POST-DATE < POT-FIRST-DATE (PO-IDX)
                       MOVE SL-POST-DATE TO POT-FIRST-DATE (PO-IDX)
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-LEDGER-RECORD.

       SUM-INVOICED-QUANTITY.
           OPEN INPUT AP-OPEN-FILE.
           IF AP-OPEN-FILE-STATUS = "00"
               MOVE "N" TO WS-FILE-EOF
               PERFORM READ-AP-OPEN-RECORD
               PERFORM SUM-AP-OPEN-ENTRY UNTIL WS-FILE-EOF = "Y"
               CLOSE AP-OPEN-FILE
           END-IF.

       READ-AP-OPEN-RECORD.
           READ AP-OPEN-FILE
               AT END MOVE "Y" TO WS-FILE-EOF
           END-READ.

       SUM-AP-OPEN-ENTRY.
           IF AP-PO-NUMBER NUMERIC AND AP-QTY NUMERIC
               AND AP-INV-DATE NOT > WS-ASOF-DATE
               MOVE AP-PO-NUMBER TO WS-LOOK-PO-NUMBER
               PERFORM FIND-OPEN-PO
               IF PO-WAS-FOUND
                   ADD AP-QTY TO POT-INVOICED-QTY (PO-IDX)
               END-IF
           END-IF.
           PERFORM READ-AP-OPEN-RECORD.

       LOAD-RECEIPT-TABLE.
           OPEN INPUT RECEIPT-HISTORY-FILE.
           IF RCVHIST-FILE-STATUS NOT = "00"
               MOVE ZERO TO WS-RECEIPT-COUNT
           ELSE
               MOVE "N" TO WS-FILE-EOF
               PERFORM READ-RECEIPT-HISTORY
               PERFORM LOAD-RECEIPT-ENTRY UNTIL WS-FILE-EOF = "Y"
               CLOSE RECEIPT-HISTORY-FILE
           END-IF.

       READ-RECEIPT-HISTORY.
           READ RECEIPT-HISTORY-FILE
               AT END MOVE "Y" TO WS-FILE-EOF
           END-READ.

       LOAD-RECEIPT-ENTRY.
           IF RCH-RCV-DATE NOT > WS-ASOF-DATE
               MOVE RCH-PO-NUMBER TO WS-LOOK-PO-NUMBER
               PERFORM FIND-OPEN-PO
               IF PO-WAS-FOUND
                   ADD 1 TO WS-RECEIPT-COUNT
                   IF WS-RECEIPT-COUNT > 2000
                       DISPLAY "RECEIPT TABLE OVERFLOW - OVER 2000"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE RCH-PO-NUMBER
                       TO RCT-PO-NUMBER (WS-RECEIPT-COUNT)
                   MOVE RCH-RCV-DATE TO RCT-RCV-DATE (WS-RECEIPT-COUNT)
                   MOVE RCH-QTY TO RCT-QTY (WS-RECEIPT-COUNT)
                   MOVE RCH-UNIT-COST
                       TO RCT-UNIT-COST (WS-RECEIPT-COUNT)
                   MOVE ZERO TO RCT-OPEN-QTY (WS-RECEIPT-COUNT)
                   ADD RCH-QTY TO POT-HIST-QTY (PO-IDX)
               END-IF
           END-IF.
           PERFORM READ-RECEIPT-HISTORY.

       REPORT-VENDOR.
           MOVE ZERO TO WS-VEND-VALUE.
           MOVE ZERO TO WS-VEND-CURRENT.
           MOVE ZERO TO WS-VEND-OVER-30.
           MOVE ZERO TO WS-VEND-OVER-60.
           MOVE ZERO TO WS-VEND-OVER-90.
           MOVE "N" TO WS-VENDOR-PRINTED.
           MOVE VT-VEND-ID (WS-VEND-SUB) TO VH-VEND-ID.
           MOVE VT-NAME (WS-VEND-SUB) TO VH-VEND-NAME.
           PERFORM REPORT-VENDOR-PO
               VARYING WS-PO-SUB FROM 1 BY 1
               UNTIL WS-PO-SUB > WS-PO-COUNT.
           IF VENDOR-WAS-PRINTED
               MOVE "  VENDOR TOTAL" TO AT-LABEL
               PERFORM WRITE-VENDOR-TOTAL
           END-IF.

       REPORT-VENDOR-PO.
           IF POT-VEND-ID (WS-PO-SUB) = VT-VEND-ID (WS-VEND-SUB)
               MOVE "Y" TO POT-REPORTED (WS-PO-SUB)
               PERFORM REPORT-PO
           END-IF.

       REPORT-UNKNOWN-VENDORS.
           MOVE ZERO TO WS-VEND-VALUE.
           MOVE ZERO TO WS-VEND-CURRENT.
           MOVE ZERO TO WS-VEND-OVER-30.
           MOVE ZERO TO WS-VEND-OVER-60.
           MOVE ZERO TO WS-VEND-OVER-90.
           MOVE "N" TO WS-VENDOR-PRINTED.
           PERFORM REPORT-UNKNOWN-VENDOR-PO
               VARYING WS-PO-SUB FROM 1 BY 1
               UNTIL WS-PO-SUB > WS-PO-COUNT.
           IF WS-VEND-VALUE > ZERO
               MOVE "  NOT ON FILE" TO AT-LABEL
               PERFORM WRITE-VENDOR-TOTAL
           END-IF.

       REPORT-UNKNOWN-VENDOR-PO.
           IF POT-REPORTED (WS-PO-SUB) = "N"
               MOVE "N" TO WS-VENDOR-PRINTED
               MOVE POT-VEND-ID (WS-PO-SUB) TO VH-VEND-ID
               MOVE "** NOT ON VENDOR FILE" TO VH-VEND-NAME
               PERFORM REPORT-PO
           END-IF.

       REPORT-PO.
           IF POT-HIST-QTY (WS-PO-SUB) > POT-LEDGER-QTY (WS-PO-SUB)
               PERFORM PRINT-VENDOR-HEADER
               MOVE POT-NUMBER (WS-PO-SUB) TO WL-PO-NUMBER
               MOVE "RECEIPT HISTORY EXCEEDS STOCK LEDGER RECEIPTS"
                   TO WL-TEXT
               WRITE GRNI-REPORT-LINE FROM WARNING-LINE
               ADD 1 TO WS-WARNING-COUNT
           END-IF.

           IF POT-LEDGER-QTY (WS-PO-SUB) >
                   POT-INVOICED-QTY (WS-PO-SUB)
               COMPUTE WS-REMAINING-QTY =
                   POT-LEDGER-QTY (WS-PO-SUB)
                   - POT-INVOICED-QTY (WS-PO-SUB)
               PERFORM PRINT-VENDOR-HEADER
               PERFORM ALLOCATE-OPEN-RECEIPT
                   VARYING WS-RCT-SUB FROM WS-RECEIPT-COUNT BY -1
                   UNTIL WS-RCT-SUB < 1
               IF WS-REMAINING-QTY > ZERO
                   PERFORM REPORT-LEDGER-ONLY-RECEIPT
               END-IF
               PERFORM REPORT-OPEN-RECEIPT
                   VARYING WS-RCT-SUB FROM 1 BY 1
                   UNTIL WS-RCT-SUB > WS-RECEIPT-COUNT
           END-IF.

       PRINT-VENDOR-HEADER.
           IF NOT VENDOR-WAS-PRINTED
               MOVE SPACES TO GRNI-REPORT-LINE
               WRITE GRNI-REPORT-LINE
               WRITE GRNI-REPORT-LINE FROM VENDOR-HEADER-LINE
               MOVE "Y" TO WS-VENDOR-PRINTED
           END-IF.

       ALLOCATE-OPEN-RECEIPT.
           IF RCT-PO-NUMBER (WS-RCT-SUB) = POT-NUMBER (WS-PO-SUB)
               IF RCT-QTY (WS-RCT-SUB) NOT > WS-REMAINING-QTY
                   MOVE RCT-QTY (WS-RCT-SUB)
                       TO RCT-OPEN-QTY (WS-RCT-SUB)
                   SUBTRACT RCT-QTY (WS-RCT-SUB)
                       FROM WS-REMAINING-QTY
               ELSE
                   MOVE WS-REMAINING-QTY TO RCT-OPEN-QTY (WS-RCT-SUB)
                   MOVE ZERO TO WS-REMAINING-QTY
               END-IF
           END-IF.

       REPORT-LEDGER-ONLY-RECEIPT.
           MOVE POT-PROD-ID (WS-PO-SUB) TO PROD-REC-ID.
           READ PRODUCT-FILE
               INVALID KEY
                   MOVE ZERO TO PROD-REC-UNIT-COST
           END-READ.
           IF PROD-REC-UNIT-COST NOT NUMERIC
               MOVE ZERO TO PROD-REC-UNIT-COST
           END-IF.
           IF PROD-REC-UNIT-COST = ZERO
               ADD 1 TO WS-NO-COST-COUNT
           END-IF.
           MOVE POT-FIRST-DATE (WS-PO-SUB) TO WS-SLICE-DATE.
           MOVE WS-REMAINING-QTY TO WS-SLICE-QTY.
           MOVE PROD-REC-UNIT-COST TO WS-SLICE-COST.
           MOVE "LEDGER" TO WS-SLICE-SOURCE.
           PERFORM PRINT-RECEIPT-SLICE.

       REPORT-OPEN-RECEIPT.
           IF RCT-PO-NUMBER (WS-RCT-SUB) = POT-NUMBER (WS-PO-SUB)
               AND RCT-OPEN-QTY (WS-RCT-SUB) > ZERO
               MOVE RCT-RCV-DATE (WS-RCT-SUB) TO WS-SLICE-DATE
               MOVE RCT-OPEN-QTY (WS-RCT-SUB) TO WS-SLICE-QTY
               MOVE RCT-UNIT-COST (WS-RCT-SUB) TO WS-SLICE-COST
               MOVE "RCVHIST" TO WS-SLICE-SOURCE
               PERFORM PRINT-RECEIPT-SLICE
           END-IF.

       PRINT-RECEIPT-SLICE.
           COMPUTE WS-SLICE-VALUE ROUNDED =
               WS-SLICE-QTY * WS-SLICE-COST.

           MOVE WS-SLICE-DATE TO WS-ITEM-DATE.
           IF WS-ITEM-YEAR NUMERIC AND WS-ITEM-MONTH NUMERIC
               AND WS-ITEM-DAY NUMERIC
               COMPUTE WS-ITEM-SERIAL =
                   (WS-ITEM-YEAR * 360) + (WS-ITEM-MONTH * 30)
                   + WS-ITEM-DAY
               COMPUTE WS-DAYS-OLD =
                   WS-ASOF-SERIAL - WS-ITEM-SERIAL
           ELSE
               MOVE ZERO TO WS-DAYS-OLD
           END-IF.
           IF WS-DAYS-OLD < ZERO
               MOVE ZERO TO WS-DAYS-OLD
           END-IF.

           EVALUATE TRUE
               WHEN WS-DAYS-OLD NOT > 30
                   ADD WS-SLICE-VALUE TO WS-VEND-CURRENT
                   ADD WS-SLICE-VALUE TO WS-GRAND-CURRENT
                   MOVE "0-30" TO DL-BUCKET
               WHEN WS-DAYS-OLD NOT > 60
                   ADD WS-SLICE-VALUE TO WS-VEND-OVER-30
                   ADD WS-SLICE-VALUE TO WS-GRAND-OVER-30
                   MOVE "31-60" TO DL-BUCKET
               WHEN WS-DAYS-OLD NOT > 90
                   ADD WS-SLICE-VALUE TO WS-VEND-OVER-60
                   ADD WS-SLICE-VALUE TO WS-GRAND-OVER-60
                   MOVE "61-90" TO DL-BUCKET
               WHEN OTHER
                   ADD WS-SLICE-VALUE TO WS-VEND-OVER-90
                   ADD WS-SLICE-VALUE TO WS-GRAND-OVER-90
                   MOVE "OVER 90" TO DL-BUCKET
           END-EVALUATE.
           ADD WS-SLICE-VALUE TO WS-VEND-VALUE.
           ADD WS-SLICE-VALUE TO WS-GRAND-VALUE.
           ADD 1 TO WS-LINE-COUNT.

           MOVE POT-NUMBER (WS-PO-SUB) TO DL-PO-NUMBER.
           MOVE POT-PROD-ID (WS-PO-SUB) TO DL-PROD-ID.
           MOVE WS-SLICE-DATE TO DL-RCV-DATE.
           MOVE WS-SLICE-QTY TO DL-QTY.
           MOVE WS-SLICE-COST TO DL-UNIT-COST.
           MOVE WS-SLICE-VALUE TO DL-VALUE.
           MOVE WS-DAYS-OLD TO DL-DAYS.
           MOVE WS-SLICE-SOURCE TO DL-SOURCE.
           WRITE GRNI-REPORT-LINE FROM DETAIL-LINE.

       WRITE-VENDOR-TOTAL.
           MOVE WS-VEND-VALUE TO AT-VALUE.
           MOVE WS-VEND-CURRENT TO AT-CURRENT.
           MOVE WS-VEND-OVER-30 TO AT-OVER-30.
           MOVE WS-VEND-OVER-60 TO AT-OVER-60.
           MOVE WS-VEND-OVER-90 TO AT-OVER-90.
           WRITE GRNI-REPORT-LINE FROM AGING-TOTAL-LINE.

       WRITE-GRNI-TOTALS.
           OPEN OUTPUT GRNI-TOTALS-FILE.
           MOVE SPACES TO GRNI-TOTALS-RECORD.
           MOVE WS-GRAND-VALUE TO GT-ACCRUAL-AMOUNT.
           MOVE WS-ASOF-DATE TO GT-ACCRUAL-DATE.
           MOVE WS-REVERSAL-DATE TO GT-REVERSAL-DATE.
           MOVE SPACE TO GT-POSTED-FLAG.
           WRITE GRNI-TOTALS-RECORD.
           CLOSE GRNI-TOTALS-FILE.

           OPEN EXTEND BATCH-CONTROL-FILE.
           IF BATCH-CONTROL-STATUS = "35"
               OPEN OUTPUT BATCH-CONTROL-FILE
           END-IF.
           MOVE SPACES TO BATCH-CONTROL-RECORD.
           MOVE "GRNI.TOT" TO BC-FILE-NAME.
           MOVE WS-ASOF-DATE TO BC-BUS-DATE.
           MOVE 1 TO BC-REC-COUNT.
           MOVE WS-GRAND-VALUE TO BC-AMOUNT-TOTAL.
           WRITE BATCH-CONTROL-RECORD.
           CLOSE BATCH-CONTROL-FILE.
