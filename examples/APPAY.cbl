       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPAY.
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
           SELECT AP-OPEN-FILE ASSIGN TO "APOPEN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AP-OPEN-FILE-STATUS.
           SELECT PARM-FILE ASSIGN TO "PARMCARD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT PAYMENT-FILE ASSIGN TO "VENDPAY.OUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PAY-REGISTER-FILE ASSIGN TO "APPAY.RPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DISBURSE-TOTALS-FILE ASSIGN TO "APPAY.TOT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT BATCH-CONTROL-FILE ASSIGN TO "BATCHCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BATCH-CONTROL-STATUS.

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
               88 VEND-PAYS-BY-ACH    VALUE "A".
               88 VEND-PAYS-BY-CHEQUE VALUE "C" " ".
           05 FILLER            PIC X(8).

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

       FD PAYMENT-FILE
           LABEL RECORDS ARE STANDARD.
       01 PAYMENT-RECORD        PIC X(60).

       FD PAY-REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
       01 PAY-REGISTER-LINE     PIC X(90).

       FD DISBURSE-TOTALS-FILE
           LABEL RECORDS ARE STANDARD.
       01 DISBURSE-TOTALS-RECORD.
           05 DT-TOTAL-PAID     PIC 9(9)V99.
           05 DT-POSTED-FLAG    PIC X.

       FD BATCH-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01 BATCH-CONTROL-RECORD.
           05 BC-FILE-NAME      PIC X(14).
           05 BC-BUS-DATE       PIC X(10).
           05 BC-REC-COUNT      PIC 9(7).
           05 BC-AMOUNT-TOTAL   PIC S9(13)V99.
           05 FILLER            PIC X(4).

       WORKING-STORAGE SECTION.
       01 VENDOR-FILE-STATUS    PIC XX VALUE SPACES.
       01 AP-OPEN-FILE-STATUS   PIC XX VALUE SPACES.
       01 PARM-FILE-STATUS      PIC XX VALUE SPACES.
       01 BATCH-CONTROL-STATUS  PIC XX VALUE SPACES.

       01 WS-VENDOR-EOF         PIC X VALUE "N".
       01 WS-AP-EOF             PIC X VALUE "N".
       01 WS-PARM-EOF           PIC X VALUE "N".
       01 WS-PARM-FOUND         PIC X VALUE "N".
           88 PARM-WAS-FOUND    VALUE "Y".

       01 VENDOR-TABLE.
           05 VENDOR-ENTRY OCCURS 1 TO 100 TIMES
                       DEPENDING ON WS-VENDOR-COUNT
                       INDEXED BY VEND-IDX.
               10 VT-VEND-ID    PIC 9(5).
               10 VT-VEND-NAME  PIC X(20).
               10 VT-TERMS      PIC 9(3).
               10 VT-PAY-METHOD PIC X.

       01 WS-VENDOR-COUNT       PIC 9(3) VALUE ZERO.
       01 WS-VEND-IDX2          PIC 9(3) VALUE ZERO.
       01 WS-VENDOR-FOUND       PIC X VALUE "N".
           88 VENDOR-WAS-FOUND  VALUE "Y".

       01 AP-OPEN-TABLE.
           05 AP-OPEN-ENTRY OCCURS 1 TO 500 TIMES
                       DEPENDING ON WS-AP-COUNT
                       INDEXED BY AP-IDX.
               10 APT-INV-NUMBER PIC X(10).
               10 APT-VEND-ID   PIC 9(5).
               10 APT-PO-NUMBER PIC 9(6).
               10 APT-QTY       PIC 9(5).
               10 APT-AMOUNT    PIC 9(7)V99.
               10 APT-INV-DATE  PIC X(10).
               10 APT-STATUS    PIC X.
               10 APT-PAY-DATE  PIC X(10).
               10 APT-PAY-REF   PIC 9(6).

       01 WS-AP-COUNT           PIC 9(3) VALUE ZERO.
       01 WS-AP-IDX2            PIC 9(3) VALUE ZERO.

       01 WS-CUTOFF-DATE        PIC X(10) VALUE SPACES.
       01 WS-CUTOFF-DATE-R REDEFINES WS-CUTOFF-DATE.
           05 WS-CUTOFF-YEAR    PIC 9(4).
           05 FILLER            PIC X.
           05 WS-CUTOFF-MONTH   PIC 9(2).
           05 FILLER            PIC X.
           05 WS-CUTOFF-DAY     PIC 9(2).
       01 WS-CUTOFF-SERIAL      PIC 9(7) VALUE ZERO.
       01 WS-ITEM-SERIAL        PIC 9(7) VALUE ZERO.
       01 WS-DUE-SERIAL         PIC 9(7) VALUE ZERO.
       01 WS-ITEM-DATE          PIC X(10).
       01 WS-ITEM-DATE-R REDEFINES WS-ITEM-DATE.
           05 WS-ITEM-YEAR      PIC 9(4).
           05 FILLER            PIC X.
           05 WS-ITEM-MONTH     PIC 9(2).
           05 FILLER            PIC X.
           05 WS-ITEM-DAY       PIC 9(2).
       01 WS-ITEM-DUE           PIC X VALUE "N".
           88 ITEM-IS-DUE       VALUE "Y".
       01 WS-VENDOR-HAS-DUE     PIC X VALUE "N".
           88 VENDOR-HAS-DUE    VALUE "Y".

       01 WS-LAST-PAY-REF       PIC 9(6) VALUE ZERO.
       01 WS-VENDOR-PAID        PIC 9(9)V99 VALUE ZERO.
       01 WS-VENDOR-ITEMS       PIC 9(3) VALUE ZERO.
       01 WS-PAYMENT-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-ITEMS-PAID         PIC 9(5) VALUE ZERO.
       01 WS-CHEQUE-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-ACH-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-NO-VENDOR-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-DISBURSE-TOTAL     PIC 9(9)V99 VALUE ZERO.

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

       01 PAYMENT-DETAIL-RECORD.
           05 VP-RECORD-TYPE    PIC X VALUE "D".
           05 VP-METHOD         PIC X.
           05 VP-PAY-REF        PIC 9(6).
           05 VP-VEND-ID        PIC 9(5).
           05 VP-VEND-NAME      PIC X(20).
           05 VP-AMOUNT         PIC 9(7)V99.
           05 VP-PAY-DATE       PIC X(10).
           05 VP-ITEM-COUNT     PIC 9(3).
           05 FILLER            PIC X(5) VALUE SPACES.

       01 PAYMENT-TRAILER-RECORD.
           05 PT-RECORD-TYPE    PIC X VALUE "T".
           05 PT-RECORD-COUNT   PIC 9(7).
           05 PT-HASH-TOTAL     PIC 9(13)V99.
           05 FILLER            PIC X(37) VALUE SPACES.

       01 REGISTER-HEADER-1.
           05 FILLER            PIC X(25) VALUE
               "VENDOR PAYMENT REGISTER".
           05 FILLER            PIC X(5) VALUE "DATE ".
           05 RH-DATE           PIC X(10).
           05 FILLER            PIC X(9) VALUE "  DUE BY ".
           05 RH-CUTOFF         PIC X(10).
           05 FILLER            PIC X(31) VALUE SPACES.

       01 VENDOR-GROUP-LINE.
           05 FILLER            PIC X(8) VALUE "VENDOR: ".
           05 VG-VEND-ID        PIC 9(5).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 VG-VEND-NAME      PIC X(20).
           05 FILLER            PIC X(7) VALUE " TERMS ".
           05 VG-TERMS          PIC ZZ9.
           05 FILLER            PIC X(7) VALUE " DAYS  ".
           05 VG-METHOD         PIC X(6).
           05 FILLER            PIC X(6) VALUE " REF  ".
           05 VG-PAY-REF        PIC 9(6).
           05 FILLER            PIC X(19) VALUE SPACES.

       01 REGISTER-DETAIL-LINE.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 RD-INV-NUMBER     PIC X(10).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 RD-PO-NUMBER      PIC 9(6).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 RD-INV-DATE       PIC X(10).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 RD-AMOUNT         PIC $$$$,$$9.99.
           05 FILLER            PIC X(41) VALUE SPACES.

       01 VENDOR-TOTAL-LINE.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 FILLER            PIC X(14) VALUE "VENDOR TOTAL".
           05 VS-ITEMS          PIC ZZ9.
           05 FILLER            PIC X(9) VALUE " ITEMS   ".
           05 FILLER            PIC X(9) VALUE SPACES.
           05 VS-AMOUNT         PIC $$$,$$$,$$9.99.
           05 FILLER            PIC X(38) VALUE SPACES.

       01 REGISTER-EXCEPTION-LINE.
           05 FILLER            PIC X(11) VALUE "EXCEPTION: ".
           05 RE-TEXT           PIC X(35).
           05 RE-INV-NUMBER     PIC X(10).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RE-VEND-ID        PIC 9(5).
           05 FILLER            PIC X(27) VALUE SPACES.

       01 REGISTER-TOTAL-LINE.
           05 FILLER            PIC X(10) VALUE "PAYMENTS: ".
           05 RT-PAYMENTS       PIC ZZ,ZZ9.
           05 FILLER            PIC X(10) VALUE "  CHEQUE: ".
           05 RT-CHEQUES        PIC ZZ,ZZ9.
           05 FILLER            PIC X(7) VALUE "  ACH: ".
           05 RT-ACH            PIC ZZ,ZZ9.
           05 FILLER            PIC X(9) VALUE "  ITEMS: ".
           05 RT-ITEMS          PIC ZZ,ZZ9.
           05 FILLER            PIC X(9) VALUE "  TOTAL: ".
           05 RT-TOTAL          PIC $$$,$$$,$$9.99.
           05 FILLER            PIC X(7) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-YEAR TO WS-RUN-EDIT-YEAR.
           MOVE WS-RUN-MONTH TO WS-RUN-EDIT-MONTH.
           MOVE WS-RUN-DAY TO WS-RUN-EDIT-DAY.

           PERFORM READ-PARM-CARD.
           PERFORM LOAD-VENDOR-TABLE.
           PERFORM LOAD-AP-OPEN-TABLE.

           OPEN OUTPUT PAYMENT-FILE
                OUTPUT PAY-REGISTER-FILE.
           MOVE WS-RUN-DATE-EDIT TO RH-DATE.
           MOVE WS-CUTOFF-DATE TO RH-CUTOFF.
           WRITE PAY-REGISTER-LINE FROM REGISTER-HEADER-1.

           PERFORM PAY-VENDOR-GROUP
               VARYING WS-VEND-IDX2 FROM 1 BY 1
               UNTIL WS-VEND-IDX2 > WS-VENDOR-COUNT.

           PERFORM CHECK-ITEM-VENDOR
               VARYING WS-AP-IDX2 FROM 1 BY 1
               UNTIL WS-AP-IDX2 > WS-AP-COUNT.

           MOVE WS-PAYMENT-COUNT TO RT-PAYMENTS.
           MOVE WS-CHEQUE-COUNT TO RT-CHEQUES.
           MOVE WS-ACH-COUNT TO RT-ACH.
           MOVE WS-ITEMS-PAID TO RT-ITEMS.
           MOVE WS-DISBURSE-TOTAL TO RT-TOTAL.
           WRITE PAY-REGISTER-LINE FROM REGISTER-TOTAL-LINE.

           MOVE WS-PAYMENT-COUNT TO PT-RECORD-COUNT.
           MOVE WS-DISBURSE-TOTAL TO PT-HASH-TOTAL.
           WRITE PAYMENT-RECORD FROM PAYMENT-TRAILER-RECORD.

           CLOSE PAYMENT-FILE
                 PAY-REGISTER-FILE.

           IF WS-PAYMENT-COUNT > ZERO
               PERFORM REWRITE-AP-OPEN-FILE
           END-IF.

           PERFORM WRITE-DISBURSE-TOTALS.

           DISPLAY "APPAY: VENDOR PAYMENTS:  " WS-PAYMENT-COUNT.
           DISPLAY "APPAY: INVOICES PAID:    " WS-ITEMS-PAID.
           DISPLAY "APPAY: TOTAL DISBURSED:  " WS-DISBURSE-TOTAL.
           IF WS-NO-VENDOR-COUNT > ZERO
               DISPLAY "APPAY: ITEMS WITH NO VENDOR: "
                   WS-NO-VENDOR-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       READ-PARM-CARD.
           MOVE WS-RUN-DATE-EDIT TO WS-CUTOFF-DATE.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-STATUS = "00"
               MOVE "N" TO WS-PARM-FOUND
               PERFORM READ-PARM-RECORD
               PERFORM FIND-PARM-CARD UNTIL WS-PARM-EOF = "Y"
                   OR PARM-WAS-FOUND
               CLOSE PARM-FILE
               IF PARM-WAS-FOUND AND PARM-ASOF-DATE NOT = SPACES
                   MOVE PARM-ASOF-DATE TO WS-CUTOFF-DATE
               END-IF
           END-IF.

           IF WS-CUTOFF-YEAR NOT NUMERIC
               OR WS-CUTOFF-MONTH NOT NUMERIC
               OR WS-CUTOFF-DAY NOT NUMERIC
               DISPLAY "APPAY: INVALID CUTOFF DATE ON CARD: "
                   WS-CUTOFF-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-CUTOFF-SERIAL =
               (WS-CUTOFF-YEAR * 360) + (WS-CUTOFF-MONTH * 30)
               + WS-CUTOFF-DAY.

       READ-PARM-RECORD.
           READ PARM-FILE
               AT END MOVE "Y" TO WS-PARM-EOF
           END-READ.

       FIND-PARM-CARD.
           IF PARM-PROGRAM = "APPAY"
               MOVE "Y" TO WS-PARM-FOUND
           ELSE
               PERFORM READ-PARM-RECORD
           END-IF.

       LOAD-VENDOR-TABLE.
           OPEN INPUT VENDOR-FILE.
           IF VENDOR-FILE-STATUS NOT = "00"
               DISPLAY "APPAY: ERROR OPENING VENDOR FILE: "
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
           MOVE VEND-REC-NAME TO VT-VEND-NAME (WS-VENDOR-COUNT).
           IF VEND-REC-TERMS NUMERIC
               MOVE VEND-REC-TERMS TO VT-TERMS (WS-VENDOR-COUNT)
           ELSE
               MOVE ZERO TO VT-TERMS (WS-VENDOR-COUNT)
           END-IF.
           IF VEND-PAYS-BY-ACH
               MOVE "A" TO VT-PAY-METHOD (WS-VENDOR-COUNT)
           ELSE
               MOVE "C" TO VT-PAY-METHOD (WS-VENDOR-COUNT)
           END-IF.
           PERFORM READ-VENDOR.

       LOAD-AP-OPEN-TABLE.
           OPEN INPUT AP-OPEN-FILE.
           IF AP-OPEN-FILE-STATUS NOT = "00"
               DISPLAY "APPAY: ERROR OPENING AP OPEN FILE: "
                   AP-OPEN-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-AP-OPEN-RECORD.
           PERFORM LOAD-AP-OPEN-ENTRY UNTIL WS-AP-EOF = "Y".
           CLOSE AP-OPEN-FILE.

       READ-AP-OPEN-RECORD.
           READ AP-OPEN-FILE
               AT END MOVE "Y" TO WS-AP-EOF
           END-READ.

       LOAD-AP-OPEN-ENTRY.
           ADD 1 TO WS-AP-COUNT.
           IF WS-AP-COUNT > 500
               DISPLAY "AP OPEN TABLE OVERFLOW - OVER 500"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE AP-INV-NUMBER TO APT-INV-NUMBER (WS-AP-COUNT).
           MOVE AP-VEND-ID TO APT-VEND-ID (WS-AP-COUNT).
           MOVE AP-PO-NUMBER TO APT-PO-NUMBER (WS-AP-COUNT).
           MOVE AP-QTY TO APT-QTY (WS-AP-COUNT).
           MOVE AP-AMOUNT TO APT-AMOUNT (WS-AP-COUNT).
           MOVE AP-INV-DATE TO APT-INV-DATE (WS-AP-COUNT).
           MOVE AP-STATUS TO APT-STATUS (WS-AP-COUNT).
           MOVE AP-PAY-DATE TO APT-PAY-DATE (WS-AP-COUNT).
           IF AP-PAY-REF NUMERIC
               MOVE AP-PAY-REF TO APT-PAY-REF (WS-AP-COUNT)
               IF AP-PAY-REF > WS-LAST-PAY-REF
                   MOVE AP-PAY-REF TO WS-LAST-PAY-REF
               END-IF
           ELSE
               MOVE ZERO TO APT-PAY-REF (WS-AP-COUNT)
           END-IF.
           PERFORM READ-AP-OPEN-RECORD.

       PAY-VENDOR-GROUP.
           MOVE "N" TO WS-VENDOR-HAS-DUE.
           PERFORM CHECK-VENDOR-HAS-DUE
               VARYING WS-AP-IDX2 FROM 1 BY 1
               UNTIL WS-AP-IDX2 > WS-AP-COUNT.

           IF VENDOR-HAS-DUE
               ADD 1 TO WS-LAST-PAY-REF
               MOVE ZERO TO WS-VENDOR-PAID
               MOVE ZERO TO WS-VENDOR-ITEMS
               MOVE VT-VEND-ID (WS-VEND-IDX2) TO VG-VEND-ID
               MOVE VT-VEND-NAME (WS-VEND-IDX2) TO VG-VEND-NAME
               MOVE VT-TERMS (WS-VEND-IDX2) TO VG-TERMS
               IF VT-PAY-METHOD (WS-VEND-IDX2) = "A"
                   MOVE "ACH" TO VG-METHOD
               ELSE
                   MOVE "CHEQUE" TO VG-METHOD
               END-IF
               MOVE WS-LAST-PAY-REF TO VG-PAY-REF
               WRITE PAY-REGISTER-LINE FROM VENDOR-GROUP-LINE
               PERFORM PAY-VENDOR-ITEM
                   VARYING WS-AP-IDX2 FROM 1 BY 1
                   UNTIL WS-AP-IDX2 > WS-AP-COUNT
               MOVE WS-VENDOR-ITEMS TO VS-ITEMS
               MOVE WS-VENDOR-PAID TO VS-AMOUNT
               WRITE PAY-REGISTER-LINE FROM VENDOR-TOTAL-LINE
               PERFORM WRITE-PAYMENT-RECORD
           END-IF.

       CHECK-VENDOR-HAS-DUE.
           IF APT-VEND-ID (WS-AP-IDX2) = VT-VEND-ID (WS-VEND-IDX2)
               PERFORM CHECK-ITEM-DUE
               IF ITEM-IS-DUE
                   MOVE "Y" TO WS-VENDOR-HAS-DUE
               END-IF
           END-IF.

       CHECK-ITEM-DUE.
           MOVE "N" TO WS-ITEM-DUE.
           IF APT-STATUS (WS-AP-IDX2) = "P"
               AND APT-AMOUNT (WS-AP-IDX2) NUMERIC
               AND APT-AMOUNT (WS-AP-IDX2) > ZERO
               MOVE APT-INV-DATE (WS-AP-IDX2) TO WS-ITEM-DATE
               IF WS-ITEM-YEAR NUMERIC AND WS-ITEM-MONTH NUMERIC
                   AND WS-ITEM-DAY NUMERIC
                   COMPUTE WS-ITEM-SERIAL =
                       (WS-ITEM-YEAR * 360) + (WS-ITEM-MONTH * 30)
                       + WS-ITEM-DAY
               ELSE
                   MOVE ZERO TO WS-ITEM-SERIAL
               END-IF
               COMPUTE WS-DUE-SERIAL =
                   WS-ITEM-SERIAL + VT-TERMS (WS-VEND-IDX2)
               IF WS-DUE-SERIAL NOT > WS-CUTOFF-SERIAL
                   MOVE "Y" TO WS-ITEM-DUE
               END-IF
           END-IF.

       PAY-VENDOR-ITEM.
           IF APT-VEND-ID (WS-AP-IDX2) = VT-VEND-ID (WS-VEND-IDX2)
               PERFORM CHECK-ITEM-DUE
               IF ITEM-IS-DUE
                   MOVE "D" TO APT-STATUS (WS-AP-IDX2)
                   MOVE WS-RUN-DATE-EDIT TO APT-PAY-DATE (WS-AP-IDX2)
                   MOVE WS-LAST-PAY-REF TO APT-PAY-REF (WS-AP-IDX2)
                   ADD APT-AMOUNT (WS-AP-IDX2) TO WS-VENDOR-PAID
                   ADD 1 TO WS-VENDOR-ITEMS
                   ADD 1 TO WS-ITEMS-PAID
                   MOVE APT-INV-NUMBER (WS-AP-IDX2) TO RD-INV-NUMBER
                   MOVE APT-PO-NUMBER (WS-AP-IDX2) TO RD-PO-NUMBER
                   MOVE APT-INV-DATE (WS-AP-IDX2) TO RD-INV-DATE
                   MOVE APT-AMOUNT (WS-AP-IDX2) TO RD-AMOUNT
                   WRITE PAY-REGISTER-LINE FROM REGISTER-DETAIL-LINE
               END-IF
           END-IF.

       WRITE-PAYMENT-RECORD.
           MOVE VT-PAY-METHOD (WS-VEND-IDX2) TO VP-METHOD.
           MOVE WS-LAST-PAY-REF TO VP-PAY-REF.
           MOVE VT-VEND-ID (WS-VEND-IDX2) TO VP-VEND-ID.
           MOVE VT-VEND-NAME (WS-VEND-IDX2) TO VP-VEND-NAME.
           MOVE WS-VENDOR-PAID TO VP-AMOUNT.
           MOVE WS-RUN-DATE-EDIT TO VP-PAY-DATE.
           MOVE WS-VENDOR-ITEMS TO VP-ITEM-COUNT.
           WRITE PAYMENT-RECORD FROM PAYMENT-DETAIL-RECORD.

           ADD 1 TO WS-PAYMENT-COUNT.
           ADD WS-VENDOR-PAID TO WS-DISBURSE-TOTAL.
           IF VT-PAY-METHOD (WS-VEND-IDX2) = "A"
               ADD 1 TO WS-ACH-COUNT
           ELSE
               ADD 1 TO WS-CHEQUE-COUNT
           END-IF.

       CHECK-ITEM-VENDOR.
           IF APT-STATUS (WS-AP-IDX2) = "P"
               MOVE "N" TO WS-VENDOR-FOUND
               IF WS-VENDOR-COUNT > 0
                   SET VEND-IDX TO 1
                   SEARCH VENDOR-ENTRY
                       WHEN VT-VEND-ID (VEND-IDX) =
                               APT-VEND-ID (WS-AP-IDX2)
                           MOVE "Y" TO WS-VENDOR-FOUND
                   END-SEARCH
               END-IF
               IF NOT VENDOR-WAS-FOUND
                   ADD 1 TO WS-NO-VENDOR-COUNT
                   MOVE "OPEN ITEM VENDOR NOT ON FILE"
                       TO RE-TEXT
                   MOVE APT-INV-NUMBER (WS-AP-IDX2) TO RE-INV-NUMBER
                   MOVE APT-VEND-ID (WS-AP-IDX2) TO RE-VEND-ID
                   WRITE PAY-REGISTER-LINE
                       FROM REGISTER-EXCEPTION-LINE
               END-IF
           END-IF.

       REWRITE-AP-OPEN-FILE.
           OPEN OUTPUT AP-OPEN-FILE.
           IF AP-OPEN-FILE-STATUS NOT = "00"
               DISPLAY "APPAY: ERROR REWRITING AP OPEN FILE: "
                   AP-OPEN-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WRITE-AP-OPEN-ENTRY
               VARYING WS-AP-IDX2 FROM 1 BY 1
               UNTIL WS-AP-IDX2 > WS-AP-COUNT.
           CLOSE AP-OPEN-FILE.

       WRITE-AP-OPEN-ENTRY.
           MOVE SPACES TO AP-OPEN-RECORD.
           MOVE APT-INV-NUMBER (WS-AP-IDX2) TO AP-INV-NUMBER.
           MOVE APT-VEND-ID (WS-AP-IDX2) TO AP-VEND-ID.
           MOVE APT-PO-NUMBER (WS-AP-IDX2) TO AP-PO-NUMBER.
           MOVE APT-QTY (WS-AP-IDX2) TO AP-QTY.
           MOVE APT-AMOUNT (WS-AP-IDX2) TO AP-AMOUNT.
           MOVE APT-INV-DATE (WS-AP-IDX2) TO AP-INV-DATE.
           MOVE APT-STATUS (WS-AP-IDX2) TO AP-STATUS.
           MOVE APT-PAY-DATE (WS-AP-IDX2) TO AP-PAY-DATE.
           MOVE APT-PAY-REF (WS-AP-IDX2) TO AP-PAY-REF.
           WRITE AP-OPEN-RECORD.

       WRITE-DISBURSE-TOTALS.
           OPEN OUTPUT DISBURSE-TOTALS-FILE.
           MOVE WS-DISBURSE-TOTAL TO DT-TOTAL-PAID.
           MOVE SPACE TO DT-POSTED-FLAG.
           WRITE DISBURSE-TOTALS-RECORD.
           CLOSE DISBURSE-TOTALS-FILE.

           OPEN EXTEND BATCH-CONTROL-FILE.
           IF BATCH-CONTROL-STATUS = "35"
               OPEN OUTPUT BATCH-CONTROL-FILE
           END-IF.
           MOVE SPACES TO BATCH-CONTROL-RECORD.
           MOVE "APPAY.TOT" TO BC-FILE-NAME.
           MOVE WS-RUN-DATE-EDIT TO BC-BUS-DATE.
           MOVE 1 TO BC-REC-COUNT.
           MOVE WS-DISBURSE-TOTAL TO BC-AMOUNT-TOTAL.
           WRITE BATCH-CONTROL-RECORD.
           CLOSE BATCH-CONTROL-FILE.
