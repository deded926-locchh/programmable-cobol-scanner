           SELECT AP-OPEN-FILE ASSIGN TO "APOPEN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AP-OPEN-FILE-STATUS.
           SELECT MATCH-HISTORY-FILE ASSIGN TO "APMHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MATCH-HISTORY-STATUS.
           SELECT MATCH-REPORT-FILE ASSIGN TO "APMATCH.RPT"
               ORGANIZATION IS SEQUENTIAL.

           05 PROD-REC-REORDER-POINT  PIC 9(5).
           05 PROD-REC-CATEGORY       PIC X(10).
           05 PROD-REC-UNIT-COST      PIC 9(5)V99.
           05 PROD-REC-REORDER-QTY    PIC 9(5).

       FD AP-OPEN-FILE
           LABEL RECORDS ARE STANDARD.
           05 AP-AMOUNT         PIC 9(7)V99.
           05 AP-INV-DATE       PIC X(10).
           05 AP-STATUS         PIC X.
           05 AP-PAY-DATE       PIC X(10).
           05 AP-PAY-REF        PIC 9(6).
           05 FILLER            PIC X(8).

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
           05 MH-REASON         PIC X(30).
           05 FILLER            PIC X(8).

       FD MATCH-REPORT-FILE
       01 LEDGER-FILE-STATUS    PIC XX VALUE SPACES.
       01 PRODUCT-FILE-STATUS   PIC XX VALUE SPACES.
       01 AP-OPEN-FILE-STATUS   PIC XX VALUE SPACES.
       01 MATCH-HISTORY-STATUS  PIC XX VALUE SPACES.

       01 WS-INVOICE-EOF        PIC X VALUE "N".
       01 WS-OPEN-PO-EOF        PIC X VALUE "N".
       01 WS-UNIT-PRICE         PIC 9(5)V99 VALUE ZERO.
       01 WS-EXPECTED-AMOUNT    PIC 9(9)V99 VALUE ZERO.
       01 WS-REASON-TEXT        PIC X(30) VALUE SPACES.
       01 WS-EXCEPTION-TYPE     PIC X VALUE SPACES.

       01 WS-RUN-DATE           PIC 9(8).
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
               OPEN OUTPUT AP-OPEN-FILE
           END-IF.

           OPEN EXTEND MATCH-HISTORY-FILE.
           IF MATCH-HISTORY-STATUS = "35"
               OPEN OUTPUT MATCH-HISTORY-FILE
           END-IF.

           OPEN OUTPUT MATCH-REPORT-FILE.
           MOVE WS-RUN-DATE-EDIT TO RH-DATE.
           WRITE MATCH-REPORT-LINE FROM REPORT-HEADER-1.
           CLOSE VENDOR-INVOICE-FILE
                 PRODUCT-FILE
                 AP-OPEN-FILE
                 MATCH-HISTORY-FILE
                 MATCH-REPORT-FILE.

           DISPLAY "APMATCH: INVOICES MATCHED: " WS-MATCHED-COUNT.
       PROCESS-INVOICE.
           ADD 1 TO WS-INVOICE-COUNT.
           MOVE SPACES TO WS-REASON-TEXT.
           MOVE SPACES TO WS-EXCEPTION-TYPE.

           IF INV-PO-NUMBER NOT NUMERIC OR INV-QTY NOT NUMERIC
               OR INV-AMOUNT NOT NUMERIC
           END-IF.

           PERFORM WRITE-MATCH-DETAIL.
           PERFORM WRITE-MATCH-HISTORY.
           PERFORM READ-INVOICE.

       FIND-OPEN-PO.
       CHECK-QUANTITY-AND-PRICE.
           IF INV-QTY > OPT-QTY (OPO-IDX)
               MOVE "QTY EXCEEDS PO QUANTITY" TO WS-REASON-TEXT
               MOVE "Q" TO WS-EXCEPTION-TYPE
           ELSE
               IF INV-QTY > OPT-RCVD-QTY (OPO-IDX)
                   MOVE "QTY EXCEEDS RECEIPTS" TO WS-REASON-TEXT
                   MOVE "Q" TO WS-EXCEPTION-TYPE
               ELSE
                   PERFORM CHECK-INVOICE-PRICE
               END-IF
                   IF WS-UNIT-PRICE > WS-EXPECTED-AMOUNT
                       MOVE "UNIT PRICE OVER TOLERANCE"
                           TO WS-REASON-TEXT
                       MOVE "P" TO WS-EXCEPTION-TYPE
                   END-IF
               END-IF
           END-IF.
           MOVE "A" TO AP-STATUS.
           WRITE AP-OPEN-RECORD.

       WRITE-MATCH-HISTORY.
           MOVE SPACES TO MATCH-HISTORY-RECORD.
           MOVE WS-RUN-DATE-EDIT TO MH-MATCH-DATE.
           MOVE INV-NUMBER TO MH-INV-NUMBER.
           MOVE INV-VEND-ID TO MH-VEND-ID.
           MOVE INV-PO-NUMBER TO MH-PO-NUMBER.
           MOVE INV-DATE TO MH-INV-DATE.
           IF INV-AMOUNT NUMERIC
               MOVE INV-AMOUNT TO MH-AMOUNT
           ELSE
               MOVE ZERO TO MH-AMOUNT
           END-IF.
           IF WS-REASON-TEXT = SPACES
               MOVE "M" TO MH-DISPOSITION
           ELSE
               MOVE "H" TO MH-DISPOSITION
           END-IF.
           MOVE WS-EXCEPTION-TYPE TO MH-EXCEPTION-TYPE.
           MOVE WS-REASON-TEXT TO MH-REASON.
           WRITE MATCH-HISTORY-RECORD.

       WRITE-MATCH-DETAIL.
           MOVE INV-NUMBER TO RD-INV-NUMBER.
           MOVE INV-VEND-ID TO RD-VEND-ID.
