               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-REC-ID
               FILE STATUS IS PRODUCT-FILE-STATUS.
           SELECT STOCK-LOC-FILE ASSIGN TO "STOCKLOC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLC-KEY
               FILE STATUS IS STOCK-LOC-FILE-STATUS.
           SELECT STOCK-LEDGER-FILE ASSIGN TO "STOCKLDG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LEDGER-FILE-STATUS.
           SELECT POST-JOURNAL-FILE ASSIGN TO "SALESPOST.JRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS POST-JOURNAL-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CUSTOMER-FILE-STATUS.
           SELECT AR-OPEN-FILE ASSIGN TO "AROPEN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AR-OPEN-FILE-STATUS.
           SELECT CREDIT-HOLD-FILE ASSIGN TO "CREDHOLD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CREDIT-HOLD-STATUS.
           SELECT CONTRACT-FILE ASSIGN TO "CONTRACT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CONTRACT-FILE-STATUS.
           SELECT PRICE-HOLD-FILE ASSIGN TO "PRICEHLD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRICE-HOLD-STATUS.
           SELECT PARM-FILE ASSIGN TO "PARMCARD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 PROD-REC-REORDER-POINT  PIC 9(5).
           05 PROD-REC-CATEGORY       PIC X(10).
           05 PROD-REC-UNIT-COST      PIC 9(5)V99.
           05 PROD-REC-REORDER-QTY    PIC 9(5).

       FD STOCK-LOC-FILE
           LABEL RECORDS ARE STANDARD.
       01 STOCK-LOC-RECORD.
           05 SLC-KEY.
               10 SLC-PROD-ID   PIC 9(3).
               10 SLC-LOC-ID    PIC X(3).
           05 SLC-QTY-ON-HAND   PIC 9(5).
           05 SLC-REORDER-POINT PIC 9(5).
           05 FILLER            PIC X(14).

       FD STOCK-LEDGER-FILE
           LABEL RECORDS ARE STANDARD.
           05 SL-QTY            PIC 9(5).
           05 SL-REFERENCE      PIC X(10).
           05 SL-NEW-ON-HAND    PIC 9(5).
           05 SL-LOC-ID         PIC X(3).
           05 FILLER            PIC X(2).

       FD EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.
           05 PJ-PROD-ID        PIC 9(3).
           05 PJ-BEFORE-QTY     PIC 9(5).
           05 PJ-AFTER-QTY      PIC 9(5).
           05 PJ-LOC-ID         PIC X(3).
           05 PJ-LOC-BEFORE-QTY PIC 9(5).
           05 FILLER            PIC X(4).

       FD BACKORDER-FILE
           LABEL RECORDS ARE STANDARD.
           05 BO-STATUS         PIC X.
           05 FILLER            PIC X(6).

       FD CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD.
       01 CUSTOMER-RECORD.
           05 CUST-REC-ID       PIC 9(5).
           05 CUST-REC-NAME     PIC X(25).
           05 CUST-REC-TERMS    PIC 9(3).
           05 CUST-REC-CREDIT-LIMIT PIC 9(7)V99.
           05 FILLER            PIC X(8).

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

       FD CREDIT-HOLD-FILE
           LABEL RECORDS ARE STANDARD.
       01 CREDIT-HOLD-RECORD.
           05 CH-SALE-ID        PIC 9(5).
           05 CH-CUST-ID        PIC 9(5).
           05 CH-AMOUNT         PIC 9(7)V99.
           05 CH-CREDIT-TOTAL   PIC S9(9)V99.
           05 CH-CREDIT-LIMIT   PIC 9(7)V99.
           05 CH-HOLD-DATE      PIC X(10).
           05 CH-STATUS         PIC X.
           05 CH-OPERATOR       PIC X(8).
           05 CH-RELEASE-DATE   PIC X(10).
           05 FILLER            PIC X(12).

       FD CONTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01 CONTRACT-RECORD.
           05 CP-CUST-ID        PIC 9(5).
           05 CP-PROD-ID        PIC 9(3).
           05 CP-PRICE          PIC 9(5)V99.
           05 CP-EFF-DATE       PIC X(10).
           05 CP-END-DATE       PIC X(10).
           05 FILLER            PIC X(5).

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
           05 PARM-PRICE-TOL REDEFINES PARM-REPRICE-PRICE
                                PIC 9(5)V99.
           05 FILLER            PIC X(12).

       WORKING-STORAGE SECTION.
       01 SALES-FILE-STATUS     PIC XX VALUE SPACES.
       01 PRODUCT-FILE-STATUS   PIC XX VALUE SPACES.
               10 PJT-PROD-ID   PIC 9(3).
               10 PJT-BEFORE-QTY PIC 9(5).
               10 PJT-AFTER-QTY PIC 9(5).
               10 PJT-LOC-ID    PIC X(3).
               10 PJT-LOC-BEFORE-QTY PIC 9(5).

       01 WS-PRIOR-JRNL-COUNT   PIC 9(3) VALUE ZERO.
       01 WS-PJ-IDX2            PIC 9(3) VALUE ZERO.
       01 WS-REJECT-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-BACKORDER-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-NEW-ON-HAND        PIC S9(7) VALUE ZERO.

       01 STOCK-LOC-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-DEFAULT-LOC        PIC X(3) VALUE "WH1".
       01 WS-SLC-KEY            PIC X(6) VALUE SPACES.
       01 WS-LOC-NEW            PIC X VALUE "N".
           88 LOC-IS-NEW        VALUE "Y".
       01 WS-LOC-FOUND          PIC X VALUE "N".
           88 LOC-WAS-FOUND     VALUE "Y".
       01 WS-LOC-SCAN-EOF       PIC X VALUE "N".
       01 WS-NEW-LOC-ON-HAND    PIC S9(7) VALUE ZERO.
       01 WS-REASON-CODE        PIC X(4) VALUE SPACES.
       01 WS-REASON-TEXT        PIC X(30) VALUE SPACES.

       01 CUSTOMER-FILE-STATUS  PIC XX VALUE SPACES.
       01 AR-OPEN-FILE-STATUS   PIC XX VALUE SPACES.
       01 CREDIT-HOLD-STATUS    PIC XX VALUE SPACES.
       01 WS-CUSTOMER-EOF       PIC X VALUE "N".
       01 WS-AR-EOF             PIC X VALUE "N".
       01 WS-HOLD-EOF           PIC X VALUE "N".

       01 CUSTOMER-TABLE.
           05 CUSTOMER-ENTRY OCCURS 1 TO 200 TIMES
                       DEPENDING ON WS-CUSTOMER-COUNT
                       INDEXED BY CUST-IDX.
               10 CUT-ID        PIC 9(5).
               10 CUT-LIMIT     PIC 9(7)V99.
               10 CUT-EXPOSURE  PIC S9(9)V99.

       01 WS-CUSTOMER-COUNT     PIC 9(3) VALUE ZERO.
       01 WS-CUSTOMER-FOUND     PIC X VALUE "N".
           88 CUSTOMER-WAS-FOUND VALUE "Y".

       01 WS-HELD-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-RELEASED-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-CREDIT-TOTAL       PIC S9(9)V99 VALUE ZERO.
       01 WS-RELEASE-FOUND      PIC X VALUE "N".
           88 SALE-WAS-RELEASED VALUE "Y".
       01 WS-CREDIT-SW          PIC X VALUE "N".
           88 SALE-ON-CREDIT-HOLD VALUE "Y".

       01 CONTRACT-FILE-STATUS  PIC XX VALUE SPACES.
       01 PRICE-HOLD-STATUS     PIC XX VALUE SPACES.
       01 PARM-FILE-STATUS      PIC XX VALUE SPACES.
       01 WS-CONTRACT-EOF       PIC X VALUE "N".
       01 WS-PRICE-HOLD-EOF     PIC X VALUE "N".
       01 WS-PARM-EOF           PIC X VALUE "N".
       01 WS-PARM-FOUND         PIC X VALUE "N".
           88 PARM-WAS-FOUND    VALUE "Y".
       01 WS-PRICE-TOLERANCE    PIC 9(5)V99 VALUE 2.00.

       01 CONTRACT-TABLE.
           05 CONTRACT-ENTRY OCCURS 1 TO 500 TIMES
                       DEPENDING ON WS-CONTRACT-COUNT
                       INDEXED BY CPT-IDX.
               10 CPT-CUST-ID   PIC 9(5).
               10 CPT-PROD-ID   PIC 9(3).
               10 CPT-PRICE     PIC 9(5)V99.
               10 CPT-EFF-DATE  PIC X(10).
               10 CPT-END-DATE  PIC X(10).

       01 WS-CONTRACT-COUNT     PIC 9(3) VALUE ZERO.
       01 WS-CPT-IDX2           PIC 9(3) VALUE ZERO.

       01 WS-PRICE-HELD-COUNT   PIC 9(5) VALUE ZERO.
       01 WS-OVERRIDE-FOUND     PIC X VALUE "N".
           88 PRICE-WAS-CLEARED VALUE "Y".
       01 WS-PRICE-SW           PIC X VALUE "N".
           88 SALE-ON-PRICE-HOLD VALUE "Y".
       01 WS-UNIT-PRICE         PIC 9(5)V99 VALUE ZERO.
       01 WS-PRICE-SOURCE       PIC X VALUE SPACES.
       01 WS-CONTRACT-EFF       PIC X(10) VALUE SPACES.
       01 WS-EXPECTED-AMT       PIC S9(11)V99 VALUE ZERO.
       01 WS-PRICE-VARIANCE     PIC S9(11)V99 VALUE ZERO.
       01 WS-PRICE-ABS-VAR      PIC S9(11)V99 VALUE ZERO.
       01 WS-PRICE-ALLOWED      PIC S9(11)V99 VALUE ZERO.

       01 WS-VALID-SW           PIC X VALUE "Y".
           88 RECORD-IS-VALID   VALUE "Y".

               STOP RUN
           END-IF.

           OPEN I-O STOCK-LOC-FILE.
           IF STOCK-LOC-FILE-STATUS = "35"
               OPEN OUTPUT STOCK-LOC-FILE
               CLOSE STOCK-LOC-FILE
               OPEN I-O STOCK-LOC-FILE
           END-IF.
           IF STOCK-LOC-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING STOCK LOCATION FILE: "
                   STOCK-LOC-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND STOCK-LEDGER-FILE.
           IF LEDGER-FILE-STATUS = "35"
               OPEN OUTPUT STOCK-LEDGER-FILE
           END-IF.

           PERFORM CHECK-PRIOR-RUN.
           PERFORM LOAD-CUSTOMER-TABLE.
           PERFORM LOAD-AR-EXPOSURE.
           PERFORM READ-PARM-CARD.
           PERFORM LOAD-CONTRACT-TABLE.
           PERFORM LOAD-UNBILLED-EXPOSURE.
           OPEN OUTPUT POST-JOURNAL-FILE.

           PERFORM READ-SALES-RECORD.

           CLOSE SALES-FILE
                 PRODUCT-FILE
                 STOCK-LOC-FILE
                 STOCK-LEDGER-FILE
                 EXCEPTION-FILE
                 BACKORDER-FILE
           DISPLAY "SALES SKIPPED:             " WS-SKIPPED-COUNT.
           DISPLAY "SALES REJECTED:            " WS-REJECT-COUNT.
           DISPLAY "SALES BACKORDERED:         " WS-BACKORDER-COUNT.
           DISPLAY "SALES ON CREDIT HOLD:      " WS-HELD-COUNT.
           DISPLAY "CREDIT RELEASES SHIPPED:   " WS-RELEASED-COUNT.
           DISPLAY "SALES ON PRICE HOLD:       " WS-PRICE-HELD-COUNT.
           STOP RUN.

       READ-SALES-RECORD.
           PERFORM VALIDATE-SALES-RECORD.

           IF SALES-POSTED-FLAG = "Y" OR SALES-POSTED-FLAG = "B"
               OR SALES-POSTED-FLAG = "H"
               OR SALES-POSTED-FLAG = "P"
               OR NOT RECORD-IS-VALID
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
                       TO WS-REASON-TEXT
                   PERFORM WRITE-EXCEPTION-RECORD
               ELSE
                   PERFORM CHECK-SALE-PRICE
                   IF SALE-ON-PRICE-HOLD
                       PERFORM WRITE-PRICE-HOLD
                   ELSE
                       PERFORM CHECK-CREDIT-LIMIT
                       IF SALE-ON-CREDIT-HOLD
                           PERFORM WRITE-CREDIT-HOLD
                       ELSE
                           PERFORM POST-SALE-TO-INVENTORY
                       END-IF
                   END-IF
               END-IF
           END-IF.

                   COMPUTE WS-NEW-ON-HAND =
                       PROD-REC-QTY-ON-HAND - SALES-QTY-SOLD
               END-IF
               PERFORM SELECT-SALE-LOCATION
               IF WS-NEW-ON-HAND < ZERO OR NOT LOC-WAS-FOUND
                   PERFORM WRITE-BACKORDER-RECORD
                   PERFORM ADD-CREDIT-EXPOSURE
               ELSE
                IF WS-NEW-ON-HAND > 99999
                   OR WS-NEW-LOC-ON-HAND > 99999
                   MOVE "E304" TO WS-REASON-CODE
                   MOVE "ON-HAND EXCEEDS CAPACITY"
                       TO WS-REASON-TEXT
                           PERFORM WRITE-EXCEPTION-RECORD
                       NOT INVALID KEY
                           ADD 1 TO WS-POSTED-COUNT
                           MOVE WS-NEW-LOC-ON-HAND TO SLC-QTY-ON-HAND
                           PERFORM SAVE-STOCK-LOC
                           PERFORM WRITE-LEDGER-RECORD
                           PERFORM MARK-SALE-POSTED
                           PERFORM ADD-CREDIT-EXPOSURE
                   END-REWRITE
                END-IF
               END-IF
           END-IF.

       SELECT-SALE-LOCATION.
           MOVE "N" TO WS-LOC-FOUND.
           MOVE SALES-PROD-ID TO SLC-PROD-ID.
           MOVE WS-DEFAULT-LOC TO SLC-LOC-ID.
           PERFORM READ-STOCK-LOC.
           IF TXN-RETURN OR SLC-QTY-ON-HAND NOT < SALES-QTY-SOLD
               MOVE "Y" TO WS-LOC-FOUND
           ELSE
               PERFORM SCAN-STOCK-LOCATIONS
           END-IF.

           IF LOC-WAS-FOUND
               IF TXN-RETURN
                   COMPUTE WS-NEW-LOC-ON-HAND =
                       SLC-QTY-ON-HAND + SALES-QTY-SOLD
               ELSE
                   COMPUTE WS-NEW-LOC-ON-HAND =
                       SLC-QTY-ON-HAND - SALES-QTY-SOLD
               END-IF
           END-IF.

       SCAN-STOCK-LOCATIONS.
           MOVE "N" TO WS-LOC-SCAN-EOF.
           MOVE SALES-PROD-ID TO SLC-PROD-ID.
           MOVE LOW-VALUES TO SLC-LOC-ID.
           START STOCK-LOC-FILE KEY IS NOT LESS THAN SLC-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LOC-SCAN-EOF
           END-START.
           PERFORM READ-NEXT-STOCK-LOC
               UNTIL WS-LOC-SCAN-EOF = "Y" OR LOC-WAS-FOUND.

       READ-NEXT-STOCK-LOC.
           READ STOCK-LOC-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-LOC-SCAN-EOF
           END-READ.
           IF WS-LOC-SCAN-EOF NOT = "Y"
               IF SLC-PROD-ID NOT = SALES-PROD-ID
                   MOVE "Y" TO WS-LOC-SCAN-EOF
               ELSE
                   IF SLC-QTY-ON-HAND NOT < SALES-QTY-SOLD
                       MOVE "Y" TO WS-LOC-FOUND
                       MOVE "N" TO WS-LOC-NEW
                   END-IF
               END-IF
           END-IF.

       READ-STOCK-LOC.
           MOVE "N" TO WS-LOC-NEW.
           MOVE SLC-KEY TO WS-SLC-KEY.
           READ STOCK-LOC-FILE
               INVALID KEY
                   MOVE SPACES TO STOCK-LOC-RECORD
                   MOVE WS-SLC-KEY TO SLC-KEY
                   MOVE ZERO TO SLC-QTY-ON-HAND
                   MOVE ZERO TO SLC-REORDER-POINT
                   MOVE "Y" TO WS-LOC-NEW
           END-READ.

       SAVE-STOCK-LOC.
           IF LOC-IS-NEW
               WRITE STOCK-LOC-RECORD
                   INVALID KEY
                       DISPLAY "STOCK LOCATION WRITE FAILED: "
                           STOCK-LOC-FILE-STATUS
                   NOT INVALID KEY
                       MOVE "N" TO WS-LOC-NEW
               END-WRITE
           ELSE
               REWRITE STOCK-LOC-RECORD
                   INVALID KEY
                       DISPLAY "STOCK LOCATION REWRITE FAILED: "
                           STOCK-LOC-FILE-STATUS
               END-REWRITE
           END-IF.

       CHECK-PRIOR-RUN.
           OPEN INPUT POST-JOURNAL-FILE.
           IF POST-JOURNAL-STATUS NOT = "00"
           MOVE PJ-BEFORE-QTY
               TO PJT-BEFORE-QTY (WS-PRIOR-JRNL-COUNT).
           MOVE PJ-AFTER-QTY TO PJT-AFTER-QTY (WS-PRIOR-JRNL-COUNT).
           MOVE PJ-LOC-ID TO PJT-LOC-ID (WS-PRIOR-JRNL-COUNT).
           MOVE PJ-LOC-BEFORE-QTY
               TO PJT-LOC-BEFORE-QTY (WS-PRIOR-JRNL-COUNT).
           PERFORM READ-POST-JOURNAL.

       BACKOUT-PRIOR-SALE.
                               "FAILED: " PRODUCT-FILE-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WS-BACKOUT-COUNT
                           PERFORM RESTORE-LOCATION-QTY
                           PERFORM WRITE-BACKOUT-LEDGER
                   END-REWRITE
               ELSE
               END-IF
           END-IF.

       RESTORE-LOCATION-QTY.
           MOVE PJT-PROD-ID (WS-PJ-IDX2) TO SLC-PROD-ID.
           MOVE PJT-LOC-ID (WS-PJ-IDX2) TO SLC-LOC-ID.
           PERFORM READ-STOCK-LOC.
           IF NOT LOC-IS-NEW
               AND SLC-QTY-ON-HAND + WS-BACKOUT-QTY
                   = PJT-LOC-BEFORE-QTY (WS-PJ-IDX2)
               MOVE PJT-LOC-BEFORE-QTY (WS-PJ-IDX2)
                   TO SLC-QTY-ON-HAND
               PERFORM SAVE-STOCK-LOC
           END-IF.

       WRITE-BACKOUT-LEDGER.
           MOVE WS-POST-DATE-EDIT TO SL-POST-DATE.
           MOVE "A" TO SL-TYPE.
           MOVE WS-BACKOUT-ABS-QTY TO SL-QTY.
           MOVE "BACKOUT" TO SL-REFERENCE.
           MOVE PROD-REC-QTY-ON-HAND TO SL-NEW-ON-HAND.
           MOVE PJT-LOC-ID (WS-PJ-IDX2) TO SL-LOC-ID.
           WRITE STOCK-LEDGER-RECORD.

       WRITE-POST-JOURNAL.
           MOVE PROD-REC-ID TO PJ-PROD-ID.
           MOVE PROD-REC-QTY-ON-HAND TO PJ-BEFORE-QTY.
           MOVE WS-NEW-ON-HAND TO PJ-AFTER-QTY.
           MOVE SLC-LOC-ID TO PJ-LOC-ID.
           MOVE SLC-QTY-ON-HAND TO PJ-LOC-BEFORE-QTY.
           WRITE POST-JOURNAL-RECORD.

       CLEAR-POST-JOURNAL.
           MOVE SPACES TO SL-REFERENCE.
           MOVE SALES-ID TO SL-REFERENCE(1:5).
           MOVE PROD-REC-QTY-ON-HAND TO SL-NEW-ON-HAND.
           MOVE SLC-LOC-ID TO SL-LOC-ID.
           WRITE STOCK-LEDGER-RECORD.

       MARK-SALE-POSTED.
           MOVE WS-REASON-CODE TO EX-REASON-CODE.
           MOVE WS-REASON-TEXT TO EX-REASON-TEXT.
           WRITE EXCEPTION-LINE FROM EXCEPTION-RECORD.

       LOAD-CUSTOMER-TABLE.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-STATUS NOT = "00"
               DISPLAY "SALESPOST: ERROR OPENING CUSTOMER FILE: "
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
           IF CUST-REC-CREDIT-LIMIT NUMERIC
               MOVE CUST-REC-CREDIT-LIMIT
                   TO CUT-LIMIT (WS-CUSTOMER-COUNT)
           ELSE
               MOVE ZERO TO CUT-LIMIT (WS-CUSTOMER-COUNT)
           END-IF.
           MOVE ZERO TO CUT-EXPOSURE (WS-CUSTOMER-COUNT).
           PERFORM READ-CUSTOMER.

       LOAD-AR-EXPOSURE.
           OPEN INPUT AR-OPEN-FILE.
           IF AR-OPEN-FILE-STATUS NOT = "00"
               CONTINUE
           ELSE
               PERFORM READ-AR-OPEN
               PERFORM ACCUMULATE-AR-EXPOSURE UNTIL WS-AR-EOF = "Y"
               CLOSE AR-OPEN-FILE
           END-IF.

       READ-AR-OPEN.
           READ AR-OPEN-FILE
               AT END MOVE "Y" TO WS-AR-EOF
           END-READ.

       ACCUMULATE-AR-EXPOSURE.
           IF AR-STATUS = "O" AND AR-OPEN-AMOUNT NUMERIC
               MOVE "N" TO WS-CUSTOMER-FOUND
               IF WS-CUSTOMER-COUNT > 0
                   SET CUST-IDX TO 1
                   SEARCH CUSTOMER-ENTRY
                       WHEN CUT-ID (CUST-IDX) = AR-CUST-ID
                           MOVE "Y" TO WS-CUSTOMER-FOUND
                   END-SEARCH
               END-IF
               IF CUSTOMER-WAS-FOUND
                   ADD AR-OPEN-AMOUNT TO CUT-EXPOSURE (CUST-IDX)
               END-IF
           END-IF.
           PERFORM READ-AR-OPEN.

       READ-CREDIT-HOLD.
           READ CREDIT-HOLD-FILE
               AT END MOVE "Y" TO WS-HOLD-EOF
           END-READ.

       LOAD-UNBILLED-EXPOSURE.
           MOVE "N" TO WS-SALES-EOF.
           MOVE ZERO TO SALES-ID.
           START SALES-FILE KEY IS NOT LESS THAN SALES-ID
               INVALID KEY
                   MOVE "Y" TO WS-SALES-EOF
           END-START.
           IF WS-SALES-EOF = "N"
               PERFORM READ-SALES-RECORD
               PERFORM ACCUMULATE-UNBILLED-SALE
                   UNTIL WS-SALES-EOF = "Y"
               MOVE "N" TO WS-SALES-EOF
               MOVE ZERO TO SALES-ID
               START SALES-FILE KEY IS NOT LESS THAN SALES-ID
                   INVALID KEY
                       MOVE "Y" TO WS-SALES-EOF
               END-START
           END-IF.

       ACCUMULATE-UNBILLED-SALE.
           IF (SALES-POSTED-FLAG = "Y" OR SALES-POSTED-FLAG = "B")
               AND SALES-AR-FLAG NOT = "Y"
               AND SALES-AMOUNT NUMERIC
               AND SALES-CUST-ID NUMERIC
               PERFORM LOOKUP-SALE-CUSTOMER
               IF CUSTOMER-WAS-FOUND
                   IF TXN-RETURN
                       SUBTRACT SALES-AMOUNT
                           FROM CUT-EXPOSURE (CUST-IDX)
                   ELSE
                       ADD SALES-AMOUNT TO CUT-EXPOSURE (CUST-IDX)
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-SALES-RECORD.

       LOOKUP-SALE-CUSTOMER.
           MOVE "N" TO WS-CUSTOMER-FOUND.
           IF WS-CUSTOMER-COUNT > 0
               SET CUST-IDX TO 1
               SEARCH CUSTOMER-ENTRY
                   WHEN CUT-ID (CUST-IDX) = SALES-CUST-ID
                       MOVE "Y" TO WS-CUSTOMER-FOUND
               END-SEARCH
           END-IF.

       CHECK-CREDIT-LIMIT.
           MOVE "N" TO WS-CREDIT-SW.
           MOVE "N" TO WS-RELEASE-FOUND.
           IF TXN-SALE AND SALES-CUST-ID NUMERIC
               PERFORM LOOKUP-SALE-CUSTOMER
               IF CUSTOMER-WAS-FOUND
                   COMPUTE WS-CREDIT-TOTAL =
                       CUT-EXPOSURE (CUST-IDX) + SALES-AMOUNT
                   IF WS-CREDIT-TOTAL > CUT-LIMIT (CUST-IDX)
                       PERFORM FIND-CREDIT-RELEASE
                       IF NOT SALE-WAS-RELEASED
                           MOVE "Y" TO WS-CREDIT-SW
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FIND-CREDIT-RELEASE.
           MOVE "N" TO WS-HOLD-EOF.
           OPEN INPUT CREDIT-HOLD-FILE.
           IF CREDIT-HOLD-STATUS = "00"
               PERFORM READ-CREDIT-HOLD
               PERFORM MATCH-CREDIT-RELEASE
                   UNTIL WS-HOLD-EOF = "Y" OR SALE-WAS-RELEASED
               CLOSE CREDIT-HOLD-FILE
           END-IF.

       MATCH-CREDIT-RELEASE.
           IF CH-SALE-ID = SALES-ID AND CH-STATUS = "R"
               MOVE "Y" TO WS-RELEASE-FOUND
           ELSE
               PERFORM READ-CREDIT-HOLD
           END-IF.

       WRITE-CREDIT-HOLD.
           OPEN EXTEND CREDIT-HOLD-FILE.
           IF CREDIT-HOLD-STATUS = "35"
               OPEN OUTPUT CREDIT-HOLD-FILE
           END-IF.
           IF CREDIT-HOLD-STATUS NOT = "00"
               DISPLAY "SALESPOST: ERROR WRITING CREDIT HOLD "
                   "FILE: " CREDIT-HOLD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO CREDIT-HOLD-RECORD.
           MOVE SALES-ID TO CH-SALE-ID.
           MOVE SALES-CUST-ID TO CH-CUST-ID.
           MOVE SALES-AMOUNT TO CH-AMOUNT.
           MOVE WS-CREDIT-TOTAL TO CH-CREDIT-TOTAL.
           MOVE CUT-LIMIT (CUST-IDX) TO CH-CREDIT-LIMIT.
           MOVE WS-POST-DATE-EDIT TO CH-HOLD-DATE.
           MOVE "H" TO CH-STATUS.
           WRITE CREDIT-HOLD-RECORD.
           CLOSE CREDIT-HOLD-FILE.
           ADD 1 TO WS-HELD-COUNT.

           MOVE "H" TO SALES-POSTED-FLAG.
           REWRITE SALES-RECORD
               INVALID KEY
                   DISPLAY "SALES REWRITE FAILED: " SALES-FILE-STATUS
           END-REWRITE.

       ADD-CREDIT-EXPOSURE.
           IF SALE-WAS-RELEASED
               PERFORM MARK-CREDIT-RELEASE-USED
               ADD 1 TO WS-RELEASED-COUNT
           END-IF.
           IF SALES-CUST-ID NUMERIC
               PERFORM LOOKUP-SALE-CUSTOMER
               IF CUSTOMER-WAS-FOUND
                   IF TXN-RETURN
                       SUBTRACT SALES-AMOUNT
                           FROM CUT-EXPOSURE (CUST-IDX)
                   ELSE
                       ADD SALES-AMOUNT TO CUT-EXPOSURE (CUST-IDX)
                   END-IF
               END-IF
           END-IF.

       MARK-CREDIT-RELEASE-USED.
           MOVE "N" TO WS-HOLD-EOF.
           OPEN I-O CREDIT-HOLD-FILE.
           IF CREDIT-HOLD-STATUS NOT = "00"
               DISPLAY "SALESPOST: ERROR UPDATING CREDIT HOLD "
                   "FILE: " CREDIT-HOLD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-CREDIT-HOLD.
           PERFORM CONSUME-CREDIT-RELEASE UNTIL WS-HOLD-EOF = "Y".
           CLOSE CREDIT-HOLD-FILE.

       CONSUME-CREDIT-RELEASE.
           IF CH-SALE-ID = SALES-ID AND CH-STATUS = "R"
               MOVE "C" TO CH-STATUS
               REWRITE CREDIT-HOLD-RECORD
               MOVE "Y" TO WS-HOLD-EOF
           ELSE
               PERFORM READ-CREDIT-HOLD
           END-IF.

       READ-PARM-CARD.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-STATUS = "00"
               MOVE "N" TO WS-PARM-FOUND
               PERFORM READ-PARM-RECORD
               PERFORM FIND-PARM-CARD UNTIL WS-PARM-EOF = "Y"
                   OR PARM-WAS-FOUND
               CLOSE PARM-FILE
               IF PARM-WAS-FOUND AND PARM-PRICE-TOL NUMERIC
                   MOVE PARM-PRICE-TOL TO WS-PRICE-TOLERANCE
               END-IF
           END-IF.

       READ-PARM-RECORD.
           READ PARM-FILE
               AT END MOVE "Y" TO WS-PARM-EOF
           END-READ.

       FIND-PARM-CARD.
           IF PARM-PROGRAM = "SALESPOST"
               MOVE "Y" TO WS-PARM-FOUND
           ELSE
               PERFORM READ-PARM-RECORD
           END-IF.

       LOAD-CONTRACT-TABLE.
           OPEN INPUT CONTRACT-FILE.
           IF CONTRACT-FILE-STATUS NOT = "00"
               MOVE ZERO TO WS-CONTRACT-COUNT
           ELSE
               PERFORM READ-CONTRACT
               PERFORM LOAD-CONTRACT-ENTRY
                   UNTIL WS-CONTRACT-EOF = "Y"
               CLOSE CONTRACT-FILE
           END-IF.

       READ-CONTRACT.
           READ CONTRACT-FILE
               AT END MOVE "Y" TO WS-CONTRACT-EOF
           END-READ.

       LOAD-CONTRACT-ENTRY.
           IF CP-CUST-ID NUMERIC AND CP-PROD-ID NUMERIC
               AND CP-PRICE NUMERIC
               ADD 1 TO WS-CONTRACT-COUNT
               IF WS-CONTRACT-COUNT > 500
                   DISPLAY "CONTRACT PRICE TABLE OVERFLOW - OVER 500"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE CP-CUST-ID TO CPT-CUST-ID (WS-CONTRACT-COUNT)
               MOVE CP-PROD-ID TO CPT-PROD-ID (WS-CONTRACT-COUNT)
               MOVE CP-PRICE TO CPT-PRICE (WS-CONTRACT-COUNT)
               MOVE CP-EFF-DATE TO CPT-EFF-DATE (WS-CONTRACT-COUNT)
               MOVE CP-END-DATE TO CPT-END-DATE (WS-CONTRACT-COUNT)
           END-IF.
           PERFORM READ-CONTRACT.

       READ-PRICE-HOLD.
           READ PRICE-HOLD-FILE
               AT END MOVE "Y" TO WS-PRICE-HOLD-EOF
           END-READ.

       CHECK-SALE-PRICE.
           MOVE "N" TO WS-PRICE-SW.
           MOVE "N" TO WS-OVERRIDE-FOUND.
           MOVE SALES-PROD-ID TO PROD-REC-ID.
           READ PRODUCT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM EVALUATE-SALE-PRICE
           END-READ.

           IF SALE-ON-PRICE-HOLD
               PERFORM FIND-PRICE-OVERRIDE
               IF PRICE-WAS-CLEARED
                   MOVE "N" TO WS-PRICE-SW
               END-IF
           END-IF.

       FIND-PRICE-OVERRIDE.
           MOVE "N" TO WS-PRICE-HOLD-EOF.
           OPEN INPUT PRICE-HOLD-FILE.
           IF PRICE-HOLD-STATUS = "00"
               PERFORM READ-PRICE-HOLD
               PERFORM MATCH-PRICE-OVERRIDE
                   UNTIL WS-PRICE-HOLD-EOF = "Y" OR PRICE-WAS-CLEARED
               CLOSE PRICE-HOLD-FILE
           END-IF.

       MATCH-PRICE-OVERRIDE.
           IF PH-SALE-ID = SALES-ID
               AND (PH-STATUS = "O" OR PH-STATUS = "R")
               MOVE "Y" TO WS-OVERRIDE-FOUND
           ELSE
               PERFORM READ-PRICE-HOLD
           END-IF.

       EVALUATE-SALE-PRICE.
           MOVE PROD-REC-PRICE TO WS-UNIT-PRICE.
           MOVE "L" TO WS-PRICE-SOURCE.
           MOVE SPACES TO WS-CONTRACT-EFF.
           IF WS-CONTRACT-COUNT > 0 AND SALES-CUST-ID NUMERIC
               PERFORM CHECK-CONTRACT-PRICE
                   VARYING WS-CPT-IDX2 FROM 1 BY 1
                   UNTIL WS-CPT-IDX2 > WS-CONTRACT-COUNT
           END-IF.

           COMPUTE WS-EXPECTED-AMT = WS-UNIT-PRICE * SALES-QTY-SOLD.
           COMPUTE WS-PRICE-VARIANCE = SALES-AMOUNT - WS-EXPECTED-AMT.
           IF WS-PRICE-VARIANCE < ZERO
               COMPUTE WS-PRICE-ABS-VAR = ZERO - WS-PRICE-VARIANCE
           ELSE
               MOVE WS-PRICE-VARIANCE TO WS-PRICE-ABS-VAR
           END-IF.
           COMPUTE WS-PRICE-ALLOWED ROUNDED =
               WS-EXPECTED-AMT * WS-PRICE-TOLERANCE / 100.
           IF WS-PRICE-ABS-VAR > WS-PRICE-ALLOWED
               MOVE "Y" TO WS-PRICE-SW
           END-IF.

       CHECK-CONTRACT-PRICE.
           IF CPT-CUST-ID (WS-CPT-IDX2) = SALES-CUST-ID
               AND CPT-PROD-ID (WS-CPT-IDX2) = SALES-PROD-ID
               AND CPT-EFF-DATE (WS-CPT-IDX2) NOT > SALES-DATE
               AND (CPT-END-DATE (WS-CPT-IDX2) = SPACES
                   OR CPT-END-DATE (WS-CPT-IDX2) NOT < SALES-DATE)
               AND (WS-PRICE-SOURCE = "L"
                   OR CPT-EFF-DATE (WS-CPT-IDX2) > WS-CONTRACT-EFF)
               MOVE CPT-PRICE (WS-CPT-IDX2) TO WS-UNIT-PRICE
               MOVE "C" TO WS-PRICE-SOURCE
               MOVE CPT-EFF-DATE (WS-CPT-IDX2) TO WS-CONTRACT-EFF
           END-IF.

       WRITE-PRICE-HOLD.
           OPEN EXTEND PRICE-HOLD-FILE.
           IF PRICE-HOLD-STATUS = "35"
               OPEN OUTPUT PRICE-HOLD-FILE
           END-IF.
           IF PRICE-HOLD-STATUS NOT = "00"
               DISPLAY "SALESPOST: ERROR WRITING PRICE HOLD "
                   "FILE: " PRICE-HOLD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO PRICE-HOLD-RECORD.
           MOVE SALES-ID TO PH-SALE-ID.
           MOVE SALES-CUST-ID TO PH-CUST-ID.
           MOVE SALES-REP-ID TO PH-REP-ID.
           MOVE SALES-PROD-ID TO PH-PROD-ID.
           MOVE SALES-QTY-SOLD TO PH-QTY.
           MOVE SALES-AMOUNT TO PH-AMOUNT.
           MOVE WS-EXPECTED-AMT TO PH-EXPECTED.
           MOVE WS-PRICE-SOURCE TO PH-PRICE-SOURCE.
           MOVE WS-UNIT-PRICE TO PH-UNIT-PRICE.
           MOVE WS-POST-DATE-EDIT TO PH-HOLD-DATE.
           MOVE "H" TO PH-STATUS.
           WRITE PRICE-HOLD-RECORD.
           CLOSE PRICE-HOLD-FILE.
           ADD 1 TO WS-PRICE-HELD-COUNT.

           MOVE "P" TO SALES-POSTED-FLAG.
           REWRITE SALES-RECORD
               INVALID KEY
                   DISPLAY "SALES REWRITE FAILED: " SALES-FILE-STATUS
           END-REWRITE.
