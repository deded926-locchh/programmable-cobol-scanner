       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDERIN.
       AUTHOR. CASCADE.
       DATE-WRITTEN. 2026-10-15.
       SECURITY. CONFIDENTIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. X86-64.
       OBJECT-COMPUTER. X86-64.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-IN-FILE ASSIGN TO "ORDERIN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ORDER-IN-STATUS.
           SELECT SALES-FILE ASSIGN TO "SALES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SALES-ID
               ALTERNATE RECORD KEY IS SALES-DATE WITH DUPLICATES
               FILE STATUS IS SALES-FILE-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO "PRODUCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-REC-ID
               FILE STATUS IS PRODUCT-FILE-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CUSTOMER-FILE-STATUS.
           SELECT SALESREP-FILE ASSIGN TO "SALESREP.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SALESREP-FILE-STATUS.
           SELECT ORDER-HISTORY-FILE ASSIGN TO "ORDHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ORDER-HISTORY-STATUS.
           SELECT ORDER-REJECT-FILE ASSIGN TO "ORDERIN.REJ"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ORDER-ACK-FILE ASSIGN TO "ORDERIN.ACK"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ORDER-IN-FILE
           LABEL RECORDS ARE STANDARD.
       01 ORDER-IN-RECORD.
           05 OI-REC-TYPE       PIC X.
               88 OI-HEADER     VALUE "H".
               88 OI-DETAIL     VALUE "D".
               88 OI-TRAILER    VALUE "T".
           05 FILLER            PIC X(79).
       01 ORDER-HEADER-RECORD.
           05 FILLER            PIC X.
           05 OH-SENDER-ID      PIC X(10).
           05 OH-BATCH-NO       PIC X(10).
           05 OH-CREATE-DATE    PIC X(10).
           05 FILLER            PIC X(49).
       01 ORDER-DETAIL-RECORD.
           05 FILLER            PIC X.
           05 OD-ORDER-REF      PIC X(15).
           05 OD-CUST-ID        PIC 9(5).
           05 OD-REP-ID         PIC 9(5).
           05 OD-PROD-ID        PIC 9(3).
           05 OD-QTY            PIC 9(5).
           05 OD-AMOUNT         PIC 9(7)V99.
           05 OD-ORDER-DATE     PIC X(10).
           05 OD-TXN-TYPE       PIC X.
           05 FILLER            PIC X(26).
       01 ORDER-TRAILER-RECORD.
           05 FILLER            PIC X.
           05 OT-REC-COUNT      PIC 9(7).
           05 OT-AMOUNT-TOTAL   PIC 9(11)V99.
           05 FILLER            PIC X(59).

       FD SALES-FILE
           LABEL RECORDS ARE STANDARD.
       01 SALES-RECORD.
           05 SALES-ID         PIC 9(5).
           05 SALES-PERSON     PIC X(20).
           05 SALES-AMOUNT     PIC 9(7)V99.
           05 SALES-AMOUNT-ALPHA REDEFINES SALES-AMOUNT PIC X(9).
           05 SALES-DATE       PIC X(10).
           05 SALES-PROD-ID    PIC 9(3).
           05 SALES-QTY-SOLD   PIC 9(5).
           05 SALES-POSTED-FLAG PIC X.
           05 SALES-REP-ID     PIC 9(5).
           05 SALES-TXN-TYPE   PIC X.
           05 SALES-CUST-ID    PIC 9(5).
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

       FD CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD.
       01 CUSTOMER-RECORD.
           05 CUST-REC-ID       PIC 9(5).
           05 CUST-REC-NAME     PIC X(25).
           05 CUST-REC-TERMS    PIC 9(3).
           05 CUST-REC-CREDIT-LIMIT PIC 9(7)V99.
           05 FILLER            PIC X(8).

       FD SALESREP-FILE
           LABEL RECORDS ARE STANDARD.
       01 SALESREP-RECORD.
           05 REP-REC-ID        PIC 9(5).
           05 REP-REC-NAME      PIC X(20).
           05 REP-REC-EMP-ID    PIC 9(5).
           05 FILLER            PIC X(10).

       FD ORDER-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01 ORDER-HISTORY-RECORD.
           05 OHS-SENDER-ID     PIC X(10).
           05 OHS-BATCH-NO      PIC X(10).
           05 OHS-LOAD-DATE     PIC X(10).
           05 OHS-ACCEPT-COUNT  PIC 9(7).
           05 OHS-REJECT-COUNT  PIC 9(7).
           05 OHS-ACCEPT-AMOUNT PIC 9(11)V99.
           05 OHS-LOAD-STATUS   PIC X.
           05 FILLER            PIC X(2).

       FD ORDER-REJECT-FILE
           LABEL RECORDS ARE STANDARD.
       01 ORDER-REJECT-LINE     PIC X(120).

       FD ORDER-ACK-FILE
           LABEL RECORDS ARE STANDARD.
       01 ORDER-ACK-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
       01 ORDER-IN-STATUS       PIC XX VALUE SPACES.
       01 SALES-FILE-STATUS     PIC XX VALUE SPACES.
       01 PRODUCT-FILE-STATUS   PIC XX VALUE SPACES.
       01 CUSTOMER-FILE-STATUS  PIC XX VALUE SPACES.
       01 SALESREP-FILE-STATUS  PIC XX VALUE SPACES.
       01 ORDER-HISTORY-STATUS  PIC XX VALUE SPACES.

       01 WS-ORDER-EOF          PIC X VALUE "N".
       01 WS-SALES-EOF          PIC X VALUE "N".
       01 WS-CUSTOMER-EOF       PIC X VALUE "N".
       01 WS-SALESREP-EOF       PIC X VALUE "N".
       01 WS-HISTORY-EOF        PIC X VALUE "N".

       01 WS-REFUSED-SW         PIC X VALUE "N".
           88 BATCH-IS-REFUSED  VALUE "Y".
       01 WS-REFUSE-REASON      PIC X(30) VALUE SPACES.
       01 WS-REFUSE-TEXT        PIC X(30) VALUE SPACES.
       01 WS-TRAILER-SEEN       PIC X VALUE "N".
           88 TRAILER-WAS-SEEN  VALUE "Y".
       01 WS-VALID-SW           PIC X VALUE "Y".
           88 ORDER-IS-VALID    VALUE "Y".
       01 WS-CUSTOMER-FOUND     PIC X VALUE "N".
           88 CUSTOMER-WAS-FOUND VALUE "Y".
       01 WS-REP-FOUND          PIC X VALUE "N".
           88 REP-WAS-FOUND     VALUE "Y".
       01 WS-BATCH-FOUND        PIC X VALUE "N".
           88 BATCH-WAS-LOADED  VALUE "Y".
       01 WS-PRIOR-LOAD-STATUS  PIC X VALUE SPACE.

       01 WS-SENDER-ID          PIC X(10) VALUE SPACES.
       01 WS-BATCH-NO           PIC X(10) VALUE SPACES.
       01 WS-DETAIL-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-DETAIL-TOTAL       PIC 9(11)V99 VALUE ZERO.
       01 WS-TRAILER-COUNT      PIC 9(7) VALUE ZERO.
       01 WS-TRAILER-TOTAL      PIC 9(11)V99 VALUE ZERO.

       01 WS-LAST-SALES-ID      PIC 9(6) VALUE ZERO.
       01 WS-ACCEPT-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-REJECT-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-ACCEPT-AMOUNT      PIC 9(11)V99 VALUE ZERO.
       01 WS-REASON-CODE        PIC X(4) VALUE SPACES.
       01 WS-REASON-TEXT        PIC X(30) VALUE SPACES.

       01 WS-DATE-EDIT-ALPHA    PIC X(10).
       01 WS-DATE-EDIT REDEFINES WS-DATE-EDIT-ALPHA.
           05 WS-DATE-YEAR      PIC 9(4).
           05 WS-DATE-DASH1     PIC X.
           05 WS-DATE-MONTH     PIC 9(2).
           05 WS-DATE-DASH2     PIC X.
           05 WS-DATE-DAY       PIC 9(2).

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

       01 CUSTOMER-TABLE.
           05 CUSTOMER-ENTRY OCCURS 1 TO 200 TIMES
                       DEPENDING ON WS-CUSTOMER-COUNT
                       INDEXED BY CUST-IDX.
               10 CUT-ID        PIC 9(5).

       01 WS-CUSTOMER-COUNT     PIC 9(3) VALUE ZERO.

       01 SALESREP-TABLE.
           05 SALESREP-ENTRY OCCURS 1 TO 200 TIMES
                       DEPENDING ON WS-SALESREP-COUNT
                       INDEXED BY REP-IDX.
               10 RPT-REP-ID    PIC 9(5).
               10 RPT-REP-NAME  PIC X(20).

       01 WS-SALESREP-COUNT     PIC 9(3) VALUE ZERO.

       01 REJECT-RECORD.
           05 RJ-RAW-RECORD     PIC X(80).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 RJ-REASON-CODE    PIC X(4).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 RJ-REASON-TEXT    PIC X(30).

       01 ACK-HEADER-RECORD.
           05 AH-RECORD-TYPE    PIC X VALUE "H".
           05 AH-SENDER-ID      PIC X(10).
           05 AH-BATCH-NO       PIC X(10).
           05 AH-PROCESS-DATE   PIC X(10).
           05 AH-BATCH-STATUS   PIC X.
           05 AH-REASON-TEXT    PIC X(30).
           05 FILLER            PIC X(18) VALUE SPACES.

       01 ACK-DETAIL-RECORD.
           05 AD-RECORD-TYPE    PIC X VALUE "D".
           05 AD-ORDER-REF      PIC X(15).
           05 AD-ORDER-STATUS   PIC X.
           05 AD-SALES-ID       PIC 9(5).
           05 AD-REASON-CODE    PIC X(4).
           05 AD-REASON-TEXT    PIC X(30).
           05 FILLER            PIC X(24) VALUE SPACES.

       01 ACK-TRAILER-RECORD.
           05 AT-RECORD-TYPE    PIC X VALUE "T".
           05 AT-RECEIVED-COUNT PIC 9(7).
           05 AT-ACCEPT-COUNT   PIC 9(7).
           05 AT-REJECT-COUNT   PIC 9(7).
           05 AT-ACCEPT-AMOUNT  PIC 9(11)V99.
           05 FILLER            PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-YEAR TO WS-RUN-EDIT-YEAR.
           MOVE WS-RUN-MONTH TO WS-RUN-EDIT-MONTH.
           MOVE WS-RUN-DAY TO WS-RUN-EDIT-DAY.

           PERFORM LOAD-CUSTOMER-TABLE.
           PERFORM LOAD-SALESREP-TABLE.
           PERFORM CHECK-BATCH-CONTROLS.

           OPEN OUTPUT ORDER-ACK-FILE.
           OPEN OUTPUT ORDER-REJECT-FILE.

           IF BATCH-IS-REFUSED
               PERFORM WRITE-ACK-HEADER
               PERFORM WRITE-ACK-TRAILER
               CLOSE ORDER-ACK-FILE
                     ORDER-REJECT-FILE
               DISPLAY "ORDERIN: BATCH REFUSED - " WS-REFUSE-REASON
               DISPLAY "ORDERIN: SENDER " WS-SENDER-ID
                   " BATCH " WS-BATCH-NO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O SALES-FILE.
           IF SALES-FILE-STATUS NOT = "00"
               DISPLAY "ORDERIN: ERROR OPENING SALES FILE: "
                   SALES-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT PRODUCT-FILE.
           IF PRODUCT-FILE-STATUS NOT = "00"
               DISPLAY "ORDERIN: ERROR OPENING PRODUCT FILE: "
                   PRODUCT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM FIND-LAST-SALES-ID.
           PERFORM WRITE-ACK-HEADER.

           OPEN INPUT ORDER-IN-FILE.
           IF ORDER-IN-STATUS NOT = "00"
               DISPLAY "ORDERIN: ERROR OPENING INBOUND ORDER FILE: "
                   ORDER-IN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WRITE-ORDER-HISTORY.
           MOVE "N" TO WS-ORDER-EOF.
           PERFORM READ-ORDER-RECORD.
           PERFORM PROCESS-ORDER-RECORD UNTIL WS-ORDER-EOF = "Y".

           PERFORM WRITE-ACK-TRAILER.
           PERFORM COMPLETE-ORDER-HISTORY.

           CLOSE ORDER-IN-FILE
                 SALES-FILE
                 PRODUCT-FILE
                 ORDER-ACK-FILE
                 ORDER-REJECT-FILE.

           DISPLAY "ORDERIN: SENDER " WS-SENDER-ID
               " BATCH " WS-BATCH-NO.
           DISPLAY "ORDERIN: ORDERS RECEIVED: " WS-DETAIL-COUNT.
           DISPLAY "ORDERIN: ORDERS LOADED:   " WS-ACCEPT-COUNT.
           DISPLAY "ORDERIN: ORDERS REJECTED: " WS-REJECT-COUNT.
           DISPLAY "ORDERIN: LAST SALES ID:   " WS-LAST-SALES-ID.
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LOAD-CUSTOMER-TABLE.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-STATUS NOT = "00"
               DISPLAY "ORDERIN: ERROR OPENING CUSTOMER FILE: "
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
           PERFORM READ-CUSTOMER.

       LOAD-SALESREP-TABLE.
           OPEN INPUT SALESREP-FILE.
           IF SALESREP-FILE-STATUS NOT = "00"
               DISPLAY "ORDERIN: ERROR OPENING SALESREP FILE: "
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

       CHECK-ORDER-HISTORY.
           MOVE "N" TO WS-BATCH-FOUND.
           OPEN INPUT ORDER-HISTORY-FILE.
           IF ORDER-HISTORY-STATUS = "00"
               MOVE "N" TO WS-HISTORY-EOF
               PERFORM READ-ORDER-HISTORY
               PERFORM CHECK-ORDER-HISTORY-ENTRY
                   UNTIL WS-HISTORY-EOF = "Y" OR BATCH-WAS-LOADED
               CLOSE ORDER-HISTORY-FILE
           END-IF.

       READ-ORDER-HISTORY.
           READ ORDER-HISTORY-FILE
               AT END MOVE "Y" TO WS-HISTORY-EOF
           END-READ.

       CHECK-ORDER-HISTORY-ENTRY.
           IF OHS-SENDER-ID = WS-SENDER-ID
               AND OHS-BATCH-NO = WS-BATCH-NO
               MOVE "Y" TO WS-BATCH-FOUND
               MOVE OHS-LOAD-STATUS TO WS-PRIOR-LOAD-STATUS
           ELSE
               PERFORM READ-ORDER-HISTORY
           END-IF.

       CHECK-BATCH-CONTROLS.
           OPEN INPUT ORDER-IN-FILE.
           IF ORDER-IN-STATUS NOT = "00"
               DISPLAY "ORDERIN: ERROR OPENING INBOUND ORDER FILE: "
                   ORDER-IN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM READ-ORDER-RECORD.
           IF WS-ORDER-EOF = "Y" OR NOT OI-HEADER
               MOVE "MISSING BATCH HEADER" TO WS-REFUSE-TEXT
               PERFORM REFUSE-BATCH
           ELSE
               MOVE OH-SENDER-ID TO WS-SENDER-ID
               MOVE OH-BATCH-NO TO WS-BATCH-NO
               PERFORM READ-ORDER-RECORD
               PERFORM SCAN-BATCH-RECORD UNTIL WS-ORDER-EOF = "Y"
           END-IF.
           CLOSE ORDER-IN-FILE.

           IF NOT TRAILER-WAS-SEEN
               MOVE "MISSING BATCH TRAILER" TO WS-REFUSE-TEXT
               PERFORM REFUSE-BATCH
           END-IF.
           IF WS-TRAILER-COUNT NOT = WS-DETAIL-COUNT
               MOVE "TRAILER RECORD COUNT MISMATCH" TO WS-REFUSE-TEXT
               PERFORM REFUSE-BATCH
           END-IF.
           IF WS-TRAILER-TOTAL NOT = WS-DETAIL-TOTAL
               MOVE "TRAILER AMOUNT TOTAL MISMATCH" TO WS-REFUSE-TEXT
               PERFORM REFUSE-BATCH
           END-IF.

           PERFORM CHECK-ORDER-HISTORY.
           IF BATCH-WAS-LOADED
               IF WS-PRIOR-LOAD-STATUS = "I"
                   MOVE "PRIOR LOAD OF BATCH INCOMPLETE"
                       TO WS-REFUSE-TEXT
               ELSE
                   MOVE "BATCH ALREADY LOADED" TO WS-REFUSE-TEXT
               END-IF
               PERFORM REFUSE-BATCH
           END-IF.

       SCAN-BATCH-RECORD.
           EVALUATE TRUE
               WHEN OI-DETAIL
                   IF TRAILER-WAS-SEEN
                       MOVE "DETAIL AFTER TRAILER" TO WS-REFUSE-TEXT
                       PERFORM REFUSE-BATCH
                   END-IF
                   ADD 1 TO WS-DETAIL-COUNT
                   IF OD-AMOUNT NUMERIC
                       ADD OD-AMOUNT TO WS-DETAIL-TOTAL
                   END-IF
               WHEN OI-TRAILER
                   IF TRAILER-WAS-SEEN
                       MOVE "DUPLICATE BATCH TRAILER"
                           TO WS-REFUSE-TEXT
                       PERFORM REFUSE-BATCH
                   ELSE
                       MOVE "Y" TO WS-TRAILER-SEEN
                       IF OT-REC-COUNT NUMERIC
                           AND OT-AMOUNT-TOTAL NUMERIC
                           MOVE OT-REC-COUNT TO WS-TRAILER-COUNT
                           MOVE OT-AMOUNT-TOTAL TO WS-TRAILER-TOTAL
                       ELSE
                           MOVE "INVALID TRAILER TOTALS"
                               TO WS-REFUSE-TEXT
                           PERFORM REFUSE-BATCH
                       END-IF
                   END-IF
               WHEN OI-HEADER
                   MOVE "DUPLICATE BATCH HEADER" TO WS-REFUSE-TEXT
                   PERFORM REFUSE-BATCH
               WHEN OTHER
                   MOVE "INVALID RECORD TYPE" TO WS-REFUSE-TEXT
                   PERFORM REFUSE-BATCH
           END-EVALUATE.
           PERFORM READ-ORDER-RECORD.

       REFUSE-BATCH.
           IF NOT BATCH-IS-REFUSED
               MOVE "Y" TO WS-REFUSED-SW
               MOVE WS-REFUSE-TEXT TO WS-REFUSE-REASON
           END-IF.

       READ-ORDER-RECORD.
           READ ORDER-IN-FILE
               AT END MOVE "Y" TO WS-ORDER-EOF
           END-READ.

       FIND-LAST-SALES-ID.
           MOVE ZERO TO WS-LAST-SALES-ID.
           MOVE "N" TO WS-SALES-EOF.
           MOVE ZERO TO SALES-ID.
           START SALES-FILE KEY IS NOT LESS THAN SALES-ID
               INVALID KEY
                   MOVE "Y" TO WS-SALES-EOF
           END-START.
           PERFORM READ-SALES-RECORD.
           PERFORM CHECK-SALES-ID UNTIL WS-SALES-EOF = "Y".

       READ-SALES-RECORD.
           IF WS-SALES-EOF = "N"
               READ SALES-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-SALES-EOF
               END-READ
           END-IF.

       CHECK-SALES-ID.
           IF SALES-ID > WS-LAST-SALES-ID
               MOVE SALES-ID TO WS-LAST-SALES-ID
           END-IF.
           PERFORM READ-SALES-RECORD.

       PROCESS-ORDER-RECORD.
           IF OI-DETAIL
               PERFORM VALIDATE-ORDER
               IF ORDER-IS-VALID
                   PERFORM WRITE-SALES-ORDER
               END-IF
               IF NOT ORDER-IS-VALID
                   PERFORM WRITE-ORDER-REJECT
               END-IF
           END-IF.
           PERFORM READ-ORDER-RECORD.

       VALIDATE-ORDER.
           MOVE "Y" TO WS-VALID-SW.
           MOVE SPACES TO WS-REASON-CODE.
           MOVE SPACES TO WS-REASON-TEXT.

           IF OD-CUST-ID NOT NUMERIC
               MOVE "N" TO WS-VALID-SW
           ELSE
               MOVE "N" TO WS-CUSTOMER-FOUND
               IF WS-CUSTOMER-COUNT > 0
                   SET CUST-IDX TO 1
                   SEARCH CUSTOMER-ENTRY
                       WHEN CUT-ID (CUST-IDX) = OD-CUST-ID
                           MOVE "Y" TO WS-CUSTOMER-FOUND
                   END-SEARCH
               END-IF
               IF NOT CUSTOMER-WAS-FOUND
                   MOVE "N" TO WS-VALID-SW
               END-IF
           END-IF.
           IF NOT ORDER-IS-VALID
               MOVE "I01" TO WS-REASON-CODE
               MOVE "CUSTOMER NOT ON FILE" TO WS-REASON-TEXT
           END-IF.

           IF ORDER-IS-VALID
               IF OD-PROD-ID NOT NUMERIC OR OD-PROD-ID = ZERO
                   MOVE "N" TO WS-VALID-SW
               ELSE
                   MOVE OD-PROD-ID TO PROD-REC-ID
                   READ PRODUCT-FILE
                       INVALID KEY
                           MOVE "N" TO WS-VALID-SW
                   END-READ
               END-IF
               IF NOT ORDER-IS-VALID
                   MOVE "I02" TO WS-REASON-CODE
                   MOVE "PRODUCT NOT ON FILE" TO WS-REASON-TEXT
               END-IF
           END-IF.

           IF ORDER-IS-VALID
               MOVE "N" TO WS-REP-FOUND
               IF OD-REP-ID NUMERIC AND WS-SALESREP-COUNT > 0
                   SET REP-IDX TO 1
                   SEARCH SALESREP-ENTRY
                       WHEN RPT-REP-ID (REP-IDX) = OD-REP-ID
                           MOVE "Y" TO WS-REP-FOUND
                   END-SEARCH
               END-IF
               IF NOT REP-WAS-FOUND
                   MOVE "N" TO WS-VALID-SW
                   MOVE "I03" TO WS-REASON-CODE
                   MOVE "SALES REP NOT ON FILE" TO WS-REASON-TEXT
               END-IF
           END-IF.

           IF ORDER-IS-VALID
               IF OD-QTY NOT NUMERIC OR OD-QTY = ZERO
                   MOVE "N" TO WS-VALID-SW
                   MOVE "I04" TO WS-REASON-CODE
                   MOVE "INVALID QUANTITY" TO WS-REASON-TEXT
               END-IF
           END-IF.

           IF ORDER-IS-VALID
               IF OD-AMOUNT NOT NUMERIC
                   MOVE "N" TO WS-VALID-SW
                   MOVE "I05" TO WS-REASON-CODE
                   MOVE "INVALID ORDER AMOUNT" TO WS-REASON-TEXT
               END-IF
           END-IF.

           IF ORDER-IS-VALID
               MOVE OD-ORDER-DATE TO WS-DATE-EDIT-ALPHA
               IF WS-DATE-DASH1 NOT = "-" OR WS-DATE-DASH2 NOT = "-"
                  OR WS-DATE-YEAR NOT NUMERIC
                  OR WS-DATE-MONTH NOT NUMERIC
                  OR WS-DATE-DAY NOT NUMERIC
                  OR WS-DATE-MONTH < 1 OR WS-DATE-MONTH > 12
                  OR WS-DATE-DAY < 1 OR WS-DATE-DAY > 31
                   MOVE "N" TO WS-VALID-SW
                   MOVE "I06" TO WS-REASON-CODE
                   MOVE "INVALID ORDER DATE" TO WS-REASON-TEXT
               END-IF
           END-IF.

           IF ORDER-IS-VALID
               IF OD-TXN-TYPE NOT = "S" AND OD-TXN-TYPE NOT = "R"
                   AND OD-TXN-TYPE NOT = SPACE
                   MOVE "N" TO WS-VALID-SW
                   MOVE "I07" TO WS-REASON-CODE
                   MOVE "INVALID TRANSACTION TYPE" TO WS-REASON-TEXT
               END-IF
           END-IF.

       WRITE-SALES-ORDER.
           IF WS-LAST-SALES-ID NOT < 99999
               MOVE "N" TO WS-VALID-SW
               MOVE "I09" TO WS-REASON-CODE
               MOVE "SALES ID RANGE EXHAUSTED" TO WS-REASON-TEXT
           ELSE
               ADD 1 TO WS-LAST-SALES-ID
               MOVE SPACES TO SALES-RECORD
               MOVE WS-LAST-SALES-ID TO SALES-ID
               MOVE RPT-REP-NAME (REP-IDX) TO SALES-PERSON
               MOVE OD-AMOUNT TO SALES-AMOUNT
               MOVE OD-ORDER-DATE TO SALES-DATE
               MOVE OD-PROD-ID TO SALES-PROD-ID
               MOVE OD-QTY TO SALES-QTY-SOLD
               MOVE SPACE TO SALES-POSTED-FLAG
               MOVE OD-REP-ID TO SALES-REP-ID
               IF OD-TXN-TYPE = SPACE
                   MOVE "S" TO SALES-TXN-TYPE
               ELSE
                   MOVE OD-TXN-TYPE TO SALES-TXN-TYPE
               END-IF
               MOVE OD-CUST-ID TO SALES-CUST-ID
               MOVE SPACE TO SALES-AR-FLAG
               WRITE SALES-RECORD
                   INVALID KEY
                       MOVE "N" TO WS-VALID-SW
                       MOVE "I08" TO WS-REASON-CODE
                       MOVE "SALES ID ALREADY ON FILE"
                           TO WS-REASON-TEXT
                   NOT INVALID KEY
                       ADD 1 TO WS-ACCEPT-COUNT
                       ADD OD-AMOUNT TO WS-ACCEPT-AMOUNT
                       MOVE OD-ORDER-REF TO AD-ORDER-REF
                       MOVE "A" TO AD-ORDER-STATUS
                       MOVE SALES-ID TO AD-SALES-ID
                       MOVE SPACES TO AD-REASON-CODE
                       MOVE "LOADED" TO AD-REASON-TEXT
                       WRITE ORDER-ACK-LINE FROM ACK-DETAIL-RECORD
               END-WRITE
           END-IF.

       WRITE-ORDER-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE ORDER-IN-RECORD TO RJ-RAW-RECORD.
           MOVE WS-REASON-CODE TO RJ-REASON-CODE.
           MOVE WS-REASON-TEXT TO RJ-REASON-TEXT.
           WRITE ORDER-REJECT-LINE FROM REJECT-RECORD.

           MOVE OD-ORDER-REF TO AD-ORDER-REF.
           MOVE "R" TO AD-ORDER-STATUS.
           MOVE ZERO TO AD-SALES-ID.
           MOVE WS-REASON-CODE TO AD-REASON-CODE.
           MOVE WS-REASON-TEXT TO AD-REASON-TEXT.
           WRITE ORDER-ACK-LINE FROM ACK-DETAIL-RECORD.

       WRITE-ACK-HEADER.
           MOVE WS-SENDER-ID TO AH-SENDER-ID.
           MOVE WS-BATCH-NO TO AH-BATCH-NO.
           MOVE WS-RUN-DATE-EDIT TO AH-PROCESS-DATE.
           IF BATCH-IS-REFUSED
               MOVE "R" TO AH-BATCH-STATUS
               MOVE WS-REFUSE-REASON TO AH-REASON-TEXT
           ELSE
               MOVE "A" TO AH-BATCH-STATUS
               MOVE "BATCH ACCEPTED" TO AH-REASON-TEXT
           END-IF.
           WRITE ORDER-ACK-LINE FROM ACK-HEADER-RECORD.

       WRITE-ACK-TRAILER.
           MOVE WS-DETAIL-COUNT TO AT-RECEIVED-COUNT.
           MOVE WS-ACCEPT-COUNT TO AT-ACCEPT-COUNT.
           MOVE WS-REJECT-COUNT TO AT-REJECT-COUNT.
           MOVE WS-ACCEPT-AMOUNT TO AT-ACCEPT-AMOUNT.
           WRITE ORDER-ACK-LINE FROM ACK-TRAILER-RECORD.

       WRITE-ORDER-HISTORY.
           OPEN EXTEND ORDER-HISTORY-FILE.
           IF ORDER-HISTORY-STATUS = "35"
               OPEN OUTPUT ORDER-HISTORY-FILE
           END-IF.
           MOVE SPACES TO ORDER-HISTORY-RECORD.
           MOVE WS-SENDER-ID TO OHS-SENDER-ID.
           MOVE WS-BATCH-NO TO OHS-BATCH-NO.
           MOVE WS-RUN-DATE-EDIT TO OHS-LOAD-DATE.
           MOVE WS-ACCEPT-COUNT TO OHS-ACCEPT-COUNT.
           MOVE WS-REJECT-COUNT TO OHS-REJECT-COUNT.
           MOVE WS-ACCEPT-AMOUNT TO OHS-ACCEPT-AMOUNT.
           MOVE "I" TO OHS-LOAD-STATUS.
           WRITE ORDER-HISTORY-RECORD.
           CLOSE ORDER-HISTORY-FILE.

       COMPLETE-ORDER-HISTORY.
           OPEN I-O ORDER-HISTORY-FILE.
           IF ORDER-HISTORY-STATUS NOT = "00"
               DISPLAY "ORDERIN: ERROR UPDATING ORDER HISTORY: "
                   ORDER-HISTORY-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-BATCH-FOUND.
           MOVE "N" TO WS-HISTORY-EOF.
           PERFORM READ-ORDER-HISTORY.
           PERFORM FIND-OPEN-HISTORY-ENTRY
               UNTIL WS-HISTORY-EOF = "Y" OR BATCH-WAS-LOADED.
           IF BATCH-WAS-LOADED
               MOVE WS-ACCEPT-COUNT TO OHS-ACCEPT-COUNT
               MOVE WS-REJECT-COUNT TO OHS-REJECT-COUNT
               MOVE WS-ACCEPT-AMOUNT TO OHS-ACCEPT-AMOUNT
               MOVE "C" TO OHS-LOAD-STATUS
               REWRITE ORDER-HISTORY-RECORD
           END-IF.
           CLOSE ORDER-HISTORY-FILE.

       FIND-OPEN-HISTORY-ENTRY.
           IF OHS-SENDER-ID = WS-SENDER-ID
               AND OHS-BATCH-NO = WS-BATCH-NO
               AND OHS-LOAD-STATUS = "I"
               MOVE "Y" TO WS-BATCH-FOUND
           ELSE
               PERFORM READ-ORDER-HISTORY
           END-IF.
