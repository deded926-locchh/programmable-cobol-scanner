       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRICEREL.
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
           SELECT OPERATOR-AUTH-FILE ASSIGN TO "OPERAUTH.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OPERAUTH-FILE-STATUS.
           SELECT SALES-FILE ASSIGN TO "SALES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SALES-ID
               ALTERNATE RECORD KEY IS SALES-DATE WITH DUPLICATES
               FILE STATUS IS SALES-FILE-STATUS.
           SELECT CORR-AUDIT-FILE ASSIGN TO "CORRAUDIT.LOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CORR-AUDIT-STATUS.

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
               88 PH-IS-HELD    VALUE "H".
           05 PH-OPERATOR       PIC X(8).
           05 PH-OVERRIDE-DATE  PIC X(10).
           05 FILLER            PIC X(10).

       FD OPERATOR-AUTH-FILE
           LABEL RECORDS ARE STANDARD.
       01 OPERATOR-AUTH-RECORD.
           05 OP-REC-ID         PIC X(8).
           05 OP-REC-NAME       PIC X(20).
           05 OP-REC-SALARY-AUTH PIC X.
           05 OP-REC-SALES-AUTH PIC X.
           05 OP-REC-LIMIT      PIC 9(7)V99.
           05 FILLER            PIC X(11).

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

       FD CORR-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01 CORR-AUDIT-RECORD.
           05 CA-DATE           PIC X(10).
           05 CA-TIME           PIC X(8).
           05 CA-PROGRAM        PIC X(10).
           05 CA-OPERATOR       PIC X(8).
           05 CA-KEY            PIC 9(5).
           05 CA-FIELD          PIC X(10).
           05 CA-BEFORE         PIC 9(7)V99.
           05 CA-AFTER          PIC S9(9)V99.
           05 CA-ACTION         PIC X.
           05 FILLER            PIC X(8).

       WORKING-STORAGE SECTION.
       01 PRICE-HOLD-STATUS     PIC XX VALUE SPACES.
       01 OPERAUTH-FILE-STATUS  PIC XX VALUE SPACES.
       01 SALES-FILE-STATUS     PIC XX VALUE SPACES.
       01 CORR-AUDIT-STATUS     PIC XX VALUE SPACES.

       01 WS-HOLD-EOF           PIC X VALUE "N".
       01 WS-OPERAUTH-EOF       PIC X VALUE "N".
       01 WS-APPROVER-ID        PIC X(8) VALUE SPACES.
       01 WS-OPERATOR-FOUND     PIC X VALUE "N".
           88 OPERATOR-IS-VALID VALUE "Y".
       01 WS-OP-SALES-AUTH      PIC X VALUE "N".
       01 WS-OP-LIMIT           PIC 9(7)V99 VALUE ZERO.
       01 WS-DECISION           PIC X VALUE SPACES.
       01 WS-OVERRIDE-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-REPRICED-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-SKIPPED-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-CLEAR-OK           PIC X VALUE "N".
       01 WS-PRICE-VARIANCE     PIC S9(9)V99 VALUE ZERO.

       01 WS-AUDIT-DATE         PIC 9(8).
       01 WS-AUDIT-DATE-R REDEFINES WS-AUDIT-DATE.
           05 WS-AUDIT-YEAR     PIC 9(4).
           05 WS-AUDIT-MONTH    PIC 9(2).
           05 WS-AUDIT-DAY      PIC 9(2).
       01 WS-AUDIT-DATE-EDIT.
           05 WS-AUD-EDIT-YEAR  PIC 9(4).
           05 FILLER            PIC X VALUE "-".
           05 WS-AUD-EDIT-MONTH PIC 9(2).
           05 FILLER            PIC X VALUE "-".
           05 WS-AUD-EDIT-DAY   PIC 9(2).
       01 WS-AUDIT-TIME         PIC 9(8).
       01 WS-AUDIT-TIME-R REDEFINES WS-AUDIT-TIME.
           05 WS-AUDIT-HOUR     PIC 9(2).
           05 WS-AUDIT-MINUTE   PIC 9(2).
           05 WS-AUDIT-SECOND   PIC 9(2).
           05 WS-AUDIT-HSEC     PIC 9(2).
       01 WS-AUDIT-TIME-EDIT.
           05 WS-AUD-EDIT-HOUR  PIC 9(2).
           05 FILLER            PIC X VALUE ":".
           05 WS-AUD-EDIT-MIN   PIC 9(2).
           05 FILLER            PIC X VALUE ":".
           05 WS-AUD-EDIT-SEC   PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "ENTER APPROVING OPERATOR ID: ".
           ACCEPT WS-APPROVER-ID.
           PERFORM VALIDATE-OPERATOR.
           IF NOT OPERATOR-IS-VALID
               DISPLAY "OPERATOR NOT ON AUTHORIZATION FILE: "
                   WS-APPROVER-ID
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-OP-SALES-AUTH NOT = "Y"
               DISPLAY "OPERATOR NOT AUTHORIZED FOR SALES: "
                   WS-APPROVER-ID
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O PRICE-HOLD-FILE.
           IF PRICE-HOLD-STATUS NOT = "00"
               DISPLAY "NO PRICE HOLD FILE: " PRICE-HOLD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM READ-PRICE-HOLD.
           PERFORM REVIEW-PRICE-HOLD UNTIL WS-HOLD-EOF = "Y".

           CLOSE PRICE-HOLD-FILE.

           DISPLAY "PRICES OVERRIDDEN: " WS-OVERRIDE-COUNT.
           DISPLAY "SALES REPRICED:    " WS-REPRICED-COUNT.
           DISPLAY "HOLDS SKIPPED:     " WS-SKIPPED-COUNT.
           STOP RUN.

       VALIDATE-OPERATOR.
           MOVE "N" TO WS-OPERATOR-FOUND.
           MOVE "N" TO WS-OPERAUTH-EOF.
           OPEN INPUT OPERATOR-AUTH-FILE.
           IF OPERAUTH-FILE-STATUS NOT = "00"
               DISPLAY "OPERATOR AUTHORIZATION FILE MISSING: "
                   OPERAUTH-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-OPERATOR-RECORD.
           PERFORM MATCH-OPERATOR-RECORD
               UNTIL WS-OPERAUTH-EOF = "Y" OR OPERATOR-IS-VALID.
           CLOSE OPERATOR-AUTH-FILE.

       READ-OPERATOR-RECORD.
           READ OPERATOR-AUTH-FILE
               AT END MOVE "Y" TO WS-OPERAUTH-EOF
           END-READ.

       MATCH-OPERATOR-RECORD.
           IF OP-REC-ID = WS-APPROVER-ID
               MOVE "Y" TO WS-OPERATOR-FOUND
               MOVE OP-REC-SALES-AUTH TO WS-OP-SALES-AUTH
               MOVE OP-REC-LIMIT TO WS-OP-LIMIT
           ELSE
               PERFORM READ-OPERATOR-RECORD
           END-IF.

       READ-PRICE-HOLD.
           READ PRICE-HOLD-FILE
               AT END MOVE "Y" TO WS-HOLD-EOF
           END-READ.

       REVIEW-PRICE-HOLD.
           IF NOT PH-IS-HELD
               CONTINUE
           ELSE
               IF PH-AMOUNT > WS-OP-LIMIT
                   OR PH-EXPECTED > WS-OP-LIMIT
                   DISPLAY "SALE EXCEEDS YOUR LIMIT - SKIPPING SALE "
                       PH-SALE-ID
                   ADD 1 TO WS-SKIPPED-COUNT
               ELSE
                   PERFORM PRESENT-PRICE-HOLD
                   EVALUATE WS-DECISION
                       WHEN "O"
                           PERFORM CLEAR-PRICE-HOLD
                       WHEN "R"
                           PERFORM CLEAR-PRICE-HOLD
                       WHEN OTHER
                           ADD 1 TO WS-SKIPPED-COUNT
                   END-EVALUATE
               END-IF
           END-IF.

           PERFORM READ-PRICE-HOLD.

       PRESENT-PRICE-HOLD.
           COMPUTE WS-PRICE-VARIANCE = PH-AMOUNT - PH-EXPECTED.
           DISPLAY "HELD: SALE " PH-SALE-ID " CUSTOMER " PH-CUST-ID
               " REP " PH-REP-ID " PRODUCT " PH-PROD-ID
               " QTY " PH-QTY " ON " PH-HOLD-DATE.
           IF PH-PRICE-SOURCE = "C"
               DISPLAY "      CONTRACT PRICE " PH-UNIT-PRICE
                   " EXPECTED " PH-EXPECTED " ENTERED " PH-AMOUNT
                   " VARIANCE " WS-PRICE-VARIANCE
           ELSE
               DISPLAY "      LIST PRICE " PH-UNIT-PRICE
                   " EXPECTED " PH-EXPECTED " ENTERED " PH-AMOUNT
                   " VARIANCE " WS-PRICE-VARIANCE
           END-IF.
           DISPLAY "O=OVERRIDE AT ENTERED PRICE, R=REPRICE TO "
               "EXPECTED, S=SKIP: ".
           ACCEPT WS-DECISION.

       CLEAR-PRICE-HOLD.
           MOVE "N" TO WS-CLEAR-OK.
           OPEN I-O SALES-FILE.
           IF SALES-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN SALES FILE: " SALES-FILE-STATUS
               CLOSE SALES-FILE
           ELSE
               MOVE PH-SALE-ID TO SALES-ID
               READ SALES-FILE
                   INVALID KEY
                       DISPLAY "SALES RECORD NOT FOUND: " PH-SALE-ID
                   NOT INVALID KEY
                       PERFORM RELEASE-SALE-PRICE
               END-READ
               CLOSE SALES-FILE
           END-IF.

           IF WS-CLEAR-OK = "Y"
               ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
               MOVE WS-AUDIT-YEAR TO WS-AUD-EDIT-YEAR
               MOVE WS-AUDIT-MONTH TO WS-AUD-EDIT-MONTH
               MOVE WS-AUDIT-DAY TO WS-AUD-EDIT-DAY
               MOVE WS-DECISION TO PH-STATUS
               MOVE WS-APPROVER-ID TO PH-OPERATOR
               MOVE WS-AUDIT-DATE-EDIT TO PH-OVERRIDE-DATE
               REWRITE PRICE-HOLD-RECORD
               IF WS-DECISION = "O"
                   ADD 1 TO WS-OVERRIDE-COUNT
               ELSE
                   ADD 1 TO WS-REPRICED-COUNT
               END-IF
               PERFORM WRITE-CORR-AUDIT
           ELSE
               ADD 1 TO WS-SKIPPED-COUNT
           END-IF.

       RELEASE-SALE-PRICE.
           IF SALES-POSTED-FLAG NOT = "P"
               DISPLAY "SALE NOT ON PRICE HOLD: " PH-SALE-ID
           ELSE
               MOVE SPACE TO SALES-POSTED-FLAG
               IF WS-DECISION = "R"
                   MOVE PH-EXPECTED TO SALES-AMOUNT
               END-IF
               REWRITE SALES-RECORD
                   INVALID KEY
                       DISPLAY "REWRITE FAILED: " SALES-FILE-STATUS
                   NOT INVALID KEY
                       MOVE "Y" TO WS-CLEAR-OK
               END-REWRITE
           END-IF.

       WRITE-CORR-AUDIT.
           OPEN EXTEND CORR-AUDIT-FILE.
           IF CORR-AUDIT-STATUS = "35"
               OPEN OUTPUT CORR-AUDIT-FILE
           END-IF.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-TIME FROM TIME.
           MOVE WS-AUDIT-YEAR TO WS-AUD-EDIT-YEAR.
           MOVE WS-AUDIT-MONTH TO WS-AUD-EDIT-MONTH.
           MOVE WS-AUDIT-DAY TO WS-AUD-EDIT-DAY.
           MOVE WS-AUDIT-HOUR TO WS-AUD-EDIT-HOUR.
           MOVE WS-AUDIT-MINUTE TO WS-AUD-EDIT-MIN.
           MOVE WS-AUDIT-SECOND TO WS-AUD-EDIT-SEC.

           MOVE SPACES TO CORR-AUDIT-RECORD.
           MOVE WS-AUDIT-DATE-EDIT TO CA-DATE.
           MOVE WS-AUDIT-TIME-EDIT TO CA-TIME.
           MOVE "PRICEREL" TO CA-PROGRAM.
           MOVE WS-APPROVER-ID TO CA-OPERATOR.
           MOVE PH-SALE-ID TO CA-KEY.
           IF WS-DECISION = "O"
               MOVE "PRICE-OVR" TO CA-FIELD
               MOVE PH-EXPECTED TO CA-BEFORE
               MOVE PH-AMOUNT TO CA-AFTER
               MOVE "O" TO CA-ACTION
           ELSE
               MOVE "SALES-AMT" TO CA-FIELD
               MOVE PH-AMOUNT TO CA-BEFORE
               MOVE PH-EXPECTED TO CA-AFTER
               MOVE "R" TO CA-ACTION
           END-IF.
           WRITE CORR-AUDIT-RECORD.
           CLOSE CORR-AUDIT-FILE.
