       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDREL.
       AUTHOR. CASCADE.
       DATE-WRITTEN. 2026-10-15.
       SECURITY. CONFIDENTIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. X86-64.
       OBJECT-COMPUTER. X86-64.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDIT-HOLD-FILE ASSIGN TO "CREDHOLD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CREDIT-HOLD-STATUS.
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
               88 CH-IS-HELD    VALUE "H".
           05 CH-OPERATOR       PIC X(8).
           05 CH-RELEASE-DATE   PIC X(10).
           05 FILLER            PIC X(12).

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
       01 CREDIT-HOLD-STATUS    PIC XX VALUE SPACES.
       01 OPERAUTH-FILE-STATUS  PIC XX VALUE SPACES.
       01 SALES-FILE-STATUS     PIC XX VALUE SPACES.
       01 CORR-AUDIT-STATUS     PIC XX VALUE SPACES.

       01 WS-HOLD-EOF           PIC X VALUE "N".
       01 WS-OPERAUTH-EOF       PIC X VALUE "N".
       01 WS-RELEASER-ID        PIC X(8) VALUE SPACES.
       01 WS-OPERATOR-FOUND     PIC X VALUE "N".
           88 OPERATOR-IS-VALID VALUE "Y".
       01 WS-OP-SALES-AUTH      PIC X VALUE "N".
       01 WS-OP-LIMIT           PIC 9(7)V99 VALUE ZERO.
       01 WS-DECISION           PIC X VALUE SPACES.
       01 WS-RELEASED-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-SKIPPED-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-RELEASE-OK         PIC X VALUE "N".

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
           DISPLAY "ENTER RELEASING OPERATOR ID: ".
           ACCEPT WS-RELEASER-ID.
           PERFORM VALIDATE-OPERATOR.
           IF NOT OPERATOR-IS-VALID
               DISPLAY "OPERATOR NOT ON AUTHORIZATION FILE: "
                   WS-RELEASER-ID
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-OP-SALES-AUTH NOT = "Y"
               DISPLAY "OPERATOR NOT AUTHORIZED FOR SALES: "
                   WS-RELEASER-ID
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O CREDIT-HOLD-FILE.
           IF CREDIT-HOLD-STATUS NOT = "00"
               DISPLAY "NO CREDIT HOLD FILE: " CREDIT-HOLD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM READ-CREDIT-HOLD.
           PERFORM REVIEW-CREDIT-HOLD UNTIL WS-HOLD-EOF = "Y".

           CLOSE CREDIT-HOLD-FILE.

           DISPLAY "HOLDS RELEASED: " WS-RELEASED-COUNT.
           DISPLAY "HOLDS SKIPPED:  " WS-SKIPPED-COUNT.
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
           IF OP-REC-ID = WS-RELEASER-ID
               MOVE "Y" TO WS-OPERATOR-FOUND
               MOVE OP-REC-SALES-AUTH TO WS-OP-SALES-AUTH
               MOVE OP-REC-LIMIT TO WS-OP-LIMIT
           ELSE
               PERFORM READ-OPERATOR-RECORD
           END-IF.

       READ-CREDIT-HOLD.
           READ CREDIT-HOLD-FILE
               AT END MOVE "Y" TO WS-HOLD-EOF
           END-READ.

       REVIEW-CREDIT-HOLD.
           IF NOT CH-IS-HELD
               CONTINUE
           ELSE
               IF CH-AMOUNT > WS-OP-LIMIT
                   DISPLAY "SALE EXCEEDS YOUR LIMIT - SKIPPING SALE "
                       CH-SALE-ID
                   ADD 1 TO WS-SKIPPED-COUNT
               ELSE
                   PERFORM PRESENT-CREDIT-HOLD
                   IF WS-DECISION = "Y"
                       PERFORM RELEASE-CREDIT-HOLD
                   ELSE
                       ADD 1 TO WS-SKIPPED-COUNT
                   END-IF
               END-IF
           END-IF.

           PERFORM READ-CREDIT-HOLD.

       PRESENT-CREDIT-HOLD.
           DISPLAY "HELD: SALE " CH-SALE-ID " CUSTOMER " CH-CUST-ID
               " AMOUNT " CH-AMOUNT " OPEN AR WITH SALE "
               CH-CREDIT-TOTAL " LIMIT " CH-CREDIT-LIMIT
               " ON " CH-HOLD-DATE.
           DISPLAY "RELEASE THIS SALE? (Y=RELEASE, S=SKIP): ".
           ACCEPT WS-DECISION.

       RELEASE-CREDIT-HOLD.
           MOVE "N" TO WS-RELEASE-OK.
           OPEN I-O SALES-FILE.
           IF SALES-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN SALES FILE: " SALES-FILE-STATUS
               CLOSE SALES-FILE
           ELSE
               MOVE CH-SALE-ID TO SALES-ID
               READ SALES-FILE
                   INVALID KEY
                       DISPLAY "SALES RECORD NOT FOUND: " CH-SALE-ID
                   NOT INVALID KEY
                       PERFORM CLEAR-SALE-HOLD
               END-READ
               CLOSE SALES-FILE
           END-IF.

           IF WS-RELEASE-OK = "Y"
               ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
               MOVE WS-AUDIT-YEAR TO WS-AUD-EDIT-YEAR
               MOVE WS-AUDIT-MONTH TO WS-AUD-EDIT-MONTH
               MOVE WS-AUDIT-DAY TO WS-AUD-EDIT-DAY
               MOVE "R" TO CH-STATUS
               MOVE WS-RELEASER-ID TO CH-OPERATOR
               MOVE WS-AUDIT-DATE-EDIT TO CH-RELEASE-DATE
               REWRITE CREDIT-HOLD-RECORD
               ADD 1 TO WS-RELEASED-COUNT
               PERFORM WRITE-CORR-AUDIT
           ELSE
               ADD 1 TO WS-SKIPPED-COUNT
           END-IF.

       CLEAR-SALE-HOLD.
           IF SALES-POSTED-FLAG NOT = "H"
               DISPLAY "SALE NOT ON CREDIT HOLD: " CH-SALE-ID
           ELSE
               MOVE SPACE TO SALES-POSTED-FLAG
               REWRITE SALES-RECORD
                   INVALID KEY
                       DISPLAY "REWRITE FAILED: " SALES-FILE-STATUS
                   NOT INVALID KEY
                       MOVE "Y" TO WS-RELEASE-OK
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
           MOVE "CREDREL" TO CA-PROGRAM.
           MOVE WS-RELEASER-ID TO CA-OPERATOR.
           MOVE CH-SALE-ID TO CA-KEY.
           MOVE "CREDHOLD" TO CA-FIELD.
           MOVE CH-CREDIT-LIMIT TO CA-BEFORE.
           MOVE CH-CREDIT-TOTAL TO CA-AFTER.
           MOVE "R" TO CA-ACTION.
           WRITE CORR-AUDIT-RECORD.
           CLOSE CORR-AUDIT-FILE.
