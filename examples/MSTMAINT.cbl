           SELECT OPERATOR-AUTH-FILE ASSIGN TO "OPERAUTH.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OPERAUTH-FILE-STATUS.
           SELECT GARNISH-FILE ASSIGN TO "GARNISH.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GARNISH-FILE-STATUS.
           SELECT STOCK-LOC-FILE ASSIGN TO "STOCKLOC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLC-KEY
               FILE STATUS IS STOCK-LOC-FILE-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               88 MASTER-QUOTA    VALUE "QUOTA".
               88 MASTER-RATES    VALUE "RATES".
               88 MASTER-OPERAUTH VALUE "OPERAUTH".
               88 MASTER-GARNISH  VALUE "GARNISH".
               88 MASTER-STOCKLOC VALUE "STOCKLOC".
           05 MTR-KEY           PIC X(15).
           05 MTR-KEY-DEPT REDEFINES MTR-KEY.
               10 MTR-DEPT-ID   PIC X(3).
           05 MTR-KEY-OPERAUTH REDEFINES MTR-KEY.
               10 MTR-OP-ID     PIC X(8).
               10 FILLER        PIC X(7).
           05 MTR-KEY-GARNISH REDEFINES MTR-KEY.
               10 MTR-GARN-EMP-ID PIC X(5).
               10 MTR-GARN-CASE-NO PIC X(10).
           05 MTR-KEY-STOCKLOC REDEFINES MTR-KEY.
               10 MTR-SL-PROD-ID PIC X(3).
               10 MTR-SL-LOC-ID PIC X(3).
               10 FILLER        PIC X(9).
           05 MTR-DATA          PIC X(56).
           05 MTR-DATA-DEPT REDEFINES MTR-DATA.
               10 MTR-DEPT-NAME    PIC X(15).
               10 MTR-DEPT-MANAGER PIC X(20).
               10 MTR-DEPT-BUDGET  PIC X(9).
               10 MTR-DEPT-GL-ACCT PIC X(5).
               10 FILLER           PIC X(7).
           05 MTR-DATA-VENDOR REDEFINES MTR-DATA.
               10 MTR-VEND-NAME    PIC X(20).
               10 MTR-VEND-LEAD    PIC X(3).
               10 MTR-VEND-TERMS   PIC X(3).
               10 MTR-VEND-METHOD  PIC X.
               10 FILLER           PIC X(29).
           05 MTR-DATA-SALESREP REDEFINES MTR-DATA.
               10 MTR-REP-NAME     PIC X(20).
               10 MTR-REP-EMP-ID   PIC X(5).
               10 MTR-OP-SALES-AUTH PIC X.
               10 MTR-OP-LIMIT     PIC X(9).
               10 FILLER           PIC X(25).
           05 MTR-DATA-GARNISH REDEFINES MTR-DATA.
               10 MTR-GARN-AGENCY  PIC X(20).
               10 MTR-GARN-PRIORITY PIC X(2).
               10 MTR-GARN-METHOD  PIC X.
               10 MTR-GARN-AMOUNT  PIC X(7).
               10 MTR-GARN-PCT     PIC X(3).
               10 MTR-GARN-OWED    PIC X(9).
               10 MTR-GARN-BALANCE PIC X(9).
               10 FILLER           PIC X(5).
           05 MTR-DATA-STOCKLOC REDEFINES MTR-DATA.
               10 MTR-SL-REORDER   PIC X(5).
               10 FILLER           PIC X(51).

       FD DEPT-FILE
           LABEL RECORDS ARE STANDARD.
           05 DEPT-REC-NAME     PIC X(15).
           05 DEPT-REC-MANAGER  PIC X(20).
           05 DEPT-REC-BUDGET   PIC 9(7)V99.
           05 DEPT-REC-GL-ACCOUNT PIC 9(5).
           05 FILLER            PIC X(07).

       FD VENDOR-FILE
           LABEL RECORDS ARE STANDARD.
           05 VEND-REC-ID       PIC 9(5).
           05 VEND-REC-NAME     PIC X(20).
           05 VEND-REC-LEAD-TIME PIC 9(3).
           05 VEND-REC-TERMS    PIC 9(3).
           05 VEND-REC-PAY-METHOD PIC X.
               88 VEND-PAYS-BY-ACH    VALUE "A".
               88 VEND-PAYS-BY-CHEQUE VALUE "C" " ".
           05 FILLER            PIC X(8).

       FD PROD-VENDOR-FILE
           LABEL RECORDS ARE STANDARD.
           05 OP-REC-LIMIT      PIC 9(7)V99.
           05 FILLER            PIC X(11).

       FD GARNISH-FILE
           LABEL RECORDS ARE STANDARD.
       01 GARNISH-RECORD.
           05 GARN-REC-EMP-ID   PIC 9(5).
           05 GARN-REC-CASE-NO  PIC X(10).
           05 GARN-REC-AGENCY   PIC X(20).
           05 GARN-REC-PRIORITY PIC 9(2).
           05 GARN-REC-METHOD   PIC X.
           05 GARN-REC-AMOUNT   PIC 9(5)V99.
           05 GARN-REC-PERCENT  PIC V999.
           05 GARN-REC-TOTAL-OWED PIC 9(7)V99.
           05 GARN-REC-BALANCE  PIC 9(7)V99.
           05 GARN-REC-STATUS   PIC X.
           05 GARN-REC-LAST-PAID PIC X(10).
           05 FILLER            PIC X(10).

       FD STOCK-LOC-FILE
           LABEL RECORDS ARE STANDARD.
       01 STOCK-LOC-RECORD.
           05 SLC-KEY.
               10 SLC-PROD-ID   PIC 9(3).
               10 SLC-LOC-ID    PIC X(3).
           05 SLC-QTY-ON-HAND   PIC 9(5).
           05 SLC-REORDER-POINT PIC 9(5).
           05 FILLER            PIC X(14).

       FD EMPLOYEE-FILE
           LABEL RECORDS ARE STANDARD.
       01 EMPLOYEE-RECORD.
           05 PROD-REC-REORDER-POINT  PIC 9(5).
           05 PROD-REC-CATEGORY       PIC X(10).
           05 PROD-REC-UNIT-COST      PIC 9(5)V99.
           05 PROD-REC-REORDER-QTY    PIC 9(5).

       FD CORR-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
           05 CA-KEY            PIC 9(5).
           05 CA-FIELD          PIC X(10).
           05 CA-BEFORE         PIC 9(7)V99.
           05 CA-AFTER          PIC S9(9)V99.
           05 CA-ACTION         PIC X.
           05 FILLER            PIC X(8).

       FD CONTROL-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01 QUOTA-FILE-STATUS     PIC XX VALUE SPACES.
       01 RATES-FILE-STATUS     PIC XX VALUE SPACES.
       01 OPERAUTH-FILE-STATUS  PIC XX VALUE SPACES.
       01 GARNISH-FILE-STATUS   PIC XX VALUE SPACES.
       01 STOCK-LOC-FILE-STATUS PIC XX VALUE SPACES.
       01 EMP-FILE-STATUS       PIC XX VALUE SPACES.
       01 PRODUCT-FILE-STATUS   PIC XX VALUE SPACES.
       01 CORR-AUDIT-STATUS     PIC XX VALUE SPACES.
       01 WS-QUOTA-EOF          PIC X VALUE "N".
       01 WS-RATES-EOF          PIC X VALUE "N".
       01 WS-OPERAUTH-EOF       PIC X VALUE "N".
       01 WS-GARNISH-EOF        PIC X VALUE "N".
       01 WS-EMP-EOF            PIC X VALUE "N".
       01 WS-PRODUCT-EOF        PIC X VALUE "N".

               10 DT-NAME       PIC X(15).
               10 DT-MANAGER    PIC X(20).
               10 DT-BUDGET     PIC 9(7)V99.
               10 DT-GL-ACCOUNT PIC 9(5).
               10 DT-DELETED    PIC X.
       01 WS-DEPT-COUNT         PIC 9(3) VALUE ZERO.

               10 VT-ID-ALPHA REDEFINES VT-ID PIC X(5).
               10 VT-NAME       PIC X(20).
               10 VT-LEAD-TIME  PIC 9(3).
               10 VT-TERMS      PIC 9(3).
               10 VT-PAY-METHOD PIC X.
               10 VT-DELETED    PIC X.
       01 WS-VENDOR-COUNT       PIC 9(3) VALUE ZERO.

               10 OPT-DELETED   PIC X.
       01 WS-OPERAUTH-COUNT     PIC 9(3) VALUE ZERO.

       01 GARNISH-TABLE.
           05 GARNISH-ENTRY OCCURS 1 TO 500 TIMES
                       DEPENDING ON WS-GARNISH-COUNT
                       INDEXED BY GARN-IDX.
               10 GNT-EMP-ID    PIC 9(5).
               10 GNT-EMP-ALPHA REDEFINES GNT-EMP-ID PIC X(5).
               10 GNT-CASE-NO   PIC X(10).
               10 GNT-AGENCY    PIC X(20).
               10 GNT-PRIORITY  PIC 9(2).
               10 GNT-METHOD    PIC X.
               10 GNT-AMOUNT    PIC 9(5)V99.
               10 GNT-PERCENT   PIC V999.
               10 GNT-TOTAL-OWED PIC 9(7)V99.
               10 GNT-BALANCE   PIC 9(7)V99.
               10 GNT-STATUS    PIC X.
               10 GNT-LAST-PAID PIC X(10).
               10 GNT-DELETED   PIC X.
       01 WS-GARNISH-COUNT      PIC 9(3) VALUE ZERO.

       01 EMP-DEPT-TABLE.
           05 EMP-DEPT-ENTRY OCCURS 1 TO 50 TIMES
                       DEPENDING ON WS-EMP-DEPT-COUNT
       01 WS-RATES-REJECTED     PIC 9(5) VALUE ZERO.
       01 WS-OPERAUTH-APPLIED   PIC 9(5) VALUE ZERO.
       01 WS-OPERAUTH-REJECTED  PIC 9(5) VALUE ZERO.
       01 WS-GARNISH-APPLIED    PIC 9(5) VALUE ZERO.
       01 WS-GARNISH-REJECTED   PIC 9(5) VALUE ZERO.
       01 WS-STOCKLOC-APPLIED   PIC 9(5) VALUE ZERO.
       01 WS-STOCKLOC-REJECTED  PIC 9(5) VALUE ZERO.
       01 WS-OTHER-REJECTED     PIC 9(5) VALUE ZERO.

       01 WS-RUN-DATE           PIC 9(8).
           PERFORM LOAD-QUOTA-TABLE.
           PERFORM LOAD-RATES-TABLE.
           PERFORM LOAD-OPERAUTH-TABLE.
           PERFORM LOAD-GARNISH-TABLE.
           PERFORM LOAD-EMP-DEPT-TABLE.
           PERFORM LOAD-PRODUCT-ID-TABLE.

               STOP RUN
           END-IF.

           OPEN I-O STOCK-LOC-FILE.
           IF STOCK-LOC-FILE-STATUS = "35"
               OPEN OUTPUT STOCK-LOC-FILE
               CLOSE STOCK-LOC-FILE
               OPEN I-O STOCK-LOC-FILE
           END-IF.
           IF STOCK-LOC-FILE-STATUS NOT = "00"
               DISPLAY "MSTMAINT: ERROR OPENING STOCK LOCATION FILE: "
                   STOCK-LOC-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT EXCEPTION-FILE
                OUTPUT CONTROL-REPORT-FILE.

           PERFORM READ-TRANSACTION.
           PERFORM PROCESS-TRANSACTION UNTIL WS-TRANS-EOF = "Y".

           CLOSE MST-TRANS-FILE
                 STOCK-LOC-FILE.

           PERFORM REWRITE-DEPT-FILE.
           PERFORM REWRITE-VENDOR-FILE.
           PERFORM REWRITE-QUOTA-FILE.
           PERFORM REWRITE-RATES-FILE.
           PERFORM REWRITE-OPERAUTH-FILE.
           PERFORM REWRITE-GARNISH-FILE.

           PERFORM WRITE-CONTROL-TOTALS.

           MOVE DEPT-REC-NAME TO DT-NAME (WS-DEPT-COUNT).
           MOVE DEPT-REC-MANAGER TO DT-MANAGER (WS-DEPT-COUNT).
           MOVE DEPT-REC-BUDGET TO DT-BUDGET (WS-DEPT-COUNT).
           IF DEPT-REC-GL-ACCOUNT NUMERIC
               MOVE DEPT-REC-GL-ACCOUNT TO DT-GL-ACCOUNT (WS-DEPT-COUNT)
           ELSE
               MOVE ZERO TO DT-GL-ACCOUNT (WS-DEPT-COUNT)
           END-IF.
           MOVE "N" TO DT-DELETED (WS-DEPT-COUNT).
           PERFORM READ-DEPT-RECORD.

           MOVE VEND-REC-ID TO VT-ID (WS-VENDOR-COUNT).
           MOVE VEND-REC-NAME TO VT-NAME (WS-VENDOR-COUNT).
           MOVE VEND-REC-LEAD-TIME TO VT-LEAD-TIME (WS-VENDOR-COUNT).
           IF VEND-REC-TERMS NUMERIC
               MOVE VEND-REC-TERMS TO VT-TERMS (WS-VENDOR-COUNT)
           ELSE
               MOVE ZERO TO VT-TERMS (WS-VENDOR-COUNT)
           END-IF.
           MOVE VEND-REC-PAY-METHOD TO VT-PAY-METHOD (WS-VENDOR-COUNT).
           MOVE "N" TO VT-DELETED (WS-VENDOR-COUNT).
           PERFORM READ-VENDOR-RECORD.

           MOVE "N" TO OPT-DELETED (WS-OPERAUTH-COUNT).
           PERFORM READ-OPERAUTH-RECORD.

       LOAD-GARNISH-TABLE.
           OPEN INPUT GARNISH-FILE.
           IF GARNISH-FILE-STATUS NOT = "00"
               MOVE ZERO TO WS-GARNISH-COUNT
           ELSE
               PERFORM READ-GARNISH-RECORD
               PERFORM LOAD-GARNISH-ENTRY UNTIL WS-GARNISH-EOF = "Y"
               CLOSE GARNISH-FILE
           END-IF.

       READ-GARNISH-RECORD.
           READ GARNISH-FILE
               AT END MOVE "Y" TO WS-GARNISH-EOF
           END-READ.

       LOAD-GARNISH-ENTRY.
           ADD 1 TO WS-GARNISH-COUNT.
           IF WS-GARNISH-COUNT > 500
               DISPLAY "GARNISH ORDER TABLE OVERFLOW - OVER 500"
               STOP RUN
           END-IF.
           MOVE GARN-REC-EMP-ID TO GNT-EMP-ID (WS-GARNISH-COUNT).
           MOVE GARN-REC-CASE-NO TO GNT-CASE-NO (WS-GARNISH-COUNT).
           MOVE GARN-REC-AGENCY TO GNT-AGENCY (WS-GARNISH-COUNT).
           MOVE GARN-REC-PRIORITY TO GNT-PRIORITY (WS-GARNISH-COUNT).
           MOVE GARN-REC-METHOD TO GNT-METHOD (WS-GARNISH-COUNT).
           MOVE GARN-REC-AMOUNT TO GNT-AMOUNT (WS-GARNISH-COUNT).
           MOVE GARN-REC-PERCENT TO GNT-PERCENT (WS-GARNISH-COUNT).
           MOVE GARN-REC-TOTAL-OWED
               TO GNT-TOTAL-OWED (WS-GARNISH-COUNT).
           MOVE GARN-REC-BALANCE TO GNT-BALANCE (WS-GARNISH-COUNT).
           MOVE GARN-REC-STATUS TO GNT-STATUS (WS-GARNISH-COUNT).
           MOVE GARN-REC-LAST-PAID TO GNT-LAST-PAID (WS-GARNISH-COUNT).
           MOVE "N" TO GNT-DELETED (WS-GARNISH-COUNT).
           PERFORM READ-GARNISH-RECORD.

       LOAD-EMP-DEPT-TABLE.
           OPEN INPUT EMPLOYEE-FILE.
           IF EMP-FILE-STATUS NOT = "00"
                       PERFORM APPLY-RATES-TRANS
                   WHEN MASTER-OPERAUTH
                       PERFORM APPLY-OPERAUTH-TRANS
                   WHEN MASTER-GARNISH
                       PERFORM APPLY-GARNISH-TRANS
                   WHEN MASTER-STOCKLOC
                       PERFORM APPLY-STOCKLOC-TRANS
                   WHEN OTHER
                       MOVE "E505" TO WS-REASON-CODE
                       MOVE "UNKNOWN MASTER NAME" TO WS-REASON-TEXT
               MOVE "DUPLICATE KEY ON ADD" TO WS-REASON-TEXT
               PERFORM REJECT-DEPT-TRANS
           ELSE
            PERFORM EDIT-DEPT-DATA
            IF WS-REASON-TEXT NOT = SPACES
               PERFORM REJECT-DEPT-TRANS
           ELSE
               ADD 1 TO WS-DEPT-COUNT
               MOVE MTR-DEPT-NAME TO DT-NAME (WS-DEPT-COUNT)
               MOVE MTR-DEPT-MANAGER TO DT-MANAGER (WS-DEPT-COUNT)
               MOVE MTR-DEPT-BUDGET TO DT-BUDGET (WS-DEPT-COUNT)
               IF MTR-DEPT-GL-ACCT = SPACES
                   MOVE ZERO TO DT-GL-ACCOUNT (WS-DEPT-COUNT)
               ELSE
                   MOVE MTR-DEPT-GL-ACCT
                       TO DT-GL-ACCOUNT (WS-DEPT-COUNT)
               END-IF
               MOVE "N" TO DT-DELETED (WS-DEPT-COUNT)
               ADD 1 TO WS-DEPT-APPLIED
               ADD 1 TO WS-APPLIED-COUNT
               MOVE "KEY NOT ON MASTER" TO WS-REASON-TEXT
               PERFORM REJECT-DEPT-TRANS
           ELSE
            PERFORM EDIT-DEPT-DATA
            IF WS-REASON-TEXT NOT = SPACES
               PERFORM REJECT-DEPT-TRANS
           ELSE
               MOVE DT-BUDGET (DEPT-IDX) TO WS-AUDIT-BEFORE
               MOVE MTR-DEPT-NAME TO DT-NAME (DEPT-IDX)
               MOVE MTR-DEPT-MANAGER TO DT-MANAGER (DEPT-IDX)
               MOVE MTR-DEPT-BUDGET TO DT-BUDGET (DEPT-IDX)
               IF MTR-DEPT-GL-ACCT NOT = SPACES
                   MOVE MTR-DEPT-GL-ACCT TO DT-GL-ACCOUNT (DEPT-IDX)
               END-IF
               ADD 1 TO WS-DEPT-APPLIED
               ADD 1 TO WS-APPLIED-COUNT
               MOVE DT-BUDGET (DEPT-IDX) TO WS-AUDIT-AFTER
            END-IF
           END-IF.

       EDIT-DEPT-DATA.
           MOVE SPACES TO WS-REASON-TEXT.
           IF MTR-DEPT-BUDGET NOT NUMERIC
               MOVE "E506" TO WS-REASON-CODE
               MOVE "BUDGET NOT NUMERIC" TO WS-REASON-TEXT
           ELSE
               IF MTR-DEPT-GL-ACCT NOT = SPACES
                   AND MTR-DEPT-GL-ACCT NOT NUMERIC
                   MOVE "E506" TO WS-REASON-CODE
                   MOVE "GL ACCOUNT NOT NUMERIC" TO WS-REASON-TEXT
               END-IF
           END-IF.

       DELETE-DEPT-ENTRY.
           IF NOT ENTRY-WAS-FOUND
               MOVE "E503" TO WS-REASON-CODE
               MOVE "DUPLICATE KEY ON ADD" TO WS-REASON-TEXT
               PERFORM REJECT-VENDOR-TRANS
           ELSE
            PERFORM EDIT-VENDOR-DATA
            IF WS-REASON-TEXT NOT = SPACES
               PERFORM REJECT-VENDOR-TRANS
           ELSE
               ADD 1 TO WS-VENDOR-COUNT
               MOVE MTR-VEND-ID TO VT-ID-ALPHA (WS-VENDOR-COUNT)
               MOVE MTR-VEND-NAME TO VT-NAME (WS-VENDOR-COUNT)
               MOVE MTR-VEND-LEAD TO VT-LEAD-TIME (WS-VENDOR-COUNT)
               IF MTR-VEND-TERMS = SPACES
                   MOVE ZERO TO VT-TERMS (WS-VENDOR-COUNT)
               ELSE
                   MOVE MTR-VEND-TERMS TO VT-TERMS (WS-VENDOR-COUNT)
               END-IF
               MOVE MTR-VEND-METHOD TO VT-PAY-METHOD (WS-VENDOR-COUNT)
               MOVE "N" TO VT-DELETED (WS-VENDOR-COUNT)
               ADD 1 TO WS-VENDOR-APPLIED
               ADD 1 TO WS-APPLIED-COUNT
               MOVE "KEY NOT ON MASTER" TO WS-REASON-TEXT
               PERFORM REJECT-VENDOR-TRANS
           ELSE
            PERFORM EDIT-VENDOR-DATA
            IF WS-REASON-TEXT NOT = SPACES
               PERFORM REJECT-VENDOR-TRANS
           ELSE
               MOVE VT-LEAD-TIME (VEND-IDX) TO WS-AUDIT-BEFORE
               MOVE MTR-VEND-NAME TO VT-NAME (VEND-IDX)
               MOVE MTR-VEND-LEAD TO VT-LEAD-TIME (VEND-IDX)
               IF MTR-VEND-TERMS NOT = SPACES
                   MOVE MTR-VEND-TERMS TO VT-TERMS (VEND-IDX)
               END-IF
               IF MTR-VEND-METHOD NOT = SPACE
                   MOVE MTR-VEND-METHOD TO VT-PAY-METHOD (VEND-IDX)
               END-IF
               ADD 1 TO WS-VENDOR-APPLIED
               ADD 1 TO WS-APPLIED-COUNT
               MOVE VT-LEAD-TIME (VEND-IDX) TO WS-AUDIT-AFTER
               END-IF
           END-IF.

       EDIT-VENDOR-DATA.
           MOVE SPACES TO WS-REASON-TEXT.
           IF MTR-VEND-LEAD NOT NUMERIC
               MOVE "E506" TO WS-REASON-CODE
               MOVE "LEAD TIME NOT NUMERIC" TO WS-REASON-TEXT
           ELSE
               IF MTR-VEND-TERMS NOT = SPACES
                   AND MTR-VEND-TERMS NOT NUMERIC
                   MOVE "E506" TO WS-REASON-CODE
                   MOVE "PAYMENT TERMS NOT NUMERIC" TO WS-REASON-TEXT
               ELSE
                   IF MTR-VEND-METHOD NOT = "A"
                       AND MTR-VEND-METHOD NOT = "C"
                       AND MTR-VEND-METHOD NOT = SPACE
                       MOVE "E506" TO WS-REASON-CODE
                       MOVE "PAY METHOD NOT A OR C" TO WS-REASON-TEXT
                   END-IF
               END-IF
           END-IF.

       CHECK-VENDOR-REFERENCED.
           MOVE "N" TO WS-REFERENCE-FOUND.
           IF WS-PROD-VENDOR-COUNT > 0

       APPLY-RATES-TRANS.
           IF MTR-RATE-TYPE NOT = "C" AND MTR-RATE-TYPE NOT = "D"
               AND MTR-RATE-TYPE NOT = "T" AND MTR-RATE-TYPE NOT = "E"
               AND MTR-RATE-TYPE NOT = "G" AND MTR-RATE-TYPE NOT = "L"
               AND MTR-RATE-TYPE NOT = "S" AND MTR-RATE-TYPE NOT = "X"
               MOVE "E501" TO WS-REASON-CODE
               MOVE "INVALID RATE TYPE" TO WS-REASON-TEXT
               PERFORM REJECT-RATES-TRANS
           ADD 1 TO WS-REJECTED-COUNT.
           PERFORM WRITE-EXCEPTION-RECORD.

       APPLY-GARNISH-TRANS.
           IF MTR-GARN-EMP-ID NOT NUMERIC
               OR MTR-GARN-CASE-NO = SPACES
               MOVE "E501" TO WS-REASON-CODE
               MOVE "EMPLOYEE OR CASE NO INVALID" TO WS-REASON-TEXT
               PERFORM REJECT-GARNISH-TRANS
           ELSE
               PERFORM FIND-GARNISH-ENTRY
               EVALUATE TRUE
                   WHEN MTR-ADD
                       PERFORM ADD-GARNISH-ENTRY
                   WHEN MTR-CHANGE
                       PERFORM CHANGE-GARNISH-ENTRY
                   WHEN MTR-DELETE
                       PERFORM DELETE-GARNISH-ENTRY
               END-EVALUATE
           END-IF.

       FIND-GARNISH-ENTRY.
           MOVE "N" TO WS-ENTRY-FOUND.
           IF WS-GARNISH-COUNT > 0
               SET GARN-IDX TO 1
               SEARCH GARNISH-ENTRY
                   WHEN GNT-EMP-ALPHA (GARN-IDX) = MTR-GARN-EMP-ID
                       AND GNT-CASE-NO (GARN-IDX) = MTR-GARN-CASE-NO
                       AND GNT-DELETED (GARN-IDX) NOT = "Y"
                       MOVE "Y" TO WS-ENTRY-FOUND
               END-SEARCH
           END-IF.

       ADD-GARNISH-ENTRY.
           IF ENTRY-WAS-FOUND
               MOVE "E502" TO WS-REASON-CODE
               MOVE "DUPLICATE KEY ON ADD" TO WS-REASON-TEXT
               PERFORM REJECT-GARNISH-TRANS
           ELSE
            PERFORM EDIT-GARNISH-DATA
            IF WS-REASON-TEXT NOT = SPACES
               PERFORM REJECT-GARNISH-TRANS
           ELSE
               ADD 1 TO WS-GARNISH-COUNT
               IF WS-GARNISH-COUNT > 500
                   DISPLAY "GARNISH ORDER TABLE OVERFLOW - OVER 500"
                   STOP RUN
               END-IF
               SET GARN-IDX TO WS-GARNISH-COUNT
               MOVE MTR-GARN-EMP-ID TO GNT-EMP-ALPHA (GARN-IDX)
               MOVE MTR-GARN-CASE-NO TO GNT-CASE-NO (GARN-IDX)
               MOVE SPACES TO GNT-LAST-PAID (GARN-IDX)
               MOVE "N" TO GNT-DELETED (GARN-IDX)
               MOVE ZERO TO WS-AUDIT-BEFORE
               PERFORM MOVE-GARNISH-DATA
               IF MTR-GARN-BALANCE = SPACES
                   MOVE GNT-TOTAL-OWED (GARN-IDX)
                       TO GNT-BALANCE (GARN-IDX)
               END-IF
               PERFORM SET-GARNISH-STATUS
               ADD 1 TO WS-GARNISH-APPLIED
               ADD 1 TO WS-APPLIED-COUNT
               MOVE GNT-BALANCE (GARN-IDX) TO WS-AUDIT-AFTER
               MOVE GNT-EMP-ID (GARN-IDX) TO WS-AUDIT-KEY
               MOVE "GARN-BAL" TO WS-AUDIT-FIELD
               PERFORM WRITE-CORR-AUDIT
            END-IF
           END-IF.

       CHANGE-GARNISH-ENTRY.
           IF NOT ENTRY-WAS-FOUND
               MOVE "E503" TO WS-REASON-CODE
               MOVE "KEY NOT ON MASTER" TO WS-REASON-TEXT
               PERFORM REJECT-GARNISH-TRANS
           ELSE
            PERFORM EDIT-GARNISH-DATA
            IF WS-REASON-TEXT NOT = SPACES
               PERFORM REJECT-GARNISH-TRANS
           ELSE
               MOVE GNT-BALANCE (GARN-IDX) TO WS-AUDIT-BEFORE
               PERFORM MOVE-GARNISH-DATA
               PERFORM SET-GARNISH-STATUS
               ADD 1 TO WS-GARNISH-APPLIED
               ADD 1 TO WS-APPLIED-COUNT
               MOVE GNT-BALANCE (GARN-IDX) TO WS-AUDIT-AFTER
               MOVE GNT-EMP-ID (GARN-IDX) TO WS-AUDIT-KEY
               MOVE "GARN-BAL" TO WS-AUDIT-FIELD
               PERFORM WRITE-CORR-AUDIT
            END-IF
           END-IF.

       MOVE-GARNISH-DATA.
           MOVE MTR-GARN-AGENCY TO GNT-AGENCY (GARN-IDX).
           MOVE MTR-GARN-PRIORITY TO GNT-PRIORITY (GARN-IDX).
           MOVE MTR-GARN-METHOD TO GNT-METHOD (GARN-IDX).
           MOVE MTR-GARN-AMOUNT TO GNT-AMOUNT (GARN-IDX).
           MOVE MTR-GARN-PCT TO GNT-PERCENT (GARN-IDX).
           MOVE MTR-GARN-OWED TO GNT-TOTAL-OWED (GARN-IDX).
           IF MTR-GARN-BALANCE NOT = SPACES
               MOVE MTR-GARN-BALANCE TO GNT-BALANCE (GARN-IDX)
           END-IF.

       SET-GARNISH-STATUS.
           IF GNT-BALANCE (GARN-IDX) > ZERO
               MOVE "A" TO GNT-STATUS (GARN-IDX)
           ELSE
               MOVE "S" TO GNT-STATUS (GARN-IDX)
           END-IF.

       EDIT-GARNISH-DATA.
           MOVE SPACES TO WS-REASON-TEXT.
           IF MTR-GARN-PRIORITY NOT NUMERIC
               OR MTR-GARN-AMOUNT NOT NUMERIC
               OR MTR-GARN-PCT NOT NUMERIC
               OR MTR-GARN-OWED NOT NUMERIC
               MOVE "E506" TO WS-REASON-CODE
               MOVE "ORDER FIELDS NOT NUMERIC" TO WS-REASON-TEXT
           ELSE
               IF MTR-GARN-BALANCE NOT = SPACES
                   AND MTR-GARN-BALANCE NOT NUMERIC
                   MOVE "E506" TO WS-REASON-CODE
                   MOVE "BALANCE NOT NUMERIC" TO WS-REASON-TEXT
               ELSE
                   IF MTR-GARN-METHOD NOT = "A"
                       AND MTR-GARN-METHOD NOT = "P"
                       MOVE "E512" TO WS-REASON-CODE
                       MOVE "METHOD MUST BE A OR P"
                           TO WS-REASON-TEXT
                   END-IF
               END-IF
           END-IF.

       DELETE-GARNISH-ENTRY.
           IF NOT ENTRY-WAS-FOUND
               MOVE "E503" TO WS-REASON-CODE
               MOVE "KEY NOT ON MASTER" TO WS-REASON-TEXT
               PERFORM REJECT-GARNISH-TRANS
           ELSE
               MOVE GNT-BALANCE (GARN-IDX) TO WS-AUDIT-BEFORE
               MOVE "Y" TO GNT-DELETED (GARN-IDX)
               ADD 1 TO WS-GARNISH-APPLIED
               ADD 1 TO WS-APPLIED-COUNT
               MOVE ZERO TO WS-AUDIT-AFTER
               MOVE GNT-EMP-ID (GARN-IDX) TO WS-AUDIT-KEY
               MOVE "GARN-BAL" TO WS-AUDIT-FIELD
               PERFORM WRITE-CORR-AUDIT
           END-IF.

       REJECT-GARNISH-TRANS.
           ADD 1 TO WS-GARNISH-REJECTED.
           ADD 1 TO WS-REJECTED-COUNT.
           PERFORM WRITE-EXCEPTION-RECORD.

       APPLY-STOCKLOC-TRANS.
           IF MTR-SL-PROD-ID NOT NUMERIC
               OR MTR-SL-LOC-ID = SPACES
               MOVE "E501" TO WS-REASON-CODE
               MOVE "PRODUCT OR LOCATION INVALID" TO WS-REASON-TEXT
               PERFORM REJECT-STOCKLOC-TRANS
           ELSE
               PERFORM FIND-STOCKLOC-ENTRY
               EVALUATE TRUE
                   WHEN MTR-ADD
                       PERFORM ADD-STOCKLOC-ENTRY
                   WHEN MTR-CHANGE
                       PERFORM CHANGE-STOCKLOC-ENTRY
                   WHEN MTR-DELETE
                       PERFORM DELETE-STOCKLOC-ENTRY
               END-EVALUATE
           END-IF.

       FIND-STOCKLOC-ENTRY.
           MOVE "N" TO WS-ENTRY-FOUND.
           MOVE MTR-SL-PROD-ID TO SLC-PROD-ID.
           MOVE MTR-SL-LOC-ID TO SLC-LOC-ID.
           READ STOCK-LOC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ENTRY-FOUND
           END-READ.

       ADD-STOCKLOC-ENTRY.
           IF ENTRY-WAS-FOUND
               MOVE "E502" TO WS-REASON-CODE
               MOVE "DUPLICATE KEY ON ADD" TO WS-REASON-TEXT
               PERFORM REJECT-STOCKLOC-TRANS
           ELSE
            PERFORM EDIT-STOCKLOC-DATA
            IF WS-REASON-TEXT NOT = SPACES
               PERFORM REJECT-STOCKLOC-TRANS
           ELSE
               MOVE SPACES TO STOCK-LOC-RECORD
               MOVE MTR-SL-PROD-ID TO SLC-PROD-ID
               MOVE MTR-SL-LOC-ID TO SLC-LOC-ID
               MOVE ZERO TO SLC-QTY-ON-HAND
               MOVE MTR-SL-REORDER TO SLC-REORDER-POINT
               WRITE STOCK-LOC-RECORD
                   INVALID KEY
                       MOVE "E502" TO WS-REASON-CODE
                       MOVE "DUPLICATE KEY ON ADD" TO WS-REASON-TEXT
                       PERFORM REJECT-STOCKLOC-TRANS
                   NOT INVALID KEY
                       ADD 1 TO WS-STOCKLOC-APPLIED
                       ADD 1 TO WS-APPLIED-COUNT
                       MOVE ZERO TO WS-AUDIT-BEFORE
                       MOVE SLC-REORDER-POINT TO WS-AUDIT-AFTER
                       PERFORM AUDIT-STOCKLOC-CHANGE
               END-WRITE
            END-IF
           END-IF.

       CHANGE-STOCKLOC-ENTRY.
           IF NOT ENTRY-WAS-FOUND
               MOVE "E503" TO WS-REASON-CODE
               MOVE "KEY NOT ON MASTER" TO WS-REASON-TEXT
               PERFORM REJECT-STOCKLOC-TRANS
           ELSE
            PERFORM EDIT-STOCKLOC-DATA
            IF WS-REASON-TEXT NOT = SPACES
               PERFORM REJECT-STOCKLOC-TRANS
           ELSE
               MOVE SLC-REORDER-POINT TO WS-AUDIT-BEFORE
               MOVE MTR-SL-REORDER TO SLC-REORDER-POINT
               REWRITE STOCK-LOC-RECORD
                   INVALID KEY
                       MOVE "E503" TO WS-REASON-CODE
                       MOVE "KEY NOT ON MASTER" TO WS-REASON-TEXT
                       PERFORM REJECT-STOCKLOC-TRANS
                   NOT INVALID KEY
                       ADD 1 TO WS-STOCKLOC-APPLIED
                       ADD 1 TO WS-APPLIED-COUNT
                       MOVE SLC-REORDER-POINT TO WS-AUDIT-AFTER
                       PERFORM AUDIT-STOCKLOC-CHANGE
               END-REWRITE
            END-IF
           END-IF.

       EDIT-STOCKLOC-DATA.
           MOVE SPACES TO WS-REASON-TEXT.
           IF MTR-SL-REORDER NOT NUMERIC
               MOVE "E506" TO WS-REASON-CODE
               MOVE "REORDER POINT NOT NUMERIC" TO WS-REASON-TEXT
           ELSE
               MOVE "N" TO WS-REFERENCE-FOUND
               IF WS-PRODUCT-COUNT > 0
                   SET PROD-IDX TO 1
                   SEARCH PRODUCT-ID-ENTRY
                       WHEN PIT-ID-ALPHA (PROD-IDX) = MTR-SL-PROD-ID
                           MOVE "Y" TO WS-REFERENCE-FOUND
                   END-SEARCH
               END-IF
               IF NOT REFERENCE-WAS-FOUND
                   MOVE "E509" TO WS-REASON-CODE
                   MOVE "PRODUCT NOT ON PRODUCT FILE"
                       TO WS-REASON-TEXT
               END-IF
           END-IF.

       DELETE-STOCKLOC-ENTRY.
           IF NOT ENTRY-WAS-FOUND
               MOVE "E503" TO WS-REASON-CODE
               MOVE "KEY NOT ON MASTER" TO WS-REASON-TEXT
               PERFORM REJECT-STOCKLOC-TRANS
           ELSE
            IF SLC-QTY-ON-HAND > ZERO
               MOVE "E513" TO WS-REASON-CODE
               MOVE "LOCATION STILL HOLDS STOCK" TO WS-REASON-TEXT
               PERFORM REJECT-STOCKLOC-TRANS
           ELSE
               MOVE SLC-REORDER-POINT TO WS-AUDIT-BEFORE
               DELETE STOCK-LOC-FILE RECORD
                   INVALID KEY
                       MOVE "E503" TO WS-REASON-CODE
                       MOVE "KEY NOT ON MASTER" TO WS-REASON-TEXT
                       PERFORM REJECT-STOCKLOC-TRANS
                   NOT INVALID KEY
                       ADD 1 TO WS-STOCKLOC-APPLIED
                       ADD 1 TO WS-APPLIED-COUNT
                       MOVE ZERO TO WS-AUDIT-AFTER
                       PERFORM AUDIT-STOCKLOC-CHANGE
               END-DELETE
            END-IF
           END-IF.

       AUDIT-STOCKLOC-CHANGE.
           MOVE SLC-PROD-ID TO WS-AUDIT-KEY.
           MOVE SPACES TO WS-AUDIT-FIELD.
           MOVE "ROP-" TO WS-AUDIT-FIELD(1:4).
           MOVE SLC-LOC-ID TO WS-AUDIT-FIELD(5:3).
           PERFORM WRITE-CORR-AUDIT.

       REJECT-STOCKLOC-TRANS.
           ADD 1 TO WS-STOCKLOC-REJECTED.
           ADD 1 TO WS-REJECTED-COUNT.
           PERFORM WRITE-EXCEPTION-RECORD.

       WRITE-CORR-AUDIT.
           OPEN EXTEND CORR-AUDIT-FILE.
           IF CORR-AUDIT-STATUS = "35"
               MOVE DT-NAME (WS-OUT-IDX) TO DEPT-REC-NAME
               MOVE DT-MANAGER (WS-OUT-IDX) TO DEPT-REC-MANAGER
               MOVE DT-BUDGET (WS-OUT-IDX) TO DEPT-REC-BUDGET
               MOVE DT-GL-ACCOUNT (WS-OUT-IDX) TO DEPT-REC-GL-ACCOUNT
               WRITE DEPT-RECORD
           END-IF.

               MOVE VT-NAME (WS-OUT-IDX) TO VEND-REC-NAME
               MOVE VT-LEAD-TIME (WS-OUT-IDX)
                   TO VEND-REC-LEAD-TIME
               MOVE VT-TERMS (WS-OUT-IDX) TO VEND-REC-TERMS
               MOVE VT-PAY-METHOD (WS-OUT-IDX) TO VEND-REC-PAY-METHOD
               WRITE VENDOR-RECORD
           END-IF.

               WRITE OPERATOR-AUTH-RECORD
           END-IF.

       REWRITE-GARNISH-FILE.
           OPEN OUTPUT GARNISH-FILE.
           IF GARNISH-FILE-STATUS NOT = "00"
               DISPLAY "MSTMAINT: ERROR REWRITING GARNISH FILE: "
                   GARNISH-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WRITE-GARNISH-OUT
               VARYING WS-OUT-IDX FROM 1 BY 1
               UNTIL WS-OUT-IDX > WS-GARNISH-COUNT.
           CLOSE GARNISH-FILE.

       WRITE-GARNISH-OUT.
           IF GNT-DELETED (WS-OUT-IDX) NOT = "Y"
               MOVE SPACES TO GARNISH-RECORD
               MOVE GNT-EMP-ID (WS-OUT-IDX) TO GARN-REC-EMP-ID
               MOVE GNT-CASE-NO (WS-OUT-IDX) TO GARN-REC-CASE-NO
               MOVE GNT-AGENCY (WS-OUT-IDX) TO GARN-REC-AGENCY
               MOVE GNT-PRIORITY (WS-OUT-IDX) TO GARN-REC-PRIORITY
               MOVE GNT-METHOD (WS-OUT-IDX) TO GARN-REC-METHOD
               MOVE GNT-AMOUNT (WS-OUT-IDX) TO GARN-REC-AMOUNT
               MOVE GNT-PERCENT (WS-OUT-IDX) TO GARN-REC-PERCENT
               MOVE GNT-TOTAL-OWED (WS-OUT-IDX)
                   TO GARN-REC-TOTAL-OWED
               MOVE GNT-BALANCE (WS-OUT-IDX) TO GARN-REC-BALANCE
               MOVE GNT-STATUS (WS-OUT-IDX) TO GARN-REC-STATUS
               MOVE GNT-LAST-PAID (WS-OUT-IDX) TO GARN-REC-LAST-PAID
               WRITE GARNISH-RECORD
           END-IF.

       WRITE-CONTROL-TOTALS.
           MOVE WS-RUN-DATE-EDIT TO CH-DATE.
           WRITE CONTROL-REPORT-LINE FROM CONTROL-HEADER-1.
           MOVE WS-OPERAUTH-REJECTED TO CD-REJECTED.
           WRITE CONTROL-REPORT-LINE FROM CONTROL-DETAIL-LINE.

           MOVE "GARNISH" TO CD-MASTER.
           MOVE WS-GARNISH-APPLIED TO CD-APPLIED.
           MOVE WS-GARNISH-REJECTED TO CD-REJECTED.
           WRITE CONTROL-REPORT-LINE FROM CONTROL-DETAIL-LINE.

           MOVE "STOCKLOC" TO CD-MASTER.
           MOVE WS-STOCKLOC-APPLIED TO CD-APPLIED.
           MOVE WS-STOCKLOC-REJECTED TO CD-REJECTED.
           WRITE CONTROL-REPORT-LINE FROM CONTROL-DETAIL-LINE.

           MOVE "INVALID" TO CD-MASTER.
           MOVE ZERO TO CD-APPLIED.
           MOVE WS-OTHER-REJECTED TO CD-REJECTED.
