       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFAUDIT.
       AUTHOR. CASCADE.
       DATE-WRITTEN. 2026-10-15.
       SECURITY. CONFIDENTIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. X86-64.
       OBJECT-COMPUTER. X86-64.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-FILE ASSIGN TO "SALES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SALES-ID
               ALTERNATE RECORD KEY IS SALES-DATE WITH DUPLICATES
               FILE STATUS IS SALES-FILE-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-REC-ID
               FILE STATUS IS EMP-FILE-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO "PRODUCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-REC-ID
               FILE STATUS IS PRODUCT-FILE-STATUS.
           SELECT DEPT-FILE ASSIGN TO "DEPT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DEPT-FILE-STATUS.
           SELECT SALESREP-FILE ASSIGN TO "SALESREP.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SALESREP-FILE-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CUSTOMER-FILE-STATUS.
           SELECT VENDOR-FILE ASSIGN TO "VENDOR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS VENDOR-FILE-STATUS.
           SELECT PROD-VENDOR-FILE ASSIGN TO "PRODVEND.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PROD-VENDOR-FILE-STATUS.
           SELECT OPEN-PO-FILE ASSIGN TO "OPENPO.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OPEN-PO-FILE-STATUS.
           SELECT AR-OPEN-FILE ASSIGN TO "AROPEN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AR-OPEN-FILE-STATUS.
           SELECT AP-OPEN-FILE ASSIGN TO "APOPEN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AP-OPEN-FILE-STATUS.
           SELECT PAY-YTD-FILE ASSIGN TO "PAYYTD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS YTD-EMP-ID
               FILE STATUS IS YTD-FILE-STATUS.
           SELECT STOCK-LOC-FILE ASSIGN TO "STOCKLOC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SLC-KEY
               FILE STATUS IS STOCK-LOC-FILE-STATUS.
           SELECT CONTRACT-FILE ASSIGN TO "CONTRACT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CONTRACT-FILE-STATUS.
           SELECT PRICE-HOLD-FILE ASSIGN TO "PRICEHLD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRICE-HOLD-STATUS.
           SELECT CREDIT-HOLD-FILE ASSIGN TO "CREDHOLD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CREDIT-HOLD-STATUS.
           SELECT RECEIPT-HISTORY-FILE ASSIGN TO "RCVHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RECEIPT-HISTORY-STATUS.
           SELECT QUOTA-FILE ASSIGN TO "QUOTA.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS QUOTA-FILE-STATUS.
           SELECT AUDIT-COUNT-FILE ASSIGN TO "REFAUDIT.CNT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT AUDIT-REPORT-FILE ASSIGN TO "REFAUDIT.RPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD EMPLOYEE-FILE
           LABEL RECORDS ARE STANDARD.
       01 EMPLOYEE-RECORD.
           05 EMP-REC-ID        PIC 9(5).
           05 EMP-REC-NAME      PIC X(20).
           05 EMP-REC-DEPT      PIC X(10).
           05 EMP-REC-SALARY    PIC 9(7)V99.
           05 FILLER            PIC X(56).

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

       FD DEPT-FILE
           LABEL RECORDS ARE STANDARD.
       01 DEPT-RECORD.
           05 DEPT-REC-ID       PIC 9(3).
           05 DEPT-REC-NAME     PIC X(15).
           05 DEPT-REC-MANAGER  PIC X(20).
           05 DEPT-REC-BUDGET   PIC 9(7)V99.
           05 DEPT-REC-GL-ACCOUNT PIC 9(5).
           05 FILLER            PIC X(07).

       FD SALESREP-FILE
           LABEL RECORDS ARE STANDARD.
       01 SALESREP-RECORD.
           05 REP-REC-ID        PIC 9(5).
           05 REP-REC-NAME      PIC X(20).
           05 REP-REC-EMP-ID    PIC 9(5).
           05 FILLER            PIC X(10).

       FD CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD.
       01 CUSTOMER-RECORD.
           05 CUST-REC-ID       PIC 9(5).
           05 CUST-REC-NAME     PIC X(25).
           05 CUST-REC-TERMS    PIC 9(3).
           05 CUST-REC-CREDIT-LIMIT PIC 9(7)V99.
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

       FD PROD-VENDOR-FILE
           LABEL RECORDS ARE STANDARD.
       01 PROD-VENDOR-RECORD.
           05 PV-REC-PROD-ID    PIC 9(3).
           05 PV-REC-VEND-ID    PIC 9(5).
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

       FD AR-OPEN-FILE
           LABEL RECORDS ARE STANDARD.
       01 AR-OPEN-RECORD.
           05 AR-SALE-ID        PIC 9(5).
           05 AR-CUST-ID        PIC 9(5).
           05 AR-SALE-DATE      PIC X(10).
           05 AR-ORIG-AMOUNT    PIC S9(7)V99.
           05 AR-OPEN-AMOUNT    PIC S9(7)V99.
           05 AR-STATUS         PIC X.
           05 AR-TAX-AMOUNT     PIC S9(7)V99.
           05 FILLER            PIC X(1).

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

       FD PAY-YTD-FILE
           LABEL RECORDS ARE STANDARD.
       01 YTD-RECORD.
           05 YTD-EMP-ID        PIC 9(5).
           05 YTD-YEAR          PIC 9(4).
           05 YTD-GROSS         PIC S9(9)V99.
           05 YTD-COMMISSION    PIC S9(9)V99.
           05 YTD-TAX           PIC S9(9)V99.
           05 YTD-BENEFIT       PIC 9(9)V99.
           05 YTD-GARNISH       PIC 9(9)V99.
           05 YTD-NET           PIC S9(9)V99.
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
           05 FILLER            PIC X(72).

       FD CREDIT-HOLD-FILE
           LABEL RECORDS ARE STANDARD.
       01 CREDIT-HOLD-RECORD.
           05 CH-SALE-ID        PIC 9(5).
           05 CH-CUST-ID        PIC 9(5).
           05 FILLER            PIC X(70).

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

       FD QUOTA-FILE
           LABEL RECORDS ARE STANDARD.
       01 QUOTA-RECORD.
           05 QUOTA-PERSON      PIC X(20).
           05 QUOTA-PERIOD      PIC X(7).
           05 QUOTA-AMOUNT      PIC 9(9)V99.
           05 QUOTA-REP-ID      PIC 9(5).
           05 FILLER            PIC X(7).

       FD AUDIT-COUNT-FILE
           LABEL RECORDS ARE STANDARD.
       01 AUDIT-COUNT-RECORD.
           05 RA-CODE           PIC X(4).
           05 RA-TEXT           PIC X(30).
           05 RA-CHECKED        PIC 9(7).
           05 RA-ORPHANS        PIC 9(7).
           05 RA-RUN-DATE       PIC X(10).
           05 FILLER            PIC X(2).

       FD AUDIT-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01 AUDIT-REPORT-LINE     PIC X(100).

       WORKING-STORAGE SECTION.
       01 SALES-FILE-STATUS     PIC XX VALUE SPACES.
       01 EMP-FILE-STATUS       PIC XX VALUE SPACES.
       01 PRODUCT-FILE-STATUS   PIC XX VALUE SPACES.
       01 DEPT-FILE-STATUS      PIC XX VALUE SPACES.
       01 SALESREP-FILE-STATUS  PIC XX VALUE SPACES.
       01 CUSTOMER-FILE-STATUS  PIC XX VALUE SPACES.
       01 VENDOR-FILE-STATUS    PIC XX VALUE SPACES.
       01 PROD-VENDOR-FILE-STATUS PIC XX VALUE SPACES.
       01 OPEN-PO-FILE-STATUS   PIC XX VALUE SPACES.
       01 AR-OPEN-FILE-STATUS   PIC XX VALUE SPACES.
       01 AP-OPEN-FILE-STATUS   PIC XX VALUE SPACES.
       01 YTD-FILE-STATUS       PIC XX VALUE SPACES.
       01 STOCK-LOC-FILE-STATUS PIC XX VALUE SPACES.
       01 CONTRACT-FILE-STATUS  PIC XX VALUE SPACES.
       01 PRICE-HOLD-STATUS     PIC XX VALUE SPACES.
       01 CREDIT-HOLD-STATUS    PIC XX VALUE SPACES.
       01 RECEIPT-HISTORY-STATUS PIC XX VALUE SPACES.
       01 QUOTA-FILE-STATUS     PIC XX VALUE SPACES.

       01 WS-FILE-EOF           PIC X VALUE "N".
       01 WS-PARENT-FOUND       PIC X VALUE "N".
           88 PARENT-WAS-FOUND  VALUE "Y".

       01 WS-LOOK-NUMBER        PIC 9(6) VALUE ZERO.
       01 WS-LOOK-DEPT          PIC X(3) VALUE SPACES.
       01 WS-ORPHAN-FILE        PIC X(10) VALUE SPACES.
       01 WS-ORPHAN-KEY         PIC X(15) VALUE SPACES.
       01 WS-ORPHAN-REF         PIC X(10) VALUE SPACES.
       01 WS-REL-SUB            PIC 9(2) VALUE ZERO.
       01 WS-REL-MAX            PIC 9(2) VALUE 21.
       01 WS-TOTAL-CHECKED      PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-ORPHANS      PIC 9(7) VALUE ZERO.
       01 WS-LINE-COUNT         PIC 9(7) VALUE ZERO.

       01 RELATION-TABLE.
           05 RELATION-ENTRY OCCURS 21 TIMES.
               10 RLT-CODE      PIC X(4).
               10 RLT-TEXT      PIC X(30).
               10 RLT-CHECKED   PIC 9(7).
               10 RLT-ORPHANS   PIC 9(7).

       01 SALESREP-TABLE.
           05 SALESREP-ENTRY OCCURS 1 TO 200 TIMES
                       DEPENDING ON WS-SALESREP-COUNT
                       INDEXED BY REP-IDX.
               10 RPT-REP-ID    PIC 9(5).

       01 WS-SALESREP-COUNT     PIC 9(3) VALUE ZERO.

       01 CUSTOMER-TABLE.
           05 CUSTOMER-ENTRY OCCURS 1 TO 200 TIMES
                       DEPENDING ON WS-CUSTOMER-COUNT
                       INDEXED BY CUST-IDX.
               10 CUT-ID        PIC 9(5).

       01 WS-CUSTOMER-COUNT     PIC 9(3) VALUE ZERO.

       01 VENDOR-TABLE.
           05 VENDOR-ENTRY OCCURS 1 TO 200 TIMES
                       DEPENDING ON WS-VENDOR-COUNT
                       INDEXED BY VEND-IDX.
               10 VT-VEND-ID    PIC 9(5).

       01 WS-VENDOR-COUNT       PIC 9(3) VALUE ZERO.

       01 DEPT-TABLE.
           05 DEPT-ENTRY OCCURS 1 TO 50 TIMES
                       DEPENDING ON WS-DEPT-COUNT
                       INDEXED BY DEPT-IDX.
               10 DT-ID         PIC X(3).

       01 WS-DEPT-COUNT         PIC 9(2) VALUE ZERO.

       01 OPEN-PO-TABLE.
           05 OPEN-PO-ENTRY OCCURS 1 TO 500 TIMES
                       DEPENDING ON WS-OPEN-PO-COUNT
                       INDEXED BY PO-IDX.
               10 OPT-PO-NUMBER PIC 9(6).

       01 WS-OPEN-PO-COUNT      PIC 9(3) VALUE ZERO.

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
           05 FILLER            PIC X(36) VALUE
               "REFERENTIAL INTEGRITY AUDIT REPORT".
           05 FILLER            PIC X(5) VALUE "DATE ".
           05 RH-DATE           PIC X(10).
           05 FILLER            PIC X(49) VALUE SPACES.

       01 REPORT-HEADER-2.
           05 FILLER            PIC X(6) VALUE "CODE".
           05 FILLER            PIC X(12) VALUE "FILE".
           05 FILLER            PIC X(17) VALUE "RECORD KEY".
           05 FILLER            PIC X(12) VALUE "REFERENCE".
           05 FILLER            PIC X(30) VALUE "EXCEPTION".
           05 FILLER            PIC X(23) VALUE SPACES.

       01 ORPHAN-LINE.
           05 OL-CODE           PIC X(4).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 OL-FILE           PIC X(10).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 OL-KEY            PIC X(15).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 OL-REF            PIC X(10).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 OL-TEXT           PIC X(30).
           05 FILLER            PIC X(23) VALUE SPACES.

       01 SUMMARY-HEADER-LINE.
           05 FILLER            PIC X(36) VALUE
               "RELATIONSHIP SUMMARY".
           05 FILLER            PIC X(12) VALUE "   CHECKED".
           05 FILLER            PIC X(12) VALUE "   ORPHANS".
           05 FILLER            PIC X(40) VALUE SPACES.

       01 SUMMARY-LINE.
           05 SL-CODE           PIC X(4).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 SL-TEXT           PIC X(30).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 SL-CHECKED        PIC Z,ZZZ,ZZ9.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 SL-ORPHANS        PIC Z,ZZZ,ZZ9.
           05 FILLER            PIC X(41) VALUE SPACES.

       01 TOTAL-LINE.
           05 FILLER            PIC X(36) VALUE "TOTAL".
           05 FILLER            PIC X(2) VALUE SPACES.
           05 TL-CHECKED        PIC Z,ZZZ,ZZ9.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 TL-ORPHANS        PIC Z,ZZZ,ZZ9.
           05 FILLER            PIC X(41) VALUE SPACES.

       01 NO-ORPHAN-LINE.
           05 FILLER            PIC X(30) VALUE
               "NO ORPHAN REFERENCES FOUND".
           05 FILLER            PIC X(70) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-YEAR TO WS-RUN-EDIT-YEAR.
           MOVE WS-RUN-MONTH TO WS-RUN-EDIT-MONTH.
           MOVE WS-RUN-DAY TO WS-RUN-EDIT-DAY.

           PERFORM INITIALIZE-RELATIONS.
           PERFORM LOAD-SALESREP-TABLE.
           PERFORM LOAD-CUSTOMER-TABLE.
           PERFORM LOAD-VENDOR-TABLE.
           PERFORM LOAD-DEPT-TABLE.
           PERFORM LOAD-OPEN-PO-TABLE.

           OPEN INPUT SALES-FILE.
           IF SALES-FILE-STATUS NOT = "00"
               DISPLAY "REFAUDIT: ERROR OPENING SALES FILE: "
                   SALES-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT EMPLOYEE-FILE.
           IF EMP-FILE-STATUS NOT = "00"
               DISPLAY "REFAUDIT: ERROR OPENING EMPLOYEE FILE: "
                   EMP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PRODUCT-FILE.
           IF PRODUCT-FILE-STATUS NOT = "00"
               DISPLAY "REFAUDIT: ERROR OPENING PRODUCT FILE: "
                   PRODUCT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT AUDIT-REPORT-FILE.
           MOVE WS-RUN-DATE-EDIT TO RH-DATE.
           WRITE AUDIT-REPORT-LINE FROM REPORT-HEADER-1.
           WRITE AUDIT-REPORT-LINE FROM REPORT-HEADER-2.

           PERFORM AUDIT-SALES.
           PERFORM AUDIT-EMPLOYEE.
           PERFORM AUDIT-SALESREP.
           PERFORM AUDIT-PROD-VENDOR.
           PERFORM AUDIT-OPEN-PO.
           PERFORM AUDIT-AR-OPEN.
           PERFORM AUDIT-AP-OPEN.
           PERFORM AUDIT-PAY-YTD.
           PERFORM AUDIT-STOCK-LOC.
           PERFORM AUDIT-CONTRACT.
           PERFORM AUDIT-PRICE-HOLD.
           PERFORM AUDIT-CREDIT-HOLD.
           PERFORM AUDIT-RECEIPT-HISTORY.
           PERFORM AUDIT-QUOTA.

           IF WS-LINE-COUNT = 0
               WRITE AUDIT-REPORT-LINE FROM NO-ORPHAN-LINE
           END-IF.

           MOVE SPACES TO AUDIT-REPORT-LINE.
           WRITE AUDIT-REPORT-LINE.
           WRITE AUDIT-REPORT-LINE FROM SUMMARY-HEADER-LINE.
           OPEN OUTPUT AUDIT-COUNT-FILE.
           PERFORM WRITE-RELATION-SUMMARY
               VARYING WS-REL-SUB FROM 1 BY 1
               UNTIL WS-REL-SUB > WS-REL-MAX.
           MOVE WS-TOTAL-CHECKED TO TL-CHECKED.
           MOVE WS-TOTAL-ORPHANS TO TL-ORPHANS.
           WRITE AUDIT-REPORT-LINE FROM TOTAL-LINE.

           CLOSE SALES-FILE
                 EMPLOYEE-FILE
                 PRODUCT-FILE
                 AUDIT-COUNT-FILE
                 AUDIT-REPORT-FILE.

           DISPLAY "REFAUDIT: REFERENCES CHECKED: " WS-TOTAL-CHECKED.
           DISPLAY "REFAUDIT: ORPHANS FOUND:      " WS-TOTAL-ORPHANS.
           IF WS-TOTAL-ORPHANS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       INITIALIZE-RELATIONS.
           MOVE "RI01" TO RLT-CODE (1).
           MOVE "SALES REP NOT ON SALESREP" TO RLT-TEXT (1).
           MOVE "RI02" TO RLT-CODE (2).
           MOVE "SALES CUST NOT ON CUSTOMER" TO RLT-TEXT (2).
           MOVE "RI03" TO RLT-CODE (3).
           MOVE "SALES PROD NOT ON PRODUCT" TO RLT-TEXT (3).
           MOVE "RI04" TO RLT-CODE (4).
           MOVE "EMPLOYEE DEPT NOT ON DEPT" TO RLT-TEXT (4).
           MOVE "RI05" TO RLT-CODE (5).
           MOVE "SALESREP EMP NOT ON EMPLOYEE" TO RLT-TEXT (5).
           MOVE "RI06" TO RLT-CODE (6).
           MOVE "PRODVEND PROD NOT ON PRODUCT" TO RLT-TEXT (6).
           MOVE "RI07" TO RLT-CODE (7).
           MOVE "PRODVEND VEND NOT ON VENDOR" TO RLT-TEXT (7).
           MOVE "RI08" TO RLT-CODE (8).
           MOVE "OPENPO VEND NOT ON VENDOR" TO RLT-TEXT (8).
           MOVE "RI09" TO RLT-CODE (9).
           MOVE "OPENPO PROD NOT ON PRODUCT" TO RLT-TEXT (9).
           MOVE "RI10" TO RLT-CODE (10).
           MOVE "AROPEN CUST NOT ON CUSTOMER" TO RLT-TEXT (10).
           MOVE "RI11" TO RLT-CODE (11).
           MOVE "AROPEN SALE NOT ON SALES" TO RLT-TEXT (11).
           MOVE "RI12" TO RLT-CODE (12).
           MOVE "APOPEN VEND NOT ON VENDOR" TO RLT-TEXT (12).
           MOVE "RI13" TO RLT-CODE (13).
           MOVE "APOPEN PO NOT ON OPENPO" TO RLT-TEXT (13).
           MOVE "RI14" TO RLT-CODE (14).
           MOVE "PAYYTD EMP NOT ON EMPLOYEE" TO RLT-TEXT (14).
           MOVE "RI15" TO RLT-CODE (15).
           MOVE "STOCKLOC PROD NOT ON PRODUCT" TO RLT-TEXT (15).
           MOVE "RI16" TO RLT-CODE (16).
           MOVE "CONTRACT CUST NOT ON CUSTOMER" TO RLT-TEXT (16).
           MOVE "RI17" TO RLT-CODE (17).
           MOVE "CONTRACT PROD NOT ON PRODUCT" TO RLT-TEXT (17).
           MOVE "RI18" TO RLT-CODE (18).
           MOVE "PRICEHLD SALE NOT ON SALES" TO RLT-TEXT (18).
           MOVE "RI19" TO RLT-CODE (19).
           MOVE "CREDHOLD SALE NOT ON SALES" TO RLT-TEXT (19).
           MOVE "RI20" TO RLT-CODE (20).
           MOVE "RCVHIST PO NOT ON OPENPO" TO RLT-TEXT (20).
           MOVE "RI21" TO RLT-CODE (21).
           MOVE "QUOTA REP NOT ON SALESREP" TO RLT-TEXT (21).
           PERFORM CLEAR-RELATION-COUNTS
               VARYING WS-REL-SUB FROM 1 BY 1
               UNTIL WS-REL-SUB > WS-REL-MAX.

       CLEAR-RELATION-COUNTS.
           MOVE ZERO TO RLT-CHECKED (WS-REL-SUB).
           MOVE ZERO TO RLT-ORPHANS (WS-REL-SUB).

       LOAD-SALESREP-TABLE.
           OPEN INPUT SALESREP-FILE.
           IF SALESREP-FILE-STATUS NOT = "00"
               DISPLAY "REFAUDIT: ERROR OPENING SALESREP FILE: "
                   SALESREP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-FILE-EOF.
           PERFORM READ-SALESREP-RECORD.
           PERFORM LOAD-SALESREP-ENTRY UNTIL WS-FILE-EOF = "Y".
           CLOSE SALESREP-FILE.

       READ-SALESREP-RECORD.
           READ SALESREP-FILE
               AT END MOVE "Y" TO WS-FILE-EOF
           END-READ.

       LOAD-SALESREP-ENTRY.
           ADD 1 TO WS-SALESREP-COUNT.
           IF WS-SALESREP-COUNT > 200
               DISPLAY "SALESREP TABLE OVERFLOW - OVER 200 REPS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE REP-REC-ID TO RPT-REP-ID (WS-SALESREP-COUNT).
           PERFORM READ-SALESREP-RECORD.

       LOAD-CUSTOMER-TABLE.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-STATUS NOT = "00"
               DISPLAY "REFAUDIT: ERROR OPENING CUSTOMER FILE: "
                   CUSTOMER-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-FILE-EOF.
           PERFORM READ-CUSTOMER-RECORD.
           PERFORM LOAD-CUSTOMER-ENTRY UNTIL WS-FILE-EOF = "Y".
           CLOSE CUSTOMER-FILE.

       READ-CUSTOMER-RECORD.
           READ CUSTOMER-FILE
               AT END MOVE "Y" TO WS-FILE-EOF
           END-READ.

       LOAD-CUSTOMER-ENTRY.
           ADD 1 TO WS-CUSTOMER-COUNT.
           IF WS-CUSTOMER-COUNT > 200
               DISPLAY "CUSTOMER TABLE OVERFLOW - OVER 200"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE CUST-REC-ID TO CUT-ID (WS-CUSTOMER-COUNT).
           PERFORM READ-CUSTOMER-RECORD.

       LOAD-VENDOR-TABLE.
           OPEN INPUT VENDOR-FILE.
           IF VENDOR-FILE-STATUS NOT = "00"
               DISPLAY "REFAUDIT: ERROR OPENING VENDOR FILE: "
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
           PERFORM READ-VENDOR-RECORD.

       LOAD-DEPT-TABLE.
           OPEN INPUT DEPT-FILE.
           IF DEPT-FILE-STATUS NOT = "00"
               DISPLAY "REFAUDIT: ERROR OPENING DEPT FILE: "
                   DEPT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-FILE-EOF.
           PERFORM READ-DEPT-RECORD.
           PERFORM LOAD-DEPT-ENTRY UNTIL WS-FILE-EOF = "Y".
           CLOSE DEPT-FILE.

       READ-DEPT-RECORD.
           READ DEPT-FILE
               AT END MOVE "Y" TO WS-FILE-EOF
           END-READ.

       LOAD-DEPT-ENTRY.
           ADD 1 TO WS-DEPT-COUNT.
           IF WS-DEPT-COUNT > 50
               DISPLAY "DEPT TABLE OVERFLOW - OVER 50"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE DEPT-REC-ID TO DT-ID (WS-DEPT-COUNT).
           PERFORM READ-DEPT-RECORD.

       LOAD-OPEN-PO-TABLE.
           OPEN INPUT OPEN-PO-FILE.
           IF OPEN-PO-FILE-STATUS NOT = "00"
               MOVE ZERO TO WS-OPEN-PO-COUNT
           ELSE
               MOVE "N" TO WS-FILE-EOF
               PERFORM READ-OPEN-PO-RECORD
               PERFORM LOAD-OPEN-PO-ENTRY UNTIL WS-FILE-EOF = "Y"
               CLOSE OPEN-PO-FILE
           END-IF.

       READ-OPEN-PO-RECORD.
           READ OPEN-PO-FILE
               AT END MOVE "Y" TO WS-FILE-EOF
           END-READ.

       LOAD-OPEN-PO-ENTRY.
           ADD 1 TO WS-OPEN-PO-COUNT.
           IF WS-OPEN-PO-COUNT > 500
               DISPLAY "OPEN PO TABLE OVERFLOW - OVER 500"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PO-REC-NUMBER TO OPT-PO-NUMBER (WS-OPEN-PO-COUNT).
           PERFORM READ-OPEN-PO-RECORD.

       FIND-SALESREP.
           MOVE "N" TO WS-PARENT-FOUND.
           IF WS-SALESREP-COUNT > 0
               SET REP-IDX TO 1
               SEARCH SALESREP-ENTRY
                   WHEN RPT-REP-ID (REP-IDX) = WS-LOOK-NUMBER
                       MOVE "Y" TO WS-PARENT-FOUND
               END-SEARCH
           END-IF.

       FIND-CUSTOMER.
           MOVE "N" TO WS-PARENT-FOUND.
           IF WS-CUSTOMER-COUNT > 0
               SET CUST-IDX TO 1
               SEARCH CUSTOMER-ENTRY
                   WHEN CUT-ID (CUST-IDX) = WS-LOOK-NUMBER
                       MOVE "Y" TO WS-PARENT-FOUND
               END-SEARCH
           END-IF.

       FIND-VENDOR.
           MOVE "N" TO WS-PARENT-FOUND.
           IF WS-VENDOR-COUNT > 0
               SET VEND-IDX TO 1
               SEARCH VENDOR-ENTRY
                   WHEN VT-VEND-ID (VEND-IDX) = WS-LOOK-NUMBER
                       MOVE "Y" TO WS-PARENT-FOUND
               END-SEARCH
           END-IF.

       FIND-DEPT.
           MOVE "N" TO WS-PARENT-FOUND.
           IF WS-DEPT-COUNT > 0
               SET DEPT-IDX TO 1
               SEARCH DEPT-ENTRY
                   WHEN DT-ID (DEPT-IDX) = WS-LOOK-DEPT
                       MOVE "Y" TO WS-PARENT-FOUND
               END-SEARCH
           END-IF.

       FIND-OPEN-PO.
           MOVE "N" TO WS-PARENT-FOUND.
           IF WS-OPEN-PO-COUNT > 0
               SET PO-IDX TO 1
               SEARCH OPEN-PO-ENTRY
                   WHEN OPT-PO-NUMBER (PO-IDX) = WS-LOOK-NUMBER
                       MOVE "Y" TO WS-PARENT-FOUND
               END-SEARCH
           END-IF.

       FIND-PRODUCT.
           MOVE "Y" TO WS-PARENT-FOUND.
           MOVE WS-LOOK-NUMBER TO PROD-REC-ID.
           READ PRODUCT-FILE
               INVALID KEY
                   MOVE "N" TO WS-PARENT-FOUND
           END-READ.

       FIND-EMPLOYEE.
           MOVE "Y" TO WS-PARENT-FOUND.
           MOVE WS-LOOK-NUMBER TO EMP-REC-ID.
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE "N" TO WS-PARENT-FOUND
           END-READ.

       FIND-SALE.
           MOVE "Y" TO WS-PARENT-FOUND.
           MOVE WS-LOOK-NUMBER TO SALES-ID.
           READ SALES-FILE
               INVALID KEY
                   MOVE "N" TO WS-PARENT-FOUND
           END-READ.

       TALLY-REFERENCE.
           ADD 1 TO RLT-CHECKED (WS-REL-SUB).
           IF NOT PARENT-WAS-FOUND
               ADD 1 TO RLT-ORPHANS (WS-REL-SUB)
               ADD 1 TO WS-LINE-COUNT
               MOVE RLT-CODE (WS-REL-SUB) TO OL-CODE
               MOVE WS-ORPHAN-FILE TO OL-FILE
               MOVE WS-ORPHAN-KEY TO OL-KEY
               MOVE WS-ORPHAN-REF TO OL-REF
               MOVE RLT-TEXT (WS-REL-SUB) TO OL-TEXT
               WRITE AUDIT-REPORT-LINE FROM ORPHAN-LINE
           END-IF.

       AUDIT-SALES.
           MOVE "SALES" TO WS-ORPHAN-FILE.
           MOVE "N" TO WS-FILE-EOF.
           MOVE ZERO TO SALES-ID.
           START SALES-FILE KEY IS NOT LESS THAN SALES-ID
               INVALID KEY
                   MOVE "Y" TO WS-FILE-EOF
           END-START.
           PERFORM READ-SALES-RECORD.
           PERFORM CHECK-SALES-RECORD UNTIL WS-FILE-EOF = "Y".

       READ-SALES-RECORD.
           IF WS-FILE-EOF = "N"
               READ SALES-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-FILE-EOF
               END-READ
           END-IF.

       CHECK-SALES-RECORD.
           MOVE SALES-ID TO WS-ORPHAN-KEY.
           IF SALES-REP-ID NUMERIC AND SALES-REP-ID NOT = ZERO
               MOVE 1 TO WS-REL-SUB
               MOVE SALES-REP-ID TO WS-LOOK-NUMBER
               MOVE SALES-REP-ID TO WS-ORPHAN-REF
               PERFORM FIND-SALESREP
               PERFORM TALLY-REFERENCE
           END-IF.
           IF SALES-CUST-ID NUMERIC AND SALES-CUST-ID NOT = ZERO
               MOVE 2 TO WS-REL-SUB
               MOVE SALES-CUST-ID TO WS-LOOK-NUMBER
               MOVE SALES-CUST-ID TO WS-ORPHAN-REF
               PERFORM FIND-CUSTOMER
               PERFORM TALLY-REFERENCE
           END-IF.
           MOVE 3 TO WS-REL-SUB.
           MOVE SALES-PROD-ID TO WS-ORPHAN-REF.
           IF SALES-PROD-ID NUMERIC
               MOVE SALES-PROD-ID TO WS-LOOK-NUMBER
               PERFORM FIND-PRODUCT
           ELSE
               MOVE "N" TO WS-PARENT-FOUND
           END-IF.
           PERFORM TALLY-REFERENCE.
           PERFORM READ-SALES-RECORD.

       AUDIT-EMPLOYEE.
           MOVE "EMPLOYEE" TO WS-ORPHAN-FILE.
           MOVE 4 TO WS-REL-SUB.
           MOVE "N" TO WS-FILE-EOF.
           MOVE ZERO TO EMP-REC-ID.
           START EMPLOYEE-FILE KEY IS NOT LESS THAN EMP-REC-ID
               INVALID KEY
                   MOVE "Y" TO WS-FILE-EOF
           END-START.
           PERFORM READ-EMPLOYEE-RECORD.
           PERFORM CHECK-EMPLOYEE-RECORD UNTIL WS-FILE-EOF = "Y".

       READ-EMPLOYEE-RECORD.
           IF WS-FILE-EOF = "N"
               READ EMPLOYEE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-FILE-EOF
               END-READ
           END-IF.

       CHECK-EMPLOYEE-RECORD.
           MOVE EMP-REC-ID TO WS-ORPHAN-KEY.
           MOVE EMP-REC-DEPT TO WS-ORPHAN-REF.
           MOVE EMP-REC-DEPT(1:3) TO WS-LOOK-DEPT.
           PERFORM FIND-DEPT.
           PERFORM TALLY-REFERENCE.
           PERFORM READ-EMPLOYEE-RECORD.

       AUDIT-SALESREP.
           MOVE "SALESREP" TO WS-ORPHAN-FILE.
           MOVE 5 TO WS-REL-SUB.
           OPEN INPUT SALESREP-FILE.
           MOVE "N" TO WS-FILE-EOF.
           PERFORM READ-SALESREP-RECORD.
           PERFORM CHECK-SALESREP-RECORD UNTIL WS-FILE-EOF = "Y".
           CLOSE SALESREP-FILE.

       CHECK-SALESREP-RECORD.
           IF REP-REC-EMP-ID NUMERIC AND REP-REC-EMP-ID NOT = ZERO
               MOVE REP-REC-ID TO WS-ORPHAN-KEY
               MOVE REP-REC-EMP-ID TO WS-ORPHAN-REF
               MOVE REP-REC-EMP-ID TO WS-LOOK-NUMBER
               PERFORM FIND-EMPLOYEE
               PERFORM TALLY-REFERENCE
           END-IF.
           PERFORM READ-SALESREP-RECORD.

       AUDIT-PROD-VENDOR.
           MOVE "PRODVEND" TO WS-ORPHAN-FILE.
           OPEN INPUT PROD-VENDOR-FILE.
           IF PROD-VENDOR-FILE-STATUS NOT = "00"
               DISPLAY "REFAUDIT: PRODVEND FILE NOT PRESENT"
           ELSE
               MOVE "N" TO WS-FILE-EOF
               PERFORM READ-PROD-VENDOR-RECORD
               PERFORM CHECK-PROD-VENDOR-RECORD
                   UNTIL WS-FILE-EOF = "Y"
               CLOSE PROD-VENDOR-FILE
           END-IF.

       READ-PROD-VENDOR-RECORD.
           READ PROD-VENDOR-FILE
               AT END MOVE "Y" TO WS-FILE-EOF
           END-READ.

       CHECK-PROD-VENDOR-RECORD.
           MOVE PROD-VENDOR-RECORD(1:8) TO WS-ORPHAN-KEY.
           MOVE 6 TO WS-REL-SUB.
           MOVE PV-REC-PROD-ID TO WS-ORPHAN-REF.
           MOVE PV-REC-PROD-ID TO WS-LOOK-NUMBER.
           PERFORM FIND-PRODUCT.
           PERFORM TALLY-REFERENCE.
           MOVE 7 TO WS-REL-SUB.
           MOVE PV-REC-VEND-ID TO WS-ORPHAN-REF.
           MOVE PV-REC-VEND-ID TO WS-LOOK-NUMBER.
           PERFORM FIND-VENDOR.
           PERFORM TALLY-REFERENCE.
           PERFORM READ-PROD-VENDOR-RECORD.

       AUDIT-OPEN-PO.
           MOVE "OPENPO" TO WS-ORPHAN-FILE.
           OPEN INPUT OPEN-PO-FILE.
           IF OPEN-PO-FILE-STATUS NOT = "00"
               DISPLAY "REFAUDIT: OPENPO FILE NOT PRESENT"
           ELSE
               MOVE "N" TO WS-FILE-EOF
               PERFORM READ-OPEN-PO-RECORD
               PERFORM CHECK-OPEN-PO-RECORD UNTIL WS-FILE-EOF = "Y"
               CLOSE OPEN-PO-FILE
           END-IF.

       CHECK-OPEN-PO-RECORD.
           MOVE PO-REC-NUMBER TO WS-ORPHAN-KEY.
           MOVE 8 TO WS-REL-SUB.
           MOVE PO-REC-VEND-ID TO WS-ORPHAN-REF.
           MOVE PO-REC-VEND-ID TO WS-LOOK-NUMBER.
           PERFORM FIND-VENDOR.
           PERFORM TALLY-REFERENCE.
           MOVE 9 TO WS-REL-SUB.
           MOVE PO-REC-PROD-ID TO WS-ORPHAN-REF.
           MOVE PO-REC-PROD-ID TO WS-LOOK-NUMBER.
           PERFORM FIND-PRODUCT.
           PERFORM TALLY-REFERENCE.
           PERFORM READ-OPEN-PO-RECORD.

       AUDIT-AR-OPEN.
           MOVE "AROPEN" TO WS-ORPHAN-FILE.
           OPEN INPUT AR-OPEN-FILE.
           IF AR-OPEN-FILE-STATUS NOT = "00"
               DISPLAY "REFAUDIT: AROPEN FILE NOT PRESENT"
           ELSE
               MOVE "N" TO WS-FILE-EOF
               PERFORM READ-AR-OPEN-RECORD
               PERFORM CHECK-AR-OPEN-RECORD UNTIL WS-FILE-EOF = "Y"
               CLOSE AR-OPEN-FILE
           END-IF.

       READ-AR-OPEN-RECORD.
           READ AR-OPEN-FILE
               AT END MOVE "Y" TO WS-FILE-EOF
           END-READ.

       CHECK-AR-OPEN-RECORD.
           MOVE AR-SALE-ID TO WS-ORPHAN-KEY.
           MOVE 10 TO WS-REL-SUB.
           MOVE AR-CUST-ID TO WS-ORPHAN-REF.
           MOVE AR-CUST-ID TO WS-LOOK-NUMBER.
           PERFORM FIND-CUSTOMER.
           PERFORM TALLY-REFERENCE.
           MOVE 11 TO WS-REL-SUB.
           MOVE AR-SALE-ID TO WS-ORPHAN-REF.
           MOVE AR-SALE-ID TO WS-LOOK-NUMBER.
           PERFORM FIND-SALE.
           PERFORM TALLY-REFERENCE.
           PERFORM READ-AR-OPEN-RECORD.

       AUDIT-AP-OPEN.
           MOVE "APOPEN" TO WS-ORPHAN-FILE.
           OPEN INPUT AP-OPEN-FILE.
           IF AP-OPEN-FILE-STATUS NOT = "00"
               DISPLAY "REFAUDIT: APOPEN FILE NOT PRESENT"
           ELSE
               MOVE "N" TO WS-FILE-EOF
               PERFORM READ-AP-OPEN-RECORD
               PERFORM CHECK-AP-OPEN-RECORD UNTIL WS-FILE-EOF = "Y"
               CLOSE AP-OPEN-FILE
           END-IF.

       READ-AP-OPEN-RECORD.
           READ AP-OPEN-FILE
               AT END MOVE "Y" TO WS-FILE-EOF
           END-READ.

       CHECK-AP-OPEN-RECORD.
           MOVE AP-INV-NUMBER TO WS-ORPHAN-KEY.
           MOVE 12 TO WS-REL-SUB.
           MOVE AP-VEND-ID TO WS-ORPHAN-REF.
           MOVE AP-VEND-ID TO WS-LOOK-NUMBER.
           PERFORM FIND-VENDOR.
           PERFORM TALLY-REFERENCE.
           MOVE 13 TO WS-REL-SUB.
           MOVE AP-PO-NUMBER TO WS-ORPHAN-REF.
           MOVE AP-PO-NUMBER TO WS-LOOK-NUMBER.
           PERFORM FIND-OPEN-PO.
           PERFORM TALLY-REFERENCE.
           PERFORM READ-AP-OPEN-RECORD.

       AUDIT-PAY-YTD.
           MOVE "PAYYTD" TO WS-ORPHAN-FILE.
           MOVE 14 TO WS-REL-SUB.
           OPEN INPUT PAY-YTD-FILE.
           IF YTD-FILE-STATUS NOT = "00"
               DISPLAY "REFAUDIT: PAYYTD FILE NOT PRESENT"
           ELSE
               MOVE "N" TO WS-FILE-EOF
               PERFORM READ-PAY-YTD-RECORD
               PERFORM CHECK-PAY-YTD-RECORD UNTIL WS-FILE-EOF = "Y"
               CLOSE PAY-YTD-FILE
           END-IF.

       READ-PAY-YTD-RECORD.
           READ PAY-YTD-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-FILE-EOF
           END-READ.

       CHECK-PAY-YTD-RECORD.
           MOVE YTD-EMP-ID TO WS-ORPHAN-KEY.
           MOVE YTD-EMP-ID TO WS-ORPHAN-REF.
           MOVE YTD-EMP-ID TO WS-LOOK-NUMBER.
           PERFORM FIND-EMPLOYEE.
           PERFORM TALLY-REFERENCE.
           PERFORM READ-PAY-YTD-RECORD.

       AUDIT-STOCK-LOC.
           MOVE "STOCKLOC" TO WS-ORPHAN-FILE.
           MOVE 15 TO WS-REL-SUB.
           OPEN INPUT STOCK-LOC-FILE.
           IF STOCK-LOC-FILE-STATUS NOT = "00"
               DISPLAY "REFAUDIT: STOCKLOC FILE NOT PRESENT"
           ELSE
               MOVE "N" TO WS-FILE-EOF
               PERFORM READ-STOCK-LOC-RECORD
               PERFORM CHECK-STOCK-LOC-RECORD UNTIL WS-FILE-EOF = "Y"
               CLOSE STOCK-LOC-FILE
           END-IF.

       READ-STOCK-LOC-RECORD.
           READ STOCK-LOC-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-FILE-EOF
           END-READ.

       CHECK-STOCK-LOC-RECORD.
           MOVE SLC-KEY TO WS-ORPHAN-KEY.
           MOVE SLC-PROD-ID TO WS-ORPHAN-REF.
           MOVE SLC-PROD-ID TO WS-LOOK-NUMBER.
           PERFORM FIND-PRODUCT.
           PERFORM TALLY-REFERENCE.
           PERFORM READ-STOCK-LOC-RECORD.

       AUDIT-CONTRACT.
           MOVE "CONTRACT" TO WS-ORPHAN-FILE.
           OPEN INPUT CONTRACT-FILE.
           IF CONTRACT-FILE-STATUS NOT = "00"
               DISPLAY "REFAUDIT: CONTRACT FILE NOT PRESENT"
           ELSE
               MOVE "N" TO WS-FILE-EOF
               PERFORM READ-CONTRACT-RECORD
               PERFORM CHECK-CONTRACT-RECORD UNTIL WS-FILE-EOF = "Y"
               CLOSE CONTRACT-FILE
           END-IF.

       READ-CONTRACT-RECORD.
           READ CONTRACT-FILE
               AT END MOVE "Y" TO WS-FILE-EOF
           END-READ.

       CHECK-CONTRACT-RECORD.
           MOVE CONTRACT-RECORD(1:8) TO WS-ORPHAN-KEY.
           MOVE 16 TO WS-REL-SUB.
           MOVE CP-CUST-ID TO WS-ORPHAN-REF.
           MOVE CP-CUST-ID TO WS-LOOK-NUMBER.
           PERFORM FIND-CUSTOMER.
           PERFORM TALLY-REFERENCE.
           MOVE 17 TO WS-REL-SUB.
           MOVE CP-PROD-ID TO WS-ORPHAN-REF.
           MOVE CP-PROD-ID TO WS-LOOK-NUMBER.
           PERFORM FIND-PRODUCT.
           PERFORM TALLY-REFERENCE.
           PERFORM READ-CONTRACT-RECORD.

       AUDIT-PRICE-HOLD.
           MOVE "PRICEHLD" TO WS-ORPHAN-FILE.
           MOVE 18 TO WS-REL-SUB.
           OPEN INPUT PRICE-HOLD-FILE.
           IF PRICE-HOLD-STATUS NOT = "00"
               DISPLAY "REFAUDIT: PRICEHLD FILE NOT PRESENT"
           ELSE
               MOVE "N" TO WS-FILE-EOF
               PERFORM READ-PRICE-HOLD-RECORD
               PERFORM CHECK-PRICE-HOLD-RECORD UNTIL WS-FILE-EOF = "Y"
               CLOSE PRICE-HOLD-FILE
           END-IF.

       READ-PRICE-HOLD-RECORD.
           READ PRICE-HOLD-FILE
               AT END MOVE "Y" TO WS-FILE-EOF
           END-READ.

       CHECK-PRICE-HOLD-RECORD.
           MOVE PH-SALE-ID TO WS-ORPHAN-KEY.
           MOVE PH-SALE-ID TO WS-ORPHAN-REF.
           MOVE PH-SALE-ID TO WS-LOOK-NUMBER.
           PERFORM FIND-SALE.
           PERFORM TALLY-REFERENCE.
           PERFORM READ-PRICE-HOLD-RECORD.

       AUDIT-CREDIT-HOLD.
           MOVE "CREDHOLD" TO WS-ORPHAN-FILE.
           MOVE 19 TO WS-REL-SUB.
           OPEN INPUT CREDIT-HOLD-FILE.
           IF CREDIT-HOLD-STATUS NOT = "00"
               DISPLAY "REFAUDIT: CREDHOLD FILE NOT PRESENT"
           ELSE
               MOVE "N" TO WS-FILE-EOF
               PERFORM READ-CREDIT-HOLD-RECORD
               PERFORM CHECK-CREDIT-HOLD-RECORD
                   UNTIL WS-FILE-EOF = "Y"
               CLOSE CREDIT-HOLD-FILE
           END-IF.

       READ-CREDIT-HOLD-RECORD.
           READ CREDIT-HOLD-FILE
               AT END MOVE "Y" TO WS-FILE-EOF
           END-READ.

       CHECK-CREDIT-HOLD-RECORD.
           MOVE CH-SALE-ID TO WS-ORPHAN-KEY.
           MOVE CH-SALE-ID TO WS-ORPHAN-REF.
           MOVE CH-SALE-ID TO WS-LOOK-NUMBER.
           PERFORM FIND-SALE.
           PERFORM TALLY-REFERENCE.
           PERFORM READ-CREDIT-HOLD-RECORD.

       AUDIT-RECEIPT-HISTORY.
           MOVE "RCVHIST" TO WS-ORPHAN-FILE.
           MOVE 20 TO WS-REL-SUB.
           OPEN INPUT RECEIPT-HISTORY-FILE.
           IF RECEIPT-HISTORY-STATUS NOT = "00"
               DISPLAY "REFAUDIT: RCVHIST FILE NOT PRESENT"
           ELSE
               MOVE "N" TO WS-FILE-EOF
               PERFORM READ-RECEIPT-HISTORY
               PERFORM CHECK-RECEIPT-HISTORY UNTIL WS-FILE-EOF = "Y"
               CLOSE RECEIPT-HISTORY-FILE
           END-IF.

       READ-RECEIPT-HISTORY.
           READ RECEIPT-HISTORY-FILE
               AT END MOVE "Y" TO WS-FILE-EOF
           END-READ.

       CHECK-RECEIPT-HISTORY.
           MOVE RCH-PO-NUMBER TO WS-ORPHAN-KEY.
           MOVE RCH-PO-NUMBER TO WS-ORPHAN-REF.
           MOVE RCH-PO-NUMBER TO WS-LOOK-NUMBER.
           PERFORM FIND-OPEN-PO.
           PERFORM TALLY-REFERENCE.
           PERFORM READ-RECEIPT-HISTORY.

       AUDIT-QUOTA.
           MOVE "QUOTA" TO WS-ORPHAN-FILE.
           MOVE 21 TO WS-REL-SUB.
           OPEN INPUT QUOTA-FILE.
           IF QUOTA-FILE-STATUS NOT = "00"
               DISPLAY "REFAUDIT: QUOTA FILE NOT PRESENT"
           ELSE
               MOVE "N" TO WS-FILE-EOF
               PERFORM READ-QUOTA-RECORD
               PERFORM CHECK-QUOTA-RECORD UNTIL WS-FILE-EOF = "Y"
               CLOSE QUOTA-FILE
           END-IF.

       READ-QUOTA-RECORD.
           READ QUOTA-FILE
               AT END MOVE "Y" TO WS-FILE-EOF
           END-READ.

       CHECK-QUOTA-RECORD.
           IF QUOTA-REP-ID NUMERIC AND QUOTA-REP-ID NOT = ZERO
               MOVE QUOTA-PERSON TO WS-ORPHAN-KEY
               MOVE QUOTA-REP-ID TO WS-ORPHAN-REF
               MOVE QUOTA-REP-ID TO WS-LOOK-NUMBER
               PERFORM FIND-SALESREP
               PERFORM TALLY-REFERENCE
           END-IF.
           PERFORM READ-QUOTA-RECORD.

       WRITE-RELATION-SUMMARY.
           MOVE RLT-CODE (WS-REL-SUB) TO SL-CODE.
           MOVE RLT-TEXT (WS-REL-SUB) TO SL-TEXT.
           MOVE RLT-CHECKED (WS-REL-SUB) TO SL-CHECKED.
           MOVE RLT-ORPHANS (WS-REL-SUB) TO SL-ORPHANS.
           WRITE AUDIT-REPORT-LINE FROM SUMMARY-LINE.
           ADD RLT-CHECKED (WS-REL-SUB) TO WS-TOTAL-CHECKED.
           ADD RLT-ORPHANS (WS-REL-SUB) TO WS-TOTAL-ORPHANS.

           MOVE SPACES TO AUDIT-COUNT-RECORD.
           MOVE RLT-CODE (WS-REL-SUB) TO RA-CODE.
           MOVE RLT-TEXT (WS-REL-SUB) TO RA-TEXT.
           MOVE RLT-CHECKED (WS-REL-SUB) TO RA-CHECKED.
           MOVE RLT-ORPHANS (WS-REL-SUB) TO RA-ORPHANS.
           MOVE WS-RUN-DATE-EDIT TO RA-RUN-DATE.
           WRITE AUDIT-COUNT-RECORD.
