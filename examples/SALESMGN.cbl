       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALESMGN.
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
           SELECT PRODUCT-FILE ASSIGN TO "PRODUCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PROD-REC-ID
               FILE STATUS IS PRODUCT-FILE-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CUSTOMER-FILE-STATUS.
           SELECT SALESREP-FILE ASSIGN TO "SALESREP.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SALESREP-FILE-STATUS.
           SELECT PARM-FILE ASSIGN TO "PARMCARD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT MARGIN-REPORT-FILE ASSIGN TO "SALESMGN.RPT"
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
               88 TXN-SALE     VALUE "S" " ".
               88 TXN-RETURN   VALUE "R".
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
           05 PARM-MARGIN-FLOOR REDEFINES PARM-REPRICE-PRICE
                                PIC 9(5)V99.
           05 FILLER            PIC X(12).

       FD MARGIN-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01 MARGIN-REPORT-LINE    PIC X(140).

       WORKING-STORAGE SECTION.
       01 SALES-FILE-STATUS     PIC XX VALUE SPACES.
       01 PRODUCT-FILE-STATUS   PIC XX VALUE SPACES.
       01 CUSTOMER-FILE-STATUS  PIC XX VALUE SPACES.
       01 SALESREP-FILE-STATUS  PIC XX VALUE SPACES.
       01 PARM-FILE-STATUS      PIC XX VALUE SPACES.

       01 WS-SALES-EOF          PIC X VALUE "N".
       01 WS-PRODUCT-EOF        PIC X VALUE "N".
       01 WS-CUSTOMER-EOF       PIC X VALUE "N".
       01 WS-SALESREP-EOF       PIC X VALUE "N".
       01 WS-PARM-EOF           PIC X VALUE "N".
       01 WS-PARM-FOUND         PIC X VALUE "N".
           88 PARM-WAS-FOUND    VALUE "Y".
       01 WS-ENTRY-FOUND        PIC X VALUE "N".
           88 ENTRY-WAS-FOUND   VALUE "Y".
       01 WS-SALE-IN-MONTH      PIC X VALUE "N".
           88 SALE-IS-MTD       VALUE "Y".
       01 WS-FLAG-ROWS          PIC X VALUE "N".
           88 FLAG-LOW-MARGIN   VALUE "Y".

       01 CUSTOMER-TABLE.
           05 CUSTOMER-ENTRY OCCURS 1 TO 200 TIMES
                       DEPENDING ON WS-CUSTOMER-COUNT
                       INDEXED BY CUST-IDX.
               10 CMT-ID        PIC 9(5).
               10 CMT-NAME      PIC X(20).
               10 CMT-MTD-REV   PIC S9(9)V99.
               10 CMT-MTD-COST  PIC S9(9)V99.
               10 CMT-YTD-REV   PIC S9(9)V99.
               10 CMT-YTD-COST  PIC S9(9)V99.
               10 CMT-ACTIVITY  PIC 9(5).

       01 WS-CUSTOMER-COUNT     PIC 9(3) VALUE ZERO.
       01 WS-CUST-IDX2          PIC 9(3) VALUE ZERO.

       01 PRODUCT-TABLE.
           05 PRODUCT-ENTRY OCCURS 1 TO 1000 TIMES
                       DEPENDING ON WS-PRODUCT-COUNT
                       INDEXED BY PROD-IDX.
               10 PMT-ID        PIC 9(3).
               10 PMT-NAME      PIC X(20).
               10 PMT-UNIT-COST PIC 9(5)V99.
               10 PMT-MTD-REV   PIC S9(9)V99.
               10 PMT-MTD-COST  PIC S9(9)V99.
               10 PMT-YTD-REV   PIC S9(9)V99.
               10 PMT-YTD-COST  PIC S9(9)V99.
               10 PMT-ACTIVITY  PIC 9(5).

       01 WS-PRODUCT-COUNT      PIC 9(4) VALUE ZERO.
       01 WS-PROD-IDX2          PIC 9(4) VALUE ZERO.

       01 SALESREP-TABLE.
           05 SALESREP-ENTRY OCCURS 1 TO 100 TIMES
                       DEPENDING ON WS-SALESREP-COUNT
                       INDEXED BY REP-IDX.
               10 RMT-ID        PIC 9(5).
               10 RMT-NAME      PIC X(20).
               10 RMT-MTD-REV   PIC S9(9)V99.
               10 RMT-MTD-COST  PIC S9(9)V99.
               10 RMT-YTD-REV   PIC S9(9)V99.
               10 RMT-YTD-COST  PIC S9(9)V99.
               10 RMT-ACTIVITY  PIC 9(5).

       01 WS-SALESREP-COUNT     PIC 9(3) VALUE ZERO.
       01 WS-REP-IDX2           PIC 9(3) VALUE ZERO.

       01 WS-MARGIN-FLOOR       PIC 9(3)V99 VALUE 20.00.
       01 WS-SALE-REVENUE       PIC S9(9)V99 VALUE ZERO.
       01 WS-SALE-COST          PIC S9(9)V99 VALUE ZERO.
       01 WS-SALES-READ         PIC 9(7) VALUE ZERO.
       01 WS-SALES-USED         PIC 9(7) VALUE ZERO.
       01 WS-UNCOSTED-COUNT     PIC 9(7) VALUE ZERO.
       01 WS-FLAGGED-COUNT      PIC 9(5) VALUE ZERO.

       01 WS-LINE-MTD-REV       PIC S9(9)V99 VALUE ZERO.
       01 WS-LINE-MTD-COST      PIC S9(9)V99 VALUE ZERO.
       01 WS-LINE-YTD-REV       PIC S9(9)V99 VALUE ZERO.
       01 WS-LINE-YTD-COST      PIC S9(9)V99 VALUE ZERO.
       01 WS-LINE-REV           PIC S9(9)V99 VALUE ZERO.
       01 WS-LINE-MARGIN        PIC S9(9)V99 VALUE ZERO.
       01 WS-LINE-PCT           PIC S9(7)V9 VALUE ZERO.
       01 WS-LOW-MTD            PIC X VALUE "N".
       01 WS-LOW-YTD            PIC X VALUE "N".

       01 WS-TOTAL-MTD-REV      PIC S9(9)V99 VALUE ZERO.
       01 WS-TOTAL-MTD-COST     PIC S9(9)V99 VALUE ZERO.
       01 WS-TOTAL-YTD-REV      PIC S9(9)V99 VALUE ZERO.
       01 WS-TOTAL-YTD-COST     PIC S9(9)V99 VALUE ZERO.

       01 WS-MARGIN-PERIOD      PIC X(7) VALUE SPACES.
       01 WS-MARGIN-PERIOD-R REDEFINES WS-MARGIN-PERIOD.
           05 WS-MARGIN-YEAR    PIC 9(4).
           05 FILLER            PIC X.
           05 WS-MARGIN-MONTH   PIC 9(2).
       01 WS-YEAR-START-DATE.
           05 WS-YEAR-START-YEAR PIC X(4).
           05 FILLER            PIC X(6) VALUE "-01-01".

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
           05 FILLER            PIC X(32) VALUE
               "GROSS MARGIN ON POSTED SALES".
           05 FILLER            PIC X(7) VALUE "PERIOD ".
           05 RH-PERIOD         PIC X(7).
           05 FILLER            PIC X(7) VALUE "  DATE ".
           05 RH-DATE           PIC X(10).
           05 FILLER            PIC X(16) VALUE "  MARGIN FLOOR ".
           05 RH-FLOOR          PIC ZZ9.99.
           05 FILLER            PIC X(55) VALUE "%".

       01 SECTION-HEADER-LINE.
           05 SH-TITLE          PIC X(30).
           05 FILLER            PIC X(110) VALUE SPACES.

       01 REPORT-HEADER-2.
           05 FILLER            PIC X(6) VALUE "ID".
           05 FILLER            PIC X(21) VALUE "NAME".
           05 FILLER            PIC X(14) VALUE "  MTD REVENUE".
           05 FILLER            PIC X(14) VALUE "     MTD COST".
           05 FILLER            PIC X(14) VALUE "   MTD MARGIN".
           05 FILLER            PIC X(8) VALUE "  MTD %".
           05 FILLER            PIC X(14) VALUE "  YTD REVENUE".
           05 FILLER            PIC X(14) VALUE "     YTD COST".
           05 FILLER            PIC X(14) VALUE "   YTD MARGIN".
           05 FILLER            PIC X(8) VALUE "  YTD %".
           05 FILLER            PIC X(13) VALUE "FLAG".

       01 REPORT-DETAIL-LINE.
           05 RD-ID             PIC 9(5).
           05 RD-ID-X REDEFINES RD-ID PIC X(5).
           05 FILLER            PIC X VALUE SPACE.
           05 RD-NAME           PIC X(20).
           05 FILLER            PIC X VALUE SPACE.
           05 RD-MTD-REV        PIC Z,ZZZ,ZZ9.99-.
           05 FILLER            PIC X VALUE SPACE.
           05 RD-MTD-COST       PIC Z,ZZZ,ZZ9.99-.
           05 FILLER            PIC X VALUE SPACE.
           05 RD-MTD-MARGIN     PIC Z,ZZZ,ZZ9.99-.
           05 FILLER            PIC X VALUE SPACE.
           05 RD-MTD-PCT        PIC ZZ9.9-.
           05 RD-MTD-PCT-X REDEFINES RD-MTD-PCT PIC X(6).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RD-YTD-REV        PIC Z,ZZZ,ZZ9.99-.
           05 FILLER            PIC X VALUE SPACE.
           05 RD-YTD-COST       PIC Z,ZZZ,ZZ9.99-.
           05 FILLER            PIC X VALUE SPACE.
           05 RD-YTD-MARGIN     PIC Z,ZZZ,ZZ9.99-.
           05 FILLER            PIC X VALUE SPACE.
           05 RD-YTD-PCT        PIC ZZ9.9-.
           05 RD-YTD-PCT-X REDEFINES RD-YTD-PCT PIC X(6).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RD-FLAG           PIC X(13).

       01 REPORT-TOTAL-LINE.
           05 FILLER            PIC X(12) VALUE "SALES READ: ".
           05 RT-READ           PIC Z,ZZZ,ZZ9.
           05 FILLER            PIC X(12) VALUE "  COSTED: ".
           05 RT-USED           PIC Z,ZZZ,ZZ9.
           05 FILLER            PIC X(25) VALUE
               "  NO UNIT COST ON FILE: ".
           05 RT-UNCOSTED       PIC Z,ZZZ,ZZ9.
           05 FILLER            PIC X(15) VALUE "  BELOW FLOOR: ".
           05 RT-FLAGGED        PIC ZZ,ZZ9.
           05 FILLER            PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-YEAR TO WS-RUN-EDIT-YEAR.
           MOVE WS-RUN-MONTH TO WS-RUN-EDIT-MONTH.
           MOVE WS-RUN-DAY TO WS-RUN-EDIT-DAY.

           PERFORM READ-PARM-CARD.
           PERFORM LOAD-CUSTOMER-TABLE.
           PERFORM LOAD-SALESREP-TABLE.
           PERFORM LOAD-PRODUCT-TABLE.

           OPEN INPUT SALES-FILE.
           IF SALES-FILE-STATUS NOT = "00"
               DISPLAY "SALESMGN: ERROR OPENING SALES FILE: "
                   SALES-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-MARGIN-PERIOD(1:4) TO WS-YEAR-START-YEAR.
           MOVE WS-YEAR-START-DATE TO SALES-DATE.
           START SALES-FILE KEY IS NOT LESS THAN SALES-DATE
               INVALID KEY
                   MOVE "Y" TO WS-SALES-EOF
           END-START.
           IF WS-SALES-EOF NOT = "Y"
               PERFORM READ-SALES-RECORD
           END-IF.
           PERFORM PROCESS-SALE UNTIL WS-SALES-EOF = "Y".
           CLOSE SALES-FILE.

           OPEN OUTPUT MARGIN-REPORT-FILE.
           MOVE WS-MARGIN-PERIOD TO RH-PERIOD.
           MOVE WS-RUN-DATE-EDIT TO RH-DATE.
           MOVE WS-MARGIN-FLOOR TO RH-FLOOR.
           WRITE MARGIN-REPORT-LINE FROM REPORT-HEADER-1.

           MOVE "Y" TO WS-FLAG-ROWS.
           MOVE "BY CUSTOMER" TO SH-TITLE.
           PERFORM WRITE-SECTION-HEADER.
           PERFORM WRITE-CUSTOMER-LINE
               VARYING WS-CUST-IDX2 FROM 1 BY 1
               UNTIL WS-CUST-IDX2 > WS-CUSTOMER-COUNT.
           PERFORM WRITE-GRAND-TOTAL-LINE.

           MOVE "Y" TO WS-FLAG-ROWS.
           MOVE "BY PRODUCT" TO SH-TITLE.
           PERFORM WRITE-SECTION-HEADER.
           PERFORM WRITE-PRODUCT-LINE
               VARYING WS-PROD-IDX2 FROM 1 BY 1
               UNTIL WS-PROD-IDX2 > WS-PRODUCT-COUNT.
           PERFORM WRITE-GRAND-TOTAL-LINE.

           MOVE "BY SALES REP" TO SH-TITLE.
           PERFORM WRITE-SECTION-HEADER.
           PERFORM WRITE-SALESREP-LINE
               VARYING WS-REP-IDX2 FROM 1 BY 1
               UNTIL WS-REP-IDX2 > WS-SALESREP-COUNT.
           PERFORM WRITE-GRAND-TOTAL-LINE.

           MOVE SPACES TO MARGIN-REPORT-LINE.
           WRITE MARGIN-REPORT-LINE.
           MOVE WS-SALES-READ TO RT-READ.
           MOVE WS-SALES-USED TO RT-USED.
           MOVE WS-UNCOSTED-COUNT TO RT-UNCOSTED.
           MOVE WS-FLAGGED-COUNT TO RT-FLAGGED.
           WRITE MARGIN-REPORT-LINE FROM REPORT-TOTAL-LINE.
           CLOSE MARGIN-REPORT-FILE.

           DISPLAY "SALESMGN: PERIOD:              " WS-MARGIN-PERIOD.
           DISPLAY "SALESMGN: SALES COSTED:        " WS-SALES-USED.
           DISPLAY "SALESMGN: ROWS BELOW FLOOR:    " WS-FLAGGED-COUNT.
           IF WS-UNCOSTED-COUNT > ZERO
               DISPLAY "SALESMGN: SALES WITH NO UNIT COST: "
                   WS-UNCOSTED-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       READ-PARM-CARD.
           MOVE WS-RUN-DATE-EDIT(1:7) TO WS-MARGIN-PERIOD.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-STATUS = "00"
               MOVE "N" TO WS-PARM-FOUND
               PERFORM READ-PARM-RECORD
               PERFORM FIND-PARM-CARD UNTIL WS-PARM-EOF = "Y"
                   OR PARM-WAS-FOUND
               CLOSE PARM-FILE
               IF PARM-WAS-FOUND
                   IF PARM-QUOTA-PERIOD NOT = SPACES
                       MOVE PARM-QUOTA-PERIOD TO WS-MARGIN-PERIOD
                   END-IF
                   IF PARM-MARGIN-FLOOR NUMERIC
                       AND PARM-MARGIN-FLOOR > ZERO
                       AND PARM-MARGIN-FLOOR < 100
                       MOVE PARM-MARGIN-FLOOR TO WS-MARGIN-FLOOR
                   END-IF
               END-IF
           END-IF.

           IF WS-MARGIN-YEAR NOT NUMERIC
               OR WS-MARGIN-MONTH NOT NUMERIC
               DISPLAY "SALESMGN: INVALID PERIOD ON CARD: "
                   WS-MARGIN-PERIOD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-PARM-RECORD.
           READ PARM-FILE
               AT END MOVE "Y" TO WS-PARM-EOF
           END-READ.

       FIND-PARM-CARD.
           IF PARM-PROGRAM = "SALESMGN"
               MOVE "Y" TO WS-PARM-FOUND
           ELSE
               PERFORM READ-PARM-RECORD
           END-IF.

       LOAD-CUSTOMER-TABLE.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-STATUS NOT = "00"
               DISPLAY "SALESMGN: ERROR OPENING CUSTOMER FILE: "
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
           PERFORM ADD-CUSTOMER-ENTRY.
           MOVE CUST-REC-ID TO CMT-ID (WS-CUSTOMER-COUNT).
           MOVE CUST-REC-NAME TO CMT-NAME (WS-CUSTOMER-COUNT).
           PERFORM READ-CUSTOMER.

       ADD-CUSTOMER-ENTRY.
           ADD 1 TO WS-CUSTOMER-COUNT.
           IF WS-CUSTOMER-COUNT > 200
               DISPLAY "CUSTOMER TABLE OVERFLOW - OVER 200"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ZERO TO CMT-MTD-REV (WS-CUSTOMER-COUNT)
                        CMT-MTD-COST (WS-CUSTOMER-COUNT)
                        CMT-YTD-REV (WS-CUSTOMER-COUNT)
                        CMT-YTD-COST (WS-CUSTOMER-COUNT)
                        CMT-ACTIVITY (WS-CUSTOMER-COUNT).

       LOAD-SALESREP-TABLE.
           OPEN INPUT SALESREP-FILE.
           IF SALESREP-FILE-STATUS NOT = "00"
               DISPLAY "SALESMGN: ERROR OPENING SALESREP FILE: "
                   SALESREP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-SALESREP.
           PERFORM LOAD-SALESREP-ENTRY UNTIL WS-SALESREP-EOF = "Y".
           CLOSE SALESREP-FILE.

       READ-SALESREP.
           READ SALESREP-FILE
               AT END MOVE "Y" TO WS-SALESREP-EOF
           END-READ.

       LOAD-SALESREP-ENTRY.
           PERFORM ADD-SALESREP-ENTRY.
           MOVE REP-REC-ID TO RMT-ID (WS-SALESREP-COUNT).
           MOVE REP-REC-NAME TO RMT-NAME (WS-SALESREP-COUNT).
           PERFORM READ-SALESREP.

       ADD-SALESREP-ENTRY.
           ADD 1 TO WS-SALESREP-COUNT.
           IF WS-SALESREP-COUNT > 100
               DISPLAY "SALESREP TABLE OVERFLOW - OVER 100"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ZERO TO RMT-MTD-REV (WS-SALESREP-COUNT)
                        RMT-MTD-COST (WS-SALESREP-COUNT)
                        RMT-YTD-REV (WS-SALESREP-COUNT)
                        RMT-YTD-COST (WS-SALESREP-COUNT)
                        RMT-ACTIVITY (WS-SALESREP-COUNT).

       LOAD-PRODUCT-TABLE.
           OPEN INPUT PRODUCT-FILE.
           IF PRODUCT-FILE-STATUS NOT = "00"
               DISPLAY "SALESMGN: ERROR OPENING PRODUCT FILE: "
                   PRODUCT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-PRODUCT.
           PERFORM LOAD-PRODUCT-ENTRY UNTIL WS-PRODUCT-EOF = "Y".
           CLOSE PRODUCT-FILE.

       READ-PRODUCT.
           READ PRODUCT-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-PRODUCT-EOF
           END-READ.

       LOAD-PRODUCT-ENTRY.
           PERFORM ADD-PRODUCT-ENTRY.
           MOVE PROD-REC-ID TO PMT-ID (WS-PRODUCT-COUNT).
           MOVE PROD-REC-NAME TO PMT-NAME (WS-PRODUCT-COUNT).
           IF PROD-REC-UNIT-COST NUMERIC
               MOVE PROD-REC-UNIT-COST TO PMT-UNIT-COST
                   (WS-PRODUCT-COUNT)
           END-IF.
           PERFORM READ-PRODUCT.

       ADD-PRODUCT-ENTRY.
           ADD 1 TO WS-PRODUCT-COUNT.
           IF WS-PRODUCT-COUNT > 1000
               DISPLAY "PRODUCT TABLE OVERFLOW - OVER 1000"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ZERO TO PMT-UNIT-COST (WS-PRODUCT-COUNT)
                        PMT-MTD-REV (WS-PRODUCT-COUNT)
                        PMT-MTD-COST (WS-PRODUCT-COUNT)
                        PMT-YTD-REV (WS-PRODUCT-COUNT)
                        PMT-YTD-COST (WS-PRODUCT-COUNT)
                        PMT-ACTIVITY (WS-PRODUCT-COUNT).

       READ-SALES-RECORD.
           READ SALES-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-SALES-EOF
           END-READ.
           IF WS-SALES-EOF NOT = "Y"
               AND SALES-DATE(1:7) > WS-MARGIN-PERIOD
               MOVE "Y" TO WS-SALES-EOF
           END-IF.

       PROCESS-SALE.
           ADD 1 TO WS-SALES-READ.
           IF SALES-POSTED-FLAG = "Y"
               AND SALES-AMOUNT NUMERIC
               AND SALES-QTY-SOLD NUMERIC
               ADD 1 TO WS-SALES-USED
               IF SALES-DATE(1:7) = WS-MARGIN-PERIOD
                   MOVE "Y" TO WS-SALE-IN-MONTH
               ELSE
                   MOVE "N" TO WS-SALE-IN-MONTH
               END-IF
               PERFORM FIND-PRODUCT-ENTRY
               IF PMT-UNIT-COST (PROD-IDX) = ZERO
                   ADD 1 TO WS-UNCOSTED-COUNT
               END-IF
               COMPUTE WS-SALE-COST ROUNDED =
                   PMT-UNIT-COST (PROD-IDX) * SALES-QTY-SOLD
               MOVE SALES-AMOUNT TO WS-SALE-REVENUE
               IF TXN-RETURN
                   COMPUTE WS-SALE-REVENUE = 0 - WS-SALE-REVENUE
                   COMPUTE WS-SALE-COST = 0 - WS-SALE-COST
               END-IF
               PERFORM ACCUMULATE-PRODUCT
               PERFORM FIND-CUSTOMER-ENTRY
               PERFORM ACCUMULATE-CUSTOMER
               PERFORM FIND-SALESREP-ENTRY
               PERFORM ACCUMULATE-SALESREP
               ADD WS-SALE-REVENUE TO WS-TOTAL-YTD-REV
               ADD WS-SALE-COST TO WS-TOTAL-YTD-COST
               IF SALE-IS-MTD
                   ADD WS-SALE-REVENUE TO WS-TOTAL-MTD-REV
                   ADD WS-SALE-COST TO WS-TOTAL-MTD-COST
               END-IF
           END-IF.
           PERFORM READ-SALES-RECORD.

       FIND-PRODUCT-ENTRY.
           MOVE "N" TO WS-ENTRY-FOUND.
           IF WS-PRODUCT-COUNT > 0
               SET PROD-IDX TO 1
               SEARCH PRODUCT-ENTRY
                   WHEN PMT-ID (PROD-IDX) = SALES-PROD-ID
                       MOVE "Y" TO WS-ENTRY-FOUND
               END-SEARCH
           END-IF.
           IF NOT ENTRY-WAS-FOUND
               PERFORM ADD-PRODUCT-ENTRY
               MOVE SALES-PROD-ID TO PMT-ID (WS-PRODUCT-COUNT)
               MOVE "** NOT ON FILE **" TO PMT-NAME (WS-PRODUCT-COUNT)
               SET PROD-IDX TO WS-PRODUCT-COUNT
           END-IF.

       ACCUMULATE-PRODUCT.
           ADD 1 TO PMT-ACTIVITY (PROD-IDX).
           ADD WS-SALE-REVENUE TO PMT-YTD-REV (PROD-IDX).
           ADD WS-SALE-COST TO PMT-YTD-COST (PROD-IDX).
           IF SALE-IS-MTD
               ADD WS-SALE-REVENUE TO PMT-MTD-REV (PROD-IDX)
               ADD WS-SALE-COST TO PMT-MTD-COST (PROD-IDX)
           END-IF.

       FIND-CUSTOMER-ENTRY.
           MOVE "N" TO WS-ENTRY-FOUND.
           IF WS-CUSTOMER-COUNT > 0
               SET CUST-IDX TO 1
               SEARCH CUSTOMER-ENTRY
                   WHEN CMT-ID (CUST-IDX) = SALES-CUST-ID
                       MOVE "Y" TO WS-ENTRY-FOUND
               END-SEARCH
           END-IF.
           IF NOT ENTRY-WAS-FOUND
               PERFORM ADD-CUSTOMER-ENTRY
               MOVE SALES-CUST-ID TO CMT-ID (WS-CUSTOMER-COUNT)
               MOVE "** NOT ON FILE **" TO CMT-NAME (WS-CUSTOMER-COUNT)
               SET CUST-IDX TO WS-CUSTOMER-COUNT
           END-IF.

       ACCUMULATE-CUSTOMER.
           ADD 1 TO CMT-ACTIVITY (CUST-IDX).
           ADD WS-SALE-REVENUE TO CMT-YTD-REV (CUST-IDX).
           ADD WS-SALE-COST TO CMT-YTD-COST (CUST-IDX).
           IF SALE-IS-MTD
               ADD WS-SALE-REVENUE TO CMT-MTD-REV (CUST-IDX)
               ADD WS-SALE-COST TO CMT-MTD-COST (CUST-IDX)
           END-IF.

       FIND-SALESREP-ENTRY.
           MOVE "N" TO WS-ENTRY-FOUND.
           IF WS-SALESREP-COUNT > 0
               SET REP-IDX TO 1
               SEARCH SALESREP-ENTRY
                   WHEN RMT-ID (REP-IDX) = SALES-REP-ID
                       MOVE "Y" TO WS-ENTRY-FOUND
               END-SEARCH
           END-IF.
           IF NOT ENTRY-WAS-FOUND
               PERFORM ADD-SALESREP-ENTRY
               MOVE SALES-REP-ID TO RMT-ID (WS-SALESREP-COUNT)
               MOVE "** NOT ON FILE **" TO RMT-NAME (WS-SALESREP-COUNT)
               SET REP-IDX TO WS-SALESREP-COUNT
           END-IF.

       ACCUMULATE-SALESREP.
           ADD 1 TO RMT-ACTIVITY (REP-IDX).
           ADD WS-SALE-REVENUE TO RMT-YTD-REV (REP-IDX).
           ADD WS-SALE-COST TO RMT-YTD-COST (REP-IDX).
           IF SALE-IS-MTD
               ADD WS-SALE-REVENUE TO RMT-MTD-REV (REP-IDX)
               ADD WS-SALE-COST TO RMT-MTD-COST (REP-IDX)
           END-IF.

       WRITE-SECTION-HEADER.
           MOVE SPACES TO MARGIN-REPORT-LINE.
           WRITE MARGIN-REPORT-LINE.
           WRITE MARGIN-REPORT-LINE FROM SECTION-HEADER-LINE.
           WRITE MARGIN-REPORT-LINE FROM REPORT-HEADER-2.

       WRITE-CUSTOMER-LINE.
           IF CMT-ACTIVITY (WS-CUST-IDX2) > ZERO
               MOVE CMT-ID (WS-CUST-IDX2) TO RD-ID
               MOVE CMT-NAME (WS-CUST-IDX2) TO RD-NAME
               MOVE CMT-MTD-REV (WS-CUST-IDX2) TO WS-LINE-MTD-REV
               MOVE CMT-MTD-COST (WS-CUST-IDX2) TO WS-LINE-MTD-COST
               MOVE CMT-YTD-REV (WS-CUST-IDX2) TO WS-LINE-YTD-REV
               MOVE CMT-YTD-COST (WS-CUST-IDX2) TO WS-LINE-YTD-COST
               PERFORM WRITE-MARGIN-DETAIL
           END-IF.

       WRITE-PRODUCT-LINE.
           IF PMT-ACTIVITY (WS-PROD-IDX2) > ZERO
               MOVE PMT-ID (WS-PROD-IDX2) TO RD-ID
               MOVE PMT-NAME (WS-PROD-IDX2) TO RD-NAME
               MOVE PMT-MTD-REV (WS-PROD-IDX2) TO WS-LINE-MTD-REV
               MOVE PMT-MTD-COST (WS-PROD-IDX2) TO WS-LINE-MTD-COST
               MOVE PMT-YTD-REV (WS-PROD-IDX2) TO WS-LINE-YTD-REV
               MOVE PMT-YTD-COST (WS-PROD-IDX2) TO WS-LINE-YTD-COST
               PERFORM WRITE-MARGIN-DETAIL
           END-IF.

       WRITE-SALESREP-LINE.
           IF RMT-ACTIVITY (WS-REP-IDX2) > ZERO
               MOVE RMT-ID (WS-REP-IDX2) TO RD-ID
               MOVE RMT-NAME (WS-REP-IDX2) TO RD-NAME
               MOVE RMT-MTD-REV (WS-REP-IDX2) TO WS-LINE-MTD-REV
               MOVE RMT-MTD-COST (WS-REP-IDX2) TO WS-LINE-MTD-COST
               MOVE RMT-YTD-REV (WS-REP-IDX2) TO WS-LINE-YTD-REV
               MOVE RMT-YTD-COST (WS-REP-IDX2) TO WS-LINE-YTD-COST
               PERFORM WRITE-MARGIN-DETAIL
           END-IF.

       WRITE-GRAND-TOTAL-LINE.
           MOVE "TOTAL" TO RD-ID-X.
           MOVE SPACES TO RD-NAME.
           MOVE WS-TOTAL-MTD-REV TO WS-LINE-MTD-REV.
           MOVE WS-TOTAL-MTD-COST TO WS-LINE-MTD-COST.
           MOVE WS-TOTAL-YTD-REV TO WS-LINE-YTD-REV.
           MOVE WS-TOTAL-YTD-COST TO WS-LINE-YTD-COST.
           MOVE "N" TO WS-FLAG-ROWS.
           PERFORM WRITE-MARGIN-DETAIL.

       WRITE-MARGIN-DETAIL.
           MOVE "N" TO WS-LOW-MTD.
           MOVE "N" TO WS-LOW-YTD.

           MOVE WS-LINE-MTD-REV TO RD-MTD-REV.
           MOVE WS-LINE-MTD-COST TO RD-MTD-COST.
           COMPUTE WS-LINE-MARGIN = WS-LINE-MTD-REV - WS-LINE-MTD-COST.
           MOVE WS-LINE-MARGIN TO RD-MTD-MARGIN.
           IF WS-LINE-MTD-REV = ZERO
               MOVE "   N/A" TO RD-MTD-PCT-X
           ELSE
               MOVE WS-LINE-MTD-REV TO WS-LINE-REV
               PERFORM COMPUTE-MARGIN-PCT
               MOVE WS-LINE-PCT TO RD-MTD-PCT
               IF WS-LINE-PCT < WS-MARGIN-FLOOR
                   MOVE "Y" TO WS-LOW-MTD
               END-IF
           END-IF.

           MOVE WS-LINE-YTD-REV TO RD-YTD-REV.
           MOVE WS-LINE-YTD-COST TO RD-YTD-COST.
           COMPUTE WS-LINE-MARGIN = WS-LINE-YTD-REV - WS-LINE-YTD-COST.
           MOVE WS-LINE-MARGIN TO RD-YTD-MARGIN.
           IF WS-LINE-YTD-REV = ZERO
               MOVE "   N/A" TO RD-YTD-PCT-X
           ELSE
               MOVE WS-LINE-YTD-REV TO WS-LINE-REV
               PERFORM COMPUTE-MARGIN-PCT
               MOVE WS-LINE-PCT TO RD-YTD-PCT
               IF WS-LINE-PCT < WS-MARGIN-FLOOR
                   MOVE "Y" TO WS-LOW-YTD
               END-IF
           END-IF.

           MOVE SPACES TO RD-FLAG.
           IF FLAG-LOW-MARGIN
               EVALUATE TRUE
                   WHEN WS-LOW-MTD = "Y" AND WS-LOW-YTD = "Y"
                       MOVE "LOW MTD+YTD" TO RD-FLAG
                   WHEN WS-LOW-MTD = "Y"
                       MOVE "LOW MTD" TO RD-FLAG
                   WHEN WS-LOW-YTD = "Y"
                       MOVE "LOW YTD" TO RD-FLAG
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF RD-FLAG NOT = SPACES
                   ADD 1 TO WS-FLAGGED-COUNT
               END-IF
           END-IF.
           WRITE MARGIN-REPORT-LINE FROM REPORT-DETAIL-LINE.

       COMPUTE-MARGIN-PCT.
           COMPUTE WS-LINE-PCT ROUNDED =
               WS-LINE-MARGIN * 100 / WS-LINE-REV.
           IF WS-LINE-PCT > 999.9
               MOVE 999.9 TO WS-LINE-PCT
           END-IF.
           IF WS-LINE-PCT < -999.9
               MOVE -999.9 TO WS-LINE-PCT
           END-IF.
