       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCSTOCK.
       AUTHOR. CASCADE.
       DATE-WRITTEN. 2026-10-15.
       SECURITY. CONFIDENTIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. X86-64.
       OBJECT-COMPUTER. X86-64.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-FILE ASSIGN TO "PRODUCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PROD-REC-ID
               FILE STATUS IS PRODUCT-FILE-STATUS.
           SELECT STOCK-LOC-FILE ASSIGN TO "STOCKLOC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLC-KEY
               FILE STATUS IS STOCK-LOC-FILE-STATUS.
           SELECT PARM-FILE ASSIGN TO "PARMCARD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT LOC-REPORT-FILE ASSIGN TO "LOCSTOCK.RPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD STOCK-LOC-FILE
           LABEL RECORDS ARE STANDARD.
       01 STOCK-LOC-RECORD.
           05 SLC-KEY.
               10 SLC-PROD-ID   PIC 9(3).
               10 SLC-LOC-ID    PIC X(3).
           05 SLC-QTY-ON-HAND   PIC 9(5).
           05 SLC-REORDER-POINT PIC 9(5).
           05 FILLER            PIC X(14).

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

       FD LOC-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01 LOC-REPORT-LINE       PIC X(80).

       WORKING-STORAGE SECTION.
       01 PRODUCT-FILE-STATUS   PIC XX VALUE SPACES.
       01 STOCK-LOC-FILE-STATUS PIC XX VALUE SPACES.
       01 PARM-FILE-STATUS      PIC XX VALUE SPACES.

       01 WS-PRODUCT-EOF        PIC X VALUE "N".
       01 WS-LOC-SCAN-EOF       PIC X VALUE "N".
       01 WS-PARM-EOF           PIC X VALUE "N".
       01 WS-PARM-FOUND         PIC X VALUE "N".
           88 PARM-WAS-FOUND    VALUE "Y".
       01 WS-RUN-MODE           PIC X VALUE "R".
           88 CONVERSION-RUN    VALUE "C".
       01 WS-LIST-SW            PIC X VALUE "N".
           88 LIST-LOCATIONS    VALUE "Y".

       01 WS-DEFAULT-LOC        PIC X(3) VALUE "WH1".
       01 WS-LOC-TOTAL          PIC 9(7) VALUE ZERO.
       01 WS-LOC-ROWS           PIC 9(3) VALUE ZERO.
       01 WS-QTY-DIFF           PIC S9(7) VALUE ZERO.
       01 WS-NEW-LOC-QTY        PIC 9(7) VALUE ZERO.
       01 WS-GRAND-LOC-TOTAL    PIC 9(9) VALUE ZERO.
       01 WS-GRAND-MASTER       PIC 9(9) VALUE ZERO.
       01 WS-GRAND-DIFF         PIC S9(9) VALUE ZERO.
       01 WS-PRODUCT-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-UNBALANCED-COUNT   PIC 9(5) VALUE ZERO.
       01 WS-CONVERTED-COUNT    PIC 9(5) VALUE ZERO.

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
           05 FILLER            PIC X(25) VALUE
               "STOCK BY LOCATION".
           05 FILLER            PIC X(5) VALUE "DATE ".
           05 RH-DATE           PIC X(10).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 RH-MODE           PIC X(20).
           05 FILLER            PIC X(17) VALUE SPACES.

       01 REPORT-HEADER-2.
           05 FILLER            PIC X(4) VALUE "PROD".
           05 FILLER            PIC X(2) VALUE SPACES.
           05 FILLER            PIC X(20) VALUE "NAME".
           05 FILLER            PIC X(2) VALUE SPACES.
           05 FILLER            PIC X(3) VALUE "LOC".
           05 FILLER            PIC X(3) VALUE SPACES.
           05 FILLER            PIC X(7) VALUE "ON HAND".
           05 FILLER            PIC X(3) VALUE SPACES.
           05 FILLER            PIC X(7) VALUE "REORDER".
           05 FILLER            PIC X(29) VALUE SPACES.

       01 REPORT-DETAIL-LINE.
           05 RD-PROD-ID        PIC 9(3).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 RD-NAME           PIC X(20).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RD-LOC-ID         PIC X(3).
           05 FILLER            PIC X(4) VALUE SPACES.
           05 RD-ON-HAND        PIC ZZ,ZZ9.
           05 FILLER            PIC X(4) VALUE SPACES.
           05 RD-REORDER        PIC ZZ,ZZ9.
           05 FILLER            PIC X(29) VALUE SPACES.

       01 PRODUCT-TOTAL-LINE.
           05 FILLER            PIC X(6) VALUE SPACES.
           05 FILLER            PIC X(10) VALUE "LOCATIONS ".
           05 PT-LOC-TOTAL      PIC ZZZ,ZZ9.
           05 FILLER            PIC X(9) VALUE "  MASTER ".
           05 PT-MASTER         PIC ZZZ,ZZ9.
           05 FILLER            PIC X(7) VALUE "  DIFF ".
           05 PT-DIFF           PIC ZZZ,ZZ9-.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 PT-FLAG           PIC X(14).
           05 FILLER            PIC X(10) VALUE SPACES.

       01 REPORT-GRAND-LINE.
           05 FILLER            PIC X(16) VALUE "GRAND TOTALS".
           05 GT-LOC-TOTAL      PIC ZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(9) VALUE "  MASTER ".
           05 GT-MASTER         PIC ZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(7) VALUE "  DIFF ".
           05 GT-DIFF           PIC ZZ,ZZZ,ZZ9-.
           05 FILLER            PIC X(17) VALUE SPACES.

       01 REPORT-COUNT-LINE.
           05 FILLER            PIC X(10) VALUE "PRODUCTS: ".
           05 RC-PRODUCTS       PIC ZZ,ZZ9.
           05 FILLER            PIC X(18) VALUE "  OUT OF BALANCE: ".
           05 RC-UNBALANCED     PIC ZZ,ZZ9.
           05 FILLER            PIC X(13) VALUE "  CONVERTED: ".
           05 RC-CONVERTED      PIC ZZ,ZZ9.
           05 FILLER            PIC X(21) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-YEAR TO WS-RUN-EDIT-YEAR.
           MOVE WS-RUN-MONTH TO WS-RUN-EDIT-MONTH.
           MOVE WS-RUN-DAY TO WS-RUN-EDIT-DAY.

           PERFORM READ-PARM-CARD.

           OPEN INPUT PRODUCT-FILE.
           IF PRODUCT-FILE-STATUS NOT = "00"
               DISPLAY "LOCSTOCK: ERROR OPENING PRODUCT FILE: "
                   PRODUCT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF CONVERSION-RUN
               OPEN I-O STOCK-LOC-FILE
               IF STOCK-LOC-FILE-STATUS = "35"
                   OPEN OUTPUT STOCK-LOC-FILE
                   CLOSE STOCK-LOC-FILE
                   OPEN I-O STOCK-LOC-FILE
               END-IF
           ELSE
               OPEN INPUT STOCK-LOC-FILE
           END-IF.
           IF STOCK-LOC-FILE-STATUS NOT = "00"
               DISPLAY "LOCSTOCK: ERROR OPENING STOCK LOCATION FILE: "
                   STOCK-LOC-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT LOC-REPORT-FILE.
           MOVE WS-RUN-DATE-EDIT TO RH-DATE.
           IF CONVERSION-RUN
               MOVE "CONVERSION RUN" TO RH-MODE
           ELSE
               MOVE SPACES TO RH-MODE
           END-IF.
           WRITE LOC-REPORT-LINE FROM REPORT-HEADER-1.
           WRITE LOC-REPORT-LINE FROM REPORT-HEADER-2.

           PERFORM READ-PRODUCT.
           PERFORM PROCESS-PRODUCT UNTIL WS-PRODUCT-EOF = "Y".

           MOVE WS-GRAND-LOC-TOTAL TO GT-LOC-TOTAL.
           MOVE WS-GRAND-MASTER TO GT-MASTER.
           COMPUTE WS-GRAND-DIFF =
               WS-GRAND-LOC-TOTAL - WS-GRAND-MASTER.
           MOVE WS-GRAND-DIFF TO GT-DIFF.
           WRITE LOC-REPORT-LINE FROM REPORT-GRAND-LINE.
           MOVE WS-PRODUCT-COUNT TO RC-PRODUCTS.
           MOVE WS-UNBALANCED-COUNT TO RC-UNBALANCED.
           MOVE WS-CONVERTED-COUNT TO RC-CONVERTED.
           WRITE LOC-REPORT-LINE FROM REPORT-COUNT-LINE.

           CLOSE PRODUCT-FILE
                 STOCK-LOC-FILE
                 LOC-REPORT-FILE.

           DISPLAY "LOCSTOCK: PRODUCTS REPORTED:    "
               WS-PRODUCT-COUNT.
           DISPLAY "LOCSTOCK: PRODUCTS OUT OF BALANCE: "
               WS-UNBALANCED-COUNT.
           DISPLAY "LOCSTOCK: PRODUCTS CONVERTED:   "
               WS-CONVERTED-COUNT.
           IF WS-UNBALANCED-COUNT > 0
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
               IF PARM-WAS-FOUND AND PARM-RUN-MODE = "C"
                   MOVE "C" TO WS-RUN-MODE
               END-IF
           END-IF.

       READ-PARM-RECORD.
           READ PARM-FILE
               AT END MOVE "Y" TO WS-PARM-EOF
           END-READ.

       FIND-PARM-CARD.
           IF PARM-PROGRAM = "LOCSTOCK"
               MOVE "Y" TO WS-PARM-FOUND
           ELSE
               PERFORM READ-PARM-RECORD
           END-IF.

       READ-PRODUCT.
           READ PRODUCT-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-PRODUCT-EOF
           END-READ.

       PROCESS-PRODUCT.
           ADD 1 TO WS-PRODUCT-COUNT.

           IF CONVERSION-RUN
               MOVE "N" TO WS-LIST-SW
               PERFORM SCAN-PRODUCT-LOCATIONS
               IF PROD-REC-QTY-ON-HAND > WS-LOC-TOTAL
                   PERFORM ASSIGN-UNLOCATED-STOCK
               END-IF
           END-IF.

           MOVE "Y" TO WS-LIST-SW.
           PERFORM SCAN-PRODUCT-LOCATIONS.

           COMPUTE WS-QTY-DIFF = WS-LOC-TOTAL - PROD-REC-QTY-ON-HAND.
           ADD WS-LOC-TOTAL TO WS-GRAND-LOC-TOTAL.
           ADD PROD-REC-QTY-ON-HAND TO WS-GRAND-MASTER.

           MOVE WS-LOC-TOTAL TO PT-LOC-TOTAL.
           MOVE PROD-REC-QTY-ON-HAND TO PT-MASTER.
           MOVE WS-QTY-DIFF TO PT-DIFF.
           IF WS-QTY-DIFF = ZERO
               MOVE SPACES TO PT-FLAG
           ELSE
               MOVE "OUT OF BALANCE" TO PT-FLAG
               ADD 1 TO WS-UNBALANCED-COUNT
           END-IF.
           WRITE LOC-REPORT-LINE FROM PRODUCT-TOTAL-LINE.

           PERFORM READ-PRODUCT.

       SCAN-PRODUCT-LOCATIONS.
           MOVE ZERO TO WS-LOC-TOTAL.
           MOVE ZERO TO WS-LOC-ROWS.
           MOVE "N" TO WS-LOC-SCAN-EOF.
           MOVE PROD-REC-ID TO SLC-PROD-ID.
           MOVE LOW-VALUES TO SLC-LOC-ID.
           START STOCK-LOC-FILE KEY IS NOT LESS THAN SLC-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LOC-SCAN-EOF
           END-START.
           PERFORM READ-NEXT-STOCK-LOC.
           PERFORM ACCUMULATE-LOCATION UNTIL WS-LOC-SCAN-EOF = "Y".

           IF LIST-LOCATIONS AND WS-LOC-ROWS = ZERO
               MOVE PROD-REC-ID TO RD-PROD-ID
               MOVE PROD-REC-NAME TO RD-NAME
               MOVE "---" TO RD-LOC-ID
               MOVE ZERO TO RD-ON-HAND
               MOVE ZERO TO RD-REORDER
               WRITE LOC-REPORT-LINE FROM REPORT-DETAIL-LINE
           END-IF.

       READ-NEXT-STOCK-LOC.
           IF WS-LOC-SCAN-EOF NOT = "Y"
               READ STOCK-LOC-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-LOC-SCAN-EOF
               END-READ
           END-IF.
           IF WS-LOC-SCAN-EOF NOT = "Y"
               AND SLC-PROD-ID NOT = PROD-REC-ID
               MOVE "Y" TO WS-LOC-SCAN-EOF
           END-IF.

       ACCUMULATE-LOCATION.
           ADD SLC-QTY-ON-HAND TO WS-LOC-TOTAL.
           ADD 1 TO WS-LOC-ROWS.
           IF LIST-LOCATIONS
               MOVE PROD-REC-ID TO RD-PROD-ID
               MOVE PROD-REC-NAME TO RD-NAME
               MOVE SLC-LOC-ID TO RD-LOC-ID
               MOVE SLC-QTY-ON-HAND TO RD-ON-HAND
               MOVE SLC-REORDER-POINT TO RD-REORDER
               WRITE LOC-REPORT-LINE FROM REPORT-DETAIL-LINE
           END-IF.
           PERFORM READ-NEXT-STOCK-LOC.

       ASSIGN-UNLOCATED-STOCK.
           MOVE PROD-REC-ID TO SLC-PROD-ID.
           MOVE WS-DEFAULT-LOC TO SLC-LOC-ID.
           READ STOCK-LOC-FILE
               INVALID KEY
                   MOVE SPACES TO STOCK-LOC-RECORD
                   MOVE PROD-REC-ID TO SLC-PROD-ID
                   MOVE WS-DEFAULT-LOC TO SLC-LOC-ID
                   MOVE ZERO TO SLC-QTY-ON-HAND
                   MOVE ZERO TO SLC-REORDER-POINT
           END-READ.
           COMPUTE WS-NEW-LOC-QTY = SLC-QTY-ON-HAND
               + PROD-REC-QTY-ON-HAND - WS-LOC-TOTAL.
           IF WS-NEW-LOC-QTY > 99999
               DISPLAY "LOCSTOCK: DEFAULT LOCATION OVER CAPACITY: "
                   PROD-REC-ID
           ELSE
               MOVE WS-NEW-LOC-QTY TO SLC-QTY-ON-HAND
               IF STOCK-LOC-FILE-STATUS = "00"
                   REWRITE STOCK-LOC-RECORD
                       INVALID KEY
                           DISPLAY "LOCSTOCK: REWRITE FAILED: "
                               STOCK-LOC-FILE-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WS-CONVERTED-COUNT
                   END-REWRITE
               ELSE
                   WRITE STOCK-LOC-RECORD
                       INVALID KEY
                           DISPLAY "LOCSTOCK: WRITE FAILED: "
                               STOCK-LOC-FILE-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WS-CONVERTED-COUNT
                   END-WRITE
               END-IF
           END-IF.
