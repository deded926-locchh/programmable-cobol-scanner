           SELECT OPEN-PO-FILE ASSIGN TO "OPENPO.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OPEN-PO-FILE-STATUS.
           SELECT STOCK-LOC-FILE ASSIGN TO "STOCKLOC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLC-KEY
               FILE STATUS IS STOCK-LOC-FILE-STATUS.
           SELECT PO-REGISTER-FILE ASSIGN TO "POREG.OUT"
               ORGANIZATION IS SEQUENTIAL.

           05 PROD-REC-REORDER-POINT  PIC 9(5).
           05 PROD-REC-CATEGORY       PIC X(10).
           05 PROD-REC-UNIT-COST      PIC 9(5)V99.
           05 PROD-REC-REORDER-QTY    PIC 9(5).

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
           05 PO-REC-QTY        PIC 9(5).
           05 PO-REC-STATUS     PIC X.
           05 PO-REC-QTY-RECVD  PIC 9(5).
           05 PO-REC-LOC-ID     PIC X(3).
           05 FILLER            PIC X(2).

       FD STOCK-LOC-FILE
           LABEL RECORDS ARE STANDARD.
       01 STOCK-LOC-RECORD.
           05 SLC-KEY.
               10 SLC-PROD-ID   PIC 9(3).
               10 SLC-LOC-ID    PIC X(3).
           05 SLC-QTY-ON-HAND   PIC 9(5).
           05 SLC-REORDER-POINT PIC 9(5).
           05 FILLER            PIC X(14).

       FD PO-REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
       01 VENDOR-FILE-STATUS    PIC XX VALUE SPACES.
       01 PROD-VENDOR-FILE-STATUS PIC XX VALUE SPACES.
       01 OPEN-PO-FILE-STATUS   PIC XX VALUE SPACES.
       01 STOCK-LOC-FILE-STATUS PIC XX VALUE SPACES.

       01 WS-PRODUCT-EOF        PIC X VALUE "N".
       01 WS-VENDOR-EOF         PIC X VALUE "N".
       01 WS-PROD-VENDOR-EOF    PIC X VALUE "N".
       01 WS-OPEN-PO-EOF        PIC X VALUE "N".
       01 WS-LOC-SCAN-EOF       PIC X VALUE "N".
       01 WS-STOCK-LOC-OPEN     PIC X VALUE "N".
           88 STOCK-LOC-IS-OPEN VALUE "Y".
       01 WS-LOC-PLANNED        PIC X VALUE "N".
           88 PRODUCT-LOC-PLANNED VALUE "Y".
       01 WS-DEFAULT-LOC        PIC X(3) VALUE "WH1".
       01 WS-PO-LOC-ID          PIC X(3) VALUE SPACES.
       01 WS-REORDER-POINT      PIC 9(5) VALUE ZERO.
       01 WS-ON-HAND            PIC 9(5) VALUE ZERO.
       01 WS-ORDER-QTY          PIC 9(5) VALUE ZERO.

       01 VENDOR-TABLE.
           05 VENDOR-ENTRY OCCURS 1 TO 100 TIMES
                       DEPENDING ON WS-OPEN-PO-COUNT
                       INDEXED BY OPO-IDX.
               10 OPT-PROD-ID   PIC 9(3).
               10 OPT-LOC-ID    PIC X(3).

       01 WS-OPEN-PO-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-LAST-PO-NUMBER     PIC 9(6) VALUE ZERO.
               10 GT-PROD-ID    PIC 9(3).
               10 GT-PROD-NAME  PIC X(20).
               10 GT-QTY        PIC 9(5).
               10 GT-LOC-ID     PIC X(3).

       01 WS-GENERATED-COUNT    PIC 9(3) VALUE ZERO.

           05 FILLER            PIC X(9) VALUE "ORDER QTY".
           05 FILLER            PIC X(1) VALUE SPACES.
           05 RD-QTY            PIC ZZZZ9.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 FILLER            PIC X(4) VALUE "LOC ".
           05 RD-LOC-ID         PIC X(3).
           05 FILLER            PIC X(14) VALUE SPACES.

       01 REGISTER-TOTAL-LINE.
           05 FILLER            PIC X(20) VALUE "ORDERS GENERATED: ".
               STOP RUN
           END-IF.

           OPEN INPUT STOCK-LOC-FILE.
           IF STOCK-LOC-FILE-STATUS = "00"
               MOVE "Y" TO WS-STOCK-LOC-OPEN
           ELSE
               IF STOCK-LOC-FILE-STATUS NOT = "35"
                   DISPLAY "ERROR OPENING STOCK LOCATION FILE: "
                       STOCK-LOC-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           OPEN EXTEND OPEN-PO-FILE.
           IF OPEN-PO-FILE-STATUS = "35"
               OPEN OUTPUT OPEN-PO-FILE

           CLOSE PRODUCT-FILE
                 OPEN-PO-FILE.
           IF STOCK-LOC-IS-OPEN
               CLOSE STOCK-LOC-FILE
           END-IF.

           PERFORM WRITE-PO-REGISTER.
           STOP RUN.
               END-IF
               MOVE PO-REC-PROD-ID
                   TO OPT-PROD-ID (WS-OPEN-PO-COUNT)
               IF PO-REC-LOC-ID = SPACES
                   MOVE WS-DEFAULT-LOC
                       TO OPT-LOC-ID (WS-OPEN-PO-COUNT)
               ELSE
                   MOVE PO-REC-LOC-ID
                       TO OPT-LOC-ID (WS-OPEN-PO-COUNT)
               END-IF
           END-IF.
           PERFORM READ-OPEN-PO.

           END-READ.

       PROCESS-PRODUCT.
           MOVE "N" TO WS-LOC-PLANNED.
           IF STOCK-LOC-IS-OPEN
               PERFORM SCAN-PRODUCT-LOCATIONS
           END-IF.

           IF NOT PRODUCT-LOC-PLANNED
               AND PROD-REC-QTY-ON-HAND NOT > PROD-REC-REORDER-POINT
               MOVE PROD-REC-REORDER-POINT TO WS-REORDER-POINT
               MOVE PROD-REC-QTY-ON-HAND TO WS-ON-HAND
               MOVE WS-DEFAULT-LOC TO WS-PO-LOC-ID
               MOVE ZERO TO WS-ORDER-QTY
               IF PROD-REC-REORDER-QTY NUMERIC
                   MOVE PROD-REC-REORDER-QTY TO WS-ORDER-QTY
               END-IF
               PERFORM CHECK-OPEN-PO
               IF NOT PRODUCT-ON-OPEN-PO
                   PERFORM GENERATE-PO

           PERFORM READ-PRODUCT.

       SCAN-PRODUCT-LOCATIONS.
           MOVE "N" TO WS-LOC-SCAN-EOF.
           MOVE PROD-REC-ID TO SLC-PROD-ID.
           MOVE LOW-VALUES TO SLC-LOC-ID.
           START STOCK-LOC-FILE KEY IS NOT LESS THAN SLC-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LOC-SCAN-EOF
           END-START.
           PERFORM READ-NEXT-STOCK-LOC.
           PERFORM PROCESS-PRODUCT-LOCATION
               UNTIL WS-LOC-SCAN-EOF = "Y".

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

       PROCESS-PRODUCT-LOCATION.
           IF SLC-REORDER-POINT > ZERO
               MOVE "Y" TO WS-LOC-PLANNED
               IF SLC-QTY-ON-HAND NOT > SLC-REORDER-POINT
                   MOVE SLC-REORDER-POINT TO WS-REORDER-POINT
                   MOVE SLC-QTY-ON-HAND TO WS-ON-HAND
                   MOVE SLC-LOC-ID TO WS-PO-LOC-ID
                   MOVE ZERO TO WS-ORDER-QTY
                   IF PROD-REC-REORDER-QTY NUMERIC
                       MOVE PROD-REC-REORDER-QTY TO WS-ORDER-QTY
                   END-IF
                   PERFORM CHECK-OPEN-PO
                   IF NOT PRODUCT-ON-OPEN-PO
                       PERFORM GENERATE-PO
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-NEXT-STOCK-LOC.

       CHECK-OPEN-PO.
           MOVE "N" TO WS-ON-OPEN-PO.
           IF WS-OPEN-PO-COUNT > 0
               SET OPO-IDX TO 1
               SEARCH OPEN-PO-PROD-ENTRY
                   WHEN OPT-PROD-ID (OPO-IDX) = PROD-REC-ID
                       AND OPT-LOC-ID (OPO-IDX) = WS-PO-LOC-ID
                       MOVE "Y" TO WS-ON-OPEN-PO
               END-SEARCH
           END-IF.
           IF NOT VENDOR-WAS-FOUND
               ADD 1 TO WS-NO-VENDOR-COUNT
           ELSE
               IF WS-ORDER-QTY > ZERO
                   MOVE WS-ORDER-QTY TO WS-SUGGESTED-CALC
               ELSE
                   COMPUTE WS-SUGGESTED-CALC =
                       (WS-REORDER-POINT * 2)
                       - WS-ON-HAND
               END-IF
               IF WS-SUGGESTED-CALC > 99999
                   MOVE 99999 TO WS-SUGGESTED-QTY
               ELSE
               MOVE WS-SUGGESTED-QTY TO PO-REC-QTY
               MOVE "O" TO PO-REC-STATUS
               MOVE ZERO TO PO-REC-QTY-RECVD
               MOVE WS-PO-LOC-ID TO PO-REC-LOC-ID
               WRITE OPEN-PO-RECORD

               PERFORM SAVE-GENERATED-PO
           MOVE PROD-REC-ID TO GT-PROD-ID (WS-GENERATED-COUNT).
           MOVE PROD-REC-NAME TO GT-PROD-NAME (WS-GENERATED-COUNT).
           MOVE WS-SUGGESTED-QTY TO GT-QTY (WS-GENERATED-COUNT).
           MOVE WS-PO-LOC-ID TO GT-LOC-ID (WS-GENERATED-COUNT).

       WRITE-PO-REGISTER.
           OPEN OUTPUT PO-REGISTER-FILE.
               MOVE GT-PROD-ID (WS-GEN-IDX2) TO RD-PROD-ID
               MOVE GT-PROD-NAME (WS-GEN-IDX2) TO RD-PROD-NAME
               MOVE GT-QTY (WS-GEN-IDX2) TO RD-QTY
               MOVE GT-LOC-ID (WS-GEN-IDX2) TO RD-LOC-ID
               WRITE REGISTER-LINE FROM REGISTER-DETAIL-LINE
           END-IF.
