               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-REC-ID
               FILE STATUS IS PRODUCT-FILE-STATUS.
           SELECT STOCK-LOC-FILE ASSIGN TO "STOCKLOC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLC-KEY
               FILE STATUS IS STOCK-LOC-FILE-STATUS.
           SELECT MOVEMENT-FILE ASSIGN TO "STOCKMVT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MOVEMENT-FILE-STATUS.
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

       FD MOVEMENT-FILE
           LABEL RECORDS ARE STANDARD.
               88 MVT-RECEIPT   VALUE "R".
               88 MVT-ISSUE     VALUE "I".
               88 MVT-ADJUSTMENT VALUE "A".
               88 MVT-TRANSFER  VALUE "X".
           05 MVT-PROD-ID       PIC 9(3).
           05 MVT-QTY-SIGN      PIC X.
           05 MVT-QTY           PIC 9(5).
           05 MVT-REFERENCE     PIC X(10).
           05 MVT-UNIT-COST     PIC 9(5)V99.
           05 MVT-LOC-ID        PIC X(3).
           05 MVT-TO-LOC-ID     PIC X(3).
           05 FILLER            PIC X(7).

       FD STOCK-LEDGER-FILE
           LABEL RECORDS ARE STANDARD.
           05 SL-QTY            PIC 9(5).
           05 SL-REFERENCE      PIC X(10).
           05 SL-NEW-ON-HAND    PIC 9(5).
           05 SL-LOC-ID         PIC X(3).
           05 FILLER            PIC X(2).

       FD EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.
       01 LEDGER-FILE-STATUS    PIC XX VALUE SPACES.
       01 WS-MOVEMENT-EOF       PIC X VALUE "N".

       01 STOCK-LOC-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-DEFAULT-LOC        PIC X(3) VALUE "WH1".
       01 WS-MVT-LOC            PIC X(3) VALUE SPACES.
       01 WS-SLC-KEY            PIC X(6) VALUE SPACES.
       01 WS-LOC-NEW            PIC X VALUE "N".
           88 LOC-IS-NEW        VALUE "Y".
       01 WS-NEW-LOC-ON-HAND    PIC S9(7) VALUE ZERO.
       01 WS-NEW-TO-ON-HAND     PIC S9(7) VALUE ZERO.
       01 WS-TRANSFER-COUNT     PIC 9(5) VALUE ZERO.

       01 BACKORDER-FILE-STATUS PIC XX VALUE SPACES.
       01 SALES-FILE-STATUS     PIC XX VALUE SPACES.
       01 WS-BACKORDER-EOF      PIC X VALUE "N".
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

           OPEN INPUT MOVEMENT-FILE.
           IF MOVEMENT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING MOVEMENT FILE: "
           PERFORM PROCESS-MOVEMENT UNTIL WS-MOVEMENT-EOF = "Y".

           CLOSE PRODUCT-FILE
                 STOCK-LOC-FILE
                 MOVEMENT-FILE
                 STOCK-LEDGER-FILE
                 EXCEPTION-FILE.

           DISPLAY "MOVEMENTS APPLIED:    " WS-APPLIED-COUNT.
           DISPLAY "MOVEMENTS REJECTED:   " WS-REJECT-COUNT.
           DISPLAY "TRANSFERS APPLIED:    " WS-TRANSFER-COUNT.
           DISPLAY "BACKORDERS RELEASED:  " WS-RELEASED-COUNT.
           STOP RUN.

           PERFORM READ-MOVEMENT.

       EDIT-MOVEMENT.
           IF MVT-LOC-ID = SPACES
               MOVE WS-DEFAULT-LOC TO WS-MVT-LOC
           ELSE
               MOVE MVT-LOC-ID TO WS-MVT-LOC
           END-IF.

           IF NOT MVT-RECEIPT AND NOT MVT-ISSUE
               AND NOT MVT-ADJUSTMENT AND NOT MVT-TRANSFER
               MOVE "E203" TO WS-REASON-CODE
               MOVE "INVALID MOVEMENT TYPE" TO WS-REASON-TEXT
           END-IF.
               MOVE "INVALID ADJUSTMENT SIGN" TO WS-REASON-TEXT
           END-IF.

           IF WS-REASON-CODE = SPACES AND MVT-TRANSFER
               AND (MVT-TO-LOC-ID = SPACES
                   OR MVT-TO-LOC-ID = WS-MVT-LOC)
               MOVE "E207" TO WS-REASON-CODE
               MOVE "INVALID TRANSFER LOCATION" TO WS-REASON-TEXT
           END-IF.

       APPLY-MOVEMENT.
           MOVE MVT-PROD-ID TO PROD-REC-ID.
           READ PRODUCT-FILE
           IF WS-REASON-CODE NOT = SPACES
               PERFORM WRITE-EXCEPTION-RECORD
           ELSE
               IF MVT-TRANSFER
                   PERFORM APPLY-TRANSFER
               ELSE
                   PERFORM COMPUTE-NEW-ON-HAND
                   MOVE MVT-PROD-ID TO SLC-PROD-ID
                   MOVE WS-MVT-LOC TO SLC-LOC-ID
                   PERFORM READ-STOCK-LOC
                   COMPUTE WS-NEW-LOC-ON-HAND = SLC-QTY-ON-HAND
                       + WS-NEW-ON-HAND - PROD-REC-QTY-ON-HAND
                   IF WS-NEW-ON-HAND < ZERO
                       MOVE "E202" TO WS-REASON-CODE
                       MOVE "ON-HAND WOULD GO NEGATIVE"
                           TO WS-REASON-TEXT
                       PERFORM WRITE-EXCEPTION-RECORD
                   ELSE
                       IF WS-NEW-ON-HAND > 99999
                           MOVE "E206" TO WS-REASON-CODE
                           MOVE "ON-HAND EXCEEDS CAPACITY"
                               TO WS-REASON-TEXT
                           PERFORM WRITE-EXCEPTION-RECORD
                       ELSE
                           IF WS-NEW-LOC-ON-HAND < ZERO
                               MOVE "E208" TO WS-REASON-CODE
                               MOVE "LOCATION ON-HAND WOULD GO NEG"
                                   TO WS-REASON-TEXT
                               PERFORM WRITE-EXCEPTION-RECORD
                           ELSE
                               PERFORM UPDATE-MOVING-AVERAGE
                               MOVE WS-NEW-ON-HAND
                                   TO PROD-REC-QTY-ON-HAND
                               REWRITE PRODUCT-RECORD
                                   INVALID KEY
                                       MOVE "E201" TO WS-REASON-CODE
                                       MOVE "PRODUCT ID NOT ON FILE"
                                           TO WS-REASON-TEXT
                                       PERFORM WRITE-EXCEPTION-RECORD
                                   NOT INVALID KEY
                                       ADD 1 TO WS-APPLIED-COUNT
                                       MOVE WS-NEW-LOC-ON-HAND
                                           TO SLC-QTY-ON-HAND
                                       PERFORM SAVE-STOCK-LOC
                                       PERFORM WRITE-LEDGER-RECORD
                                       IF MVT-RECEIPT
                                           AND WS-BACKORDER-COUNT > 0
                                           PERFORM RELEASE-BACKORDERS
                                       END-IF
                               END-REWRITE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       APPLY-TRANSFER.
           MOVE MVT-PROD-ID TO SLC-PROD-ID.
           MOVE WS-MVT-LOC TO SLC-LOC-ID.
           PERFORM READ-STOCK-LOC.
           COMPUTE WS-NEW-LOC-ON-HAND = SLC-QTY-ON-HAND - MVT-QTY.
           MOVE MVT-TO-LOC-ID TO SLC-LOC-ID.
           PERFORM READ-STOCK-LOC.
           COMPUTE WS-NEW-TO-ON-HAND = SLC-QTY-ON-HAND + MVT-QTY.

           IF WS-NEW-LOC-ON-HAND < ZERO
               MOVE "E208" TO WS-REASON-CODE
               MOVE "LOCATION ON-HAND WOULD GO NEG" TO WS-REASON-TEXT
               PERFORM WRITE-EXCEPTION-RECORD
           ELSE
               IF WS-NEW-TO-ON-HAND > 99999
                   MOVE "E206" TO WS-REASON-CODE
                   MOVE "ON-HAND EXCEEDS CAPACITY" TO WS-REASON-TEXT
                   PERFORM WRITE-EXCEPTION-RECORD
               ELSE
                   MOVE WS-NEW-TO-ON-HAND TO SLC-QTY-ON-HAND
                   PERFORM SAVE-STOCK-LOC
                   MOVE "+" TO SL-QTY-SIGN
                   PERFORM WRITE-TRANSFER-LEDGER

                   MOVE WS-MVT-LOC TO SLC-LOC-ID
                   PERFORM READ-STOCK-LOC
                   MOVE WS-NEW-LOC-ON-HAND TO SLC-QTY-ON-HAND
                   PERFORM SAVE-STOCK-LOC
                   MOVE "-" TO SL-QTY-SIGN
                   PERFORM WRITE-TRANSFER-LEDGER

                   ADD 1 TO WS-APPLIED-COUNT
                   ADD 1 TO WS-TRANSFER-COUNT
               END-IF
           END-IF.

       WRITE-TRANSFER-LEDGER.
           MOVE WS-POST-DATE-EDIT TO SL-POST-DATE.
           MOVE "X" TO SL-TYPE.
           MOVE MVT-PROD-ID TO SL-PROD-ID.
           MOVE MVT-QTY TO SL-QTY.
           MOVE MVT-REFERENCE TO SL-REFERENCE.
           MOVE PROD-REC-QTY-ON-HAND TO SL-NEW-ON-HAND.
           MOVE SLC-LOC-ID TO SL-LOC-ID.
           WRITE STOCK-LEDGER-RECORD.

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

       COMPUTE-NEW-ON-HAND.
           EVALUATE TRUE
               WHEN MVT-RECEIPT
           MOVE MVT-QTY TO SL-QTY.
           MOVE MVT-REFERENCE TO SL-REFERENCE.
           MOVE PROD-REC-QTY-ON-HAND TO SL-NEW-ON-HAND.
           MOVE WS-MVT-LOC TO SL-LOC-ID.
           WRITE STOCK-LEDGER-RECORD.

       RELEASE-BACKORDERS.
               AND BOT-PROD-ID (WS-BO-IDX2) = PROD-REC-ID
               AND PROD-REC-QTY-ON-HAND
                   NOT < BOT-QTY (WS-BO-IDX2)
               AND SLC-QTY-ON-HAND NOT < BOT-QTY (WS-BO-IDX2)
               SUBTRACT BOT-QTY (WS-BO-IDX2)
                   FROM PROD-REC-QTY-ON-HAND
               REWRITE PRODUCT-RECORD
                           PRODUCT-FILE-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WS-RELEASED-COUNT
                       SUBTRACT BOT-QTY (WS-BO-IDX2)
                           FROM SLC-QTY-ON-HAND
                       PERFORM SAVE-STOCK-LOC
                       MOVE "R" TO BOT-STATUS (WS-BO-IDX2)
                       PERFORM WRITE-RELEASE-LEDGER
                       PERFORM MARK-RELEASED-SALE
           MOVE SPACES TO SL-REFERENCE.
           MOVE BOT-SALE-ID (WS-BO-IDX2) TO SL-REFERENCE(1:5).
           MOVE PROD-REC-QTY-ON-HAND TO SL-NEW-ON-HAND.
           MOVE SLC-LOC-ID TO SL-LOC-ID.
           WRITE STOCK-LEDGER-RECORD.

       MARK-RELEASED-SALE.
