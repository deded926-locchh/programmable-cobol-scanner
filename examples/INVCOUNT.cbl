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
           05 CNT-PROD-ID       PIC 9(3).
           05 CNT-QTY           PIC 9(5).
           05 CNT-DATE          PIC X(10).
           05 CNT-LOC-ID        PIC X(3).
           05 FILLER            PIC X(9).

       FD PRODUCT-FILE
           LABEL RECORDS ARE STANDARD.
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
           05 MVT-QTY           PIC 9(5).
           05 MVT-REFERENCE     PIC X(10).
           05 MVT-UNIT-COST     PIC 9(5)V99.
           05 MVT-LOC-ID        PIC X(3).
           05 MVT-TO-LOC-ID     PIC X(3).
           05 FILLER            PIC X(7).

       FD VARIANCE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01 VARIANCE-REPORT-LINE  PIC X(100).

       WORKING-STORAGE SECTION.
       01 COUNT-FILE-STATUS     PIC XX VALUE SPACES.
       01 PRODUCT-FILE-STATUS   PIC XX VALUE SPACES.
       01 MOVEMENT-FILE-STATUS  PIC XX VALUE SPACES.
       01 STOCK-LOC-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-DEFAULT-LOC        PIC X(3) VALUE "WH1".
       01 WS-COUNT-LOC          PIC X(3) VALUE SPACES.
       01 WS-LOC-ON-HAND        PIC 9(5) VALUE ZERO.
       01 WS-COUNT-EOF          PIC X VALUE "N".

       01 WS-COUNTED-COUNT      PIC 9(5) VALUE ZERO.
               "PHYSICAL INVENTORY COUNT VARIANCE".
           05 FILLER            PIC X(6) VALUE " DATE ".
           05 RH-DATE           PIC X(10).
           05 FILLER            PIC X(51) VALUE SPACES.

       01 REPORT-HEADER-2.
           05 FILLER            PIC X(4) VALUE "PROD".
           05 FILLER            PIC X(2) VALUE SPACES.
           05 FILLER            PIC X(3) VALUE "LOC".
           05 FILLER            PIC X(2) VALUE SPACES.
           05 FILLER            PIC X(20) VALUE "NAME".
           05 FILLER            PIC X(2) VALUE SPACES.
           05 FILLER            PIC X(7) VALUE "ON HAND".
       01 REPORT-DETAIL-LINE.
           05 RD-PROD-ID        PIC 9(3).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 RD-LOC-ID         PIC X(3).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RD-NAME           PIC X(20).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RD-ON-HAND        PIC ZZZZ9.
           05 RJ-PROD-ID        PIC X(3).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 RJ-TEXT           PIC X(40).
           05 FILLER            PIC X(54) VALUE SPACES.

       01 REPORT-TOTAL-LINE.
           05 FILLER            PIC X(9) VALUE "COUNTS: ".
           05 RT-REJECTED       PIC ZZ,ZZ9.
           05 FILLER            PIC X(18) VALUE "  VALUE VARIANCE: ".
           05 RT-VALUE-VAR      PIC $$,$$$,$$$,$$9.99-.
           05 FILLER            PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
               STOP RUN
           END-IF.

           OPEN INPUT STOCK-LOC-FILE.
           IF STOCK-LOC-FILE-STATUS NOT = "00"
               DISPLAY "INVCOUNT: ERROR OPENING STOCK LOCATION FILE: "
                   STOCK-LOC-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND MOVEMENT-FILE.
           IF MOVEMENT-FILE-STATUS = "35"
               OPEN OUTPUT MOVEMENT-FILE

           CLOSE COUNT-FILE
                 PRODUCT-FILE
                 STOCK-LOC-FILE
                 MOVEMENT-FILE
                 VARIANCE-REPORT-FILE.

           WRITE VARIANCE-REPORT-LINE FROM REPORT-REJECT-LINE.

       REPORT-COUNT-VARIANCE.
           IF CNT-LOC-ID = SPACES
               MOVE WS-DEFAULT-LOC TO WS-COUNT-LOC
           ELSE
               MOVE CNT-LOC-ID TO WS-COUNT-LOC
           END-IF.
           MOVE PROD-REC-ID TO SLC-PROD-ID.
           MOVE WS-COUNT-LOC TO SLC-LOC-ID.
           READ STOCK-LOC-FILE
               INVALID KEY
                   MOVE ZERO TO WS-LOC-ON-HAND
               NOT INVALID KEY
                   MOVE SLC-QTY-ON-HAND TO WS-LOC-ON-HAND
           END-READ.

           COMPUTE WS-QTY-VARIANCE =
               CNT-QTY - WS-LOC-ON-HAND.
           IF PROD-REC-UNIT-COST NUMERIC
               AND PROD-REC-UNIT-COST > ZERO
               COMPUTE WS-VALUE-VARIANCE =
           ADD WS-VALUE-VARIANCE TO WS-TOTAL-VALUE-VAR.

           MOVE PROD-REC-ID TO RD-PROD-ID.
           MOVE WS-COUNT-LOC TO RD-LOC-ID.
           MOVE PROD-REC-NAME TO RD-NAME.
           MOVE WS-LOC-ON-HAND TO RD-ON-HAND.
           MOVE CNT-QTY TO RD-COUNTED.
           MOVE WS-QTY-VARIANCE TO RD-VARIANCE.
           MOVE WS-VALUE-VARIANCE TO RD-VALUE-VAR.
           MOVE WS-ABS-VARIANCE TO MVT-QTY.
           MOVE "PHYSCOUNT" TO MVT-REFERENCE.
           MOVE ZERO TO MVT-UNIT-COST.
           MOVE WS-COUNT-LOC TO MVT-LOC-ID.
           WRITE MOVEMENT-RECORD.
