           SELECT MOVEMENT-FILE ASSIGN TO "STOCKMVT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MOVEMENT-FILE-STATUS.
           SELECT RECEIPT-HISTORY-FILE ASSIGN TO "RCVHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RCVHIST-FILE-STATUS.
           SELECT RECEIVING-REPORT-FILE ASSIGN TO "PORECV.RPT"
               ORGANIZATION IS SEQUENTIAL.

           05 PO-REC-QTY        PIC 9(5).
           05 PO-REC-STATUS     PIC X.
           05 PO-REC-QTY-RECVD  PIC 9(5).
           05 PO-REC-LOC-ID     PIC X(3).
           05 FILLER            PIC X(2).

       FD MOVEMENT-FILE
           LABEL RECORDS ARE STANDARD.
           05 MVT-QTY           PIC 9(5).
           05 MVT-REFERENCE     PIC X(10).
           05 MVT-UNIT-COST     PIC 9(5)V99.
           05 MVT-LOC-ID        PIC X(3).
           05 MVT-TO-LOC-ID     PIC X(3).
           05 FILLER            PIC X(7).

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

       FD RECEIVING-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01 RECEIPT-FILE-STATUS   PIC XX VALUE SPACES.
       01 OPEN-PO-FILE-STATUS   PIC XX VALUE SPACES.
       01 MOVEMENT-FILE-STATUS  PIC XX VALUE SPACES.
       01 RCVHIST-FILE-STATUS   PIC XX VALUE SPACES.
       01 WS-RECEIPT-EOF        PIC X VALUE "N".
       01 WS-OPEN-PO-EOF        PIC X VALUE "N".

               10 OPT-QTY       PIC 9(5).
               10 OPT-STATUS    PIC X.
               10 OPT-QTY-RECVD PIC 9(5).
               10 OPT-LOC-ID    PIC X(3).

       01 WS-PO-COUNT           PIC 9(3) VALUE ZERO.
       01 WS-PO-FOUND           PIC X VALUE "N".
               OPEN OUTPUT MOVEMENT-FILE
           END-IF.

           OPEN EXTEND RECEIPT-HISTORY-FILE.
           IF RCVHIST-FILE-STATUS = "35"
               OPEN OUTPUT RECEIPT-HISTORY-FILE
           END-IF.

           OPEN OUTPUT RECEIVING-REPORT-FILE.
           MOVE WS-RUN-DATE-EDIT TO RH-DATE.
           WRITE RECEIVING-REPORT-LINE FROM REPORT-HEADER-1.

           CLOSE RECEIPT-FILE
                 MOVEMENT-FILE
                 RECEIPT-HISTORY-FILE
                 RECEIVING-REPORT-FILE.

           PERFORM REWRITE-OPEN-PO-FILE.
           ELSE
               MOVE ZERO TO OPT-QTY-RECVD (WS-PO-COUNT)
           END-IF.
           MOVE PO-REC-LOC-ID TO OPT-LOC-ID (WS-PO-COUNT).
           PERFORM READ-OPEN-PO.

       READ-RECEIPT.
           ADD RCV-QTY TO OPT-QTY-RECVD (OPO-IDX).

           PERFORM WRITE-MOVEMENT-RECORD.
           PERFORM WRITE-RECEIPT-HISTORY.

           MOVE SPACES TO RD-FLAG.
           IF OPT-STATUS (OPO-IDX) = "C"
           ELSE
               MOVE ZERO TO MVT-UNIT-COST
           END-IF.
           MOVE OPT-LOC-ID (OPO-IDX) TO MVT-LOC-ID.
           WRITE MOVEMENT-RECORD.

       WRITE-RECEIPT-HISTORY.
           MOVE SPACES TO RECEIPT-HISTORY-RECORD.
           MOVE RCV-PO-NUMBER TO RCH-PO-NUMBER.
           MOVE OPT-VEND-ID (OPO-IDX) TO RCH-VEND-ID.
           MOVE OPT-PROD-ID (OPO-IDX) TO RCH-PROD-ID.
           MOVE OPT-DATE (OPO-IDX) TO RCH-PO-DATE.
           IF RCV-DATE = SPACES
               MOVE WS-RUN-DATE-EDIT TO RCH-RCV-DATE
           ELSE
               MOVE RCV-DATE TO RCH-RCV-DATE
           END-IF.
           MOVE RCV-QTY TO RCH-QTY.
           MOVE MVT-UNIT-COST TO RCH-UNIT-COST.
           MOVE OPT-LOC-ID (OPO-IDX) TO RCH-LOC-ID.
           MOVE WS-RUN-DATE-EDIT TO RCH-POST-DATE.
           WRITE RECEIPT-HISTORY-RECORD.

       REWRITE-OPEN-PO-FILE.
           OPEN OUTPUT OPEN-PO-FILE.
           IF OPEN-PO-FILE-STATUS NOT = "00"
           MOVE OPT-QTY (WS-PO-IDX2) TO PO-REC-QTY.
           MOVE OPT-STATUS (WS-PO-IDX2) TO PO-REC-STATUS.
           MOVE OPT-QTY-RECVD (WS-PO-IDX2) TO PO-REC-QTY-RECVD.
           MOVE OPT-LOC-ID (WS-PO-IDX2) TO PO-REC-LOC-ID.
           WRITE OPEN-PO-RECORD.
