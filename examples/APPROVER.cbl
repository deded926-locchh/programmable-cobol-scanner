           SELECT SALARY-HISTORY-FILE ASSIGN TO "SALHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SALHIST-FILE-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO "PRODUCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-REC-ID
               FILE STATUS IS PRODUCT-FILE-STATUS.
           SELECT ROP-HISTORY-FILE ASSIGN TO "ROP-HISTORY.OUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ROPHIST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 CA-KEY            PIC 9(5).
           05 CA-FIELD          PIC X(10).
           05 CA-BEFORE         PIC 9(7)V99.
           05 CA-AFTER          PIC S9(9)V99.
           05 CA-ACTION         PIC X.
           05 FILLER            PIC X(8).

       FD SALARY-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           05 SH-REC-NEW-SALARY PIC 9(7)V99.
           05 FILLER            PIC X(7).

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

       FD ROP-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01 ROP-HISTORY-LINE      PIC X(90).

       WORKING-STORAGE SECTION.
       01 PENDING-FILE-STATUS   PIC XX VALUE SPACES.
       01 OPERAUTH-FILE-STATUS  PIC XX VALUE SPACES.
       01 SALES-FILE-STATUS     PIC XX VALUE SPACES.
       01 CORR-AUDIT-STATUS     PIC XX VALUE SPACES.
       01 SALHIST-FILE-STATUS   PIC XX VALUE SPACES.
       01 PRODUCT-FILE-STATUS   PIC XX VALUE SPACES.
       01 ROPHIST-FILE-STATUS   PIC XX VALUE SPACES.

       01 WS-PENDING-EOF        PIC X VALUE "N".
       01 WS-OPERAUTH-EOF       PIC X VALUE "N".
       01 WS-REJECTED-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-SKIPPED-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-APPLY-OK           PIC X VALUE "N".
       01 WS-CURRENT-VALUE      PIC 9(5) VALUE ZERO.

       01 WS-AUDIT-DATE         PIC 9(8).
       01 WS-AUDIT-DATE-R REDEFINES WS-AUDIT-DATE.
           05 FILLER            PIC X VALUE ":".
           05 WS-AUD-EDIT-SEC   PIC 9(2).

       01 ROP-HISTORY-DETAIL-LINE.
           05 RH-ID              PIC ZZ9.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 RH-NAME            PIC X(20).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 RH-FIELD           PIC X(10).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 RH-OLD-VALUE       PIC ZZ,ZZ9.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 RH-NEW-VALUE       PIC ZZ,ZZ9.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 RH-DATE            PIC X(10).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 RH-APPROVER        PIC X(8).
           05 FILLER             PIC X(9) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "ENTER APPROVING OPERATOR ID: ".
               MOVE "N" TO WS-APPLY-OK
           END-IF.
           IF WS-APPLY-OK = "Y" AND PA-AFTER > WS-OP-LIMIT
               AND PA-FIELD NOT = "REORDER-PT"
               AND PA-FIELD NOT = "REORDER-QT"
               DISPLAY "CHANGE EXCEEDS YOUR LIMIT - SKIPPING KEY "
                   PA-KEY
               MOVE "N" TO WS-APPLY-OK

       APPLY-PENDING-CHANGE.
           MOVE "N" TO WS-APPLY-OK.
           EVALUATE PA-FIELD
               WHEN "SALARY"
                   PERFORM APPLY-SALARY-CHANGE
               WHEN "REORDER-PT"
               WHEN "REORDER-QT"
                   PERFORM APPLY-REORDER-CHANGE
               WHEN OTHER
                   PERFORM APPLY-SALES-CHANGE
           END-EVALUATE.

           IF WS-APPLY-OK = "Y"
               MOVE "A" TO PA-STATUS
               CLOSE SALES-FILE
           END-IF.

       APPLY-REORDER-CHANGE.
           OPEN I-O PRODUCT-FILE.
           IF PRODUCT-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN PRODUCT FILE: " PRODUCT-FILE-STATUS
               CLOSE PRODUCT-FILE
           ELSE
               MOVE PA-KEY TO PROD-REC-ID
               READ PRODUCT-FILE
                   INVALID KEY
                       DISPLAY "PRODUCT NOT FOUND: " PA-KEY
                   NOT INVALID KEY
                       PERFORM UPDATE-REORDER-FIELD
               END-READ
               CLOSE PRODUCT-FILE
           END-IF.

       UPDATE-REORDER-FIELD.
           IF PA-FIELD = "REORDER-PT"
               MOVE PROD-REC-REORDER-POINT TO WS-CURRENT-VALUE
           ELSE
               IF PROD-REC-REORDER-QTY NUMERIC
                   MOVE PROD-REC-REORDER-QTY TO WS-CURRENT-VALUE
               ELSE
                   MOVE ZERO TO WS-CURRENT-VALUE
               END-IF
           END-IF.
           IF WS-CURRENT-VALUE NOT = PA-BEFORE
               DISPLAY "PRODUCT " PA-KEY " " PA-FIELD
                   " CHANGED SINCE PROPOSAL - SKIPPING"
           ELSE
               IF PA-FIELD = "REORDER-PT"
                   MOVE PA-AFTER TO PROD-REC-REORDER-POINT
               ELSE
                   MOVE PA-AFTER TO PROD-REC-REORDER-QTY
               END-IF
               REWRITE PRODUCT-RECORD
                   INVALID KEY
                       DISPLAY "REWRITE FAILED: "
                           PRODUCT-FILE-STATUS
                   NOT INVALID KEY
                       MOVE "Y" TO WS-APPLY-OK
                       PERFORM WRITE-REORDER-HISTORY
               END-REWRITE
           END-IF.

       WRITE-REORDER-HISTORY.
           OPEN EXTEND ROP-HISTORY-FILE.
           IF ROPHIST-FILE-STATUS = "35"
               OPEN OUTPUT ROP-HISTORY-FILE
           END-IF.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           MOVE WS-AUDIT-YEAR TO WS-AUD-EDIT-YEAR.
           MOVE WS-AUDIT-MONTH TO WS-AUD-EDIT-MONTH.
           MOVE WS-AUDIT-DAY TO WS-AUD-EDIT-DAY.

           MOVE PROD-REC-ID TO RH-ID.
           MOVE PROD-REC-NAME TO RH-NAME.
           MOVE PA-FIELD TO RH-FIELD.
           MOVE PA-BEFORE TO RH-OLD-VALUE.
           MOVE PA-AFTER TO RH-NEW-VALUE.
           MOVE WS-AUDIT-DATE-EDIT TO RH-DATE.
           MOVE WS-APPROVER-ID TO RH-APPROVER.
           WRITE ROP-HISTORY-LINE FROM ROP-HISTORY-DETAIL-LINE.
           CLOSE ROP-HISTORY-FILE.

       WRITE-CORR-AUDIT.
           OPEN EXTEND CORR-AUDIT-FILE.
           IF CORR-AUDIT-STATUS = "35"
