               ORGANIZATION IS SEQUENTIAL.
           SELECT CONTROL-REPORT-FILE ASSIGN TO "EMPMAINT.RPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT LEAVE-FILE ASSIGN TO "LEAVEBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LV-EMP-ID
               FILE STATUS IS LEAVE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 DEPT-REC-NAME     PIC X(15).
           05 DEPT-REC-MANAGER  PIC X(20).
           05 DEPT-REC-BUDGET   PIC 9(7)V99.
           05 DEPT-REC-GL-ACCOUNT PIC 9(5).
           05 FILLER            PIC X(07).

       FD SALARY-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
       01 CONTROL-REPORT-LINE   PIC X(80).

       FD LEAVE-FILE
           LABEL RECORDS ARE STANDARD.
       01 LEAVE-RECORD.
           05 LV-EMP-ID         PIC 9(5).
           05 LV-YEAR           PIC 9(4).
           05 LV-VAC-BALANCE    PIC S9(5)V99.
           05 LV-SICK-BALANCE   PIC S9(5)V99.
           05 LV-VAC-ACCRUED    PIC S9(5)V99.
           05 LV-VAC-TAKEN      PIC S9(5)V99.
           05 LV-SICK-ACCRUED   PIC S9(5)V99.
           05 LV-SICK-TAKEN     PIC S9(5)V99.
           05 LV-PAYOUT-STATUS  PIC X.
               88 LV-PAYOUT-PENDING VALUE "P".
               88 LV-PAYOUT-DONE    VALUE "D".
           05 LV-PAYOUT-HOURS   PIC S9(5)V99.
           05 LV-PAYOUT-AMOUNT  PIC S9(7)V99.
           05 LV-PAYOUT-DATE    PIC X(10).
           05 FILLER            PIC X(10).

       WORKING-STORAGE SECTION.
       01 EMP-FILE-STATUS       PIC XX VALUE SPACES.
       01 TRANS-FILE-STATUS     PIC XX VALUE SPACES.
       01 WS-DELETE-APPLIED     PIC 9(5) VALUE ZERO.
       01 WS-DELETE-REJECTED    PIC 9(5) VALUE ZERO.
       01 WS-OTHER-REJECTED     PIC 9(5) VALUE ZERO.
       01 WS-PAYOUT-FLAGGED     PIC 9(5) VALUE ZERO.

       01 LEAVE-FILE-STATUS     PIC XX VALUE SPACES.

       01 WS-REASON-CODE        PIC X(4) VALUE SPACES.
       01 WS-REASON-TEXT        PIC X(30) VALUE SPACES.
               STOP RUN
           END-IF.

           OPEN I-O LEAVE-FILE.
           IF LEAVE-FILE-STATUS = "35"
               OPEN OUTPUT LEAVE-FILE
               CLOSE LEAVE-FILE
               OPEN I-O LEAVE-FILE
           END-IF.
           IF LEAVE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING LEAVE BALANCE FILE: "
                   LEAVE-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT EMP-TRANS-FILE.
           IF TRANS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING TRANSACTION FILE: "
           PERFORM WRITE-CONTROL-TOTALS.

           CLOSE EMPLOYEE-FILE
                 LEAVE-FILE
                 EMP-TRANS-FILE
                 EXCEPTION-FILE
                 CONTROL-REPORT-FILE
                   PERFORM WRITE-EXCEPTION-RECORD
               NOT INVALID KEY
                   ADD 1 TO WS-DELETE-APPLIED
                   PERFORM FLAG-VACATION-PAYOUT
           END-REWRITE.

       FLAG-VACATION-PAYOUT.
           MOVE EMP-REC-ID TO LV-EMP-ID.
           READ LEAVE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "P" TO LV-PAYOUT-STATUS
                   REWRITE LEAVE-RECORD
                       INVALID KEY
                           DISPLAY "LEAVE REWRITE FAILED: "
                               LEAVE-FILE-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WS-PAYOUT-FLAGGED
                   END-REWRITE
           END-READ.

       VALIDATE-TRANS-DEPT.
           MOVE TRN-DEPT(1:3) TO WS-TRANS-DEPT-KEY.
           MOVE "N" TO WS-DEPT-FOUND.
           MOVE WS-DELETE-REJECTED TO CD-REJECTED.
           WRITE CONTROL-REPORT-LINE FROM CONTROL-DETAIL-LINE.

           MOVE "LEAVE PAYOUT" TO CD-ACTION.
           MOVE WS-PAYOUT-FLAGGED TO CD-APPLIED.
           MOVE ZERO TO CD-REJECTED.
           WRITE CONTROL-REPORT-LINE FROM CONTROL-DETAIL-LINE.

           MOVE "INVALID" TO CD-ACTION.
           MOVE ZERO TO CD-APPLIED.
           MOVE WS-OTHER-REJECTED TO CD-REJECTED.
