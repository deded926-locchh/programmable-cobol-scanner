           SELECT CALC-RESULTS-FILE ASSIGN TO "CALC-RESULTS.OUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CALC-RESULTS-STATUS.
           SELECT REFAUDIT-CNT-FILE ASSIGN TO "REFAUDIT.CNT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REFAUDIT-CNT-STATUS.
           SELECT THRESHOLD-FILE ASSIGN TO "OPSTHRSH.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS THRESHOLD-FILE-STATUS.
           LABEL RECORDS ARE STANDARD.
       01 CALC-RESULT-LINE      PIC X(90).

       FD REFAUDIT-CNT-FILE
           LABEL RECORDS ARE STANDARD.
       01 REFAUDIT-CNT-RECORD.
           05 RA-CODE           PIC X(4).
           05 RA-TEXT           PIC X(30).
           05 RA-CHECKED        PIC 9(7).
           05 RA-ORPHANS        PIC 9(7).
           05 RA-RUN-DATE       PIC X(10).
           05 FILLER            PIC X(2).

       FD THRESHOLD-FILE
           LABEL RECORDS ARE STANDARD.
       01 THRESHOLD-RECORD.
       01 SALESPOST-EXC-STATUS  PIC XX VALUE SPACES.
       01 SALES-REJECTS-STATUS  PIC XX VALUE SPACES.
       01 CALC-RESULTS-STATUS   PIC XX VALUE SPACES.
       01 REFAUDIT-CNT-STATUS   PIC XX VALUE SPACES.
       01 THRESHOLD-FILE-STATUS PIC XX VALUE SPACES.

       01 WS-FILE-EOF           PIC X VALUE "N".
       01 WS-CUR-LIMIT          PIC 9(5) VALUE ZERO.

       01 SOURCE-TOTAL-TABLE.
           05 SOURCE-TOTAL-ENTRY OCCURS 7 TIMES.
               10 ST-SOURCE     PIC X(10).
               10 ST-COUNT      PIC 9(5).
               10 ST-LIMIT      PIC 9(5).
           PERFORM PROCESS-SALESPOST-EXCEPTIONS.
           PERFORM PROCESS-SALES-REJECTS.
           PERFORM PROCESS-CALC-REJECTS.
           PERFORM PROCESS-REFAUDIT-COUNTS.

           PERFORM WRITE-VERDICT.

           END-IF.
           PERFORM READ-CALC-RESULT.

       PROCESS-REFAUDIT-COUNTS.
           MOVE "REFAUDIT" TO WS-CUR-SOURCE.
           PERFORM START-SOURCE.
           OPEN INPUT REFAUDIT-CNT-FILE.
           IF REFAUDIT-CNT-STATUS = "00"
               PERFORM READ-REFAUDIT-COUNT
               PERFORM TALLY-REFAUDIT-COUNT UNTIL WS-FILE-EOF = "Y"
               CLOSE REFAUDIT-CNT-FILE
           END-IF.
           PERFORM END-SOURCE.

       READ-REFAUDIT-COUNT.
           READ REFAUDIT-CNT-FILE
               AT END MOVE "Y" TO WS-FILE-EOF
           END-READ.

       TALLY-REFAUDIT-COUNT.
           IF RA-ORPHANS NUMERIC AND RA-ORPHANS > 0
               ADD RA-ORPHANS TO ST-COUNT (WS-SOURCE-SUB)
               ADD 1 TO WS-REASON-COUNT
               IF WS-REASON-COUNT > 100
                   DISPLAY "REASON TABLE OVERFLOW - OVER 100"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-CUR-SOURCE TO RT-SOURCE (WS-REASON-COUNT)
               MOVE RA-TEXT TO RT-REASON (WS-REASON-COUNT)
               MOVE RA-ORPHANS TO RT-COUNT (WS-REASON-COUNT)
           END-IF.
           PERFORM READ-REFAUDIT-COUNT.

       WRITE-VERDICT.
           IF RUN-NEEDS-REVIEW
               MOVE "RUN REQUIRES REVIEW" TO VL-VERDICT
