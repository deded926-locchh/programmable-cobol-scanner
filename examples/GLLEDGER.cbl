               FILE STATUS IS POSTED-BATCH-STATUS.
           SELECT TRIAL-BALANCE-FILE ASSIGN TO "GLTRIAL.RPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PERIOD-STATUS-FILE ASSIGN TO "GLPERIOD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PERIOD-STATUS-FILE-STATUS.
           SELECT PARM-FILE ASSIGN TO "PARMCARD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 JRNL-ACCOUNT      PIC 9(5).
           05 JRNL-DR-CR        PIC X.
           05 JRNL-AMOUNT       PIC 9(9)V99.
           05 JRNL-BATCH-DATE   PIC X(10).

       FD CHART-FILE
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
       01 TRIAL-BALANCE-LINE    PIC X(90).

       FD PERIOD-STATUS-FILE
           LABEL RECORDS ARE STANDARD.
       01 PERIOD-STATUS-RECORD.
           05 GPS-PERIOD        PIC X(7).
           05 GPS-STATUS        PIC X.
           05 GPS-CHANGE-DATE   PIC X(10).
           05 FILLER            PIC X(12).

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

       WORKING-STORAGE SECTION.
       01 JOURNAL-FILE-STATUS   PIC XX VALUE SPACES.
       01 CHART-FILE-STATUS     PIC XX VALUE SPACES.
       01 BALANCE-FILE-STATUS   PIC XX VALUE SPACES.
       01 POSTED-BATCH-STATUS   PIC XX VALUE SPACES.
       01 PERIOD-STATUS-FILE-STATUS PIC XX VALUE SPACES.
       01 PARM-FILE-STATUS      PIC XX VALUE SPACES.

       01 WS-JOURNAL-EOF        PIC X VALUE "N".
       01 WS-CHART-EOF          PIC X VALUE "N".
       01 WS-BALANCE-EOF        PIC X VALUE "N".
       01 WS-POSTED-EOF         PIC X VALUE "N".
       01 WS-PERIOD-STATUS-EOF  PIC X VALUE "N".
       01 WS-PARM-EOF           PIC X VALUE "N".
       01 WS-PARM-FOUND         PIC X VALUE "N".
           88 PARM-WAS-FOUND    VALUE "Y".
       01 WS-CLOSED-MODE        PIC X VALUE SPACE.
           88 REDIRECT-CLOSED-PERIOD VALUE "R".

       01 WS-JOURNAL-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-BATCH-DATE         PIC X(10) VALUE SPACES.
       01 WS-PER-IDX2           PIC 9(3) VALUE ZERO.
       01 WS-BALANCE-ERRORS     PIC 9(3) VALUE ZERO.

       01 PERIOD-STATUS-TABLE.
           05 PERIOD-STATUS-ENTRY OCCURS 1 TO 200 TIMES
                       DEPENDING ON WS-PERIOD-STATUS-COUNT
                       INDEXED BY PST-IDX.
               10 PST-PERIOD    PIC X(7).
               10 PST-STATUS    PIC X.

       01 WS-PERIOD-STATUS-COUNT PIC 9(3) VALUE ZERO.
       01 WS-PERIOD-CLOSED      PIC X VALUE "N".
           88 JOURNAL-PERIOD-CLOSED VALUE "Y".
       01 WS-CLOSED-ERRORS      PIC 9(5) VALUE ZERO.
       01 WS-REDIRECT-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-STEP-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-STEP-PERIOD        PIC X(7) VALUE SPACES.
       01 WS-STEP-PERIOD-R REDEFINES WS-STEP-PERIOD.
           05 WS-STEP-YEAR      PIC 9(4).
           05 WS-STEP-DASH      PIC X.
           05 WS-STEP-MONTH     PIC 9(2).

       01 WS-RUN-DATE           PIC 9(8).
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05 WS-RUN-YEAR       PIC 9(4).
           MOVE WS-RUN-MONTH TO WS-RUN-EDIT-MONTH.
           MOVE WS-RUN-DAY TO WS-RUN-EDIT-DAY.

           PERFORM READ-PARM-CARD.
           PERFORM LOAD-CHART-TABLE.
           PERFORM LOAD-BALANCE-TABLE.
           PERFORM LOAD-PERIOD-STATUS-TABLE.
           PERFORM POST-JOURNAL-FILE.

           IF WS-CLOSED-ERRORS > ZERO
               DISPLAY "GLLEDGER: BATCH DATED INTO CLOSED PERIOD - "
                   "BALANCES NOT UPDATED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM CHECK-PERIOD-BALANCES.

           IF WS-BALANCE-ERRORS > ZERO

           DISPLAY "GLLEDGER: JOURNAL LINES POSTED: "
               WS-JOURNAL-COUNT.
           IF WS-REDIRECT-COUNT > ZERO
               DISPLAY "GLLEDGER: LINES REDIRECTED FROM CLOSED "
                   "PERIODS: " WS-REDIRECT-COUNT
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
               IF PARM-WAS-FOUND
                   MOVE PARM-RUN-MODE TO WS-CLOSED-MODE
               END-IF
           END-IF.

       READ-PARM-RECORD.
           READ PARM-FILE
               AT END MOVE "Y" TO WS-PARM-EOF
           END-READ.

       FIND-PARM-CARD.
           IF PARM-PROGRAM = "GLLEDGER"
               MOVE "Y" TO WS-PARM-FOUND
           ELSE
               PERFORM READ-PARM-RECORD
           END-IF.

       LOAD-PERIOD-STATUS-TABLE.
           OPEN INPUT PERIOD-STATUS-FILE.
           IF PERIOD-STATUS-FILE-STATUS NOT = "00"
               MOVE ZERO TO WS-PERIOD-STATUS-COUNT
           ELSE
               PERFORM READ-PERIOD-STATUS
               PERFORM LOAD-PERIOD-STATUS-ENTRY
                   UNTIL WS-PERIOD-STATUS-EOF = "Y"
               CLOSE PERIOD-STATUS-FILE
           END-IF.

       READ-PERIOD-STATUS.
           READ PERIOD-STATUS-FILE
               AT END MOVE "Y" TO WS-PERIOD-STATUS-EOF
           END-READ.

       LOAD-PERIOD-STATUS-ENTRY.
           ADD 1 TO WS-PERIOD-STATUS-COUNT.
           IF WS-PERIOD-STATUS-COUNT > 200
               DISPLAY "PERIOD STATUS TABLE OVERFLOW - OVER 200"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE GPS-PERIOD TO PST-PERIOD (WS-PERIOD-STATUS-COUNT).
           MOVE GPS-STATUS TO PST-STATUS (WS-PERIOD-STATUS-COUNT).
           PERFORM READ-PERIOD-STATUS.

       LOAD-CHART-TABLE.
           OPEN INPUT CHART-FILE.
           IF CHART-FILE-STATUS NOT = "00"
               STOP RUN
           END-IF.

           IF JRNL-BATCH-DATE = SPACES
               MOVE JRNL-DATE TO WS-BATCH-DATE
           ELSE
               MOVE JRNL-BATCH-DATE TO WS-BATCH-DATE
           END-IF.
           PERFORM CHECK-BATCH-NOT-POSTED.
           IF BATCH-ALREADY-POSTED
               DISPLAY "GLLEDGER: JOURNAL OF " WS-BATCH-DATE
           ADD 1 TO WS-JOURNAL-COUNT.
           MOVE JRNL-DATE(1:7) TO WS-JOURNAL-PERIOD.

           PERFORM CHECK-JOURNAL-PERIOD.
           IF JOURNAL-PERIOD-CLOSED
               ADD 1 TO WS-CLOSED-ERRORS
               DISPLAY "GLLEDGER: ENTRY " JRNL-ENTRY-NO
                   " DATED INTO CLOSED PERIOD " WS-JOURNAL-PERIOD
           ELSE
               PERFORM POST-TO-BALANCE
           END-IF.

           PERFORM READ-JOURNAL-RECORD.

       CHECK-JOURNAL-PERIOD.
           MOVE WS-JOURNAL-PERIOD TO WS-STEP-PERIOD.
           PERFORM LOOKUP-PERIOD-STATUS.
           IF JOURNAL-PERIOD-CLOSED AND REDIRECT-CLOSED-PERIOD
               MOVE ZERO TO WS-STEP-COUNT
               PERFORM STEP-TO-NEXT-PERIOD
                   UNTIL NOT JOURNAL-PERIOD-CLOSED
                   OR WS-STEP-COUNT > 24
               IF NOT JOURNAL-PERIOD-CLOSED
                   MOVE WS-STEP-PERIOD TO WS-JOURNAL-PERIOD
                   ADD 1 TO WS-REDIRECT-COUNT
               END-IF
           END-IF.

       LOOKUP-PERIOD-STATUS.
           MOVE "N" TO WS-PERIOD-CLOSED.
           IF WS-PERIOD-STATUS-COUNT > 0
               SET PST-IDX TO 1
               SEARCH PERIOD-STATUS-ENTRY
                   WHEN PST-PERIOD (PST-IDX) = WS-STEP-PERIOD
                       IF PST-STATUS (PST-IDX) = "C"
                           MOVE "Y" TO WS-PERIOD-CLOSED
                       END-IF
               END-SEARCH
           END-IF.

       STEP-TO-NEXT-PERIOD.
           ADD 1 TO WS-STEP-COUNT.
           IF WS-STEP-YEAR NOT NUMERIC OR WS-STEP-MONTH NOT NUMERIC
               MOVE 25 TO WS-STEP-COUNT
           ELSE
               IF WS-STEP-MONTH NOT < 12
                   ADD 1 TO WS-STEP-YEAR
                   MOVE 1 TO WS-STEP-MONTH
               ELSE
                   ADD 1 TO WS-STEP-MONTH
               END-IF
               PERFORM LOOKUP-PERIOD-STATUS
           END-IF.

       POST-TO-BALANCE.
           PERFORM FIND-BALANCE-ENTRY.
           IF NOT BALANCE-WAS-FOUND
               ADD 1 TO WS-BALANCE-COUNT
           END-IF.

           PERFORM ACCUMULATE-PERIOD-TOTAL.

       FIND-BALANCE-ENTRY.
           MOVE "N" TO WS-BALANCE-FOUND.
