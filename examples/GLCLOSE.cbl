       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLCLOSE.
       AUTHOR. CASCADE.
       DATE-WRITTEN. 2026-10-15.
       SECURITY. CONFIDENTIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. X86-64.
       OBJECT-COMPUTER. X86-64.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHART-FILE ASSIGN TO "GLCOA.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CHART-FILE-STATUS.
           SELECT BALANCE-FILE ASSIGN TO "GLBAL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BALANCE-FILE-STATUS.
           SELECT PERIOD-STATUS-FILE ASSIGN TO "GLPERIOD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PERIOD-STATUS-FILE-STATUS.
           SELECT PARM-FILE ASSIGN TO "PARMCARD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT CLOSE-REPORT-FILE ASSIGN TO "GLCLOSE.RPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CHART-FILE
           LABEL RECORDS ARE STANDARD.
       01 CHART-RECORD.
           05 ACCT-REC-NUMBER   PIC 9(5).
           05 ACCT-REC-NAME     PIC X(25).
           05 ACCT-REC-TYPE     PIC X.
           05 FILLER            PIC X(9).

       FD BALANCE-FILE
           LABEL RECORDS ARE STANDARD.
       01 BALANCE-RECORD.
           05 GLB-ACCOUNT       PIC 9(5).
           05 GLB-PERIOD        PIC X(7).
           05 GLB-DR-TOTAL      PIC 9(11)V99.
           05 GLB-CR-TOTAL      PIC 9(11)V99.
           05 FILLER            PIC X(8).

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

       FD CLOSE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01 CLOSE-REPORT-LINE     PIC X(90).

       WORKING-STORAGE SECTION.
       01 CHART-FILE-STATUS     PIC XX VALUE SPACES.
       01 BALANCE-FILE-STATUS   PIC XX VALUE SPACES.
       01 PERIOD-STATUS-FILE-STATUS PIC XX VALUE SPACES.
       01 PARM-FILE-STATUS      PIC XX VALUE SPACES.

       01 WS-CHART-EOF          PIC X VALUE "N".
       01 WS-BALANCE-EOF        PIC X VALUE "N".
       01 WS-PERIOD-STATUS-EOF  PIC X VALUE "N".
       01 WS-PARM-EOF           PIC X VALUE "N".
       01 WS-PARM-FOUND         PIC X VALUE "N".
           88 PARM-WAS-FOUND    VALUE "Y".

       01 WS-CLOSE-MODE         PIC X VALUE SPACE.
           88 CLOSE-MONTH       VALUE "M".
           88 REOPEN-MONTH      VALUE "O".
           88 CLOSE-YEAR        VALUE "Y".

       01 WS-CLOSE-PERIOD       PIC X(7) VALUE SPACES.
       01 WS-CLOSE-PERIOD-R REDEFINES WS-CLOSE-PERIOD.
           05 WS-CLOSE-YEAR     PIC 9(4).
           05 WS-CLOSE-DASH     PIC X.
           05 WS-CLOSE-MONTH    PIC 9(2).

       01 WS-WORK-PERIOD        PIC X(7) VALUE SPACES.
       01 WS-WORK-PERIOD-R REDEFINES WS-WORK-PERIOD.
           05 WS-WORK-YEAR      PIC 9(4).
           05 WS-WORK-DASH      PIC X.
           05 WS-WORK-MONTH     PIC 9(2).

       01 WS-CLOSING-PERIOD     PIC X(7) VALUE SPACES.
       01 WS-OPENING-PERIOD     PIC X(7) VALUE SPACES.
       01 WS-MONTH-NO           PIC 9(2) VALUE ZERO.

       01 CHART-TABLE.
           05 CHART-ENTRY OCCURS 1 TO 100 TIMES
                       DEPENDING ON WS-CHART-COUNT
                       INDEXED BY CHART-IDX.
               10 CT-ACCOUNT    PIC 9(5).
               10 CT-NAME       PIC X(25).
               10 CT-TYPE       PIC X.
                   88 CT-IS-BALANCE-SHEET VALUE "A" "L" "Q".
                   88 CT-IS-INCOME-STMT   VALUE "R" "E".

       01 WS-CHART-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-ACCT-FOUND         PIC X VALUE "N".
           88 ACCT-WAS-FOUND    VALUE "Y".
       01 WS-LOOKUP-ACCOUNT     PIC 9(5) VALUE ZERO.

       01 BALANCE-TABLE.
           05 BALANCE-ENTRY OCCURS 1 TO 500 TIMES
                       DEPENDING ON WS-BALANCE-COUNT
                       INDEXED BY BAL-IDX.
               10 BT-ACCOUNT    PIC 9(5).
               10 BT-PERIOD     PIC X(7).
               10 BT-DR-TOTAL   PIC 9(11)V99.
               10 BT-CR-TOTAL   PIC 9(11)V99.

       01 WS-BALANCE-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-BALANCE-FOUND      PIC X VALUE "N".
           88 BALANCE-WAS-FOUND VALUE "Y".
       01 WS-BAL-IDX2           PIC 9(3) VALUE ZERO.

       01 ACCOUNT-NET-TABLE.
           05 ACCOUNT-NET-ENTRY OCCURS 1 TO 100 TIMES
                       DEPENDING ON WS-NET-COUNT
                       INDEXED BY NET-IDX.
               10 NT-ACCOUNT    PIC 9(5).
               10 NT-NET        PIC S9(13)V99.

       01 WS-NET-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-NET-FOUND          PIC X VALUE "N".
           88 NET-WAS-FOUND     VALUE "Y".
       01 WS-NET-IDX2           PIC 9(3) VALUE ZERO.

       01 PERIOD-STATUS-TABLE.
           05 PERIOD-STATUS-ENTRY OCCURS 1 TO 200 TIMES
                       DEPENDING ON WS-PERIOD-STATUS-COUNT
                       INDEXED BY PST-IDX.
               10 PST-PERIOD    PIC X(7).
               10 PST-STATUS    PIC X.
               10 PST-CHANGE-DATE PIC X(10).

       01 WS-PERIOD-STATUS-COUNT PIC 9(3) VALUE ZERO.
       01 WS-PST-IDX2           PIC 9(3) VALUE ZERO.
       01 WS-PERIOD-FOUND       PIC X VALUE "N".
           88 PERIOD-WAS-FOUND  VALUE "Y".
       01 WS-NEW-STATUS         PIC X VALUE SPACE.

       01 WS-ACCT-RETAINED      PIC 9(5) VALUE 33000.

       01 WS-POST-ACCOUNT       PIC 9(5) VALUE ZERO.
       01 WS-POST-PERIOD        PIC X(7) VALUE SPACES.
       01 WS-POST-AMOUNT        PIC S9(13)V99 VALUE ZERO.
       01 WS-ABS-AMOUNT         PIC 9(13)V99 VALUE ZERO.
       01 WS-NET-INCOME         PIC S9(13)V99 VALUE ZERO.
       01 WS-YEAR-DR-TOTAL      PIC 9(13)V99 VALUE ZERO.
       01 WS-YEAR-CR-TOTAL      PIC 9(13)V99 VALUE ZERO.
       01 WS-SECTION-DR-TOTAL   PIC 9(13)V99 VALUE ZERO.
       01 WS-SECTION-CR-TOTAL   PIC 9(13)V99 VALUE ZERO.
       01 WS-CLOSED-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-CARRIED-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-EXCEPTION-COUNT    PIC 9(5) VALUE ZERO.

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
               "GL PERIOD AND YEAR CLOSE".
           05 FILLER            PIC X(7) VALUE "PERIOD ".
           05 RH-PERIOD         PIC X(7).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 FILLER            PIC X(5) VALUE "DATE ".
           05 RH-DATE           PIC X(10).
           05 FILLER            PIC X(33) VALUE SPACES.

       01 REPORT-SECTION-LINE.
           05 RS-TITLE          PIC X(50).
           05 FILLER            PIC X(40) VALUE SPACES.

       01 REPORT-COLUMN-LINE.
           05 FILLER            PIC X(7) VALUE "ACCOUNT".
           05 FILLER            PIC X(2) VALUE SPACES.
           05 FILLER            PIC X(25) VALUE "NAME".
           05 FILLER            PIC X(2) VALUE SPACES.
           05 FILLER            PIC X(6) VALUE "TYPE".
           05 FILLER            PIC X(17) VALUE
               "            DEBIT".
           05 FILLER            PIC X(2) VALUE SPACES.
           05 FILLER            PIC X(17) VALUE
               "           CREDIT".
           05 FILLER            PIC X(12) VALUE SPACES.

       01 REPORT-DETAIL-LINE.
           05 RD-ACCOUNT        PIC 9(5).
           05 FILLER            PIC X(4) VALUE SPACES.
           05 RD-ACCT-NAME      PIC X(25).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RD-TYPE           PIC X.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 RD-DEBIT          PIC $$,$$$,$$$,$$9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RD-CREDIT         PIC $$,$$$,$$$,$$9.99.
           05 FILLER            PIC X(12) VALUE SPACES.

       01 REPORT-TOTAL-LINE.
           05 RT-LABEL          PIC X(42).
           05 RT-DEBIT          PIC $$,$$$,$$$,$$9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RT-CREDIT         PIC $$,$$$,$$$,$$9.99.
           05 FILLER            PIC X(12) VALUE SPACES.

       01 REPORT-NET-LINE.
           05 FILLER            PIC X(42) VALUE
               "NET INCOME CLOSED TO RETAINED EARNINGS".
           05 RN-AMOUNT         PIC $$,$$$,$$$,$$9.99-.
           05 FILLER            PIC X(30) VALUE SPACES.

       01 REPORT-STATUS-LINE.
           05 FILLER            PIC X(7) VALUE "PERIOD ".
           05 RP-PERIOD         PIC X(7).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 RP-TEXT           PIC X(30).
           05 FILLER            PIC X(45) VALUE SPACES.

       01 REPORT-EXCEPTION-LINE.
           05 FILLER            PIC X(11) VALUE "EXCEPTION: ".
           05 RE-TEXT           PIC X(40).
           05 RE-ACCOUNT        PIC 9(5).
           05 FILLER            PIC X(34) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-YEAR TO WS-RUN-EDIT-YEAR.
           MOVE WS-RUN-MONTH TO WS-RUN-EDIT-MONTH.
           MOVE WS-RUN-DAY TO WS-RUN-EDIT-DAY.

           PERFORM READ-PARM-CARD.
           PERFORM LOAD-PERIOD-STATUS-TABLE.
           IF REOPEN-MONTH
               PERFORM CHECK-YEAR-NOT-CLOSED
           END-IF.

           OPEN OUTPUT CLOSE-REPORT-FILE.
           MOVE WS-CLOSE-PERIOD TO RH-PERIOD.
           MOVE WS-RUN-DATE-EDIT TO RH-DATE.
           WRITE CLOSE-REPORT-LINE FROM REPORT-HEADER-1.

           EVALUATE TRUE
               WHEN CLOSE-MONTH
                   MOVE WS-CLOSE-PERIOD TO WS-WORK-PERIOD
                   MOVE "C" TO WS-NEW-STATUS
                   PERFORM SET-PERIOD-STATUS
                   MOVE WS-CLOSE-PERIOD TO RP-PERIOD
                   MOVE "CLOSED TO POSTING" TO RP-TEXT
                   WRITE CLOSE-REPORT-LINE FROM REPORT-STATUS-LINE
               WHEN REOPEN-MONTH
                   MOVE WS-CLOSE-PERIOD TO WS-WORK-PERIOD
                   MOVE "O" TO WS-NEW-STATUS
                   PERFORM SET-PERIOD-STATUS
                   MOVE WS-CLOSE-PERIOD TO RP-PERIOD
                   MOVE "REOPENED FOR POSTING" TO RP-TEXT
                   WRITE CLOSE-REPORT-LINE FROM REPORT-STATUS-LINE
               WHEN CLOSE-YEAR
                   PERFORM CLOSE-FISCAL-YEAR
           END-EVALUATE.

           CLOSE CLOSE-REPORT-FILE.

           PERFORM REWRITE-PERIOD-STATUS-FILE.

           IF CLOSE-YEAR
               DISPLAY "GLCLOSE: ACCOUNTS CLOSED:       "
                   WS-CLOSED-COUNT
               DISPLAY "GLCLOSE: BALANCES CARRIED:      "
                   WS-CARRIED-COUNT
               DISPLAY "GLCLOSE: EXCEPTIONS:            "
                   WS-EXCEPTION-COUNT
           ELSE
               DISPLAY "GLCLOSE: PERIOD " WS-CLOSE-PERIOD
                   " STATUS SET TO " WS-NEW-STATUS
           END-IF.
           STOP RUN.

       READ-PARM-CARD.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-STATUS NOT = "00"
               DISPLAY "GLCLOSE: PARAMETER CARD FILE MISSING: "
                   PARM-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "N" TO WS-PARM-FOUND.
           PERFORM READ-PARM-RECORD.
           PERFORM FIND-PARM-CARD UNTIL WS-PARM-EOF = "Y"
               OR PARM-WAS-FOUND.
           CLOSE PARM-FILE.

           IF NOT PARM-WAS-FOUND
               DISPLAY "GLCLOSE: NO PARAMETER CARD FOR GLCLOSE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE PARM-RUN-MODE TO WS-CLOSE-MODE.
           IF NOT CLOSE-MONTH AND NOT REOPEN-MONTH
               AND NOT CLOSE-YEAR
               DISPLAY "GLCLOSE: INVALID RUN MODE ON CARD: "
                   PARM-RUN-MODE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE PARM-QUOTA-PERIOD TO WS-CLOSE-PERIOD.
           IF WS-CLOSE-YEAR NOT NUMERIC
               OR WS-CLOSE-DASH NOT = "-"
               OR WS-CLOSE-MONTH NOT NUMERIC
               OR WS-CLOSE-MONTH < 1 OR WS-CLOSE-MONTH > 12
               DISPLAY "GLCLOSE: INVALID PERIOD ON CARD: "
                   PARM-QUOTA-PERIOD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-PARM-RECORD.
           READ PARM-FILE
               AT END MOVE "Y" TO WS-PARM-EOF
           END-READ.

       FIND-PARM-CARD.
           IF PARM-PROGRAM = "GLCLOSE"
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
           MOVE GPS-CHANGE-DATE
               TO PST-CHANGE-DATE (WS-PERIOD-STATUS-COUNT).
           PERFORM READ-PERIOD-STATUS.

       FIND-PERIOD-STATUS.
           MOVE "N" TO WS-PERIOD-FOUND.
           IF WS-PERIOD-STATUS-COUNT > 0
               SET PST-IDX TO 1
               SEARCH PERIOD-STATUS-ENTRY
                   WHEN PST-PERIOD (PST-IDX) = WS-WORK-PERIOD
                       MOVE "Y" TO WS-PERIOD-FOUND
               END-SEARCH
           END-IF.

       SET-PERIOD-STATUS.
           PERFORM FIND-PERIOD-STATUS.
           IF NOT PERIOD-WAS-FOUND
               ADD 1 TO WS-PERIOD-STATUS-COUNT
               IF WS-PERIOD-STATUS-COUNT > 200
                   DISPLAY "PERIOD STATUS TABLE OVERFLOW - OVER 200"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-WORK-PERIOD
                   TO PST-PERIOD (WS-PERIOD-STATUS-COUNT)
               SET PST-IDX TO WS-PERIOD-STATUS-COUNT
           END-IF.
           MOVE WS-NEW-STATUS TO PST-STATUS (PST-IDX).
           MOVE WS-RUN-DATE-EDIT TO PST-CHANGE-DATE (PST-IDX).

       CHECK-YEAR-NOT-CLOSED.
           MOVE WS-CLOSE-YEAR TO WS-WORK-YEAR.
           MOVE "-" TO WS-WORK-DASH.
           MOVE 13 TO WS-WORK-MONTH.
           PERFORM FIND-PERIOD-STATUS.
           IF PERIOD-WAS-FOUND AND PST-STATUS (PST-IDX) = "C"
               DISPLAY "GLCLOSE: YEAR " WS-CLOSE-YEAR
                   " ALREADY CLOSED - REOPEN OF " WS-CLOSE-PERIOD
                   " REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CLOSE-FISCAL-YEAR.
           MOVE WS-CLOSE-YEAR TO WS-WORK-YEAR.
           MOVE "-" TO WS-WORK-DASH.
           MOVE 13 TO WS-WORK-MONTH.
           MOVE WS-WORK-PERIOD TO WS-CLOSING-PERIOD.
           PERFORM FIND-PERIOD-STATUS.
           IF PERIOD-WAS-FOUND AND PST-STATUS (PST-IDX) = "C"
               DISPLAY "GLCLOSE: YEAR " WS-CLOSE-YEAR
                   " ALREADY CLOSED - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-WORK-YEAR.
           MOVE ZERO TO WS-WORK-MONTH.
           MOVE WS-WORK-PERIOD TO WS-OPENING-PERIOD.

           PERFORM LOAD-CHART-TABLE.
           PERFORM LOAD-BALANCE-TABLE.

           PERFORM ACCUMULATE-YEAR-BALANCE
               VARYING WS-BAL-IDX2 FROM 1 BY 1
               UNTIL WS-BAL-IDX2 > WS-BALANCE-COUNT.

           IF WS-YEAR-DR-TOTAL NOT = WS-YEAR-CR-TOTAL
               DISPLAY "GLCLOSE: LEDGER OUT OF BALANCE FOR "
                   WS-CLOSE-YEAR " - YEAR NOT CLOSED"
               DISPLAY "  DEBITS:  " WS-YEAR-DR-TOTAL
                   "  CREDITS: " WS-YEAR-CR-TOTAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "CLOSING ENTRIES TO PERIOD" TO RS-TITLE.
           MOVE WS-CLOSING-PERIOD TO RS-TITLE(27:7).
           WRITE CLOSE-REPORT-LINE FROM REPORT-SECTION-LINE.
           WRITE CLOSE-REPORT-LINE FROM REPORT-COLUMN-LINE.
           MOVE ZERO TO WS-SECTION-DR-TOTAL.
           MOVE ZERO TO WS-SECTION-CR-TOTAL.
           MOVE ZERO TO WS-NET-INCOME.

           PERFORM CLOSE-INCOME-ACCOUNT
               VARYING WS-NET-IDX2 FROM 1 BY 1
               UNTIL WS-NET-IDX2 > WS-NET-COUNT.

           MOVE WS-ACCT-RETAINED TO WS-POST-ACCOUNT.
           MOVE WS-CLOSING-PERIOD TO WS-POST-PERIOD.
           COMPUTE WS-POST-AMOUNT = ZERO - WS-NET-INCOME.
           PERFORM POST-CLOSE-AMOUNT.
           MOVE WS-ACCT-RETAINED TO WS-LOOKUP-ACCOUNT.
           PERFORM FIND-ACCOUNT-NET.
           IF NOT NET-WAS-FOUND
               PERFORM ADD-ACCOUNT-NET
           END-IF.
           ADD WS-POST-AMOUNT TO NT-NET (NET-IDX).
           PERFORM WRITE-CLOSE-DETAIL.

           MOVE "TOTAL CLOSING ENTRIES" TO RT-LABEL.
           MOVE WS-SECTION-DR-TOTAL TO RT-DEBIT.
           MOVE WS-SECTION-CR-TOTAL TO RT-CREDIT.
           WRITE CLOSE-REPORT-LINE FROM REPORT-TOTAL-LINE.
           MOVE WS-NET-INCOME TO RN-AMOUNT.
           WRITE CLOSE-REPORT-LINE FROM REPORT-NET-LINE.

           MOVE SPACES TO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           MOVE "OPENING BALANCES CARRIED TO PERIOD" TO RS-TITLE.
           MOVE WS-OPENING-PERIOD TO RS-TITLE(36:7).
           WRITE CLOSE-REPORT-LINE FROM REPORT-SECTION-LINE.
           WRITE CLOSE-REPORT-LINE FROM REPORT-COLUMN-LINE.
           MOVE ZERO TO WS-SECTION-DR-TOTAL.
           MOVE ZERO TO WS-SECTION-CR-TOTAL.

           PERFORM CARRY-BALANCE-FORWARD
               VARYING WS-NET-IDX2 FROM 1 BY 1
               UNTIL WS-NET-IDX2 > WS-NET-COUNT.

           MOVE "TOTAL OPENING BALANCES" TO RT-LABEL.
           MOVE WS-SECTION-DR-TOTAL TO RT-DEBIT.
           MOVE WS-SECTION-CR-TOTAL TO RT-CREDIT.
           WRITE CLOSE-REPORT-LINE FROM REPORT-TOTAL-LINE.
           IF WS-SECTION-DR-TOTAL NOT = WS-SECTION-CR-TOTAL
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE "OPENING BALANCES DO NOT BALANCE"
                   TO RE-TEXT
               MOVE ZERO TO RE-ACCOUNT
               WRITE CLOSE-REPORT-LINE FROM REPORT-EXCEPTION-LINE
           END-IF.

           PERFORM WRITE-BALANCE-FILE.

           MOVE "C" TO WS-NEW-STATUS.
           MOVE WS-CLOSE-YEAR TO WS-WORK-YEAR.
           PERFORM CLOSE-YEAR-PERIOD
               VARYING WS-MONTH-NO FROM 0 BY 1
               UNTIL WS-MONTH-NO > 13.

           IF WS-EXCEPTION-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       LOAD-CHART-TABLE.
           OPEN INPUT CHART-FILE.
           IF CHART-FILE-STATUS NOT = "00"
               DISPLAY "GLCLOSE: ERROR OPENING CHART OF ACCOUNTS: "
                   CHART-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-CHART-RECORD.
           PERFORM LOAD-CHART-ENTRY UNTIL WS-CHART-EOF = "Y".
           CLOSE CHART-FILE.

       READ-CHART-RECORD.
           READ CHART-FILE
               AT END MOVE "Y" TO WS-CHART-EOF
           END-READ.

       LOAD-CHART-ENTRY.
           ADD 1 TO WS-CHART-COUNT.
           IF WS-CHART-COUNT > 100
               DISPLAY "CHART OF ACCOUNTS OVERFLOW - OVER 100"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ACCT-REC-NUMBER TO CT-ACCOUNT (WS-CHART-COUNT).
           MOVE ACCT-REC-NAME TO CT-NAME (WS-CHART-COUNT).
           MOVE ACCT-REC-TYPE TO CT-TYPE (WS-CHART-COUNT).
           PERFORM READ-CHART-RECORD.

       LOOKUP-ACCOUNT.
           MOVE "N" TO WS-ACCT-FOUND.
           IF WS-CHART-COUNT > 0
               SET CHART-IDX TO 1
               SEARCH CHART-ENTRY
                   WHEN CT-ACCOUNT (CHART-IDX) = WS-LOOKUP-ACCOUNT
                       MOVE "Y" TO WS-ACCT-FOUND
               END-SEARCH
           END-IF.

       LOAD-BALANCE-TABLE.
           OPEN INPUT BALANCE-FILE.
           IF BALANCE-FILE-STATUS NOT = "00"
               DISPLAY "GLCLOSE: ERROR OPENING BALANCE FILE: "
                   BALANCE-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-BALANCE-RECORD.
           PERFORM LOAD-BALANCE-ENTRY UNTIL WS-BALANCE-EOF = "Y".
           CLOSE BALANCE-FILE.

       READ-BALANCE-RECORD.
           READ BALANCE-FILE
               AT END MOVE "Y" TO WS-BALANCE-EOF
           END-READ.

       LOAD-BALANCE-ENTRY.
           ADD 1 TO WS-BALANCE-COUNT.
           IF WS-BALANCE-COUNT > 500
               DISPLAY "BALANCE TABLE OVERFLOW - OVER 500"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE GLB-ACCOUNT TO BT-ACCOUNT (WS-BALANCE-COUNT).
           MOVE GLB-PERIOD TO BT-PERIOD (WS-BALANCE-COUNT).
           MOVE GLB-DR-TOTAL TO BT-DR-TOTAL (WS-BALANCE-COUNT).
           MOVE GLB-CR-TOTAL TO BT-CR-TOTAL (WS-BALANCE-COUNT).
           PERFORM READ-BALANCE-RECORD.

       ACCUMULATE-YEAR-BALANCE.
           MOVE BT-PERIOD (WS-BAL-IDX2) TO WS-WORK-PERIOD.
           IF WS-WORK-PERIOD(1:4) = WS-CLOSE-PERIOD(1:4)
               AND WS-WORK-MONTH NUMERIC
               AND WS-WORK-MONTH < 13
               ADD BT-DR-TOTAL (WS-BAL-IDX2) TO WS-YEAR-DR-TOTAL
               ADD BT-CR-TOTAL (WS-BAL-IDX2) TO WS-YEAR-CR-TOTAL
               MOVE BT-ACCOUNT (WS-BAL-IDX2) TO WS-LOOKUP-ACCOUNT
               PERFORM FIND-ACCOUNT-NET
               IF NOT NET-WAS-FOUND
                   PERFORM ADD-ACCOUNT-NET
               END-IF
               COMPUTE NT-NET (NET-IDX) = NT-NET (NET-IDX)
                   + BT-DR-TOTAL (WS-BAL-IDX2)
                   - BT-CR-TOTAL (WS-BAL-IDX2)
           END-IF.

       FIND-ACCOUNT-NET.
           MOVE "N" TO WS-NET-FOUND.
           IF WS-NET-COUNT > 0
               SET NET-IDX TO 1
               SEARCH ACCOUNT-NET-ENTRY
                   WHEN NT-ACCOUNT (NET-IDX) = WS-LOOKUP-ACCOUNT
                       MOVE "Y" TO WS-NET-FOUND
               END-SEARCH
           END-IF.

       ADD-ACCOUNT-NET.
           ADD 1 TO WS-NET-COUNT.
           IF WS-NET-COUNT > 100
               DISPLAY "ACCOUNT NET TABLE OVERFLOW - OVER 100"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-LOOKUP-ACCOUNT TO NT-ACCOUNT (WS-NET-COUNT).
           MOVE ZERO TO NT-NET (WS-NET-COUNT).
           SET NET-IDX TO WS-NET-COUNT.

       CLOSE-INCOME-ACCOUNT.
           MOVE NT-ACCOUNT (WS-NET-IDX2) TO WS-LOOKUP-ACCOUNT.
           PERFORM LOOKUP-ACCOUNT.
           IF NOT ACCT-WAS-FOUND
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE "ACCOUNT NOT IN CHART - NOT CLOSED: "
                   TO RE-TEXT
               MOVE WS-LOOKUP-ACCOUNT TO RE-ACCOUNT
               WRITE CLOSE-REPORT-LINE FROM REPORT-EXCEPTION-LINE
           ELSE
               IF CT-IS-INCOME-STMT (CHART-IDX)
                   AND NT-NET (WS-NET-IDX2) NOT = ZERO
                   MOVE WS-LOOKUP-ACCOUNT TO WS-POST-ACCOUNT
                   MOVE WS-CLOSING-PERIOD TO WS-POST-PERIOD
                   COMPUTE WS-POST-AMOUNT =
                       ZERO - NT-NET (WS-NET-IDX2)
                   SUBTRACT NT-NET (WS-NET-IDX2) FROM WS-NET-INCOME
                   PERFORM POST-CLOSE-AMOUNT
                   PERFORM WRITE-CLOSE-DETAIL
                   MOVE ZERO TO NT-NET (WS-NET-IDX2)
                   ADD 1 TO WS-CLOSED-COUNT
               END-IF
               IF NOT CT-IS-INCOME-STMT (CHART-IDX)
                   AND NOT CT-IS-BALANCE-SHEET (CHART-IDX)
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE "ACCOUNT TYPE NOT A/L/Q/R/E: "
                       TO RE-TEXT
                   MOVE WS-LOOKUP-ACCOUNT TO RE-ACCOUNT
                   WRITE CLOSE-REPORT-LINE
                       FROM REPORT-EXCEPTION-LINE
               END-IF
           END-IF.

       CARRY-BALANCE-FORWARD.
           MOVE NT-ACCOUNT (WS-NET-IDX2) TO WS-LOOKUP-ACCOUNT.
           PERFORM LOOKUP-ACCOUNT.
           IF ACCT-WAS-FOUND
               AND CT-IS-BALANCE-SHEET (CHART-IDX)
               AND NT-NET (WS-NET-IDX2) NOT = ZERO
               MOVE WS-LOOKUP-ACCOUNT TO WS-POST-ACCOUNT
               MOVE WS-OPENING-PERIOD TO WS-POST-PERIOD
               MOVE NT-NET (WS-NET-IDX2) TO WS-POST-AMOUNT
               PERFORM POST-CLOSE-AMOUNT
               PERFORM WRITE-CLOSE-DETAIL
               ADD 1 TO WS-CARRIED-COUNT
           END-IF.

       POST-CLOSE-AMOUNT.
           MOVE "N" TO WS-BALANCE-FOUND.
           IF WS-BALANCE-COUNT > 0
               SET BAL-IDX TO 1
               SEARCH BALANCE-ENTRY
                   WHEN BT-ACCOUNT (BAL-IDX) = WS-POST-ACCOUNT
                       AND BT-PERIOD (BAL-IDX) = WS-POST-PERIOD
                       MOVE "Y" TO WS-BALANCE-FOUND
               END-SEARCH
           END-IF.
           IF NOT BALANCE-WAS-FOUND
               ADD 1 TO WS-BALANCE-COUNT
               IF WS-BALANCE-COUNT > 500
                   DISPLAY "BALANCE TABLE OVERFLOW - OVER 500"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-POST-ACCOUNT TO BT-ACCOUNT (WS-BALANCE-COUNT)
               MOVE WS-POST-PERIOD TO BT-PERIOD (WS-BALANCE-COUNT)
               MOVE ZERO TO BT-DR-TOTAL (WS-BALANCE-COUNT)
               MOVE ZERO TO BT-CR-TOTAL (WS-BALANCE-COUNT)
               SET BAL-IDX TO WS-BALANCE-COUNT
           END-IF.
           IF WS-POST-AMOUNT < ZERO
               COMPUTE WS-ABS-AMOUNT = ZERO - WS-POST-AMOUNT
               ADD WS-ABS-AMOUNT TO BT-CR-TOTAL (BAL-IDX)
               ADD WS-ABS-AMOUNT TO WS-SECTION-CR-TOTAL
           ELSE
               MOVE WS-POST-AMOUNT TO WS-ABS-AMOUNT
               ADD WS-ABS-AMOUNT TO BT-DR-TOTAL (BAL-IDX)
               ADD WS-ABS-AMOUNT TO WS-SECTION-DR-TOTAL
           END-IF.

       WRITE-CLOSE-DETAIL.
           MOVE WS-POST-ACCOUNT TO RD-ACCOUNT.
           MOVE WS-POST-ACCOUNT TO WS-LOOKUP-ACCOUNT.
           PERFORM LOOKUP-ACCOUNT.
           IF ACCT-WAS-FOUND
               MOVE CT-NAME (CHART-IDX) TO RD-ACCT-NAME
               MOVE CT-TYPE (CHART-IDX) TO RD-TYPE
           ELSE
               MOVE "** NOT IN CHART **" TO RD-ACCT-NAME
               MOVE SPACE TO RD-TYPE
           END-IF.
           IF WS-POST-AMOUNT < ZERO
               MOVE ZERO TO RD-DEBIT
               MOVE WS-ABS-AMOUNT TO RD-CREDIT
           ELSE
               MOVE WS-ABS-AMOUNT TO RD-DEBIT
               MOVE ZERO TO RD-CREDIT
           END-IF.
           WRITE CLOSE-REPORT-LINE FROM REPORT-DETAIL-LINE.

       CLOSE-YEAR-PERIOD.
           MOVE WS-MONTH-NO TO WS-WORK-MONTH.
           PERFORM SET-PERIOD-STATUS.

       WRITE-BALANCE-FILE.
           OPEN OUTPUT BALANCE-FILE.
           IF BALANCE-FILE-STATUS NOT = "00"
               DISPLAY "GLCLOSE: ERROR WRITING BALANCE FILE: "
                   BALANCE-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WRITE-BALANCE-ENTRY
               VARYING WS-BAL-IDX2 FROM 1 BY 1
               UNTIL WS-BAL-IDX2 > WS-BALANCE-COUNT.
           CLOSE BALANCE-FILE.

       WRITE-BALANCE-ENTRY.
           MOVE SPACES TO BALANCE-RECORD.
           MOVE BT-ACCOUNT (WS-BAL-IDX2) TO GLB-ACCOUNT.
           MOVE BT-PERIOD (WS-BAL-IDX2) TO GLB-PERIOD.
           MOVE BT-DR-TOTAL (WS-BAL-IDX2) TO GLB-DR-TOTAL.
           MOVE BT-CR-TOTAL (WS-BAL-IDX2) TO GLB-CR-TOTAL.
           WRITE BALANCE-RECORD.

       REWRITE-PERIOD-STATUS-FILE.
           OPEN OUTPUT PERIOD-STATUS-FILE.
           IF PERIOD-STATUS-FILE-STATUS NOT = "00"
               DISPLAY "GLCLOSE: ERROR WRITING PERIOD STATUS FILE: "
                   PERIOD-STATUS-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WRITE-PERIOD-STATUS-ENTRY
               VARYING WS-PST-IDX2 FROM 1 BY 1
               UNTIL WS-PST-IDX2 > WS-PERIOD-STATUS-COUNT.
           CLOSE PERIOD-STATUS-FILE.

       WRITE-PERIOD-STATUS-ENTRY.
           MOVE SPACES TO PERIOD-STATUS-RECORD.
           MOVE PST-PERIOD (WS-PST-IDX2) TO GPS-PERIOD.
           MOVE PST-STATUS (WS-PST-IDX2) TO GPS-STATUS.
           MOVE PST-CHANGE-DATE (WS-PST-IDX2) TO GPS-CHANGE-DATE.
           WRITE PERIOD-STATUS-RECORD.
