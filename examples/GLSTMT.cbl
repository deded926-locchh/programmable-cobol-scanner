       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLSTMT.
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
           SELECT PARM-FILE ASSIGN TO "PARMCARD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT STATEMENT-REPORT-FILE ASSIGN TO "GLSTMT.RPT"
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

       FD STATEMENT-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01 STATEMENT-REPORT-LINE PIC X(90).

       WORKING-STORAGE SECTION.
       01 CHART-FILE-STATUS     PIC XX VALUE SPACES.
       01 BALANCE-FILE-STATUS   PIC XX VALUE SPACES.
       01 PARM-FILE-STATUS      PIC XX VALUE SPACES.

       01 WS-CHART-EOF          PIC X VALUE "N".
       01 WS-BALANCE-EOF        PIC X VALUE "N".
       01 WS-PARM-EOF           PIC X VALUE "N".
       01 WS-PARM-FOUND         PIC X VALUE "N".
           88 PARM-WAS-FOUND    VALUE "Y".

       01 WS-STMT-PERIOD        PIC X(7) VALUE SPACES.
       01 WS-STMT-PERIOD-R REDEFINES WS-STMT-PERIOD.
           05 WS-STMT-YEAR      PIC 9(4).
           05 WS-STMT-DASH      PIC X.
           05 WS-STMT-MONTH     PIC 9(2).
       01 WS-START-PERIOD       PIC X(7) VALUE "0000-00".

       01 CHART-TABLE.
           05 CHART-ENTRY OCCURS 1 TO 100 TIMES
                       DEPENDING ON WS-CHART-COUNT
                       INDEXED BY CHART-IDX.
               10 CT-ACCOUNT    PIC 9(5).
               10 CT-NAME       PIC X(25).
               10 CT-TYPE       PIC X.
                   88 CT-IS-CLASSIFIED VALUE "A" "L" "Q" "R" "E".
                   88 CT-IS-INCOME-STMT VALUE "R" "E".
               10 CT-CUR-NET    PIC S9(13)V99.
               10 CT-YTD-NET    PIC S9(13)V99.
               10 CT-BAL-NET    PIC S9(13)V99.

       01 WS-CHART-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-CHART-IDX2         PIC 9(3) VALUE ZERO.
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
       01 WS-BAL-IDX2           PIC 9(3) VALUE ZERO.

       01 WS-PRINT-TYPE         PIC X VALUE SPACE.
       01 WS-SIGN               PIC S9 VALUE +1.
       01 WS-LINE-NET           PIC S9(13)V99 VALUE ZERO.
       01 WS-SHOW-CUR           PIC S9(13)V99 VALUE ZERO.
       01 WS-SHOW-YTD           PIC S9(13)V99 VALUE ZERO.
       01 WS-SHOW-BAL           PIC S9(13)V99 VALUE ZERO.
       01 WS-GROUP-CUR          PIC S9(13)V99 VALUE ZERO.
       01 WS-GROUP-YTD          PIC S9(13)V99 VALUE ZERO.
       01 WS-GROUP-BAL          PIC S9(13)V99 VALUE ZERO.

       01 WS-REVENUE-CUR        PIC S9(13)V99 VALUE ZERO.
       01 WS-REVENUE-YTD        PIC S9(13)V99 VALUE ZERO.
       01 WS-EXPENSE-CUR        PIC S9(13)V99 VALUE ZERO.
       01 WS-EXPENSE-YTD        PIC S9(13)V99 VALUE ZERO.
       01 WS-NET-INCOME-CUR     PIC S9(13)V99 VALUE ZERO.
       01 WS-NET-INCOME-YTD     PIC S9(13)V99 VALUE ZERO.

       01 WS-TOTAL-ASSETS       PIC S9(13)V99 VALUE ZERO.
       01 WS-TOTAL-LIABILITIES  PIC S9(13)V99 VALUE ZERO.
       01 WS-TOTAL-EQUITY       PIC S9(13)V99 VALUE ZERO.
       01 WS-CURRENT-EARNINGS   PIC S9(13)V99 VALUE ZERO.
       01 WS-TOTAL-LIAB-EQUITY  PIC S9(13)V99 VALUE ZERO.
       01 WS-UNCLASSIFIED-BAL   PIC S9(13)V99 VALUE ZERO.
       01 WS-DIFFERENCE         PIC S9(13)V99 VALUE ZERO.
       01 WS-UNCLASSIFIED-COUNT PIC 9(3) VALUE ZERO.

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
           05 RH-TITLE          PIC X(25).
           05 FILLER            PIC X(7) VALUE "PERIOD ".
           05 RH-PERIOD         PIC X(7).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 FILLER            PIC X(5) VALUE "DATE ".
           05 RH-DATE           PIC X(10).
           05 FILLER            PIC X(33) VALUE SPACES.

       01 INCOME-COLUMN-LINE.
           05 FILLER            PIC X(7) VALUE "ACCOUNT".
           05 FILLER            PIC X(2) VALUE SPACES.
           05 FILLER            PIC X(27) VALUE "NAME".
           05 FILLER            PIC X(18) VALUE
               "     CURRENT MONTH".
           05 FILLER            PIC X(2) VALUE SPACES.
           05 FILLER            PIC X(18) VALUE
               "      YEAR TO DATE".
           05 FILLER            PIC X(16) VALUE SPACES.

       01 BALANCE-COLUMN-LINE.
           05 FILLER            PIC X(7) VALUE "ACCOUNT".
           05 FILLER            PIC X(2) VALUE SPACES.
           05 FILLER            PIC X(27) VALUE "NAME".
           05 FILLER            PIC X(18) VALUE
               "           BALANCE".
           05 FILLER            PIC X(36) VALUE SPACES.

       01 REPORT-GROUP-LINE.
           05 RG-TITLE          PIC X(40).
           05 FILLER            PIC X(50) VALUE SPACES.

       01 REPORT-DETAIL-LINE.
           05 RD-ACCOUNT        PIC 9(5).
           05 FILLER            PIC X(4) VALUE SPACES.
           05 RD-ACCT-NAME      PIC X(25).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RD-AMOUNT-1       PIC $$$,$$$,$$$,$$9.99-.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 RD-AMOUNT-2       PIC $$$,$$$,$$$,$$9.99-.
           05 FILLER            PIC X(15) VALUE SPACES.

       01 REPORT-TOTAL-LINE.
           05 FILLER            PIC X(4) VALUE SPACES.
           05 RT-LABEL          PIC X(32).
           05 RT-AMOUNT-1       PIC $$$,$$$,$$$,$$9.99-.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 RT-AMOUNT-2       PIC $$$,$$$,$$$,$$9.99-.
           05 FILLER            PIC X(15) VALUE SPACES.

       01 BALANCE-DETAIL-LINE.
           05 RB-ACCOUNT        PIC 9(5).
           05 FILLER            PIC X(4) VALUE SPACES.
           05 RB-ACCT-NAME      PIC X(25).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RB-AMOUNT         PIC $$$,$$$,$$$,$$9.99-.
           05 FILLER            PIC X(35) VALUE SPACES.

       01 BALANCE-TOTAL-LINE.
           05 FILLER            PIC X(4) VALUE SPACES.
           05 RBT-LABEL         PIC X(32).
           05 RBT-AMOUNT        PIC $$$,$$$,$$$,$$9.99-.
           05 FILLER            PIC X(35) VALUE SPACES.

       01 REPORT-VERDICT-LINE.
           05 RV-TEXT           PIC X(36).
           05 RV-DIFFERENCE     PIC $$$,$$$,$$$,$$9.99-.
           05 FILLER            PIC X(35) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-YEAR TO WS-RUN-EDIT-YEAR.
           MOVE WS-RUN-MONTH TO WS-RUN-EDIT-MONTH.
           MOVE WS-RUN-DAY TO WS-RUN-EDIT-DAY.

           PERFORM READ-PARM-CARD.
           PERFORM LOAD-CHART-TABLE.
           PERFORM LOAD-BALANCE-TABLE.
           PERFORM FIND-START-PERIOD
               VARYING WS-BAL-IDX2 FROM 1 BY 1
               UNTIL WS-BAL-IDX2 > WS-BALANCE-COUNT.
           PERFORM ACCUMULATE-BALANCE
               VARYING WS-BAL-IDX2 FROM 1 BY 1
               UNTIL WS-BAL-IDX2 > WS-BALANCE-COUNT.

           OPEN OUTPUT STATEMENT-REPORT-FILE.
           PERFORM WRITE-INCOME-STATEMENT.
           PERFORM WRITE-BALANCE-SHEET.
           CLOSE STATEMENT-REPORT-FILE.

           DISPLAY "GLSTMT: STATEMENTS FOR PERIOD " WS-STMT-PERIOD.
           DISPLAY "GLSTMT: NET INCOME YTD:     " WS-NET-INCOME-YTD.
           IF WS-DIFFERENCE NOT = ZERO
               DISPLAY "GLSTMT: BALANCE SHEET OUT OF BALANCE BY "
                   WS-DIFFERENCE
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-UNCLASSIFIED-COUNT > ZERO
               DISPLAY "GLSTMT: UNCLASSIFIED ACCOUNTS: "
                   WS-UNCLASSIFIED-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       READ-PARM-CARD.
           MOVE WS-RUN-YEAR TO WS-STMT-YEAR.
           MOVE "-" TO WS-STMT-DASH.
           MOVE WS-RUN-MONTH TO WS-STMT-MONTH.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-STATUS = "00"
               MOVE "N" TO WS-PARM-FOUND
               PERFORM READ-PARM-RECORD
               PERFORM FIND-PARM-CARD UNTIL WS-PARM-EOF = "Y"
                   OR PARM-WAS-FOUND
               CLOSE PARM-FILE
               IF PARM-WAS-FOUND AND PARM-QUOTA-PERIOD NOT = SPACES
                   MOVE PARM-QUOTA-PERIOD TO WS-STMT-PERIOD
               END-IF
           END-IF.
           IF WS-STMT-YEAR NOT NUMERIC
               OR WS-STMT-DASH NOT = "-"
               OR WS-STMT-MONTH NOT NUMERIC
               OR WS-STMT-MONTH < 1 OR WS-STMT-MONTH > 12
               DISPLAY "GLSTMT: INVALID PERIOD ON CARD: "
                   WS-STMT-PERIOD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-PARM-RECORD.
           READ PARM-FILE
               AT END MOVE "Y" TO WS-PARM-EOF
           END-READ.

       FIND-PARM-CARD.
           IF PARM-PROGRAM = "GLSTMT"
               MOVE "Y" TO WS-PARM-FOUND
           ELSE
               PERFORM READ-PARM-RECORD
           END-IF.

       LOAD-CHART-TABLE.
           OPEN INPUT CHART-FILE.
           IF CHART-FILE-STATUS NOT = "00"
               DISPLAY "GLSTMT: ERROR OPENING CHART OF ACCOUNTS: "
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
           MOVE ZERO TO CT-CUR-NET (WS-CHART-COUNT).
           MOVE ZERO TO CT-YTD-NET (WS-CHART-COUNT).
           MOVE ZERO TO CT-BAL-NET (WS-CHART-COUNT).
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
               DISPLAY "GLSTMT: ERROR OPENING BALANCE FILE: "
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

       FIND-START-PERIOD.
           IF BT-PERIOD (WS-BAL-IDX2)(6:2) = "00"
               AND BT-PERIOD (WS-BAL-IDX2) NOT > WS-STMT-PERIOD
               AND BT-PERIOD (WS-BAL-IDX2) > WS-START-PERIOD
               MOVE BT-PERIOD (WS-BAL-IDX2) TO WS-START-PERIOD
           END-IF.

       ACCUMULATE-BALANCE.
           IF BT-PERIOD (WS-BAL-IDX2) NOT < WS-START-PERIOD
               AND BT-PERIOD (WS-BAL-IDX2) NOT > WS-STMT-PERIOD
               MOVE BT-ACCOUNT (WS-BAL-IDX2) TO WS-LOOKUP-ACCOUNT
               PERFORM LOOKUP-ACCOUNT
               IF NOT ACCT-WAS-FOUND
                   PERFORM ADD-UNCHARTED-ACCOUNT
               END-IF
               COMPUTE WS-LINE-NET = BT-DR-TOTAL (WS-BAL-IDX2)
                   - BT-CR-TOTAL (WS-BAL-IDX2)
               ADD WS-LINE-NET TO CT-BAL-NET (CHART-IDX)
               IF BT-PERIOD (WS-BAL-IDX2)(1:4) = WS-STMT-PERIOD(1:4)
                   AND BT-PERIOD (WS-BAL-IDX2)(6:2) NOT = "00"
                   ADD WS-LINE-NET TO CT-YTD-NET (CHART-IDX)
               END-IF
               IF BT-PERIOD (WS-BAL-IDX2) = WS-STMT-PERIOD
                   ADD WS-LINE-NET TO CT-CUR-NET (CHART-IDX)
               END-IF
           END-IF.

       ADD-UNCHARTED-ACCOUNT.
           ADD 1 TO WS-CHART-COUNT.
           IF WS-CHART-COUNT > 100
               DISPLAY "CHART OF ACCOUNTS OVERFLOW - OVER 100"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-LOOKUP-ACCOUNT TO CT-ACCOUNT (WS-CHART-COUNT).
           MOVE "** NOT IN CHART **" TO CT-NAME (WS-CHART-COUNT).
           MOVE SPACE TO CT-TYPE (WS-CHART-COUNT).
           MOVE ZERO TO CT-CUR-NET (WS-CHART-COUNT).
           MOVE ZERO TO CT-YTD-NET (WS-CHART-COUNT).
           MOVE ZERO TO CT-BAL-NET (WS-CHART-COUNT).
           SET CHART-IDX TO WS-CHART-COUNT.

       WRITE-INCOME-STATEMENT.
           MOVE "INCOME STATEMENT" TO RH-TITLE.
           MOVE WS-STMT-PERIOD TO RH-PERIOD.
           MOVE WS-RUN-DATE-EDIT TO RH-DATE.
           WRITE STATEMENT-REPORT-LINE FROM REPORT-HEADER-1.
           WRITE STATEMENT-REPORT-LINE FROM INCOME-COLUMN-LINE.

           MOVE "REVENUE" TO RG-TITLE.
           WRITE STATEMENT-REPORT-LINE FROM REPORT-GROUP-LINE.
           MOVE "R" TO WS-PRINT-TYPE.
           MOVE -1 TO WS-SIGN.
           PERFORM PRINT-INCOME-GROUP.
           MOVE WS-GROUP-CUR TO WS-REVENUE-CUR.
           MOVE WS-GROUP-YTD TO WS-REVENUE-YTD.
           MOVE "TOTAL REVENUE" TO RT-LABEL.
           MOVE WS-REVENUE-CUR TO RT-AMOUNT-1.
           MOVE WS-REVENUE-YTD TO RT-AMOUNT-2.
           WRITE STATEMENT-REPORT-LINE FROM REPORT-TOTAL-LINE.

           MOVE "EXPENSES" TO RG-TITLE.
           WRITE STATEMENT-REPORT-LINE FROM REPORT-GROUP-LINE.
           MOVE "E" TO WS-PRINT-TYPE.
           MOVE +1 TO WS-SIGN.
           PERFORM PRINT-INCOME-GROUP.
           MOVE WS-GROUP-CUR TO WS-EXPENSE-CUR.
           MOVE WS-GROUP-YTD TO WS-EXPENSE-YTD.
           MOVE "TOTAL EXPENSES" TO RT-LABEL.
           MOVE WS-EXPENSE-CUR TO RT-AMOUNT-1.
           MOVE WS-EXPENSE-YTD TO RT-AMOUNT-2.
           WRITE STATEMENT-REPORT-LINE FROM REPORT-TOTAL-LINE.

           COMPUTE WS-NET-INCOME-CUR = WS-REVENUE-CUR
               - WS-EXPENSE-CUR.
           COMPUTE WS-NET-INCOME-YTD = WS-REVENUE-YTD
               - WS-EXPENSE-YTD.
           MOVE SPACES TO STATEMENT-REPORT-LINE.
           WRITE STATEMENT-REPORT-LINE.
           MOVE "NET INCOME" TO RT-LABEL.
           MOVE WS-NET-INCOME-CUR TO RT-AMOUNT-1.
           MOVE WS-NET-INCOME-YTD TO RT-AMOUNT-2.
           WRITE STATEMENT-REPORT-LINE FROM REPORT-TOTAL-LINE.
           MOVE SPACES TO STATEMENT-REPORT-LINE.
           WRITE STATEMENT-REPORT-LINE.

       PRINT-INCOME-GROUP.
           MOVE ZERO TO WS-GROUP-CUR.
           MOVE ZERO TO WS-GROUP-YTD.
           PERFORM PRINT-INCOME-ACCOUNT
               VARYING WS-CHART-IDX2 FROM 1 BY 1
               UNTIL WS-CHART-IDX2 > WS-CHART-COUNT.

       PRINT-INCOME-ACCOUNT.
           IF CT-TYPE (WS-CHART-IDX2) = WS-PRINT-TYPE
               AND (CT-CUR-NET (WS-CHART-IDX2) NOT = ZERO
               OR CT-YTD-NET (WS-CHART-IDX2) NOT = ZERO)
               COMPUTE WS-SHOW-CUR =
                   CT-CUR-NET (WS-CHART-IDX2) * WS-SIGN
               COMPUTE WS-SHOW-YTD =
                   CT-YTD-NET (WS-CHART-IDX2) * WS-SIGN
               ADD WS-SHOW-CUR TO WS-GROUP-CUR
               ADD WS-SHOW-YTD TO WS-GROUP-YTD
               MOVE CT-ACCOUNT (WS-CHART-IDX2) TO RD-ACCOUNT
               MOVE CT-NAME (WS-CHART-IDX2) TO RD-ACCT-NAME
               MOVE WS-SHOW-CUR TO RD-AMOUNT-1
               MOVE WS-SHOW-YTD TO RD-AMOUNT-2
               WRITE STATEMENT-REPORT-LINE FROM REPORT-DETAIL-LINE
           END-IF.

       WRITE-BALANCE-SHEET.
           MOVE "BALANCE SHEET" TO RH-TITLE.
           WRITE STATEMENT-REPORT-LINE FROM REPORT-HEADER-1.
           WRITE STATEMENT-REPORT-LINE FROM BALANCE-COLUMN-LINE.

           MOVE "ASSETS" TO RG-TITLE.
           WRITE STATEMENT-REPORT-LINE FROM REPORT-GROUP-LINE.
           MOVE "A" TO WS-PRINT-TYPE.
           MOVE +1 TO WS-SIGN.
           PERFORM PRINT-BALANCE-GROUP.
           MOVE WS-GROUP-BAL TO WS-TOTAL-ASSETS.
           MOVE "TOTAL ASSETS" TO RBT-LABEL.
           MOVE WS-TOTAL-ASSETS TO RBT-AMOUNT.
           WRITE STATEMENT-REPORT-LINE FROM BALANCE-TOTAL-LINE.

           MOVE "LIABILITIES" TO RG-TITLE.
           WRITE STATEMENT-REPORT-LINE FROM REPORT-GROUP-LINE.
           MOVE "L" TO WS-PRINT-TYPE.
           MOVE -1 TO WS-SIGN.
           PERFORM PRINT-BALANCE-GROUP.
           MOVE WS-GROUP-BAL TO WS-TOTAL-LIABILITIES.
           MOVE "TOTAL LIABILITIES" TO RBT-LABEL.
           MOVE WS-TOTAL-LIABILITIES TO RBT-AMOUNT.
           WRITE STATEMENT-REPORT-LINE FROM BALANCE-TOTAL-LINE.

           MOVE "EQUITY" TO RG-TITLE.
           WRITE STATEMENT-REPORT-LINE FROM REPORT-GROUP-LINE.
           MOVE "Q" TO WS-PRINT-TYPE.
           PERFORM PRINT-BALANCE-GROUP.
           PERFORM SUM-CURRENT-EARNINGS
               VARYING WS-CHART-IDX2 FROM 1 BY 1
               UNTIL WS-CHART-IDX2 > WS-CHART-COUNT.
           MOVE ZERO TO RB-ACCOUNT.
           MOVE "CURRENT EARNINGS" TO RB-ACCT-NAME.
           MOVE WS-CURRENT-EARNINGS TO RB-AMOUNT.
           WRITE STATEMENT-REPORT-LINE FROM BALANCE-DETAIL-LINE.
           COMPUTE WS-TOTAL-EQUITY = WS-GROUP-BAL
               + WS-CURRENT-EARNINGS.
           MOVE "TOTAL EQUITY" TO RBT-LABEL.
           MOVE WS-TOTAL-EQUITY TO RBT-AMOUNT.
           WRITE STATEMENT-REPORT-LINE FROM BALANCE-TOTAL-LINE.

           COMPUTE WS-TOTAL-LIAB-EQUITY = WS-TOTAL-LIABILITIES
               + WS-TOTAL-EQUITY.
           MOVE SPACES TO STATEMENT-REPORT-LINE.
           WRITE STATEMENT-REPORT-LINE.
           MOVE "TOTAL LIABILITIES AND EQUITY" TO RBT-LABEL.
           MOVE WS-TOTAL-LIAB-EQUITY TO RBT-AMOUNT.
           WRITE STATEMENT-REPORT-LINE FROM BALANCE-TOTAL-LINE.

           PERFORM PRINT-UNCLASSIFIED-ACCOUNT
               VARYING WS-CHART-IDX2 FROM 1 BY 1
               UNTIL WS-CHART-IDX2 > WS-CHART-COUNT.

           COMPUTE WS-DIFFERENCE = WS-TOTAL-ASSETS
               - WS-TOTAL-LIAB-EQUITY.
           MOVE SPACES TO STATEMENT-REPORT-LINE.
           WRITE STATEMENT-REPORT-LINE.
           IF WS-DIFFERENCE = ZERO
               MOVE "BALANCE SHEET IN BALANCE" TO RV-TEXT
           ELSE
               MOVE "*** OUT OF BALANCE *** DIFFERENCE"
                   TO RV-TEXT
           END-IF.
           MOVE WS-DIFFERENCE TO RV-DIFFERENCE.
           WRITE STATEMENT-REPORT-LINE FROM REPORT-VERDICT-LINE.

       PRINT-BALANCE-GROUP.
           MOVE ZERO TO WS-GROUP-BAL.
           PERFORM PRINT-BALANCE-ACCOUNT
               VARYING WS-CHART-IDX2 FROM 1 BY 1
               UNTIL WS-CHART-IDX2 > WS-CHART-COUNT.

       PRINT-BALANCE-ACCOUNT.
           IF CT-TYPE (WS-CHART-IDX2) = WS-PRINT-TYPE
               AND CT-BAL-NET (WS-CHART-IDX2) NOT = ZERO
               COMPUTE WS-SHOW-BAL =
                   CT-BAL-NET (WS-CHART-IDX2) * WS-SIGN
               ADD WS-SHOW-BAL TO WS-GROUP-BAL
               MOVE CT-ACCOUNT (WS-CHART-IDX2) TO RB-ACCOUNT
               MOVE CT-NAME (WS-CHART-IDX2) TO RB-ACCT-NAME
               MOVE WS-SHOW-BAL TO RB-AMOUNT
               WRITE STATEMENT-REPORT-LINE FROM BALANCE-DETAIL-LINE
           END-IF.

       SUM-CURRENT-EARNINGS.
           IF CT-IS-INCOME-STMT (WS-CHART-IDX2)
               SUBTRACT CT-BAL-NET (WS-CHART-IDX2)
                   FROM WS-CURRENT-EARNINGS
           END-IF.

       PRINT-UNCLASSIFIED-ACCOUNT.
           IF NOT CT-IS-CLASSIFIED (WS-CHART-IDX2)
               AND CT-BAL-NET (WS-CHART-IDX2) NOT = ZERO
               ADD 1 TO WS-UNCLASSIFIED-COUNT
               ADD CT-BAL-NET (WS-CHART-IDX2) TO WS-UNCLASSIFIED-BAL
               IF WS-UNCLASSIFIED-COUNT = 1
                   MOVE SPACES TO STATEMENT-REPORT-LINE
                   WRITE STATEMENT-REPORT-LINE
                   MOVE "UNCLASSIFIED ACCOUNTS - NOT IN STATEMENTS"
                       TO RG-TITLE
                   WRITE STATEMENT-REPORT-LINE FROM REPORT-GROUP-LINE
               END-IF
               MOVE CT-ACCOUNT (WS-CHART-IDX2) TO RB-ACCOUNT
               MOVE CT-NAME (WS-CHART-IDX2) TO RB-ACCT-NAME
               MOVE CT-BAL-NET (WS-CHART-IDX2) TO RB-AMOUNT
               WRITE STATEMENT-REPORT-LINE FROM BALANCE-DETAIL-LINE
           END-IF.
