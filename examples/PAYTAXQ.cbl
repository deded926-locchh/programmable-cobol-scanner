       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYTAXQ.
       AUTHOR. CASCADE.
       DATE-WRITTEN. 2026-10-15.
       SECURITY. CONFIDENTIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. X86-64.
       OBJECT-COMPUTER. X86-64.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-QTR-FILE ASSIGN TO "PAYQTR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS QTR-FILE-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-REC-ID
               FILE STATUS IS EMP-FILE-STATUS.
           SELECT BALANCE-FILE ASSIGN TO "GLBAL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BALANCE-FILE-STATUS.
           SELECT PARM-FILE ASSIGN TO "PARMCARD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT TAX-REPORT-FILE ASSIGN TO "PAYTAXQ.RPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PAY-QTR-FILE
           LABEL RECORDS ARE STANDARD.
       01 PAY-QTR-RECORD.
           05 QTR-EMP-ID        PIC 9(5).
           05 QTR-PERIOD.
               10 QTR-YEAR      PIC 9(4).
               10 FILLER        PIC X(2).
               10 QTR-QUARTER   PIC 9.
           05 QTR-GROSS         PIC S9(9)V99.
           05 QTR-WITHHELD      PIC S9(9)V99.
           05 QTR-SOCIAL-WAGES  PIC S9(9)V99.
           05 QTR-SOCIAL-TAX    PIC S9(9)V99.
           05 QTR-UNEMP-WAGES   PIC S9(9)V99.
           05 QTR-UNEMP-TAX     PIC S9(9)V99.
           05 FILLER            PIC X(10).

       FD EMPLOYEE-FILE
           LABEL RECORDS ARE STANDARD.
       01 EMPLOYEE-RECORD.
           05 EMP-REC-ID        PIC 9(5).
           05 EMP-REC-NAME      PIC X(20).
           05 EMP-REC-DEPT      PIC X(10).
           05 EMP-REC-SALARY    PIC 9(7)V99.
           05 EMP-REC-BANK-ROUTING PIC 9(9).
           05 EMP-REC-BANK-ACCOUNT PIC X(17).
           05 EMP-REC-STATUS    PIC X.
           05 EMP-REC-HIRE-DATE PIC X(10).
           05 EMP-REC-TERM-DATE PIC X(10).
           05 EMP-REC-PAY-TYPE  PIC X.
           05 FILLER            PIC X(8).

       FD BALANCE-FILE
           LABEL RECORDS ARE STANDARD.
       01 BALANCE-RECORD.
           05 GLB-ACCOUNT       PIC 9(5).
           05 GLB-PERIOD.
               10 GLB-YEAR      PIC 9(4).
               10 FILLER        PIC X.
               10 GLB-MONTH     PIC 9(2).
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

       FD TAX-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01 TAX-REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       01 QTR-FILE-STATUS       PIC XX VALUE SPACES.
       01 EMP-FILE-STATUS       PIC XX VALUE SPACES.
       01 BALANCE-FILE-STATUS   PIC XX VALUE SPACES.
       01 PARM-FILE-STATUS      PIC XX VALUE SPACES.

       01 WS-QTR-EOF            PIC X VALUE "N".
       01 WS-BALANCE-EOF        PIC X VALUE "N".
       01 WS-PARM-EOF           PIC X VALUE "N".
       01 WS-PARM-FOUND         PIC X VALUE "N".
           88 PARM-WAS-FOUND    VALUE "Y".
       01 WS-EMP-FOUND          PIC X VALUE "N".
           88 EMP-WAS-FOUND     VALUE "Y".

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

       01 WS-TAX-QUARTER        PIC X(7) VALUE SPACES.
       01 WS-TAX-QUARTER-R REDEFINES WS-TAX-QUARTER.
           05 WS-TQ-YEAR        PIC 9(4).
           05 WS-TQ-DASH        PIC X(2).
           05 WS-TQ-QUARTER     PIC 9.
       01 WS-FIRST-MONTH        PIC 9(2) VALUE ZERO.
       01 WS-LAST-MONTH         PIC 9(2) VALUE ZERO.

       01 WS-ACCT-EMPLR-TAX     PIC 9(5) VALUE 25000.

       01 WS-EMPLOYEE-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-GROSS        PIC S9(9)V99 VALUE ZERO.
       01 WS-TOTAL-WITHHELD     PIC S9(9)V99 VALUE ZERO.
       01 WS-TOTAL-SOCIAL-WAGES PIC S9(9)V99 VALUE ZERO.
       01 WS-TOTAL-SOCIAL-TAX   PIC S9(9)V99 VALUE ZERO.
       01 WS-TOTAL-UNEMP-WAGES  PIC S9(9)V99 VALUE ZERO.
       01 WS-TOTAL-UNEMP-TAX    PIC S9(9)V99 VALUE ZERO.
       01 WS-TOTAL-EMPLOYER     PIC S9(9)V99 VALUE ZERO.
       01 WS-TOTAL-LIABILITY    PIC S9(9)V99 VALUE ZERO.
       01 WS-GL-EMPLOYER        PIC S9(13)V99 VALUE ZERO.
       01 WS-DIFFERENCE         PIC S9(13)V99 VALUE ZERO.

       01 REPORT-HEADER-1.
           05 FILLER            PIC X(40) VALUE
               "QUARTERLY PAYROLL TAX LIABILITY".
           05 FILLER            PIC X(9) VALUE "QUARTER ".
           05 RH-QUARTER        PIC X(7).
           05 FILLER            PIC X(6) VALUE SPACES.
           05 FILLER            PIC X(10) VALUE "RUN DATE ".
           05 RH-RUN-DATE       PIC X(10).
           05 FILLER            PIC X(50) VALUE SPACES.

       01 REPORT-HEADER-2.
           05 FILLER            PIC X(7) VALUE "ID".
           05 FILLER            PIC X(20) VALUE "NAME".
           05 FILLER            PIC X(15) VALUE "          GROSS".
           05 FILLER            PIC X(15) VALUE "       WITHHELD".
           05 FILLER            PIC X(15) VALUE "   SOCIAL WAGES".
           05 FILLER            PIC X(15) VALUE "     SOCIAL TAX".
           05 FILLER            PIC X(15) VALUE "    UNEMP WAGES".
           05 FILLER            PIC X(15) VALUE "      UNEMP TAX".
           05 FILLER            PIC X(15) VALUE " EMPLOYER TOTAL".

       01 REPORT-DETAIL-LINE.
           05 RD-EMP-ID         PIC 9(5).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RD-NAME           PIC X(20).
           05 FILLER            PIC X VALUE SPACE.
           05 RD-GROSS          PIC $$,$$$,$$9.99-.
           05 FILLER            PIC X VALUE SPACE.
           05 RD-WITHHELD       PIC $$,$$$,$$9.99-.
           05 FILLER            PIC X VALUE SPACE.
           05 RD-SOCIAL-WAGES   PIC $$,$$$,$$9.99-.
           05 FILLER            PIC X VALUE SPACE.
           05 RD-SOCIAL-TAX     PIC $$,$$$,$$9.99-.
           05 FILLER            PIC X VALUE SPACE.
           05 RD-UNEMP-WAGES    PIC $$,$$$,$$9.99-.
           05 FILLER            PIC X VALUE SPACE.
           05 RD-UNEMP-TAX      PIC $$,$$$,$$9.99-.
           05 FILLER            PIC X VALUE SPACE.
           05 RD-EMPLOYER       PIC $$,$$$,$$9.99-.

       01 REPORT-TOTAL-LINE.
           05 FILLER            PIC X(8) VALUE "TOTALS".
           05 RT-EMP-COUNT      PIC ZZ,ZZ9.
           05 FILLER            PIC X(14) VALUE " EMPLOYEES".
           05 RT-GROSS          PIC $$,$$$,$$9.99-.
           05 FILLER            PIC X VALUE SPACE.
           05 RT-WITHHELD       PIC $$,$$$,$$9.99-.
           05 FILLER            PIC X VALUE SPACE.
           05 RT-SOCIAL-WAGES   PIC $$,$$$,$$9.99-.
           05 FILLER            PIC X VALUE SPACE.
           05 RT-SOCIAL-TAX     PIC $$,$$$,$$9.99-.
           05 FILLER            PIC X VALUE SPACE.
           05 RT-UNEMP-WAGES    PIC $$,$$$,$$9.99-.
           05 FILLER            PIC X VALUE SPACE.
           05 RT-UNEMP-TAX      PIC $$,$$$,$$9.99-.
           05 FILLER            PIC X VALUE SPACE.
           05 RT-EMPLOYER       PIC $$,$$$,$$9.99-.

       01 SUMMARY-LINE.
           05 SL-LABEL          PIC X(40).
           05 SL-AMOUNT         PIC $$$,$$$,$$$,$$9.99-.
           05 FILLER            PIC X(4) VALUE SPACES.
           05 SL-VERDICT        PIC X(20).
           05 FILLER            PIC X(49) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-YEAR TO WS-RUN-EDIT-YEAR.
           MOVE WS-RUN-MONTH TO WS-RUN-EDIT-MONTH.
           MOVE WS-RUN-DAY TO WS-RUN-EDIT-DAY.

           PERFORM READ-PARM-CARD.
           COMPUTE WS-LAST-MONTH = WS-TQ-QUARTER * 3.
           COMPUTE WS-FIRST-MONTH = WS-LAST-MONTH - 2.

           OPEN INPUT PAY-QTR-FILE.
           IF QTR-FILE-STATUS NOT = "00"
               DISPLAY "PAYTAXQ: ERROR OPENING PAY QUARTER FILE: "
                   QTR-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT EMPLOYEE-FILE.
           IF EMP-FILE-STATUS NOT = "00"
               DISPLAY "PAYTAXQ: ERROR OPENING EMPLOYEE FILE: "
                   EMP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT TAX-REPORT-FILE.
           MOVE WS-TAX-QUARTER TO RH-QUARTER.
           MOVE WS-RUN-DATE-EDIT TO RH-RUN-DATE.
           WRITE TAX-REPORT-LINE FROM REPORT-HEADER-1.
           WRITE TAX-REPORT-LINE FROM REPORT-HEADER-2.

           PERFORM READ-QTR-RECORD.
           PERFORM PROCESS-QTR-RECORD UNTIL WS-QTR-EOF = "Y".

           CLOSE PAY-QTR-FILE
                 EMPLOYEE-FILE.

           PERFORM SUM-GL-EMPLOYER-TAX.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE TAX-REPORT-FILE.

           DISPLAY "PAYTAXQ: QUARTER " WS-TAX-QUARTER
               " EMPLOYEES: " WS-EMPLOYEE-COUNT.
           DISPLAY "PAYTAXQ: EMPLOYER TAX:      " WS-TOTAL-EMPLOYER.
           IF WS-DIFFERENCE NOT = ZERO
               DISPLAY "PAYTAXQ: EMPLOYER TAX DOES NOT AGREE TO GL - "
                   "DIFFERENCE: " WS-DIFFERENCE
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       READ-PARM-CARD.
           MOVE WS-RUN-YEAR TO WS-TQ-YEAR.
           MOVE "-Q" TO WS-TQ-DASH.
           COMPUTE WS-TQ-QUARTER = (WS-RUN-MONTH + 2) / 3.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-STATUS = "00"
               MOVE "N" TO WS-PARM-FOUND
               PERFORM READ-PARM-RECORD
               PERFORM FIND-PARM-CARD UNTIL WS-PARM-EOF = "Y"
                   OR PARM-WAS-FOUND
               CLOSE PARM-FILE
               IF PARM-WAS-FOUND AND PARM-QUOTA-PERIOD NOT = SPACES
                   MOVE PARM-QUOTA-PERIOD TO WS-TAX-QUARTER
               END-IF
           END-IF.
           IF WS-TQ-YEAR NOT NUMERIC
               OR WS-TQ-DASH NOT = "-Q"
               OR WS-TQ-QUARTER NOT NUMERIC
               OR WS-TQ-QUARTER < 1 OR WS-TQ-QUARTER > 4
               DISPLAY "PAYTAXQ: INVALID QUARTER ON CARD: "
                   WS-TAX-QUARTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-PARM-RECORD.
           READ PARM-FILE
               AT END MOVE "Y" TO WS-PARM-EOF
           END-READ.

       FIND-PARM-CARD.
           IF PARM-PROGRAM = "PAYTAXQ"
               MOVE "Y" TO WS-PARM-FOUND
           ELSE
               PERFORM READ-PARM-RECORD
           END-IF.

       READ-QTR-RECORD.
           READ PAY-QTR-FILE
               AT END MOVE "Y" TO WS-QTR-EOF
           END-READ.

       PROCESS-QTR-RECORD.
           IF QTR-PERIOD = WS-TAX-QUARTER
               PERFORM WRITE-EMPLOYEE-LINE
           END-IF.
           PERFORM READ-QTR-RECORD.

       WRITE-EMPLOYEE-LINE.
           MOVE QTR-EMP-ID TO EMP-REC-ID.
           MOVE "Y" TO WS-EMP-FOUND.
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE "N" TO WS-EMP-FOUND
           END-READ.

           MOVE QTR-EMP-ID TO RD-EMP-ID.
           IF EMP-WAS-FOUND
               MOVE EMP-REC-NAME TO RD-NAME
           ELSE
               MOVE "** NOT ON FILE **" TO RD-NAME
           END-IF.
           MOVE QTR-GROSS TO RD-GROSS.
           MOVE QTR-WITHHELD TO RD-WITHHELD.
           MOVE QTR-SOCIAL-WAGES TO RD-SOCIAL-WAGES.
           MOVE QTR-SOCIAL-TAX TO RD-SOCIAL-TAX.
           MOVE QTR-UNEMP-WAGES TO RD-UNEMP-WAGES.
           MOVE QTR-UNEMP-TAX TO RD-UNEMP-TAX.
           COMPUTE RD-EMPLOYER = QTR-SOCIAL-TAX + QTR-UNEMP-TAX.
           WRITE TAX-REPORT-LINE FROM REPORT-DETAIL-LINE.

           ADD 1 TO WS-EMPLOYEE-COUNT.
           ADD QTR-GROSS TO WS-TOTAL-GROSS.
           ADD QTR-WITHHELD TO WS-TOTAL-WITHHELD.
           ADD QTR-SOCIAL-WAGES TO WS-TOTAL-SOCIAL-WAGES.
           ADD QTR-SOCIAL-TAX TO WS-TOTAL-SOCIAL-TAX.
           ADD QTR-UNEMP-WAGES TO WS-TOTAL-UNEMP-WAGES.
           ADD QTR-UNEMP-TAX TO WS-TOTAL-UNEMP-TAX.
           COMPUTE WS-TOTAL-EMPLOYER =
               WS-TOTAL-EMPLOYER + QTR-SOCIAL-TAX + QTR-UNEMP-TAX.

       SUM-GL-EMPLOYER-TAX.
           OPEN INPUT BALANCE-FILE.
           IF BALANCE-FILE-STATUS = "00"
               PERFORM READ-BALANCE-RECORD
               PERFORM SUM-BALANCE-RECORD UNTIL WS-BALANCE-EOF = "Y"
               CLOSE BALANCE-FILE
           END-IF.

       READ-BALANCE-RECORD.
           READ BALANCE-FILE
               AT END MOVE "Y" TO WS-BALANCE-EOF
           END-READ.

       SUM-BALANCE-RECORD.
           IF GLB-ACCOUNT = WS-ACCT-EMPLR-TAX
               AND GLB-YEAR = WS-TQ-YEAR
               AND GLB-MONTH NOT < WS-FIRST-MONTH
               AND GLB-MONTH NOT > WS-LAST-MONTH
               COMPUTE WS-GL-EMPLOYER =
                   WS-GL-EMPLOYER + GLB-CR-TOTAL - GLB-DR-TOTAL
           END-IF.
           PERFORM READ-BALANCE-RECORD.

       WRITE-REPORT-TOTALS.
           MOVE WS-EMPLOYEE-COUNT TO RT-EMP-COUNT.
           MOVE WS-TOTAL-GROSS TO RT-GROSS.
           MOVE WS-TOTAL-WITHHELD TO RT-WITHHELD.
           MOVE WS-TOTAL-SOCIAL-WAGES TO RT-SOCIAL-WAGES.
           MOVE WS-TOTAL-SOCIAL-TAX TO RT-SOCIAL-TAX.
           MOVE WS-TOTAL-UNEMP-WAGES TO RT-UNEMP-WAGES.
           MOVE WS-TOTAL-UNEMP-TAX TO RT-UNEMP-TAX.
           MOVE WS-TOTAL-EMPLOYER TO RT-EMPLOYER.
           WRITE TAX-REPORT-LINE FROM REPORT-TOTAL-LINE.

           MOVE SPACES TO TAX-REPORT-LINE.
           WRITE TAX-REPORT-LINE.

           MOVE SPACES TO SL-VERDICT.
           MOVE "TAX WITHHELD FROM EMPLOYEES:" TO SL-LABEL.
           MOVE WS-TOTAL-WITHHELD TO SL-AMOUNT.
           WRITE TAX-REPORT-LINE FROM SUMMARY-LINE.

           MOVE "EMPLOYER SOCIAL TAX:" TO SL-LABEL.
           MOVE WS-TOTAL-SOCIAL-TAX TO SL-AMOUNT.
           WRITE TAX-REPORT-LINE FROM SUMMARY-LINE.

           MOVE "EMPLOYER UNEMPLOYMENT TAX:" TO SL-LABEL.
           MOVE WS-TOTAL-UNEMP-TAX TO SL-AMOUNT.
           WRITE TAX-REPORT-LINE FROM SUMMARY-LINE.

           COMPUTE WS-TOTAL-LIABILITY =
               WS-TOTAL-WITHHELD + WS-TOTAL-EMPLOYER.
           MOVE "TOTAL QUARTERLY TAX LIABILITY:" TO SL-LABEL.
           MOVE WS-TOTAL-LIABILITY TO SL-AMOUNT.
           WRITE TAX-REPORT-LINE FROM SUMMARY-LINE.

           MOVE SPACES TO TAX-REPORT-LINE.
           WRITE TAX-REPORT-LINE.

           MOVE "EMPLOYER TAX PER PAYROLL:" TO SL-LABEL.
           MOVE WS-TOTAL-EMPLOYER TO SL-AMOUNT.
           WRITE TAX-REPORT-LINE FROM SUMMARY-LINE.

           MOVE "EMPLOYER TAX PER GL ACCOUNT 25000:" TO SL-LABEL.
           MOVE WS-GL-EMPLOYER TO SL-AMOUNT.
           WRITE TAX-REPORT-LINE FROM SUMMARY-LINE.

           COMPUTE WS-DIFFERENCE = WS-TOTAL-EMPLOYER - WS-GL-EMPLOYER.
           MOVE "DIFFERENCE:" TO SL-LABEL.
           MOVE WS-DIFFERENCE TO SL-AMOUNT.
           IF WS-DIFFERENCE = ZERO
               MOVE "IN BALANCE" TO SL-VERDICT
           ELSE
               MOVE "** OUT OF BALANCE **" TO SL-VERDICT
           END-IF.
           WRITE TAX-REPORT-LINE FROM SUMMARY-LINE.
