           SELECT AP-OPEN-FILE ASSIGN TO "APOPEN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AP-OPEN-FILE-STATUS.
           SELECT DISBURSE-TOTALS-FILE ASSIGN TO "APPAY.TOT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DISBURSE-FILE-STATUS.
           SELECT CASH-TOTALS-FILE ASSIGN TO "ARCASH.TOT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CASH-TOTALS-STATUS.
           SELECT TAX-TOTALS-FILE ASSIGN TO "ARTAX.TOT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TAX-TOTALS-STATUS.
           SELECT GRNI-TOTALS-FILE ASSIGN TO "GRNI.TOT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GRNI-TOTALS-STATUS.
           SELECT LABOR-DIST-FILE ASSIGN TO "LABORDST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LABOR-FILE-STATUS.
           SELECT OFF-DIST-FILE ASSIGN TO "LABOROFF.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OFF-DIST-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT GL-REPORT-FILE ASSIGN TO "GLPOST.RPT"
           05 AP-AMOUNT         PIC 9(7)V99.
           05 AP-INV-DATE       PIC X(10).
           05 AP-STATUS         PIC X.
           05 AP-PAY-DATE       PIC X(10).
           05 AP-PAY-REF        PIC 9(6).
           05 FILLER            PIC X(8).

       FD DISBURSE-TOTALS-FILE
           LABEL RECORDS ARE STANDARD.
       01 DISBURSE-TOTALS-RECORD.
           05 DT-TOTAL-PAID     PIC 9(9)V99.
           05 DT-POSTED-FLAG    PIC X.

       FD CASH-TOTALS-FILE
           LABEL RECORDS ARE STANDARD.
       01 CASH-TOTALS-RECORD.
           05 AC-ON-ACCOUNT     PIC S9(9)V99.
           05 AC-CREDIT-APPLIED PIC S9(9)V99.
           05 AC-ITEM-WRITE-OFF PIC S9(9)V99.
           05 AC-CREDIT-WRITE-OFF PIC S9(9)V99.

       FD TAX-TOTALS-FILE
           LABEL RECORDS ARE STANDARD.
       01 TAX-TOTALS-RECORD.
           05 TT-TAX-BILLED     PIC S9(9)V99.

       FD GRNI-TOTALS-FILE
           LABEL RECORDS ARE STANDARD.
       01 GRNI-TOTALS-RECORD.
           05 GT-ACCRUAL-AMOUNT PIC 9(9)V99.
           05 GT-ACCRUAL-DATE   PIC X(10).
           05 GT-REVERSAL-DATE  PIC X(10).
           05 GT-POSTED-FLAG    PIC X.
           05 FILLER            PIC X(8).

       FD LABOR-DIST-FILE
           LABEL RECORDS ARE STANDARD.
       01 LABOR-DIST-RECORD.
           05 LD-PAY-DATE       PIC X(10).
           05 LD-DEPT           PIC X(3).
           05 LD-GL-ACCOUNT     PIC 9(5).
           05 LD-EMP-COUNT      PIC 9(5).
           05 LD-GROSS          PIC S9(9)V99.
           05 LD-COMMISSION     PIC S9(9)V99.
           05 LD-EMPLOYER-COST  PIC S9(9)V99.
           05 FILLER            PIC X(10).

       FD OFF-DIST-FILE
           LABEL RECORDS ARE STANDARD.
       01 OFF-DIST-RECORD.
           05 OD-PAY-DATE       PIC X(10).
           05 OD-DEPT           PIC X(3).
           05 OD-GL-ACCOUNT     PIC 9(5).
           05 OD-EMP-COUNT      PIC 9(5).
           05 OD-GROSS          PIC S9(9)V99.
           05 OD-COMMISSION     PIC S9(9)V99.
           05 OD-EMPLOYER-COST  PIC S9(9)V99.
           05 OD-POSTED-FLAG    PIC X.
           05 FILLER            PIC X(9).

       FD JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       01 JOURNAL-RECORD.
           05 JRNL-ACCOUNT      PIC 9(5).
           05 JRNL-DR-CR        PIC X.
           05 JRNL-AMOUNT       PIC 9(9)V99.
           05 JRNL-BATCH-DATE   PIC X(10).

       FD GL-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01 INVENTORY-FILE-STATUS PIC XX VALUE SPACES.
       01 COMMSETL-FILE-STATUS  PIC XX VALUE SPACES.
       01 AP-OPEN-FILE-STATUS   PIC XX VALUE SPACES.
       01 DISBURSE-FILE-STATUS  PIC XX VALUE SPACES.
       01 CASH-TOTALS-STATUS    PIC XX VALUE SPACES.
       01 TAX-TOTALS-STATUS     PIC XX VALUE SPACES.
       01 GRNI-TOTALS-STATUS    PIC XX VALUE SPACES.
       01 LABOR-FILE-STATUS     PIC XX VALUE SPACES.
       01 OFF-DIST-FILE-STATUS  PIC XX VALUE SPACES.

       01 WS-CHART-EOF          PIC X VALUE "N".
       01 WS-COMMSETL-EOF       PIC X VALUE "N".
       01 WS-AP-EOF             PIC X VALUE "N".
       01 WS-LABOR-EOF          PIC X VALUE "N".
       01 WS-OFFDIST-EOF        PIC X VALUE "N".
       01 WS-DISBURSE-POSTED    PIC X VALUE "N".
           88 DISBURSE-WAS-POSTED VALUE "Y".

       01 BATCH-CONTROL-STATUS  PIC XX VALUE SPACES.
       01 WS-BC-EOF             PIC X VALUE "N".
               10 APT-AMOUNT    PIC 9(7)V99.
               10 APT-INV-DATE  PIC X(10).
               10 APT-STATUS    PIC X.
               10 APT-PAY-DATE  PIC X(10).
               10 APT-PAY-REF   PIC 9(6).

       01 WS-AP-COUNT           PIC 9(3) VALUE ZERO.
       01 WS-AP-IDX2            PIC 9(3) VALUE ZERO.
       01 WS-INVENTORY-TOTAL    PIC 9(9)V99 VALUE ZERO.
       01 WS-COMMISSION-TOTAL   PIC S9(9)V99 VALUE ZERO.
       01 WS-PAYABLES-TOTAL     PIC 9(9)V99 VALUE ZERO.
       01 WS-DISBURSE-TOTAL     PIC 9(9)V99 VALUE ZERO.
       01 WS-ON-ACCOUNT-TOTAL   PIC S9(9)V99 VALUE ZERO.
       01 WS-CREDIT-APPLIED-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 WS-ITEM-WRITE-OFF-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 WS-CREDIT-WRITE-OFF-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 WS-SALES-TAX-TOTAL    PIC S9(9)V99 VALUE ZERO.
       01 WS-GRNI-TOTAL         PIC S9(9)V99 VALUE ZERO.
       01 WS-GRNI-ACCRUAL-DATE  PIC X(10) VALUE SPACES.
       01 WS-GRNI-REVERSAL-DATE PIC X(10) VALUE SPACES.

       01 LABOR-DIST-TABLE.
           05 LABOR-DIST-ENTRY OCCURS 1 TO 50 TIMES
                       DEPENDING ON WS-LABOR-COUNT.
               10 LDT-GL-ACCOUNT PIC 9(5).
               10 LDT-WAGES     PIC S9(9)V99.

       01 WS-LABOR-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-LABOR-IDX2         PIC 9(3) VALUE ZERO.
       01 WS-LABOR-GROSS        PIC S9(9)V99 VALUE ZERO.
       01 WS-LABOR-COMMISSION   PIC S9(9)V99 VALUE ZERO.
       01 WS-LABOR-EMPLOYER     PIC S9(9)V99 VALUE ZERO.

       01 OFF-DIST-TABLE.
           05 OFF-DIST-ENTRY OCCURS 1 TO 50 TIMES
                       DEPENDING ON WS-OFFDIST-COUNT.
               10 ODT-GL-ACCOUNT PIC 9(5).
               10 ODT-WAGES     PIC S9(9)V99.

       01 WS-OFFDIST-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-OFFDIST-IDX2       PIC 9(3) VALUE ZERO.
       01 WS-OFFDIST-GROSS      PIC S9(9)V99 VALUE ZERO.
       01 WS-OFFDIST-COMMISSION PIC S9(9)V99 VALUE ZERO.
       01 WS-OFFDIST-EMPLOYER   PIC S9(9)V99 VALUE ZERO.

       01 CHART-TABLE.
           05 CHART-ENTRY OCCURS 1 TO 100 TIMES
           88 ACCT-WAS-FOUND    VALUE "Y".

       01 JOURNAL-WORK-TABLE.
           05 JOURNAL-WORK-ENTRY OCCURS 100 TIMES.
               10 JW-ENTRY-NO   PIC 9(3).
               10 JW-ACCOUNT    PIC 9(5).
               10 JW-DR-CR      PIC X.
               10 JW-AMOUNT     PIC 9(9)V99.
               10 JW-DATE       PIC X(10).

       01 WS-JOURNAL-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-ENTRY-NO           PIC 9(3) VALUE ZERO.
       01 WS-DR-ACCOUNT         PIC 9(5) VALUE ZERO.
       01 WS-CR-ACCOUNT         PIC 9(5) VALUE ZERO.
       01 WS-SWAP-ACCOUNT       PIC 9(5) VALUE ZERO.
       01 WS-LINE-ACCOUNT       PIC 9(5) VALUE ZERO.
       01 WS-LINE-DR-CR         PIC X VALUE SPACE.
       01 WS-ENTRY-DATE         PIC X(10) VALUE SPACES.

       01 WS-ACCT-PAYROLL-EXP   PIC 9(5) VALUE 51000.
       01 WS-ACCT-PAYROLL-CLRG  PIC 9(5) VALUE 21000.
       01 WS-ACCT-INVENTORY     PIC 9(5) VALUE 13000.
       01 WS-ACCT-INV-OFFSET    PIC 9(5) VALUE 31000.
       01 WS-ACCT-AP-PAYABLE    PIC 9(5) VALUE 23000.
       01 WS-ACCT-CASH          PIC 9(5) VALUE 11000.
       01 WS-ACCT-UNAPPLIED     PIC 9(5) VALUE 24000.
       01 WS-ACCT-WRITE-OFF     PIC 9(5) VALUE 53000.
       01 WS-ACCT-EMPLR-TAX     PIC 9(5) VALUE 25000.
       01 WS-ACCT-SALES-TAX     PIC 9(5) VALUE 26000.
       01 WS-ACCT-GRNI-ACCRUAL  PIC 9(5) VALUE 27000.

       01 WS-RUN-DATE           PIC 9(8).
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.

           PERFORM WRITE-JOURNAL-BATCH.
           PERFORM MARK-PAYABLES-POSTED.
           PERFORM MARK-GRNI-POSTED.
           PERFORM MARK-DISBURSE-POSTED.
           PERFORM MARK-OFF-DIST-POSTED.
           PERFORM WRITE-REPORT-DETAIL
               VARYING WS-JW-IDX FROM 1 BY 1
               UNTIL WS-JW-IDX > WS-JOURNAL-COUNT.
               CLOSE AP-OPEN-FILE
           END-IF.

           OPEN INPUT DISBURSE-TOTALS-FILE.
           IF DISBURSE-FILE-STATUS = "00"
               READ DISBURSE-TOTALS-FILE
                   AT END MOVE ZERO TO WS-DISBURSE-TOTAL
                   NOT AT END
                       IF DT-POSTED-FLAG = "P"
                           MOVE "Y" TO WS-DISBURSE-POSTED
                       ELSE
                           MOVE DT-TOTAL-PAID TO WS-DISBURSE-TOTAL
                       END-IF
               END-READ
               CLOSE DISBURSE-TOTALS-FILE
               IF NOT DISBURSE-WAS-POSTED
                   MOVE "APPAY.TOT" TO WS-BC-FILE-NAME
                   MOVE 1 TO WS-BC-CHECK-COUNT
                   MOVE WS-DISBURSE-TOTAL TO WS-BC-CHECK-AMOUNT
                   PERFORM VERIFY-BATCH-CONTROL
               END-IF
           END-IF.

           OPEN INPUT CASH-TOTALS-FILE.
           IF CASH-TOTALS-STATUS = "00"
               READ CASH-TOTALS-FILE
                   AT END
                       MOVE ZERO TO WS-ON-ACCOUNT-TOTAL
                   NOT AT END
                       MOVE AC-ON-ACCOUNT TO WS-ON-ACCOUNT-TOTAL
                       MOVE AC-CREDIT-APPLIED
                           TO WS-CREDIT-APPLIED-TOTAL
                       MOVE AC-ITEM-WRITE-OFF
                           TO WS-ITEM-WRITE-OFF-TOTAL
                       MOVE AC-CREDIT-WRITE-OFF
                           TO WS-CREDIT-WRITE-OFF-TOTAL
               END-READ
               CLOSE CASH-TOTALS-FILE
               MOVE "ARCASH.TOT" TO WS-BC-FILE-NAME
               MOVE 1 TO WS-BC-CHECK-COUNT
               COMPUTE WS-BC-CHECK-AMOUNT =
                   WS-ON-ACCOUNT-TOTAL + WS-CREDIT-APPLIED-TOTAL
                   + WS-ITEM-WRITE-OFF-TOTAL
                   + WS-CREDIT-WRITE-OFF-TOTAL
               PERFORM VERIFY-BATCH-CONTROL
           END-IF.

           OPEN INPUT TAX-TOTALS-FILE.
           IF TAX-TOTALS-STATUS = "00"
               READ TAX-TOTALS-FILE
                   AT END MOVE ZERO TO WS-SALES-TAX-TOTAL
                   NOT AT END
                       MOVE TT-TAX-BILLED TO WS-SALES-TAX-TOTAL
               END-READ
               CLOSE TAX-TOTALS-FILE
               MOVE "ARTAX.TOT" TO WS-BC-FILE-NAME
               MOVE 1 TO WS-BC-CHECK-COUNT
               MOVE WS-SALES-TAX-TOTAL TO WS-BC-CHECK-AMOUNT
               PERFORM VERIFY-BATCH-CONTROL
           END-IF.

           OPEN INPUT GRNI-TOTALS-FILE.
           IF GRNI-TOTALS-STATUS = "00"
               READ GRNI-TOTALS-FILE
                   AT END MOVE ZERO TO WS-GRNI-TOTAL
                   NOT AT END
                       IF GT-POSTED-FLAG NOT = "P"
                           MOVE GT-ACCRUAL-AMOUNT TO WS-GRNI-TOTAL
                           MOVE GT-ACCRUAL-DATE
                               TO WS-GRNI-ACCRUAL-DATE
                           MOVE GT-REVERSAL-DATE
                               TO WS-GRNI-REVERSAL-DATE
                       END-IF
               END-READ
               CLOSE GRNI-TOTALS-FILE
               IF WS-GRNI-TOTAL NOT = ZERO
                   MOVE "GRNI.TOT" TO WS-BC-FILE-NAME
                   MOVE 1 TO WS-BC-CHECK-COUNT
                   MOVE WS-GRNI-TOTAL TO WS-BC-CHECK-AMOUNT
                   PERFORM VERIFY-BATCH-CONTROL
               END-IF
           END-IF.

           OPEN INPUT LABOR-DIST-FILE.
           IF LABOR-FILE-STATUS = "00"
               PERFORM READ-LABOR-DIST-RECORD
               PERFORM LOAD-LABOR-DIST-ENTRY UNTIL WS-LABOR-EOF = "Y"
               CLOSE LABOR-DIST-FILE
               MOVE "LABORDST.DAT" TO WS-BC-FILE-NAME
               MOVE WS-LABOR-COUNT TO WS-BC-CHECK-COUNT
               COMPUTE WS-BC-CHECK-AMOUNT =
                   WS-LABOR-GROSS + WS-LABOR-EMPLOYER
               PERFORM VERIFY-BATCH-CONTROL
           END-IF.

           OPEN INPUT OFF-DIST-FILE.
           IF OFF-DIST-FILE-STATUS = "00"
               PERFORM READ-OFF-DIST-RECORD
               PERFORM LOAD-OFF-DIST-ENTRY
                   UNTIL WS-OFFDIST-EOF = "Y"
               CLOSE OFF-DIST-FILE
               IF WS-OFFDIST-COUNT > ZERO
                   MOVE "LABOROFF.DAT" TO WS-BC-FILE-NAME
                   MOVE WS-OFFDIST-COUNT TO WS-BC-CHECK-COUNT
                   COMPUTE WS-BC-CHECK-AMOUNT =
                       WS-OFFDIST-GROSS + WS-OFFDIST-EMPLOYER
                   PERFORM VERIFY-BATCH-CONTROL
               END-IF
           END-IF.

       READ-LABOR-DIST-RECORD.
           READ LABOR-DIST-FILE
               AT END MOVE "Y" TO WS-LABOR-EOF
           END-READ.

       LOAD-LABOR-DIST-ENTRY.
           ADD 1 TO WS-LABOR-COUNT.
           IF WS-LABOR-COUNT > 50
               DISPLAY "LABOR DISTRIBUTION OVERFLOW - OVER 50 DEPTS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF LD-GL-ACCOUNT NUMERIC AND LD-GL-ACCOUNT > ZERO
               MOVE LD-GL-ACCOUNT TO LDT-GL-ACCOUNT (WS-LABOR-COUNT)
           ELSE
               MOVE WS-ACCT-PAYROLL-EXP
                   TO LDT-GL-ACCOUNT (WS-LABOR-COUNT)
           END-IF.
           COMPUTE LDT-WAGES (WS-LABOR-COUNT) =
               LD-GROSS - LD-COMMISSION + LD-EMPLOYER-COST.
           ADD LD-GROSS TO WS-LABOR-GROSS.
           ADD LD-COMMISSION TO WS-LABOR-COMMISSION.
           ADD LD-EMPLOYER-COST TO WS-LABOR-EMPLOYER.
           PERFORM READ-LABOR-DIST-RECORD.

       READ-OFF-DIST-RECORD.
           READ OFF-DIST-FILE
               AT END MOVE "Y" TO WS-OFFDIST-EOF
           END-READ.

       LOAD-OFF-DIST-ENTRY.
           IF OD-POSTED-FLAG NOT = "P"
               PERFORM STORE-OFF-DIST-ENTRY
           END-IF.
           PERFORM READ-OFF-DIST-RECORD.

       STORE-OFF-DIST-ENTRY.
           ADD 1 TO WS-OFFDIST-COUNT.
           IF WS-OFFDIST-COUNT > 50
               DISPLAY "OFF-CYCLE DISTRIBUTION OVERFLOW - OVER 50 DEPTS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF OD-GL-ACCOUNT NUMERIC AND OD-GL-ACCOUNT > ZERO
               MOVE OD-GL-ACCOUNT TO ODT-GL-ACCOUNT (WS-OFFDIST-COUNT)
           ELSE
               MOVE WS-ACCT-PAYROLL-EXP
                   TO ODT-GL-ACCOUNT (WS-OFFDIST-COUNT)
           END-IF.
           COMPUTE ODT-WAGES (WS-OFFDIST-COUNT) =
               OD-GROSS - OD-COMMISSION + OD-EMPLOYER-COST.
           ADD OD-GROSS TO WS-OFFDIST-GROSS.
           ADD OD-COMMISSION TO WS-OFFDIST-COMMISSION.
           ADD OD-EMPLOYER-COST TO WS-OFFDIST-EMPLOYER.

       VERIFY-BATCH-CONTROL.
           MOVE "N" TO WS-BC-FOUND.
           MOVE "N" TO WS-BC-EOF.
           MOVE AP-AMOUNT TO APT-AMOUNT (WS-AP-COUNT).
           MOVE AP-INV-DATE TO APT-INV-DATE (WS-AP-COUNT).
           MOVE AP-STATUS TO APT-STATUS (WS-AP-COUNT).
           MOVE AP-PAY-DATE TO APT-PAY-DATE (WS-AP-COUNT).
           IF AP-PAY-REF NUMERIC
               MOVE AP-PAY-REF TO APT-PAY-REF (WS-AP-COUNT)
           ELSE
               MOVE ZERO TO APT-PAY-REF (WS-AP-COUNT)
           END-IF.
           IF AP-STATUS = "A" AND AP-AMOUNT NUMERIC
               ADD AP-AMOUNT TO WS-PAYABLES-TOTAL
           END-IF.
               CLOSE AP-OPEN-FILE
           END-IF.

       MARK-GRNI-POSTED.
           IF WS-GRNI-TOTAL NOT = ZERO
               OPEN I-O GRNI-TOTALS-FILE
               IF GRNI-TOTALS-STATUS NOT = "00"
                   DISPLAY "GLPOST: ERROR REWRITING GRNI TOTALS: "
                       GRNI-TOTALS-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ GRNI-TOTALS-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE "P" TO GT-POSTED-FLAG
                       REWRITE GRNI-TOTALS-RECORD
               END-READ
               CLOSE GRNI-TOTALS-FILE
           END-IF.

       MARK-DISBURSE-POSTED.
           IF WS-DISBURSE-TOTAL NOT = ZERO
               OPEN I-O DISBURSE-TOTALS-FILE
               IF DISBURSE-FILE-STATUS NOT = "00"
                   DISPLAY "GLPOST: ERROR REWRITING DISBURSE TOTALS: "
                       DISBURSE-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ DISBURSE-TOTALS-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE "P" TO DT-POSTED-FLAG
                       REWRITE DISBURSE-TOTALS-RECORD
               END-READ
               CLOSE DISBURSE-TOTALS-FILE
           END-IF.

       MARK-OFF-DIST-POSTED.
           IF WS-OFFDIST-COUNT > ZERO
               OPEN I-O OFF-DIST-FILE
               IF OFF-DIST-FILE-STATUS NOT = "00"
                   DISPLAY "GLPOST: ERROR REWRITING OFF-CYCLE LABOR: "
                       OFF-DIST-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "N" TO WS-OFFDIST-EOF
               PERFORM READ-OFF-DIST-RECORD
               PERFORM FLAG-OFF-DIST-RECORD
                   UNTIL WS-OFFDIST-EOF = "Y"
               CLOSE OFF-DIST-FILE
           END-IF.

       FLAG-OFF-DIST-RECORD.
           MOVE "P" TO OD-POSTED-FLAG.
           REWRITE OFF-DIST-RECORD.
           PERFORM READ-OFF-DIST-RECORD.

       WRITE-AP-OPEN-ENTRY.
           IF APT-STATUS (WS-AP-IDX2) = "A"
               MOVE "P" TO APT-STATUS (WS-AP-IDX2)
           MOVE APT-AMOUNT (WS-AP-IDX2) TO AP-AMOUNT.
           MOVE APT-INV-DATE (WS-AP-IDX2) TO AP-INV-DATE.
           MOVE APT-STATUS (WS-AP-IDX2) TO AP-STATUS.
           MOVE APT-PAY-DATE (WS-AP-IDX2) TO AP-PAY-DATE.
           MOVE APT-PAY-REF (WS-AP-IDX2) TO AP-PAY-REF.
           WRITE AP-OPEN-RECORD.

       BUILD-JOURNAL-ENTRIES.
           MOVE WS-RUN-DATE-EDIT TO WS-ENTRY-DATE.
           IF WS-LABOR-COUNT > ZERO
               PERFORM BUILD-LABOR-ENTRY
           ELSE
               MOVE WS-PAYROLL-TOTAL TO WS-WORK-AMOUNT
               MOVE WS-ACCT-PAYROLL-EXP TO WS-DR-ACCOUNT
               MOVE WS-ACCT-PAYROLL-CLRG TO WS-CR-ACCOUNT
               PERFORM ADD-JOURNAL-ENTRY
           END-IF.

           IF WS-OFFDIST-COUNT > ZERO
               PERFORM BUILD-OFF-CYCLE-ENTRY
           END-IF.

           MOVE WS-SALES-TOTAL TO WS-WORK-AMOUNT.
           MOVE WS-ACCT-RECEIVABLES TO WS-DR-ACCOUNT.
           MOVE WS-ACCT-SALES-REV TO WS-CR-ACCOUNT.
           PERFORM ADD-JOURNAL-ENTRY.

           MOVE WS-SALES-TAX-TOTAL TO WS-WORK-AMOUNT.
           MOVE WS-ACCT-RECEIVABLES TO WS-DR-ACCOUNT.
           MOVE WS-ACCT-SALES-TAX TO WS-CR-ACCOUNT.
           PERFORM ADD-JOURNAL-ENTRY.

           MOVE WS-COMMISSION-TOTAL TO WS-WORK-AMOUNT.
           MOVE WS-ACCT-COMM-EXP TO WS-DR-ACCOUNT.
           MOVE WS-ACCT-COMM-PAYABLE TO WS-CR-ACCOUNT.
           MOVE WS-ACCT-AP-PAYABLE TO WS-CR-ACCOUNT.
           PERFORM ADD-JOURNAL-ENTRY.

           MOVE WS-DISBURSE-TOTAL TO WS-WORK-AMOUNT.
           MOVE WS-ACCT-AP-PAYABLE TO WS-DR-ACCOUNT.
           MOVE WS-ACCT-CASH TO WS-CR-ACCOUNT.
           PERFORM ADD-JOURNAL-ENTRY.

           MOVE WS-ON-ACCOUNT-TOTAL TO WS-WORK-AMOUNT.
           MOVE WS-ACCT-CASH TO WS-DR-ACCOUNT.
           MOVE WS-ACCT-UNAPPLIED TO WS-CR-ACCOUNT.
           PERFORM ADD-JOURNAL-ENTRY.

           MOVE WS-CREDIT-APPLIED-TOTAL TO WS-WORK-AMOUNT.
           MOVE WS-ACCT-UNAPPLIED TO WS-DR-ACCOUNT.
           MOVE WS-ACCT-RECEIVABLES TO WS-CR-ACCOUNT.
           PERFORM ADD-JOURNAL-ENTRY.

           MOVE WS-ITEM-WRITE-OFF-TOTAL TO WS-WORK-AMOUNT.
           MOVE WS-ACCT-WRITE-OFF TO WS-DR-ACCOUNT.
           MOVE WS-ACCT-RECEIVABLES TO WS-CR-ACCOUNT.
           PERFORM ADD-JOURNAL-ENTRY.

           MOVE WS-CREDIT-WRITE-OFF-TOTAL TO WS-WORK-AMOUNT.
           MOVE WS-ACCT-UNAPPLIED TO WS-DR-ACCOUNT.
           MOVE WS-ACCT-WRITE-OFF TO WS-CR-ACCOUNT.
           PERFORM ADD-JOURNAL-ENTRY.

           IF WS-GRNI-TOTAL NOT = ZERO
               MOVE WS-GRNI-ACCRUAL-DATE TO WS-ENTRY-DATE
               MOVE WS-GRNI-TOTAL TO WS-WORK-AMOUNT
               MOVE WS-ACCT-INV-OFFSET TO WS-DR-ACCOUNT
               MOVE WS-ACCT-GRNI-ACCRUAL TO WS-CR-ACCOUNT
               PERFORM ADD-JOURNAL-ENTRY
               MOVE WS-GRNI-REVERSAL-DATE TO WS-ENTRY-DATE
               MOVE WS-GRNI-TOTAL TO WS-WORK-AMOUNT
               MOVE WS-ACCT-GRNI-ACCRUAL TO WS-DR-ACCOUNT
               MOVE WS-ACCT-INV-OFFSET TO WS-CR-ACCOUNT
               PERFORM ADD-JOURNAL-ENTRY
               MOVE WS-RUN-DATE-EDIT TO WS-ENTRY-DATE
           END-IF.

       BUILD-LABOR-ENTRY.
           ADD 1 TO WS-ENTRY-NO.
           PERFORM ADD-LABOR-DEPT-LINE
               VARYING WS-LABOR-IDX2 FROM 1 BY 1
               UNTIL WS-LABOR-IDX2 > WS-LABOR-COUNT.

           MOVE WS-LABOR-COMMISSION TO WS-WORK-AMOUNT.
           MOVE WS-ACCT-COMM-PAYABLE TO WS-LINE-ACCOUNT.
           MOVE "D" TO WS-LINE-DR-CR.
           PERFORM ADD-JOURNAL-LINE.

           MOVE WS-LABOR-GROSS TO WS-WORK-AMOUNT.
           MOVE WS-ACCT-PAYROLL-CLRG TO WS-LINE-ACCOUNT.
           MOVE "C" TO WS-LINE-DR-CR.
           PERFORM ADD-JOURNAL-LINE.

           MOVE WS-LABOR-EMPLOYER TO WS-WORK-AMOUNT.
           MOVE WS-ACCT-EMPLR-TAX TO WS-LINE-ACCOUNT.
           MOVE "C" TO WS-LINE-DR-CR.
           PERFORM ADD-JOURNAL-LINE.

       BUILD-OFF-CYCLE-ENTRY.
           ADD 1 TO WS-ENTRY-NO.
           PERFORM ADD-OFF-DIST-LINE
               VARYING WS-OFFDIST-IDX2 FROM 1 BY 1
               UNTIL WS-OFFDIST-IDX2 > WS-OFFDIST-COUNT.

           MOVE WS-OFFDIST-COMMISSION TO WS-WORK-AMOUNT.
           MOVE WS-ACCT-COMM-PAYABLE TO WS-LINE-ACCOUNT.
           MOVE "D" TO WS-LINE-DR-CR.
           PERFORM ADD-JOURNAL-LINE.

           MOVE WS-OFFDIST-GROSS TO WS-WORK-AMOUNT.
           MOVE WS-ACCT-PAYROLL-CLRG TO WS-LINE-ACCOUNT.
           MOVE "C" TO WS-LINE-DR-CR.
           PERFORM ADD-JOURNAL-LINE.

           MOVE WS-OFFDIST-EMPLOYER TO WS-WORK-AMOUNT.
           MOVE WS-ACCT-EMPLR-TAX TO WS-LINE-ACCOUNT.
           MOVE "C" TO WS-LINE-DR-CR.
           PERFORM ADD-JOURNAL-LINE.

       ADD-OFF-DIST-LINE.
           MOVE ODT-WAGES (WS-OFFDIST-IDX2) TO WS-WORK-AMOUNT.
           MOVE ODT-GL-ACCOUNT (WS-OFFDIST-IDX2) TO WS-LINE-ACCOUNT.
           MOVE "D" TO WS-LINE-DR-CR.
           PERFORM ADD-JOURNAL-LINE.

       ADD-LABOR-DEPT-LINE.
           MOVE LDT-WAGES (WS-LABOR-IDX2) TO WS-WORK-AMOUNT.
           MOVE LDT-GL-ACCOUNT (WS-LABOR-IDX2) TO WS-LINE-ACCOUNT.
           MOVE "D" TO WS-LINE-DR-CR.
           PERFORM ADD-JOURNAL-LINE.

       ADD-JOURNAL-LINE.
           IF WS-WORK-AMOUNT NOT = ZERO
               IF WS-WORK-AMOUNT < ZERO
                   COMPUTE WS-ABS-AMOUNT = ZERO - WS-WORK-AMOUNT
                   IF WS-LINE-DR-CR = "D"
                       MOVE "C" TO WS-LINE-DR-CR
                   ELSE
                       MOVE "D" TO WS-LINE-DR-CR
                   END-IF
               ELSE
                   MOVE WS-WORK-AMOUNT TO WS-ABS-AMOUNT
               END-IF
               ADD 1 TO WS-JOURNAL-COUNT
               IF WS-JOURNAL-COUNT > 100
                   DISPLAY "JOURNAL TABLE OVERFLOW - OVER 100 LINES"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-ENTRY-NO TO JW-ENTRY-NO (WS-JOURNAL-COUNT)
               MOVE WS-LINE-ACCOUNT TO JW-ACCOUNT (WS-JOURNAL-COUNT)
               MOVE WS-LINE-DR-CR TO JW-DR-CR (WS-JOURNAL-COUNT)
               MOVE WS-ABS-AMOUNT TO JW-AMOUNT (WS-JOURNAL-COUNT)
               MOVE WS-ENTRY-DATE TO JW-DATE (WS-JOURNAL-COUNT)
           END-IF.

       ADD-JOURNAL-ENTRY.
           IF WS-WORK-AMOUNT = ZERO
               CONTINUE
               ADD 1 TO WS-ENTRY-NO

               ADD 1 TO WS-JOURNAL-COUNT
               IF WS-JOURNAL-COUNT > 100
                   DISPLAY "JOURNAL TABLE OVERFLOW - OVER 100 LINES"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-ENTRY-NO TO JW-ENTRY-NO (WS-JOURNAL-COUNT)
               MOVE WS-DR-ACCOUNT TO JW-ACCOUNT (WS-JOURNAL-COUNT)
               MOVE "D" TO JW-DR-CR (WS-JOURNAL-COUNT)
               MOVE WS-ABS-AMOUNT TO JW-AMOUNT (WS-JOURNAL-COUNT)
               MOVE WS-ENTRY-DATE TO JW-DATE (WS-JOURNAL-COUNT)

               ADD 1 TO WS-JOURNAL-COUNT
               IF WS-JOURNAL-COUNT > 100
                   DISPLAY "JOURNAL TABLE OVERFLOW - OVER 100 LINES"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-ENTRY-NO TO JW-ENTRY-NO (WS-JOURNAL-COUNT)
               MOVE WS-CR-ACCOUNT TO JW-ACCOUNT (WS-JOURNAL-COUNT)
               MOVE "C" TO JW-DR-CR (WS-JOURNAL-COUNT)
               MOVE WS-ABS-AMOUNT TO JW-AMOUNT (WS-JOURNAL-COUNT)
               MOVE WS-ENTRY-DATE TO JW-DATE (WS-JOURNAL-COUNT)
           END-IF.

       VALIDATE-JOURNAL-BATCH.

       WRITE-JOURNAL-LINE.
           MOVE SPACES TO JOURNAL-RECORD.
           MOVE JW-DATE (WS-JW-IDX) TO JRNL-DATE.
           MOVE JW-ENTRY-NO (WS-JW-IDX) TO JRNL-ENTRY-NO.
           MOVE JW-ACCOUNT (WS-JW-IDX) TO JRNL-ACCOUNT.
           MOVE JW-DR-CR (WS-JW-IDX) TO JRNL-DR-CR.
           MOVE JW-AMOUNT (WS-JW-IDX) TO JRNL-AMOUNT.
           MOVE WS-RUN-DATE-EDIT TO JRNL-BATCH-DATE.
           WRITE JOURNAL-RECORD.

           IF JW-DR-CR (WS-JW-IDX) = "D"
