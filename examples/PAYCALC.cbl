               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-EMP-ID
               FILE STATUS IS YTD-FILE-STATUS.
           SELECT DEPT-FILE ASSIGN TO "DEPT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DEPT-FILE-STATUS.
           SELECT LABOR-DIST-FILE ASSIGN TO "LABORDST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT LABOR-REPORT-FILE ASSIGN TO "LABORDST.RPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PAY-QTR-FILE ASSIGN TO "PAYQTR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS QTR-FILE-STATUS.
           SELECT GARNISH-FILE ASSIGN TO "GARNISH.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GARNISH-FILE-STATUS.
           SELECT GARNISH-SORT-FILE ASSIGN TO "GARNSORT.WRK".
           SELECT SORTED-GARNISH-FILE ASSIGN TO "GARNISH.SRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SORTED-GARNISH-STATUS.
           SELECT REMIT-REPORT-FILE ASSIGN TO "GARNREM.RPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT LEAVE-FILE ASSIGN TO "LEAVEBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LV-EMP-ID
               FILE STATUS IS LEAVE-FILE-STATUS.
           SELECT OFF-CYCLE-FILE ASSIGN TO "OFFCYCLE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OFFCYCLE-FILE-STATUS.
           SELECT PAY-HIST-FILE ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS HIST-FILE-STATUS.
           SELECT OFF-DIST-FILE ASSIGN TO "LABOROFF.DAT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05 TS-PERIOD         PIC X(7).
           05 TS-WEEK-DATE      PIC X(10).
           05 TS-HOURS          PIC 9(3)V99.
           05 TS-HOURS-TYPE     PIC X.
               88 TS-VACATION   VALUE "V".
               88 TS-SICK       VALUE "S".
           05 FILLER            PIC X(7).

       FD EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.
               88 RATE-COMMISSION VALUE "C".
               88 RATE-DISCOUNT   VALUE "D".
               88 RATE-TAX        VALUE "T".
               88 RATE-EMPLOYER-TAX VALUE "E".
               88 RATE-GARNISH-CAP  VALUE "G".
               88 RATE-LEAVE      VALUE "L".
           05 RATE-REC-KEY      PIC X(10).
           05 RATE-REC-MAX-AMOUNT PIC 9(7)V99.
           05 RATE-REC-PERCENT  PIC V999.
           05 YTD-NET           PIC S9(9)V99.
           05 FILLER            PIC X(10).

       FD DEPT-FILE
           LABEL RECORDS ARE STANDARD.
       01 DEPT-RECORD.
           05 DEPT-REC-ID       PIC 9(3).
           05 DEPT-REC-NAME     PIC X(15).
           05 DEPT-REC-MANAGER  PIC X(20).
           05 DEPT-REC-BUDGET   PIC 9(7)V99.
           05 DEPT-REC-GL-ACCOUNT PIC 9(5).
           05 FILLER            PIC X(07).

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

       FD LABOR-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01 LABOR-REPORT-LINE     PIC X(110).

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

       FD GARNISH-FILE
           LABEL RECORDS ARE STANDARD.
       01 GARNISH-RECORD.
           05 GARN-REC-EMP-ID   PIC 9(5).
           05 GARN-REC-CASE-NO  PIC X(10).
           05 GARN-REC-AGENCY   PIC X(20).
           05 GARN-REC-PRIORITY PIC 9(2).
           05 GARN-REC-METHOD   PIC X.
           05 GARN-REC-AMOUNT   PIC 9(5)V99.
           05 GARN-REC-PERCENT  PIC V999.
           05 GARN-REC-TOTAL-OWED PIC 9(7)V99.
           05 GARN-REC-BALANCE  PIC 9(7)V99.
           05 GARN-REC-STATUS   PIC X.
           05 GARN-REC-LAST-PAID PIC X(10).
           05 FILLER            PIC X(10).

       SD GARNISH-SORT-FILE.
       01 GARNISH-SORT-RECORD.
           05 SGN-EMP-ID        PIC 9(5).
           05 SGN-CASE-NO       PIC X(10).
           05 SGN-AGENCY        PIC X(20).
           05 SGN-PRIORITY      PIC 9(2).
           05 FILLER            PIC X(50).

       FD SORTED-GARNISH-FILE
           LABEL RECORDS ARE STANDARD.
       01 SORTED-GARNISH-RECORD.
           05 SGF-EMP-ID        PIC 9(5).
           05 SGF-CASE-NO       PIC X(10).
           05 SGF-AGENCY        PIC X(20).
           05 SGF-PRIORITY      PIC 9(2).
           05 SGF-METHOD        PIC X.
               88 SGF-BY-AMOUNT  VALUE "A".
               88 SGF-BY-PERCENT VALUE "P".
           05 SGF-AMOUNT        PIC 9(5)V99.
           05 SGF-PERCENT       PIC V999.
           05 SGF-TOTAL-OWED    PIC 9(7)V99.
           05 SGF-BALANCE       PIC 9(7)V99.
           05 SGF-STATUS        PIC X.
           05 SGF-LAST-PAID     PIC X(10).
           05 FILLER            PIC X(10).

       FD REMIT-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01 REMIT-REPORT-LINE     PIC X(90).

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

       FD OFF-CYCLE-FILE
           LABEL RECORDS ARE STANDARD.
       01 OFF-CYCLE-RECORD.
           05 OC-EMP-ID         PIC 9(5).
           05 OC-EARN-TYPE      PIC X.
               88 OC-BONUS      VALUE "B".
               88 OC-CORRECTION VALUE "C".
               88 OC-REPLACEMENT VALUE "R".
               88 OC-VOID       VALUE "V".
           05 OC-AMOUNT         PIC 9(7)V99.
           05 OC-ORIG-PAY-DATE  PIC X(10).
           05 FILLER            PIC X(10).

       FD PAY-HIST-FILE
           LABEL RECORDS ARE STANDARD.
       01 PAY-HIST-RECORD.
           05 PH-KEY.
               10 PH-EMP-ID     PIC 9(5).
               10 PH-PAY-DATE   PIC X(10).
               10 PH-SEQ        PIC 9(2).
           05 PH-PAY-TYPE       PIC X.
           05 PH-STATUS         PIC X.
               88 PH-ISSUED     VALUE "I".
               88 PH-VOIDED     VALUE "V".
               88 PH-REPLACED   VALUE "R".
           05 PH-DEPT           PIC X(10).
           05 PH-GROSS          PIC S9(7)V99.
           05 PH-COMMISSION     PIC S9(7)V99.
           05 PH-TAX            PIC S9(6)V99.
           05 PH-BENEFIT        PIC 9(5)V99.
           05 PH-GARNISH        PIC 9(5)V99.
           05 PH-NET            PIC S9(7)V99.
           05 PH-SOCIAL-WAGES   PIC S9(7)V99.
           05 PH-SOCIAL-TAX     PIC S9(7)V99.
           05 PH-UNEMP-WAGES    PIC S9(7)V99.
           05 PH-UNEMP-TAX      PIC S9(7)V99.
           05 PH-VOID-DATE      PIC X(10).
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

       WORKING-STORAGE SECTION.
       01 EMP-FILE-STATUS       PIC XX VALUE SPACES.
       01 DEDUCT-FILE-STATUS    PIC XX VALUE SPACES.
       01 WS-PARM-FOUND         PIC X VALUE "N".
           88 PARM-WAS-FOUND    VALUE "Y".
       01 WS-PAY-PERIOD         PIC X(7) VALUE SPACES.
       01 WS-RUN-MODE           PIC X VALUE SPACE.
           88 OFF-CYCLE-RUN     VALUE "O".
       01 WS-OFF-PAY-DATE       PIC X(10) VALUE SPACES.

       01 PAY-CALENDAR-STATUS   PIC XX VALUE SPACES.
       01 WS-CALENDAR-EOF       PIC X VALUE "N".
                       INDEXED BY TS-IDX.
               10 TST-EMP-ID    PIC 9(5).
               10 TST-HOURS     PIC 9(3)V99.
               10 TST-TYPE      PIC X.

       01 WS-TIMESHEET-COUNT    PIC 9(3) VALUE ZERO.
       01 WS-TS-FOUND           PIC X VALUE "N".
       01 WS-OT-HOURS           PIC 9(3)V99 VALUE ZERO.
       01 WS-EXCEPTION-COUNT    PIC 9(5) VALUE ZERO.

       01 LEAVE-FILE-STATUS     PIC XX VALUE SPACES.
       01 WS-LEAVE-NEW-RECORD   PIC X VALUE "N".
       01 WS-VAC-HOURS-USED     PIC 9(4)V99 VALUE ZERO.
       01 WS-SICK-HOURS-USED    PIC 9(4)V99 VALUE ZERO.
       01 WS-VAC-ACCRUAL        PIC 9(3)V99 VALUE ZERO.
       01 WS-SICK-ACCRUAL       PIC 9(3)V99 VALUE ZERO.
       01 WS-VAC-CARRY-CAP      PIC 9(5)V99 VALUE ZERO.
       01 WS-VAC-CARRY-EFF-DATE PIC X(10) VALUE LOW-VALUES.
       01 WS-SICK-CARRY-CAP     PIC 9(5)V99 VALUE ZERO.
       01 WS-SICK-CARRY-EFF-DATE PIC X(10) VALUE LOW-VALUES.
       01 WS-SERVICE-YEARS      PIC 9(3) VALUE ZERO.
       01 WS-SERVICE-TIER       PIC 9(2) VALUE ZERO.
       01 WS-VAC-BALANCE        PIC S9(5)V99 VALUE ZERO.
       01 WS-SICK-BALANCE       PIC S9(5)V99 VALUE ZERO.
       01 WS-HOURLY-RATE        PIC 9(5)V9(4) VALUE ZERO.
       01 WS-LEAVE-PAYOUT       PIC S9(7)V99 VALUE ZERO.
       01 WS-TOTAL-LEAVE-PAYOUT PIC S9(9)V99 VALUE ZERO.
       01 WS-LEAVE-PAYOUT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-LEAVE-OVERDRAWN    PIC X VALUE "N".
           88 LEAVE-WAS-OVERDRAWN VALUE "Y".

       01 OFFCYCLE-FILE-STATUS  PIC XX VALUE SPACES.
       01 WS-OFFCYCLE-EOF       PIC X VALUE "N".
       01 WS-OFF-EMP-FOUND      PIC X VALUE "N".
           88 OFF-EMP-WAS-FOUND VALUE "Y".
       01 WS-OFF-ACCEPTED       PIC 9(5) VALUE ZERO.
       01 WS-OFF-REJECTED       PIC 9(5) VALUE ZERO.
       01 WS-VOID-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-VOID-GROSS   PIC S9(9)V99 VALUE ZERO.
       01 WS-TOTAL-VOID-NET     PIC S9(9)V99 VALUE ZERO.
       01 WS-REPLACE-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-REPLACE-NET  PIC S9(9)V99 VALUE ZERO.

       01 HIST-FILE-STATUS      PIC XX VALUE SPACES.
       01 WS-HIST-PAY-TYPE      PIC X VALUE SPACE.
       01 WS-HIST-SEQ           PIC 9(3) VALUE ZERO.
       01 WS-HIST-FOUND         PIC X VALUE "N".
           88 HIST-WAS-FOUND    VALUE "Y".
       01 WS-HIST-WRITTEN       PIC X VALUE "N".
           88 HIST-WAS-WRITTEN  VALUE "Y".

       01 LEAVE-RATE-TABLE.
           05 LEAVE-RATE-ENTRY OCCURS 1 TO 40 TIMES
                       DEPENDING ON WS-LEAVE-RATE-COUNT
                       INDEXED BY LRT-IDX.
               10 LRT-TYPE      PIC X.
               10 LRT-YEARS     PIC 9(2).
               10 LRT-HOURS     PIC 9(3)V99.
               10 LRT-EFF-DATE  PIC X(10).

       01 WS-LEAVE-RATE-COUNT   PIC 9(2) VALUE ZERO.
       01 WS-LRT-IDX2           PIC 9(2) VALUE ZERO.
       01 WS-LRT-FOUND          PIC X VALUE "N".
           88 LRT-WAS-FOUND     VALUE "Y".
       01 WS-LRT-TYPE           PIC X VALUE SPACE.
       01 WS-LRT-HOURS          PIC 9(3)V99 VALUE ZERO.

       01 EXCEPTION-RECORD.
           05 EX-ID             PIC 9(5).
           05 FILLER            PIC X(3) VALUE SPACES.
       01 WS-PAYROLL-TOT-SALARY PIC 9(9)V99 VALUE ZERO.
       01 WS-RECON-DIFF         PIC S9(9)V99 VALUE ZERO.

       01 DEPT-FILE-STATUS      PIC XX VALUE SPACES.
       01 WS-DEPT-EOF           PIC X VALUE "N".
       01 WS-EMP-DEPT-KEY       PIC X(3) VALUE SPACES.
       01 WS-EMPLOYER-COST      PIC S9(7)V99 VALUE ZERO.
       01 WS-TOTAL-EMPLOYER     PIC S9(9)V99 VALUE ZERO.

       01 EMPLOYER-TAX-RATES.
           05 ETX-SOCIAL-BASE   PIC 9(7)V99 VALUE ZERO.
           05 ETX-SOCIAL-RATE   PIC V999 VALUE ZERO.
           05 ETX-SOCIAL-EFF-DATE PIC X(10) VALUE LOW-VALUES.
           05 ETX-UNEMP-BASE    PIC 9(7)V99 VALUE ZERO.
           05 ETX-UNEMP-RATE    PIC V999 VALUE ZERO.
           05 ETX-UNEMP-EFF-DATE PIC X(10) VALUE LOW-VALUES.

       01 WS-WAGE-BASE          PIC 9(7)V99 VALUE ZERO.
       01 WS-TAXABLE-WAGES      PIC S9(7)V99 VALUE ZERO.
       01 WS-SOCIAL-WAGES       PIC S9(7)V99 VALUE ZERO.
       01 WS-SOCIAL-TAX         PIC S9(7)V99 VALUE ZERO.
       01 WS-UNEMP-WAGES        PIC S9(7)V99 VALUE ZERO.
       01 WS-UNEMP-TAX          PIC S9(7)V99 VALUE ZERO.
       01 WS-TOTAL-SOCIAL-TAX   PIC S9(9)V99 VALUE ZERO.
       01 WS-TOTAL-UNEMP-TAX    PIC S9(9)V99 VALUE ZERO.

       01 QTR-FILE-STATUS       PIC XX VALUE SPACES.
       01 WS-QTR-EOF            PIC X VALUE "N".
       01 WS-PAY-QUARTER.
           05 WS-PQ-YEAR        PIC 9(4).
           05 FILLER            PIC X(2) VALUE "-Q".
           05 WS-PQ-QUARTER     PIC 9.
       01 WS-QTR-KEEP-YEAR      PIC 9(4) VALUE ZERO.

       01 QUARTER-TAX-TABLE.
           05 QUARTER-TAX-ENTRY OCCURS 1 TO 2000 TIMES
                       DEPENDING ON WS-QTR-COUNT
                       INDEXED BY QTT-IDX.
               10 QTT-EMP-ID    PIC 9(5).
               10 QTT-PERIOD    PIC X(7).
               10 QTT-GROSS     PIC S9(9)V99.
               10 QTT-WITHHELD  PIC S9(9)V99.
               10 QTT-SOCIAL-WAGES PIC S9(9)V99.
               10 QTT-SOCIAL-TAX PIC S9(9)V99.
               10 QTT-UNEMP-WAGES PIC S9(9)V99.
               10 QTT-UNEMP-TAX PIC S9(9)V99.

       01 WS-QTR-COUNT          PIC 9(4) VALUE ZERO.
       01 WS-QTT-IDX2           PIC 9(4) VALUE ZERO.
       01 WS-QTT-FOUND          PIC X VALUE "N".
           88 QTT-WAS-FOUND     VALUE "Y".

       01 GARNISH-FILE-STATUS   PIC XX VALUE SPACES.
       01 SORTED-GARNISH-STATUS PIC XX VALUE SPACES.
       01 WS-GARNISH-EOF        PIC X VALUE "N".
       01 WS-GARNISH-PRESENT    PIC X VALUE "N".
       01 WS-GARN-CAP-PCT       PIC V999 VALUE .250.
       01 WS-GARN-CAP-EFF-DATE  PIC X(10) VALUE LOW-VALUES.
       01 WS-FLAT-GARNISH       PIC 9(5)V99 VALUE ZERO.
       01 WS-DISPOSABLE-PAY     PIC S9(7)V99 VALUE ZERO.
       01 WS-GARN-CAP-AMT       PIC S9(7)V99 VALUE ZERO.
       01 WS-GARN-ROOM          PIC S9(7)V99 VALUE ZERO.
       01 WS-ORDER-AMT          PIC S9(7)V99 VALUE ZERO.
       01 WS-GARN-CAPPED        PIC X VALUE "N".
           88 GARNISH-WAS-CAPPED VALUE "Y".
       01 WS-ORDER-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-ORDERS-SATISFIED   PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-REMIT        PIC S9(9)V99 VALUE ZERO.
       01 WS-TOTAL-FLAT-GARNISH PIC S9(9)V99 VALUE ZERO.

       01 GARNISH-ORDER-TABLE.
           05 GARNISH-ORDER-ENTRY OCCURS 1 TO 500 TIMES
                       DEPENDING ON WS-GARN-COUNT
                       INDEXED BY GOT-IDX.
               10 GOT-EMP-ID    PIC 9(5).
               10 GOT-CASE-NO   PIC X(10).
               10 GOT-AGENCY    PIC X(20).
               10 GOT-PRIORITY  PIC 9(2).
               10 GOT-METHOD    PIC X.
               10 GOT-AMOUNT    PIC 9(5)V99.
               10 GOT-PERCENT   PIC V999.
               10 GOT-TOTAL-OWED PIC 9(7)V99.
               10 GOT-BALANCE   PIC 9(7)V99.
               10 GOT-STATUS    PIC X.
               10 GOT-LAST-PAID PIC X(10).
               10 GOT-EMP-NAME  PIC X(20).
               10 GOT-TAKEN     PIC 9(7)V99.

       01 WS-GARN-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-GOT-IDX2           PIC 9(3) VALUE ZERO.
       01 WS-GOT-FOUND          PIC X VALUE "N".
           88 GOT-WAS-FOUND     VALUE "Y".

       01 AGENCY-TABLE.
           05 AGENCY-ENTRY OCCURS 1 TO 100 TIMES
                       DEPENDING ON WS-AGENCY-COUNT
                       INDEXED BY AGY-IDX.
               10 AGY-AGENCY    PIC X(20).
               10 AGY-TOTAL     PIC S9(9)V99.

       01 WS-AGENCY-COUNT       PIC 9(3) VALUE ZERO.
       01 WS-AGY-IDX2           PIC 9(3) VALUE ZERO.
       01 WS-AGY-FOUND          PIC X VALUE "N".
           88 AGY-WAS-FOUND     VALUE "Y".

       01 LABOR-DEPT-TABLE.
           05 LABOR-DEPT-ENTRY OCCURS 1 TO 50 TIMES
                       DEPENDING ON WS-LABOR-DEPT-COUNT
                       INDEXED BY LBD-IDX.
               10 LBD-DEPT      PIC X(3).
               10 LBD-NAME      PIC X(15).
               10 LBD-GL-ACCOUNT PIC 9(5).
               10 LBD-EMP-COUNT PIC 9(5).
               10 LBD-GROSS     PIC S9(9)V99.
               10 LBD-COMMISSION PIC S9(9)V99.
               10 LBD-EMPLOYER-COST PIC S9(9)V99.

       01 WS-LABOR-DEPT-COUNT   PIC 9(3) VALUE ZERO.
       01 WS-LBD-IDX2           PIC 9(3) VALUE ZERO.
       01 WS-LBD-FOUND          PIC X VALUE "N".
           88 LBD-WAS-FOUND     VALUE "Y".
       01 WS-LABOR-REC-COUNT    PIC 9(7) VALUE ZERO.
       01 WS-LABOR-GROSS        PIC S9(9)V99 VALUE ZERO.
       01 WS-LABOR-COMMISSION   PIC S9(9)V99 VALUE ZERO.
       01 WS-LABOR-EMPLOYER     PIC S9(9)V99 VALUE ZERO.
       01 WS-LABOR-COST         PIC S9(9)V99 VALUE ZERO.
       01 WS-LABOR-DIFF         PIC S9(9)V99 VALUE ZERO.

       01 DEDUCTION-TABLE.
           05 DED-ENTRY OCCURS 1 TO 200 TIMES
                       DEPENDING ON WS-DEDUCT-COUNT
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RT-NET            PIC $$$,$$$,$$9.99-.

       01 EMPLOYER-TAX-LINE.
           05 FILLER            PIC X(30) VALUE
               "EMPLOYER SOCIAL TAX:".
           05 ET-SOCIAL-TAX     PIC $$$,$$$,$$9.99-.
           05 FILLER            PIC X(4) VALUE SPACES.
           05 FILLER            PIC X(20) VALUE
               "UNEMPLOYMENT TAX:".
           05 ET-UNEMP-TAX      PIC $$$,$$$,$$9.99-.
           05 FILLER            PIC X(15) VALUE SPACES.

       01 LEAVE-PAYOUT-LINE.
           05 FILLER            PIC X(30) VALUE
               "VACATION PAYOUT IN GROSS:".
           05 LP-AMOUNT         PIC $$$,$$$,$$9.99-.
           05 FILLER            PIC X(4) VALUE SPACES.
           05 FILLER            PIC X(20) VALUE
               "EMPLOYEES PAID OUT:".
           05 LP-COUNT          PIC ZZ,ZZ9.
           05 FILLER            PIC X(24) VALUE SPACES.

       01 OFF-CYCLE-HEADER-1.
           05 FILLER            PIC X(28) VALUE
               "OFF-CYCLE NET PAY REGISTER".
           05 FILLER            PIC X(10) VALUE "PAY DATE ".
           05 OH-PAY-DATE       PIC X(10).
           05 FILLER            PIC X(51) VALUE SPACES.

       01 REGISTER-VOID-LINE.
           05 RV-ID             PIC 9(5).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 RV-NAME           PIC X(20).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RV-ACTION         PIC X(12).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 FILLER            PIC X(9) VALUE "PAID ON: ".
           05 RV-ORIG-DATE      PIC X(10).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 RV-GROSS          PIC $$$$,$$9.99-.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 RV-NET            PIC $$$$,$$9.99-.
           05 FILLER            PIC X(5) VALUE SPACES.

       01 VOID-TOTAL-LINE.
           05 FILLER            PIC X(20) VALUE "VOIDED PAYMENTS:".
           05 VT-COUNT          PIC ZZ,ZZ9.
           05 FILLER            PIC X(4) VALUE SPACES.
           05 FILLER            PIC X(8) VALUE "GROSS: ".
           05 VT-GROSS          PIC $$$,$$$,$$9.99-.
           05 FILLER            PIC X(4) VALUE SPACES.
           05 FILLER            PIC X(6) VALUE "NET: ".
           05 VT-NET            PIC $$$,$$$,$$9.99-.
           05 FILLER            PIC X(21) VALUE SPACES.

       01 REPLACE-TOTAL-LINE.
           05 FILLER            PIC X(20) VALUE "REPLACED PAYMENTS:".
           05 RP-COUNT          PIC ZZ,ZZ9.
           05 FILLER            PIC X(18) VALUE SPACES.
           05 FILLER            PIC X(6) VALUE "NET: ".
           05 RP-NET            PIC $$$,$$$,$$9.99-.
           05 FILLER            PIC X(34) VALUE SPACES.

       01 OFF-CYCLE-COUNT-LINE.
           05 FILLER            PIC X(20) VALUE "TRANSACTIONS:".
           05 FILLER            PIC X(10) VALUE "ACCEPTED ".
           05 OT-ACCEPTED       PIC ZZ,ZZ9.
           05 FILLER            PIC X(4) VALUE SPACES.
           05 FILLER            PIC X(10) VALUE "REJECTED ".
           05 OT-REJECTED       PIC ZZ,ZZ9.
           05 FILLER            PIC X(43) VALUE SPACES.

       01 RECON-LINE-1.
           05 FILLER            PIC X(30) VALUE
               "ANNUAL SALARY THIS RUN:     ".
           05 RC-VERDICT        PIC X(20).
           05 FILLER            PIC X(19) VALUE SPACES.

       01 LABOR-HEADER-1.
           05 FILLER            PIC X(32) VALUE
               "LABOR DISTRIBUTION BY DEPT".
           05 FILLER            PIC X(12) VALUE "PERIOD END ".
           05 LH-PAY-DATE       PIC X(10).
           05 FILLER            PIC X(56) VALUE SPACES.

       01 LABOR-HEADER-2.
           05 FILLER            PIC X(5) VALUE "DEPT".
           05 FILLER            PIC X(17) VALUE "NAME".
           05 FILLER            PIC X(7) VALUE "GL ACCT".
           05 FILLER            PIC X(8) VALUE "   EMPS".
           05 FILLER            PIC X(17) VALUE
               "            GROSS".
           05 FILLER            PIC X(17) VALUE
               "       COMMISSION".
           05 FILLER            PIC X(17) VALUE
               "    EMPLOYER COST".
           05 FILLER            PIC X(17) VALUE
               "       LABOR COST".
           05 FILLER            PIC X(5) VALUE SPACES.

       01 LABOR-DETAIL-LINE.
           05 LL-DEPT           PIC X(3).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 LL-NAME           PIC X(15).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 LL-GL-ACCOUNT     PIC 9(5).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 LL-EMP-COUNT      PIC ZZ,ZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 LL-GROSS          PIC $$$,$$$,$$9.99-.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 LL-COMMISSION     PIC $$$,$$$,$$9.99-.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 LL-EMPLOYER-COST  PIC $$$,$$$,$$9.99-.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 LL-LABOR-COST     PIC $$$,$$$,$$9.99-.
           05 FILLER            PIC X(7) VALUE SPACES.

       01 LABOR-TOTAL-LINE.
           05 FILLER            PIC X(29) VALUE "TOTALS".
           05 LT-EMP-COUNT      PIC ZZ,ZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 LT-GROSS          PIC $$$,$$$,$$9.99-.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 LT-COMMISSION     PIC $$$,$$$,$$9.99-.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 LT-EMPLOYER-COST  PIC $$$,$$$,$$9.99-.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 LT-LABOR-COST     PIC $$$,$$$,$$9.99-.
           05 FILLER            PIC X(7) VALUE SPACES.

       01 LABOR-TIE-LINE.
           05 FILLER            PIC X(30) VALUE
               "PAY REGISTER GROSS:".
           05 LC-REGISTER-GROSS PIC $$$,$$$,$$9.99-.
           05 FILLER            PIC X(4) VALUE SPACES.
           05 FILLER            PIC X(12) VALUE "DIFFERENCE: ".
           05 LC-DIFFERENCE     PIC $$$,$$$,$$9.99-.
           05 FILLER            PIC X(4) VALUE SPACES.
           05 LC-VERDICT        PIC X(20).
           05 FILLER            PIC X(10) VALUE SPACES.

       01 REMIT-HEADER-1.
           05 FILLER            PIC X(40) VALUE
               "GARNISHMENT REMITTANCE REGISTER".
           05 FILLER            PIC X(12) VALUE "PERIOD END ".
           05 GH-PAY-DATE       PIC X(10).
           05 FILLER            PIC X(28) VALUE SPACES.

       01 REMIT-HEADER-2.
           05 FILLER            PIC X(10) VALUE "  EMP ID".
           05 FILLER            PIC X(22) VALUE "NAME".
           05 FILLER            PIC X(12) VALUE "CASE NO".
           05 FILLER            PIC X(14) VALUE "      DEDUCTED".
           05 FILLER            PIC X(2) VALUE SPACES.
           05 FILLER            PIC X(14) VALUE "       BALANCE".
           05 FILLER            PIC X(16) VALUE SPACES.

       01 REMIT-AGENCY-LINE.
           05 FILLER            PIC X(8) VALUE "AGENCY: ".
           05 GA-AGENCY         PIC X(20).
           05 FILLER            PIC X(62) VALUE SPACES.

       01 REMIT-DETAIL-LINE.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 GD-EMP-ID         PIC 9(5).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 GD-NAME           PIC X(20).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 GD-CASE-NO        PIC X(10).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 GD-DEDUCTED       PIC $$$,$$$,$$9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 GD-BALANCE        PIC $$$,$$$,$$9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 GD-STATUS         PIC X(9).
           05 FILLER            PIC X(5) VALUE SPACES.

       01 REMIT-AGENCY-TOTAL-LINE.
           05 FILLER            PIC X(12) VALUE "  TOTAL FOR ".
           05 GAT-AGENCY        PIC X(20).
           05 FILLER            PIC X(12) VALUE SPACES.
           05 GAT-AMOUNT        PIC $$$,$$$,$$9.99-.
           05 FILLER            PIC X(31) VALUE SPACES.

       01 REMIT-TOTAL-LINE.
           05 GT-LABEL          PIC X(44).
           05 GT-AMOUNT         PIC $$$,$$$,$$9.99-.
           05 FILLER            PIC X(31) VALUE SPACES.

       01 STUB-SEPARATOR.
           05 FILLER            PIC X(40) VALUE ALL "-".
           05 FILLER            PIC X(40) VALUE ALL "-".
           05 SY-AMOUNT         PIC $$$,$$$,$$9.99-.
           05 FILLER            PIC X(49) VALUE SPACES.

       01 STUB-LEAVE-LINE.
           05 SL-LABEL          PIC X(16).
           05 FILLER            PIC X(9) VALUE "ACCRUED: ".
           05 SL-ACCRUED        PIC ZZ,ZZ9.99-.
           05 FILLER            PIC X(9) VALUE "  TAKEN: ".
           05 SL-TAKEN          PIC ZZ,ZZ9.99-.
           05 FILLER            PIC X(11) VALUE "  BALANCE: ".
           05 SL-BALANCE        PIC ZZ,ZZ9.99-.
           05 FILLER            PIC X(5) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-PARM-CARD.
           IF OFF-CYCLE-RUN
               PERFORM RUN-OFF-CYCLE
               STOP RUN
           END-IF.

           PERFORM LOAD-PAY-CALENDAR.
           PERFORM SET-PAY-PERIOD.

           PERFORM LOAD-REP-XREF-TABLE.
           PERFORM LOAD-COMMISSION-TABLE.
           PERFORM LOAD-PAYROLL-TOTALS.
           PERFORM LOAD-LABOR-DEPT-TABLE.
           PERFORM LOAD-QUARTER-TAX-TABLE.
           PERFORM LOAD-GARNISH-ORDERS.

           OPEN INPUT EMPLOYEE-FILE.
           IF EMP-FILE-STATUS NOT = "00"
               STOP RUN
           END-IF.

           PERFORM OPEN-PAY-YTD-FILE.
           PERFORM OPEN-PAY-HIST-FILE.

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

           CLOSE EMPLOYEE-FILE
                 PAY-YTD-FILE
                 PAY-HIST-FILE
                 LEAVE-FILE
                 PAY-REGISTER-FILE
                 PAY-STUB-FILE
                 NET-PAY-FILE
                   WS-EXCEPTION-COUNT
           END-IF.

           PERFORM WRITE-LABOR-DISTRIBUTION.
           PERFORM REWRITE-QUARTER-TAX-FILE.
           PERFORM WRITE-REMITTANCE-REGISTER.
           IF WS-GARNISH-PRESENT = "Y"
               PERFORM REWRITE-GARNISH-FILE
           END-IF.

           PERFORM WRITE-NETPAY-BATCH-CONTROL.
           PERFORM WRITE-LABOR-BATCH-CONTROL.
           PERFORM MARK-PERIOD-PAID.
           STOP RUN.

       OPEN-PAY-YTD-FILE.
           OPEN I-O PAY-YTD-FILE.
           IF YTD-FILE-STATUS = "35"
               OPEN OUTPUT PAY-YTD-FILE
               CLOSE PAY-YTD-FILE
               OPEN I-O PAY-YTD-FILE
           END-IF.
           IF YTD-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PAY YTD FILE: " YTD-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-PAY-HIST-FILE.
           OPEN I-O PAY-HIST-FILE.
           IF HIST-FILE-STATUS = "35"
               OPEN OUTPUT PAY-HIST-FILE
               CLOSE PAY-HIST-FILE
               OPEN I-O PAY-HIST-FILE
           END-IF.
           IF HIST-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PAY HISTORY FILE: "
                   HIST-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-NETPAY-BATCH-CONTROL.
           OPEN EXTEND BATCH-CONTROL-FILE.
           IF BATCH-CONTROL-STATUS = "35"
           WRITE BATCH-CONTROL-RECORD.
           CLOSE BATCH-CONTROL-FILE.

       WRITE-LABOR-BATCH-CONTROL.
           OPEN EXTEND BATCH-CONTROL-FILE.
           IF BATCH-CONTROL-STATUS = "35"
               OPEN OUTPUT BATCH-CONTROL-FILE
           END-IF.
           MOVE SPACES TO BATCH-CONTROL-RECORD.
           MOVE "LABORDST.DAT" TO BC-FILE-NAME.
           MOVE WS-PAY-DATE-EDIT TO BC-BUS-DATE.
           MOVE WS-LABOR-REC-COUNT TO BC-REC-COUNT.
           MOVE WS-LABOR-COST TO BC-AMOUNT-TOTAL.
           WRITE BATCH-CONTROL-RECORD.
           CLOSE BATCH-CONTROL-FILE.

       READ-PARM-CARD.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-STATUS NOT = "00"
               STOP RUN
           END-IF.

           MOVE PARM-RUN-MODE TO WS-RUN-MODE.
           MOVE PARM-RUN-DATE TO WS-OFF-PAY-DATE.
           MOVE PARM-QUOTA-PERIOD TO WS-PAY-PERIOD.
           IF WS-PAY-PERIOD = SPACES AND NOT OFF-CYCLE-RUN
               DISPLAY "PAYCALC: NO PAY PERIOD ON CARD"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           IF SKIP-THIS-EMPLOYEE
               CONTINUE
           ELSE
               PERFORM GATHER-TIMESHEET-HOURS
               IF PAY-TYPE-HOURLY
                   IF TIMESHEET-WAS-FOUND
                       PERFORM PAY-ONE-EMPLOYEE
                   ELSE
                    * WS-PAY-FACTOR)
                   + WS-COMMISSION-EARN
           END-IF.
           PERFORM UPDATE-LEAVE-BALANCE.
           ADD WS-COMMISSION-EARN TO WS-TOTAL-COMMISSION.

           PERFORM COMPUTE-GRADUATED-TAX.
           PERFORM LOOKUP-DEDUCTIONS.
           IF DEDUCT-WAS-FOUND
               MOVE DED-BENEFIT (DED-IDX) TO WS-BENEFIT-AMT
               MOVE DED-GARNISH (DED-IDX) TO WS-FLAT-GARNISH
           ELSE
               MOVE ZERO TO WS-BENEFIT-AMT
               MOVE ZERO TO WS-FLAT-GARNISH
           END-IF.
           PERFORM APPLY-GARNISHMENTS.

           COMPUTE WS-NET-PAY =
               WS-GROSS-PAY - WS-TAX-AMT
           ADD WS-NET-PAY TO WS-TOTAL-NET.

           PERFORM UPDATE-YTD-MASTER.
           PERFORM ACCUMULATE-QUARTER-TAX.
           PERFORM ACCUMULATE-LABOR-DIST.

           PERFORM WRITE-REGISTER-DETAIL.
           PERFORM WRITE-PAY-STUB.
           PERFORM WRITE-NET-PAY-RECORD.
           MOVE "P" TO WS-HIST-PAY-TYPE.
           PERFORM WRITE-PAY-HISTORY.

       LOAD-LABOR-DEPT-TABLE.
           OPEN INPUT DEPT-FILE.
           IF DEPT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING DEPT FILE: " DEPT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-DEPT-RECORD.
           PERFORM LOAD-LABOR-DEPT-ENTRY UNTIL WS-DEPT-EOF = "Y".
           CLOSE DEPT-FILE.

       READ-DEPT-RECORD.
           READ DEPT-FILE
               AT END MOVE "Y" TO WS-DEPT-EOF
           END-READ.

       LOAD-LABOR-DEPT-ENTRY.
           ADD 1 TO WS-LABOR-DEPT-COUNT.
           IF WS-LABOR-DEPT-COUNT > 50
               DISPLAY "DEPARTMENT TABLE OVERFLOW - OVER 50 DEPTS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE DEPT-REC-ID TO LBD-DEPT (WS-LABOR-DEPT-COUNT).
           MOVE DEPT-REC-NAME TO LBD-NAME (WS-LABOR-DEPT-COUNT).
           IF DEPT-REC-GL-ACCOUNT NUMERIC
               MOVE DEPT-REC-GL-ACCOUNT
                   TO LBD-GL-ACCOUNT (WS-LABOR-DEPT-COUNT)
           ELSE
               MOVE ZERO TO LBD-GL-ACCOUNT (WS-LABOR-DEPT-COUNT)
           END-IF.
           MOVE ZERO TO LBD-EMP-COUNT (WS-LABOR-DEPT-COUNT).
           MOVE ZERO TO LBD-GROSS (WS-LABOR-DEPT-COUNT).
           MOVE ZERO TO LBD-COMMISSION (WS-LABOR-DEPT-COUNT).
           MOVE ZERO TO LBD-EMPLOYER-COST (WS-LABOR-DEPT-COUNT).
           PERFORM READ-DEPT-RECORD.

       ACCUMULATE-LABOR-DIST.
           MOVE EMP-REC-DEPT(1:3) TO WS-EMP-DEPT-KEY.
           MOVE "N" TO WS-LBD-FOUND.
           IF WS-LABOR-DEPT-COUNT > 0
               SET LBD-IDX TO 1
               SEARCH LABOR-DEPT-ENTRY
                   WHEN LBD-DEPT (LBD-IDX) = WS-EMP-DEPT-KEY
                       MOVE "Y" TO WS-LBD-FOUND
               END-SEARCH
           END-IF.

           IF NOT LBD-WAS-FOUND
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE EMP-REC-ID TO EX-ID
               MOVE EMP-REC-NAME TO EX-NAME
               MOVE EMP-REC-DEPT TO EX-DEPT
               MOVE "E403" TO EX-REASON-CODE
               MOVE "DEPT NOT ON FILE - DEFAULT GL" TO EX-REASON-TEXT
               WRITE EXCEPTION-LINE FROM EXCEPTION-RECORD
               ADD 1 TO WS-LABOR-DEPT-COUNT
               IF WS-LABOR-DEPT-COUNT > 50
                   DISPLAY "DEPARTMENT TABLE OVERFLOW - OVER 50 DEPTS"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-EMP-DEPT-KEY TO LBD-DEPT (WS-LABOR-DEPT-COUNT)
               MOVE "** NOT ON FILE" TO LBD-NAME (WS-LABOR-DEPT-COUNT)
               MOVE ZERO TO LBD-GL-ACCOUNT (WS-LABOR-DEPT-COUNT)
               MOVE ZERO TO LBD-EMP-COUNT (WS-LABOR-DEPT-COUNT)
               MOVE ZERO TO LBD-GROSS (WS-LABOR-DEPT-COUNT)
               MOVE ZERO TO LBD-COMMISSION (WS-LABOR-DEPT-COUNT)
               MOVE ZERO TO LBD-EMPLOYER-COST (WS-LABOR-DEPT-COUNT)
               SET LBD-IDX TO WS-LABOR-DEPT-COUNT
           END-IF.

           ADD 1 TO LBD-EMP-COUNT (LBD-IDX).
           ADD WS-GROSS-PAY TO LBD-GROSS (LBD-IDX).
           ADD WS-COMMISSION-EARN TO LBD-COMMISSION (LBD-IDX).
           ADD WS-EMPLOYER-COST TO LBD-EMPLOYER-COST (LBD-IDX).

       WRITE-LABOR-DISTRIBUTION.
           OPEN OUTPUT LABOR-DIST-FILE
                OUTPUT LABOR-REPORT-FILE.
           MOVE WS-PAY-DATE-EDIT TO LH-PAY-DATE.
           WRITE LABOR-REPORT-LINE FROM LABOR-HEADER-1.
           WRITE LABOR-REPORT-LINE FROM LABOR-HEADER-2.

           PERFORM WRITE-LABOR-DEPT
               VARYING WS-LBD-IDX2 FROM 1 BY 1
               UNTIL WS-LBD-IDX2 > WS-LABOR-DEPT-COUNT.

           MOVE WS-EMPLOYEE-COUNT TO LT-EMP-COUNT.
           MOVE WS-LABOR-GROSS TO LT-GROSS.
           MOVE WS-LABOR-COMMISSION TO LT-COMMISSION.
           MOVE WS-LABOR-EMPLOYER TO LT-EMPLOYER-COST.
           MOVE WS-LABOR-COST TO LT-LABOR-COST.
           WRITE LABOR-REPORT-LINE FROM LABOR-TOTAL-LINE.

           MOVE WS-TOTAL-GROSS TO LC-REGISTER-GROSS.
           COMPUTE WS-LABOR-DIFF = WS-TOTAL-GROSS - WS-LABOR-GROSS.
           MOVE WS-LABOR-DIFF TO LC-DIFFERENCE.
           IF WS-LABOR-DIFF = ZERO
               MOVE "IN BALANCE" TO LC-VERDICT
           ELSE
               MOVE "** OUT OF BALANCE **" TO LC-VERDICT
               DISPLAY "PAYCALC: LABOR DISTRIBUTION DOES NOT TIE "
                   "TO REGISTER - DIFFERENCE: " WS-LABOR-DIFF
           END-IF.
           WRITE LABOR-REPORT-LINE FROM LABOR-TIE-LINE.

           CLOSE LABOR-DIST-FILE
                 LABOR-REPORT-FILE.

       WRITE-LABOR-DEPT.
           IF LBD-EMP-COUNT (WS-LBD-IDX2) > ZERO
               MOVE SPACES TO LABOR-DIST-RECORD
               MOVE WS-PAY-DATE-EDIT TO LD-PAY-DATE
               MOVE LBD-DEPT (WS-LBD-IDX2) TO LD-DEPT
               MOVE LBD-GL-ACCOUNT (WS-LBD-IDX2) TO LD-GL-ACCOUNT
               MOVE LBD-EMP-COUNT (WS-LBD-IDX2) TO LD-EMP-COUNT
               MOVE LBD-GROSS (WS-LBD-IDX2) TO LD-GROSS
               MOVE LBD-COMMISSION (WS-LBD-IDX2) TO LD-COMMISSION
               MOVE LBD-EMPLOYER-COST (WS-LBD-IDX2)
                   TO LD-EMPLOYER-COST
               WRITE LABOR-DIST-RECORD
               ADD 1 TO WS-LABOR-REC-COUNT
               ADD LD-GROSS TO WS-LABOR-GROSS
               ADD LD-COMMISSION TO WS-LABOR-COMMISSION
               ADD LD-EMPLOYER-COST TO WS-LABOR-EMPLOYER
               COMPUTE WS-LABOR-COST = WS-LABOR-COST
                   + LD-GROSS + LD-EMPLOYER-COST

               MOVE LD-DEPT TO LL-DEPT
               MOVE LBD-NAME (WS-LBD-IDX2) TO LL-NAME
               MOVE LD-GL-ACCOUNT TO LL-GL-ACCOUNT
               MOVE LD-EMP-COUNT TO LL-EMP-COUNT
               MOVE LD-GROSS TO LL-GROSS
               MOVE LD-COMMISSION TO LL-COMMISSION
               MOVE LD-EMPLOYER-COST TO LL-EMPLOYER-COST
               COMPUTE LL-LABOR-COST = LD-GROSS + LD-EMPLOYER-COST
               WRITE LABOR-REPORT-LINE FROM LABOR-DETAIL-LINE
           END-IF.

       LOAD-TIMESHEET-TABLE.
           OPEN INPUT TIMESHEET-FILE.
               END-IF
               MOVE TS-EMP-ID TO TST-EMP-ID (WS-TIMESHEET-COUNT)
               MOVE TS-HOURS TO TST-HOURS (WS-TIMESHEET-COUNT)
               MOVE TS-HOURS-TYPE TO TST-TYPE (WS-TIMESHEET-COUNT)
           END-IF.
           PERFORM READ-TIMESHEET.

       GATHER-TIMESHEET-HOURS.
           MOVE "N" TO WS-TS-FOUND.
           MOVE ZERO TO WS-HOURLY-GROSS.
           MOVE ZERO TO WS-VAC-HOURS-USED.
           MOVE ZERO TO WS-SICK-HOURS-USED.
           PERFORM SUM-TIMESHEET-WEEK
               VARYING WS-TS-IDX2 FROM 1 BY 1
               UNTIL WS-TS-IDX2 > WS-TIMESHEET-COUNT.
       SUM-TIMESHEET-WEEK.
           IF TST-EMP-ID (WS-TS-IDX2) = EMP-REC-ID
               MOVE "Y" TO WS-TS-FOUND
               IF TST-TYPE (WS-TS-IDX2) = "V" OR "S"
                   PERFORM SUM-LEAVE-HOURS
               ELSE
                   PERFORM SUM-WORKED-HOURS
               END-IF
           END-IF.

       SUM-WORKED-HOURS.
           IF TST-HOURS (WS-TS-IDX2) > 40
               MOVE 40 TO WS-REG-HOURS
               COMPUTE WS-OT-HOURS =
                   TST-HOURS (WS-TS-IDX2) - 40
           ELSE
               MOVE TST-HOURS (WS-TS-IDX2) TO WS-REG-HOURS
               MOVE ZERO TO WS-OT-HOURS
           END-IF.
           COMPUTE WS-HOURLY-GROSS ROUNDED =
               WS-HOURLY-GROSS
               + (EMP-REC-SALARY * WS-REG-HOURS)
               + (EMP-REC-SALARY * 1.5 * WS-OT-HOURS).

       SUM-LEAVE-HOURS.
           IF TST-TYPE (WS-TS-IDX2) = "V"
               ADD TST-HOURS (WS-TS-IDX2) TO WS-VAC-HOURS-USED
           ELSE
               ADD TST-HOURS (WS-TS-IDX2) TO WS-SICK-HOURS-USED
           END-IF.
           COMPUTE WS-HOURLY-GROSS ROUNDED =
               WS-HOURLY-GROSS
               + (EMP-REC-SALARY * TST-HOURS (WS-TS-IDX2)).

       REPORT-UNPAID-COMMISSIONS.
           IF CST-PAID (WS-COMM-IDX2) NOT = "Y"
               ADD 1 TO WS-EXCEPTION-COUNT
               STOP RUN
           END-IF.

           IF ETX-SOCIAL-EFF-DATE = LOW-VALUES
               OR ETX-UNEMP-EFF-DATE = LOW-VALUES
               DISPLAY "EMPLOYER TAX RATES INCOMPLETE FOR PAY DATE "
                   WS-PAY-DATE-EDIT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-RATES-RECORD.
           READ RATES-FILE
               AT END MOVE "Y" TO WS-RATES-EOF
               END-IF
           END-IF.

           IF RATE-GARNISH-CAP
               AND RATE-REC-EFF-DATE NOT > WS-PAY-DATE-EDIT
               AND RATE-REC-EFF-DATE >= WS-GARN-CAP-EFF-DATE
               MOVE RATE-REC-PERCENT TO WS-GARN-CAP-PCT
               MOVE RATE-REC-EFF-DATE TO WS-GARN-CAP-EFF-DATE
           END-IF.

           IF RATE-LEAVE
               AND RATE-REC-EFF-DATE NOT > WS-PAY-DATE-EDIT
               PERFORM LOAD-LEAVE-RATE
           END-IF.

           IF RATE-EMPLOYER-TAX
               AND RATE-REC-EFF-DATE NOT > WS-PAY-DATE-EDIT
               IF RATE-REC-KEY = "SOCIAL"
                   AND RATE-REC-EFF-DATE >= ETX-SOCIAL-EFF-DATE
                   MOVE RATE-REC-MAX-AMOUNT TO ETX-SOCIAL-BASE
                   MOVE RATE-REC-PERCENT TO ETX-SOCIAL-RATE
                   MOVE RATE-REC-EFF-DATE TO ETX-SOCIAL-EFF-DATE
               END-IF
               IF RATE-REC-KEY = "UNEMPLOY"
                   AND RATE-REC-EFF-DATE >= ETX-UNEMP-EFF-DATE
                   MOVE RATE-REC-MAX-AMOUNT TO ETX-UNEMP-BASE
                   MOVE RATE-REC-PERCENT TO ETX-UNEMP-RATE
                   MOVE RATE-REC-EFF-DATE TO ETX-UNEMP-EFF-DATE
               END-IF
           END-IF.

           PERFORM READ-RATES-RECORD.

       LOAD-LEAVE-RATE.
           IF RATE-REC-KEY = "VCARRY"
               AND RATE-REC-EFF-DATE >= WS-VAC-CARRY-EFF-DATE
               MOVE RATE-REC-MAX-AMOUNT TO WS-VAC-CARRY-CAP
               MOVE RATE-REC-EFF-DATE TO WS-VAC-CARRY-EFF-DATE
           END-IF.

           IF RATE-REC-KEY = "SCARRY"
               AND RATE-REC-EFF-DATE >= WS-SICK-CARRY-EFF-DATE
               MOVE RATE-REC-MAX-AMOUNT TO WS-SICK-CARRY-CAP
               MOVE RATE-REC-EFF-DATE TO WS-SICK-CARRY-EFF-DATE
           END-IF.

           IF (RATE-REC-KEY(1:1) = "V" OR "S")
               AND RATE-REC-KEY(2:2) NUMERIC
               AND RATE-REC-KEY(4:7) = SPACES
               MOVE RATE-REC-KEY(1:1) TO WS-LRT-TYPE
               MOVE RATE-REC-KEY(2:2) TO WS-SERVICE-TIER
               MOVE "N" TO WS-LRT-FOUND
               IF WS-LEAVE-RATE-COUNT > 0
                   SET LRT-IDX TO 1
                   SEARCH LEAVE-RATE-ENTRY
                       WHEN LRT-TYPE (LRT-IDX) = WS-LRT-TYPE
                           AND LRT-YEARS (LRT-IDX) = WS-SERVICE-TIER
                           MOVE "Y" TO WS-LRT-FOUND
                   END-SEARCH
               END-IF
               IF NOT LRT-WAS-FOUND
                   ADD 1 TO WS-LEAVE-RATE-COUNT
                   IF WS-LEAVE-RATE-COUNT > 40
                       DISPLAY "LEAVE RATE TABLE OVERFLOW - OVER 40"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   SET LRT-IDX TO WS-LEAVE-RATE-COUNT
                   MOVE WS-LRT-TYPE TO LRT-TYPE (LRT-IDX)
                   MOVE WS-SERVICE-TIER TO LRT-YEARS (LRT-IDX)
                   MOVE LOW-VALUES TO LRT-EFF-DATE (LRT-IDX)
               END-IF
               IF RATE-REC-EFF-DATE >= LRT-EFF-DATE (LRT-IDX)
                   MOVE RATE-REC-MAX-AMOUNT TO LRT-HOURS (LRT-IDX)
                   MOVE RATE-REC-EFF-DATE TO LRT-EFF-DATE (LRT-IDX)
               END-IF
           END-IF.

       COMPUTE-GRADUATED-TAX.
           IF WS-GROSS-PAY NOT > ZERO
               MOVE ZERO TO WS-TAX-AMT
               MOVE ZERO TO YTD-NET
           END-IF.

           PERFORM COMPUTE-EMPLOYER-TAX.

           ADD WS-GROSS-PAY TO YTD-GROSS.
           ADD WS-COMMISSION-EARN TO YTD-COMMISSION.
           ADD WS-TAX-AMT TO YTD-TAX.
               END-REWRITE
           END-IF.

       COMPUTE-EMPLOYER-TAX.
           MOVE ETX-SOCIAL-BASE TO WS-WAGE-BASE.
           PERFORM COMPUTE-TAXABLE-WAGES.
           MOVE WS-TAXABLE-WAGES TO WS-SOCIAL-WAGES.
           COMPUTE WS-SOCIAL-TAX ROUNDED =
               WS-SOCIAL-WAGES * ETX-SOCIAL-RATE.

           MOVE ETX-UNEMP-BASE TO WS-WAGE-BASE.
           PERFORM COMPUTE-TAXABLE-WAGES.
           MOVE WS-TAXABLE-WAGES TO WS-UNEMP-WAGES.
           COMPUTE WS-UNEMP-TAX ROUNDED =
               WS-UNEMP-WAGES * ETX-UNEMP-RATE.

           COMPUTE WS-EMPLOYER-COST = WS-SOCIAL-TAX + WS-UNEMP-TAX.
           ADD WS-SOCIAL-TAX TO WS-TOTAL-SOCIAL-TAX.
           ADD WS-UNEMP-TAX TO WS-TOTAL-UNEMP-TAX.
           ADD WS-EMPLOYER-COST TO WS-TOTAL-EMPLOYER.

       COMPUTE-TAXABLE-WAGES.
           IF WS-GROSS-PAY NOT > ZERO
               MOVE ZERO TO WS-TAXABLE-WAGES
           ELSE
               IF WS-WAGE-BASE = ZERO
                   MOVE WS-GROSS-PAY TO WS-TAXABLE-WAGES
               ELSE
                   IF YTD-GROSS NOT < WS-WAGE-BASE
                       MOVE ZERO TO WS-TAXABLE-WAGES
                   ELSE
                       IF YTD-GROSS + WS-GROSS-PAY > WS-WAGE-BASE
                           COMPUTE WS-TAXABLE-WAGES =
                               WS-WAGE-BASE - YTD-GROSS
                       ELSE
                           MOVE WS-GROSS-PAY TO WS-TAXABLE-WAGES
                       END-IF
                   END-IF
               END-IF
           END-IF.

       UPDATE-LEAVE-BALANCE.
           MOVE "N" TO WS-LEAVE-NEW-RECORD.
           MOVE "N" TO WS-LEAVE-OVERDRAWN.
           MOVE ZERO TO WS-LEAVE-PAYOUT.
           MOVE EMP-REC-ID TO LV-EMP-ID.
           READ LEAVE-FILE
               INVALID KEY
                   MOVE "Y" TO WS-LEAVE-NEW-RECORD
           END-READ.

           IF WS-LEAVE-NEW-RECORD = "Y"
               MOVE SPACES TO LEAVE-RECORD
               MOVE EMP-REC-ID TO LV-EMP-ID
               MOVE WS-PAY-YEAR TO LV-YEAR
               MOVE ZERO TO LV-VAC-BALANCE
               MOVE ZERO TO LV-SICK-BALANCE
               MOVE ZERO TO LV-VAC-ACCRUED
               MOVE ZERO TO LV-VAC-TAKEN
               MOVE ZERO TO LV-SICK-ACCRUED
               MOVE ZERO TO LV-SICK-TAKEN
               MOVE ZERO TO LV-PAYOUT-HOURS
               MOVE ZERO TO LV-PAYOUT-AMOUNT
           END-IF.

           IF LV-YEAR NOT NUMERIC
               OR LV-YEAR NOT = WS-PAY-YEAR
               PERFORM CARRY-OVER-LEAVE
           END-IF.

           PERFORM COMPUTE-SERVICE-YEARS.
           MOVE "V" TO WS-LRT-TYPE.
           PERFORM FIND-ACCRUAL-RATE.
           COMPUTE WS-VAC-ACCRUAL ROUNDED =
               WS-LRT-HOURS * WS-PAY-FACTOR.
           MOVE "S" TO WS-LRT-TYPE.
           PERFORM FIND-ACCRUAL-RATE.
           COMPUTE WS-SICK-ACCRUAL ROUNDED =
               WS-LRT-HOURS * WS-PAY-FACTOR.

           ADD WS-VAC-ACCRUAL TO LV-VAC-BALANCE LV-VAC-ACCRUED.
           ADD WS-SICK-ACCRUAL TO LV-SICK-BALANCE LV-SICK-ACCRUED.
           SUBTRACT WS-VAC-HOURS-USED FROM LV-VAC-BALANCE.
           ADD WS-VAC-HOURS-USED TO LV-VAC-TAKEN.
           SUBTRACT WS-SICK-HOURS-USED FROM LV-SICK-BALANCE.
           ADD WS-SICK-HOURS-USED TO LV-SICK-TAKEN.

           IF WS-VAC-HOURS-USED > ZERO AND LV-VAC-BALANCE < ZERO
               MOVE "Y" TO WS-LEAVE-OVERDRAWN
           END-IF.
           IF WS-SICK-HOURS-USED > ZERO AND LV-SICK-BALANCE < ZERO
               MOVE "Y" TO WS-LEAVE-OVERDRAWN
           END-IF.
           IF LEAVE-WAS-OVERDRAWN
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE EMP-REC-ID TO EX-ID
               MOVE EMP-REC-NAME TO EX-NAME
               MOVE EMP-REC-DEPT TO EX-DEPT
               MOVE "E405" TO EX-REASON-CODE
               MOVE "LEAVE TAKEN EXCEEDS BALANCE" TO EX-REASON-TEXT
               WRITE EXCEPTION-LINE FROM EXCEPTION-RECORD
           END-IF.

           IF LV-PAYOUT-PENDING AND EMP-TERMINATED
               PERFORM PAY-OUT-VACATION
           END-IF.

           MOVE LV-VAC-BALANCE TO WS-VAC-BALANCE.
           MOVE LV-SICK-BALANCE TO WS-SICK-BALANCE.

           IF WS-LEAVE-NEW-RECORD = "Y"
               WRITE LEAVE-RECORD
                   INVALID KEY
                       DISPLAY "LEAVE WRITE FAILED: " LEAVE-FILE-STATUS
               END-WRITE
           ELSE
               REWRITE LEAVE-RECORD
                   INVALID KEY
                       DISPLAY "LEAVE REWRITE FAILED: "
                           LEAVE-FILE-STATUS
               END-REWRITE
           END-IF.

       CARRY-OVER-LEAVE.
           IF WS-VAC-CARRY-CAP > ZERO
               AND LV-VAC-BALANCE > WS-VAC-CARRY-CAP
               MOVE WS-VAC-CARRY-CAP TO LV-VAC-BALANCE
           END-IF.
           IF WS-SICK-CARRY-CAP > ZERO
               AND LV-SICK-BALANCE > WS-SICK-CARRY-CAP
               MOVE WS-SICK-CARRY-CAP TO LV-SICK-BALANCE
           END-IF.
           MOVE WS-PAY-YEAR TO LV-YEAR.
           MOVE ZERO TO LV-VAC-ACCRUED.
           MOVE ZERO TO LV-VAC-TAKEN.
           MOVE ZERO TO LV-SICK-ACCRUED.
           MOVE ZERO TO LV-SICK-TAKEN.

       COMPUTE-SERVICE-YEARS.
           MOVE ZERO TO WS-SERVICE-YEARS.
           MOVE EMP-REC-HIRE-DATE TO WS-SERIAL-DATE.
           IF WS-SERIAL-YEAR NUMERIC
               AND WS-SERIAL-MONTH NUMERIC
               AND WS-SERIAL-DAY NUMERIC
               AND WS-SERIAL-YEAR < WS-PAY-YEAR
               COMPUTE WS-SERVICE-YEARS =
                   WS-PAY-YEAR - WS-SERIAL-YEAR
               IF WS-PAY-MONTH < WS-SERIAL-MONTH
                   OR (WS-PAY-MONTH = WS-SERIAL-MONTH
                       AND WS-PAY-DAY < WS-SERIAL-DAY)
                   SUBTRACT 1 FROM WS-SERVICE-YEARS
               END-IF
           END-IF.

       FIND-ACCRUAL-RATE.
           MOVE "N" TO WS-LRT-FOUND.
           MOVE ZERO TO WS-LRT-HOURS.
           MOVE ZERO TO WS-SERVICE-TIER.
           PERFORM CHECK-ACCRUAL-TIER
               VARYING WS-LRT-IDX2 FROM 1 BY 1
               UNTIL WS-LRT-IDX2 > WS-LEAVE-RATE-COUNT.

       CHECK-ACCRUAL-TIER.
           IF LRT-TYPE (WS-LRT-IDX2) = WS-LRT-TYPE
               AND LRT-YEARS (WS-LRT-IDX2) NOT > WS-SERVICE-YEARS
               IF NOT LRT-WAS-FOUND
                   OR LRT-YEARS (WS-LRT-IDX2) > WS-SERVICE-TIER
                   MOVE "Y" TO WS-LRT-FOUND
                   MOVE LRT-YEARS (WS-LRT-IDX2) TO WS-SERVICE-TIER
                   MOVE LRT-HOURS (WS-LRT-IDX2) TO WS-LRT-HOURS
               END-IF
           END-IF.

       PAY-OUT-VACATION.
           IF PAY-TYPE-HOURLY
               MOVE EMP-REC-SALARY TO WS-HOURLY-RATE
           ELSE
               COMPUTE WS-HOURLY-RATE ROUNDED =
                   EMP-REC-SALARY / WS-HOURS-PER-YEAR
           END-IF.
           IF LV-VAC-BALANCE > ZERO
               COMPUTE WS-LEAVE-PAYOUT ROUNDED =
                   LV-VAC-BALANCE * WS-HOURLY-RATE
               MOVE LV-VAC-BALANCE TO LV-PAYOUT-HOURS
               MOVE ZERO TO LV-VAC-BALANCE
               ADD WS-LEAVE-PAYOUT TO WS-GROSS-PAY
               ADD WS-LEAVE-PAYOUT TO WS-TOTAL-LEAVE-PAYOUT
               ADD 1 TO WS-LEAVE-PAYOUT-COUNT
           ELSE
               MOVE ZERO TO LV-PAYOUT-HOURS
           END-IF.
           MOVE WS-LEAVE-PAYOUT TO LV-PAYOUT-AMOUNT.
           MOVE "D" TO LV-PAYOUT-STATUS.
           MOVE WS-PAY-DATE-EDIT TO LV-PAYOUT-DATE.

       LOAD-QUARTER-TAX-TABLE.
           MOVE WS-PAY-YEAR TO WS-PQ-YEAR.
           COMPUTE WS-PQ-QUARTER = (WS-PAY-MONTH + 2) / 3.
           COMPUTE WS-QTR-KEEP-YEAR = WS-PAY-YEAR - 1.

           OPEN INPUT PAY-QTR-FILE.
           IF QTR-FILE-STATUS = "00"
               PERFORM READ-QTR-RECORD
               PERFORM LOAD-QTR-ENTRY UNTIL WS-QTR-EOF = "Y"
               CLOSE PAY-QTR-FILE
           ELSE
               IF QTR-FILE-STATUS NOT = "35"
                   DISPLAY "ERROR OPENING PAY QUARTER FILE: "
                       QTR-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       READ-QTR-RECORD.
           READ PAY-QTR-FILE
               AT END MOVE "Y" TO WS-QTR-EOF
           END-READ.

       LOAD-QTR-ENTRY.
           IF QTR-YEAR NOT < WS-QTR-KEEP-YEAR
               ADD 1 TO WS-QTR-COUNT
               IF WS-QTR-COUNT > 2000
                   DISPLAY "QUARTER TAX TABLE OVERFLOW - OVER 2000"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE QTR-EMP-ID TO QTT-EMP-ID (WS-QTR-COUNT)
               MOVE QTR-PERIOD TO QTT-PERIOD (WS-QTR-COUNT)
               MOVE QTR-GROSS TO QTT-GROSS (WS-QTR-COUNT)
               MOVE QTR-WITHHELD TO QTT-WITHHELD (WS-QTR-COUNT)
               MOVE QTR-SOCIAL-WAGES TO QTT-SOCIAL-WAGES (WS-QTR-COUNT)
               MOVE QTR-SOCIAL-TAX TO QTT-SOCIAL-TAX (WS-QTR-COUNT)
               MOVE QTR-UNEMP-WAGES TO QTT-UNEMP-WAGES (WS-QTR-COUNT)
               MOVE QTR-UNEMP-TAX TO QTT-UNEMP-TAX (WS-QTR-COUNT)
           END-IF.
           PERFORM READ-QTR-RECORD.

       ACCUMULATE-QUARTER-TAX.
           MOVE "N" TO WS-QTT-FOUND.
           IF WS-QTR-COUNT > 0
               SET QTT-IDX TO 1
               SEARCH QUARTER-TAX-ENTRY
                   WHEN QTT-EMP-ID (QTT-IDX) = EMP-REC-ID
                       AND QTT-PERIOD (QTT-IDX) = WS-PAY-QUARTER
                       MOVE "Y" TO WS-QTT-FOUND
               END-SEARCH
           END-IF.

           IF NOT QTT-WAS-FOUND
               ADD 1 TO WS-QTR-COUNT
               IF WS-QTR-COUNT > 2000
                   DISPLAY "QUARTER TAX TABLE OVERFLOW - OVER 2000"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET QTT-IDX TO WS-QTR-COUNT
               MOVE EMP-REC-ID TO QTT-EMP-ID (QTT-IDX)
               MOVE WS-PAY-QUARTER TO QTT-PERIOD (QTT-IDX)
               MOVE ZERO TO QTT-GROSS (QTT-IDX)
               MOVE ZERO TO QTT-WITHHELD (QTT-IDX)
               MOVE ZERO TO QTT-SOCIAL-WAGES (QTT-IDX)
               MOVE ZERO TO QTT-SOCIAL-TAX (QTT-IDX)
               MOVE ZERO TO QTT-UNEMP-WAGES (QTT-IDX)
               MOVE ZERO TO QTT-UNEMP-TAX (QTT-IDX)
           END-IF.

           ADD WS-GROSS-PAY TO QTT-GROSS (QTT-IDX).
           ADD WS-TAX-AMT TO QTT-WITHHELD (QTT-IDX).
           ADD WS-SOCIAL-WAGES TO QTT-SOCIAL-WAGES (QTT-IDX).
           ADD WS-SOCIAL-TAX TO QTT-SOCIAL-TAX (QTT-IDX).
           ADD WS-UNEMP-WAGES TO QTT-UNEMP-WAGES (QTT-IDX).
           ADD WS-UNEMP-TAX TO QTT-UNEMP-TAX (QTT-IDX).

       REWRITE-QUARTER-TAX-FILE.
           OPEN OUTPUT PAY-QTR-FILE.
           IF QTR-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PAY QUARTER FILE: "
                   QTR-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WRITE-QTR-ENTRY
               VARYING WS-QTT-IDX2 FROM 1 BY 1
               UNTIL WS-QTT-IDX2 > WS-QTR-COUNT.
           CLOSE PAY-QTR-FILE.

       WRITE-QTR-ENTRY.
           MOVE SPACES TO PAY-QTR-RECORD.
           MOVE QTT-EMP-ID (WS-QTT-IDX2) TO QTR-EMP-ID.
           MOVE QTT-PERIOD (WS-QTT-IDX2) TO QTR-PERIOD.
           MOVE QTT-GROSS (WS-QTT-IDX2) TO QTR-GROSS.
           MOVE QTT-WITHHELD (WS-QTT-IDX2) TO QTR-WITHHELD.
           MOVE QTT-SOCIAL-WAGES (WS-QTT-IDX2) TO QTR-SOCIAL-WAGES.
           MOVE QTT-SOCIAL-TAX (WS-QTT-IDX2) TO QTR-SOCIAL-TAX.
           MOVE QTT-UNEMP-WAGES (WS-QTT-IDX2) TO QTR-UNEMP-WAGES.
           MOVE QTT-UNEMP-TAX (WS-QTT-IDX2) TO QTR-UNEMP-TAX.
           WRITE PAY-QTR-RECORD.

       LOAD-GARNISH-ORDERS.
           OPEN INPUT GARNISH-FILE.
           IF GARNISH-FILE-STATUS = "00"
               CLOSE GARNISH-FILE
               MOVE "Y" TO WS-GARNISH-PRESENT
               SORT GARNISH-SORT-FILE
                   ON ASCENDING KEY SGN-EMP-ID
                   ON ASCENDING KEY SGN-PRIORITY
                   ON ASCENDING KEY SGN-CASE-NO
                   USING GARNISH-FILE
                   GIVING SORTED-GARNISH-FILE
               OPEN INPUT SORTED-GARNISH-FILE
               IF SORTED-GARNISH-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING SORTED GARNISH FILE: "
                       SORTED-GARNISH-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM READ-SORTED-GARNISH
               PERFORM LOAD-GARNISH-ENTRY UNTIL WS-GARNISH-EOF = "Y"
               CLOSE SORTED-GARNISH-FILE
           ELSE
               IF GARNISH-FILE-STATUS NOT = "35"
                   DISPLAY "ERROR OPENING GARNISH FILE: "
                       GARNISH-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       READ-SORTED-GARNISH.
           READ SORTED-GARNISH-FILE
               AT END MOVE "Y" TO WS-GARNISH-EOF
           END-READ.

       LOAD-GARNISH-ENTRY.
           ADD 1 TO WS-GARN-COUNT.
           IF WS-GARN-COUNT > 500
               DISPLAY "GARNISH ORDER TABLE OVERFLOW - OVER 500"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SGF-EMP-ID TO GOT-EMP-ID (WS-GARN-COUNT).
           MOVE SGF-CASE-NO TO GOT-CASE-NO (WS-GARN-COUNT).
           MOVE SGF-AGENCY TO GOT-AGENCY (WS-GARN-COUNT).
           MOVE SGF-PRIORITY TO GOT-PRIORITY (WS-GARN-COUNT).
           MOVE SGF-METHOD TO GOT-METHOD (WS-GARN-COUNT).
           MOVE SGF-AMOUNT TO GOT-AMOUNT (WS-GARN-COUNT).
           MOVE SGF-PERCENT TO GOT-PERCENT (WS-GARN-COUNT).
           MOVE SGF-TOTAL-OWED TO GOT-TOTAL-OWED (WS-GARN-COUNT).
           MOVE SGF-BALANCE TO GOT-BALANCE (WS-GARN-COUNT).
           MOVE SGF-STATUS TO GOT-STATUS (WS-GARN-COUNT).
           MOVE SGF-LAST-PAID TO GOT-LAST-PAID (WS-GARN-COUNT).
           MOVE SPACES TO GOT-EMP-NAME (WS-GARN-COUNT).
           MOVE ZERO TO GOT-TAKEN (WS-GARN-COUNT).
           PERFORM READ-SORTED-GARNISH.

       APPLY-GARNISHMENTS.
           MOVE ZERO TO WS-GARNISH-AMT.
           MOVE "N" TO WS-GARN-CAPPED.
           COMPUTE WS-DISPOSABLE-PAY = WS-GROSS-PAY - WS-TAX-AMT.
           IF WS-DISPOSABLE-PAY > ZERO
               COMPUTE WS-GARN-CAP-AMT ROUNDED =
                   WS-DISPOSABLE-PAY * WS-GARN-CAP-PCT
           ELSE
               MOVE ZERO TO WS-GARN-CAP-AMT
           END-IF.
           MOVE WS-GARN-CAP-AMT TO WS-GARN-ROOM.

           MOVE "N" TO WS-GOT-FOUND.
           IF WS-GARN-COUNT > 0
               SET GOT-IDX TO 1
               SEARCH GARNISH-ORDER-ENTRY
                   WHEN GOT-EMP-ID (GOT-IDX) = EMP-REC-ID
                       MOVE "Y" TO WS-GOT-FOUND
               END-SEARCH
           END-IF.

           IF GOT-WAS-FOUND
               SET WS-GOT-IDX2 TO GOT-IDX
               PERFORM APPLY-ONE-ORDER
                   UNTIL WS-GOT-IDX2 > WS-GARN-COUNT
           ELSE
               IF WS-FLAT-GARNISH > ZERO
                   IF WS-FLAT-GARNISH > WS-GARN-ROOM
                       MOVE "Y" TO WS-GARN-CAPPED
                       IF WS-GARN-ROOM > ZERO
                           MOVE WS-GARN-ROOM TO WS-GARNISH-AMT
                       END-IF
                   ELSE
                       MOVE WS-FLAT-GARNISH TO WS-GARNISH-AMT
                   END-IF
                   ADD WS-GARNISH-AMT TO WS-TOTAL-FLAT-GARNISH
               END-IF
           END-IF.

           IF GARNISH-WAS-CAPPED
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE EMP-REC-ID TO EX-ID
               MOVE EMP-REC-NAME TO EX-NAME
               MOVE EMP-REC-DEPT TO EX-DEPT
               MOVE "E404" TO EX-REASON-CODE
               MOVE "GARNISHMENT LIMITED BY CAP" TO EX-REASON-TEXT
               WRITE EXCEPTION-LINE FROM EXCEPTION-RECORD
           END-IF.

       APPLY-ONE-ORDER.
           IF GOT-EMP-ID (WS-GOT-IDX2) NOT = EMP-REC-ID
               COMPUTE WS-GOT-IDX2 = WS-GARN-COUNT + 1
           ELSE
               IF GOT-STATUS (WS-GOT-IDX2) = "A"
                   AND GOT-BALANCE (WS-GOT-IDX2) > ZERO
                   PERFORM TAKE-ORDER-AMOUNT
               END-IF
               ADD 1 TO WS-GOT-IDX2
           END-IF.

       TAKE-ORDER-AMOUNT.
           IF GOT-METHOD (WS-GOT-IDX2) = "P"
               IF WS-DISPOSABLE-PAY > ZERO
                   COMPUTE WS-ORDER-AMT ROUNDED =
                       WS-DISPOSABLE-PAY * GOT-PERCENT (WS-GOT-IDX2)
               ELSE
                   MOVE ZERO TO WS-ORDER-AMT
               END-IF
           ELSE
               MOVE GOT-AMOUNT (WS-GOT-IDX2) TO WS-ORDER-AMT
           END-IF.
           IF WS-ORDER-AMT > GOT-BALANCE (WS-GOT-IDX2)
               MOVE GOT-BALANCE (WS-GOT-IDX2) TO WS-ORDER-AMT
           END-IF.
           IF WS-ORDER-AMT > WS-GARN-ROOM
               MOVE "Y" TO WS-GARN-CAPPED
               IF WS-GARN-ROOM > ZERO
                   MOVE WS-GARN-ROOM TO WS-ORDER-AMT
               ELSE
                   MOVE ZERO TO WS-ORDER-AMT
               END-IF
           END-IF.

           IF WS-ORDER-AMT > ZERO
               SUBTRACT WS-ORDER-AMT FROM WS-GARN-ROOM
               ADD WS-ORDER-AMT TO WS-GARNISH-AMT
               ADD WS-ORDER-AMT TO GOT-TAKEN (WS-GOT-IDX2)
               SUBTRACT WS-ORDER-AMT FROM GOT-BALANCE (WS-GOT-IDX2)
               MOVE WS-PAY-DATE-EDIT TO GOT-LAST-PAID (WS-GOT-IDX2)
               MOVE EMP-REC-NAME TO GOT-EMP-NAME (WS-GOT-IDX2)
               ADD WS-ORDER-AMT TO WS-TOTAL-REMIT
               IF GOT-BALANCE (WS-GOT-IDX2) = ZERO
                   MOVE "S" TO GOT-STATUS (WS-GOT-IDX2)
                   ADD 1 TO WS-ORDERS-SATISFIED
               END-IF
               PERFORM ACCUMULATE-AGENCY
           END-IF.

       ACCUMULATE-AGENCY.
           MOVE "N" TO WS-AGY-FOUND.
           IF WS-AGENCY-COUNT > 0
               SET AGY-IDX TO 1
               SEARCH AGENCY-ENTRY
                   WHEN AGY-AGENCY (AGY-IDX) = GOT-AGENCY (WS-GOT-IDX2)
                       MOVE "Y" TO WS-AGY-FOUND
               END-SEARCH
           END-IF.
           IF NOT AGY-WAS-FOUND
               ADD 1 TO WS-AGENCY-COUNT
               IF WS-AGENCY-COUNT > 100
                   DISPLAY "AGENCY TABLE OVERFLOW - OVER 100"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET AGY-IDX TO WS-AGENCY-COUNT
               MOVE GOT-AGENCY (WS-GOT-IDX2) TO AGY-AGENCY (AGY-IDX)
               MOVE ZERO TO AGY-TOTAL (AGY-IDX)
           END-IF.
           ADD WS-ORDER-AMT TO AGY-TOTAL (AGY-IDX).

       WRITE-REMITTANCE-REGISTER.
           OPEN OUTPUT REMIT-REPORT-FILE.
           MOVE WS-PAY-DATE-EDIT TO GH-PAY-DATE.
           WRITE REMIT-REPORT-LINE FROM REMIT-HEADER-1.
           WRITE REMIT-REPORT-LINE FROM REMIT-HEADER-2.

           PERFORM WRITE-AGENCY-REMITTANCE
               VARYING WS-AGY-IDX2 FROM 1 BY 1
               UNTIL WS-AGY-IDX2 > WS-AGENCY-COUNT.

           MOVE SPACES TO REMIT-REPORT-LINE.
           WRITE REMIT-REPORT-LINE.
           MOVE "TOTAL REMITTANCE - ALL AGENCIES" TO GT-LABEL.
           MOVE WS-TOTAL-REMIT TO GT-AMOUNT.
           WRITE REMIT-REPORT-LINE FROM REMIT-TOTAL-LINE.
           MOVE "FLAT GARNISHMENTS WITH NO ORDER ON FILE" TO GT-LABEL.
           MOVE WS-TOTAL-FLAT-GARNISH TO GT-AMOUNT.
           WRITE REMIT-REPORT-LINE FROM REMIT-TOTAL-LINE.
           MOVE "TOTAL GARNISHMENT PER PAY REGISTER" TO GT-LABEL.
           MOVE WS-TOTAL-GARNISH TO GT-AMOUNT.
           WRITE REMIT-REPORT-LINE FROM REMIT-TOTAL-LINE.
           CLOSE REMIT-REPORT-FILE.

           IF WS-ORDERS-SATISFIED > ZERO
               DISPLAY "PAYCALC: GARNISHMENT ORDERS SATISFIED: "
                   WS-ORDERS-SATISFIED
           END-IF.

       WRITE-AGENCY-REMITTANCE.
           MOVE SPACES TO REMIT-REPORT-LINE.
           WRITE REMIT-REPORT-LINE.
           MOVE AGY-AGENCY (WS-AGY-IDX2) TO GA-AGENCY.
           WRITE REMIT-REPORT-LINE FROM REMIT-AGENCY-LINE.
           PERFORM WRITE-REMITTANCE-DETAIL
               VARYING WS-GOT-IDX2 FROM 1 BY 1
               UNTIL WS-GOT-IDX2 > WS-GARN-COUNT.
           MOVE AGY-AGENCY (WS-AGY-IDX2) TO GAT-AGENCY.
           MOVE AGY-TOTAL (WS-AGY-IDX2) TO GAT-AMOUNT.
           WRITE REMIT-REPORT-LINE FROM REMIT-AGENCY-TOTAL-LINE.

       WRITE-REMITTANCE-DETAIL.
           IF GOT-AGENCY (WS-GOT-IDX2) = AGY-AGENCY (WS-AGY-IDX2)
               AND GOT-TAKEN (WS-GOT-IDX2) > ZERO
               MOVE GOT-EMP-ID (WS-GOT-IDX2) TO GD-EMP-ID
               MOVE GOT-EMP-NAME (WS-GOT-IDX2) TO GD-NAME
               MOVE GOT-CASE-NO (WS-GOT-IDX2) TO GD-CASE-NO
               MOVE GOT-TAKEN (WS-GOT-IDX2) TO GD-DEDUCTED
               MOVE GOT-BALANCE (WS-GOT-IDX2) TO GD-BALANCE
               IF GOT-STATUS (WS-GOT-IDX2) = "S"
                   MOVE "SATISFIED" TO GD-STATUS
               ELSE
                   MOVE SPACES TO GD-STATUS
               END-IF
               WRITE REMIT-REPORT-LINE FROM REMIT-DETAIL-LINE
           END-IF.

       REWRITE-GARNISH-FILE.
           OPEN OUTPUT GARNISH-FILE.
           IF GARNISH-FILE-STATUS NOT = "00"
               DISPLAY "ERROR REWRITING GARNISH FILE: "
                   GARNISH-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WRITE-GARNISH-ENTRY
               VARYING WS-GOT-IDX2 FROM 1 BY 1
               UNTIL WS-GOT-IDX2 > WS-GARN-COUNT.
           CLOSE GARNISH-FILE.

       WRITE-GARNISH-ENTRY.
           MOVE SPACES TO GARNISH-RECORD.
           MOVE GOT-EMP-ID (WS-GOT-IDX2) TO GARN-REC-EMP-ID.
           MOVE GOT-CASE-NO (WS-GOT-IDX2) TO GARN-REC-CASE-NO.
           MOVE GOT-AGENCY (WS-GOT-IDX2) TO GARN-REC-AGENCY.
           MOVE GOT-PRIORITY (WS-GOT-IDX2) TO GARN-REC-PRIORITY.
           MOVE GOT-METHOD (WS-GOT-IDX2) TO GARN-REC-METHOD.
           MOVE GOT-AMOUNT (WS-GOT-IDX2) TO GARN-REC-AMOUNT.
           MOVE GOT-PERCENT (WS-GOT-IDX2) TO GARN-REC-PERCENT.
           MOVE GOT-TOTAL-OWED (WS-GOT-IDX2) TO GARN-REC-TOTAL-OWED.
           MOVE GOT-BALANCE (WS-GOT-IDX2) TO GARN-REC-BALANCE.
           MOVE GOT-STATUS (WS-GOT-IDX2) TO GARN-REC-STATUS.
           MOVE GOT-LAST-PAID (WS-GOT-IDX2) TO GARN-REC-LAST-PAID.
           WRITE GARNISH-RECORD.

       LOOKUP-COMMISSION.
           MOVE ZERO TO WS-COMMISSION-EARN.
           MOVE "N" TO WS-COMM-FOUND.
           MOVE WS-GROSS-PAY TO SA-AMOUNT.
           WRITE STUB-LINE FROM STUB-AMOUNT-LINE.

           IF WS-LEAVE-PAYOUT NOT = ZERO
               MOVE "VAC PAYOUT  " TO SA-LABEL
               MOVE WS-LEAVE-PAYOUT TO SA-AMOUNT
               WRITE STUB-LINE FROM STUB-AMOUNT-LINE
           END-IF.

           MOVE "COMMISSION  " TO SA-LABEL.
           MOVE WS-COMMISSION-EARN TO SA-AMOUNT.
           WRITE STUB-LINE FROM STUB-AMOUNT-LINE.
           MOVE WS-YTD-NET TO SY-AMOUNT.
           WRITE STUB-LINE FROM STUB-YTD-LINE.

           IF NOT OFF-CYCLE-RUN
               MOVE "VACATION HOURS  " TO SL-LABEL
               MOVE WS-VAC-ACCRUAL TO SL-ACCRUED
               MOVE WS-VAC-HOURS-USED TO SL-TAKEN
               MOVE WS-VAC-BALANCE TO SL-BALANCE
               WRITE STUB-LINE FROM STUB-LEAVE-LINE

               MOVE "SICK HOURS      " TO SL-LABEL
               MOVE WS-SICK-ACCRUAL TO SL-ACCRUED
               MOVE WS-SICK-HOURS-USED TO SL-TAKEN
               MOVE WS-SICK-BALANCE TO SL-BALANCE
               WRITE STUB-LINE FROM STUB-LEAVE-LINE
           END-IF.

       WRITE-NET-PAY-RECORD.
           MOVE SPACES TO NET-PAY-RECORD.
           MOVE EMP-REC-ID TO NP-EMP-ID.
           MOVE WS-TOTAL-NET TO RT-NET.
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE.

           MOVE WS-TOTAL-SOCIAL-TAX TO ET-SOCIAL-TAX.
           MOVE WS-TOTAL-UNEMP-TAX TO ET-UNEMP-TAX.
           WRITE REGISTER-LINE FROM EMPLOYER-TAX-LINE.

           IF NOT OFF-CYCLE-RUN
               MOVE WS-TOTAL-LEAVE-PAYOUT TO LP-AMOUNT
               MOVE WS-LEAVE-PAYOUT-COUNT TO LP-COUNT
               WRITE REGISTER-LINE FROM LEAVE-PAYOUT-LINE
           END-IF.

       WRITE-RECONCILIATION.
           MOVE WS-TOTAL-COMMISSION TO CE-TOTAL.
           WRITE REGISTER-LINE FROM COMMISSION-EARN-LINE.
               MOVE "** OUT OF BALANCE **" TO RC-VERDICT
           END-IF.
           WRITE REGISTER-LINE FROM RECON-LINE-3.

       WRITE-PAY-HISTORY.
           MOVE SPACES TO PAY-HIST-RECORD.
           MOVE EMP-REC-ID TO PH-EMP-ID.
           MOVE WS-PAY-DATE-EDIT TO PH-PAY-DATE.
           MOVE WS-HIST-PAY-TYPE TO PH-PAY-TYPE.
           MOVE "I" TO PH-STATUS.
           MOVE EMP-REC-DEPT TO PH-DEPT.
           MOVE WS-GROSS-PAY TO PH-GROSS.
           MOVE WS-COMMISSION-EARN TO PH-COMMISSION.
           MOVE WS-TAX-AMT TO PH-TAX.
           MOVE WS-BENEFIT-AMT TO PH-BENEFIT.
           MOVE WS-GARNISH-AMT TO PH-GARNISH.
           MOVE WS-NET-PAY TO PH-NET.
           MOVE WS-SOCIAL-WAGES TO PH-SOCIAL-WAGES.
           MOVE WS-SOCIAL-TAX TO PH-SOCIAL-TAX.
           MOVE WS-UNEMP-WAGES TO PH-UNEMP-WAGES.
           MOVE WS-UNEMP-TAX TO PH-UNEMP-TAX.
           MOVE "N" TO WS-HIST-WRITTEN.
           PERFORM ADD-PAY-HISTORY
               VARYING WS-HIST-SEQ FROM 1 BY 1
               UNTIL HIST-WAS-WRITTEN OR WS-HIST-SEQ > 99.
           IF NOT HIST-WAS-WRITTEN
               DISPLAY "PAY HISTORY WRITE FAILED: " EMP-REC-ID
                   " " WS-PAY-DATE-EDIT " " HIST-FILE-STATUS
           END-IF.

       ADD-PAY-HISTORY.
           MOVE WS-HIST-SEQ TO PH-SEQ.
           WRITE PAY-HIST-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-HIST-WRITTEN
           END-WRITE.

       RUN-OFF-CYCLE.
           PERFORM SET-OFF-CYCLE-DATE.
           PERFORM LOAD-TAX-BRACKETS.
           PERFORM LOAD-DEDUCTION-TABLE.
           PERFORM LOAD-LABOR-DEPT-TABLE.
           PERFORM LOAD-QUARTER-TAX-TABLE.
           PERFORM LOAD-GARNISH-ORDERS.

           OPEN INPUT OFF-CYCLE-FILE.
           IF OFFCYCLE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING OFF-CYCLE FILE: "
                   OFFCYCLE-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT EMPLOYEE-FILE.
           IF EMP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING EMPLOYEE FILE: " EMP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM OPEN-PAY-YTD-FILE.
           PERFORM OPEN-PAY-HIST-FILE.

           OPEN OUTPUT PAY-REGISTER-FILE
                OUTPUT PAY-STUB-FILE
                OUTPUT NET-PAY-FILE
                OUTPUT EXCEPTION-FILE.

           MOVE WS-PAY-DATE-EDIT TO OH-PAY-DATE.
           WRITE REGISTER-LINE FROM OFF-CYCLE-HEADER-1.
           WRITE REGISTER-LINE FROM REGISTER-HEADER-2.

           PERFORM READ-OFF-CYCLE-TRANS.
           PERFORM PROCESS-OFF-CYCLE-TRANS
               UNTIL WS-OFFCYCLE-EOF = "Y".

           PERFORM WRITE-REGISTER-TOTALS.
           MOVE WS-VOID-COUNT TO VT-COUNT.
           MOVE WS-TOTAL-VOID-GROSS TO VT-GROSS.
           MOVE WS-TOTAL-VOID-NET TO VT-NET.
           WRITE REGISTER-LINE FROM VOID-TOTAL-LINE.
           MOVE WS-REPLACE-COUNT TO RP-COUNT.
           MOVE WS-TOTAL-REPLACE-NET TO RP-NET.
           WRITE REGISTER-LINE FROM REPLACE-TOTAL-LINE.
           MOVE WS-OFF-ACCEPTED TO OT-ACCEPTED.
           MOVE WS-OFF-REJECTED TO OT-REJECTED.
           WRITE REGISTER-LINE FROM OFF-CYCLE-COUNT-LINE.

           CLOSE OFF-CYCLE-FILE
                 EMPLOYEE-FILE
                 PAY-YTD-FILE
                 PAY-HIST-FILE
                 PAY-REGISTER-FILE
                 PAY-STUB-FILE
                 NET-PAY-FILE
                 EXCEPTION-FILE.

           IF WS-EXCEPTION-COUNT > ZERO
               DISPLAY "PAYCALC: EXCEPTIONS WRITTEN: "
                   WS-EXCEPTION-COUNT
           END-IF.

           PERFORM WRITE-OFF-CYCLE-DIST.
           PERFORM REWRITE-QUARTER-TAX-FILE.
           PERFORM WRITE-REMITTANCE-REGISTER.
           IF WS-GARNISH-PRESENT = "Y"
               PERFORM REWRITE-GARNISH-FILE
           END-IF.

           PERFORM WRITE-NETPAY-BATCH-CONTROL.
           PERFORM WRITE-OFF-DIST-BATCH-CONTROL.

       SET-OFF-CYCLE-DATE.
           IF WS-OFF-PAY-DATE = SPACES
               ACCEPT WS-PAY-DATE FROM DATE YYYYMMDD
               MOVE WS-PAY-YEAR TO WS-PAY-EDIT-YEAR
               MOVE WS-PAY-MONTH TO WS-PAY-EDIT-MONTH
               MOVE WS-PAY-DAY TO WS-PAY-EDIT-DAY
           ELSE
               MOVE WS-OFF-PAY-DATE TO WS-PAY-DATE-EDIT
               IF WS-PAY-EDIT-YEAR NOT NUMERIC
                   OR WS-PAY-EDIT-MONTH NOT NUMERIC
                   OR WS-PAY-EDIT-DAY NOT NUMERIC
                   OR WS-PAY-EDIT-MONTH < 1
                   OR WS-PAY-EDIT-MONTH > 12
                   DISPLAY "PAYCALC: INVALID OFF-CYCLE PAY DATE: "
                       WS-OFF-PAY-DATE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PAY-EDIT-YEAR TO WS-PAY-YEAR
               MOVE WS-PAY-EDIT-MONTH TO WS-PAY-MONTH
               MOVE WS-PAY-EDIT-DAY TO WS-PAY-DAY
           END-IF.

           PERFORM LOAD-PAY-CALENDAR.
           MOVE WS-PAY-DATE-EDIT (1:4) TO WS-PAY-PERIOD (1:4).
           MOVE ZERO TO WS-PAY-PERIODS.
           PERFORM COUNT-YEAR-PERIODS
               VARYING WS-CAL-IDX2 FROM 1 BY 1
               UNTIL WS-CAL-IDX2 > WS-CALENDAR-COUNT.
           IF WS-PAY-PERIODS = ZERO
               MOVE 24 TO WS-PAY-PERIODS
           END-IF.

       READ-OFF-CYCLE-TRANS.
           READ OFF-CYCLE-FILE
               AT END MOVE "Y" TO WS-OFFCYCLE-EOF
           END-READ.

       PROCESS-OFF-CYCLE-TRANS.
           MOVE "N" TO WS-OFF-EMP-FOUND.
           MOVE OC-EMP-ID TO EMP-REC-ID.
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE "E406" TO EX-REASON-CODE
                   MOVE "EMPLOYEE NOT ON FILE" TO EX-REASON-TEXT
                   PERFORM REJECT-OFF-CYCLE-TRANS
               NOT INVALID KEY
                   MOVE "Y" TO WS-OFF-EMP-FOUND
                   PERFORM APPLY-OFF-CYCLE-TRANS
           END-READ.
           PERFORM READ-OFF-CYCLE-TRANS.

       APPLY-OFF-CYCLE-TRANS.
           EVALUATE TRUE
               WHEN OC-AMOUNT NOT NUMERIC
                   OR OC-AMOUNT = ZERO
                   MOVE "E407" TO EX-REASON-CODE
                   MOVE "INVALID OFF-CYCLE AMOUNT" TO EX-REASON-TEXT
                   PERFORM REJECT-OFF-CYCLE-TRANS
               WHEN OC-BONUS OR OC-CORRECTION
                   PERFORM PAY-OFF-CYCLE-EARNING
               WHEN OC-VOID OR OC-REPLACEMENT
                   PERFORM FIND-ORIGINAL-PAYMENT
                   IF NOT HIST-WAS-FOUND
                       MOVE "E408" TO EX-REASON-CODE
                       MOVE "ORIGINAL PAYMENT NOT FOUND"
                           TO EX-REASON-TEXT
                       PERFORM REJECT-OFF-CYCLE-TRANS
                   ELSE
                       IF OC-VOID
                           PERFORM VOID-ORIGINAL-PAYMENT
                       ELSE
                           PERFORM REPLACE-ORIGINAL-PAYMENT
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "E407" TO EX-REASON-CODE
                   MOVE "INVALID EARNING TYPE" TO EX-REASON-TEXT
                   PERFORM REJECT-OFF-CYCLE-TRANS
           END-EVALUATE.

       REJECT-OFF-CYCLE-TRANS.
           ADD 1 TO WS-OFF-REJECTED.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE OC-EMP-ID TO EX-ID.
           IF OFF-EMP-WAS-FOUND
               MOVE EMP-REC-NAME TO EX-NAME
               MOVE EMP-REC-DEPT TO EX-DEPT
           ELSE
               MOVE SPACES TO EX-NAME
               MOVE SPACES TO EX-DEPT
           END-IF.
           WRITE EXCEPTION-LINE FROM EXCEPTION-RECORD.

       PAY-OFF-CYCLE-EARNING.
           ADD 1 TO WS-OFF-ACCEPTED.
           ADD 1 TO WS-EMPLOYEE-COUNT.
           MOVE OC-AMOUNT TO WS-GROSS-PAY.
           MOVE ZERO TO WS-COMMISSION-EARN.

           PERFORM COMPUTE-GRADUATED-TAX.

           MOVE ZERO TO WS-BENEFIT-AMT.
           PERFORM LOOKUP-DEDUCTIONS.
           IF DEDUCT-WAS-FOUND
               MOVE DED-GARNISH (DED-IDX) TO WS-FLAT-GARNISH
           ELSE
               MOVE ZERO TO WS-FLAT-GARNISH
           END-IF.
           PERFORM APPLY-GARNISHMENTS.

           COMPUTE WS-NET-PAY =
               WS-GROSS-PAY - WS-TAX-AMT
               - WS-BENEFIT-AMT - WS-GARNISH-AMT.

           ADD WS-GROSS-PAY TO WS-TOTAL-GROSS.
           ADD WS-TAX-AMT TO WS-TOTAL-TAX.
           ADD WS-GARNISH-AMT TO WS-TOTAL-GARNISH.
           ADD WS-NET-PAY TO WS-TOTAL-NET.

           PERFORM UPDATE-YTD-MASTER.
           PERFORM ACCUMULATE-QUARTER-TAX.
           PERFORM ACCUMULATE-LABOR-DIST.

           PERFORM WRITE-REGISTER-DETAIL.
           PERFORM WRITE-PAY-STUB.
           PERFORM WRITE-NET-PAY-RECORD.
           MOVE OC-EARN-TYPE TO WS-HIST-PAY-TYPE.
           PERFORM WRITE-PAY-HISTORY.

       FIND-ORIGINAL-PAYMENT.
           MOVE "N" TO WS-HIST-FOUND.
           PERFORM READ-ORIGINAL-PAYMENT
               VARYING WS-HIST-SEQ FROM 1 BY 1
               UNTIL HIST-WAS-FOUND OR WS-HIST-SEQ > 99.

       READ-ORIGINAL-PAYMENT.
           MOVE OC-EMP-ID TO PH-EMP-ID.
           MOVE OC-ORIG-PAY-DATE TO PH-PAY-DATE.
           MOVE WS-HIST-SEQ TO PH-SEQ.
           READ PAY-HIST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PH-ISSUED AND PH-NET = OC-AMOUNT
                       MOVE "Y" TO WS-HIST-FOUND
                   END-IF
           END-READ.

       LOAD-ORIGINAL-AMOUNTS.
           MOVE PH-DEPT TO EMP-REC-DEPT.
           MOVE PH-GROSS TO WS-GROSS-PAY.
           MOVE PH-COMMISSION TO WS-COMMISSION-EARN.
           MOVE PH-TAX TO WS-TAX-AMT.
           MOVE PH-BENEFIT TO WS-BENEFIT-AMT.
           MOVE PH-GARNISH TO WS-GARNISH-AMT.
           MOVE PH-NET TO WS-NET-PAY.
           MOVE PH-SOCIAL-WAGES TO WS-SOCIAL-WAGES.
           MOVE PH-SOCIAL-TAX TO WS-SOCIAL-TAX.
           MOVE PH-UNEMP-WAGES TO WS-UNEMP-WAGES.
           MOVE PH-UNEMP-TAX TO WS-UNEMP-TAX.

       VOID-ORIGINAL-PAYMENT.
           IF PH-PAY-DATE (1:4) NOT = WS-PAY-DATE-EDIT (1:4)
               MOVE "E409" TO EX-REASON-CODE
               MOVE "PRIOR YEAR PAYMENT - NOT VOIDED" TO EX-REASON-TEXT
               PERFORM REJECT-OFF-CYCLE-TRANS
           ELSE
               PERFORM REVERSE-ORIGINAL-PAYMENT
           END-IF.

       REVERSE-ORIGINAL-PAYMENT.
           ADD 1 TO WS-OFF-ACCEPTED.
           PERFORM LOAD-ORIGINAL-AMOUNTS.
           MOVE "V" TO PH-STATUS.
           MOVE WS-PAY-DATE-EDIT TO PH-VOID-DATE.
           REWRITE PAY-HIST-RECORD
               INVALID KEY
                   DISPLAY "PAY HISTORY REWRITE FAILED: "
                       HIST-FILE-STATUS
           END-REWRITE.

           PERFORM REVERSE-YTD-MASTER.

           MOVE EMP-REC-ID TO RV-ID.
           MOVE EMP-REC-NAME TO RV-NAME.
           MOVE "VOIDED" TO RV-ACTION.
           MOVE OC-ORIG-PAY-DATE TO RV-ORIG-DATE.
           COMPUTE RV-GROSS = ZERO - WS-GROSS-PAY.
           COMPUTE RV-NET = ZERO - WS-NET-PAY.
           WRITE REGISTER-LINE FROM REGISTER-VOID-LINE.
           ADD 1 TO WS-VOID-COUNT.
           ADD WS-GROSS-PAY TO WS-TOTAL-VOID-GROSS.
           ADD WS-NET-PAY TO WS-TOTAL-VOID-NET.

           COMPUTE WS-GROSS-PAY = ZERO - WS-GROSS-PAY.
           COMPUTE WS-COMMISSION-EARN = ZERO - WS-COMMISSION-EARN.
           COMPUTE WS-TAX-AMT = ZERO - WS-TAX-AMT.
           COMPUTE WS-SOCIAL-WAGES = ZERO - WS-SOCIAL-WAGES.
           COMPUTE WS-SOCIAL-TAX = ZERO - WS-SOCIAL-TAX.
           COMPUTE WS-UNEMP-WAGES = ZERO - WS-UNEMP-WAGES.
           COMPUTE WS-UNEMP-TAX = ZERO - WS-UNEMP-TAX.
           COMPUTE WS-EMPLOYER-COST = WS-SOCIAL-TAX + WS-UNEMP-TAX.
           ADD WS-SOCIAL-TAX TO WS-TOTAL-SOCIAL-TAX.
           ADD WS-UNEMP-TAX TO WS-TOTAL-UNEMP-TAX.
           ADD WS-EMPLOYER-COST TO WS-TOTAL-EMPLOYER.

           PERFORM ACCUMULATE-QUARTER-TAX.
           PERFORM ACCUMULATE-LABOR-DIST.

       REVERSE-YTD-MASTER.
           MOVE EMP-REC-ID TO YTD-EMP-ID.
           READ PAY-YTD-FILE
               INVALID KEY
                   DISPLAY "YTD RECORD NOT FOUND FOR VOID: "
                       EMP-REC-ID
               NOT INVALID KEY
                   SUBTRACT WS-GROSS-PAY FROM YTD-GROSS
                   SUBTRACT WS-COMMISSION-EARN FROM YTD-COMMISSION
                   SUBTRACT WS-TAX-AMT FROM YTD-TAX
                   SUBTRACT WS-BENEFIT-AMT FROM YTD-BENEFIT
                   SUBTRACT WS-GARNISH-AMT FROM YTD-GARNISH
                   SUBTRACT WS-NET-PAY FROM YTD-NET
                   REWRITE YTD-RECORD
                       INVALID KEY
                           DISPLAY "YTD REWRITE FAILED: "
                               YTD-FILE-STATUS
                   END-REWRITE
           END-READ.

       REPLACE-ORIGINAL-PAYMENT.
           ADD 1 TO WS-OFF-ACCEPTED.
           PERFORM LOAD-ORIGINAL-AMOUNTS.
           MOVE "R" TO PH-STATUS.
           MOVE WS-PAY-DATE-EDIT TO PH-VOID-DATE.
           REWRITE PAY-HIST-RECORD
               INVALID KEY
                   DISPLAY "PAY HISTORY REWRITE FAILED: "
                       HIST-FILE-STATUS
           END-REWRITE.

           MOVE EMP-REC-ID TO RV-ID.
           MOVE EMP-REC-NAME TO RV-NAME.
           MOVE "REPLACED" TO RV-ACTION.
           MOVE OC-ORIG-PAY-DATE TO RV-ORIG-DATE.
           MOVE WS-GROSS-PAY TO RV-GROSS.
           MOVE WS-NET-PAY TO RV-NET.
           WRITE REGISTER-LINE FROM REGISTER-VOID-LINE.
           ADD 1 TO WS-REPLACE-COUNT.
           ADD WS-NET-PAY TO WS-TOTAL-REPLACE-NET.

           PERFORM WRITE-NET-PAY-RECORD.
           MOVE "R" TO WS-HIST-PAY-TYPE.
           PERFORM WRITE-PAY-HISTORY.

       WRITE-OFF-CYCLE-DIST.
           OPEN OUTPUT OFF-DIST-FILE.
           PERFORM WRITE-OFF-DIST-DEPT
               VARYING WS-LBD-IDX2 FROM 1 BY 1
               UNTIL WS-LBD-IDX2 > WS-LABOR-DEPT-COUNT.
           CLOSE OFF-DIST-FILE.

       WRITE-OFF-DIST-DEPT.
           IF LBD-EMP-COUNT (WS-LBD-IDX2) > ZERO
               MOVE SPACES TO OFF-DIST-RECORD
               MOVE WS-PAY-DATE-EDIT TO OD-PAY-DATE
               MOVE LBD-DEPT (WS-LBD-IDX2) TO OD-DEPT
               MOVE LBD-GL-ACCOUNT (WS-LBD-IDX2) TO OD-GL-ACCOUNT
               MOVE LBD-EMP-COUNT (WS-LBD-IDX2) TO OD-EMP-COUNT
               MOVE LBD-GROSS (WS-LBD-IDX2) TO OD-GROSS
               MOVE LBD-COMMISSION (WS-LBD-IDX2) TO OD-COMMISSION
               MOVE LBD-EMPLOYER-COST (WS-LBD-IDX2)
                   TO OD-EMPLOYER-COST
               WRITE OFF-DIST-RECORD
               ADD 1 TO WS-LABOR-REC-COUNT
               COMPUTE WS-LABOR-COST = WS-LABOR-COST
                   + OD-GROSS + OD-EMPLOYER-COST
           END-IF.

       WRITE-OFF-DIST-BATCH-CONTROL.
           OPEN EXTEND BATCH-CONTROL-FILE.
           IF BATCH-CONTROL-STATUS = "35"
               OPEN OUTPUT BATCH-CONTROL-FILE
           END-IF.
           MOVE SPACES TO BATCH-CONTROL-RECORD.
           MOVE "LABOROFF.DAT" TO BC-FILE-NAME.
           MOVE WS-PAY-DATE-EDIT TO BC-BUS-DATE.
           MOVE WS-LABOR-REC-COUNT TO BC-REC-COUNT.
           MOVE WS-LABOR-COST TO BC-AMOUNT-TOTAL.
           WRITE BATCH-CONTROL-RECORD.
           CLOSE BATCH-CONTROL-FILE.
