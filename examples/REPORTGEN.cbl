           05 CA-KEY            PIC 9(5).
           05 CA-FIELD          PIC X(10).
           05 CA-BEFORE         PIC 9(7)V99.
           05 CA-AFTER          PIC S9(9)V99.
           05 CA-ACTION         PIC X.
           05 FILLER            PIC X(8).

       FD PENDING-FILE
           LABEL RECORDS ARE STANDARD.
       01 WS-EFFECTIVE-AMT     PIC S9(7)V99 VALUE 0.
       01 WS-RETURN-COUNT      PIC 9(5) VALUE 0.
       01 WS-RETURN-VALUE      PIC 9(9)V99 VALUE 0.
       01 WS-PRICE-HELD-COUNT  PIC 9(5) VALUE 0.
       01 WS-FROM-DATE         PIC X(10) VALUE SPACES.
       01 WS-TO-DATE           PIC X(10) VALUE SPACES.
       01 WS-DATE-KEYED-READ   PIC X VALUE "N".
           05 ER-REJECTS        PIC ZZ,ZZ9.
           05 FILLER            PIC X(11) VALUE "  RETURNS: ".
           05 ER-RETURNS        PIC ZZ,ZZ9.
           05 FILLER            PIC X(7) VALUE "  HELD:".
           05 ER-PRICE-HELD     PIC ZZZ9.

       01 QUOTA-RECON-HEADER-2.
           05 FILLER           PIC X(20) VALUE "SALESPERSON".
           MOVE WS-RECORD-COUNT TO ER-SALES.
           MOVE WS-REJECT-COUNT TO ER-REJECTS.
           MOVE WS-RETURN-COUNT TO ER-RETURNS.
           MOVE WS-PRICE-HELD-COUNT TO ER-PRICE-HELD.
           MOVE END-OF-REPORT-LINE TO WS-PRINT-AREA.
           PERFORM PRINT-REPORT-LINE.

           IF NOT RECORD-IS-VALID
               PERFORM WRITE-REJECT-RECORD
           ELSE
               EVALUATE TRUE
                   WHEN (WS-FROM-DATE NOT = SPACES AND
                           SALES-DATE < WS-FROM-DATE) OR
                        (WS-TO-DATE NOT = SPACES AND
                           SALES-DATE > WS-TO-DATE)
                       CONTINUE
                   WHEN SALES-POSTED-FLAG = "P"
                       ADD 1 TO WS-PRICE-HELD-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-RECORD-COUNT
                       IF TXN-RETURN
                           COMPUTE WS-EFFECTIVE-AMT = 0 - SALES-AMOUNT
                           ADD 1 TO WS-RETURN-COUNT
                           ADD SALES-AMOUNT TO WS-RETURN-VALUE
                       ELSE
                           MOVE SALES-AMOUNT TO WS-EFFECTIVE-AMT
                       END-IF

                       MOVE SALES-ID TO DL-ID
                       MOVE WS-REP-NAME TO DL-NAME
                       MOVE WS-EFFECTIVE-AMT TO DL-AMOUNT
                       MOVE SALES-DATE TO DL-DATE

                       PERFORM CALCULATE-COMMISSION
                       MOVE WS-COMMISSION-AMT TO DL-COMMISSION

                       MOVE DETAIL-LINE TO WS-PRINT-AREA
                       PERFORM PRINT-REPORT-LINE

                       ADD WS-EFFECTIVE-AMT TO WS-TOTAL-SALES
                       ADD WS-COMMISSION-AMT TO WS-TOTAL-COMMISSION
                       PERFORM ACCUMULATE-SALESPERSON
               END-EVALUATE
           END-IF.

           PERFORM READ-RECORD.
