           05 CA-KEY            PIC 9(5).
           05 CA-FIELD          PIC X(10).
           05 CA-BEFORE         PIC 9(7)V99.
           05 CA-AFTER          PIC S9(9)V99.
           05 CA-ACTION         PIC X.
           05 FILLER            PIC X(8).

       FD RETURN-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
