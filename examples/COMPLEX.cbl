           05 DEPT-REC-NAME     PIC X(15).
           05 DEPT-REC-MANAGER  PIC X(20).
           05 DEPT-REC-BUDGET   PIC 9(7)V99.
           05 DEPT-REC-GL-ACCOUNT PIC 9(5).
           05 FILLER            PIC X(07).

       SD SORT-DEPT-WORK-FILE.
       01 SORT-DEPT-RECORD.
           05 SDW-NAME            PIC X(15).
           05 SDW-MANAGER         PIC X(20).
           05 SDW-BUDGET          PIC 9(7)V99.
           05 SDW-GL-ACCOUNT      PIC 9(5).
           05 FILLER              PIC X(07).

       FD SORTED-DEPT-FILE
           LABEL RECORDS ARE STANDARD.
           05 SDF-NAME            PIC X(15).
           05 SDF-MANAGER         PIC X(20).
           05 SDF-BUDGET          PIC 9(7)V99.
           05 SDF-GL-ACCOUNT      PIC 9(5).
           05 FILLER              PIC X(07).

       FD EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.
           05 CA-KEY            PIC 9(5).
           05 CA-FIELD          PIC X(10).
           05 CA-BEFORE         PIC 9(7)V99.
           05 CA-AFTER          PIC S9(9)V99.
           05 CA-ACTION         PIC X.
           05 FILLER            PIC X(8).

       FD PENDING-FILE
           LABEL RECORDS ARE STANDARD.
