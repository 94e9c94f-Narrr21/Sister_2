       77 WORK-MONTH             PIC 9(2).
       77 TOTAL-MONTHS           PIC 9(6).

       77 WORK-RECORD            PIC X(108).

       77 FILES-CONVERTED        PIC 9(5) VALUE 0.
       77 RECORDS-CONVERTED      PIC 9(9) VALUE 0.
