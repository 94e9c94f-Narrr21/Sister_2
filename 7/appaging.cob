       FILE SECTION.

       FD PND-FILE.
       01 PND-RECORD            PIC X(63).

       FD BUS-FILE.
       01 BUS-RECORD            PIC X(8).
