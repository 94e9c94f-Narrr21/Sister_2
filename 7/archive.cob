       01 AARC-RECORD           COPY acctrec.

       FD TMP-FILE.
       01 TMP-RECORD            PIC X(108).

       FD CTL-FILE.
       01 CTL-RECORD            PIC X(34).
