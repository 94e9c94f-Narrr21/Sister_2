           SELECT BUS-FILE ASSIGN TO "busdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS.
           SELECT AUD-FILE ASSIGN TO "auditlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD.

       DATA DIVISION.
       FILE SECTION.

       FD CIN-FILE.
       01 CIN-RECORD            PIC X(93).

       FD CUS-FILE.
       01 CUS-RECORD            PIC X(76).
       FD BUS-FILE.
       01 BUS-RECORD            PIC X(8).

       FD AUD-FILE.
       01 AUD-RECORD            COPY audrec.

       WORKING-STORAGE SECTION.
       77 WS-CIN                 PIC XX.
       77 WS-CUS                 PIC XX.
       77 WS-LOCK                PIC XX.
       77 WS-OUT                 PIC XX.
       77 WS-BUS                 PIC XX.
       77 WS-AUD                 PIC XX.
       77 WS-EOF-CIN             PIC X VALUE "N".
       77 WS-EOF-CUS             PIC X VALUE "N".
       77 ABORT-RUN              PIC X VALUE "N".
       77 CIN-NAME               PIC X(20).
       77 CIN-ADDRESS            PIC X(30).
       77 CIN-CONTACT            PIC X(20).
       77 CIN-TELLER             PIC X(8).

       77 CUST-TABLE-MAX         PIC 9(6) VALUE 100000.
       77 CUST-COUNT             PIC 9(6) VALUE 0.
       77 ACCOUNTS-LINKED        PIC 9(5) VALUE 0.
       77 ITEMS-REJECTED         PIC 9(5) VALUE 0.

       77 AUD-KEY-TYPE           PIC X.
       77 AUD-KEY                PIC X(6).
       77 AUD-FIELD              PIC X(12).
       77 AUD-OLD-VALUE          PIC X(30).
       77 AUD-NEW-VALUE          PIC X(30).
       77 AUD-HELD-MAX           PIC 9(5) VALUE 10000.
       77 AUD-HELD-COUNT         PIC 9(5) VALUE 0.
       77 AUD-HELD-SUB           PIC 9(5) VALUE 0.
       01 AUD-HELD-TABLE.
           05 AUD-HELD-ENTRY     PIC X(117) OCCURS 10000 TIMES.

       PROCEDURE DIVISION.

       MAIN.
           IF ABORT-RUN = "N"
               PERFORM WRITE-CUSTOMERS
           END-IF
           IF ABORT-RUN = "N"
               PERFORM WRITE-HELD-AUDIT
           END-IF
           PERFORM RELEASE-RUN-LOCK

           IF ABORT-RUN = "Y"
           MOVE CIN-RECORD(16:20) TO CIN-NAME
           MOVE CIN-RECORD(36:30) TO CIN-ADDRESS
           MOVE CIN-RECORD(66:20) TO CIN-CONTACT
           MOVE CIN-RECORD(86:8)  TO CIN-TELLER
           IF CIN-TELLER = SPACES
               MOVE "SYSTEM" TO CIN-TELLER
           END-IF

           IF CIN-CUSTNO NOT NUMERIC
               MOVE "BAD CUSTOMER NUMBER" TO OUT-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE "C" TO AUD-KEY-TYPE
           MOVE CIN-CUSTNO TO AUD-KEY
           IF CIN-NAME NOT = SPACES
                   AND CIN-NAME NOT = CUST-ENTRY(CUST-SUB)(7:20)
               MOVE "NAME" TO AUD-FIELD
               MOVE CUST-ENTRY(CUST-SUB)(7:20) TO AUD-OLD-VALUE
               MOVE CIN-NAME TO AUD-NEW-VALUE
               PERFORM HOLD-AUDIT
               MOVE CIN-NAME TO CUST-ENTRY(CUST-SUB)(7:20)
           END-IF
           IF CIN-ADDRESS NOT = SPACES
                   AND CIN-ADDRESS NOT = CUST-ENTRY(CUST-SUB)(27:30)
               MOVE "ADDRESS" TO AUD-FIELD
               MOVE CUST-ENTRY(CUST-SUB)(27:30) TO AUD-OLD-VALUE
               MOVE CIN-ADDRESS TO AUD-NEW-VALUE
               PERFORM HOLD-AUDIT
               MOVE CIN-ADDRESS TO CUST-ENTRY(CUST-SUB)(27:30)
           END-IF
           IF CIN-CONTACT NOT = SPACES
                   AND CIN-CONTACT NOT = CUST-ENTRY(CUST-SUB)(57:20)
               MOVE "CONTACT" TO AUD-FIELD
               MOVE CUST-ENTRY(CUST-SUB)(57:20) TO AUD-OLD-VALUE
               MOVE CIN-CONTACT TO AUD-NEW-VALUE
               PERFORM HOLD-AUDIT
               MOVE CIN-CONTACT TO CUST-ENTRY(CUST-SUB)(57:20)
           END-IF
           MOVE "Y" TO CUST-UPDATED
           READ MST-FILE
           EVALUATE WS-MST
               WHEN "00"
                   MOVE MST-RECORD(57:6) TO AUD-OLD-VALUE
                   MOVE CIN-CUSTNO TO MST-RECORD(57:6)
                   REWRITE MST-RECORD
                   IF WS-MST NOT = "00"
                               WS-MST
                       MOVE "Y" TO ABORT-RUN
                   ELSE
                       IF AUD-OLD-VALUE NOT = CIN-CUSTNO
                           MOVE "A" TO AUD-KEY-TYPE
                           MOVE CIN-ACCOUNT TO AUD-KEY
                           MOVE "CUSTOMER" TO AUD-FIELD
                           MOVE CIN-CUSTNO TO AUD-NEW-VALUE
                           PERFORM BUILD-AUDIT-RECORD
                           PERFORM WRITE-AUDIT
                       END-IF
                       ADD 1 TO ACCOUNTS-LINKED
                       MOVE "ACCOUNT LINKED TO CUSTOMER"
                           TO OUT-MESSAGE
               CALL "SYSTEM" USING BY CONTENT WS-MV-COMMAND
           END-IF.

       HOLD-AUDIT.
           IF AUD-HELD-COUNT >= AUD-HELD-MAX
               DISPLAY "AUDIT TABLE FULL AT " AUD-HELD-MAX
                       " RECORDS"
               MOVE "Y" TO ABORT-RUN
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-AUDIT-RECORD
           ADD 1 TO AUD-HELD-COUNT
           MOVE AUD-RECORD TO AUD-HELD-ENTRY(AUD-HELD-COUNT).

       WRITE-HELD-AUDIT.
           MOVE 0 TO AUD-HELD-SUB
           PERFORM UNTIL AUD-HELD-SUB >= AUD-HELD-COUNT
               ADD 1 TO AUD-HELD-SUB
               MOVE AUD-HELD-ENTRY(AUD-HELD-SUB) TO AUD-RECORD
               PERFORM WRITE-AUDIT
           END-PERFORM.

       BUILD-AUDIT-RECORD.
           MOVE SPACES        TO AUD-RECORD
           MOVE BUS-DATE      TO AUD-RECORD(1:8)
           MOVE WS-RUN-ID     TO AUD-RECORD(9:14)
           MOVE "CUSTMNT"     TO AUD-RECORD(23:8)
           MOVE CIN-TELLER    TO AUD-RECORD(31:8)
           MOVE AUD-KEY-TYPE  TO AUD-RECORD(39:1)
           MOVE AUD-KEY       TO AUD-RECORD(40:6)
           MOVE AUD-FIELD     TO AUD-RECORD(46:12)
           MOVE AUD-OLD-VALUE TO AUD-RECORD(58:30)
           MOVE AUD-NEW-VALUE TO AUD-RECORD(88:30).

       WRITE-AUDIT.
           OPEN EXTEND AUD-FILE
           IF WS-AUD NOT = "00"
               IF WS-AUD = "35"
                   OPEN OUTPUT AUD-FILE
                   IF WS-AUD NOT = "00"
                       DISPLAY "AUD-FILE CREATE FAILED, STATUS = "
                               WS-AUD
                       EXIT PARAGRAPH
                   END-IF
                   CLOSE AUD-FILE
                   OPEN EXTEND AUD-FILE
                   IF WS-AUD NOT = "00"
                       DISPLAY "AUD-FILE EXTEND FAILED, STATUS = "
                               WS-AUD
                       EXIT PARAGRAPH
                   END-IF
               ELSE
                   DISPLAY "AUD-FILE EXTEND FAILED, STATUS = " WS-AUD
                   EXIT PARAGRAPH
               END-IF
           END-IF

           WRITE AUD-RECORD
           IF WS-AUD NOT = "00"
               DISPLAY "AUD-FILE WRITE FAILED, STATUS = " WS-AUD
           END-IF

           CLOSE AUD-FILE
           IF WS-AUD NOT = "00"
               DISPLAY "AUD-FILE CLOSE FAILED, STATUS = " WS-AUD
           END-IF.

       WRITE-OUTPUT.
           MOVE SPACES TO OUT-RECORD
           STRING BUS-DATE DELIMITED BY SIZE
