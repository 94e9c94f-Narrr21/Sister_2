           SELECT REPT-FILE ASSIGN TO "dormrept.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPT.
           SELECT AUD-FILE ASSIGN TO "auditlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD.

       DATA DIVISION.
       FILE SECTION.
       FD REPT-FILE.
       01 REPT-RECORD           PIC X(120).

       FD AUD-FILE.
       01 AUD-RECORD            COPY audrec.

       WORKING-STORAGE SECTION.
       77 WS-ACC                 PIC XX.
       77 WS-TMP                 PIC XX.
       77 WS-BUS                 PIC XX.
       77 WS-LOCK                PIC XX.
       77 WS-REPT                PIC XX.
       77 WS-AUD                 PIC XX.
       77 WS-EOF-ACC             PIC X VALUE "N".
       77 WS-EOF-HIST            PIC X VALUE "N".
       77 ABORT-RUN              PIC X VALUE "N".
       77 ACCOUNTS-FOR-REVIEW    PIC 9(5) VALUE 0.
       77 COUNT-ED               PIC ZZZ,ZZ9.

       77 AUD-HELD-MAX           PIC 9(5) VALUE 10000.
       77 AUD-HELD-COUNT         PIC 9(5) VALUE 0.
       77 AUD-HELD-SUB           PIC 9(5) VALUE 0.
       01 AUD-HELD-TABLE.
           05 AUD-HELD-ENTRY     PIC X(117) OCCURS 10000 TIMES.

       PROCEDURE DIVISION.

       MAIN.
           IF ABORT-RUN = "N"
               PERFORM FLAG-DORMANT-ACCOUNTS
           END-IF
           IF ABORT-RUN = "N"
               PERFORM WRITE-HELD-AUDIT
           END-IF
           PERFORM RELEASE-RUN-LOCK

           IF ABORT-RUN = "Y"
           IF HIST-RECORD(7:3) NOT = "DEP"
                   AND HIST-RECORD(7:3) NOT = "WDR"
                   AND HIST-RECORD(7:3) NOT = "XFR"
                   AND HIST-RECORD(7:3) NOT = "CHQ"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(HIST-RECORD(22:13)) =
               EXIT PARAGRAPH
           END-IF

           IF ACC-RECORD-RAW(44:1) = "T"
               EXIT PARAGRAPH
           END-IF

           PERFORM GET-LAST-ACTIVITY
           MOVE FUNCTION NUMVAL(ACC-RECORD-RAW(10:13)) TO ACC-BALANCE
           MOVE ACC-BALANCE TO BALANCE-ED
               EXIT PARAGRAPH
           END-IF

           IF AUD-HELD-COUNT >= AUD-HELD-MAX
               DISPLAY "AUDIT TABLE FULL AT " AUD-HELD-MAX
                       " RECORDS"
               MOVE "Y" TO ABORT-RUN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO AUD-HELD-COUNT
           MOVE SPACES              TO AUD-HELD-ENTRY(AUD-HELD-COUNT)
           MOVE BUS-DATE
               TO AUD-HELD-ENTRY(AUD-HELD-COUNT)(1:8)
           MOVE WS-RUN-ID
               TO AUD-HELD-ENTRY(AUD-HELD-COUNT)(9:14)
           MOVE "DORMANT"
               TO AUD-HELD-ENTRY(AUD-HELD-COUNT)(23:8)
           MOVE "SYSTEM"
               TO AUD-HELD-ENTRY(AUD-HELD-COUNT)(31:8)
           MOVE "A"
               TO AUD-HELD-ENTRY(AUD-HELD-COUNT)(39:1)
           MOVE ACC-RECORD-RAW(1:6)
               TO AUD-HELD-ENTRY(AUD-HELD-COUNT)(40:6)
           MOVE "STATUS"
               TO AUD-HELD-ENTRY(AUD-HELD-COUNT)(46:12)
           MOVE ACC-RECORD-RAW(43:1)
               TO AUD-HELD-ENTRY(AUD-HELD-COUNT)(58:30)
           MOVE "D"
               TO AUD-HELD-ENTRY(AUD-HELD-COUNT)(88:30)

           MOVE "D" TO ACC-RECORD-RAW(43:1)
           ADD 1 TO ACCOUNTS-FLAGGED

               END-IF
           END-PERFORM.

       WRITE-HELD-AUDIT.
           IF AUD-HELD-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND AUD-FILE
           IF WS-AUD NOT = "00"
               IF WS-AUD = "35"
                   OPEN OUTPUT AUD-FILE
                   IF WS-AUD NOT = "00"
                       DISPLAY "AUD-FILE CREATE FAILED, STATUS = "
                               WS-AUD
                       EXIT PARAGRAPH
                   END-IF
               ELSE
                   DISPLAY "AUD-FILE EXTEND FAILED, STATUS = " WS-AUD
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE 0 TO AUD-HELD-SUB
           PERFORM UNTIL AUD-HELD-SUB >= AUD-HELD-COUNT
               ADD 1 TO AUD-HELD-SUB
               WRITE AUD-RECORD FROM AUD-HELD-ENTRY(AUD-HELD-SUB)
               IF WS-AUD NOT = "00"
                   DISPLAY "AUD-FILE WRITE FAILED, STATUS = " WS-AUD
               END-IF
           END-PERFORM

           CLOSE AUD-FILE.

       WRITE-REPT-LINE.
           DISPLAY REPT-RECORD
           WRITE REPT-RECORD
