       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDREPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUD-FILE ASSIGN TO "auditlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD.
           SELECT ACC-FILE ASSIGN TO "accounts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACC.
           SELECT AARC-FILE ASSIGN TO "accarchive.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AARC.
           SELECT SEL-FILE ASSIGN TO "audsel.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEL.
           SELECT BUS-FILE ASSIGN TO "busdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS.
           SELECT REPT-FILE ASSIGN TO "audrept.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPT.

       DATA DIVISION.
       FILE SECTION.

       FD AUD-FILE.
       01 AUD-RECORD            COPY audrec.

       FD ACC-FILE.
       01 ACC-RECORD-RAW        COPY acctrec.

       FD AARC-FILE.
       01 AARC-RECORD           COPY acctrec.

       FD SEL-FILE.
       01 SEL-RECORD            PIC X(36).

       FD BUS-FILE.
       01 BUS-RECORD            PIC X(8).

       FD REPT-FILE.
       01 REPT-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-AUD                 PIC XX.
       77 WS-ACC                 PIC XX.
       77 WS-AARC                PIC XX.
       77 WS-SEL                 PIC XX.
       77 WS-BUS                 PIC XX.
       77 WS-REPT                PIC XX.
       77 WS-EOF-AUD             PIC X VALUE "N".
       77 WS-EOF-ACC             PIC X VALUE "N".
       77 ABORT-RUN              PIC X VALUE "N".

       77 WS-CURRENT-DATE        PIC X(21).
       77 BUS-DATE               PIC X(8).

       77 SEL-ACCOUNT            PIC X(6) VALUE SPACES.
       77 SEL-CUSTOMER           PIC X(6) VALUE SPACES.
       77 SEL-TELLER             PIC X(8) VALUE SPACES.
       77 SEL-FROM-DATE          PIC X(8) VALUE SPACES.
       77 SEL-TO-DATE            PIC X(8) VALUE SPACES.
       77 SEL-MATCH              PIC X VALUE "N".

       77 ACCT-TABLE-MAX         PIC 9(6) VALUE 200000.
       77 ACCT-COUNT             PIC 9(6) VALUE 0.
       77 ACCT-SUB               PIC 9(6) VALUE 0.
       77 ACCT-FOUND             PIC X VALUE "N".
       01 ACCT-TABLE.
           05 ACCT-ENTRY         OCCURS 200000 TIMES.
              10 ACCT-NUMBER     PIC X(6).
              10 ACCT-CUSTOMER   PIC X(6).

       77 ENTRIES-READ           PIC 9(9) VALUE 0.
       77 ENTRIES-LISTED         PIC 9(9) VALUE 0.
       77 COUNT-ED               PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM READ-BUSINESS-DATE
           PERFORM READ-SELECTION
           IF SEL-CUSTOMER NOT = SPACES
               PERFORM LOAD-ACCOUNTS
           END-IF
           IF ABORT-RUN = "N"
               PERFORM PRINT-AUDIT-REPORT
           END-IF

           IF ABORT-RUN = "Y"
               DISPLAY "AUDIT REPORT ABORTED"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "AUDIT ENTRIES LISTED " ENTRIES-LISTED
                       " OF " ENTRIES-READ
           END-IF
           STOP RUN.

       READ-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO BUS-DATE
           OPEN INPUT BUS-FILE
           IF WS-BUS NOT = "00" AND WS-BUS NOT = "35"
               DISPLAY "BUS-FILE OPEN FAILED, STATUS = " WS-BUS
                       ", USING CURRENT DATE"
               EXIT PARAGRAPH
           END-IF

           IF WS-BUS = "35"
               DISPLAY "NO BUSINESS DATE ON FILE, USING CURRENT DATE"
               EXIT PARAGRAPH
           END-IF

           READ BUS-FILE
           EVALUATE WS-BUS
               WHEN "00"
                   IF BUS-RECORD NUMERIC
                       MOVE BUS-RECORD TO BUS-DATE
                   ELSE
                       DISPLAY "BUS-FILE RECORD NOT NUMERIC, USING "
                               "CURRENT DATE"
                   END-IF
               WHEN "10"
                   DISPLAY "BUS-FILE EMPTY, USING CURRENT DATE"
               WHEN OTHER
                   DISPLAY "BUS-FILE READ FAILED, STATUS = " WS-BUS
                           ", USING CURRENT DATE"
           END-EVALUATE

           CLOSE BUS-FILE.

       READ-SELECTION.
           MOVE BUS-DATE TO SEL-FROM-DATE
           MOVE BUS-DATE TO SEL-TO-DATE
           OPEN INPUT SEL-FILE
           IF WS-SEL NOT = "00" AND WS-SEL NOT = "35"
               DISPLAY "SEL-FILE OPEN FAILED, STATUS = " WS-SEL
                       ", LISTING BUSINESS DATE " BUS-DATE
               EXIT PARAGRAPH
           END-IF

           IF WS-SEL = "35"
               EXIT PARAGRAPH
           END-IF

           READ SEL-FILE
           EVALUATE WS-SEL
               WHEN "00"
                   MOVE SEL-RECORD(1:6)  TO SEL-ACCOUNT
                   MOVE SEL-RECORD(7:6)  TO SEL-CUSTOMER
                   MOVE SEL-RECORD(13:8) TO SEL-TELLER
                   MOVE SEL-RECORD(21:8) TO SEL-FROM-DATE
                   MOVE SEL-RECORD(29:8) TO SEL-TO-DATE
                   IF SEL-FROM-DATE NOT = SPACES
                           AND SEL-FROM-DATE NOT NUMERIC
                       DISPLAY "SEL-FILE FROM DATE NOT NUMERIC, "
                               "IGNORED"
                       MOVE SPACES TO SEL-FROM-DATE
                   END-IF
                   IF SEL-TO-DATE NOT = SPACES
                           AND SEL-TO-DATE NOT NUMERIC
                       DISPLAY "SEL-FILE TO DATE NOT NUMERIC, "
                               "IGNORED"
                       MOVE SPACES TO SEL-TO-DATE
                   END-IF
               WHEN "10"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "SEL-FILE READ FAILED, STATUS = " WS-SEL
                           ", LISTING BUSINESS DATE " BUS-DATE
           END-EVALUATE

           CLOSE SEL-FILE.

       LOAD-ACCOUNTS.
           MOVE 0 TO ACCT-COUNT
           OPEN INPUT ACC-FILE
           IF WS-ACC NOT = "00" AND WS-ACC NOT = "35"
               DISPLAY "ACC-FILE OPEN FAILED, STATUS = " WS-ACC
               MOVE "Y" TO ABORT-RUN
               EXIT PARAGRAPH
           END-IF

           IF WS-ACC = "00"
               MOVE "N" TO WS-EOF-ACC
               PERFORM UNTIL WS-EOF-ACC = "Y"
                   READ ACC-FILE
                   EVALUATE WS-ACC
                       WHEN "00"
                           IF ACCT-COUNT >= ACCT-TABLE-MAX
                               DISPLAY "ACCOUNT TABLE FULL AT "
                                       ACCT-TABLE-MAX " RECORDS"
                               MOVE "Y" TO ABORT-RUN
                               MOVE "Y" TO WS-EOF-ACC
                           ELSE
                               ADD 1 TO ACCT-COUNT
                               MOVE ACC-RECORD-RAW(1:6)
                                   TO ACCT-NUMBER(ACCT-COUNT)
                               MOVE ACC-RECORD-RAW(57:6)
                                   TO ACCT-CUSTOMER(ACCT-COUNT)
                           END-IF
                       WHEN "10"
                           MOVE "Y" TO WS-EOF-ACC
                       WHEN OTHER
                           DISPLAY "ACC-FILE READ FAILED, STATUS = "
                                   WS-ACC
                           MOVE "Y" TO ABORT-RUN
                           MOVE "Y" TO WS-EOF-ACC
                   END-EVALUATE
               END-PERFORM
           END-IF
           CLOSE ACC-FILE

           OPEN INPUT AARC-FILE
           IF WS-AARC NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-ACC
           PERFORM UNTIL WS-EOF-ACC = "Y" OR ABORT-RUN = "Y"
               READ AARC-FILE
               EVALUATE WS-AARC
                   WHEN "00"
                       IF ACCT-COUNT >= ACCT-TABLE-MAX
                           DISPLAY "ACCOUNT TABLE FULL AT "
                                   ACCT-TABLE-MAX " RECORDS"
                           MOVE "Y" TO ABORT-RUN
                       ELSE
                           ADD 1 TO ACCT-COUNT
                           MOVE AARC-RECORD(1:6)
                               TO ACCT-NUMBER(ACCT-COUNT)
                           MOVE AARC-RECORD(57:6)
                               TO ACCT-CUSTOMER(ACCT-COUNT)
                       END-IF
                   WHEN "10"
                       MOVE "Y" TO WS-EOF-ACC
                   WHEN OTHER
                       DISPLAY "AARC-FILE READ FAILED, STATUS = "
                               WS-AARC
                       MOVE "Y" TO WS-EOF-ACC
               END-EVALUATE
           END-PERFORM
           CLOSE AARC-FILE.

       PRINT-AUDIT-REPORT.
           OPEN OUTPUT REPT-FILE
           IF WS-REPT NOT = "00"
               DISPLAY "REPT-FILE OPEN FAILED, STATUS = " WS-REPT
               MOVE "Y" TO ABORT-RUN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REPT-RECORD
           STRING "MASTER DATA AUDIT REPORT FOR " DELIMITED BY SIZE
                  BUS-DATE DELIMITED BY SIZE
                  INTO REPT-RECORD
           PERFORM WRITE-REPT-LINE
           MOVE SPACES TO REPT-RECORD
           STRING "  ACCOUNT " DELIMITED BY SIZE
                  SEL-ACCOUNT DELIMITED BY SIZE
                  " CUSTOMER " DELIMITED BY SIZE
                  SEL-CUSTOMER DELIMITED BY SIZE
                  " TELLER " DELIMITED BY SIZE
                  SEL-TELLER DELIMITED BY SIZE
                  " FROM " DELIMITED BY SIZE
                  SEL-FROM-DATE DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  SEL-TO-DATE DELIMITED BY SIZE
                  INTO REPT-RECORD
           PERFORM WRITE-REPT-LINE
           MOVE SPACES TO REPT-RECORD
           PERFORM WRITE-REPT-LINE
           MOVE SPACES TO REPT-RECORD
           STRING "DATE     RUN ID         PROGRAM  TELLER   "
                      DELIMITED BY SIZE
                  "KEY     FIELD        OLD VALUE                  "
                      DELIMITED BY SIZE
                  "    NEW VALUE" DELIMITED BY SIZE
                  INTO REPT-RECORD
           PERFORM WRITE-REPT-LINE

           OPEN INPUT AUD-FILE
           IF WS-AUD NOT = "00" AND WS-AUD NOT = "35"
               DISPLAY "AUD-FILE OPEN FAILED, STATUS = " WS-AUD
               MOVE "Y" TO ABORT-RUN
               CLOSE REPT-FILE
               EXIT PARAGRAPH
           END-IF

           IF WS-AUD = "00"
               MOVE "N" TO WS-EOF-AUD
               PERFORM UNTIL WS-EOF-AUD = "Y"
                   READ AUD-FILE
                   EVALUATE WS-AUD
                       WHEN "00"
                           ADD 1 TO ENTRIES-READ
                           PERFORM CHECK-SELECTION
                           IF SEL-MATCH = "Y"
                               PERFORM PRINT-AUDIT-LINE
                           END-IF
                       WHEN "10"
                           MOVE "Y" TO WS-EOF-AUD
                       WHEN OTHER
                           DISPLAY "AUD-FILE READ FAILED, STATUS = "
                                   WS-AUD
                           MOVE "Y" TO ABORT-RUN
                           MOVE "Y" TO WS-EOF-AUD
                   END-EVALUATE
               END-PERFORM
               CLOSE AUD-FILE
           END-IF

           MOVE SPACES TO REPT-RECORD
           PERFORM WRITE-REPT-LINE
           MOVE ENTRIES-LISTED TO COUNT-ED
           MOVE SPACES TO REPT-RECORD
           STRING "  ENTRIES LISTED " DELIMITED BY SIZE
                  COUNT-ED DELIMITED BY SIZE
                  INTO REPT-RECORD
           PERFORM WRITE-REPT-LINE
           MOVE ENTRIES-READ TO COUNT-ED
           MOVE SPACES TO REPT-RECORD
           STRING "  ENTRIES READ   " DELIMITED BY SIZE
                  COUNT-ED DELIMITED BY SIZE
                  INTO REPT-RECORD
           PERFORM WRITE-REPT-LINE

           CLOSE REPT-FILE.

       CHECK-SELECTION.
           MOVE "N" TO SEL-MATCH
           IF SEL-FROM-DATE NOT = SPACES
                   AND AUD-RECORD(1:8) < SEL-FROM-DATE
               EXIT PARAGRAPH
           END-IF
           IF SEL-TO-DATE NOT = SPACES
                   AND AUD-RECORD(1:8) > SEL-TO-DATE
               EXIT PARAGRAPH
           END-IF
           IF SEL-TELLER NOT = SPACES
                   AND AUD-RECORD(31:8) NOT = SEL-TELLER
               EXIT PARAGRAPH
           END-IF
           IF SEL-ACCOUNT NOT = SPACES
                   AND (AUD-RECORD(39:1) = "C"
                        OR AUD-RECORD(40:6) NOT = SEL-ACCOUNT)
               EXIT PARAGRAPH
           END-IF
           IF SEL-CUSTOMER NOT = SPACES
               PERFORM CHECK-CUSTOMER
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO SEL-MATCH.

       CHECK-CUSTOMER.
           IF AUD-RECORD(39:1) = "C"
               IF AUD-RECORD(40:6) = SEL-CUSTOMER
                   MOVE "Y" TO SEL-MATCH
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF AUD-RECORD(46:12) = "CUSTOMER"
                   AND (AUD-RECORD(58:6) = SEL-CUSTOMER
                        OR AUD-RECORD(88:6) = SEL-CUSTOMER)
               MOVE "Y" TO SEL-MATCH
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO ACCT-FOUND
           MOVE 0 TO ACCT-SUB
           PERFORM UNTIL ACCT-SUB >= ACCT-COUNT OR ACCT-FOUND = "Y"
               ADD 1 TO ACCT-SUB
               IF ACCT-NUMBER(ACCT-SUB) = AUD-RECORD(40:6)
                   MOVE "Y" TO ACCT-FOUND
                   IF ACCT-CUSTOMER(ACCT-SUB) = SEL-CUSTOMER
                       MOVE "Y" TO SEL-MATCH
                   END-IF
               END-IF
           END-PERFORM.

       PRINT-AUDIT-LINE.
           ADD 1 TO ENTRIES-LISTED
           MOVE SPACES TO REPT-RECORD
           STRING AUD-RECORD(1:8) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUD-RECORD(9:14) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUD-RECORD(23:8) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUD-RECORD(31:8) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUD-RECORD(39:7) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUD-RECORD(46:12) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUD-RECORD(58:30) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUD-RECORD(88:30) DELIMITED BY SIZE
                  INTO REPT-RECORD
           PERFORM WRITE-REPT-LINE.

       WRITE-REPT-LINE.
           DISPLAY REPT-RECORD
           WRITE REPT-RECORD
           IF WS-REPT NOT = "00"
               DISPLAY "REPT-FILE WRITE FAILED, STATUS = " WS-REPT
           END-IF.
