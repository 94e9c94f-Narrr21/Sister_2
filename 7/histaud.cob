       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTAUD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACC-FILE ASSIGN TO "accounts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACC.
           SELECT AARC-FILE ASSIGN TO "accarchive.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AARC.
           SELECT HIST-FILE ASSIGN TO "history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST.
           SELECT HARC-FILE ASSIGN TO DYNAMIC WS-HARC-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HARC.
           SELECT INQ-FILE ASSIGN TO "balinq.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INQ.
           SELECT REPT-FILE ASSIGN TO "histaud.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPT.
           SELECT LOCK-FILE ASSIGN TO "temp.lock/owner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK.
           SELECT BUS-FILE ASSIGN TO "busdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS.

       DATA DIVISION.
       FILE SECTION.

       FD ACC-FILE.
       01 ACC-RECORD-RAW        COPY acctrec.

       FD AARC-FILE.
       01 AARC-RECORD           COPY acctrec.

       FD HIST-FILE.
       01 HIST-RECORD           COPY histrec.

       FD HARC-FILE.
       01 HARC-RECORD           COPY histrec.

       FD INQ-FILE.
       01 INQ-RECORD            PIC X(14).

       FD REPT-FILE.
       01 REPT-RECORD           PIC X(120).

       FD LOCK-FILE.
       01 LOCK-RECORD           PIC X(30).

       FD BUS-FILE.
       01 BUS-RECORD            PIC X(8).

       WORKING-STORAGE SECTION.
       77 WS-ACC                 PIC XX.
       77 WS-AARC                PIC XX.
       77 WS-HIST                PIC XX.
       77 WS-HARC                PIC XX.
       77 WS-INQ                 PIC XX.
       77 WS-REPT                PIC XX.
       77 WS-LOCK                PIC XX.
       77 WS-BUS                 PIC XX.
       77 WS-EOF-ACC             PIC X VALUE "N".
       77 WS-EOF-HIST            PIC X VALUE "N".
       77 WS-EOF-INQ             PIC X VALUE "N".
       77 ABORT-RUN              PIC X VALUE "N".

       77 WS-CURRENT-DATE        PIC X(21).
       77 WS-RUN-ID              PIC X(14).
       77 WS-LOCK-LABEL          PIC X(22).
       77 BUS-DATE               PIC X(8).
       77 WS-HARC-FILENAME       PIC X(14).

       77 AUD-ARCHIVE-MONTHS     PIC 9(3) VALUE 120.
       77 AUD-SCAN-MONTHS        PIC 9(6).
       77 AUD-LAST-MONTHS        PIC 9(6).
       77 AUD-WORK-YEAR          PIC 9(4).
       77 AUD-WORK-MONTH         PIC 9(2).
       77 AUD-FIRST-MONTH        PIC X(6).
       77 ARCHIVES-READ          PIC 9(5) VALUE 0.

       77 ACCT-TABLE-MAX         PIC 9(5) VALUE 10000.
       77 ACCT-COUNT             PIC 9(5) VALUE 0.
       77 ACCT-SUB               PIC 9(5) VALUE 0.
       77 ACCT-FOUND             PIC X VALUE "N".
       77 ACCT-LOOKUP            PIC X(6).
       01 ACCT-TABLE.
           05 ACCT-ENTRY         OCCURS 10000 TIMES.
              10 ACCT-NUMBER     PIC X(6).
              10 ACCT-ON-FILE    PIC X.
              10 ACCT-CUR-BAL    PIC S9(9)V99.
              10 ACCT-HAS-HIST   PIC X.
              10 ACCT-LAST-AFTER PIC S9(9)V99.
              10 ACCT-LAST-DATE  PIC X(8).
              10 ACCT-HIST-COUNT PIC 9(7).

       77 INQ-TABLE-MAX          PIC 9(5) VALUE 200.
       77 INQ-COUNT              PIC 9(5) VALUE 0.
       77 INQ-SUB                PIC 9(5) VALUE 0.
       01 INQ-TABLE.
           05 INQ-ENTRY          OCCURS 200 TIMES.
              10 INQ-ACCT        PIC X(6).
              10 INQ-DATE        PIC X(8).
              10 INQ-VALID       PIC X.
              10 INQ-HAVE-CLOSE  PIC X.
              10 INQ-CLOSE-BAL   PIC S9(9)V99.
              10 INQ-HAVE-NEXT   PIC X.
              10 INQ-NEXT-BEFORE PIC S9(9)V99.

       77 HIST-ACCOUNT           PIC X(6).
       77 HIST-ACTION            PIC X(3).
       77 HIST-DATE              PIC X(8).
       77 HIST-BAL-BEFORE        PIC S9(9)V99.
       77 HIST-BAL-AFTER         PIC S9(9)V99.
       77 CHAIN-GAP              PIC S9(10)V99.

       77 RECORDS-READ           PIC 9(9) VALUE 0.
       77 CHAIN-BREAKS           PIC 9(7) VALUE 0.
       77 ENDING-BREAKS          PIC 9(7) VALUE 0.
       77 ACCOUNTS-CHECKED       PIC 9(7) VALUE 0.

       77 EXPECTED-ED            PIC ----,---,--9.99.
       77 FOUND-ED               PIC ----,---,--9.99.
       77 GAP-ED                 PIC ----,---,--9.99.
       77 BALANCE-ED             PIC ----,---,--9.99.
       77 COUNT-ED               PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM BUILD-RUN-ID
           PERFORM CHECK-RUN-LOCK
           IF ABORT-RUN = "Y"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM READ-BUSINESS-DATE
           PERFORM LOAD-INQUIRIES
           PERFORM LOAD-ACCOUNTS
           IF ABORT-RUN = "N"
               PERFORM OPEN-AUDIT-REPORT
           END-IF
           IF ABORT-RUN = "N"
               PERFORM WALK-ARCHIVES
               PERFORM WALK-HISTORY
           END-IF
           IF ABORT-RUN = "N"
               PERFORM CHECK-ENDING-BALANCES
               PERFORM PRINT-AUDIT-TOTALS
               PERFORM PRINT-INQUIRIES
           END-IF
           IF ABORT-RUN = "N"
               CLOSE REPT-FILE
           END-IF
           PERFORM RELEASE-RUN-LOCK

           IF ABORT-RUN = "Y"
               DISPLAY "HISTORY AUDIT ABORTED"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF CHAIN-BREAKS > 0 OR ENDING-BREAKS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       BUILD-RUN-ID.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:14) TO WS-RUN-ID
           MOVE SPACES TO WS-LOCK-LABEL
           STRING "HISTAUD" DELIMITED BY SIZE
                  WS-RUN-ID DELIMITED BY SIZE
                  INTO WS-LOCK-LABEL.

       CHECK-RUN-LOCK.
           MOVE "N" TO ABORT-RUN
           CALL "SYSTEM" USING BY CONTENT
               "mkdir temp.lock 2>/dev/null"
           IF RETURN-CODE NOT = 0
               OPEN INPUT LOCK-FILE
               IF WS-LOCK = "00"
                   READ LOCK-FILE
                   DISPLAY "RUN ABORTED - A PRIOR RUN LOCK IS STILL "
                           "PRESENT (" LOCK-RECORD
                           "), REMOVE temp.lock AFTER CONFIRMING THAT "
                           "RUN IS DEAD"
                   CLOSE LOCK-FILE
               ELSE
                   DISPLAY "RUN ABORTED - A PRIOR RUN LOCK IS STILL "
                           "PRESENT, REMOVE temp.lock AFTER "
                           "CONFIRMING THAT RUN IS DEAD"
               END-IF
               MOVE "Y" TO ABORT-RUN
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT LOCK-FILE
           IF WS-LOCK NOT = "00"
               DISPLAY "LOCK-FILE CREATE FAILED, STATUS = " WS-LOCK
               MOVE "Y" TO ABORT-RUN
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LOCK-LABEL TO LOCK-RECORD
           WRITE LOCK-RECORD
           CLOSE LOCK-FILE.

       RELEASE-RUN-LOCK.
           CALL "SYSTEM" USING BY CONTENT "rm -rf temp.lock".

       READ-BUSINESS-DATE.
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

       LOAD-INQUIRIES.
           MOVE 0 TO INQ-COUNT
           OPEN INPUT INQ-FILE
           IF WS-INQ NOT = "00" AND WS-INQ NOT = "35"
               DISPLAY "INQ-FILE OPEN FAILED, STATUS = " WS-INQ
               EXIT PARAGRAPH
           END-IF

           IF WS-INQ = "35"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF-INQ
           PERFORM UNTIL WS-EOF-INQ = "Y"
               READ INQ-FILE
               EVALUATE WS-INQ
                   WHEN "00"
                       IF INQ-COUNT >= INQ-TABLE-MAX
                           DISPLAY "INQUIRY TABLE FULL AT "
                                   INQ-TABLE-MAX " RECORDS"
                           MOVE "Y" TO WS-EOF-INQ
                       ELSE
                           PERFORM LOAD-ONE-INQUIRY
                       END-IF
                   WHEN "10"
                       MOVE "Y" TO WS-EOF-INQ
                   WHEN OTHER
                       DISPLAY "INQ-FILE READ FAILED, STATUS = " WS-INQ
                       MOVE "Y" TO WS-EOF-INQ
               END-EVALUATE
           END-PERFORM

           CLOSE INQ-FILE.

       LOAD-ONE-INQUIRY.
           ADD 1 TO INQ-COUNT
           MOVE INQ-RECORD(1:6) TO INQ-ACCT(INQ-COUNT)
           MOVE INQ-RECORD(7:8) TO INQ-DATE(INQ-COUNT)
           MOVE "N" TO INQ-HAVE-CLOSE(INQ-COUNT)
           MOVE 0 TO INQ-CLOSE-BAL(INQ-COUNT)
           MOVE "N" TO INQ-HAVE-NEXT(INQ-COUNT)
           MOVE 0 TO INQ-NEXT-BEFORE(INQ-COUNT)
           MOVE "Y" TO INQ-VALID(INQ-COUNT)
           IF INQ-RECORD(1:6) NOT NUMERIC
                   OR INQ-RECORD(7:8) NOT NUMERIC
               MOVE "N" TO INQ-VALID(INQ-COUNT)
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(INQ-RECORD(7:8)))
                   = 0
               MOVE "N" TO INQ-VALID(INQ-COUNT)
           END-IF.

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
                           MOVE ACC-RECORD-RAW(1:6) TO ACCT-LOOKUP
                           PERFORM FIND-ACCOUNT-ENTRY
                           IF ACCT-FOUND = "Y"
                               MOVE "Y" TO ACCT-ON-FILE(ACCT-SUB)
                               MOVE FUNCTION
                                   NUMVAL(ACC-RECORD-RAW(10:13))
                                   TO ACCT-CUR-BAL(ACCT-SUB)
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
           PERFORM UNTIL WS-EOF-ACC = "Y"
               READ AARC-FILE
               EVALUATE WS-AARC
                   WHEN "00"
                       MOVE AARC-RECORD(1:6) TO ACCT-LOOKUP
                       PERFORM FIND-ACCOUNT-ENTRY
                       IF ACCT-FOUND = "Y"
                               AND ACCT-ON-FILE(ACCT-SUB) = "N"
                           MOVE "Y" TO ACCT-ON-FILE(ACCT-SUB)
                           MOVE FUNCTION NUMVAL(AARC-RECORD(10:13))
                               TO ACCT-CUR-BAL(ACCT-SUB)
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

       FIND-ACCOUNT-ENTRY.
           MOVE "N" TO ACCT-FOUND
           MOVE 0 TO ACCT-SUB
           PERFORM UNTIL ACCT-SUB >= ACCT-COUNT OR ACCT-FOUND = "Y"
               ADD 1 TO ACCT-SUB
               IF ACCT-NUMBER(ACCT-SUB) = ACCT-LOOKUP
                   MOVE "Y" TO ACCT-FOUND
               END-IF
           END-PERFORM

           IF ACCT-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF

           IF ACCT-COUNT >= ACCT-TABLE-MAX
               DISPLAY "ACCOUNT TABLE FULL AT " ACCT-TABLE-MAX
                       " RECORDS"
               MOVE "Y" TO ABORT-RUN
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO ACCT-COUNT
           MOVE ACCT-COUNT TO ACCT-SUB
           MOVE ACCT-LOOKUP TO ACCT-NUMBER(ACCT-SUB)
           MOVE "N" TO ACCT-ON-FILE(ACCT-SUB)
           MOVE 0 TO ACCT-CUR-BAL(ACCT-SUB)
           MOVE "N" TO ACCT-HAS-HIST(ACCT-SUB)
           MOVE 0 TO ACCT-LAST-AFTER(ACCT-SUB)
           MOVE SPACES TO ACCT-LAST-DATE(ACCT-SUB)
           MOVE 0 TO ACCT-HIST-COUNT(ACCT-SUB)
           MOVE "Y" TO ACCT-FOUND.

       OPEN-AUDIT-REPORT.
           OPEN OUTPUT REPT-FILE
           IF WS-REPT NOT = "00"
               DISPLAY "REPT-FILE OPEN FAILED, STATUS = " WS-REPT
               MOVE "Y" TO ABORT-RUN
               EXIT PARAGRAPH
           END-IF

           COMPUTE AUD-LAST-MONTHS =
               FUNCTION NUMVAL(BUS-DATE(1:4)) * 12
               + FUNCTION NUMVAL(BUS-DATE(5:2)) - 1
           COMPUTE AUD-SCAN-MONTHS =
               AUD-LAST-MONTHS - AUD-ARCHIVE-MONTHS + 1
           COMPUTE AUD-WORK-YEAR = AUD-SCAN-MONTHS / 12
           COMPUTE AUD-WORK-MONTH =
               AUD-SCAN-MONTHS - AUD-WORK-YEAR * 12 + 1
           MOVE SPACES TO AUD-FIRST-MONTH
           STRING AUD-WORK-YEAR DELIMITED BY SIZE
                  AUD-WORK-MONTH DELIMITED BY SIZE
                  INTO AUD-FIRST-MONTH

           MOVE SPACES TO REPT-RECORD
           STRING "HISTORY CHAIN AUDIT FOR " DELIMITED BY SIZE
                  BUS-DATE DELIMITED BY SIZE
                  " (ARCHIVES FROM " DELIMITED BY SIZE
                  AUD-FIRST-MONTH DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO REPT-RECORD
           PERFORM WRITE-REPT-LINE.

       WALK-ARCHIVES.
           PERFORM UNTIL AUD-SCAN-MONTHS > AUD-LAST-MONTHS
                   OR ABORT-RUN = "Y"
               COMPUTE AUD-WORK-YEAR = AUD-SCAN-MONTHS / 12
               COMPUTE AUD-WORK-MONTH =
                   AUD-SCAN-MONTHS - AUD-WORK-YEAR * 12 + 1
               MOVE SPACES TO WS-HARC-FILENAME
               STRING "hist" DELIMITED BY SIZE
                      AUD-WORK-YEAR DELIMITED BY SIZE
                      AUD-WORK-MONTH DELIMITED BY SIZE
                      ".txt" DELIMITED BY SIZE
                      INTO WS-HARC-FILENAME
               PERFORM WALK-ONE-ARCHIVE
               ADD 1 TO AUD-SCAN-MONTHS
           END-PERFORM.

       WALK-ONE-ARCHIVE.
           OPEN INPUT HARC-FILE
           IF WS-HARC = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-HARC NOT = "00"
               DISPLAY "HARC-FILE OPEN FAILED FOR " WS-HARC-FILENAME
                       ", STATUS = " WS-HARC
               MOVE "Y" TO ABORT-RUN
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO ARCHIVES-READ
           MOVE "N" TO WS-EOF-HIST
           PERFORM UNTIL WS-EOF-HIST = "Y"
               READ HARC-FILE
               EVALUATE WS-HARC
                   WHEN "00"
                       MOVE HARC-RECORD TO HIST-RECORD
                       PERFORM CHECK-ONE-RECORD
                   WHEN "10"
                       MOVE "Y" TO WS-EOF-HIST
                   WHEN OTHER
                       DISPLAY "HARC-FILE READ FAILED FOR "
                               WS-HARC-FILENAME ", STATUS = " WS-HARC
                       MOVE "Y" TO ABORT-RUN
                       MOVE "Y" TO WS-EOF-HIST
               END-EVALUATE
           END-PERFORM

           CLOSE HARC-FILE.

       WALK-HISTORY.
           IF ABORT-RUN = "Y"
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT HIST-FILE
           IF WS-HIST NOT = "00" AND WS-HIST NOT = "35"
               DISPLAY "HIST-FILE OPEN FAILED, STATUS = " WS-HIST
               MOVE "Y" TO ABORT-RUN
               EXIT PARAGRAPH
           END-IF

           IF WS-HIST = "35"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF-HIST
           PERFORM UNTIL WS-EOF-HIST = "Y"
               READ HIST-FILE
               EVALUATE WS-HIST
                   WHEN "00"
                       PERFORM CHECK-ONE-RECORD
                   WHEN "10"
                       MOVE "Y" TO WS-EOF-HIST
                   WHEN OTHER
                       DISPLAY "HIST-FILE READ FAILED, STATUS = "
                               WS-HIST
                       MOVE "Y" TO ABORT-RUN
                       MOVE "Y" TO WS-EOF-HIST
               END-EVALUATE
           END-PERFORM

           CLOSE HIST-FILE.

       CHECK-ONE-RECORD.
           MOVE HIST-RECORD(1:6)  TO HIST-ACCOUNT
           MOVE HIST-RECORD(7:3)  TO HIST-ACTION
           MOVE HIST-RECORD(54:8) TO HIST-DATE
           MOVE FUNCTION NUMVAL(HIST-RECORD(22:13)) TO HIST-BAL-BEFORE
           MOVE FUNCTION NUMVAL(HIST-RECORD(35:13)) TO HIST-BAL-AFTER
           ADD 1 TO RECORDS-READ

           MOVE HIST-ACCOUNT TO ACCT-LOOKUP
           PERFORM FIND-ACCOUNT-ENTRY
           IF ACCT-FOUND = "N"
               EXIT PARAGRAPH
           END-IF

           IF ACCT-HAS-HIST(ACCT-SUB) = "Y"
                   AND HIST-BAL-BEFORE NOT = ACCT-LAST-AFTER(ACCT-SUB)
               PERFORM REPORT-CHAIN-BREAK
           END-IF

           MOVE "Y" TO ACCT-HAS-HIST(ACCT-SUB)
           MOVE HIST-BAL-AFTER TO ACCT-LAST-AFTER(ACCT-SUB)
           MOVE HIST-DATE TO ACCT-LAST-DATE(ACCT-SUB)
           ADD 1 TO ACCT-HIST-COUNT(ACCT-SUB)

           MOVE 0 TO INQ-SUB
           PERFORM UNTIL INQ-SUB >= INQ-COUNT
               ADD 1 TO INQ-SUB
               IF INQ-ACCT(INQ-SUB) = HIST-ACCOUNT
                   IF HIST-DATE <= INQ-DATE(INQ-SUB)
                       MOVE "Y" TO INQ-HAVE-CLOSE(INQ-SUB)
                       MOVE HIST-BAL-AFTER TO INQ-CLOSE-BAL(INQ-SUB)
                   ELSE
                       IF INQ-HAVE-NEXT(INQ-SUB) = "N"
                           MOVE "Y" TO INQ-HAVE-NEXT(INQ-SUB)
                           MOVE HIST-BAL-BEFORE
                               TO INQ-NEXT-BEFORE(INQ-SUB)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       REPORT-CHAIN-BREAK.
           ADD 1 TO CHAIN-BREAKS
           COMPUTE CHAIN-GAP =
               HIST-BAL-BEFORE - ACCT-LAST-AFTER(ACCT-SUB)
           MOVE ACCT-LAST-AFTER(ACCT-SUB) TO EXPECTED-ED
           MOVE HIST-BAL-BEFORE TO FOUND-ED
           MOVE CHAIN-GAP TO GAP-ED
           MOVE SPACES TO REPT-RECORD
           STRING "  BREAK  " DELIMITED BY SIZE
                  HIST-ACCOUNT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  HIST-DATE DELIMITED BY SIZE
                  " RUN " DELIMITED BY SIZE
                  HIST-RECORD(62:14) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  HIST-ACTION DELIMITED BY SIZE
                  " EXPECTED " DELIMITED BY SIZE
                  EXPECTED-ED DELIMITED BY SIZE
                  " FOUND " DELIMITED BY SIZE
                  FOUND-ED DELIMITED BY SIZE
                  " GAP " DELIMITED BY SIZE
                  GAP-ED DELIMITED BY SIZE
                  INTO REPT-RECORD
           PERFORM WRITE-REPT-LINE.

       CHECK-ENDING-BALANCES.
           MOVE 0 TO ACCT-SUB
           PERFORM UNTIL ACCT-SUB >= ACCT-COUNT
               ADD 1 TO ACCT-SUB
               IF ACCT-HAS-HIST(ACCT-SUB) = "Y"
                   ADD 1 TO ACCOUNTS-CHECKED
                   PERFORM CHECK-ONE-ENDING
               END-IF
           END-PERFORM.

       CHECK-ONE-ENDING.
           MOVE ACCT-LAST-AFTER(ACCT-SUB) TO EXPECTED-ED
           MOVE SPACES TO REPT-RECORD
           IF ACCT-ON-FILE(ACCT-SUB) = "N"
               ADD 1 TO ENDING-BREAKS
               STRING "  ENDING " DELIMITED BY SIZE
                      ACCT-NUMBER(ACCT-SUB) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      ACCT-LAST-DATE(ACCT-SUB) DELIMITED BY SIZE
                      " LAST HISTORY " DELIMITED BY SIZE
                      EXPECTED-ED DELIMITED BY SIZE
                      " ACCOUNT NOT ON FILE" DELIMITED BY SIZE
                      INTO REPT-RECORD
               PERFORM WRITE-REPT-LINE
               EXIT PARAGRAPH
           END-IF

           IF ACCT-CUR-BAL(ACCT-SUB) = ACCT-LAST-AFTER(ACCT-SUB)
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO ENDING-BREAKS
           COMPUTE CHAIN-GAP =
               ACCT-CUR-BAL(ACCT-SUB) - ACCT-LAST-AFTER(ACCT-SUB)
           MOVE ACCT-CUR-BAL(ACCT-SUB) TO FOUND-ED
           MOVE CHAIN-GAP TO GAP-ED
           STRING "  ENDING " DELIMITED BY SIZE
                  ACCT-NUMBER(ACCT-SUB) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ACCT-LAST-DATE(ACCT-SUB) DELIMITED BY SIZE
                  " LAST HISTORY " DELIMITED BY SIZE
                  EXPECTED-ED DELIMITED BY SIZE
                  " ON FILE " DELIMITED BY SIZE
                  FOUND-ED DELIMITED BY SIZE
                  " GAP " DELIMITED BY SIZE
                  GAP-ED DELIMITED BY SIZE
                  INTO REPT-RECORD
           PERFORM WRITE-REPT-LINE.

       PRINT-AUDIT-TOTALS.
           MOVE RECORDS-READ TO COUNT-ED
           MOVE SPACES TO REPT-RECORD
           STRING "  HISTORY RECORDS READ    " DELIMITED BY SIZE
                  COUNT-ED DELIMITED BY SIZE
                  INTO REPT-RECORD
           PERFORM WRITE-REPT-LINE
           MOVE ARCHIVES-READ TO COUNT-ED
           MOVE SPACES TO REPT-RECORD
           STRING "  ARCHIVE FILES READ      " DELIMITED BY SIZE
                  COUNT-ED DELIMITED BY SIZE
                  INTO REPT-RECORD
           PERFORM WRITE-REPT-LINE
           MOVE ACCOUNTS-CHECKED TO COUNT-ED
           MOVE SPACES TO REPT-RECORD
           STRING "  ACCOUNTS CHECKED        " DELIMITED BY SIZE
                  COUNT-ED DELIMITED BY SIZE
                  INTO REPT-RECORD
           PERFORM WRITE-REPT-LINE
           MOVE CHAIN-BREAKS TO COUNT-ED
           MOVE SPACES TO REPT-RECORD
           STRING "  CHAIN BREAKS            " DELIMITED BY SIZE
                  COUNT-ED DELIMITED BY SIZE
                  INTO REPT-RECORD
           PERFORM WRITE-REPT-LINE
           MOVE ENDING-BREAKS TO COUNT-ED
           MOVE SPACES TO REPT-RECORD
           STRING "  ENDING BALANCE BREAKS   " DELIMITED BY SIZE
                  COUNT-ED DELIMITED BY SIZE
                  INTO REPT-RECORD
           PERFORM WRITE-REPT-LINE.

       PRINT-INQUIRIES.
           IF INQ-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REPT-RECORD
           PERFORM WRITE-REPT-LINE
           MOVE "BALANCE INQUIRIES (CLOSE OF BUSINESS DATE)"
               TO REPT-RECORD
           PERFORM WRITE-REPT-LINE

           MOVE 0 TO INQ-SUB
           PERFORM UNTIL INQ-SUB >= INQ-COUNT
               ADD 1 TO INQ-SUB
               PERFORM PRINT-ONE-INQUIRY
           END-PERFORM.

       PRINT-ONE-INQUIRY.
           MOVE SPACES TO REPT-RECORD
           IF INQ-VALID(INQ-SUB) = "N"
               STRING "  " DELIMITED BY SIZE
                      INQ-ACCT(INQ-SUB) DELIMITED BY SIZE
                      " AS OF " DELIMITED BY SIZE
                      INQ-DATE(INQ-SUB) DELIMITED BY SIZE
                      " INVALID ACCOUNT OR DATE" DELIMITED BY SIZE
                      INTO REPT-RECORD
               PERFORM WRITE-REPT-LINE
               EXIT PARAGRAPH
           END-IF
           IF INQ-DATE(INQ-SUB) > BUS-DATE
               STRING "  " DELIMITED BY SIZE
                      INQ-ACCT(INQ-SUB) DELIMITED BY SIZE
                      " AS OF " DELIMITED BY SIZE
                      INQ-DATE(INQ-SUB) DELIMITED BY SIZE
                      " DATE AFTER BUSINESS DATE" DELIMITED BY SIZE
                      INTO REPT-RECORD
               PERFORM WRITE-REPT-LINE
               EXIT PARAGRAPH
           END-IF

           IF INQ-HAVE-CLOSE(INQ-SUB) = "Y"
               MOVE INQ-CLOSE-BAL(INQ-SUB) TO BALANCE-ED
               STRING "  " DELIMITED BY SIZE
                      INQ-ACCT(INQ-SUB) DELIMITED BY SIZE
                      " AS OF " DELIMITED BY SIZE
                      INQ-DATE(INQ-SUB) DELIMITED BY SIZE
                      " BALANCE " DELIMITED BY SIZE
                      BALANCE-ED DELIMITED BY SIZE
                      INTO REPT-RECORD
               PERFORM WRITE-REPT-LINE
               EXIT PARAGRAPH
           END-IF
           IF INQ-HAVE-NEXT(INQ-SUB) = "Y"
               MOVE INQ-NEXT-BEFORE(INQ-SUB) TO BALANCE-ED
               STRING "  " DELIMITED BY SIZE
                      INQ-ACCT(INQ-SUB) DELIMITED BY SIZE
                      " AS OF " DELIMITED BY SIZE
                      INQ-DATE(INQ-SUB) DELIMITED BY SIZE
                      " BALANCE " DELIMITED BY SIZE
                      BALANCE-ED DELIMITED BY SIZE
                      " (BEFORE FIRST RECORDED ACTIVITY)"
                          DELIMITED BY SIZE
                      INTO REPT-RECORD
               PERFORM WRITE-REPT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE INQ-ACCT(INQ-SUB) TO ACCT-LOOKUP
           MOVE "N" TO ACCT-FOUND
           MOVE 0 TO ACCT-SUB
           PERFORM UNTIL ACCT-SUB >= ACCT-COUNT OR ACCT-FOUND = "Y"
               ADD 1 TO ACCT-SUB
               IF ACCT-NUMBER(ACCT-SUB) = ACCT-LOOKUP
                       AND ACCT-ON-FILE(ACCT-SUB) = "Y"
                   MOVE "Y" TO ACCT-FOUND
               END-IF
           END-PERFORM
           IF ACCT-FOUND = "Y"
               MOVE ACCT-CUR-BAL(ACCT-SUB) TO BALANCE-ED
               STRING "  " DELIMITED BY SIZE
                      INQ-ACCT(INQ-SUB) DELIMITED BY SIZE
                      " AS OF " DELIMITED BY SIZE
                      INQ-DATE(INQ-SUB) DELIMITED BY SIZE
                      " BALANCE " DELIMITED BY SIZE
                      BALANCE-ED DELIMITED BY SIZE
                      " (NO RECORDED ACTIVITY)" DELIMITED BY SIZE
                      INTO REPT-RECORD
           ELSE
               STRING "  " DELIMITED BY SIZE
                      INQ-ACCT(INQ-SUB) DELIMITED BY SIZE
                      " AS OF " DELIMITED BY SIZE
                      INQ-DATE(INQ-SUB) DELIMITED BY SIZE
                      " ACCOUNT NOT FOUND" DELIMITED BY SIZE
                      INTO REPT-RECORD
           END-IF
           PERFORM WRITE-REPT-LINE.

       WRITE-REPT-LINE.
           DISPLAY REPT-RECORD
           WRITE REPT-RECORD
           IF WS-REPT NOT = "00"
               DISPLAY "REPT-FILE WRITE FAILED, STATUS = " WS-REPT
           END-IF.
