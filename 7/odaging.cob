       IDENTIFICATION DIVISION.
       PROGRAM-ID. ODAGING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACC-FILE ASSIGN TO "accounts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACC.
           SELECT TMP-FILE ASSIGN TO DYNAMIC WS-TMP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TMP.
           SELECT HIST-FILE ASSIGN TO "history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST.
           SELECT HARC-FILE ASSIGN TO DYNAMIC WS-HARC-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HARC.
           SELECT CUS-FILE ASSIGN TO "custmast.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUS.
           SELECT RATE-FILE ASSIGN TO "odrate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE.
           SELECT AUD-FILE ASSIGN TO "auditlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD.
           SELECT REPT-FILE ASSIGN TO "odaging.txt"
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

       FD TMP-FILE.
       01 TMP-RECORD            COPY acctrec.

       FD HIST-FILE.
       01 HIST-RECORD           COPY histrec.

       FD HARC-FILE.
       01 HARC-RECORD           COPY histrec.

       FD CUS-FILE.
       01 CUS-RECORD            PIC X(76).

       FD RATE-FILE.
       01 RATE-RECORD           PIC X(5).

       FD AUD-FILE.
       01 AUD-RECORD            COPY audrec.

       FD REPT-FILE.
       01 REPT-RECORD           PIC X(120).

       FD LOCK-FILE.
       01 LOCK-RECORD           PIC X(30).

       FD BUS-FILE.
       01 BUS-RECORD            PIC X(8).

       WORKING-STORAGE SECTION.
       77 WS-ACC                 PIC XX.
       77 WS-TMP                 PIC XX.
       77 WS-HIST                PIC XX.
       77 WS-HARC                PIC XX.
       77 WS-CUS                 PIC XX.
       77 WS-RATE                PIC XX.
       77 WS-AUD                 PIC XX.
       77 WS-REPT                PIC XX.
       77 WS-LOCK                PIC XX.
       77 WS-BUS                 PIC XX.
       77 WS-EOF-ACC             PIC X VALUE "N".
       77 WS-EOF-HIST            PIC X VALUE "N".
       77 WS-EOF-CUS             PIC X VALUE "N".
       77 ABORT-RUN              PIC X VALUE "N".

       77 WS-CURRENT-DATE        PIC X(21).
       77 WS-RUN-ID              PIC X(14).
       77 BUS-DATE               PIC X(8).
       77 WS-TMP-FILENAME        PIC X(22).
       77 WS-HARC-FILENAME       PIC X(14).
       77 WS-MV-COMMAND          PIC X(60).

       77 OD-ARCHIVE-MONTHS      PIC 9(3) VALUE 4.
       77 OD-SCAN-MONTHS         PIC 9(6).
       77 OD-LAST-MONTHS         PIC 9(6).
       77 OD-WORK-YEAR           PIC 9(4).
       77 OD-WORK-MONTH          PIC 9(2).
       77 SCAN-FIRST-DATE        PIC X(8).

       77 OD-PERCENT             PIC 9(3)V99 VALUE 18.00.
       77 OD-PERCENT-ED          PIC ZZ9.99.
       77 BUS-DATE-INTEGER       PIC 9(9).
       77 START-DATE-INTEGER     PIC 9(9).

       77 OD-TABLE-MAX           PIC 9(5) VALUE 10000.
       77 OD-COUNT               PIC 9(5) VALUE 0.
       77 OD-SUB                 PIC 9(5) VALUE 0.
       77 OD-FOUND               PIC X VALUE "N".
       77 OD-LOOKUP              PIC X(6).
       01 OD-TABLE.
          05 OD-ENTRY OCCURS 10000 TIMES.
             10 OD-ACCT            PIC X(6).
             10 OD-CUST            PIC X(6).
             10 OD-STATUS          PIC X.
             10 OD-BALANCE         PIC S9(9)V99.
             10 OD-LIMIT           PIC 9(9)V99.
             10 OD-START           PIC X(8).
             10 OD-START-KNOWN     PIC X.
             10 OD-CHARGED         PIC X.
             10 OD-INTEREST        PIC 9(9)V99.
             10 OD-NEW-BAL         PIC S9(9)V99.
             10 OD-DAYS            PIC 9(5).
             10 OD-BUCKET          PIC 9.
             10 OD-FREEZE          PIC X.
             10 OD-COLLECT         PIC X.
             10 OD-REASON          PIC X(20).

       77 BUCKET-SUB             PIC 9.
       01 BUCKET-TABLE.
          05 BUCKET-ENTRY OCCURS 4 TIMES.
             10 BK-COUNT           PIC 9(7).
             10 BK-EXPOSURE        PIC 9(11)V99.
             10 BK-INTEREST        PIC 9(9)V99.
       01 BUCKET-LABELS.
          05 FILLER                PIC X(10) VALUE "1-30 DAYS".
          05 FILLER                PIC X(10) VALUE "31-60 DAYS".
          05 FILLER                PIC X(10) VALUE "61-90 DAYS".
          05 FILLER                PIC X(10) VALUE "OVER 90".
       01 BUCKET-LABEL-TABLE REDEFINES BUCKET-LABELS.
          05 BK-LABEL OCCURS 4 TIMES PIC X(10).

       77 CUST-TABLE-MAX         PIC 9(5) VALUE 10000.
       77 CUST-COUNT             PIC 9(5) VALUE 0.
       77 CUST-SUB               PIC 9(5) VALUE 0.
       77 CUST-FOUND             PIC X VALUE "N".
       01 CUST-TABLE.
          05 CUST-ENTRY OCCURS 10000 TIMES.
             10 CT-CUST            PIC X(6).
             10 CT-NAME            PIC X(20).
             10 CT-COUNT           PIC 9(5).
             10 CT-EXPOSURE        PIC 9(11)V99.
             10 CT-INTEREST        PIC 9(9)V99.
             10 CT-PRINTED         PIC X.

       77 ACC-BALANCE            PIC S9(9)V99.
       77 ACC-STATUS             PIC X.
       77 HIST-ACCOUNT           PIC X(6).
       77 HIST-ACTION            PIC X(3).
       77 HIST-DATE              PIC X(8).
       77 HIST-BAL-BEFORE        PIC S9(9)V99.
       77 HIST-BAL-AFTER         PIC S9(9)V99.
       77 EXPOSURE               PIC 9(9)V99.

       77 HIST-AMOUNT-ED         PIC 9(9).99.
       77 HIST-BAL-BEFORE-ED     PIC -9(9).99.
       77 HIST-BAL-AFTER-ED      PIC -9(9).99.
       77 DISP-SIGNED            PIC -9(9).99.

       77 AUD-KEY-TYPE           PIC X.
       77 AUD-KEY                PIC X(6).
       77 AUD-FIELD              PIC X(12).
       77 AUD-OLD-VALUE          PIC X(30).
       77 AUD-NEW-VALUE          PIC X(30).

       77 ACCOUNTS-CHARGED       PIC 9(7) VALUE 0.
       77 ACCOUNTS-FROZEN        PIC 9(7) VALUE 0.
       77 ACCOUNTS-COLLECT       PIC 9(7) VALUE 0.
       77 TOTAL-INTEREST         PIC 9(11)V99 VALUE 0.
       77 TOTAL-EXPOSURE         PIC 9(11)V99 VALUE 0.
       77 ACCOUNTS-CHANGED       PIC X VALUE "N".

       77 BALANCE-ED             PIC ----,---,--9.99.
       77 LIMIT-ED               PIC ZZZ,ZZZ,ZZ9.99.
       77 INTEREST-ED            PIC ZZ,ZZZ,ZZ9.99.
       77 EXPOSURE-ED            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       77 DAYS-ED                PIC ZZZZ9.
       77 COUNT-ED               PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM BUILD-RUN-ID
           PERFORM CHECK-RUN-LOCK
           IF ABORT-RUN = "Y"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM READ-BUSINESS-DATE
           PERFORM READ-OD-RATE
           PERFORM LOAD-OVERDRAWN-ACCOUNTS
           IF ABORT-RUN = "N" AND OD-COUNT > 0
               PERFORM SET-SCAN-WINDOW
               PERFORM WALK-ARCHIVES
               PERFORM WALK-HISTORY
           END-IF
           IF ABORT-RUN = "N"
               PERFORM AGE-ACCOUNTS
           END-IF
           IF ABORT-RUN = "N" AND ACCOUNTS-CHANGED = "Y"
               PERFORM POST-CHARGES
           END-IF
           IF ABORT-RUN = "N" AND ACCOUNTS-CHANGED = "Y"
               PERFORM WRITE-CHARGE-HISTORY
           END-IF
           IF ABORT-RUN = "N"
               PERFORM LOAD-CUSTOMER-NAMES
               PERFORM PRINT-AGING-REPORT
           END-IF
           PERFORM RELEASE-RUN-LOCK

           IF ABORT-RUN = "Y"
               DISPLAY "OVERDRAFT AGING RUN ABORTED, ACCOUNTS.TXT "
                       "UNCHANGED"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "OVERDRAWN ACCOUNTS " OD-COUNT
                       ", CHARGED " ACCOUNTS-CHARGED
                       ", FROZEN " ACCOUNTS-FROZEN
                       ", FOR COLLECTIONS " ACCOUNTS-COLLECT
           END-IF
           STOP RUN.

       BUILD-RUN-ID.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:14) TO WS-RUN-ID
           MOVE SPACES TO WS-TMP-FILENAME
           STRING "temp" DELIMITED BY SIZE
                  WS-RUN-ID DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-TMP-FILENAME.

       CHECK-RUN-LOCK.
           MOVE "N" TO ABORT-RUN
           CALL "SYSTEM" USING BY CONTENT
               "mkdir temp.lock 2>/dev/null"
           IF RETURN-CODE NOT = 0
               OPEN INPUT LOCK-FILE
               IF WS-LOCK = "00"
                   READ LOCK-FILE
                   DISPLAY "RUN ABORTED - A PRIOR RUN LOCK IS STILL "
                           "PRESENT (TEMP FILE " LOCK-RECORD
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

           MOVE WS-TMP-FILENAME TO LOCK-RECORD
           WRITE LOCK-RECORD
           CLOSE LOCK-FILE.

       RELEASE-RUN-LOCK.
           MOVE SPACES TO WS-MV-COMMAND
           STRING "rm -f " DELIMITED BY SIZE
                  WS-TMP-FILENAME DELIMITED BY SIZE
                  INTO WS-MV-COMMAND
           CALL "SYSTEM" USING BY CONTENT WS-MV-COMMAND
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

       READ-OD-RATE.
           MOVE OD-PERCENT TO OD-PERCENT-ED
           OPEN INPUT RATE-FILE
           IF WS-RATE NOT = "00" AND WS-RATE NOT = "35"
               DISPLAY "RATE-FILE OPEN FAILED, STATUS = " WS-RATE
                       ", USING DEFAULT " OD-PERCENT-ED " PERCENT"
               EXIT PARAGRAPH
           END-IF

           IF WS-RATE = "35"
               DISPLAY "NO OVERDRAFT RATE ON FILE, USING DEFAULT "
                       OD-PERCENT-ED " PERCENT"
               EXIT PARAGRAPH
           END-IF

           READ RATE-FILE
           EVALUATE WS-RATE
               WHEN "00"
                   IF RATE-RECORD NUMERIC
                           AND FUNCTION NUMVAL(RATE-RECORD) <= 10000
                       COMPUTE OD-PERCENT =
                           FUNCTION NUMVAL(RATE-RECORD) / 100
                   ELSE
                       DISPLAY "RATE-FILE RECORD NOT VALID, USING "
                               "DEFAULT " OD-PERCENT-ED " PERCENT"
                   END-IF
               WHEN "10"
                   DISPLAY "RATE-FILE EMPTY, USING DEFAULT "
                           OD-PERCENT-ED " PERCENT"
               WHEN OTHER
                   DISPLAY "RATE-FILE READ FAILED, STATUS = " WS-RATE
                           ", USING DEFAULT " OD-PERCENT-ED " PERCENT"
           END-EVALUATE

           CLOSE RATE-FILE.

       LOAD-OVERDRAWN-ACCOUNTS.
           MOVE 0 TO OD-COUNT
           OPEN INPUT ACC-FILE
           IF WS-ACC NOT = "00" AND WS-ACC NOT = "35"
               DISPLAY "ACC-FILE OPEN FAILED, STATUS = " WS-ACC
               MOVE "Y" TO ABORT-RUN
               EXIT PARAGRAPH
           END-IF

           IF WS-ACC = "35"
               CLOSE ACC-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF-ACC
           PERFORM UNTIL WS-EOF-ACC = "Y"
               READ ACC-FILE
               EVALUATE WS-ACC
                   WHEN "00"
                       PERFORM LOAD-ONE-ACCOUNT
                       IF ABORT-RUN = "Y"
                           MOVE "Y" TO WS-EOF-ACC
                       END-IF
                   WHEN "10"
                       MOVE "Y" TO WS-EOF-ACC
                   WHEN OTHER
                       DISPLAY "ACC-FILE READ FAILED, STATUS = " WS-ACC
                       MOVE "Y" TO ABORT-RUN
                       MOVE "Y" TO WS-EOF-ACC
               END-EVALUATE
           END-PERFORM

           CLOSE ACC-FILE.

       LOAD-ONE-ACCOUNT.
           MOVE FUNCTION NUMVAL(ACC-RECORD-RAW(10:13)) TO ACC-BALANCE
           MOVE ACC-RECORD-RAW(43:1) TO ACC-STATUS
           IF ACC-BALANCE >= 0 OR ACC-STATUS = "C"
               EXIT PARAGRAPH
           END-IF

           IF OD-COUNT >= OD-TABLE-MAX
               DISPLAY "OVERDRAFT TABLE FULL AT " OD-TABLE-MAX
                       " RECORDS"
               MOVE "Y" TO ABORT-RUN
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO OD-COUNT
           MOVE ACC-RECORD-RAW(1:6)  TO OD-ACCT(OD-COUNT)
           MOVE ACC-RECORD-RAW(57:6) TO OD-CUST(OD-COUNT)
           MOVE ACC-STATUS           TO OD-STATUS(OD-COUNT)
           MOVE ACC-BALANCE          TO OD-BALANCE(OD-COUNT)
           IF ACC-RECORD-RAW(45:12) = SPACES
               MOVE 0 TO OD-LIMIT(OD-COUNT)
           ELSE
               MOVE FUNCTION NUMVAL(ACC-RECORD-RAW(45:12))
                   TO OD-LIMIT(OD-COUNT)
           END-IF
           MOVE SPACES TO OD-START(OD-COUNT)
           MOVE "N" TO OD-START-KNOWN(OD-COUNT)
           MOVE "N" TO OD-CHARGED(OD-COUNT)
           MOVE 0 TO OD-INTEREST(OD-COUNT)
           MOVE ACC-BALANCE TO OD-NEW-BAL(OD-COUNT)
           MOVE 0 TO OD-DAYS(OD-COUNT)
           MOVE 1 TO OD-BUCKET(OD-COUNT)
           MOVE "N" TO OD-FREEZE(OD-COUNT)
           MOVE "N" TO OD-COLLECT(OD-COUNT)
           MOVE SPACES TO OD-REASON(OD-COUNT).

       FIND-OD-ENTRY.
           MOVE "N" TO OD-FOUND
           MOVE 0 TO OD-SUB
           PERFORM UNTIL OD-SUB >= OD-COUNT OR OD-FOUND = "Y"
               ADD 1 TO OD-SUB
               IF OD-ACCT(OD-SUB) = OD-LOOKUP
                   MOVE "Y" TO OD-FOUND
               END-IF
           END-PERFORM.

       SET-SCAN-WINDOW.
           COMPUTE OD-LAST-MONTHS =
               FUNCTION NUMVAL(BUS-DATE(1:4)) * 12
               + FUNCTION NUMVAL(BUS-DATE(5:2)) - 1
           COMPUTE OD-SCAN-MONTHS =
               OD-LAST-MONTHS - OD-ARCHIVE-MONTHS
           COMPUTE OD-WORK-YEAR = OD-SCAN-MONTHS / 12
           COMPUTE OD-WORK-MONTH =
               OD-SCAN-MONTHS - OD-WORK-YEAR * 12 + 1
           MOVE SPACES TO SCAN-FIRST-DATE
           STRING OD-WORK-YEAR DELIMITED BY SIZE
                  OD-WORK-MONTH DELIMITED BY SIZE
                  "01" DELIMITED BY SIZE
                  INTO SCAN-FIRST-DATE.

       WALK-ARCHIVES.
           PERFORM UNTIL OD-SCAN-MONTHS > OD-LAST-MONTHS
                   OR ABORT-RUN = "Y"
               COMPUTE OD-WORK-YEAR = OD-SCAN-MONTHS / 12
               COMPUTE OD-WORK-MONTH =
                   OD-SCAN-MONTHS - OD-WORK-YEAR * 12 + 1
               MOVE SPACES TO WS-HARC-FILENAME
               STRING "hist" DELIMITED BY SIZE
                      OD-WORK-YEAR DELIMITED BY SIZE
                      OD-WORK-MONTH DELIMITED BY SIZE
                      ".txt" DELIMITED BY SIZE
                      INTO WS-HARC-FILENAME
               PERFORM WALK-ONE-ARCHIVE
               ADD 1 TO OD-SCAN-MONTHS
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

           MOVE "N" TO WS-EOF-HIST
           PERFORM UNTIL WS-EOF-HIST = "Y"
               READ HARC-FILE
               EVALUATE WS-HARC
                   WHEN "00"
                       MOVE HARC-RECORD TO HIST-RECORD
                       PERFORM TRACE-ONE-RECORD
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
                       PERFORM TRACE-ONE-RECORD
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

       TRACE-ONE-RECORD.
           MOVE HIST-RECORD(1:6)  TO HIST-ACCOUNT
           MOVE HIST-RECORD(7:3)  TO HIST-ACTION
           MOVE HIST-RECORD(54:8) TO HIST-DATE
           MOVE FUNCTION NUMVAL(HIST-RECORD(22:13)) TO HIST-BAL-BEFORE
           MOVE FUNCTION NUMVAL(HIST-RECORD(35:13)) TO HIST-BAL-AFTER

           IF HIST-BAL-BEFORE = HIST-BAL-AFTER
               EXIT PARAGRAPH
           END-IF

           MOVE HIST-ACCOUNT TO OD-LOOKUP
           PERFORM FIND-OD-ENTRY
           IF OD-FOUND = "N"
               EXIT PARAGRAPH
           END-IF

           IF HIST-ACTION = "ODI" AND HIST-DATE = BUS-DATE
               MOVE "Y" TO OD-CHARGED(OD-SUB)
           END-IF

           EVALUATE TRUE
               WHEN HIST-BAL-AFTER >= 0
                   MOVE SPACES TO OD-START(OD-SUB)
                   MOVE "N" TO OD-START-KNOWN(OD-SUB)
               WHEN OD-START(OD-SUB) NOT = SPACES
                   CONTINUE
               WHEN HIST-BAL-BEFORE >= 0
                   MOVE HIST-DATE TO OD-START(OD-SUB)
                   MOVE "Y" TO OD-START-KNOWN(OD-SUB)
               WHEN OTHER
                   MOVE SCAN-FIRST-DATE TO OD-START(OD-SUB)
                   MOVE "N" TO OD-START-KNOWN(OD-SUB)
           END-EVALUATE.

       AGE-ACCOUNTS.
           COMPUTE BUS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(BUS-DATE))
           MOVE 0 TO BUCKET-SUB
           PERFORM UNTIL BUCKET-SUB >= 4
               ADD 1 TO BUCKET-SUB
               MOVE 0 TO BK-COUNT(BUCKET-SUB)
               MOVE 0 TO BK-EXPOSURE(BUCKET-SUB)
               MOVE 0 TO BK-INTEREST(BUCKET-SUB)
           END-PERFORM
           MOVE 0 TO OD-SUB
           PERFORM UNTIL OD-SUB >= OD-COUNT
               ADD 1 TO OD-SUB
               PERFORM AGE-ONE-ACCOUNT
           END-PERFORM.

       AGE-ONE-ACCOUNT.
           IF OD-START(OD-SUB) = SPACES
               MOVE SCAN-FIRST-DATE TO OD-START(OD-SUB)
           END-IF
           COMPUTE START-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(OD-START(OD-SUB)))
           COMPUTE OD-DAYS(OD-SUB) =
               BUS-DATE-INTEGER - START-DATE-INTEGER + 1
           EVALUATE TRUE
               WHEN OD-DAYS(OD-SUB) <= 30
                   MOVE 1 TO OD-BUCKET(OD-SUB)
               WHEN OD-DAYS(OD-SUB) <= 60
                   MOVE 2 TO OD-BUCKET(OD-SUB)
               WHEN OD-DAYS(OD-SUB) <= 90
                   MOVE 3 TO OD-BUCKET(OD-SUB)
               WHEN OTHER
                   MOVE 4 TO OD-BUCKET(OD-SUB)
           END-EVALUATE

           IF OD-CHARGED(OD-SUB) = "N"
               COMPUTE OD-INTEREST(OD-SUB) ROUNDED =
                   (0 - OD-BALANCE(OD-SUB)) * OD-PERCENT / 100 / 365
               IF OD-INTEREST(OD-SUB) > 0
                   COMPUTE OD-NEW-BAL(OD-SUB) =
                       OD-BALANCE(OD-SUB) - OD-INTEREST(OD-SUB)
                   MOVE "Y" TO ACCOUNTS-CHANGED
                   ADD 1 TO ACCOUNTS-CHARGED
                   ADD OD-INTEREST(OD-SUB) TO TOTAL-INTEREST
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN OD-DAYS(OD-SUB) > 90
                   MOVE "Y" TO OD-COLLECT(OD-SUB)
                   MOVE "OVER 90 DAYS" TO OD-REASON(OD-SUB)
               WHEN OD-NEW-BAL(OD-SUB) + OD-LIMIT(OD-SUB) < 0
                   MOVE "Y" TO OD-COLLECT(OD-SUB)
                   MOVE "OVER LIMIT" TO OD-REASON(OD-SUB)
           END-EVALUATE

           IF OD-COLLECT(OD-SUB) = "Y"
               ADD 1 TO ACCOUNTS-COLLECT
               IF OD-STATUS(OD-SUB) NOT = "F"
                   MOVE "Y" TO OD-FREEZE(OD-SUB)
                   MOVE "Y" TO ACCOUNTS-CHANGED
                   ADD 1 TO ACCOUNTS-FROZEN
               END-IF
           END-IF

           COMPUTE EXPOSURE = 0 - OD-NEW-BAL(OD-SUB)
           MOVE OD-BUCKET(OD-SUB) TO BUCKET-SUB
           ADD 1 TO BK-COUNT(BUCKET-SUB)
           ADD EXPOSURE TO BK-EXPOSURE(BUCKET-SUB)
           ADD OD-INTEREST(OD-SUB) TO BK-INTEREST(BUCKET-SUB)
           ADD EXPOSURE TO TOTAL-EXPOSURE
           PERFORM ADD-CUSTOMER-EXPOSURE.

       ADD-CUSTOMER-EXPOSURE.
           MOVE "N" TO CUST-FOUND
           MOVE 0 TO CUST-SUB
           PERFORM UNTIL CUST-SUB >= CUST-COUNT OR CUST-FOUND = "Y"
               ADD 1 TO CUST-SUB
               IF CT-CUST(CUST-SUB) = OD-CUST(OD-SUB)
                   MOVE "Y" TO CUST-FOUND
               END-IF
           END-PERFORM

           IF CUST-FOUND = "N"
               IF CUST-COUNT >= CUST-TABLE-MAX
                   DISPLAY "CUSTOMER TABLE FULL AT " CUST-TABLE-MAX
                           " RECORDS"
                   MOVE "Y" TO ABORT-RUN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO CUST-COUNT
               MOVE CUST-COUNT TO CUST-SUB
               MOVE OD-CUST(OD-SUB) TO CT-CUST(CUST-SUB)
               MOVE SPACES TO CT-NAME(CUST-SUB)
               MOVE 0 TO CT-COUNT(CUST-SUB)
               MOVE 0 TO CT-EXPOSURE(CUST-SUB)
               MOVE 0 TO CT-INTEREST(CUST-SUB)
               MOVE "N" TO CT-PRINTED(CUST-SUB)
           END-IF

           ADD 1 TO CT-COUNT(CUST-SUB)
           ADD EXPOSURE TO CT-EXPOSURE(CUST-SUB)
           ADD OD-INTEREST(OD-SUB) TO CT-INTEREST(CUST-SUB).

       POST-CHARGES.
           OPEN INPUT ACC-FILE
           IF WS-ACC NOT = "00"
               DISPLAY "ACC-FILE OPEN FAILED, STATUS = " WS-ACC
               MOVE "Y" TO ABORT-RUN
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT TMP-FILE
           IF WS-TMP NOT = "00"
               DISPLAY "TMP-FILE OPEN FAILED, STATUS = " WS-TMP
               CLOSE ACC-FILE
               MOVE "Y" TO ABORT-RUN
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF-ACC
           PERFORM UNTIL WS-EOF-ACC = "Y"
               READ ACC-FILE
               EVALUATE WS-ACC
                   WHEN "00"
                       PERFORM POST-ONE-ACCOUNT
                       WRITE TMP-RECORD FROM ACC-RECORD-RAW
                       IF WS-TMP NOT = "00"
                           DISPLAY "TMP WRITE FAILED, STATUS = " WS-TMP
                           MOVE "Y" TO ABORT-RUN
                           MOVE "Y" TO WS-EOF-ACC
                       END-IF
                   WHEN "10"
                       MOVE "Y" TO WS-EOF-ACC
                   WHEN OTHER
                       DISPLAY "ACC-FILE READ FAILED, STATUS = " WS-ACC
                       MOVE "Y" TO ABORT-RUN
                       MOVE "Y" TO WS-EOF-ACC
               END-EVALUATE
           END-PERFORM

           CLOSE ACC-FILE
           CLOSE TMP-FILE

           IF ABORT-RUN = "N"
               MOVE SPACES TO WS-MV-COMMAND
               STRING "mv " DELIMITED BY SIZE
                      WS-TMP-FILENAME DELIMITED BY SIZE
                      " accounts.txt" DELIMITED BY SIZE
                      INTO WS-MV-COMMAND
               CALL "SYSTEM" USING BY CONTENT WS-MV-COMMAND
           END-IF.

       POST-ONE-ACCOUNT.
           MOVE ACC-RECORD-RAW(1:6) TO OD-LOOKUP
           PERFORM FIND-OD-ENTRY
           IF OD-FOUND = "N"
               EXIT PARAGRAPH
           END-IF

           IF OD-INTEREST(OD-SUB) > 0
               MOVE "ODI" TO ACC-RECORD-RAW(7:3)
               MOVE OD-NEW-BAL(OD-SUB) TO DISP-SIGNED
               MOVE DISP-SIGNED TO ACC-RECORD-RAW(10:13)
           END-IF
           IF OD-FREEZE(OD-SUB) = "Y"
               MOVE "F" TO ACC-RECORD-RAW(43:1)
           END-IF.

       WRITE-CHARGE-HISTORY.
           MOVE 0 TO OD-SUB
           PERFORM UNTIL OD-SUB >= OD-COUNT
               ADD 1 TO OD-SUB
               IF OD-INTEREST(OD-SUB) > 0
                   PERFORM WRITE-HISTORY-RECORD
               END-IF
               IF OD-FREEZE(OD-SUB) = "Y"
                   MOVE "A" TO AUD-KEY-TYPE
                   MOVE OD-ACCT(OD-SUB) TO AUD-KEY
                   MOVE "STATUS" TO AUD-FIELD
                   MOVE OD-STATUS(OD-SUB) TO AUD-OLD-VALUE
                   MOVE "F" TO AUD-NEW-VALUE
                   PERFORM WRITE-AUDIT
               END-IF
           END-PERFORM.

       WRITE-HISTORY-RECORD.
           MOVE OD-INTEREST(OD-SUB) TO HIST-AMOUNT-ED
           MOVE OD-BALANCE(OD-SUB)  TO HIST-BAL-BEFORE-ED
           MOVE OD-NEW-BAL(OD-SUB)  TO HIST-BAL-AFTER-ED

           MOVE SPACES             TO HIST-RECORD
           MOVE OD-ACCT(OD-SUB)    TO HIST-RECORD(1:6)
           MOVE "ODI"              TO HIST-RECORD(7:3)
           MOVE HIST-AMOUNT-ED     TO HIST-RECORD(10:12)
           MOVE HIST-BAL-BEFORE-ED TO HIST-RECORD(22:13)
           MOVE HIST-BAL-AFTER-ED  TO HIST-RECORD(35:13)
           MOVE "000000"           TO HIST-RECORD(48:6)
           MOVE BUS-DATE           TO HIST-RECORD(54:8)
           MOVE WS-RUN-ID          TO HIST-RECORD(62:14)
           MOVE "SYSTEM"           TO HIST-RECORD(76:8)

           OPEN EXTEND HIST-FILE
           IF WS-HIST NOT = "00"
               IF WS-HIST = "35"
                   OPEN OUTPUT HIST-FILE
                   IF WS-HIST NOT = "00"
                       DISPLAY "HIST-FILE CREATE FAILED, STATUS = "
                               WS-HIST
                       EXIT PARAGRAPH
                   END-IF
                   CLOSE HIST-FILE
                   OPEN EXTEND HIST-FILE
                   IF WS-HIST NOT = "00"
                       DISPLAY "HIST-FILE EXTEND FAILED, STATUS = "
                               WS-HIST
                       EXIT PARAGRAPH
                   END-IF
               ELSE
                   DISPLAY "HIST-FILE EXTEND FAILED, STATUS = " WS-HIST
                   EXIT PARAGRAPH
               END-IF
           END-IF

           WRITE HIST-RECORD
           IF WS-HIST NOT = "00"
               DISPLAY "HIST-FILE WRITE FAILED, STATUS = " WS-HIST
           END-IF

           CLOSE HIST-FILE
           IF WS-HIST NOT = "00"
               DISPLAY "HIST-FILE CLOSE FAILED, STATUS = " WS-HIST
           END-IF.

       WRITE-AUDIT.
           MOVE SPACES        TO AUD-RECORD
           MOVE BUS-DATE      TO AUD-RECORD(1:8)
           MOVE WS-RUN-ID     TO AUD-RECORD(9:14)
           MOVE "ODAGING"     TO AUD-RECORD(23:8)
           MOVE "SYSTEM"      TO AUD-RECORD(31:8)
           MOVE AUD-KEY-TYPE  TO AUD-RECORD(39:1)
           MOVE AUD-KEY       TO AUD-RECORD(40:6)
           MOVE AUD-FIELD     TO AUD-RECORD(46:12)
           MOVE AUD-OLD-VALUE TO AUD-RECORD(58:30)
           MOVE AUD-NEW-VALUE TO AUD-RECORD(88:30)

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

       LOAD-CUSTOMER-NAMES.
           IF CUST-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT CUS-FILE
           IF WS-CUS NOT = "00" AND WS-CUS NOT = "35"
               DISPLAY "CUS-FILE OPEN FAILED, STATUS = " WS-CUS
               EXIT PARAGRAPH
           END-IF

           IF WS-CUS = "35"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF-CUS
           PERFORM UNTIL WS-EOF-CUS = "Y"
               READ CUS-FILE
               EVALUATE WS-CUS
                   WHEN "00"
                       MOVE 0 TO CUST-SUB
                       PERFORM UNTIL CUST-SUB >= CUST-COUNT
                           ADD 1 TO CUST-SUB
                           IF CT-CUST(CUST-SUB) = CUS-RECORD(1:6)
                               MOVE CUS-RECORD(7:20)
                                   TO CT-NAME(CUST-SUB)
                           END-IF
                       END-PERFORM
                   WHEN "10"
                       MOVE "Y" TO WS-EOF-CUS
                   WHEN OTHER
                       DISPLAY "CUS-FILE READ FAILED, STATUS = " WS-CUS
                       MOVE "Y" TO WS-EOF-CUS
               END-EVALUATE
           END-PERFORM

           CLOSE CUS-FILE.

       PRINT-AGING-REPORT.
           OPEN OUTPUT REPT-FILE
           IF WS-REPT NOT = "00"
               DISPLAY "REPT-FILE OPEN FAILED, STATUS = " WS-REPT
               EXIT PARAGRAPH
           END-IF

           MOVE OD-PERCENT TO OD-PERCENT-ED
           MOVE SPACES TO REPT-RECORD
           STRING "OVERDRAFT AGING FOR " DELIMITED BY SIZE
                  BUS-DATE DELIMITED BY SIZE
                  " RUN " DELIMITED BY SIZE
                  WS-RUN-ID DELIMITED BY SIZE
                  " DEBIT INTEREST " DELIMITED BY SIZE
                  OD-PERCENT-ED DELIMITED BY SIZE
                  " PERCENT" DELIMITED BY SIZE
                  INTO REPT-RECORD
           PERFORM WRITE-REPT-LINE

           IF OD-COUNT = 0
               MOVE "  NO OVERDRAWN ACCOUNTS" TO REPT-RECORD
               PERFORM WRITE-REPT-LINE
               CLOSE REPT-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REPT-RECORD
           PERFORM WRITE-REPT-LINE
           MOVE SPACES TO REPT-RECORD
           MOVE "  ACCOUNT CUSTOMER" TO REPT-RECORD
           MOVE "BALANCE" TO REPT-RECORD(26:7)
           MOVE "OD LIMIT" TO REPT-RECORD(40:8)
           MOVE "OD SINCE" TO REPT-RECORD(50:8)
           MOVE "DAYS" TO REPT-RECORD(67:4)
           MOVE "BUCKET" TO REPT-RECORD(73:6)
           MOVE "INTEREST" TO REPT-RECORD(88:8)
           PERFORM WRITE-REPT-LINE

           MOVE 0 TO OD-SUB
           PERFORM UNTIL OD-SUB >= OD-COUNT
               ADD 1 TO OD-SUB
               PERFORM PRINT-AGING-LINE
           END-PERFORM

           MOVE SPACES TO REPT-RECORD
           PERFORM WRITE-REPT-LINE
           MOVE "  TOTALS BY BUCKET" TO REPT-RECORD
           PERFORM WRITE-REPT-LINE
           MOVE 0 TO BUCKET-SUB
           PERFORM UNTIL BUCKET-SUB >= 4
               ADD 1 TO BUCKET-SUB
               MOVE BK-COUNT(BUCKET-SUB) TO COUNT-ED
               MOVE BK-EXPOSURE(BUCKET-SUB) TO EXPOSURE-ED
               MOVE BK-INTEREST(BUCKET-SUB) TO INTEREST-ED
               MOVE SPACES TO REPT-RECORD
               STRING "    " DELIMITED BY SIZE
                      BK-LABEL(BUCKET-SUB) DELIMITED BY SIZE
                      " ACCOUNTS " DELIMITED BY SIZE
                      COUNT-ED DELIMITED BY SIZE
                      "  EXPOSURE " DELIMITED BY SIZE
                      EXPOSURE-ED DELIMITED BY SIZE
                      "  INTEREST " DELIMITED BY SIZE
                      INTEREST-ED DELIMITED BY SIZE
                      INTO REPT-RECORD
               PERFORM WRITE-REPT-LINE
           END-PERFORM
           MOVE OD-COUNT TO COUNT-ED
           MOVE TOTAL-EXPOSURE TO EXPOSURE-ED
           MOVE TOTAL-INTEREST TO INTEREST-ED
           MOVE SPACES TO REPT-RECORD
           STRING "    ALL        ACCOUNTS " DELIMITED BY SIZE
                  COUNT-ED DELIMITED BY SIZE
                  "  EXPOSURE " DELIMITED BY SIZE
                  EXPOSURE-ED DELIMITED BY SIZE
                  "  INTEREST " DELIMITED BY SIZE
                  INTEREST-ED DELIMITED BY SIZE
                  INTO REPT-RECORD
           PERFORM WRITE-REPT-LINE

           MOVE SPACES TO REPT-RECORD
           PERFORM WRITE-REPT-LINE
           MOVE "  TOTALS BY CUSTOMER" TO REPT-RECORD
           PERFORM WRITE-REPT-LINE
           MOVE 0 TO CUST-SUB
           PERFORM UNTIL CUST-SUB >= CUST-COUNT
               ADD 1 TO CUST-SUB
               PERFORM PRINT-CUSTOMER-LINE
           END-PERFORM

           MOVE SPACES TO REPT-RECORD
           PERFORM WRITE-REPT-LINE
           MOVE "  REFERRED FOR COLLECTIONS" TO REPT-RECORD
           PERFORM WRITE-REPT-LINE
           IF ACCOUNTS-COLLECT = 0
               MOVE "    NONE" TO REPT-RECORD
               PERFORM WRITE-REPT-LINE
           END-IF
           MOVE 0 TO OD-SUB
           PERFORM UNTIL OD-SUB >= OD-COUNT
               ADD 1 TO OD-SUB
               IF OD-COLLECT(OD-SUB) = "Y"
                   PERFORM PRINT-COLLECTION-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO REPT-RECORD
           PERFORM WRITE-REPT-LINE
           MOVE ACCOUNTS-CHARGED TO COUNT-ED
           MOVE TOTAL-INTEREST TO INTEREST-ED
           MOVE SPACES TO REPT-RECORD
           STRING "  ACCOUNTS CHARGED " DELIMITED BY SIZE
                  COUNT-ED DELIMITED BY SIZE
                  "  DEBIT INTEREST " DELIMITED BY SIZE
                  INTEREST-ED DELIMITED BY SIZE
                  INTO REPT-RECORD
           PERFORM WRITE-REPT-LINE
           MOVE ACCOUNTS-FROZEN TO COUNT-ED
           MOVE SPACES TO REPT-RECORD
           STRING "  ACCOUNTS FROZEN " DELIMITED BY SIZE
                  COUNT-ED DELIMITED BY SIZE
                  INTO REPT-RECORD
           PERFORM WRITE-REPT-LINE

           CLOSE REPT-FILE.

       PRINT-AGING-LINE.
           MOVE OD-NEW-BAL(OD-SUB) TO BALANCE-ED
           MOVE OD-LIMIT(OD-SUB) TO LIMIT-ED
           MOVE OD-DAYS(OD-SUB) TO DAYS-ED
           MOVE OD-INTEREST(OD-SUB) TO INTEREST-ED
           MOVE OD-BUCKET(OD-SUB) TO BUCKET-SUB
           MOVE SPACES TO REPT-RECORD
           STRING "  " DELIMITED BY SIZE
                  OD-ACCT(OD-SUB) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  OD-CUST(OD-SUB) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  BALANCE-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LIMIT-ED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  OD-START(OD-SUB) DELIMITED BY SIZE
                  INTO REPT-RECORD
           IF OD-START-KNOWN(OD-SUB) = "N"
               MOVE "*" TO REPT-RECORD(58:1)
           END-IF
           MOVE DAYS-ED TO REPT-RECORD(66:5)
           MOVE BK-LABEL(BUCKET-SUB) TO REPT-RECORD(73:10)
           MOVE INTEREST-ED TO REPT-RECORD(83:13)
           IF OD-FREEZE(OD-SUB) = "Y"
               MOVE "FROZEN TODAY" TO REPT-RECORD(98:12)
           ELSE
               IF OD-STATUS(OD-SUB) = "F"
                   MOVE "FROZEN" TO REPT-RECORD(98:6)
               END-IF
           END-IF
           PERFORM WRITE-REPT-LINE.

       PRINT-CUSTOMER-LINE.
           MOVE CT-COUNT(CUST-SUB) TO COUNT-ED
           MOVE CT-EXPOSURE(CUST-SUB) TO EXPOSURE-ED
           MOVE CT-INTEREST(CUST-SUB) TO INTEREST-ED
           MOVE SPACES TO REPT-RECORD
           IF CT-NAME(CUST-SUB) = SPACES
               MOVE "NOT ON CUSTOMER FILE" TO CT-NAME(CUST-SUB)
           END-IF
           STRING "    " DELIMITED BY SIZE
                  CT-CUST(CUST-SUB) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CT-NAME(CUST-SUB) DELIMITED BY SIZE
                  " ACCOUNTS " DELIMITED BY SIZE
                  COUNT-ED DELIMITED BY SIZE
                  "  EXPOSURE " DELIMITED BY SIZE
                  EXPOSURE-ED DELIMITED BY SIZE
                  "  INTEREST " DELIMITED BY SIZE
                  INTEREST-ED DELIMITED BY SIZE
                  INTO REPT-RECORD
           PERFORM WRITE-REPT-LINE.

       PRINT-COLLECTION-LINE.
           MOVE OD-NEW-BAL(OD-SUB) TO BALANCE-ED
           MOVE OD-LIMIT(OD-SUB) TO LIMIT-ED
           MOVE OD-DAYS(OD-SUB) TO DAYS-ED
           MOVE SPACES TO REPT-RECORD
           STRING "    " DELIMITED BY SIZE
                  OD-ACCT(OD-SUB) DELIMITED BY SIZE
                  "  CUSTOMER " DELIMITED BY SIZE
                  OD-CUST(OD-SUB) DELIMITED BY SIZE
                  "  BALANCE " DELIMITED BY SIZE
                  BALANCE-ED DELIMITED BY SIZE
                  "  LIMIT " DELIMITED BY SIZE
                  LIMIT-ED DELIMITED BY SIZE
                  "  DAYS " DELIMITED BY SIZE
                  DAYS-ED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  OD-REASON(OD-SUB) DELIMITED BY SIZE
                  INTO REPT-RECORD
           IF OD-FREEZE(OD-SUB) = "Y"
               MOVE "FROZEN TODAY" TO REPT-RECORD(106:12)
           ELSE
               MOVE "ALREADY FROZEN" TO REPT-RECORD(106:14)
           END-IF
           PERFORM WRITE-REPT-LINE.

       WRITE-REPT-LINE.
           DISPLAY REPT-RECORD
           WRITE REPT-RECORD
           IF WS-REPT NOT = "00"
               DISPLAY "REPT-FILE WRITE FAILED, STATUS = " WS-REPT
           END-IF.
