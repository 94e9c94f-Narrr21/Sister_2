       IDENTIFICATION DIVISION.
       PROGRAM-ID. TDMATURE.

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
           SELECT TDP-FILE ASSIGN TO "termdeps.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TDP.
           SELECT LOCK-FILE ASSIGN TO "temp.lock/owner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK.
           SELECT BUS-FILE ASSIGN TO "busdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS.
           SELECT WHT-FILE ASSIGN TO "whtrate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHT.
           SELECT REPT-FILE ASSIGN TO "tdmatrept.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPT.
           SELECT AUD-FILE ASSIGN TO "auditlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD.

       DATA DIVISION.
       FILE SECTION.

       FD ACC-FILE.
       01 ACC-RECORD-RAW        COPY acctrec.

       FD TMP-FILE.
       01 TMP-RECORD            COPY acctrec.

       FD HIST-FILE.
       01 HIST-RECORD           COPY histrec.

       FD TDP-FILE.
       01 TDP-RECORD            COPY tdrec.

       FD LOCK-FILE.
       01 LOCK-RECORD           PIC X(30).

       FD BUS-FILE.
       01 BUS-RECORD            PIC X(8).

       FD WHT-FILE.
       01 WHT-RECORD            PIC X(5).

       FD REPT-FILE.
       01 REPT-RECORD           PIC X(120).

       FD AUD-FILE.
       01 AUD-RECORD            COPY audrec.

       WORKING-STORAGE SECTION.
       77 WS-ACC                 PIC XX.
       77 WS-TMP                 PIC XX.
       77 WS-HIST                PIC XX.
       77 WS-TDP                 PIC XX.
       77 WS-LOCK                PIC XX.
       77 WS-BUS                 PIC XX.
       77 WS-WHT                 PIC XX.
       77 WS-REPT                PIC XX.
       77 WS-AUD                 PIC XX.
       77 WS-EOF-ACC             PIC X VALUE "N".
       77 WS-EOF-TDP             PIC X VALUE "N".

       77 WS-CURRENT-DATE        PIC X(21).
       77 WS-RUN-ID              PIC X(14).
       77 BUS-DATE               PIC X(8).
       77 WS-TMP-FILENAME        PIC X(22).
       77 WS-MV-COMMAND          PIC X(60).
       77 ABORT-RUN              PIC X VALUE "N".

       77 ACC-BALANCE            PIC S9(9)V99.
       77 ACC-STATUS             PIC X.
           88 ACC-STATUS-ACTIVE      VALUE "A".
           88 ACC-STATUS-FROZEN      VALUE "F".
           88 ACC-STATUS-CLOSED      VALUE "C".
           88 ACC-STATUS-DORMANT     VALUE "D".

       77 WHT-PERCENT            PIC 9(3)V99 VALUE 20.00.
       77 WHT-PERCENT-ED         PIC ZZ9.99.

       77 TDEP-TABLE-MAX         PIC 9(5) VALUE 10000.
       77 TDEP-COUNT             PIC 9(5) VALUE 0.
       77 TDEP-SUB               PIC 9(5) VALUE 0.
       01 TDEP-TABLE.
           05 TDEP-ENTRY         OCCURS 10000 TIMES.
              10 TDEP-ACCT       PIC X(6).
              10 TDEP-PRINCIPAL  PIC 9(9)V99.
              10 TDEP-TERM       PIC 9(3).
              10 TDEP-RATE       PIC 9(3)V99.
              10 TDEP-START      PIC X(8).
              10 TDEP-MATURITY   PIC X(8).
              10 TDEP-INSTR      PIC X.
              10 TDEP-LINKED     PIC X(6).
              10 TDEP-STATUS     PIC X.

       77 MAT-TABLE-MAX          PIC 9(5) VALUE 1000.
       77 MAT-COUNT              PIC 9(5) VALUE 0.
       77 MAT-SUB                PIC 9(5) VALUE 0.
       01 MAT-TABLE.
           05 MAT-ENTRY          OCCURS 1000 TIMES.
              10 MAT-TDEP-SUB    PIC 9(5).
              10 MAT-ACCT        PIC X(6).
              10 MAT-NAME        PIC X(20).
              10 MAT-FOUND       PIC X.
              10 MAT-ACC-STATUS  PIC X.
              10 MAT-BAL-BEFORE  PIC S9(9)V99.
              10 MAT-INTEREST    PIC 9(9)V99.
              10 MAT-WHT         PIC 9(9)V99.
              10 MAT-GROSS-BAL   PIC S9(9)V99.
              10 MAT-NET-BAL     PIC S9(9)V99.
              10 MAT-LINKED      PIC X(6).
              10 MAT-LINK-FOUND  PIC X.
              10 MAT-LINK-STATUS PIC X.
              10 MAT-LINK-BEFORE PIC S9(9)V99.
              10 MAT-LINK-AFTER  PIC S9(9)V99.
              10 MAT-OUTCOME     PIC X.
              10 MAT-NOTE        PIC X(30).

       77 UP-TABLE-MAX           PIC 9(5) VALUE 1000.
       77 UP-COUNT               PIC 9(5) VALUE 0.
       77 UP-SUB                 PIC 9(5) VALUE 0.
       01 UP-TABLE.
           05 UP-ENTRY           OCCURS 1000 TIMES.
              10 UP-TDEP-SUB     PIC 9(5).
              10 UP-NAME         PIC X(20).
              10 UP-CUSTOMER     PIC X(6).

       77 BUS-DATE-INTEGER       PIC 9(7).
       77 HORIZON-DATE           PIC 9(8).
       77 HORIZON-X              PIC X(8).
       77 TERM-DAYS              PIC 9(5).

       77 TD-START-X             PIC X(8).
       77 TD-TERM-MONTHS         PIC 9(3).
       77 TD-MATURITY-X          PIC X(8).
       77 TD-MATURITY-NUM        PIC 9(8).
       77 TD-TOTAL-MONTHS        PIC 9(6).
       77 TD-YEAR                PIC 9(4).
       77 TD-MONTH               PIC 9(2).
       77 TD-DAY                 PIC 9(2).
       77 TD-DATE-INTEGER        PIC 9(7).
       77 TD-RATE-DIGITS         PIC 9(5).

       77 MATURED-COUNT          PIC 9(5) VALUE 0.
       77 RENEWED-COUNT          PIC 9(5) VALUE 0.
       77 PAID-COUNT             PIC 9(5) VALUE 0.
       77 HELD-COUNT             PIC 9(5) VALUE 0.
       77 SKIPPED-COUNT          PIC 9(5) VALUE 0.
       77 TOTAL-INTEREST         PIC 9(11)V99 VALUE 0.
       77 TOTAL-WITHHELD         PIC 9(11)V99 VALUE 0.
       77 TOTAL-PAID             PIC 9(11)V99 VALUE 0.

       77 TOTAL-ED               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       77 AMOUNT-ED              PIC ZZZ,ZZZ,ZZ9.99.
       77 BALANCE-ED             PIC ----,---,--9.99.
       77 COUNT-ED               PIC ZZZ,ZZ9.
       77 RATE-ED                PIC ZZ9.99.
       77 DISP-AMOUNT            PIC 9(9).99.
       77 DISP-SIGNED            PIC -9(9).99.

       77 HIST-ACCOUNT           PIC X(6).
       77 HIST-ACTION            PIC X(3).
       77 HIST-AMOUNT-ED         PIC 9(9).99.
       77 HIST-BAL-BEFORE-ED     PIC -9(9).99.
       77 HIST-BAL-AFTER-ED      PIC -9(9).99.
       77 HIST-TARGET-ACCT       PIC X(6).

       77 AUD-KEY-TYPE           PIC X.
       77 AUD-KEY                PIC X(6).
       77 AUD-FIELD              PIC X(12).
       77 AUD-OLD-VALUE          PIC X(30).
       77 AUD-NEW-VALUE          PIC X(30).

       PROCEDURE DIVISION.

       MAIN.
           PERFORM BUILD-RUN-ID
           PERFORM CHECK-RUN-LOCK
           IF ABORT-RUN = "Y"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM READ-BUSINESS-DATE
           PERFORM READ-WHT-RATE
           PERFORM LOAD-TERM-DEPOSITS
           IF ABORT-RUN = "N"
               PERFORM SELECT-DEPOSITS
           END-IF
           IF ABORT-RUN = "N"
               PERFORM CAPTURE-ACCOUNTS
           END-IF
           IF ABORT-RUN = "N"
               PERFORM DECIDE-MATURITIES
               PERFORM POST-MATURITIES
           END-IF
           IF ABORT-RUN = "N"
               PERFORM WRITE-MATURITY-HISTORY
               PERFORM WRITE-TERM-DEPOSITS
           END-IF
           IF ABORT-RUN = "N"
               PERFORM PRINT-MATURITY-REPORT
           END-IF
           PERFORM RELEASE-RUN-LOCK

           IF ABORT-RUN = "Y"
               DISPLAY "MATURITY RUN ABORTED, ACCOUNTS.TXT UNCHANGED"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "TERM DEPOSITS MATURED " MATURED-COUNT
                       " RENEWED " RENEWED-COUNT
                       " PAID OUT " PAID-COUNT
                       " HELD " HELD-COUNT
                       " SKIPPED " SKIPPED-COUNT
               MOVE TOTAL-INTEREST TO TOTAL-ED
               DISPLAY "GROSS INTEREST  " TOTAL-ED
               MOVE TOTAL-WITHHELD TO TOTAL-ED
               DISPLAY "TAX WITHHELD    " TOTAL-ED
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

       READ-WHT-RATE.
           MOVE WHT-PERCENT TO WHT-PERCENT-ED
           OPEN INPUT WHT-FILE
           IF WS-WHT NOT = "00" AND WS-WHT NOT = "35"
               DISPLAY "WHT-FILE OPEN FAILED, STATUS = " WS-WHT
                       ", USING DEFAULT " WHT-PERCENT-ED " PERCENT"
               EXIT PARAGRAPH
           END-IF

           IF WS-WHT = "35"
               DISPLAY "NO WITHHOLDING RATE ON FILE, USING DEFAULT "
                       WHT-PERCENT-ED " PERCENT"
               EXIT PARAGRAPH
           END-IF

           READ WHT-FILE
           EVALUATE WS-WHT
               WHEN "00"
                   IF WHT-RECORD NUMERIC
                           AND FUNCTION NUMVAL(WHT-RECORD) <= 10000
                       COMPUTE WHT-PERCENT =
                           FUNCTION NUMVAL(WHT-RECORD) / 100
                   ELSE
                       DISPLAY "WHT-FILE RECORD NOT VALID, USING "
                               "DEFAULT " WHT-PERCENT-ED " PERCENT"
                   END-IF
               WHEN "10"
                   DISPLAY "WHT-FILE EMPTY, USING DEFAULT "
                           WHT-PERCENT-ED " PERCENT"
               WHEN OTHER
                   DISPLAY "WHT-FILE READ FAILED, STATUS = " WS-WHT
                           ", USING DEFAULT " WHT-PERCENT-ED " PERCENT"
           END-EVALUATE

           CLOSE WHT-FILE.

       LOAD-TERM-DEPOSITS.
           MOVE 0 TO TDEP-COUNT
           OPEN INPUT TDP-FILE
           IF WS-TDP NOT = "00" AND WS-TDP NOT = "35"
               DISPLAY "TDP-FILE OPEN FAILED, STATUS = " WS-TDP
               MOVE "Y" TO ABORT-RUN
               EXIT PARAGRAPH
           END-IF

           IF WS-TDP = "35"
               DISPLAY "NO TERM DEPOSITS ON FILE"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF-TDP
           PERFORM UNTIL WS-EOF-TDP = "Y"
               READ TDP-FILE
               EVALUATE WS-TDP
                   WHEN "00"
                       IF TDEP-COUNT >= TDEP-TABLE-MAX
                           DISPLAY "TERM DEPOSIT TABLE FULL AT "
                                   TDEP-TABLE-MAX " RECORDS"
                           MOVE "Y" TO ABORT-RUN
                           MOVE "Y" TO WS-EOF-TDP
                       ELSE
                           ADD 1 TO TDEP-COUNT
                           MOVE TDP-RECORD(1:6)
                               TO TDEP-ACCT(TDEP-COUNT)
                           MOVE FUNCTION NUMVAL(TDP-RECORD(7:12))
                               TO TDEP-PRINCIPAL(TDEP-COUNT)
                           MOVE TDP-RECORD(19:3)
                               TO TDEP-TERM(TDEP-COUNT)
                           COMPUTE TDEP-RATE(TDEP-COUNT) =
                               FUNCTION NUMVAL(TDP-RECORD(22:5)) / 100
                           MOVE TDP-RECORD(27:8)
                               TO TDEP-START(TDEP-COUNT)
                           MOVE TDP-RECORD(35:8)
                               TO TDEP-MATURITY(TDEP-COUNT)
                           MOVE TDP-RECORD(43:1)
                               TO TDEP-INSTR(TDEP-COUNT)
                           MOVE TDP-RECORD(44:6)
                               TO TDEP-LINKED(TDEP-COUNT)
                           MOVE TDP-RECORD(50:1)
                               TO TDEP-STATUS(TDEP-COUNT)
                       END-IF
                   WHEN "10"
                       MOVE "Y" TO WS-EOF-TDP
                   WHEN OTHER
                       DISPLAY "TDP-FILE READ FAILED, STATUS = " WS-TDP
                       MOVE "Y" TO ABORT-RUN
                       MOVE "Y" TO WS-EOF-TDP
               END-EVALUATE
           END-PERFORM

           CLOSE TDP-FILE.

       SELECT-DEPOSITS.
           COMPUTE BUS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(BUS-DATE))
           COMPUTE HORIZON-DATE =
               FUNCTION DATE-OF-INTEGER(BUS-DATE-INTEGER + 7)
           MOVE HORIZON-DATE TO HORIZON-X

           MOVE 0 TO MAT-COUNT
           MOVE 0 TO UP-COUNT
           MOVE 0 TO TDEP-SUB
           PERFORM UNTIL TDEP-SUB >= TDEP-COUNT
               ADD 1 TO TDEP-SUB
               IF TDEP-STATUS(TDEP-SUB) = "A"
                   IF TDEP-MATURITY(TDEP-SUB) <= BUS-DATE
                       PERFORM ADD-MATURED-ENTRY
                   ELSE
                       IF TDEP-MATURITY(TDEP-SUB) <= HORIZON-X
                           PERFORM ADD-UPCOMING-ENTRY
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       ADD-MATURED-ENTRY.
           IF MAT-COUNT >= MAT-TABLE-MAX
               DISPLAY "MATURITY TABLE FULL AT " MAT-TABLE-MAX
                       " RECORDS, REMAINDER LEFT FOR NEXT RUN"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO MAT-COUNT
           MOVE TDEP-SUB              TO MAT-TDEP-SUB(MAT-COUNT)
           MOVE TDEP-ACCT(TDEP-SUB)   TO MAT-ACCT(MAT-COUNT)
           MOVE TDEP-LINKED(TDEP-SUB) TO MAT-LINKED(MAT-COUNT)
           MOVE SPACES TO MAT-NAME(MAT-COUNT)
           MOVE "N" TO MAT-FOUND(MAT-COUNT)
           MOVE SPACE TO MAT-ACC-STATUS(MAT-COUNT)
           MOVE "N" TO MAT-LINK-FOUND(MAT-COUNT)
           MOVE SPACE TO MAT-LINK-STATUS(MAT-COUNT)
           MOVE 0 TO MAT-BAL-BEFORE(MAT-COUNT)
           MOVE 0 TO MAT-INTEREST(MAT-COUNT)
           MOVE 0 TO MAT-WHT(MAT-COUNT)
           MOVE 0 TO MAT-GROSS-BAL(MAT-COUNT)
           MOVE 0 TO MAT-NET-BAL(MAT-COUNT)
           MOVE 0 TO MAT-LINK-BEFORE(MAT-COUNT)
           MOVE 0 TO MAT-LINK-AFTER(MAT-COUNT)
           MOVE "S" TO MAT-OUTCOME(MAT-COUNT)
           MOVE SPACES TO MAT-NOTE(MAT-COUNT).

       ADD-UPCOMING-ENTRY.
           IF UP-COUNT >= UP-TABLE-MAX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO UP-COUNT
           MOVE TDEP-SUB TO UP-TDEP-SUB(UP-COUNT)
           MOVE SPACES TO UP-NAME(UP-COUNT)
           MOVE SPACES TO UP-CUSTOMER(UP-COUNT).

       CAPTURE-ACCOUNTS.
           IF MAT-COUNT = 0 AND UP-COUNT = 0
               EXIT PARAGRAPH
           END-IF

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
                       PERFORM CAPTURE-ONE-ACCOUNT
                   WHEN "10"
                       MOVE "Y" TO WS-EOF-ACC
                   WHEN OTHER
                       DISPLAY "ACC-FILE READ FAILED, STATUS = " WS-ACC
                       MOVE "Y" TO ABORT-RUN
                       MOVE "Y" TO WS-EOF-ACC
               END-EVALUATE
           END-PERFORM

           CLOSE ACC-FILE.

       CAPTURE-ONE-ACCOUNT.
           MOVE 0 TO MAT-SUB
           PERFORM UNTIL MAT-SUB >= MAT-COUNT
               ADD 1 TO MAT-SUB
               IF MAT-ACCT(MAT-SUB) = ACC-RECORD-RAW(1:6)
                   MOVE "Y" TO MAT-FOUND(MAT-SUB)
                   MOVE ACC-RECORD-RAW(23:20) TO MAT-NAME(MAT-SUB)
                   MOVE ACC-RECORD-RAW(43:1)
                       TO MAT-ACC-STATUS(MAT-SUB)
                   MOVE FUNCTION NUMVAL(ACC-RECORD-RAW(10:13))
                       TO MAT-BAL-BEFORE(MAT-SUB)
               END-IF
               IF MAT-LINKED(MAT-SUB) = ACC-RECORD-RAW(1:6)
                   MOVE "Y" TO MAT-LINK-FOUND(MAT-SUB)
                   MOVE ACC-RECORD-RAW(43:1)
                       TO MAT-LINK-STATUS(MAT-SUB)
               END-IF
           END-PERFORM

           MOVE 0 TO UP-SUB
           PERFORM UNTIL UP-SUB >= UP-COUNT
               ADD 1 TO UP-SUB
               IF TDEP-ACCT(UP-TDEP-SUB(UP-SUB)) = ACC-RECORD-RAW(1:6)
                   MOVE ACC-RECORD-RAW(23:20) TO UP-NAME(UP-SUB)
                   MOVE ACC-RECORD-RAW(57:6) TO UP-CUSTOMER(UP-SUB)
               END-IF
           END-PERFORM.

       DECIDE-MATURITIES.
           MOVE 0 TO MAT-SUB
           PERFORM UNTIL MAT-SUB >= MAT-COUNT
               ADD 1 TO MAT-SUB
               MOVE MAT-TDEP-SUB(MAT-SUB) TO TDEP-SUB
               PERFORM DECIDE-ONE-MATURITY
           END-PERFORM.

       DECIDE-ONE-MATURITY.
           IF MAT-FOUND(MAT-SUB) = "N"
               MOVE "ACCOUNT NOT FOUND" TO MAT-NOTE(MAT-SUB)
               ADD 1 TO SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           IF MAT-ACC-STATUS(MAT-SUB) = "F"
               MOVE "ACCOUNT FROZEN" TO MAT-NOTE(MAT-SUB)
               ADD 1 TO SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           IF MAT-ACC-STATUS(MAT-SUB) = "C"
               MOVE "ACCOUNT CLOSED" TO MAT-NOTE(MAT-SUB)
               ADD 1 TO SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF

           COMPUTE TERM-DAYS =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(TDEP-MATURITY(TDEP-SUB)))
               - FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(TDEP-START(TDEP-SUB)))
           COMPUTE MAT-INTEREST(MAT-SUB) ROUNDED =
               TDEP-PRINCIPAL(TDEP-SUB) * TDEP-RATE(TDEP-SUB) / 100
               * TERM-DAYS / 365
           COMPUTE MAT-WHT(MAT-SUB) ROUNDED =
               MAT-INTEREST(MAT-SUB) * WHT-PERCENT / 100
           COMPUTE MAT-GROSS-BAL(MAT-SUB) =
               MAT-BAL-BEFORE(MAT-SUB) + MAT-INTEREST(MAT-SUB)
           COMPUTE MAT-NET-BAL(MAT-SUB) =
               MAT-GROSS-BAL(MAT-SUB) - MAT-WHT(MAT-SUB)
           ADD 1 TO MATURED-COUNT
           ADD MAT-INTEREST(MAT-SUB) TO TOTAL-INTEREST
           ADD MAT-WHT(MAT-SUB) TO TOTAL-WITHHELD

           EVALUATE TDEP-INSTR(TDEP-SUB)
               WHEN "R"
                   MOVE "R" TO MAT-OUTCOME(MAT-SUB)
                   ADD 1 TO RENEWED-COUNT
               WHEN "P"
                   IF MAT-LINK-FOUND(MAT-SUB) = "N"
                           OR MAT-LINK-STATUS(MAT-SUB) = "F"
                           OR MAT-LINK-STATUS(MAT-SUB) = "C"
                       MOVE "H" TO MAT-OUTCOME(MAT-SUB)
                       MOVE "LINKED ACCOUNT NOT AVAILABLE"
                           TO MAT-NOTE(MAT-SUB)
                       ADD 1 TO HELD-COUNT
                   ELSE
                       MOVE "P" TO MAT-OUTCOME(MAT-SUB)
                       ADD 1 TO PAID-COUNT
                       ADD MAT-NET-BAL(MAT-SUB) TO TOTAL-PAID
                   END-IF
               WHEN OTHER
                   MOVE "H" TO MAT-OUTCOME(MAT-SUB)
                   ADD 1 TO HELD-COUNT
           END-EVALUATE.

       POST-MATURITIES.
           IF MATURED-COUNT = 0
               EXIT PARAGRAPH
           END-IF

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
           MOVE FUNCTION NUMVAL(ACC-RECORD-RAW(10:13)) TO ACC-BALANCE
           MOVE ACC-RECORD-RAW(43:1) TO ACC-STATUS

           MOVE 0 TO MAT-SUB
           PERFORM UNTIL MAT-SUB >= MAT-COUNT
               ADD 1 TO MAT-SUB
               IF MAT-ACCT(MAT-SUB) = ACC-RECORD-RAW(1:6)
                       AND MAT-OUTCOME(MAT-SUB) NOT = "S"
                   PERFORM POST-DEPOSIT-ACCOUNT
               END-IF
               IF MAT-LINKED(MAT-SUB) = ACC-RECORD-RAW(1:6)
                       AND MAT-OUTCOME(MAT-SUB) = "P"
                   PERFORM POST-LINKED-ACCOUNT
               END-IF
           END-PERFORM.

       POST-DEPOSIT-ACCOUNT.
           IF MAT-OUTCOME(MAT-SUB) = "P"
               MOVE 0 TO ACC-BALANCE
               MOVE "XFR" TO ACC-RECORD-RAW(7:3)
               MOVE "C" TO ACC-RECORD-RAW(43:1)
           ELSE
               MOVE MAT-NET-BAL(MAT-SUB) TO ACC-BALANCE
               MOVE "INT" TO ACC-RECORD-RAW(7:3)
           END-IF
           MOVE ACC-BALANCE TO DISP-SIGNED
           MOVE DISP-SIGNED TO ACC-RECORD-RAW(10:13).

       POST-LINKED-ACCOUNT.
           MOVE ACC-BALANCE TO MAT-LINK-BEFORE(MAT-SUB)
           ADD MAT-NET-BAL(MAT-SUB) TO ACC-BALANCE
           MOVE ACC-BALANCE TO MAT-LINK-AFTER(MAT-SUB)
           MOVE "XFR" TO ACC-RECORD-RAW(7:3)
           MOVE ACC-BALANCE TO DISP-SIGNED
           MOVE DISP-SIGNED TO ACC-RECORD-RAW(10:13)
           IF ACC-STATUS-DORMANT
               MOVE "A" TO ACC-RECORD-RAW(43:1)
           END-IF.

       WRITE-MATURITY-HISTORY.
           MOVE 0 TO MAT-SUB
           PERFORM UNTIL MAT-SUB >= MAT-COUNT
               ADD 1 TO MAT-SUB
               MOVE MAT-TDEP-SUB(MAT-SUB) TO TDEP-SUB
               IF MAT-OUTCOME(MAT-SUB) NOT = "S"
                   PERFORM WRITE-ONE-MATURITY
               END-IF
           END-PERFORM.

       WRITE-ONE-MATURITY.
           MOVE MAT-ACCT(MAT-SUB) TO HIST-ACCOUNT
           MOVE "000000" TO HIST-TARGET-ACCT

           IF MAT-INTEREST(MAT-SUB) > 0
               MOVE "INT"                  TO HIST-ACTION
               MOVE MAT-INTEREST(MAT-SUB)  TO HIST-AMOUNT-ED
               MOVE MAT-BAL-BEFORE(MAT-SUB) TO HIST-BAL-BEFORE-ED
               MOVE MAT-GROSS-BAL(MAT-SUB) TO HIST-BAL-AFTER-ED
               PERFORM WRITE-HISTORY-RECORD
           END-IF
           IF MAT-WHT(MAT-SUB) > 0
               MOVE "WHT"                  TO HIST-ACTION
               MOVE MAT-WHT(MAT-SUB)       TO HIST-AMOUNT-ED
               MOVE MAT-GROSS-BAL(MAT-SUB) TO HIST-BAL-BEFORE-ED
               MOVE MAT-NET-BAL(MAT-SUB)   TO HIST-BAL-AFTER-ED
               PERFORM WRITE-HISTORY-RECORD
           END-IF

           EVALUATE MAT-OUTCOME(MAT-SUB)
               WHEN "R"
                   PERFORM RENEW-DEPOSIT
               WHEN "P"
                   PERFORM PAY-OUT-DEPOSIT
               WHEN OTHER
                   PERFORM HOLD-DEPOSIT
           END-EVALUATE.

       RENEW-DEPOSIT.
           MOVE TDEP-MATURITY(TDEP-SUB) TO TD-START-X
           MOVE TDEP-TERM(TDEP-SUB) TO TD-TERM-MONTHS
           PERFORM COMPUTE-MATURITY-DATE
           MOVE "T" TO AUD-KEY-TYPE
           MOVE MAT-ACCT(MAT-SUB) TO AUD-KEY
           MOVE "TD-MATURITY" TO AUD-FIELD
           MOVE TDEP-MATURITY(TDEP-SUB) TO AUD-OLD-VALUE
           MOVE TD-MATURITY-X TO AUD-NEW-VALUE
           PERFORM WRITE-AUDIT
           MOVE TD-START-X TO TDEP-START(TDEP-SUB)
           MOVE TD-MATURITY-X TO TDEP-MATURITY(TDEP-SUB)
           MOVE MAT-NET-BAL(MAT-SUB) TO TDEP-PRINCIPAL(TDEP-SUB)

           MOVE "RNW"                TO HIST-ACTION
           MOVE MAT-NET-BAL(MAT-SUB) TO HIST-AMOUNT-ED
           MOVE MAT-NET-BAL(MAT-SUB) TO HIST-BAL-BEFORE-ED
           MOVE MAT-NET-BAL(MAT-SUB) TO HIST-BAL-AFTER-ED
           PERFORM WRITE-HISTORY-RECORD.

       PAY-OUT-DEPOSIT.
           MOVE "T" TO AUD-KEY-TYPE
           MOVE MAT-ACCT(MAT-SUB) TO AUD-KEY
           MOVE "TD-STATUS" TO AUD-FIELD
           MOVE TDEP-STATUS(TDEP-SUB) TO AUD-OLD-VALUE
           MOVE "P" TO AUD-NEW-VALUE
           PERFORM WRITE-AUDIT
           MOVE "P" TO TDEP-STATUS(TDEP-SUB)
           IF MAT-ACC-STATUS(MAT-SUB) NOT = "C"
               MOVE "A" TO AUD-KEY-TYPE
               MOVE "STATUS" TO AUD-FIELD
               MOVE MAT-ACC-STATUS(MAT-SUB) TO AUD-OLD-VALUE
               MOVE "C" TO AUD-NEW-VALUE
               PERFORM WRITE-AUDIT
           END-IF
           IF MAT-LINK-STATUS(MAT-SUB) = "D"
               MOVE "A" TO AUD-KEY-TYPE
               MOVE MAT-LINKED(MAT-SUB) TO AUD-KEY
               MOVE "STATUS" TO AUD-FIELD
               MOVE "D" TO AUD-OLD-VALUE
               MOVE "A" TO AUD-NEW-VALUE
               PERFORM WRITE-AUDIT
           END-IF

           MOVE "XFR"                 TO HIST-ACTION
           MOVE MAT-ACCT(MAT-SUB)     TO HIST-ACCOUNT
           MOVE MAT-LINKED(MAT-SUB)   TO HIST-TARGET-ACCT
           MOVE MAT-NET-BAL(MAT-SUB)  TO HIST-AMOUNT-ED
           MOVE MAT-NET-BAL(MAT-SUB)  TO HIST-BAL-BEFORE-ED
           MOVE 0                     TO HIST-BAL-AFTER-ED
           PERFORM WRITE-HISTORY-RECORD

           MOVE MAT-LINKED(MAT-SUB)      TO HIST-ACCOUNT
           MOVE MAT-ACCT(MAT-SUB)        TO HIST-TARGET-ACCT
           MOVE MAT-LINK-BEFORE(MAT-SUB) TO HIST-BAL-BEFORE-ED
           MOVE MAT-LINK-AFTER(MAT-SUB)  TO HIST-BAL-AFTER-ED
           PERFORM WRITE-HISTORY-RECORD.

       HOLD-DEPOSIT.
           MOVE "T" TO AUD-KEY-TYPE
           MOVE MAT-ACCT(MAT-SUB) TO AUD-KEY
           MOVE "TD-STATUS" TO AUD-FIELD
           MOVE TDEP-STATUS(TDEP-SUB) TO AUD-OLD-VALUE
           MOVE "M" TO AUD-NEW-VALUE
           PERFORM WRITE-AUDIT
           MOVE "M" TO TDEP-STATUS(TDEP-SUB)

           MOVE "MAT"                TO HIST-ACTION
           MOVE MAT-NET-BAL(MAT-SUB) TO HIST-AMOUNT-ED
           MOVE MAT-NET-BAL(MAT-SUB) TO HIST-BAL-BEFORE-ED
           MOVE MAT-NET-BAL(MAT-SUB) TO HIST-BAL-AFTER-ED
           PERFORM WRITE-HISTORY-RECORD.

       COMPUTE-MATURITY-DATE.
           COMPUTE TD-TOTAL-MONTHS =
               FUNCTION NUMVAL(TD-START-X(1:4)) * 12
               + FUNCTION NUMVAL(TD-START-X(5:2)) - 1 + TD-TERM-MONTHS
           COMPUTE TD-YEAR = TD-TOTAL-MONTHS / 12
           COMPUTE TD-MONTH = TD-TOTAL-MONTHS - TD-YEAR * 12 + 1
           MOVE TD-START-X(7:2) TO TD-DAY

           COMPUTE TD-MATURITY-NUM =
               TD-YEAR * 10000 + TD-MONTH * 100 + TD-DAY
           COMPUTE TD-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(TD-MATURITY-NUM)
           PERFORM UNTIL TD-DATE-INTEGER > 0 OR TD-DAY <= 28
               SUBTRACT 1 FROM TD-DAY
               COMPUTE TD-MATURITY-NUM =
                   TD-YEAR * 10000 + TD-MONTH * 100 + TD-DAY
               COMPUTE TD-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(TD-MATURITY-NUM)
           END-PERFORM
           MOVE TD-MATURITY-NUM TO TD-MATURITY-X.

       WRITE-HISTORY-RECORD.
           MOVE SPACES             TO HIST-RECORD
           MOVE HIST-ACCOUNT       TO HIST-RECORD(1:6)
           MOVE HIST-ACTION        TO HIST-RECORD(7:3)
           MOVE HIST-AMOUNT-ED     TO HIST-RECORD(10:12)
           MOVE HIST-BAL-BEFORE-ED TO HIST-RECORD(22:13)
           MOVE HIST-BAL-AFTER-ED  TO HIST-RECORD(35:13)
           MOVE HIST-TARGET-ACCT   TO HIST-RECORD(48:6)
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
           MOVE "TDMATURE"    TO AUD-RECORD(23:8)
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

       WRITE-TERM-DEPOSITS.
           IF MATURED-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT TDP-FILE
           IF WS-TDP NOT = "00"
               DISPLAY "TDP-FILE WRITE FAILED, STATUS = " WS-TDP
               MOVE "Y" TO ABORT-RUN
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO TDEP-SUB
           PERFORM UNTIL TDEP-SUB >= TDEP-COUNT
               ADD 1 TO TDEP-SUB
               MOVE SPACES TO TDP-RECORD
               MOVE TDEP-ACCT(TDEP-SUB)      TO TDP-RECORD(1:6)
               MOVE TDEP-PRINCIPAL(TDEP-SUB) TO DISP-AMOUNT
               MOVE DISP-AMOUNT              TO TDP-RECORD(7:12)
               MOVE TDEP-TERM(TDEP-SUB)      TO TDP-RECORD(19:3)
               COMPUTE TD-RATE-DIGITS = TDEP-RATE(TDEP-SUB) * 100
               MOVE TD-RATE-DIGITS           TO TDP-RECORD(22:5)
               MOVE TDEP-START(TDEP-SUB)     TO TDP-RECORD(27:8)
               MOVE TDEP-MATURITY(TDEP-SUB)  TO TDP-RECORD(35:8)
               MOVE TDEP-INSTR(TDEP-SUB)     TO TDP-RECORD(43:1)
               MOVE TDEP-LINKED(TDEP-SUB)    TO TDP-RECORD(44:6)
               MOVE TDEP-STATUS(TDEP-SUB)    TO TDP-RECORD(50:1)
               WRITE TDP-RECORD
               IF WS-TDP NOT = "00"
                   DISPLAY "TDP-FILE WRITE FAILED, STATUS = " WS-TDP
                   MOVE "Y" TO ABORT-RUN
               END-IF
           END-PERFORM

           CLOSE TDP-FILE.

       PRINT-MATURITY-REPORT.
           OPEN OUTPUT REPT-FILE
           IF WS-REPT NOT = "00"
               DISPLAY "REPT-FILE OPEN FAILED, STATUS = " WS-REPT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REPT-RECORD
           STRING "TERM DEPOSIT MATURITY REPORT FOR " DELIMITED BY SIZE
                  BUS-DATE DELIMITED BY SIZE
                  INTO REPT-RECORD
           PERFORM WRITE-REPT-LINE

           MOVE SPACES TO REPT-RECORD
           PERFORM WRITE-REPT-LINE
           MOVE "MATURED DEPOSITS" TO REPT-RECORD
           PERFORM WRITE-REPT-LINE
           IF MAT-COUNT = 0
               MOVE "  NO DEPOSITS MATURED" TO REPT-RECORD
               PERFORM WRITE-REPT-LINE
           END-IF
           MOVE 0 TO MAT-SUB
           PERFORM UNTIL MAT-SUB >= MAT-COUNT
               ADD 1 TO MAT-SUB
               MOVE MAT-TDEP-SUB(MAT-SUB) TO TDEP-SUB
               PERFORM PRINT-MATURED-LINE
           END-PERFORM

           MOVE SPACES TO REPT-RECORD
           PERFORM WRITE-REPT-LINE
           MOVE SPACES TO REPT-RECORD
           STRING "DEPOSITS MATURING IN THE NEXT 7 DAYS (TO "
                      DELIMITED BY SIZE
                  HORIZON-X DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO REPT-RECORD
           PERFORM WRITE-REPT-LINE
           IF UP-COUNT = 0
               MOVE "  NO DEPOSITS DUE" TO REPT-RECORD
               PERFORM WRITE-REPT-LINE
           END-IF
           MOVE 0 TO UP-SUB
           PERFORM UNTIL UP-SUB >= UP-COUNT
               ADD 1 TO UP-SUB
               MOVE UP-TDEP-SUB(UP-SUB) TO TDEP-SUB
               PERFORM PRINT-UPCOMING-LINE
           END-PERFORM

           MOVE SPACES TO REPT-RECORD
           PERFORM WRITE-REPT-LINE
           MOVE MATURED-COUNT TO COUNT-ED
           MOVE SPACES TO REPT-RECORD
           STRING "  DEPOSITS MATURED  " DELIMITED BY SIZE
                  COUNT-ED DELIMITED BY SIZE
                  INTO REPT-RECORD
           PERFORM WRITE-REPT-LINE
           MOVE RENEWED-COUNT TO COUNT-ED
           MOVE SPACES TO REPT-RECORD
           STRING "  RENEWED           " DELIMITED BY SIZE
                  COUNT-ED DELIMITED BY SIZE
                  INTO REPT-RECORD
           PERFORM WRITE-REPT-LINE
           MOVE PAID-COUNT TO COUNT-ED
           MOVE SPACES TO REPT-RECORD
           STRING "  PAID OUT          " DELIMITED BY SIZE
                  COUNT-ED DELIMITED BY SIZE
                  INTO REPT-RECORD
           PERFORM WRITE-REPT-LINE
           MOVE HELD-COUNT TO COUNT-ED
           MOVE SPACES TO REPT-RECORD
           STRING "  HELD AT MATURITY  " DELIMITED BY SIZE
                  COUNT-ED DELIMITED BY SIZE
                  INTO REPT-RECORD
           PERFORM WRITE-REPT-LINE
           MOVE SKIPPED-COUNT TO COUNT-ED
           MOVE SPACES TO REPT-RECORD
           STRING "  NOT PROCESSED     " DELIMITED BY SIZE
                  COUNT-ED DELIMITED BY SIZE
                  INTO REPT-RECORD
           PERFORM WRITE-REPT-LINE
           MOVE TOTAL-INTEREST TO TOTAL-ED
           MOVE SPACES TO REPT-RECORD
           STRING "  GROSS INTEREST    " DELIMITED BY SIZE
                  TOTAL-ED DELIMITED BY SIZE
                  INTO REPT-RECORD
           PERFORM WRITE-REPT-LINE
           MOVE TOTAL-WITHHELD TO TOTAL-ED
           MOVE SPACES TO REPT-RECORD
           STRING "  TAX WITHHELD      " DELIMITED BY SIZE
                  TOTAL-ED DELIMITED BY SIZE
                  INTO REPT-RECORD
           PERFORM WRITE-REPT-LINE
           MOVE TOTAL-PAID TO TOTAL-ED
           MOVE SPACES TO REPT-RECORD
           STRING "  PROCEEDS PAID OUT " DELIMITED BY SIZE
                  TOTAL-ED DELIMITED BY SIZE
                  INTO REPT-RECORD
           PERFORM WRITE-REPT-LINE

           CLOSE REPT-FILE.

       PRINT-MATURED-LINE.
           MOVE MAT-INTEREST(MAT-SUB) TO AMOUNT-ED
           MOVE MAT-NET-BAL(MAT-SUB) TO BALANCE-ED
           MOVE SPACES TO REPT-RECORD
           EVALUATE MAT-OUTCOME(MAT-SUB)
               WHEN "R"
                   STRING "  " DELIMITED BY SIZE
                          MAT-ACCT(MAT-SUB) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          MAT-NAME(MAT-SUB) DELIMITED BY SIZE
                          " INTEREST " DELIMITED BY SIZE
                          AMOUNT-ED DELIMITED BY SIZE
                          " NET " DELIMITED BY SIZE
                          BALANCE-ED DELIMITED BY SIZE
                          " RENEWED TO " DELIMITED BY SIZE
                          TDEP-MATURITY(TDEP-SUB) DELIMITED BY SIZE
                          INTO REPT-RECORD
               WHEN "P"
                   STRING "  " DELIMITED BY SIZE
                          MAT-ACCT(MAT-SUB) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          MAT-NAME(MAT-SUB) DELIMITED BY SIZE
                          " INTEREST " DELIMITED BY SIZE
                          AMOUNT-ED DELIMITED BY SIZE
                          " NET " DELIMITED BY SIZE
                          BALANCE-ED DELIMITED BY SIZE
                          " PAID TO " DELIMITED BY SIZE
                          MAT-LINKED(MAT-SUB) DELIMITED BY SIZE
                          INTO REPT-RECORD
               WHEN "H"
                   STRING "  " DELIMITED BY SIZE
                          MAT-ACCT(MAT-SUB) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          MAT-NAME(MAT-SUB) DELIMITED BY SIZE
                          " INTEREST " DELIMITED BY SIZE
                          AMOUNT-ED DELIMITED BY SIZE
                          " NET " DELIMITED BY SIZE
                          BALANCE-ED DELIMITED BY SIZE
                          " HELD " DELIMITED BY SIZE
                          MAT-NOTE(MAT-SUB) DELIMITED BY SIZE
                          INTO REPT-RECORD
               WHEN OTHER
                   STRING "  " DELIMITED BY SIZE
                          MAT-ACCT(MAT-SUB) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          MAT-NAME(MAT-SUB) DELIMITED BY SIZE
                          " NOT PROCESSED - " DELIMITED BY SIZE
                          MAT-NOTE(MAT-SUB) DELIMITED BY SIZE
                          INTO REPT-RECORD
           END-EVALUATE
           PERFORM WRITE-REPT-LINE.

       PRINT-UPCOMING-LINE.
           MOVE TDEP-PRINCIPAL(TDEP-SUB) TO AMOUNT-ED
           MOVE TDEP-RATE(TDEP-SUB) TO RATE-ED
           MOVE SPACES TO REPT-RECORD
           STRING "  " DELIMITED BY SIZE
                  TDEP-ACCT(TDEP-SUB) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  UP-NAME(UP-SUB) DELIMITED BY SIZE
                  " CUST " DELIMITED BY SIZE
                  UP-CUSTOMER(UP-SUB) DELIMITED BY SIZE
                  " MATURES " DELIMITED BY SIZE
                  TDEP-MATURITY(TDEP-SUB) DELIMITED BY SIZE
                  " PRINCIPAL " DELIMITED BY SIZE
                  AMOUNT-ED DELIMITED BY SIZE
                  " RATE " DELIMITED BY SIZE
                  RATE-ED DELIMITED BY SIZE
                  " INSTR " DELIMITED BY SIZE
                  TDEP-INSTR(TDEP-SUB) DELIMITED BY SIZE
                  " LINKED " DELIMITED BY SIZE
                  TDEP-LINKED(TDEP-SUB) DELIMITED BY SIZE
                  INTO REPT-RECORD
           PERFORM WRITE-REPT-LINE.

       WRITE-REPT-LINE.
           DISPLAY REPT-RECORD
           WRITE REPT-RECORD
           IF WS-REPT NOT = "00"
               DISPLAY "REPT-FILE WRITE FAILED, STATUS = " WS-REPT
           END-IF.
