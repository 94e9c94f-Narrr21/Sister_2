       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPOST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLM-FILE ASSIGN TO "glmast.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLM.
           SELECT TMP-FILE ASSIGN TO DYNAMIC WS-TMP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TMP.
           SELECT GLE-FILE ASSIGN TO "glextract.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLE.
           SELECT GLP-FILE ASSIGN TO "glposted.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLP.
           SELECT ACC-FILE ASSIGN TO "accounts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACC.
           SELECT BUS-FILE ASSIGN TO "busdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS.
           SELECT LOCK-FILE ASSIGN TO "temp.lock/owner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK.
           SELECT REPT-FILE ASSIGN TO "gltrial.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPT.

       DATA DIVISION.
       FILE SECTION.

       FD GLM-FILE.
       01 GLM-RECORD            PIC X(77).

       FD TMP-FILE.
       01 TMP-RECORD            PIC X(77).

       FD GLE-FILE.
       01 GLE-RECORD            PIC X(44).

       FD GLP-FILE.
       01 GLP-RECORD            PIC X(45).

       FD ACC-FILE.
       01 ACC-RECORD-RAW        COPY acctrec.

       FD BUS-FILE.
       01 BUS-RECORD            PIC X(8).

       FD LOCK-FILE.
       01 LOCK-RECORD           PIC X(30).

       FD REPT-FILE.
       01 REPT-RECORD           PIC X(120).

       WORKING-STORAGE SECTION.
       77 WS-GLM                 PIC XX.
       77 WS-TMP                 PIC XX.
       77 WS-GLE                 PIC XX.
       77 WS-GLP                 PIC XX.
       77 WS-ACC                 PIC XX.
       77 WS-BUS                 PIC XX.
       77 WS-LOCK                PIC XX.
       77 WS-REPT                PIC XX.
       77 WS-EOF-GLM             PIC X VALUE "N".
       77 WS-EOF-GLE             PIC X VALUE "N".
       77 WS-EOF-GLP             PIC X VALUE "N".
       77 WS-EOF-ACC             PIC X VALUE "N".
       77 ABORT-RUN              PIC X VALUE "N".

       77 WS-CURRENT-DATE        PIC X(21).
       77 WS-RUN-ID              PIC X(14).
       77 BUS-DATE               PIC X(8).
       77 WS-TMP-FILENAME        PIC X(22).
       77 WS-MV-COMMAND          PIC X(60).

       77 GL-DEPOSIT-ACCT        PIC X(6) VALUE "200100".
       77 GL-RETAINED-ACCT       PIC X(6) VALUE "300100".

       77 GL-TABLE-MAX           PIC 9(5) VALUE 500.
       77 GL-COUNT               PIC 9(5) VALUE 0.
       77 GL-SUB                 PIC 9(5) VALUE 0.
       77 GL-FOUND               PIC X VALUE "N".
       77 GL-LOOKUP-ACCT         PIC X(6).
       77 GL-RETAINED-SUB        PIC 9(5) VALUE 0.
       77 GL-CASH-ACCT           PIC X(6) VALUE "100100".
       77 GL-DEFAULT-DESC        PIC X(30).
       77 GL-DEFAULT-CLASS       PIC X.
       01 GL-TABLE.
           05 GL-ENTRY           OCCURS 500 TIMES.
              10 GL-ACCT         PIC X(6).
              10 GL-DESC         PIC X(30).
              10 GL-CLASS        PIC X.
                 88 GL-CLASS-ASSET     VALUE "A".
                 88 GL-CLASS-LIABILITY VALUE "L".
                 88 GL-CLASS-EQUITY    VALUE "E".
                 88 GL-CLASS-INCOME    VALUE "I".
                 88 GL-CLASS-EXPENSE   VALUE "X".
              10 GL-OPENING      PIC S9(12)V99.
              10 GL-CURRENT      PIC S9(12)V99.
              10 GL-LAST-POSTED  PIC X(8).
              10 GL-DAY-DR       PIC 9(12)V99.
              10 GL-DAY-CR       PIC 9(12)V99.

       77 EXTRACT-VALID          PIC X VALUE "Y".
       77 EXTRACT-REASON         PIC X(60).
       77 TRAILER-FOUND          PIC X VALUE "N".
       77 ALREADY-POSTED         PIC X VALUE "N".
       77 MONTH-END              PIC X VALUE "N".
       77 CHART-CREATED          PIC X VALUE "N".
       77 GL-EXCEPTIONS          PIC X VALUE "N".

       77 GLE-AMOUNT             PIC 9(9)V99.
       77 GL-ACCT-NUM            PIC 9(6).
       77 DETAIL-COUNT           PIC 9(9) VALUE 0.
       77 AMOUNT-HASH            PIC 9(11)V99 VALUE 0.
       77 GLACCT-HASH            PIC 9(12) VALUE 0.
       77 DEBIT-TOTAL            PIC 9(12)V99 VALUE 0.
       77 CREDIT-TOTAL           PIC 9(12)V99 VALUE 0.
       77 TRL-COUNT              PIC 9(9) VALUE 0.
       77 TRL-AMOUNT-HASH        PIC 9(11)V99 VALUE 0.
       77 TRL-GLACCT-HASH        PIC 9(12) VALUE 0.

       77 DATE-INTEGER           PIC 9(9).
       77 NEXT-DATE              PIC 9(8).
       77 NEXT-DATE-X            PIC X(8).
       77 ROLL-TOTAL             PIC S9(12)V99 VALUE 0.

       77 TB-DEBIT-TOTAL         PIC S9(13)V99 VALUE 0.
       77 TB-CREDIT-TOTAL        PIC S9(13)V99 VALUE 0.
       77 TB-BALANCE             PIC S9(12)V99 VALUE 0.
       77 ACC-BALANCE            PIC S9(9)V99.
       77 BOOK-TOTAL             PIC S9(12)V99 VALUE 0.
       77 DEPOSIT-LEDGER         PIC S9(12)V99 VALUE 0.
       77 DEPOSIT-DIFF           PIC S9(12)V99 VALUE 0.

       77 BALANCE-FILE-ED        PIC -9(12).99.
       77 HASH-ED                PIC 9(11).99.
       77 AMOUNT-ED              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       77 DR-ED                  PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       77 CR-ED                  PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       77 TOTAL-ED               PIC -,---,---,---,--9.99.
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
           PERFORM OPEN-REPORT
           IF ABORT-RUN = "N"
               PERFORM LOAD-GL-MASTER
           END-IF
           IF ABORT-RUN = "N"
               PERFORM CHECK-ALREADY-POSTED
           END-IF
           IF ABORT-RUN = "N"
               PERFORM VALIDATE-EXTRACT
           END-IF
           IF ABORT-RUN = "N"
               PERFORM TOTAL-ACCOUNT-BOOK
           END-IF
           IF ABORT-RUN = "N" AND CHART-CREATED = "Y"
               PERFORM SEED-OPENING-BALANCES
           END-IF
           IF ABORT-RUN = "N"
               PERFORM APPLY-POSTINGS
               PERFORM CHECK-MONTH-END
           END-IF
           IF ABORT-RUN = "N"
               PERFORM PRINT-TRIAL-BALANCE
               PERFORM PROVE-DEPOSITS
           END-IF
           IF ABORT-RUN = "N" AND MONTH-END = "Y"
               PERFORM ROLL-INCOME-EXPENSE
           END-IF
           IF ABORT-RUN = "N"
               PERFORM WRITE-GL-MASTER
           END-IF
           IF ABORT-RUN = "N"
               PERFORM WRITE-POSTED-LOG
           END-IF
           CLOSE REPT-FILE
           PERFORM RELEASE-RUN-LOCK

           IF ABORT-RUN = "Y"
               DISPLAY "GL POSTING ABORTED, GLMAST.TXT UNCHANGED"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "GL POSTED FOR " BUS-DATE ", DETAIL RECORDS "
                       DETAIL-COUNT
               IF GL-EXCEPTIONS = "Y"
                   MOVE 4 TO RETURN-CODE
               END-IF
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

       OPEN-REPORT.
           OPEN OUTPUT REPT-FILE
           IF WS-REPT NOT = "00"
               DISPLAY "REPT-FILE OPEN FAILED, STATUS = " WS-REPT
               MOVE "Y" TO ABORT-RUN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REPT-RECORD
           STRING "GL POSTING AND TRIAL BALANCE FOR " DELIMITED BY SIZE
                  BUS-DATE DELIMITED BY SIZE
                  INTO REPT-RECORD
           PERFORM WRITE-REPT-LINE.

       LOAD-GL-MASTER.
           MOVE 0 TO GL-COUNT
           OPEN INPUT GLM-FILE
           IF WS-GLM NOT = "00" AND WS-GLM NOT = "35"
               DISPLAY "GLM-FILE OPEN FAILED, STATUS = " WS-GLM
               MOVE "Y" TO ABORT-RUN
               EXIT PARAGRAPH
           END-IF

           IF WS-GLM = "35"
               PERFORM BUILD-DEFAULT-CHART
               MOVE "Y" TO CHART-CREATED
               MOVE "  NO GL MASTER ON FILE - STANDARD CHART CREATED"
                   TO REPT-RECORD
               PERFORM WRITE-REPT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF-GLM
           PERFORM UNTIL WS-EOF-GLM = "Y"
               READ GLM-FILE
               EVALUATE WS-GLM
                   WHEN "00"
                       IF GL-COUNT >= GL-TABLE-MAX
                           DISPLAY "GL TABLE FULL AT " GL-TABLE-MAX
                                   " RECORDS"
                           MOVE "Y" TO ABORT-RUN
                           MOVE "Y" TO WS-EOF-GLM
                       ELSE
                           PERFORM LOAD-ONE-GL-ACCOUNT
                       END-IF
                   WHEN "10"
                       MOVE "Y" TO WS-EOF-GLM
                   WHEN OTHER
                       DISPLAY "GLM-FILE READ FAILED, STATUS = " WS-GLM
                       MOVE "Y" TO ABORT-RUN
                       MOVE "Y" TO WS-EOF-GLM
               END-EVALUATE
           END-PERFORM

           CLOSE GLM-FILE

           IF ABORT-RUN = "N"
               PERFORM ADD-MISSING-STANDARD-ACCOUNTS
           END-IF.

       LOAD-ONE-GL-ACCOUNT.
           ADD 1 TO GL-COUNT
           MOVE GLM-RECORD(1:6)   TO GL-ACCT(GL-COUNT)
           MOVE GLM-RECORD(7:30)  TO GL-DESC(GL-COUNT)
           MOVE GLM-RECORD(37:1)  TO GL-CLASS(GL-COUNT)
           IF GLM-RECORD(38:16) = SPACES
               MOVE 0 TO GL-OPENING(GL-COUNT)
           ELSE
               MOVE FUNCTION NUMVAL(GLM-RECORD(38:16))
                   TO GL-OPENING(GL-COUNT)
           END-IF
           IF GLM-RECORD(54:16) = SPACES
               MOVE GL-OPENING(GL-COUNT) TO GL-CURRENT(GL-COUNT)
           ELSE
               MOVE FUNCTION NUMVAL(GLM-RECORD(54:16))
                   TO GL-CURRENT(GL-COUNT)
           END-IF
           MOVE GLM-RECORD(70:8)  TO GL-LAST-POSTED(GL-COUNT)
           MOVE 0 TO GL-DAY-DR(GL-COUNT)
           MOVE 0 TO GL-DAY-CR(GL-COUNT).

       BUILD-DEFAULT-CHART.
           MOVE "100100" TO GL-LOOKUP-ACCT
           MOVE "CASH ON HAND" TO GL-DEFAULT-DESC
           MOVE "A" TO GL-DEFAULT-CLASS
           PERFORM ADD-DEFAULT-ACCOUNT
           MOVE "200100" TO GL-LOOKUP-ACCT
           MOVE "CUSTOMER DEPOSITS" TO GL-DEFAULT-DESC
           MOVE "L" TO GL-DEFAULT-CLASS
           PERFORM ADD-DEFAULT-ACCOUNT
           MOVE "200200" TO GL-LOOKUP-ACCT
           MOVE "WITHHOLDING TAX PAYABLE" TO GL-DEFAULT-DESC
           MOVE "L" TO GL-DEFAULT-CLASS
           PERFORM ADD-DEFAULT-ACCOUNT
           MOVE "300100" TO GL-LOOKUP-ACCT
           MOVE "RETAINED EARNINGS" TO GL-DEFAULT-DESC
           MOVE "E" TO GL-DEFAULT-CLASS
           PERFORM ADD-DEFAULT-ACCOUNT
           MOVE "400100" TO GL-LOOKUP-ACCT
           MOVE "FEE INCOME" TO GL-DEFAULT-DESC
           MOVE "I" TO GL-DEFAULT-CLASS
           PERFORM ADD-DEFAULT-ACCOUNT
           MOVE "400200" TO GL-LOOKUP-ACCT
           MOVE "OVERDRAFT INTEREST INCOME" TO GL-DEFAULT-DESC
           MOVE "I" TO GL-DEFAULT-CLASS
           PERFORM ADD-DEFAULT-ACCOUNT
           MOVE "500100" TO GL-LOOKUP-ACCT
           MOVE "INTEREST EXPENSE" TO GL-DEFAULT-DESC
           MOVE "X" TO GL-DEFAULT-CLASS
           PERFORM ADD-DEFAULT-ACCOUNT.

       ADD-MISSING-STANDARD-ACCOUNTS.
           MOVE "400200" TO GL-LOOKUP-ACCT
           PERFORM FIND-GL-ACCOUNT
           IF GL-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF

           IF GL-COUNT >= GL-TABLE-MAX
               DISPLAY "GL TABLE FULL AT " GL-TABLE-MAX " RECORDS"
               MOVE "Y" TO ABORT-RUN
               EXIT PARAGRAPH
           END-IF

           MOVE "OVERDRAFT INTEREST INCOME" TO GL-DEFAULT-DESC
           MOVE "I" TO GL-DEFAULT-CLASS
           PERFORM ADD-DEFAULT-ACCOUNT
           MOVE SPACES TO REPT-RECORD
           STRING "  GL ACCOUNT " DELIMITED BY SIZE
                  GL-LOOKUP-ACCT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  GL-DEFAULT-DESC DELIMITED BY "  "
                  " ADDED TO CHART" DELIMITED BY SIZE
                  INTO REPT-RECORD
           PERFORM WRITE-REPT-LINE.

       ADD-DEFAULT-ACCOUNT.
           ADD 1 TO GL-COUNT
           MOVE GL-LOOKUP-ACCT TO GL-ACCT(GL-COUNT)
           MOVE GL-DEFAULT-DESC TO GL-DESC(GL-COUNT)
           MOVE GL-DEFAULT-CLASS TO GL-CLASS(GL-COUNT)
           MOVE 0 TO GL-OPENING(GL-COUNT)
           MOVE 0 TO GL-CURRENT(GL-COUNT)
           MOVE SPACES TO GL-LAST-POSTED(GL-COUNT)
           MOVE 0 TO GL-DAY-DR(GL-COUNT)
           MOVE 0 TO GL-DAY-CR(GL-COUNT).

       FIND-GL-ACCOUNT.
           MOVE "N" TO GL-FOUND
           MOVE 0 TO GL-SUB
           PERFORM UNTIL GL-SUB >= GL-COUNT OR GL-FOUND = "Y"
               ADD 1 TO GL-SUB
               IF GL-ACCT(GL-SUB) = GL-LOOKUP-ACCT
                   MOVE "Y" TO GL-FOUND
               END-IF
           END-PERFORM.

       CHECK-ALREADY-POSTED.
           MOVE "N" TO ALREADY-POSTED
           OPEN INPUT GLP-FILE
           IF WS-GLP NOT = "00" AND WS-GLP NOT = "35"
               DISPLAY "GLP-FILE OPEN FAILED, STATUS = " WS-GLP
               MOVE "Y" TO ABORT-RUN
               EXIT PARAGRAPH
           END-IF

           IF WS-GLP = "35"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF-GLP
           PERFORM UNTIL WS-EOF-GLP = "Y"
               READ GLP-FILE
               EVALUATE WS-GLP
                   WHEN "00"
                       IF GLP-RECORD(1:8) = BUS-DATE
                           MOVE "Y" TO ALREADY-POSTED
                       END-IF
                   WHEN "10"
                       MOVE "Y" TO WS-EOF-GLP
                   WHEN OTHER
                       DISPLAY "GLP-FILE READ FAILED, STATUS = " WS-GLP
                       MOVE "Y" TO ABORT-RUN
                       MOVE "Y" TO WS-EOF-GLP
               END-EVALUATE
           END-PERFORM

           CLOSE GLP-FILE

           IF ALREADY-POSTED = "Y"
               MOVE SPACES TO REPT-RECORD
               STRING "  POSTING REFUSED - " DELIMITED BY SIZE
                      BUS-DATE DELIMITED BY SIZE
                      " HAS ALREADY BEEN POSTED TO THE GL"
                          DELIMITED BY SIZE
                      INTO REPT-RECORD
               PERFORM WRITE-REPT-LINE
               MOVE "Y" TO ABORT-RUN
           END-IF.

       VALIDATE-EXTRACT.
           MOVE "Y" TO EXTRACT-VALID
           MOVE SPACES TO EXTRACT-REASON
           MOVE "N" TO TRAILER-FOUND

           OPEN INPUT GLE-FILE
           IF WS-GLE NOT = "00"
               DISPLAY "GLE-FILE OPEN FAILED, STATUS = " WS-GLE
               MOVE "N" TO EXTRACT-VALID
               MOVE "NO GL EXTRACT ON FILE" TO EXTRACT-REASON
               PERFORM REJECT-EXTRACT
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF-GLE
           PERFORM UNTIL WS-EOF-GLE = "Y" OR EXTRACT-VALID = "N"
               READ GLE-FILE
               EVALUATE WS-GLE
                   WHEN "00"
                       IF GLE-RECORD(1:3) = "TRL"
                           PERFORM READ-EXTRACT-TRAILER
                       ELSE
                           PERFORM CHECK-EXTRACT-DETAIL
                       END-IF
                   WHEN "10"
                       MOVE "Y" TO WS-EOF-GLE
                   WHEN OTHER
                       DISPLAY "GLE-FILE READ FAILED, STATUS = " WS-GLE
                       MOVE "N" TO EXTRACT-VALID
                       MOVE "GL EXTRACT READ FAILED" TO EXTRACT-REASON
               END-EVALUATE
           END-PERFORM

           CLOSE GLE-FILE

           IF EXTRACT-VALID = "Y" AND TRAILER-FOUND = "N"
               MOVE "N" TO EXTRACT-VALID
               MOVE "NO TRL RECORD - EXTRACT INCOMPLETE"
                   TO EXTRACT-REASON
           END-IF
           IF EXTRACT-VALID = "Y" AND TRL-COUNT NOT = DETAIL-COUNT
               MOVE "N" TO EXTRACT-VALID
               MOVE "DETAIL COUNT DOES NOT AGREE WITH TRL"
                   TO EXTRACT-REASON
           END-IF
           IF EXTRACT-VALID = "Y"
                   AND TRL-AMOUNT-HASH NOT = AMOUNT-HASH
               MOVE "N" TO EXTRACT-VALID
               MOVE "AMOUNT HASH DOES NOT AGREE WITH TRL"
                   TO EXTRACT-REASON
           END-IF
           IF EXTRACT-VALID = "Y"
                   AND TRL-GLACCT-HASH NOT = GLACCT-HASH
               MOVE "N" TO EXTRACT-VALID
               MOVE "GL ACCOUNT HASH DOES NOT AGREE WITH TRL"
                   TO EXTRACT-REASON
           END-IF
           IF EXTRACT-VALID = "Y" AND DEBIT-TOTAL NOT = CREDIT-TOTAL
               MOVE "N" TO EXTRACT-VALID
               MOVE "EXTRACT DEBITS DO NOT EQUAL CREDITS"
                   TO EXTRACT-REASON
           END-IF

           IF EXTRACT-VALID = "N"
               PERFORM REJECT-EXTRACT
               EXIT PARAGRAPH
           END-IF

           MOVE DETAIL-COUNT TO COUNT-ED
           MOVE DEBIT-TOTAL TO TOTAL-ED
           MOVE SPACES TO REPT-RECORD
           STRING "  EXTRACT ACCEPTED - DETAIL RECORDS "
                      DELIMITED BY SIZE
                  COUNT-ED DELIMITED BY SIZE
                  " TOTAL " DELIMITED BY SIZE
                  TOTAL-ED DELIMITED BY SIZE
                  INTO REPT-RECORD
           PERFORM WRITE-REPT-LINE.

       CHECK-EXTRACT-DETAIL.
           IF TRAILER-FOUND = "Y"
               MOVE "N" TO EXTRACT-VALID
               MOVE "DETAIL RECORD AFTER TRL" TO EXTRACT-REASON
               EXIT PARAGRAPH
           END-IF
           IF GLE-RECORD(1:8) NOT = BUS-DATE
               MOVE "N" TO EXTRACT-VALID
               MOVE SPACES TO EXTRACT-REASON
               STRING "EXTRACT IS DATED " DELIMITED BY SIZE
                      GLE-RECORD(1:8) DELIMITED BY SIZE
                      " NOT " DELIMITED BY SIZE
                      BUS-DATE DELIMITED BY SIZE
                      INTO EXTRACT-REASON
               EXIT PARAGRAPH
           END-IF
           IF GLE-RECORD(10:6) NOT NUMERIC
                   OR (GLE-RECORD(17:1) NOT = "D"
                       AND GLE-RECORD(17:1) NOT = "C")
               MOVE "N" TO EXTRACT-VALID
               MOVE "MALFORMED DETAIL RECORD" TO EXTRACT-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE GLE-RECORD(10:6) TO GL-LOOKUP-ACCT
           PERFORM FIND-GL-ACCOUNT
           IF GL-FOUND = "N"
               MOVE "N" TO EXTRACT-VALID
               MOVE SPACES TO EXTRACT-REASON
               STRING "GL ACCOUNT " DELIMITED BY SIZE
                      GL-LOOKUP-ACCT DELIMITED BY SIZE
                      " NOT IN CHART OF ACCOUNTS" DELIMITED BY SIZE
                      INTO EXTRACT-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION NUMVAL(GLE-RECORD(19:12)) TO GLE-AMOUNT
           MOVE GLE-RECORD(10:6) TO GL-ACCT-NUM
           ADD 1 TO DETAIL-COUNT
           ADD GLE-AMOUNT TO AMOUNT-HASH
           ADD GL-ACCT-NUM TO GLACCT-HASH
           IF GLE-RECORD(17:1) = "D"
               ADD GLE-AMOUNT TO GL-DAY-DR(GL-SUB)
               ADD GLE-AMOUNT TO DEBIT-TOTAL
           ELSE
               ADD GLE-AMOUNT TO GL-DAY-CR(GL-SUB)
               ADD GLE-AMOUNT TO CREDIT-TOTAL
           END-IF.

       READ-EXTRACT-TRAILER.
           IF TRAILER-FOUND = "Y"
               MOVE "N" TO EXTRACT-VALID
               MOVE "MORE THAN ONE TRL RECORD" TO EXTRACT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO TRAILER-FOUND
           IF GLE-RECORD(4:9) NOT NUMERIC
                   OR GLE-RECORD(27:12) NOT NUMERIC
               MOVE "N" TO EXTRACT-VALID
               MOVE "MALFORMED TRL RECORD" TO EXTRACT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE GLE-RECORD(4:9) TO TRL-COUNT
           MOVE FUNCTION NUMVAL(GLE-RECORD(13:14)) TO TRL-AMOUNT-HASH
           MOVE GLE-RECORD(27:12) TO TRL-GLACCT-HASH.

       REJECT-EXTRACT.
           MOVE SPACES TO REPT-RECORD
           STRING "  POSTING REFUSED - " DELIMITED BY SIZE
                  EXTRACT-REASON DELIMITED BY SIZE
                  INTO REPT-RECORD
           PERFORM WRITE-REPT-LINE
           MOVE "Y" TO ABORT-RUN.

       APPLY-POSTINGS.
           MOVE 0 TO GL-SUB
           PERFORM UNTIL GL-SUB >= GL-COUNT
               ADD 1 TO GL-SUB
               COMPUTE GL-CURRENT(GL-SUB) = GL-CURRENT(GL-SUB)
                   + GL-DAY-DR(GL-SUB) - GL-DAY-CR(GL-SUB)
               MOVE BUS-DATE TO GL-LAST-POSTED(GL-SUB)
           END-PERFORM.

       CHECK-MONTH-END.
           MOVE "N" TO MONTH-END
           COMPUTE DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(BUS-DATE)) + 1
           COMPUTE NEXT-DATE = FUNCTION DATE-OF-INTEGER(DATE-INTEGER)
           MOVE NEXT-DATE TO NEXT-DATE-X
           IF NEXT-DATE-X(5:2) NOT = BUS-DATE(5:2)
               MOVE "Y" TO MONTH-END
           END-IF.

       PRINT-TRIAL-BALANCE.
           MOVE SPACES TO REPT-RECORD
           PERFORM WRITE-REPT-LINE
           MOVE "TRIAL BALANCE" TO REPT-RECORD
           PERFORM WRITE-REPT-LINE
           MOVE SPACES TO REPT-RECORD
           STRING "  ACCOUNT DESCRIPTION                    C "
                      DELIMITED BY SIZE
                  "       DAY DEBITS       DAY CREDITS "
                      DELIMITED BY SIZE
                  "     DEBIT BALANCE    CREDIT BALANCE"
                      DELIMITED BY SIZE
                  INTO REPT-RECORD
           PERFORM WRITE-REPT-LINE

           MOVE 0 TO TB-DEBIT-TOTAL
           MOVE 0 TO TB-CREDIT-TOTAL
           MOVE 0 TO GL-SUB
           PERFORM UNTIL GL-SUB >= GL-COUNT
               ADD 1 TO GL-SUB
               PERFORM PRINT-TRIAL-LINE
           END-PERFORM

           MOVE TB-DEBIT-TOTAL TO DR-ED
           MOVE TB-CREDIT-TOTAL TO CR-ED
           MOVE SPACES TO REPT-RECORD
           STRING "  TOTALS" DELIMITED BY SIZE
                  INTO REPT-RECORD
           MOVE DR-ED TO REPT-RECORD(82:18)
           MOVE CR-ED TO REPT-RECORD(100:18)
           PERFORM WRITE-REPT-LINE

           IF TB-DEBIT-TOTAL = TB-CREDIT-TOTAL
               MOVE "  TRIAL BALANCE NETS TO ZERO" TO REPT-RECORD
           ELSE
               COMPUTE TB-BALANCE = TB-DEBIT-TOTAL - TB-CREDIT-TOTAL
               MOVE TB-BALANCE TO TOTAL-ED
               MOVE SPACES TO REPT-RECORD
               STRING "  TRIAL BALANCE OUT OF BALANCE BY "
                          DELIMITED BY SIZE
                      TOTAL-ED DELIMITED BY SIZE
                      INTO REPT-RECORD
               MOVE "Y" TO GL-EXCEPTIONS
           END-IF
           PERFORM WRITE-REPT-LINE.

       PRINT-TRIAL-LINE.
           MOVE SPACES TO REPT-RECORD
           MOVE GL-ACCT(GL-SUB)  TO REPT-RECORD(3:6)
           MOVE GL-DESC(GL-SUB)  TO REPT-RECORD(11:30)
           MOVE GL-CLASS(GL-SUB) TO REPT-RECORD(42:1)
           MOVE GL-DAY-DR(GL-SUB) TO DR-ED
           MOVE DR-ED TO REPT-RECORD(46:18)
           MOVE GL-DAY-CR(GL-SUB) TO CR-ED
           MOVE CR-ED TO REPT-RECORD(64:18)
           IF GL-CURRENT(GL-SUB) < 0
               COMPUTE TB-BALANCE = 0 - GL-CURRENT(GL-SUB)
               ADD TB-BALANCE TO TB-CREDIT-TOTAL
               MOVE TB-BALANCE TO CR-ED
               MOVE CR-ED TO REPT-RECORD(100:18)
           ELSE
               ADD GL-CURRENT(GL-SUB) TO TB-DEBIT-TOTAL
               MOVE GL-CURRENT(GL-SUB) TO DR-ED
               MOVE DR-ED TO REPT-RECORD(82:18)
           END-IF
           PERFORM WRITE-REPT-LINE.

       PROVE-DEPOSITS.
           MOVE GL-DEPOSIT-ACCT TO GL-LOOKUP-ACCT
           PERFORM FIND-GL-ACCOUNT
           IF GL-FOUND = "N"
               MOVE "  DEPOSIT PROOF SKIPPED - NO DEPOSIT GL ACCOUNT"
                   TO REPT-RECORD
               PERFORM WRITE-REPT-LINE
               EXIT PARAGRAPH
           END-IF
           COMPUTE DEPOSIT-LEDGER = 0 - GL-CURRENT(GL-SUB)

           MOVE SPACES TO REPT-RECORD
           PERFORM WRITE-REPT-LINE
           MOVE DEPOSIT-LEDGER TO TOTAL-ED
           MOVE SPACES TO REPT-RECORD
           STRING "  DEPOSIT LEDGER " DELIMITED BY SIZE
                  GL-DEPOSIT-ACCT DELIMITED BY SIZE
                  "      " DELIMITED BY SIZE
                  TOTAL-ED DELIMITED BY SIZE
                  INTO REPT-RECORD
           PERFORM WRITE-REPT-LINE
           MOVE BOOK-TOTAL TO TOTAL-ED
           MOVE SPACES TO REPT-RECORD
           STRING "  ACCOUNTS BOOK TOTAL       " DELIMITED BY SIZE
                  TOTAL-ED DELIMITED BY SIZE
                  INTO REPT-RECORD
           PERFORM WRITE-REPT-LINE

           COMPUTE DEPOSIT-DIFF = DEPOSIT-LEDGER - BOOK-TOTAL
           IF DEPOSIT-DIFF = 0
               MOVE "  DEPOSIT LEDGER AGREES WITH ACCOUNTS"
                   TO REPT-RECORD
           ELSE
               MOVE DEPOSIT-DIFF TO TOTAL-ED
               MOVE SPACES TO REPT-RECORD
               STRING "  DEPOSIT LEDGER DIFFERS BY " DELIMITED BY SIZE
                      TOTAL-ED DELIMITED BY SIZE
                      INTO REPT-RECORD
               MOVE "Y" TO GL-EXCEPTIONS
           END-IF
           PERFORM WRITE-REPT-LINE.

       TOTAL-ACCOUNT-BOOK.
           MOVE 0 TO BOOK-TOTAL
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
                           MOVE FUNCTION NUMVAL(ACC-RECORD-RAW(10:13))
                               TO ACC-BALANCE
                           ADD ACC-BALANCE TO BOOK-TOTAL
                       WHEN "10"
                           MOVE "Y" TO WS-EOF-ACC
                       WHEN OTHER
                           DISPLAY "ACC-FILE READ FAILED, STATUS = "
                                   WS-ACC
                           MOVE "Y" TO ABORT-RUN
                           MOVE "Y" TO WS-EOF-ACC
                   END-EVALUATE
               END-PERFORM
               CLOSE ACC-FILE
           END-IF.


       SEED-OPENING-BALANCES.
           MOVE GL-DEPOSIT-ACCT TO GL-LOOKUP-ACCT
           PERFORM FIND-GL-ACCOUNT
           COMPUTE GL-OPENING(GL-SUB) = 0 - BOOK-TOTAL
               - GL-DAY-DR(GL-SUB) + GL-DAY-CR(GL-SUB)
           MOVE GL-OPENING(GL-SUB) TO GL-CURRENT(GL-SUB)
           COMPUTE TB-BALANCE = 0 - GL-OPENING(GL-SUB)

           MOVE GL-CASH-ACCT TO GL-LOOKUP-ACCT
           PERFORM FIND-GL-ACCOUNT
           MOVE TB-BALANCE TO GL-OPENING(GL-SUB)
           MOVE TB-BALANCE TO GL-CURRENT(GL-SUB)

           MOVE TB-BALANCE TO TOTAL-ED
           MOVE SPACES TO REPT-RECORD
           STRING "  OPENING DEPOSITS " DELIMITED BY SIZE
                  TOTAL-ED DELIMITED BY SIZE
                  " TAKEN FROM ACCOUNTS, OFFSET TO " DELIMITED BY SIZE
                  GL-CASH-ACCT DELIMITED BY SIZE
                  INTO REPT-RECORD
           PERFORM WRITE-REPT-LINE.

       ROLL-INCOME-EXPENSE.
           MOVE GL-RETAINED-ACCT TO GL-LOOKUP-ACCT
           PERFORM FIND-GL-ACCOUNT
           IF GL-FOUND = "N"
               MOVE SPACES TO REPT-RECORD
               STRING "  MONTH-END ROLL SKIPPED - NO RETAINED EARNINGS "
                          DELIMITED BY SIZE
                      "ACCOUNT " DELIMITED BY SIZE
                      GL-RETAINED-ACCT DELIMITED BY SIZE
                      INTO REPT-RECORD
               PERFORM WRITE-REPT-LINE
               MOVE "Y" TO GL-EXCEPTIONS
               EXIT PARAGRAPH
           END-IF
           MOVE GL-SUB TO GL-RETAINED-SUB

           MOVE 0 TO ROLL-TOTAL
           MOVE 0 TO GL-SUB
           PERFORM UNTIL GL-SUB >= GL-COUNT
               ADD 1 TO GL-SUB
               IF GL-CLASS-INCOME(GL-SUB) OR GL-CLASS-EXPENSE(GL-SUB)
                   ADD GL-CURRENT(GL-SUB) TO ROLL-TOTAL
                   MOVE 0 TO GL-CURRENT(GL-SUB)
               END-IF
           END-PERFORM
           ADD ROLL-TOTAL TO GL-CURRENT(GL-RETAINED-SUB)

           MOVE 0 TO GL-SUB
           PERFORM UNTIL GL-SUB >= GL-COUNT
               ADD 1 TO GL-SUB
               MOVE GL-CURRENT(GL-SUB) TO GL-OPENING(GL-SUB)
           END-PERFORM

           COMPUTE TB-BALANCE = 0 - ROLL-TOTAL
           MOVE TB-BALANCE TO TOTAL-ED
           MOVE SPACES TO REPT-RECORD
           PERFORM WRITE-REPT-LINE
           MOVE SPACES TO REPT-RECORD
           STRING "  MONTH-END - NET INCOME " DELIMITED BY SIZE
                  TOTAL-ED DELIMITED BY SIZE
                  " ROLLED TO " DELIMITED BY SIZE
                  GL-RETAINED-ACCT DELIMITED BY SIZE
                  ", OPENING BALANCES RESET" DELIMITED BY SIZE
                  INTO REPT-RECORD
           PERFORM WRITE-REPT-LINE.

       WRITE-GL-MASTER.
           OPEN OUTPUT TMP-FILE
           IF WS-TMP NOT = "00"
               DISPLAY "TMP-FILE OPEN FAILED, STATUS = " WS-TMP
               MOVE "Y" TO ABORT-RUN
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO GL-SUB
           PERFORM UNTIL GL-SUB >= GL-COUNT OR ABORT-RUN = "Y"
               ADD 1 TO GL-SUB
               MOVE SPACES TO TMP-RECORD
               MOVE GL-ACCT(GL-SUB)        TO TMP-RECORD(1:6)
               MOVE GL-DESC(GL-SUB)        TO TMP-RECORD(7:30)
               MOVE GL-CLASS(GL-SUB)       TO TMP-RECORD(37:1)
               MOVE GL-OPENING(GL-SUB)     TO BALANCE-FILE-ED
               MOVE BALANCE-FILE-ED        TO TMP-RECORD(38:16)
               MOVE GL-CURRENT(GL-SUB)     TO BALANCE-FILE-ED
               MOVE BALANCE-FILE-ED        TO TMP-RECORD(54:16)
               MOVE GL-LAST-POSTED(GL-SUB) TO TMP-RECORD(70:8)
               WRITE TMP-RECORD
               IF WS-TMP NOT = "00"
                   DISPLAY "TMP WRITE FAILED, STATUS = " WS-TMP
                   MOVE "Y" TO ABORT-RUN
               END-IF
           END-PERFORM

           CLOSE TMP-FILE

           IF ABORT-RUN = "N"
               MOVE SPACES TO WS-MV-COMMAND
               STRING "mv " DELIMITED BY SIZE
                      WS-TMP-FILENAME DELIMITED BY SIZE
                      " glmast.txt" DELIMITED BY SIZE
                      INTO WS-MV-COMMAND
               CALL "SYSTEM" USING BY CONTENT WS-MV-COMMAND
           END-IF.

       WRITE-POSTED-LOG.
           MOVE SPACES TO GLP-RECORD
           MOVE BUS-DATE      TO GLP-RECORD(1:8)
           MOVE WS-RUN-ID     TO GLP-RECORD(9:14)
           MOVE DETAIL-COUNT  TO GLP-RECORD(23:9)
           MOVE AMOUNT-HASH   TO HASH-ED
           MOVE HASH-ED       TO GLP-RECORD(32:14)

           OPEN EXTEND GLP-FILE
           IF WS-GLP NOT = "00"
               IF WS-GLP = "35"
                   OPEN OUTPUT GLP-FILE
                   IF WS-GLP NOT = "00"
                       DISPLAY "GLP-FILE CREATE FAILED, STATUS = "
                               WS-GLP
                       EXIT PARAGRAPH
                   END-IF
               ELSE
                   DISPLAY "GLP-FILE EXTEND FAILED, STATUS = " WS-GLP
                   EXIT PARAGRAPH
               END-IF
           END-IF

           WRITE GLP-RECORD
           IF WS-GLP NOT = "00"
               DISPLAY "GLP-FILE WRITE FAILED, STATUS = " WS-GLP
           END-IF

           CLOSE GLP-FILE.

       WRITE-REPT-LINE.
           DISPLAY REPT-RECORD
           WRITE REPT-RECORD
           IF WS-REPT NOT = "00"
               DISPLAY "REPT-FILE WRITE FAILED, STATUS = " WS-REPT
           END-IF.
