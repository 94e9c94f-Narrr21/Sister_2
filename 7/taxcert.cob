       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXCERT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-FILE ASSIGN TO DYNAMIC WS-HIST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST.
           SELECT ACC-FILE ASSIGN TO "accounts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACC.
           SELECT AARC-FILE ASSIGN TO "accarchive.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AARC.
           SELECT CUS-FILE ASSIGN TO "custmast.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUS.
           SELECT BUS-FILE ASSIGN TO "busdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS.
           SELECT YR-FILE ASSIGN TO "taxyear.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YR.
           SELECT REPT-FILE ASSIGN TO "taxcert.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPT.
           SELECT RMT-FILE ASSIGN TO "taxremit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RMT.

       DATA DIVISION.
       FILE SECTION.

       FD HIST-FILE.
       01 HIST-RECORD           COPY histrec.

       FD ACC-FILE.
       01 ACC-RECORD-RAW        COPY acctrec.

       FD AARC-FILE.
       01 AARC-RECORD           COPY acctrec.

       FD CUS-FILE.
       01 CUS-RECORD            PIC X(76).

       FD BUS-FILE.
       01 BUS-RECORD            PIC X(8).

       FD YR-FILE.
       01 YR-RECORD             PIC X(4).

       FD REPT-FILE.
       01 REPT-RECORD           PIC X(120).

       FD RMT-FILE.
       01 RMT-RECORD            PIC X(120).

       WORKING-STORAGE SECTION.
       77 WS-HIST                PIC XX.
       77 WS-ACC                 PIC XX.
       77 WS-AARC                PIC XX.
       77 WS-CUS                 PIC XX.
       77 WS-BUS                 PIC XX.
       77 WS-YR                  PIC XX.
       77 WS-REPT                PIC XX.
       77 WS-RMT                 PIC XX.
       77 WS-EOF-HIST            PIC X VALUE "N".
       77 WS-EOF-ACC             PIC X VALUE "N".
       77 WS-EOF-CUS             PIC X VALUE "N".
       77 ABORT-RUN              PIC X VALUE "N".

       77 WS-CURRENT-DATE        PIC X(21).
       77 BUS-DATE               PIC X(8).
       77 TAX-YEAR               PIC X(4).
       77 WS-HIST-FILENAME       PIC X(14).

       77 LOOKBACK-MONTHS        PIC 9(3) VALUE 0.
       77 MONTH-OFFSET           PIC 9(3) VALUE 0.
       77 WORK-YEAR              PIC 9(4).
       77 WORK-MONTH             PIC 9(2).
       77 TOTAL-MONTHS           PIC 9(6).
       77 TAX-YEAR-MONTHS        PIC 9(6).

       77 ACT-TABLE-MAX          PIC 9(6) VALUE 200000.
       77 ACT-COUNT              PIC 9(6) VALUE 0.
       77 ACT-SUB                PIC 9(6) VALUE 0.
       77 ACT-FOUND              PIC X VALUE "N".
       01 ACT-TABLE.
           05 ACT-ENTRY          OCCURS 200000 TIMES.
              10 ACT-ACCT        PIC X(6).
              10 ACT-CUST        PIC X(6).
              10 ACT-GROSS       PIC 9(9)V99.
              10 ACT-TAX         PIC 9(9)V99.

       01 MTH-TABLE.
           05 MTH-ENTRY          OCCURS 12 TIMES.
              10 MTH-COUNT       PIC 9(9).
              10 MTH-GROSS       PIC 9(11)V99.
              10 MTH-TAX         PIC 9(11)V99.
       77 MTH-SUB                PIC 9(2) VALUE 0.

       77 HIST-ACTION            PIC X(3).
       77 HIST-AMOUNT            PIC 9(9)V99.

       77 CUST-NO                PIC X(6).
       77 CUST-NAME              PIC X(20).
       77 CUST-GROSS             PIC 9(11)V99 VALUE 0.
       77 CUST-TAX               PIC 9(11)V99 VALUE 0.
       77 CUST-NET               PIC 9(11)V99 VALUE 0.
       77 CUST-ACCOUNTS          PIC 9(5) VALUE 0.
       77 ACCT-NET               PIC 9(9)V99 VALUE 0.

       77 CERT-GROSS             PIC 9(11)V99 VALUE 0.
       77 CERT-TAX               PIC 9(11)V99 VALUE 0.
       77 UNLINKED-GROSS         PIC 9(11)V99 VALUE 0.
       77 UNLINKED-TAX           PIC 9(11)V99 VALUE 0.
       77 YEAR-COUNT             PIC 9(9) VALUE 0.
       77 YEAR-GROSS             PIC 9(11)V99 VALUE 0.
       77 YEAR-TAX               PIC 9(11)V99 VALUE 0.
       77 CERTS-PRINTED          PIC 9(5) VALUE 0.

       77 AMOUNT-ED              PIC ZZZ,ZZZ,ZZ9.99.
       77 TOTAL-ED               PIC Z,ZZZ,ZZZ,ZZ9.99.
       77 GROSS-ED               PIC Z,ZZZ,ZZZ,ZZ9.99.
       77 TAX-ED                 PIC Z,ZZZ,ZZZ,ZZ9.99.
       77 COUNT-ED               PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM READ-BUSINESS-DATE
           PERFORM READ-TAX-YEAR
           PERFORM LOAD-ACCOUNTS
           IF ABORT-RUN = "N"
               PERFORM SCAN-ALL-HISTORY
           END-IF

           IF ABORT-RUN = "Y"
               DISPLAY "TAX CERTIFICATE RUN ABORTED, NO CERTIFICATES "
                       "PRODUCED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM PRINT-CERTIFICATES
           PERFORM PRINT-REMITTANCE
           DISPLAY "TAX CERTIFICATES PRINTED FOR " CERTS-PRINTED
                   " CUSTOMER(S), TAX YEAR " TAX-YEAR
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

       READ-TAX-YEAR.
           MOVE BUS-DATE(1:4) TO TAX-YEAR
           OPEN INPUT YR-FILE
           IF WS-YR NOT = "00" AND WS-YR NOT = "35"
               DISPLAY "YR-FILE OPEN FAILED, STATUS = " WS-YR
                       ", USING TAX YEAR " TAX-YEAR
               EXIT PARAGRAPH
           END-IF

           IF WS-YR = "35"
               EXIT PARAGRAPH
           END-IF

           READ YR-FILE
           EVALUATE WS-YR
               WHEN "00"
                   IF YR-RECORD NUMERIC
                           AND YR-RECORD NOT > BUS-DATE(1:4)
                       MOVE YR-RECORD TO TAX-YEAR
                   ELSE
                       DISPLAY "YR-FILE RECORD NOT VALID, USING TAX "
                               "YEAR " TAX-YEAR
                   END-IF
               WHEN "10"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "YR-FILE READ FAILED, STATUS = " WS-YR
                           ", USING TAX YEAR " TAX-YEAR
           END-EVALUATE

           CLOSE YR-FILE.

       LOAD-ACCOUNTS.
           MOVE 0 TO ACT-COUNT

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
                           PERFORM ADD-ACCOUNT-ENTRY
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
           IF WS-AARC = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-AARC NOT = "00"
               DISPLAY "AARC-FILE OPEN FAILED, STATUS = " WS-AARC
               MOVE "Y" TO ABORT-RUN
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF-ACC
           PERFORM UNTIL WS-EOF-ACC = "Y"
               READ AARC-FILE
               EVALUATE WS-AARC
                   WHEN "00"
                       MOVE AARC-RECORD TO ACC-RECORD-RAW
                       PERFORM ADD-ACCOUNT-ENTRY
                   WHEN "10"
                       MOVE "Y" TO WS-EOF-ACC
                   WHEN OTHER
                       DISPLAY "AARC-FILE READ FAILED, STATUS = "
                               WS-AARC
                       MOVE "Y" TO ABORT-RUN
                       MOVE "Y" TO WS-EOF-ACC
               END-EVALUATE
           END-PERFORM
           CLOSE AARC-FILE.

       ADD-ACCOUNT-ENTRY.
           IF ACT-COUNT >= ACT-TABLE-MAX
               DISPLAY "ACCOUNT TABLE FULL AT " ACT-TABLE-MAX
                       " RECORDS, CERTIFICATES INCOMPLETE"
               MOVE "Y" TO ABORT-RUN
               MOVE "Y" TO WS-EOF-ACC
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO ACT-COUNT
           MOVE ACC-RECORD-RAW(1:6)  TO ACT-ACCT(ACT-COUNT)
           MOVE ACC-RECORD-RAW(57:6) TO ACT-CUST(ACT-COUNT)
           MOVE 0 TO ACT-GROSS(ACT-COUNT)
           MOVE 0 TO ACT-TAX(ACT-COUNT).

       SCAN-ALL-HISTORY.
           MOVE 0 TO MTH-SUB
           PERFORM UNTIL MTH-SUB >= 12
               ADD 1 TO MTH-SUB
               MOVE 0 TO MTH-COUNT(MTH-SUB)
               MOVE 0 TO MTH-GROSS(MTH-SUB)
               MOVE 0 TO MTH-TAX(MTH-SUB)
           END-PERFORM

           MOVE "history.txt" TO WS-HIST-FILENAME
           PERFORM SCAN-ONE-HISTORY-FILE

           MOVE BUS-DATE(1:4) TO WORK-YEAR
           MOVE BUS-DATE(5:2) TO WORK-MONTH
           COMPUTE TOTAL-MONTHS = WORK-YEAR * 12 + WORK-MONTH - 1
           MOVE TAX-YEAR TO WORK-YEAR
           COMPUTE TAX-YEAR-MONTHS = WORK-YEAR * 12
           COMPUTE LOOKBACK-MONTHS = TOTAL-MONTHS - TAX-YEAR-MONTHS

           MOVE 1 TO MONTH-OFFSET
           PERFORM UNTIL MONTH-OFFSET > LOOKBACK-MONTHS
                   OR ABORT-RUN = "Y"
               PERFORM BUILD-ARCHIVE-FILENAME
               PERFORM SCAN-ONE-HISTORY-FILE
               ADD 1 TO MONTH-OFFSET
           END-PERFORM.

       BUILD-ARCHIVE-FILENAME.
           MOVE BUS-DATE(1:4) TO WORK-YEAR
           MOVE BUS-DATE(5:2) TO WORK-MONTH
           COMPUTE TOTAL-MONTHS =
               WORK-YEAR * 12 + WORK-MONTH - 1 - MONTH-OFFSET
           COMPUTE WORK-YEAR = TOTAL-MONTHS / 12
           COMPUTE WORK-MONTH =
               TOTAL-MONTHS - WORK-YEAR * 12 + 1

           MOVE SPACES TO WS-HIST-FILENAME
           STRING "hist" DELIMITED BY SIZE
                  WORK-YEAR DELIMITED BY SIZE
                  WORK-MONTH DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-HIST-FILENAME.

       SCAN-ONE-HISTORY-FILE.
           OPEN INPUT HIST-FILE
           IF WS-HIST = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-HIST NOT = "00"
               DISPLAY "HIST-FILE OPEN FAILED FOR " WS-HIST-FILENAME
                       ", STATUS = " WS-HIST
               MOVE "Y" TO ABORT-RUN
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF-HIST
           PERFORM UNTIL WS-EOF-HIST = "Y"
               READ HIST-FILE
               EVALUATE WS-HIST
                   WHEN "00"
                       IF HIST-RECORD(54:4) = TAX-YEAR
                           PERFORM NOTE-INTEREST
                       END-IF
                   WHEN "10"
                       MOVE "Y" TO WS-EOF-HIST
                   WHEN OTHER
                       DISPLAY "HIST-FILE READ FAILED FOR "
                               WS-HIST-FILENAME ", STATUS = " WS-HIST
                       MOVE "Y" TO ABORT-RUN
                       MOVE "Y" TO WS-EOF-HIST
               END-EVALUATE
           END-PERFORM

           CLOSE HIST-FILE.

       NOTE-INTEREST.
           MOVE HIST-RECORD(7:3) TO HIST-ACTION
           IF HIST-ACTION NOT = "INT" AND HIST-ACTION NOT = "WHT"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(HIST-RECORD(22:13)) =
                   FUNCTION NUMVAL(HIST-RECORD(35:13))
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION NUMVAL(HIST-RECORD(10:12)) TO HIST-AMOUNT
           MOVE HIST-RECORD(58:2) TO MTH-SUB
           IF MTH-SUB < 1 OR MTH-SUB > 12
               EXIT PARAGRAPH
           END-IF

           IF HIST-ACTION = "INT"
               ADD HIST-AMOUNT TO MTH-GROSS(MTH-SUB)
               ADD HIST-AMOUNT TO YEAR-GROSS
           ELSE
               ADD 1 TO MTH-COUNT(MTH-SUB)
               ADD HIST-AMOUNT TO MTH-TAX(MTH-SUB)
               ADD 1 TO YEAR-COUNT
               ADD HIST-AMOUNT TO YEAR-TAX
           END-IF

           MOVE "N" TO ACT-FOUND
           MOVE 0 TO ACT-SUB
           PERFORM UNTIL ACT-SUB >= ACT-COUNT OR ACT-FOUND = "Y"
               ADD 1 TO ACT-SUB
               IF ACT-ACCT(ACT-SUB) = HIST-RECORD(1:6)
                   MOVE "Y" TO ACT-FOUND
               END-IF
           END-PERFORM

           IF ACT-FOUND = "N"
                   OR ACT-CUST(ACT-SUB) = "000000"
                   OR ACT-CUST(ACT-SUB) = SPACES
               IF HIST-ACTION = "INT"
                   ADD HIST-AMOUNT TO UNLINKED-GROSS
               ELSE
                   ADD HIST-AMOUNT TO UNLINKED-TAX
               END-IF
           END-IF

           IF ACT-FOUND = "Y"
               IF HIST-ACTION = "INT"
                   ADD HIST-AMOUNT TO ACT-GROSS(ACT-SUB)
               ELSE
                   ADD HIST-AMOUNT TO ACT-TAX(ACT-SUB)
               END-IF
           END-IF.

       PRINT-CERTIFICATES.
           OPEN OUTPUT REPT-FILE
           IF WS-REPT NOT = "00"
               DISPLAY "REPT-FILE OPEN FAILED, STATUS = " WS-REPT
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT CUS-FILE
           IF WS-CUS NOT = "00" AND WS-CUS NOT = "35"
               DISPLAY "CUS-FILE OPEN FAILED, STATUS = " WS-CUS
               MOVE 8 TO RETURN-CODE
               CLOSE REPT-FILE
               EXIT PARAGRAPH
           END-IF

           IF WS-CUS = "00"
               MOVE "N" TO WS-EOF-CUS
               PERFORM UNTIL WS-EOF-CUS = "Y"
                   READ CUS-FILE
                   EVALUATE WS-CUS
                       WHEN "00"
                           PERFORM PRINT-ONE-CERTIFICATE
                       WHEN "10"
                           MOVE "Y" TO WS-EOF-CUS
                       WHEN OTHER
                           DISPLAY "CUS-FILE READ FAILED, STATUS = "
                                   WS-CUS
                           MOVE 8 TO RETURN-CODE
                           MOVE "Y" TO WS-EOF-CUS
                   END-EVALUATE
               END-PERFORM
           ELSE
               DISPLAY "NO CUSTOMERS ON FILE"
           END-IF
           CLOSE CUS-FILE

           MOVE SPACES TO REPT-RECORD
           STRING "CERTIFICATE SUMMARY FOR TAX YEAR " DELIMITED BY SIZE
                  TAX-YEAR DELIMITED BY SIZE
                  INTO REPT-RECORD
           PERFORM WRITE-REPT-LINE

           MOVE CERTS-PRINTED TO COUNT-ED
           MOVE SPACES TO REPT-RECORD
           STRING "  CERTIFICATES ISSUED        " DELIMITED BY SIZE
                  COUNT-ED DELIMITED BY SIZE
                  INTO REPT-RECORD
           PERFORM WRITE-REPT-LINE

           MOVE CERT-GROSS TO GROSS-ED
           MOVE CERT-TAX TO TAX-ED
           MOVE SPACES TO REPT-RECORD
           STRING "  CERTIFIED GROSS INTEREST " DELIMITED BY SIZE
                  GROSS-ED DELIMITED BY SIZE
                  "  TAX WITHHELD " DELIMITED BY SIZE
                  TAX-ED DELIMITED BY SIZE
                  INTO REPT-RECORD
           PERFORM WRITE-REPT-LINE

           MOVE UNLINKED-GROSS TO GROSS-ED
           MOVE UNLINKED-TAX TO TAX-ED
           MOVE SPACES TO REPT-RECORD
           STRING "  UNLINKED GROSS INTEREST  " DELIMITED BY SIZE
                  GROSS-ED DELIMITED BY SIZE
                  "  TAX WITHHELD " DELIMITED BY SIZE
                  TAX-ED DELIMITED BY SIZE
                  INTO REPT-RECORD
           PERFORM WRITE-REPT-LINE

           CLOSE REPT-FILE.

       PRINT-ONE-CERTIFICATE.
           MOVE CUS-RECORD(1:6)  TO CUST-NO
           MOVE CUS-RECORD(7:20) TO CUST-NAME

           MOVE SPACES TO REPT-RECORD
           STRING "INTEREST AND WITHHOLDING TAX CERTIFICATE - TAX YEAR "
                      DELIMITED BY SIZE
                  TAX-YEAR DELIMITED BY SIZE
                  INTO REPT-RECORD
           PERFORM WRITE-REPT-LINE

           MOVE SPACES TO REPT-RECORD
           STRING "CUSTOMER " DELIMITED BY SIZE
                  CUST-NO DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  CUST-NAME DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  CUS-RECORD(27:30) DELIMITED BY SIZE
                  INTO REPT-RECORD
           PERFORM WRITE-REPT-LINE

           MOVE 0 TO CUST-GROSS
           MOVE 0 TO CUST-TAX
           MOVE 0 TO CUST-ACCOUNTS
           MOVE 0 TO ACT-SUB
           PERFORM UNTIL ACT-SUB >= ACT-COUNT
               ADD 1 TO ACT-SUB
               IF ACT-CUST(ACT-SUB) = CUST-NO
                   PERFORM PRINT-CERTIFICATE-ACCOUNT
               END-IF
           END-PERFORM

           IF CUST-ACCOUNTS = 0
               MOVE "  NO ACCOUNTS LINKED" TO REPT-RECORD
               PERFORM WRITE-REPT-LINE
           END-IF

           COMPUTE CUST-NET = CUST-GROSS - CUST-TAX
           MOVE CUST-GROSS TO TOTAL-ED
           MOVE SPACES TO REPT-RECORD
           STRING "  TOTAL GROSS INTEREST  " DELIMITED BY SIZE
                  TOTAL-ED DELIMITED BY SIZE
                  INTO REPT-RECORD
           PERFORM WRITE-REPT-LINE

           MOVE CUST-TAX TO TOTAL-ED
           MOVE SPACES TO REPT-RECORD
           STRING "  TOTAL TAX WITHHELD    " DELIMITED BY SIZE
                  TOTAL-ED DELIMITED BY SIZE
                  INTO REPT-RECORD
           PERFORM WRITE-REPT-LINE

           MOVE CUST-NET TO TOTAL-ED
           MOVE SPACES TO REPT-RECORD
           STRING "  TOTAL NET INTEREST    " DELIMITED BY SIZE
                  TOTAL-ED DELIMITED BY SIZE
                  INTO REPT-RECORD
           PERFORM WRITE-REPT-LINE

           MOVE SPACES TO REPT-RECORD
           PERFORM WRITE-REPT-LINE

           ADD CUST-GROSS TO CERT-GROSS
           ADD CUST-TAX TO CERT-TAX
           ADD 1 TO CERTS-PRINTED.

       PRINT-CERTIFICATE-ACCOUNT.
           ADD 1 TO CUST-ACCOUNTS
           ADD ACT-GROSS(ACT-SUB) TO CUST-GROSS
           ADD ACT-TAX(ACT-SUB) TO CUST-TAX
           COMPUTE ACCT-NET = ACT-GROSS(ACT-SUB) - ACT-TAX(ACT-SUB)

           MOVE SPACES TO REPT-RECORD
           STRING "  ACCOUNT " DELIMITED BY SIZE
                  ACT-ACCT(ACT-SUB) DELIMITED BY SIZE
                  INTO REPT-RECORD
           MOVE ACT-GROSS(ACT-SUB) TO AMOUNT-ED
           MOVE "GROSS" TO REPT-RECORD(20:5)
           MOVE AMOUNT-ED TO REPT-RECORD(26:14)
           MOVE ACT-TAX(ACT-SUB) TO AMOUNT-ED
           MOVE "TAX" TO REPT-RECORD(42:3)
           MOVE AMOUNT-ED TO REPT-RECORD(46:14)
           MOVE ACCT-NET TO AMOUNT-ED
           MOVE "NET" TO REPT-RECORD(62:3)
           MOVE AMOUNT-ED TO REPT-RECORD(66:14)
           PERFORM WRITE-REPT-LINE.

       PRINT-REMITTANCE.
           OPEN OUTPUT RMT-FILE
           IF WS-RMT NOT = "00"
               DISPLAY "RMT-FILE OPEN FAILED, STATUS = " WS-RMT
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO RMT-RECORD
           STRING "WITHHOLDING TAX REMITTANCE SUMMARY - TAX YEAR "
                      DELIMITED BY SIZE
                  TAX-YEAR DELIMITED BY SIZE
                  INTO RMT-RECORD
           PERFORM WRITE-RMT-LINE

           MOVE 0 TO MTH-SUB
           PERFORM UNTIL MTH-SUB >= 12
               ADD 1 TO MTH-SUB
               MOVE MTH-COUNT(MTH-SUB) TO COUNT-ED
               MOVE MTH-GROSS(MTH-SUB) TO GROSS-ED
               MOVE MTH-TAX(MTH-SUB) TO TAX-ED
               MOVE SPACES TO RMT-RECORD
               STRING "  MONTH " DELIMITED BY SIZE
                      TAX-YEAR DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      MTH-SUB DELIMITED BY SIZE
                      " ITEMS " DELIMITED BY SIZE
                      COUNT-ED DELIMITED BY SIZE
                      "  GROSS " DELIMITED BY SIZE
                      GROSS-ED DELIMITED BY SIZE
                      "  TAX TO REMIT " DELIMITED BY SIZE
                      TAX-ED DELIMITED BY SIZE
                      INTO RMT-RECORD
               PERFORM WRITE-RMT-LINE
           END-PERFORM

           MOVE YEAR-COUNT TO COUNT-ED
           MOVE YEAR-GROSS TO GROSS-ED
           MOVE YEAR-TAX TO TAX-ED
           MOVE SPACES TO RMT-RECORD
           STRING "  YEAR TOTAL   ITEMS " DELIMITED BY SIZE
                  COUNT-ED DELIMITED BY SIZE
                  "  GROSS " DELIMITED BY SIZE
                  GROSS-ED DELIMITED BY SIZE
                  "  TAX TO REMIT " DELIMITED BY SIZE
                  TAX-ED DELIMITED BY SIZE
                  INTO RMT-RECORD
           PERFORM WRITE-RMT-LINE

           IF YEAR-TAX = CERT-TAX + UNLINKED-TAX
               MOVE "  REMITTANCE AGREES TO CERTIFICATES" TO RMT-RECORD
           ELSE
               MOVE "  REMITTANCE DIFFERS FROM CERTIFICATES"
                   TO RMT-RECORD
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM WRITE-RMT-LINE

           CLOSE RMT-FILE.

       WRITE-REPT-LINE.
           WRITE REPT-RECORD
           IF WS-REPT NOT = "00"
               DISPLAY "REPT-FILE WRITE FAILED, STATUS = " WS-REPT
           END-IF.

       WRITE-RMT-LINE.
           DISPLAY RMT-RECORD
           WRITE RMT-RECORD
           IF WS-RMT NOT = "00"
               DISPLAY "RMT-FILE WRITE FAILED, STATUS = " WS-RMT
           END-IF.
