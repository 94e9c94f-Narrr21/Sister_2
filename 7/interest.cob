           SELECT BUS-FILE ASSIGN TO "busdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS.
           SELECT WHT-FILE ASSIGN TO "whtrate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHT.

       DATA DIVISION.
       FILE SECTION.
       FD BUS-FILE.
       01 BUS-RECORD            PIC X(8).

       FD WHT-FILE.
       01 WHT-RECORD            PIC X(5).

       WORKING-STORAGE SECTION.
       77 WS-ACC                PIC XX.
       77 WS-TMP                PIC XX.
       77 WS-HIST                PIC XX.
       77 WS-LOCK                PIC XX.
       77 WS-BUS                 PIC XX.
       77 WS-WHT                 PIC XX.
       77 WS-EOF-ACC             PIC X VALUE "N".

       77 WS-CURRENT-DATE        PIC X(21).
       77 INT-ANNUAL-RATE        PIC 9V9(4).
       77 INT-AMOUNT              PIC 9(9)V99.
       77 NEW-BALANCE             PIC 9(9)V99.
       77 WHT-PERCENT             PIC 9(3)V99 VALUE 20.00.
       77 WHT-PERCENT-ED          PIC ZZ9.99.
       77 WHT-AMOUNT              PIC 9(9)V99.
       77 NET-BALANCE             PIC 9(9)V99.
       77 TOTAL-INTEREST          PIC 9(11)V99 VALUE 0.
       77 TOTAL-WITHHELD          PIC 9(11)V99 VALUE 0.
       77 TOTAL-ED                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       77 DISP-AMOUNT              PIC 9(9).99.
       77 DISP-SIGNED              PIC -9(9).99.
       77 ACCOUNTS-POSTED          PIC 9(9) VALUE 0.
           END-IF

           PERFORM READ-BUSINESS-DATE
           PERFORM READ-WHT-RATE
           PERFORM POST-INTEREST
           PERFORM RELEASE-RUN-LOCK

           ELSE
               DISPLAY "INTEREST POSTED TO " ACCOUNTS-POSTED
                       " ACCOUNT(S)"
               MOVE TOTAL-INTEREST TO TOTAL-ED
               DISPLAY "GROSS INTEREST  " TOTAL-ED
               MOVE TOTAL-WITHHELD TO TOTAL-ED
               DISPLAY "TAX WITHHELD    " TOTAL-ED
           END-IF
           STOP RUN.


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

       POST-INTEREST.
           MOVE 0 TO ACCOUNTS-POSTED

                   ACC-BALANCE * INT-ANNUAL-RATE / 365
               IF INT-AMOUNT > 0
                   COMPUTE NEW-BALANCE = ACC-BALANCE + INT-AMOUNT
                   COMPUTE WHT-AMOUNT ROUNDED =
                       INT-AMOUNT * WHT-PERCENT / 100
                   COMPUTE NET-BALANCE = NEW-BALANCE - WHT-AMOUNT
                   MOVE "INT" TO ACC-RECORD-RAW(7:3)
                   MOVE NET-BALANCE TO DISP-SIGNED
                   MOVE DISP-SIGNED TO ACC-RECORD-RAW(10:13)
                   PERFORM WRITE-INTEREST-HISTORY
                   IF WHT-AMOUNT > 0
                       PERFORM WRITE-TAX-HISTORY
                   END-IF
                   ADD INT-AMOUNT TO TOTAL-INTEREST
                   ADD WHT-AMOUNT TO TOTAL-WITHHELD
                   ADD 1 TO ACCOUNTS-POSTED
               END-IF
           END-IF.
           END-EVALUATE.

       WRITE-INTEREST-HISTORY.
           MOVE "INT"             TO HIST-ACTION
           MOVE ACC-ACCOUNT       TO HIST-ACCOUNT
           MOVE INT-AMOUNT        TO HIST-AMOUNT-ED
           MOVE ACC-BALANCE       TO HIST-BAL-BEFORE-ED
           MOVE NEW-BALANCE       TO HIST-BAL-AFTER-ED
           PERFORM WRITE-HISTORY-RECORD.

       WRITE-TAX-HISTORY.
           MOVE "WHT"             TO HIST-ACTION
           MOVE ACC-ACCOUNT       TO HIST-ACCOUNT
           MOVE WHT-AMOUNT        TO HIST-AMOUNT-ED
           MOVE NEW-BALANCE       TO HIST-BAL-BEFORE-ED
           MOVE NET-BALANCE       TO HIST-BAL-AFTER-ED
           PERFORM WRITE-HISTORY-RECORD.

       WRITE-HISTORY-RECORD.
           MOVE SPACES             TO HIST-RECORD
           MOVE HIST-ACCOUNT       TO HIST-RECORD(1:6)
           MOVE HIST-ACTION        TO HIST-RECORD(7:3)
