
       77 GL-CASH-ACCT           PIC X(6) VALUE "100100".
       77 GL-DEPOSIT-ACCT        PIC X(6) VALUE "200100".
       77 GL-TAX-PAYABLE-ACCT    PIC X(6) VALUE "200200".
       77 GL-FEE-INCOME-ACCT     PIC X(6) VALUE "400100".
       77 GL-OD-INCOME-ACCT      PIC X(6) VALUE "400200".
       77 GL-INT-EXPENSE-ACCT    PIC X(6) VALUE "500100".

       77 HIST-ACTION            PIC X(3).
       77 DEBIT-TOTAL            PIC 9(11)V99 VALUE 0.
       77 CREDIT-TOTAL           PIC 9(11)V99 VALUE 0.
       77 GL-ACCT-NUM            PIC 9(6).
       77 CORRECTION-COUNT       PIC 9(9) VALUE 0.
       77 CORRECTION-TOTAL       PIC 9(11)V99 VALUE 0.

       77 ACC-BALANCE            PIC S9(9)V99.
       77 BOOK-TOTAL             PIC S9(12)V99 VALUE 0.
                   MOVE GL-CASH-ACCT    TO POST-DR-ACCT
                   MOVE GL-DEPOSIT-ACCT TO POST-CR-ACCT
               WHEN "WDR"
               WHEN "CHQ"
                   MOVE GL-DEPOSIT-ACCT TO POST-DR-ACCT
                   MOVE GL-CASH-ACCT    TO POST-CR-ACCT
               WHEN "XFR"
               WHEN "INT"
                   MOVE GL-INT-EXPENSE-ACCT TO POST-DR-ACCT
                   MOVE GL-DEPOSIT-ACCT     TO POST-CR-ACCT
               WHEN "WHT"
                   MOVE GL-DEPOSIT-ACCT     TO POST-DR-ACCT
                   MOVE GL-TAX-PAYABLE-ACCT TO POST-CR-ACCT
               WHEN "FEE"
               WHEN "PEN"
                   MOVE GL-DEPOSIT-ACCT    TO POST-DR-ACCT
                   MOVE GL-FEE-INCOME-ACCT TO POST-CR-ACCT
               WHEN "ODI"
                   MOVE GL-DEPOSIT-ACCT   TO POST-DR-ACCT
                   MOVE GL-OD-INCOME-ACCT TO POST-CR-ACCT
               WHEN "REV"
                   EVALUATE TRUE
                       WHEN HIST-RECORD(106:3) = "XFR"
                               AND HIST-BAL-AFTER > HIST-BAL-BEFORE
                           MOVE "Y" TO POST-SKIP
                       WHEN HIST-RECORD(106:3) = "XFR"
                           MOVE GL-DEPOSIT-ACCT TO POST-DR-ACCT
                           MOVE GL-DEPOSIT-ACCT TO POST-CR-ACCT
                       WHEN HIST-BAL-AFTER > HIST-BAL-BEFORE
                           MOVE GL-CASH-ACCT    TO POST-DR-ACCT
                           MOVE GL-DEPOSIT-ACCT TO POST-CR-ACCT
                       WHEN OTHER
                           MOVE GL-DEPOSIT-ACCT TO POST-DR-ACCT
                           MOVE GL-CASH-ACCT    TO POST-CR-ACCT
                   END-EVALUATE
                   IF POST-SKIP = "N"
                       ADD 1 TO CORRECTION-COUNT
                       ADD HIST-AMOUNT TO CORRECTION-TOTAL
                   END-IF
               WHEN OTHER
                   MOVE "Y" TO POST-SKIP
           END-EVALUATE
                  INTO REPT-RECORD
           PERFORM WRITE-REPT-LINE

           IF CORRECTION-COUNT > 0
               MOVE CORRECTION-COUNT TO COUNT-ED
               MOVE CORRECTION-TOTAL TO TOTAL-ED
               MOVE SPACES TO REPT-RECORD
               STRING "  CORRECTIONS (REV) " DELIMITED BY SIZE
                      COUNT-ED DELIMITED BY SIZE
                      " TOTAL " DELIMITED BY SIZE
                      TOTAL-ED DELIMITED BY SIZE
                      INTO REPT-RECORD
               PERFORM WRITE-REPT-LINE
           END-IF

           MOVE DEBIT-TOTAL TO TOTAL-ED
           MOVE SPACES TO REPT-RECORD
           STRING "  DEBIT TOTAL " DELIMITED BY SIZE
