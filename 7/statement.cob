       77 HIST-TARGET-ACCT       PIC 9(6).

       77 ENTRY-COUNT            PIC 9(9) VALUE 0.
       77 INTEREST-GROSS         PIC 9(9)V99 VALUE 0.
       77 INTEREST-TAX           PIC 9(9)V99 VALUE 0.
       77 INTEREST-NET           PIC S9(9)V99 VALUE 0.
       77 ACCOUNTS-PRINTED       PIC 9(9) VALUE 0.

       77 AMOUNT-ED              PIC ZZZ,ZZZ,ZZ9.99.
           PERFORM WRITE-STMT-LINE

           MOVE 0 TO ENTRY-COUNT
           MOVE 0 TO INTEREST-GROSS
           MOVE 0 TO INTEREST-TAX
           PERFORM PRINT-HISTORY-ENTRIES
           IF INTEREST-GROSS > 0 OR INTEREST-TAX > 0
               PERFORM PRINT-INTEREST-SUMMARY
           END-IF

           IF ENTRY-COUNT = 0
               MOVE ACC-BALANCE TO BALANCE-ED
                               AND HIST-BAL-BEFORE NOT = HIST-BAL-AFTER
                               AND (HIST-ACTION = "DEP"
                               OR HIST-ACTION = "WDR"
                               OR HIST-ACTION = "CHQ"
                               OR HIST-ACTION = "XFR"
                               OR HIST-ACTION = "INT"
                               OR HIST-ACTION = "WHT"
                               OR HIST-ACTION = "REV"
                               OR HIST-ACTION = "PEN"
                               OR HIST-ACTION = "ODI"
                               OR HIST-ACTION = "FEE")
                           PERFORM PRINT-HIST-ENTRY
                       END-IF
               PERFORM WRITE-STMT-LINE
           END-IF
           ADD 1 TO ENTRY-COUNT
           EVALUATE HIST-ACTION
               WHEN "INT"
                   ADD HIST-AMOUNT TO INTEREST-GROSS
               WHEN "WHT"
                   ADD HIST-AMOUNT TO INTEREST-TAX
           END-EVALUATE

           MOVE HIST-AMOUNT    TO AMOUNT-ED
           MOVE HIST-BAL-AFTER TO BALANCE-ED
                      HIST-RECORD(48:6) DELIMITED BY SIZE
                      INTO STMT-RECORD
           ELSE
           IF HIST-ACTION = "CHQ"
               STRING "  " DELIMITED BY SIZE
                      HIST-RECORD(54:8) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      HIST-ACTION DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      AMOUNT-ED DELIMITED BY SIZE
                      "  BALANCE " DELIMITED BY SIZE
                      BALANCE-ED DELIMITED BY SIZE
                      "  CHEQUE " DELIMITED BY SIZE
                      HIST-RECORD(48:6) DELIMITED BY SIZE
                      INTO STMT-RECORD
           ELSE
           IF HIST-ACTION = "REV"
               STRING "  " DELIMITED BY SIZE
                      HIST-RECORD(54:8) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      AMOUNT-ED DELIMITED BY SIZE
                      "  BALANCE " DELIMITED BY SIZE
                      BALANCE-ED DELIMITED BY SIZE
                      "  CORRECTION OF " DELIMITED BY SIZE
                      HIST-RECORD(106:3) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      HIST-RECORD(98:8) DELIMITED BY SIZE
                      INTO STMT-RECORD
           ELSE
               STRING "  " DELIMITED BY SIZE
                      HIST-RECORD(54:8) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      HIST-ACTION DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      AMOUNT-ED DELIMITED BY SIZE
                      "  BALANCE " DELIMITED BY SIZE
                      BALANCE-ED DELIMITED BY SIZE
                      INTO STMT-RECORD
           END-IF
           END-IF
           END-IF
           PERFORM WRITE-STMT-LINE.

       PRINT-INTEREST-SUMMARY.
           COMPUTE INTEREST-NET = INTEREST-GROSS - INTEREST-TAX
           MOVE INTEREST-GROSS TO AMOUNT-ED
           MOVE SPACES TO STMT-RECORD
           STRING "  INTEREST GROSS   " DELIMITED BY SIZE
                  AMOUNT-ED DELIMITED BY SIZE
                  INTO STMT-RECORD
           PERFORM WRITE-STMT-LINE

           MOVE INTEREST-TAX TO AMOUNT-ED
           MOVE SPACES TO STMT-RECORD
           STRING "  TAX WITHHELD     " DELIMITED BY SIZE
                  AMOUNT-ED DELIMITED BY SIZE
                  INTO STMT-RECORD
           PERFORM WRITE-STMT-LINE

           MOVE INTEREST-NET TO BALANCE-ED
           MOVE SPACES TO STMT-RECORD
           STRING "  INTEREST NET    " DELIMITED BY SIZE
                  BALANCE-ED DELIMITED BY SIZE
                  INTO STMT-RECORD
           PERFORM WRITE-STMT-LINE.

       CALCULATE-IDR-BALANCE.
