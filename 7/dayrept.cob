       77 DEP-TOTAL              PIC 9(11)V99 VALUE 0.
       77 WDR-COUNT              PIC 9(9) VALUE 0.
       77 WDR-TOTAL              PIC 9(11)V99 VALUE 0.
       77 CHQ-COUNT              PIC 9(9) VALUE 0.
       77 CHQ-TOTAL              PIC 9(11)V99 VALUE 0.
       77 XFR-COUNT              PIC 9(9) VALUE 0.
       77 XFR-TOTAL              PIC 9(11)V99 VALUE 0.
       77 INT-COUNT              PIC 9(9) VALUE 0.
       77 INT-TOTAL              PIC 9(11)V99 VALUE 0.
       77 ODI-COUNT              PIC 9(9) VALUE 0.
       77 ODI-TOTAL              PIC 9(11)V99 VALUE 0.
       77 FEE-COUNT              PIC 9(9) VALUE 0.
       77 FEE-TOTAL              PIC 9(11)V99 VALUE 0.
       77 REV-COUNT              PIC 9(9) VALUE 0.
       77 REV-TOTAL              PIC 9(11)V99 VALUE 0.
       77 ITEM-COUNT             PIC 9(9) VALUE 0.
       77 REJECT-COUNT           PIC 9(9) VALUE 0.

                   AND HIST-BAL-AFTER > HIST-BAL-BEFORE
               EXIT PARAGRAPH
           END-IF
           IF HIST-ACTION = "REV" AND HIST-RECORD(106:3) = "XFR"
                   AND HIST-BAL-AFTER > HIST-BAL-BEFORE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO ITEM-COUNT

               WHEN "WDR"
                   ADD 1 TO WDR-COUNT
                   ADD HIST-AMOUNT TO WDR-TOTAL
               WHEN "CHQ"
                   ADD 1 TO CHQ-COUNT
                   ADD HIST-AMOUNT TO CHQ-TOTAL
               WHEN "XFR"
                   ADD 1 TO XFR-COUNT
                   ADD HIST-AMOUNT TO XFR-TOTAL
               WHEN "INT"
                   ADD 1 TO INT-COUNT
                   ADD HIST-AMOUNT TO INT-TOTAL
               WHEN "ODI"
                   ADD 1 TO ODI-COUNT
                   ADD HIST-AMOUNT TO ODI-TOTAL
               WHEN "FEE"
               WHEN "PEN"
                   ADD 1 TO FEE-COUNT
                   ADD HIST-AMOUNT TO FEE-TOTAL
               WHEN "REV"
                   ADD 1 TO REV-COUNT
                   ADD HIST-AMOUNT TO REV-TOTAL
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
               WHEN OUT-MSG(1:27) = "RELEASE EXCEEDS HELD AMOUNT"
               WHEN OUT-MSG(1:15) = "HOLD TABLE FULL"
               WHEN OUT-MSG(1:18) = "PENDING TABLE FULL"
               WHEN OUT-MSG(1:9)  = "ORIGINAL "
               WHEN OUT-MSG(1:23) = "REVERSAL WINDOW EXPIRED"
               WHEN OUT-MSG(1:20) = "COUNTERPARTY ACCOUNT"
               WHEN OUT-MSG(1:16) = "TERM DEPOSIT NOT"
               WHEN OUT-MSG(1:14) = "TERM DEPOSIT -"
               WHEN OUT-MSG(1:17) = "TERM DEPOSIT TYPE"
               WHEN OUT-MSG(1:18) = "TERM DEPOSIT TABLE"
               WHEN OUT-MSG(1:18) = "NOT A TERM DEPOSIT"
               WHEN OUT-MSG(1:15) = "FUNDING ACCOUNT"
               WHEN OUT-MSG(1:14) = "LINKED ACCOUNT"
               WHEN OUT-MSG(1:20) = "INVALID TERM DEPOSIT"
               WHEN OUT-MSG(1:20) = "REVERSAL NOT ALLOWED"
               WHEN OUT-MSG(1:13) = "CHEQUE SERIAL"
               WHEN OUT-MSG(1:19) = "CHEQUE ALREADY PAID"
               WHEN OUT-MSG(1:17) = "CHEQUE TABLE FULL"
               WHEN OUT-MSG(1:22) = "CHEQUE BOOK TABLE FULL"
               WHEN OUT-MSG(1:17) = "CHEQUE BOOKS ONLY"
               WHEN OUT-MSG(1:21) = "STOP PAYMENT IN FORCE"
               WHEN OUT-MSG(1:12) = "SERIAL RANGE"
                   ADD 1 TO REJECT-COUNT
               WHEN OTHER
                   CONTINUE
           MOVE WDR-TOTAL TO RPT-TOTAL
           PERFORM WRITE-ACTION-LINE

           MOVE "CHQ" TO RPT-ACTION
           MOVE CHQ-COUNT TO RPT-COUNT
           MOVE CHQ-TOTAL TO RPT-TOTAL
           PERFORM WRITE-ACTION-LINE

           MOVE "XFR" TO RPT-ACTION
           MOVE XFR-COUNT TO RPT-COUNT
           MOVE XFR-TOTAL TO RPT-TOTAL
           MOVE INT-TOTAL TO RPT-TOTAL
           PERFORM WRITE-ACTION-LINE

           MOVE "ODI" TO RPT-ACTION
           MOVE ODI-COUNT TO RPT-COUNT
           MOVE ODI-TOTAL TO RPT-TOTAL
           PERFORM WRITE-ACTION-LINE

           MOVE "FEE" TO RPT-ACTION
           MOVE FEE-COUNT TO RPT-COUNT
           MOVE FEE-TOTAL TO RPT-TOTAL
           PERFORM WRITE-ACTION-LINE

           MOVE REV-COUNT TO COUNT-ED
           MOVE REV-TOTAL TO AMOUNT-ED
           MOVE SPACES TO REPT-RECORD
           STRING "  REV COUNT " DELIMITED BY SIZE
                  COUNT-ED DELIMITED BY SIZE
                  " TOTAL " DELIMITED BY SIZE
                  AMOUNT-ED DELIMITED BY SIZE
                  " (CORRECTIONS)" DELIMITED BY SIZE
                  INTO REPT-RECORD
           PERFORM WRITE-REPT-LINE

           MOVE ITEM-COUNT TO COUNT-ED
           MOVE SPACES TO REPT-RECORD
           STRING "  ITEMS PROCESSED " DELIMITED BY SIZE
