       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHQREG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHQ-FILE ASSIGN TO "chqitems.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHQ.
           SELECT SUSP-FILE ASSIGN TO "rejects.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP.
           SELECT BUS-FILE ASSIGN TO "busdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS.
           SELECT REPT-FILE ASSIGN TO "chqreg.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPT.

       DATA DIVISION.
       FILE SECTION.

       FD CHQ-FILE.
       01 CHQ-RECORD            COPY chqitem.

       FD SUSP-FILE.
       01 SUSP-RECORD           PIC X(89).

       FD BUS-FILE.
       01 BUS-RECORD            PIC X(8).

       FD REPT-FILE.
       01 REPT-RECORD           PIC X(120).

       WORKING-STORAGE SECTION.
       77 WS-CHQ                 PIC XX.
       77 WS-SUSP                PIC XX.
       77 WS-BUS                 PIC XX.
       77 WS-REPT                PIC XX.
       77 WS-EOF-CHQ             PIC X VALUE "N".
       77 WS-EOF-SUSP            PIC X VALUE "N".

       77 WS-CURRENT-DATE        PIC X(21).
       77 BUS-DATE               PIC X(8).

       77 CHQ-SECTION            PIC X.
           88 CHQ-SECTION-PAID       VALUE "P".
           88 CHQ-SECTION-STOPPED    VALUE "S".

       77 ITEM-AMOUNT            PIC 9(9)V99.
       77 PAID-COUNT             PIC 9(7) VALUE 0.
       77 PAID-TOTAL             PIC 9(11)V99 VALUE 0.
       77 RETURNED-COUNT         PIC 9(7) VALUE 0.
       77 RETURNED-TOTAL         PIC 9(11)V99 VALUE 0.
       77 STOPPED-COUNT          PIC 9(7) VALUE 0.
       77 STOPPED-TOTAL          PIC 9(11)V99 VALUE 0.
       77 STOPS-IN-FORCE         PIC 9(7) VALUE 0.
       77 SECTION-COUNT          PIC 9(7) VALUE 0.
       77 SECTION-TOTAL          PIC 9(11)V99 VALUE 0.

       77 AMOUNT-ED              PIC ZZZ,ZZZ,ZZ9.99.
       77 TOTAL-ED               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       77 COUNT-ED               PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM READ-BUSINESS-DATE
           OPEN OUTPUT REPT-FILE
           IF WS-REPT NOT = "00"
               DISPLAY "REPT-FILE OPEN FAILED, STATUS = " WS-REPT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO REPT-RECORD
           STRING "CHEQUE REGISTER FOR " DELIMITED BY SIZE
                  BUS-DATE DELIMITED BY SIZE
                  INTO REPT-RECORD
           PERFORM WRITE-REPT-LINE

           MOVE "P" TO CHQ-SECTION
           PERFORM PRINT-CHEQUE-ITEMS
           PERFORM PRINT-RETURNED-ITEMS
           MOVE "S" TO CHQ-SECTION
           PERFORM PRINT-CHEQUE-ITEMS
           PERFORM PRINT-REGISTER-TOTALS

           CLOSE REPT-FILE
           DISPLAY "CHEQUE REGISTER PRINTED, " PAID-COUNT " PAID, "
                   RETURNED-COUNT " RETURNED, " STOPPED-COUNT
                   " STOPPED"
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

       PRINT-CHEQUE-ITEMS.
           MOVE SPACES TO REPT-RECORD
           PERFORM WRITE-REPT-LINE
           IF CHQ-SECTION-PAID
               MOVE "PAID CHEQUES" TO REPT-RECORD
               PERFORM WRITE-REPT-LINE
               MOVE SPACES TO REPT-RECORD
               STRING "  ACCOUNT  SERIAL          AMOUNT  TELLER    "
                          DELIMITED BY SIZE
                      "RUN ID" DELIMITED BY SIZE
                      INTO REPT-RECORD
           ELSE
               MOVE "STOP PAYMENTS PLACED" TO REPT-RECORD
               PERFORM WRITE-REPT-LINE
               MOVE SPACES TO REPT-RECORD
               STRING "  ACCOUNT  SERIAL          AMOUNT  TELLER    "
                          DELIMITED BY SIZE
                      "EXPIRES" DELIMITED BY SIZE
                      INTO REPT-RECORD
           END-IF
           PERFORM WRITE-REPT-LINE

           MOVE 0 TO SECTION-COUNT
           MOVE 0 TO SECTION-TOTAL
           OPEN INPUT CHQ-FILE
           IF WS-CHQ NOT = "00" AND WS-CHQ NOT = "35"
               DISPLAY "CHQ-FILE OPEN FAILED, STATUS = " WS-CHQ
               EXIT PARAGRAPH
           END-IF

           IF WS-CHQ = "00"
               MOVE "N" TO WS-EOF-CHQ
               PERFORM UNTIL WS-EOF-CHQ = "Y"
                   READ CHQ-FILE
                   EVALUATE WS-CHQ
                       WHEN "00"
                           PERFORM CHECK-CHEQUE-ITEM
                       WHEN "10"
                           MOVE "Y" TO WS-EOF-CHQ
                       WHEN OTHER
                           DISPLAY "CHQ-FILE READ FAILED, STATUS = "
                                   WS-CHQ
                           MOVE "Y" TO WS-EOF-CHQ
                   END-EVALUATE
               END-PERFORM
               CLOSE CHQ-FILE
           END-IF

           PERFORM PRINT-SECTION-TOTAL
           IF CHQ-SECTION-PAID
               MOVE SECTION-COUNT TO PAID-COUNT
               MOVE SECTION-TOTAL TO PAID-TOTAL
           ELSE
               MOVE SECTION-COUNT TO STOPPED-COUNT
               MOVE SECTION-TOTAL TO STOPPED-TOTAL
           END-IF.

       CHECK-CHEQUE-ITEM.
           IF CHQ-SECTION-STOPPED AND CHQ-RECORD(13:1) = "S"
                   AND CHQ-RECORD(22:8) >= BUS-DATE
               ADD 1 TO STOPS-IN-FORCE
           END-IF
           IF CHQ-RECORD(13:1) NOT = CHQ-SECTION
                   OR CHQ-RECORD(14:8) NOT = BUS-DATE
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION NUMVAL(CHQ-RECORD(30:12)) TO ITEM-AMOUNT
           ADD 1 TO SECTION-COUNT
           ADD ITEM-AMOUNT TO SECTION-TOTAL

           MOVE ITEM-AMOUNT TO AMOUNT-ED
           MOVE SPACES TO REPT-RECORD
           MOVE CHQ-RECORD(1:6)  TO REPT-RECORD(3:6)
           MOVE CHQ-RECORD(7:6)  TO REPT-RECORD(12:6)
           MOVE AMOUNT-ED        TO REPT-RECORD(19:14)
           MOVE CHQ-RECORD(56:8) TO REPT-RECORD(35:8)
           IF CHQ-SECTION-PAID
               MOVE CHQ-RECORD(42:14) TO REPT-RECORD(45:14)
           ELSE
               MOVE CHQ-RECORD(22:8)  TO REPT-RECORD(45:8)
           END-IF
           PERFORM WRITE-REPT-LINE.

       PRINT-RETURNED-ITEMS.
           MOVE SPACES TO REPT-RECORD
           PERFORM WRITE-REPT-LINE
           MOVE "RETURNED CHEQUES" TO REPT-RECORD
           PERFORM WRITE-REPT-LINE
           MOVE SPACES TO REPT-RECORD
           STRING "  ACCOUNT  SERIAL          AMOUNT  TELLER    "
                      DELIMITED BY SIZE
                  "REASON" DELIMITED BY SIZE
                  INTO REPT-RECORD
           PERFORM WRITE-REPT-LINE

           MOVE 0 TO SECTION-COUNT
           MOVE 0 TO SECTION-TOTAL
           OPEN INPUT SUSP-FILE
           IF WS-SUSP NOT = "00" AND WS-SUSP NOT = "35"
               DISPLAY "SUSP-FILE OPEN FAILED, STATUS = " WS-SUSP
               EXIT PARAGRAPH
           END-IF

           IF WS-SUSP = "00"
               MOVE "N" TO WS-EOF-SUSP
               PERFORM UNTIL WS-EOF-SUSP = "Y"
                   READ SUSP-FILE
                   EVALUATE WS-SUSP
                       WHEN "00"
                           PERFORM CHECK-RETURNED-ITEM
                       WHEN "10"
                           MOVE "Y" TO WS-EOF-SUSP
                       WHEN OTHER
                           DISPLAY "SUSP-FILE READ FAILED, STATUS = "
                                   WS-SUSP
                           MOVE "Y" TO WS-EOF-SUSP
                   END-EVALUATE
               END-PERFORM
               CLOSE SUSP-FILE
           END-IF

           PERFORM PRINT-SECTION-TOTAL
           MOVE SECTION-COUNT TO RETURNED-COUNT
           MOVE SECTION-TOTAL TO RETURNED-TOTAL.

       CHECK-RETURNED-ITEM.
           IF SUSP-RECORD(7:3) NOT = "CHQ"
                   OR SUSP-RECORD(59:8) NOT = BUS-DATE
               EXIT PARAGRAPH
           END-IF

           IF SUSP-RECORD(10:9) NUMERIC
               MOVE FUNCTION NUMVAL(SUSP-RECORD(10:9)) TO ITEM-AMOUNT
           ELSE
               MOVE 0 TO ITEM-AMOUNT
           END-IF
           ADD 1 TO SECTION-COUNT
           ADD ITEM-AMOUNT TO SECTION-TOTAL

           MOVE ITEM-AMOUNT TO AMOUNT-ED
           MOVE SPACES TO REPT-RECORD
           MOVE SUSP-RECORD(1:6)   TO REPT-RECORD(3:6)
           MOVE SUSP-RECORD(19:6)  TO REPT-RECORD(12:6)
           MOVE AMOUNT-ED          TO REPT-RECORD(19:14)
           MOVE SUSP-RECORD(82:8)  TO REPT-RECORD(35:8)
           MOVE SUSP-RECORD(46:12) TO REPT-RECORD(45:12)
           PERFORM WRITE-REPT-LINE.

       PRINT-SECTION-TOTAL.
           MOVE SECTION-COUNT TO COUNT-ED
           MOVE SECTION-TOTAL TO TOTAL-ED
           MOVE SPACES TO REPT-RECORD
           STRING "  ITEMS " DELIMITED BY SIZE
                  COUNT-ED DELIMITED BY SIZE
                  " TOTAL " DELIMITED BY SIZE
                  TOTAL-ED DELIMITED BY SIZE
                  INTO REPT-RECORD
           PERFORM WRITE-REPT-LINE.

       PRINT-REGISTER-TOTALS.
           MOVE SPACES TO REPT-RECORD
           PERFORM WRITE-REPT-LINE
           MOVE "REGISTER TOTALS" TO REPT-RECORD
           PERFORM WRITE-REPT-LINE

           MOVE PAID-COUNT TO COUNT-ED
           MOVE PAID-TOTAL TO TOTAL-ED
           MOVE SPACES TO REPT-RECORD
           STRING "  PAID     " DELIMITED BY SIZE
                  COUNT-ED DELIMITED BY SIZE
                  " TOTAL " DELIMITED BY SIZE
                  TOTAL-ED DELIMITED BY SIZE
                  INTO REPT-RECORD
           PERFORM WRITE-REPT-LINE

           MOVE RETURNED-COUNT TO COUNT-ED
           MOVE RETURNED-TOTAL TO TOTAL-ED
           MOVE SPACES TO REPT-RECORD
           STRING "  RETURNED " DELIMITED BY SIZE
                  COUNT-ED DELIMITED BY SIZE
                  " TOTAL " DELIMITED BY SIZE
                  TOTAL-ED DELIMITED BY SIZE
                  INTO REPT-RECORD
           PERFORM WRITE-REPT-LINE

           MOVE STOPPED-COUNT TO COUNT-ED
           MOVE STOPPED-TOTAL TO TOTAL-ED
           MOVE SPACES TO REPT-RECORD
           STRING "  STOPPED  " DELIMITED BY SIZE
                  COUNT-ED DELIMITED BY SIZE
                  " TOTAL " DELIMITED BY SIZE
                  TOTAL-ED DELIMITED BY SIZE
                  INTO REPT-RECORD
           PERFORM WRITE-REPT-LINE

           MOVE STOPS-IN-FORCE TO COUNT-ED
           MOVE SPACES TO REPT-RECORD
           STRING "  STOPS IN FORCE " DELIMITED BY SIZE
                  COUNT-ED DELIMITED BY SIZE
                  INTO REPT-RECORD
           PERFORM WRITE-REPT-LINE.

       WRITE-REPT-LINE.
           DISPLAY REPT-RECORD
           WRITE REPT-RECORD
           IF WS-REPT NOT = "00"
               DISPLAY "REPT-FILE WRITE FAILED, STATUS = " WS-REPT
           END-IF.
