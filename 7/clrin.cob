       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLRIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLR-FILE ASSIGN TO "clearin.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLR.
           SELECT TMP-FILE ASSIGN TO DYNAMIC WS-TMP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TMP.
           SELECT STG-FILE ASSIGN TO DYNAMIC WS-STG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STG.
           SELECT IN-FILE ASSIGN TO "input.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN.
           SELECT MST-FILE ASSIGN TO "accounts.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-ACCOUNT
               FILE STATUS IS WS-MST.
           SELECT CLG-FILE ASSIGN TO "clrlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLG.
           SELECT BUS-FILE ASSIGN TO "busdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS.
           SELECT LOCK-FILE ASSIGN TO "temp.lock/owner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK.
           SELECT REPT-FILE ASSIGN TO "clrrept.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPT.

       DATA DIVISION.
       FILE SECTION.

       FD CLR-FILE.
       01 CLR-RECORD            PIC X(80).

       FD TMP-FILE.
       01 TMP-RECORD            PIC X(80).

       FD STG-FILE.
       01 STG-RECORD            PIC X(89).

       FD IN-FILE.
       01 IN-RECORD             PIC X(89).

       FD MST-FILE.
       01 MST-RECORD.
          05 MST-ACCOUNT        PIC X(6).
          05 MST-DATA           PIC X(56).

       FD CLG-FILE.
       01 CLG-RECORD            PIC X(40).

       FD BUS-FILE.
       01 BUS-RECORD            PIC X(8).

       FD LOCK-FILE.
       01 LOCK-RECORD           PIC X(30).

       FD REPT-FILE.
       01 REPT-RECORD           PIC X(120).

       WORKING-STORAGE SECTION.
       77 WS-CLR                 PIC XX.
       77 WS-TMP                 PIC XX.
       77 WS-STG                 PIC XX.
       77 WS-IN                  PIC XX.
       77 WS-MST                 PIC XX.
       77 WS-CLG                 PIC XX.
       77 WS-BUS                 PIC XX.
       77 WS-LOCK                PIC XX.
       77 WS-REPT                PIC XX.
       77 WS-EOF-CLR             PIC X VALUE "N".
       77 WS-EOF-STG             PIC X VALUE "N".
       77 WS-EOF-CLG             PIC X VALUE "N".
       77 ABORT-RUN              PIC X VALUE "N".
       77 MASTER-OPEN            PIC X VALUE "N".

       77 WS-CURRENT-DATE        PIC X(21).
       77 WS-RUN-ID              PIC X(14).
       77 BUS-DATE               PIC X(8).
       77 WS-TMP-FILENAME        PIC X(22).
       77 WS-STG-FILENAME        PIC X(24).
       77 STG-KEEP               PIC X VALUE "N".
       77 WS-MV-COMMAND          PIC X(60).

       77 CLEARING-TELLER        PIC X(8) VALUE "CLEARING".
       77 FILE-VALID             PIC X VALUE "Y".
       77 FILE-REASON            PIC X(40).
       77 FILE-DATE              PIC X(8).
       77 FILE-HOUSE             PIC X(8).
       77 FILE-SEQ               PIC X(6).
       77 HEADER-SEEN            PIC X VALUE "N".
       77 TRAILER-SEEN           PIC X VALUE "N".
       77 IN-BATCH               PIC X VALUE "N".
       77 ALREADY-LOADED         PIC X VALUE "N".
       77 NO-CLEARING-FILE       PIC X VALUE "N".

       77 BATCH-TABLE-MAX        PIC 9(4) VALUE 1000.
       77 BATCH-COUNT            PIC 9(4) VALUE 0.
       77 BATCH-SUB              PIC 9(4) VALUE 0.
       01 BATCH-TABLE.
          05 BATCH-ENTRY OCCURS 1000 TIMES.
             10 BT-NUMBER          PIC X(6).
             10 BT-BANK            PIC X(8).
             10 BT-EFFECTIVE       PIC X(8).
             10 BT-STATUS          PIC X.
             10 BT-REASON          PIC X(30).
             10 BT-FORMAT-OK       PIC X.
             10 BT-ITEMS           PIC 9(6).
             10 BT-CREDITS         PIC 9(12)V99.
             10 BT-DEBITS          PIC 9(12)V99.

       77 RETURN-TABLE-MAX       PIC 9(5) VALUE 10000.
       77 RETURN-COUNT           PIC 9(5) VALUE 0.
       77 RETURN-SUB             PIC 9(5) VALUE 0.
       01 RETURN-TABLE.
          05 RETURN-ENTRY OCCURS 10000 TIMES.
             10 RT-RECORD          PIC X(80).
       77 RETURN-BATCH-CREDITS   PIC 9(12)V99 VALUE 0.
       77 RETURN-BATCH-DEBITS    PIC 9(12)V99 VALUE 0.

       77 ITEM-ACCOUNT           PIC X(6).
       77 ITEM-DC                PIC X.
           88 ITEM-CREDIT            VALUE "C".
           88 ITEM-DEBIT             VALUE "D".
       77 ITEM-AMOUNT-X          PIC X(11).
       77 ITEM-AMOUNT-N          PIC 9(11).
       77 ITEM-AMOUNT            PIC 9(9)V99.
       77 ITEM-REFERENCE         PIC X(15).
       77 RETURN-CODE-X          PIC X(3).
       77 RETURN-TEXT            PIC X(20).

       77 TRAILER-COUNT-N        PIC 9(8).
       77 TRAILER-CREDIT-N       PIC 9(16).
       77 TRAILER-DEBIT-N        PIC 9(16).
       77 TRAILER-CREDIT         PIC 9(14)V99.
       77 TRAILER-DEBIT          PIC 9(14)V99.
       77 TRAILER-BATCHES-N      PIC 9(6).

       77 RECEIVED-ITEMS         PIC 9(8) VALUE 0.
       77 RECEIVED-CREDITS       PIC 9(14)V99 VALUE 0.
       77 RECEIVED-DEBITS        PIC 9(14)V99 VALUE 0.
       77 POSTED-ITEMS           PIC 9(8) VALUE 0.
       77 POSTED-CREDITS         PIC 9(14)V99 VALUE 0.
       77 POSTED-DEBITS          PIC 9(14)V99 VALUE 0.
       77 RETURNED-ITEMS         PIC 9(8) VALUE 0.
       77 RETURNED-CREDITS       PIC 9(14)V99 VALUE 0.
       77 RETURNED-DEBITS        PIC 9(14)V99 VALUE 0.
       77 REJECTED-ITEMS         PIC 9(8) VALUE 0.
       77 REJECTED-CREDITS       PIC 9(14)V99 VALUE 0.
       77 REJECTED-DEBITS        PIC 9(14)V99 VALUE 0.
       77 REJECTED-BATCHES       PIC 9(4) VALUE 0.
       77 RETURN-BATCHES         PIC 9(6) VALUE 0.
       77 CLEARING-EXCEPTIONS    PIC X VALUE "N".
       77 TIE-ITEMS              PIC 9(8).
       77 TIE-CREDITS            PIC 9(14)V99.
       77 TIE-DEBITS             PIC 9(14)V99.

       77 COUNT-ED               PIC ZZ,ZZZ,ZZ9.
       77 AMOUNT-ED              PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       77 AMOUNT2-ED             PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       77 ITEM-ED                PIC ZZZ,ZZZ,ZZ9.99.
       77 LABEL-TEXT             PIC X(26).
       77 LINE-COUNT             PIC 9(8).
       77 LINE-CREDITS           PIC 9(14)V99.
       77 LINE-DEBITS            PIC 9(14)V99.

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
               PERFORM WRITE-REPORT-HEADER
               PERFORM VALIDATE-CLEARING-FILE
           END-IF
           IF ABORT-RUN = "N" AND NO-CLEARING-FILE = "N"
               PERFORM CHECK-ALREADY-LOADED
           END-IF
           IF ABORT-RUN = "N" AND NO-CLEARING-FILE = "N"
               PERFORM PRINT-BATCH-SUMMARY
               PERFORM PROCESS-CLEARING-FILE
           END-IF
           IF ABORT-RUN = "N" AND NO-CLEARING-FILE = "N"
               PERFORM WRITE-REPORT-TOTALS
           END-IF
           IF ABORT-RUN = "N" AND NO-CLEARING-FILE = "N"
               PERFORM WRITE-CLEARING-LOG
           END-IF
           IF ABORT-RUN = "N" AND NO-CLEARING-FILE = "N"
               MOVE SPACES TO WS-MV-COMMAND
               STRING "mv " DELIMITED BY SIZE
                      WS-TMP-FILENAME DELIMITED BY SIZE
                      " clearret.txt" DELIMITED BY SIZE
                      INTO WS-MV-COMMAND
               CALL "SYSTEM" USING BY CONTENT WS-MV-COMMAND
               PERFORM APPEND-GENERATED
           END-IF
           CLOSE REPT-FILE
           PERFORM RELEASE-RUN-LOCK

           IF ABORT-RUN = "Y"
               IF STG-KEEP = "Y"
                   DISPLAY "CLRIN RUN ABORTED AFTER LOGGING THE "
                           "CLEARING FILE, SEE MESSAGES ABOVE"
               ELSE
                   DISPLAY "CLRIN RUN ABORTED, NOTHING POSTED OR "
                           "RETURNED"
               END-IF
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "CLEARING ITEMS RECEIVED " RECEIVED-ITEMS
                       ", POSTED " POSTED-ITEMS
                       ", RETURNED " RETURNED-ITEMS
                       ", IN REJECTED BATCHES " REJECTED-ITEMS
               IF CLEARING-EXCEPTIONS = "Y"
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
                  INTO WS-TMP-FILENAME
           MOVE SPACES TO WS-STG-FILENAME
           STRING "temp" DELIMITED BY SIZE
                  WS-RUN-ID DELIMITED BY SIZE
                  "in.txt" DELIMITED BY SIZE
                  INTO WS-STG-FILENAME.

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
           IF STG-KEEP NOT = "Y"
               MOVE SPACES TO WS-MV-COMMAND
               STRING "rm -f " DELIMITED BY SIZE
                      WS-STG-FILENAME DELIMITED BY SIZE
                      INTO WS-MV-COMMAND
               CALL "SYSTEM" USING BY CONTENT WS-MV-COMMAND
           END-IF
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
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPT-RECORD
           STRING "INBOUND CLEARING RUN FOR " DELIMITED BY SIZE
                  BUS-DATE DELIMITED BY SIZE
                  " RUN " DELIMITED BY SIZE
                  WS-RUN-ID DELIMITED BY SIZE
                  INTO REPT-RECORD
           PERFORM WRITE-REPT-LINE.

       VALIDATE-CLEARING-FILE.
           MOVE "Y" TO FILE-VALID
           MOVE SPACES TO FILE-REASON
           MOVE "N" TO HEADER-SEEN
           MOVE "N" TO TRAILER-SEEN
           MOVE "N" TO IN-BATCH
           MOVE 0 TO BATCH-COUNT

           OPEN INPUT CLR-FILE
           IF WS-CLR NOT = "00" AND WS-CLR NOT = "35"
               DISPLAY "CLR-FILE OPEN FAILED, STATUS = " WS-CLR
               MOVE "Y" TO ABORT-RUN
               EXIT PARAGRAPH
           END-IF

           IF WS-CLR = "35"
               MOVE "Y" TO NO-CLEARING-FILE
               MOVE "  NO CLEARING FILE RECEIVED" TO REPT-RECORD
               PERFORM WRITE-REPT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF-CLR
           PERFORM UNTIL WS-EOF-CLR = "Y"
               READ CLR-FILE
               EVALUATE WS-CLR
                   WHEN "00"
                       PERFORM CHECK-CLEARING-RECORD
                       IF FILE-VALID = "N"
                           MOVE "Y" TO WS-EOF-CLR
                       END-IF
                   WHEN "10"
                       MOVE "Y" TO WS-EOF-CLR
                   WHEN OTHER
                       DISPLAY "CLR-FILE READ FAILED, STATUS = " WS-CLR
                       MOVE "Y" TO ABORT-RUN
                       MOVE "Y" TO WS-EOF-CLR
               END-EVALUATE
           END-PERFORM

           CLOSE CLR-FILE

           IF ABORT-RUN = "Y"
               EXIT PARAGRAPH
           END-IF

           IF FILE-VALID = "Y" AND HEADER-SEEN = "N"
               MOVE "N" TO FILE-VALID
               MOVE "NO FILE HEADER" TO FILE-REASON
           END-IF
           IF FILE-VALID = "Y" AND IN-BATCH = "Y"
               MOVE "N" TO FILE-VALID
               MOVE "BATCH WITHOUT TRAILER" TO FILE-REASON
           END-IF
           IF FILE-VALID = "Y" AND TRAILER-SEEN = "N"
               MOVE "N" TO FILE-VALID
               MOVE "NO FILE TRAILER" TO FILE-REASON
           END-IF
           IF FILE-VALID = "Y"
                   AND (TRAILER-BATCHES-N NOT = BATCH-COUNT
                        OR TRAILER-COUNT-N NOT = RECEIVED-ITEMS
                        OR TRAILER-CREDIT NOT = RECEIVED-CREDITS
                        OR TRAILER-DEBIT NOT = RECEIVED-DEBITS)
               MOVE "N" TO FILE-VALID
               MOVE "FILE TRAILER TOTALS DO NOT AGREE"
                   TO FILE-REASON
           END-IF
           IF FILE-VALID = "Y" AND FILE-DATE NOT = BUS-DATE
               MOVE "N" TO FILE-VALID
               MOVE SPACES TO FILE-REASON
               STRING "FILE DATED " DELIMITED BY SIZE
                      FILE-DATE DELIMITED BY SIZE
                      " NOT THE BUSINESS DATE" DELIMITED BY SIZE
                      INTO FILE-REASON
           END-IF

           IF FILE-VALID = "N"
               PERFORM REFUSE-CLEARING-FILE
           END-IF.

       CHECK-CLEARING-RECORD.
           IF TRAILER-SEEN = "Y"
               MOVE "N" TO FILE-VALID
               MOVE "DATA AFTER FILE TRAILER" TO FILE-REASON
               EXIT PARAGRAPH
           END-IF
           IF HEADER-SEEN = "N" AND CLR-RECORD(1:1) NOT = "1"
               MOVE "N" TO FILE-VALID
               MOVE "NO FILE HEADER" TO FILE-REASON
               EXIT PARAGRAPH
           END-IF

           EVALUATE CLR-RECORD(1:1)
               WHEN "1"
                   IF HEADER-SEEN = "Y"
                       MOVE "N" TO FILE-VALID
                       MOVE "DUPLICATE FILE HEADER" TO FILE-REASON
                   ELSE
                       MOVE "Y" TO HEADER-SEEN
                       MOVE CLR-RECORD(2:8)  TO FILE-DATE
                       MOVE CLR-RECORD(10:8) TO FILE-HOUSE
                       MOVE CLR-RECORD(18:6) TO FILE-SEQ
                   END-IF
               WHEN "5"
                   PERFORM OPEN-CLEARING-BATCH
               WHEN "6"
                   PERFORM CHECK-CLEARING-ITEM
               WHEN "8"
                   PERFORM CLOSE-CLEARING-BATCH
               WHEN "9"
                   IF IN-BATCH = "Y"
                       MOVE "N" TO FILE-VALID
                       MOVE "BATCH WITHOUT TRAILER" TO FILE-REASON
                       EXIT PARAGRAPH
                   END-IF
                   IF CLR-RECORD(2:46) NOT NUMERIC
                       MOVE "N" TO FILE-VALID
                       MOVE "MALFORMED FILE TRAILER" TO FILE-REASON
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "Y" TO TRAILER-SEEN
                   MOVE CLR-RECORD(2:6)   TO TRAILER-BATCHES-N
                   MOVE CLR-RECORD(8:8)   TO TRAILER-COUNT-N
                   MOVE CLR-RECORD(16:16) TO TRAILER-CREDIT-N
                   MOVE CLR-RECORD(32:16) TO TRAILER-DEBIT-N
                   COMPUTE TRAILER-CREDIT = TRAILER-CREDIT-N / 100
                   COMPUTE TRAILER-DEBIT = TRAILER-DEBIT-N / 100
               WHEN OTHER
                   MOVE "N" TO FILE-VALID
                   MOVE "UNKNOWN RECORD TYPE" TO FILE-REASON
           END-EVALUATE.

       OPEN-CLEARING-BATCH.
           IF IN-BATCH = "Y"
               MOVE "N" TO FILE-VALID
               MOVE "BATCH WITHOUT TRAILER" TO FILE-REASON
               EXIT PARAGRAPH
           END-IF
           IF BATCH-COUNT >= BATCH-TABLE-MAX
               MOVE "N" TO FILE-VALID
               MOVE "TOO MANY BATCHES" TO FILE-REASON
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO BATCH-COUNT
           MOVE "Y" TO IN-BATCH
           MOVE CLR-RECORD(2:6)  TO BT-NUMBER(BATCH-COUNT)
           MOVE CLR-RECORD(8:8)  TO BT-BANK(BATCH-COUNT)
           MOVE CLR-RECORD(16:8) TO BT-EFFECTIVE(BATCH-COUNT)
           MOVE "A" TO BT-STATUS(BATCH-COUNT)
           MOVE SPACES TO BT-REASON(BATCH-COUNT)
           MOVE "Y" TO BT-FORMAT-OK(BATCH-COUNT)
           MOVE 0 TO BT-ITEMS(BATCH-COUNT)
           MOVE 0 TO BT-CREDITS(BATCH-COUNT)
           MOVE 0 TO BT-DEBITS(BATCH-COUNT).

       CHECK-CLEARING-ITEM.
           IF IN-BATCH = "N"
               MOVE "N" TO FILE-VALID
               MOVE "ITEM OUTSIDE A BATCH" TO FILE-REASON
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO BT-ITEMS(BATCH-COUNT)
           ADD 1 TO RECEIVED-ITEMS
           MOVE CLR-RECORD(8:1)  TO ITEM-DC
           MOVE CLR-RECORD(9:11) TO ITEM-AMOUNT-X
           IF ITEM-AMOUNT-X NOT NUMERIC
                   OR (NOT ITEM-CREDIT AND NOT ITEM-DEBIT)
               MOVE "N" TO BT-FORMAT-OK(BATCH-COUNT)
               EXIT PARAGRAPH
           END-IF

           MOVE ITEM-AMOUNT-X TO ITEM-AMOUNT-N
           COMPUTE ITEM-AMOUNT = ITEM-AMOUNT-N / 100
           IF ITEM-CREDIT
               ADD ITEM-AMOUNT TO BT-CREDITS(BATCH-COUNT)
               ADD ITEM-AMOUNT TO RECEIVED-CREDITS
           ELSE
               ADD ITEM-AMOUNT TO BT-DEBITS(BATCH-COUNT)
               ADD ITEM-AMOUNT TO RECEIVED-DEBITS
           END-IF.

       CLOSE-CLEARING-BATCH.
           IF IN-BATCH = "N"
               MOVE "N" TO FILE-VALID
               MOVE "BATCH TRAILER WITHOUT HEADER" TO FILE-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO IN-BATCH

           EVALUATE TRUE
               WHEN CLR-RECORD(2:6) NOT = BT-NUMBER(BATCH-COUNT)
                   MOVE "R" TO BT-STATUS(BATCH-COUNT)
                   MOVE "BATCH NUMBER MISMATCH"
                       TO BT-REASON(BATCH-COUNT)
               WHEN BT-FORMAT-OK(BATCH-COUNT) = "N"
                   MOVE "R" TO BT-STATUS(BATCH-COUNT)
                   MOVE "MALFORMED ITEM IN BATCH"
                       TO BT-REASON(BATCH-COUNT)
               WHEN CLR-RECORD(8:34) NOT NUMERIC
                   MOVE "R" TO BT-STATUS(BATCH-COUNT)
                   MOVE "MALFORMED BATCH TRAILER"
                       TO BT-REASON(BATCH-COUNT)
               WHEN OTHER
                   MOVE CLR-RECORD(8:6)   TO TRAILER-COUNT-N
                   MOVE CLR-RECORD(14:14) TO TRAILER-CREDIT-N
                   MOVE CLR-RECORD(28:14) TO TRAILER-DEBIT-N
                   COMPUTE TRAILER-CREDIT = TRAILER-CREDIT-N / 100
                   COMPUTE TRAILER-DEBIT = TRAILER-DEBIT-N / 100
                   IF TRAILER-COUNT-N NOT = BT-ITEMS(BATCH-COUNT)
                       MOVE "R" TO BT-STATUS(BATCH-COUNT)
                       MOVE "ITEM COUNT DOES NOT AGREE"
                           TO BT-REASON(BATCH-COUNT)
                   END-IF
                   IF BT-STATUS(BATCH-COUNT) = "A"
                           AND (TRAILER-CREDIT NOT =
                                    BT-CREDITS(BATCH-COUNT)
                                OR TRAILER-DEBIT NOT =
                                    BT-DEBITS(BATCH-COUNT))
                       MOVE "R" TO BT-STATUS(BATCH-COUNT)
                       MOVE "AMOUNT TOTALS DO NOT AGREE"
                           TO BT-REASON(BATCH-COUNT)
                   END-IF
           END-EVALUATE.

       REFUSE-CLEARING-FILE.
           MOVE SPACES TO REPT-RECORD
           STRING "  CLEARING FILE REFUSED - " DELIMITED BY SIZE
                  FILE-REASON DELIMITED BY SIZE
                  INTO REPT-RECORD
           PERFORM WRITE-REPT-LINE
           MOVE "Y" TO ABORT-RUN.

       CHECK-ALREADY-LOADED.
           MOVE "N" TO ALREADY-LOADED
           OPEN INPUT CLG-FILE
           IF WS-CLG NOT = "00" AND WS-CLG NOT = "35"
               DISPLAY "CLG-FILE OPEN FAILED, STATUS = " WS-CLG
               MOVE "Y" TO ABORT-RUN
               EXIT PARAGRAPH
           END-IF

           IF WS-CLG = "35"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF-CLG
           PERFORM UNTIL WS-EOF-CLG = "Y"
               READ CLG-FILE
               EVALUATE WS-CLG
                   WHEN "00"
                       IF CLG-RECORD(1:8) = FILE-DATE
                               AND CLG-RECORD(9:8) = FILE-HOUSE
                               AND CLG-RECORD(17:6) = FILE-SEQ
                           MOVE "Y" TO ALREADY-LOADED
                       END-IF
                   WHEN "10"
                       MOVE "Y" TO WS-EOF-CLG
                   WHEN OTHER
                       DISPLAY "CLG-FILE READ FAILED, STATUS = " WS-CLG
                       MOVE "Y" TO ABORT-RUN
                       MOVE "Y" TO WS-EOF-CLG
               END-EVALUATE
           END-PERFORM

           CLOSE CLG-FILE

           IF ALREADY-LOADED = "Y"
               MOVE SPACES TO FILE-REASON
               STRING "FILE " DELIMITED BY SIZE
                      FILE-HOUSE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FILE-SEQ DELIMITED BY SIZE
                      " ALREADY LOADED" DELIMITED BY SIZE
                      INTO FILE-REASON
               PERFORM REFUSE-CLEARING-FILE
           END-IF.

       PRINT-BATCH-SUMMARY.
           MOVE SPACES TO REPT-RECORD
           STRING "  FILE " DELIMITED BY SIZE
                  FILE-HOUSE DELIMITED BY SIZE
                  " SEQUENCE " DELIMITED BY SIZE
                  FILE-SEQ DELIMITED BY SIZE
                  " DATED " DELIMITED BY SIZE
                  FILE-DATE DELIMITED BY SIZE
                  INTO REPT-RECORD
           PERFORM WRITE-REPT-LINE

           MOVE 0 TO BATCH-SUB
           PERFORM UNTIL BATCH-SUB >= BATCH-COUNT
               ADD 1 TO BATCH-SUB
               MOVE BT-ITEMS(BATCH-SUB) TO COUNT-ED
               MOVE BT-CREDITS(BATCH-SUB) TO ITEM-ED
               MOVE SPACES TO REPT-RECORD
               STRING "  BATCH " DELIMITED BY SIZE
                      BT-NUMBER(BATCH-SUB) DELIMITED BY SIZE
                      " BANK " DELIMITED BY SIZE
                      BT-BANK(BATCH-SUB) DELIMITED BY SIZE
                      " ITEMS " DELIMITED BY SIZE
                      COUNT-ED DELIMITED BY SIZE
                      " CR " DELIMITED BY SIZE
                      ITEM-ED DELIMITED BY SIZE
                      INTO REPT-RECORD
               MOVE BT-DEBITS(BATCH-SUB) TO ITEM-ED
               MOVE " DR " TO REPT-RECORD(64:4)
               MOVE ITEM-ED TO REPT-RECORD(68:14)
               IF BT-STATUS(BATCH-SUB) = "A"
                   MOVE " ACCEPTED" TO REPT-RECORD(82:9)
               ELSE
                   MOVE " REJECTED - " TO REPT-RECORD(82:12)
                   MOVE BT-REASON(BATCH-SUB) TO REPT-RECORD(94:27)
                   ADD 1 TO REJECTED-BATCHES
                   MOVE "Y" TO CLEARING-EXCEPTIONS
               END-IF
               PERFORM WRITE-REPT-LINE
           END-PERFORM.

       PROCESS-CLEARING-FILE.
           OPEN INPUT MST-FILE
           IF WS-MST NOT = "00"
               DISPLAY "MST-FILE OPEN FAILED, STATUS = " WS-MST
               MOVE "Y" TO ABORT-RUN
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO MASTER-OPEN

           OPEN OUTPUT TMP-FILE
           IF WS-TMP NOT = "00"
               DISPLAY "TMP-FILE OPEN FAILED, STATUS = " WS-TMP
               PERFORM CLOSE-MASTER
               MOVE "Y" TO ABORT-RUN
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT STG-FILE
           IF WS-STG NOT = "00"
               DISPLAY "STG-FILE OPEN FAILED, STATUS = " WS-STG
               PERFORM CLOSE-MASTER
               CLOSE TMP-FILE
               MOVE "Y" TO ABORT-RUN
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT CLR-FILE
           IF WS-CLR NOT = "00"
               DISPLAY "CLR-FILE REOPEN FAILED, STATUS = " WS-CLR
               PERFORM CLOSE-MASTER
               CLOSE TMP-FILE
               CLOSE STG-FILE
               MOVE "Y" TO ABORT-RUN
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO BATCH-SUB
           MOVE "N" TO WS-EOF-CLR
           PERFORM UNTIL WS-EOF-CLR = "Y"
               READ CLR-FILE
               EVALUATE WS-CLR
                   WHEN "00"
                       PERFORM PROCESS-CLEARING-RECORD
                       IF ABORT-RUN = "Y"
                           MOVE "Y" TO WS-EOF-CLR
                       END-IF
                   WHEN "10"
                       MOVE "Y" TO WS-EOF-CLR
                   WHEN OTHER
                       DISPLAY "CLR-FILE READ FAILED, STATUS = " WS-CLR
                       MOVE "Y" TO ABORT-RUN
                       MOVE "Y" TO WS-EOF-CLR
               END-EVALUATE
           END-PERFORM

           CLOSE CLR-FILE
           CLOSE TMP-FILE
           CLOSE STG-FILE
           PERFORM CLOSE-MASTER.

       CLOSE-MASTER.
           IF MASTER-OPEN = "Y"
               CLOSE MST-FILE
               MOVE "N" TO MASTER-OPEN
           END-IF.

       PROCESS-CLEARING-RECORD.
           EVALUATE CLR-RECORD(1:1)
               WHEN "1"
                   MOVE SPACES TO TMP-RECORD
                   MOVE "1"        TO TMP-RECORD(1:1)
                   MOVE BUS-DATE   TO TMP-RECORD(2:8)
                   MOVE FILE-HOUSE TO TMP-RECORD(10:8)
                   MOVE FILE-SEQ   TO TMP-RECORD(18:6)
                   MOVE "R"        TO TMP-RECORD(24:1)
                   PERFORM WRITE-RETURN-RECORD
               WHEN "5"
                   ADD 1 TO BATCH-SUB
                   MOVE 0 TO RETURN-COUNT
                   MOVE 0 TO RETURN-BATCH-CREDITS
                   MOVE 0 TO RETURN-BATCH-DEBITS
               WHEN "6"
                   IF BT-STATUS(BATCH-SUB) = "A"
                       PERFORM PROCESS-CLEARING-ITEM
                   ELSE
                       PERFORM COUNT-REJECTED-ITEM
                   END-IF
               WHEN "8"
                   IF RETURN-COUNT > 0
                       PERFORM WRITE-RETURN-BATCH
                   END-IF
               WHEN "9"
                   PERFORM WRITE-RETURN-TRAILER
           END-EVALUATE.

       COUNT-REJECTED-ITEM.
           ADD 1 TO REJECTED-ITEMS
           MOVE CLR-RECORD(8:1)  TO ITEM-DC
           MOVE CLR-RECORD(9:11) TO ITEM-AMOUNT-X
           IF ITEM-AMOUNT-X NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE ITEM-AMOUNT-X TO ITEM-AMOUNT-N
           COMPUTE ITEM-AMOUNT = ITEM-AMOUNT-N / 100
           IF ITEM-CREDIT
               ADD ITEM-AMOUNT TO REJECTED-CREDITS
           END-IF
           IF ITEM-DEBIT
               ADD ITEM-AMOUNT TO REJECTED-DEBITS
           END-IF.

       PROCESS-CLEARING-ITEM.
           MOVE CLR-RECORD(2:6)   TO ITEM-ACCOUNT
           MOVE CLR-RECORD(8:1)   TO ITEM-DC
           MOVE CLR-RECORD(9:11)  TO ITEM-AMOUNT-X
           MOVE CLR-RECORD(20:15) TO ITEM-REFERENCE
           MOVE ITEM-AMOUNT-X TO ITEM-AMOUNT-N
           COMPUTE ITEM-AMOUNT = ITEM-AMOUNT-N / 100
           MOVE SPACES TO RETURN-CODE-X

           EVALUATE TRUE
               WHEN ITEM-ACCOUNT NOT NUMERIC
                   MOVE "R03" TO RETURN-CODE-X
                   MOVE "NO ACCOUNT" TO RETURN-TEXT
               WHEN ITEM-AMOUNT = 0
                   MOVE "R17" TO RETURN-CODE-X
                   MOVE "INVALID ITEM" TO RETURN-TEXT
               WHEN OTHER
                   MOVE ITEM-ACCOUNT TO MST-ACCOUNT
                   READ MST-FILE
                   EVALUATE WS-MST
                       WHEN "00"
                           IF MST-RECORD(43:1) = "C"
                               MOVE "R02" TO RETURN-CODE-X
                               MOVE "ACCOUNT CLOSED" TO RETURN-TEXT
                           END-IF
                       WHEN "23"
                           MOVE "R03" TO RETURN-CODE-X
                           MOVE "NO ACCOUNT" TO RETURN-TEXT
                       WHEN OTHER
                           DISPLAY "MST-FILE READ FAILED, STATUS = "
                                   WS-MST
                           MOVE "Y" TO ABORT-RUN
                           EXIT PARAGRAPH
                   END-EVALUATE
           END-EVALUATE

           IF RETURN-CODE-X NOT = SPACES
               PERFORM RETURN-CLEARING-ITEM
           ELSE
               PERFORM STAGE-CLEARING-ITEM
           END-IF.

       STAGE-CLEARING-ITEM.
           MOVE SPACES TO STG-RECORD
           MOVE ITEM-ACCOUNT TO STG-RECORD(1:6)
           IF ITEM-CREDIT
               MOVE "DEP" TO STG-RECORD(7:3)
           ELSE
               MOVE "WDR" TO STG-RECORD(7:3)
           END-IF
           MOVE ITEM-AMOUNT-X(1:9)  TO STG-RECORD(10:9)
           MOVE ITEM-REFERENCE      TO STG-RECORD(25:15)
           MOVE CLEARING-TELLER     TO STG-RECORD(45:8)
           MOVE ITEM-AMOUNT-X(10:2) TO STG-RECORD(61:2)

           WRITE STG-RECORD
           IF WS-STG NOT = "00"
               DISPLAY "STG-FILE WRITE FAILED, STATUS = " WS-STG
               MOVE "Y" TO ABORT-RUN
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO POSTED-ITEMS
           IF ITEM-CREDIT
               ADD ITEM-AMOUNT TO POSTED-CREDITS
           ELSE
               ADD ITEM-AMOUNT TO POSTED-DEBITS
           END-IF.

       RETURN-CLEARING-ITEM.
           IF RETURN-COUNT >= RETURN-TABLE-MAX
               DISPLAY "RETURN TABLE FULL, BATCH "
                       BT-NUMBER(BATCH-SUB)
               MOVE "Y" TO ABORT-RUN
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO RETURN-COUNT
           MOVE CLR-RECORD TO RT-RECORD(RETURN-COUNT)
           MOVE RETURN-CODE-X TO RT-RECORD(RETURN-COUNT)(55:3)

           ADD 1 TO RETURNED-ITEMS
           IF ITEM-CREDIT
               ADD ITEM-AMOUNT TO RETURNED-CREDITS
               ADD ITEM-AMOUNT TO RETURN-BATCH-CREDITS
           ELSE
               ADD ITEM-AMOUNT TO RETURNED-DEBITS
               ADD ITEM-AMOUNT TO RETURN-BATCH-DEBITS
           END-IF

           MOVE ITEM-AMOUNT TO ITEM-ED
           MOVE SPACES TO REPT-RECORD
           STRING "  RETURNED " DELIMITED BY SIZE
                  ITEM-ACCOUNT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ITEM-DC DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ITEM-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RETURN-CODE-X DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RETURN-TEXT DELIMITED BY SIZE
                  " BATCH " DELIMITED BY SIZE
                  BT-NUMBER(BATCH-SUB) DELIMITED BY SIZE
                  " REF " DELIMITED BY SIZE
                  ITEM-REFERENCE DELIMITED BY SIZE
                  INTO REPT-RECORD
           PERFORM WRITE-REPT-LINE.

       WRITE-RETURN-BATCH.
           MOVE SPACES TO TMP-RECORD
           MOVE "5"                    TO TMP-RECORD(1:1)
           MOVE BT-NUMBER(BATCH-SUB)   TO TMP-RECORD(2:6)
           MOVE BT-BANK(BATCH-SUB)     TO TMP-RECORD(8:8)
           MOVE BUS-DATE               TO TMP-RECORD(16:8)
           PERFORM WRITE-RETURN-RECORD

           MOVE 0 TO RETURN-SUB
           PERFORM UNTIL RETURN-SUB >= RETURN-COUNT
                   OR ABORT-RUN = "Y"
               ADD 1 TO RETURN-SUB
               MOVE RT-RECORD(RETURN-SUB) TO TMP-RECORD
               PERFORM WRITE-RETURN-RECORD
           END-PERFORM

           MOVE SPACES TO TMP-RECORD
           MOVE "8"                    TO TMP-RECORD(1:1)
           MOVE BT-NUMBER(BATCH-SUB)   TO TMP-RECORD(2:6)
           MOVE RETURN-COUNT           TO TRAILER-COUNT-N
           MOVE TRAILER-COUNT-N(3:6)   TO TMP-RECORD(8:6)
           COMPUTE TRAILER-CREDIT-N = RETURN-BATCH-CREDITS * 100
           COMPUTE TRAILER-DEBIT-N = RETURN-BATCH-DEBITS * 100
           MOVE TRAILER-CREDIT-N(3:14) TO TMP-RECORD(14:14)
           MOVE TRAILER-DEBIT-N(3:14)  TO TMP-RECORD(28:14)
           PERFORM WRITE-RETURN-RECORD
           ADD 1 TO RETURN-BATCHES.

       WRITE-RETURN-TRAILER.
           MOVE SPACES TO TMP-RECORD
           MOVE "9"                    TO TMP-RECORD(1:1)
           MOVE RETURN-BATCHES         TO TMP-RECORD(2:6)
           MOVE RETURNED-ITEMS         TO TMP-RECORD(8:8)
           COMPUTE TRAILER-CREDIT-N = RETURNED-CREDITS * 100
           COMPUTE TRAILER-DEBIT-N = RETURNED-DEBITS * 100
           MOVE TRAILER-CREDIT-N       TO TMP-RECORD(16:16)
           MOVE TRAILER-DEBIT-N        TO TMP-RECORD(32:16)
           PERFORM WRITE-RETURN-RECORD.

       WRITE-RETURN-RECORD.
           WRITE TMP-RECORD
           IF WS-TMP NOT = "00"
               DISPLAY "TMP-FILE WRITE FAILED, STATUS = " WS-TMP
               MOVE "Y" TO ABORT-RUN
           END-IF.

       WRITE-REPORT-TOTALS.
           MOVE "  ITEMS RECEIVED" TO LABEL-TEXT
           MOVE RECEIVED-ITEMS   TO LINE-COUNT
           MOVE RECEIVED-CREDITS TO LINE-CREDITS
           MOVE RECEIVED-DEBITS  TO LINE-DEBITS
           PERFORM WRITE-TOTAL-LINE

           MOVE "  ITEMS POSTED" TO LABEL-TEXT
           MOVE POSTED-ITEMS   TO LINE-COUNT
           MOVE POSTED-CREDITS TO LINE-CREDITS
           MOVE POSTED-DEBITS  TO LINE-DEBITS
           PERFORM WRITE-TOTAL-LINE

           MOVE "  ITEMS RETURNED" TO LABEL-TEXT
           MOVE RETURNED-ITEMS   TO LINE-COUNT
           MOVE RETURNED-CREDITS TO LINE-CREDITS
           MOVE RETURNED-DEBITS  TO LINE-DEBITS
           PERFORM WRITE-TOTAL-LINE

           MOVE "  ITEMS IN REJECTED BATCH" TO LABEL-TEXT
           MOVE REJECTED-ITEMS   TO LINE-COUNT
           MOVE REJECTED-CREDITS TO LINE-CREDITS
           MOVE REJECTED-DEBITS  TO LINE-DEBITS
           PERFORM WRITE-TOTAL-LINE

           COMPUTE TIE-ITEMS =
               POSTED-ITEMS + RETURNED-ITEMS + REJECTED-ITEMS
           COMPUTE TIE-CREDITS =
               POSTED-CREDITS + RETURNED-CREDITS + REJECTED-CREDITS
           COMPUTE TIE-DEBITS =
               POSTED-DEBITS + RETURNED-DEBITS + REJECTED-DEBITS
           MOVE SPACES TO REPT-RECORD
           IF TIE-ITEMS = RECEIVED-ITEMS
                   AND TIE-CREDITS = RECEIVED-CREDITS
                   AND TIE-DEBITS = RECEIVED-DEBITS
               STRING "  CONTROL - RECEIVED EQUALS POSTED PLUS "
                          DELIMITED BY SIZE
                      "RETURNED PLUS REJECTED" DELIMITED BY SIZE
                      INTO REPT-RECORD
           ELSE
               STRING "  CONTROL - OUT OF BALANCE, RECEIVED DOES "
                          DELIMITED BY SIZE
                      "NOT EQUAL POSTED PLUS RETURNED PLUS REJECTED"
                          DELIMITED BY SIZE
                      INTO REPT-RECORD
               MOVE "Y" TO CLEARING-EXCEPTIONS
           END-IF
           PERFORM WRITE-REPT-LINE

           IF REJECTED-BATCHES > 0
               MOVE REJECTED-BATCHES TO COUNT-ED
               MOVE SPACES TO REPT-RECORD
               STRING "  BATCHES REJECTED " DELIMITED BY SIZE
                      COUNT-ED DELIMITED BY SIZE
                      " - REFER TO THE CLEARING HOUSE"
                          DELIMITED BY SIZE
                      INTO REPT-RECORD
               PERFORM WRITE-REPT-LINE
           END-IF.

       WRITE-TOTAL-LINE.
           MOVE LINE-COUNT TO COUNT-ED
           MOVE LINE-CREDITS TO AMOUNT-ED
           MOVE LINE-DEBITS TO AMOUNT2-ED
           MOVE SPACES TO REPT-RECORD
           STRING LABEL-TEXT DELIMITED BY SIZE
                  COUNT-ED DELIMITED BY SIZE
                  "  CREDITS " DELIMITED BY SIZE
                  AMOUNT-ED DELIMITED BY SIZE
                  "  DEBITS " DELIMITED BY SIZE
                  AMOUNT2-ED DELIMITED BY SIZE
                  INTO REPT-RECORD
           PERFORM WRITE-REPT-LINE.

       WRITE-CLEARING-LOG.
           MOVE SPACES TO CLG-RECORD
           MOVE FILE-DATE   TO CLG-RECORD(1:8)
           MOVE FILE-HOUSE  TO CLG-RECORD(9:8)
           MOVE FILE-SEQ    TO CLG-RECORD(17:6)
           MOVE WS-RUN-ID   TO CLG-RECORD(23:14)

           OPEN EXTEND CLG-FILE
           IF WS-CLG NOT = "00"
               IF WS-CLG = "35"
                   OPEN OUTPUT CLG-FILE
                   IF WS-CLG NOT = "00"
                       DISPLAY "CLG-FILE CREATE FAILED, STATUS = "
                               WS-CLG
                       MOVE "Y" TO ABORT-RUN
                       EXIT PARAGRAPH
                   END-IF
               ELSE
                   DISPLAY "CLG-FILE EXTEND FAILED, STATUS = " WS-CLG
                   MOVE "Y" TO ABORT-RUN
                   EXIT PARAGRAPH
               END-IF
           END-IF

           WRITE CLG-RECORD
           IF WS-CLG NOT = "00"
               DISPLAY "CLG-FILE WRITE FAILED, STATUS = " WS-CLG
               MOVE "Y" TO ABORT-RUN
           END-IF

           CLOSE CLG-FILE.

       APPEND-GENERATED.
           IF POSTED-ITEMS = 0
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT STG-FILE
           IF WS-STG NOT = "00"
               DISPLAY "STG-FILE REOPEN FAILED, STATUS = " WS-STG
               PERFORM NOTE-STG-LEFTOVER
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-INPUT-EXTEND
           IF ABORT-RUN = "Y"
               CLOSE STG-FILE
               PERFORM NOTE-STG-LEFTOVER
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF-STG
           PERFORM UNTIL WS-EOF-STG = "Y"
               READ STG-FILE
               EVALUATE WS-STG
                   WHEN "00"
                       WRITE IN-RECORD FROM STG-RECORD
                       IF WS-IN NOT = "00"
                           DISPLAY "IN-FILE WRITE FAILED, STATUS = "
                                   WS-IN
                           MOVE "Y" TO ABORT-RUN
                           MOVE "Y" TO WS-EOF-STG
                       END-IF
                   WHEN "10"
                       MOVE "Y" TO WS-EOF-STG
                   WHEN OTHER
                       DISPLAY "STG-FILE READ FAILED, STATUS = "
                               WS-STG
                       MOVE "Y" TO ABORT-RUN
                       MOVE "Y" TO WS-EOF-STG
               END-EVALUATE
           END-PERFORM

           CLOSE STG-FILE
           CLOSE IN-FILE
           IF ABORT-RUN = "Y"
               PERFORM NOTE-STG-LEFTOVER
           END-IF.

       NOTE-STG-LEFTOVER.
           MOVE "Y" TO ABORT-RUN
           MOVE "Y" TO STG-KEEP
           DISPLAY "CLEARING FILE LOGGED BUT POSTINGS NOT ALL "
                   "APPENDED - RECONCILE " WS-STG-FILENAME
                   " AGAINST input.txt AND APPEND THE MISSING "
                   "RECORDS MANUALLY".

       OPEN-INPUT-EXTEND.
           OPEN EXTEND IN-FILE
           IF WS-IN NOT = "00"
               IF WS-IN = "35"
                   OPEN OUTPUT IN-FILE
                   IF WS-IN NOT = "00"
                       DISPLAY "IN-FILE CREATE FAILED, STATUS = " WS-IN
                       MOVE "Y" TO ABORT-RUN
                       EXIT PARAGRAPH
                   END-IF
                   CLOSE IN-FILE
                   OPEN EXTEND IN-FILE
                   IF WS-IN NOT = "00"
                       DISPLAY "IN-FILE EXTEND FAILED, STATUS = " WS-IN
                       MOVE "Y" TO ABORT-RUN
                       EXIT PARAGRAPH
                   END-IF
               ELSE
                   DISPLAY "IN-FILE EXTEND FAILED, STATUS = " WS-IN
                   MOVE "Y" TO ABORT-RUN
                   EXIT PARAGRAPH
               END-IF
           END-IF.

       WRITE-REPT-LINE.
           DISPLAY REPT-RECORD
           WRITE REPT-RECORD
           IF WS-REPT NOT = "00"
               DISPLAY "REPT-FILE WRITE FAILED, STATUS = " WS-REPT
           END-IF.
