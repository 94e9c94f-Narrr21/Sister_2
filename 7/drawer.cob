       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRAWER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASH-FILE ASSIGN TO "tellcash.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASH.
           SELECT HIST-FILE ASSIGN TO "history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST.
           SELECT BUS-FILE ASSIGN TO "busdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS.
           SELECT TOL-FILE ASSIGN TO "drawtol.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOL.
           SELECT REPT-FILE ASSIGN TO "drawrept.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPT.

       DATA DIVISION.
       FILE SECTION.

       FD CASH-FILE.
       01 CASH-RECORD           PIC X(40).

       FD HIST-FILE.
       01 HIST-RECORD           COPY histrec.

       FD BUS-FILE.
       01 BUS-RECORD            PIC X(8).

       FD TOL-FILE.
       01 TOL-RECORD            PIC X(7).

       FD REPT-FILE.
       01 REPT-RECORD           PIC X(120).

       WORKING-STORAGE SECTION.
       77 WS-CASH                PIC XX.
       77 WS-HIST                PIC XX.
       77 WS-BUS                 PIC XX.
       77 WS-TOL                 PIC XX.
       77 WS-REPT                PIC XX.
       77 WS-EOF-CASH            PIC X VALUE "N".
       77 WS-EOF-HIST            PIC X VALUE "N".

       77 WS-CURRENT-DATE        PIC X(21).
       77 BUS-DATE               PIC X(8).

       77 TOLERANCE              PIC 9(5)V99 VALUE 0.
       77 TOLERANCE-ED           PIC ZZ,ZZ9.99.

       77 TLR-TABLE-MAX          PIC 9(5) VALUE 500.
       77 TLR-COUNT              PIC 9(5) VALUE 0.
       77 TLR-SUB                PIC 9(5) VALUE 0.
       77 TLR-FOUND              PIC X VALUE "N".
       77 TLR-LOOKUP-ID          PIC X(8).
       01 TLR-TABLE.
           05 TLR-ENTRY          OCCURS 500 TIMES.
              10 TLR-ID          PIC X(8).
              10 TLR-FLOAT-GIVEN PIC X.
              10 TLR-FLOAT       PIC 9(9)V99.
              10 TLR-COUNTED     PIC X.
              10 TLR-DECLARED    PIC 9(9)V99.
              10 TLR-CASH-IN     PIC 9(11)V99.
              10 TLR-CASH-OUT    PIC 9(11)V99.
              10 TLR-ITEMS       PIC 9(7).

       77 HIST-ACTION            PIC X(3).
       77 HIST-TELLER            PIC X(8).
       77 HIST-AMOUNT            PIC 9(9)V99.
       77 HIST-BAL-BEFORE        PIC S9(9)V99.
       77 HIST-BAL-AFTER         PIC S9(9)V99.

       77 EXPECTED-CASH          PIC S9(11)V99.
       77 OVER-SHORT             PIC S9(11)V99.
       77 ABS-DIFFERENCE         PIC 9(11)V99.
       77 DRAWER-NOTE            PIC X(18).

       77 TOTAL-FLOAT            PIC 9(11)V99 VALUE 0.
       77 TOTAL-CASH-IN          PIC 9(11)V99 VALUE 0.
       77 TOTAL-CASH-OUT         PIC 9(11)V99 VALUE 0.
       77 TOTAL-EXPECTED         PIC S9(11)V99 VALUE 0.
       77 TOTAL-DECLARED         PIC 9(11)V99 VALUE 0.
       77 TOTAL-OVER-SHORT       PIC S9(11)V99 VALUE 0.
       77 NO-COUNT-TELLERS       PIC 9(5) VALUE 0.
       77 OUT-OF-TOL-TELLERS     PIC 9(5) VALUE 0.

       77 FLOAT-ED               PIC ZZZ,ZZZ,ZZ9.99.
       77 IN-ED                  PIC ZZZ,ZZZ,ZZ9.99.
       77 OUT-ED                 PIC ZZZ,ZZZ,ZZ9.99.
       77 EXPECTED-ED            PIC ---,---,--9.99.
       77 DECLARED-ED            PIC ZZZ,ZZZ,ZZ9.99.
       77 OVER-SHORT-ED          PIC ---,---,--9.99.
       77 TOTAL-ED               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       77 SIGNED-TOTAL-ED        PIC --,---,---,--9.99.
       77 COUNT-ED               PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM READ-BUSINESS-DATE
           PERFORM READ-DRAWER-TOLERANCE
           PERFORM LOAD-TELLER-CASH
           PERFORM SUM-TELLER-HISTORY
           PERFORM PRINT-DRAWER-REPORT
           DISPLAY "DRAWER BALANCING PRINTED FOR " TLR-COUNT
                   " TELLER(S)"
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

       READ-DRAWER-TOLERANCE.
           MOVE TOLERANCE TO TOLERANCE-ED
           OPEN INPUT TOL-FILE
           IF WS-TOL NOT = "00" AND WS-TOL NOT = "35"
               DISPLAY "TOL-FILE OPEN FAILED, STATUS = " WS-TOL
                       ", USING DEFAULT " TOLERANCE-ED
               EXIT PARAGRAPH
           END-IF

           IF WS-TOL = "35"
               EXIT PARAGRAPH
           END-IF

           READ TOL-FILE
           EVALUATE WS-TOL
               WHEN "00"
                   IF TOL-RECORD NUMERIC
                       COMPUTE TOLERANCE =
                           FUNCTION NUMVAL(TOL-RECORD) / 100
                   ELSE
                       DISPLAY "TOL-FILE RECORD NOT NUMERIC, USING "
                               "DEFAULT " TOLERANCE-ED
                   END-IF
               WHEN "10"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "TOL-FILE READ FAILED, STATUS = " WS-TOL
                           ", USING DEFAULT " TOLERANCE-ED
           END-EVALUATE

           CLOSE TOL-FILE.

       LOAD-TELLER-CASH.
           OPEN INPUT CASH-FILE
           IF WS-CASH NOT = "00" AND WS-CASH NOT = "35"
               DISPLAY "CASH-FILE OPEN FAILED, STATUS = " WS-CASH
               EXIT PARAGRAPH
           END-IF

           IF WS-CASH = "35"
               DISPLAY "NO TELLER CASH FILE, ALL DRAWERS UNCOUNTED"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF-CASH
           PERFORM UNTIL WS-EOF-CASH = "Y"
               READ CASH-FILE
               EVALUATE WS-CASH
                   WHEN "00"
                       IF CASH-RECORD(9:8) = BUS-DATE
                           PERFORM LOAD-ONE-DRAWER
                       END-IF
                   WHEN "10"
                       MOVE "Y" TO WS-EOF-CASH
                   WHEN OTHER
                       DISPLAY "CASH-FILE READ FAILED, STATUS = "
                               WS-CASH
                       MOVE "Y" TO WS-EOF-CASH
               END-EVALUATE
           END-PERFORM

           CLOSE CASH-FILE.

       LOAD-ONE-DRAWER.
           MOVE CASH-RECORD(1:8) TO TLR-LOOKUP-ID
           PERFORM FIND-TELLER
           IF TLR-FOUND = "N"
               EXIT PARAGRAPH
           END-IF

           IF CASH-RECORD(17:12) NOT = SPACES
               MOVE "Y" TO TLR-FLOAT-GIVEN(TLR-SUB)
               MOVE FUNCTION NUMVAL(CASH-RECORD(17:12))
                   TO TLR-FLOAT(TLR-SUB)
           END-IF
           IF CASH-RECORD(29:12) NOT = SPACES
               MOVE "Y" TO TLR-COUNTED(TLR-SUB)
               MOVE FUNCTION NUMVAL(CASH-RECORD(29:12))
                   TO TLR-DECLARED(TLR-SUB)
           END-IF.

       FIND-TELLER.
           MOVE "N" TO TLR-FOUND
           MOVE 0 TO TLR-SUB
           PERFORM UNTIL TLR-SUB >= TLR-COUNT OR TLR-FOUND = "Y"
               ADD 1 TO TLR-SUB
               IF TLR-ID(TLR-SUB) = TLR-LOOKUP-ID
                   MOVE "Y" TO TLR-FOUND
               END-IF
           END-PERFORM

           IF TLR-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF

           IF TLR-COUNT >= TLR-TABLE-MAX
               DISPLAY "TELLER TABLE FULL AT " TLR-TABLE-MAX
                       " TELLERS, " TLR-LOOKUP-ID " NOT BALANCED"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO TLR-COUNT
           MOVE TLR-COUNT TO TLR-SUB
           MOVE TLR-LOOKUP-ID TO TLR-ID(TLR-SUB)
           MOVE "N" TO TLR-FLOAT-GIVEN(TLR-SUB)
           MOVE 0 TO TLR-FLOAT(TLR-SUB)
           MOVE "N" TO TLR-COUNTED(TLR-SUB)
           MOVE 0 TO TLR-DECLARED(TLR-SUB)
           MOVE 0 TO TLR-CASH-IN(TLR-SUB)
           MOVE 0 TO TLR-CASH-OUT(TLR-SUB)
           MOVE 0 TO TLR-ITEMS(TLR-SUB)
           MOVE "Y" TO TLR-FOUND.

       SUM-TELLER-HISTORY.
           OPEN INPUT HIST-FILE
           IF WS-HIST NOT = "00" AND WS-HIST NOT = "35"
               DISPLAY "HIST-FILE OPEN FAILED, STATUS = " WS-HIST
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
                       IF HIST-RECORD(54:8) = BUS-DATE
                           PERFORM TALLY-CASH-ENTRY
                       END-IF
                   WHEN "10"
                       MOVE "Y" TO WS-EOF-HIST
                   WHEN OTHER
                       DISPLAY "HIST-FILE READ FAILED, STATUS = "
                               WS-HIST
                       MOVE "Y" TO WS-EOF-HIST
               END-EVALUATE
           END-PERFORM

           CLOSE HIST-FILE.

       TALLY-CASH-ENTRY.
           MOVE HIST-RECORD(7:3) TO HIST-ACTION
           MOVE HIST-RECORD(76:8) TO HIST-TELLER

           IF HIST-ACTION NOT = "DEP" AND HIST-ACTION NOT = "WDR"
                   AND NOT (HIST-ACTION = "REV"
                       AND (HIST-RECORD(106:3) = "DEP"
                           OR HIST-RECORD(106:3) = "WDR"))
               EXIT PARAGRAPH
           END-IF
           IF HIST-TELLER = SPACES OR HIST-TELLER = "SYSTEM"
                   OR HIST-TELLER = "STANDORD"
                   OR HIST-TELLER = "CLEARING"
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION NUMVAL(HIST-RECORD(10:12)) TO HIST-AMOUNT
           MOVE FUNCTION NUMVAL(HIST-RECORD(22:13)) TO HIST-BAL-BEFORE
           MOVE FUNCTION NUMVAL(HIST-RECORD(35:13)) TO HIST-BAL-AFTER
           IF HIST-BAL-BEFORE = HIST-BAL-AFTER
               EXIT PARAGRAPH
           END-IF

           MOVE HIST-TELLER TO TLR-LOOKUP-ID
           PERFORM FIND-TELLER
           IF TLR-FOUND = "N"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO TLR-ITEMS(TLR-SUB)
           IF HIST-BAL-AFTER > HIST-BAL-BEFORE
               ADD HIST-AMOUNT TO TLR-CASH-IN(TLR-SUB)
           ELSE
               ADD HIST-AMOUNT TO TLR-CASH-OUT(TLR-SUB)
           END-IF.

       PRINT-DRAWER-REPORT.
           OPEN OUTPUT REPT-FILE
           IF WS-REPT NOT = "00"
               DISPLAY "REPT-FILE OPEN FAILED, STATUS = " WS-REPT
               EXIT PARAGRAPH
           END-IF

           MOVE TOLERANCE TO TOLERANCE-ED
           MOVE SPACES TO REPT-RECORD
           STRING "TELLER DRAWER BALANCING FOR " DELIMITED BY SIZE
                  BUS-DATE DELIMITED BY SIZE
                  " TOLERANCE " DELIMITED BY SIZE
                  TOLERANCE-ED DELIMITED BY SIZE
                  INTO REPT-RECORD
           PERFORM WRITE-REPT-LINE

           MOVE SPACES TO REPT-RECORD
           STRING "  TELLER          OPENING        CASH IN"
                      DELIMITED BY SIZE
                  "       CASH OUT       EXPECTED       DECLARED"
                      DELIMITED BY SIZE
                  "     OVER/SHORT  NOTE" DELIMITED BY SIZE
                  INTO REPT-RECORD
           PERFORM WRITE-REPT-LINE

           IF TLR-COUNT = 0
               MOVE "  NO TELLER ACTIVITY OR CASH DECLARED"
                   TO REPT-RECORD
               PERFORM WRITE-REPT-LINE
           END-IF

           MOVE 0 TO TLR-SUB
           PERFORM UNTIL TLR-SUB >= TLR-COUNT
               ADD 1 TO TLR-SUB
               PERFORM PRINT-ONE-DRAWER
           END-PERFORM

           MOVE SPACES TO REPT-RECORD
           PERFORM WRITE-REPT-LINE
           MOVE "BRANCH VAULT TOTALS" TO REPT-RECORD
           PERFORM WRITE-REPT-LINE

           MOVE TOTAL-FLOAT TO TOTAL-ED
           MOVE SPACES TO REPT-RECORD
           STRING "  OPENING FLOATS       " DELIMITED BY SIZE
                  TOTAL-ED DELIMITED BY SIZE
                  INTO REPT-RECORD
           PERFORM WRITE-REPT-LINE
           MOVE TOTAL-CASH-IN TO TOTAL-ED
           MOVE SPACES TO REPT-RECORD
           STRING "  CASH IN              " DELIMITED BY SIZE
                  TOTAL-ED DELIMITED BY SIZE
                  INTO REPT-RECORD
           PERFORM WRITE-REPT-LINE
           MOVE TOTAL-CASH-OUT TO TOTAL-ED
           MOVE SPACES TO REPT-RECORD
           STRING "  CASH OUT             " DELIMITED BY SIZE
                  TOTAL-ED DELIMITED BY SIZE
                  INTO REPT-RECORD
           PERFORM WRITE-REPT-LINE
           MOVE TOTAL-EXPECTED TO SIGNED-TOTAL-ED
           MOVE SPACES TO REPT-RECORD
           STRING "  EXPECTED CASH        " DELIMITED BY SIZE
                  SIGNED-TOTAL-ED DELIMITED BY SIZE
                  INTO REPT-RECORD
           PERFORM WRITE-REPT-LINE
           MOVE TOTAL-DECLARED TO TOTAL-ED
           MOVE SPACES TO REPT-RECORD
           STRING "  DECLARED CASH        " DELIMITED BY SIZE
                  TOTAL-ED DELIMITED BY SIZE
                  INTO REPT-RECORD
           PERFORM WRITE-REPT-LINE
           MOVE TOTAL-OVER-SHORT TO SIGNED-TOTAL-ED
           MOVE SPACES TO REPT-RECORD
           STRING "  OVER/SHORT (COUNTED) " DELIMITED BY SIZE
                  SIGNED-TOTAL-ED DELIMITED BY SIZE
                  INTO REPT-RECORD
           PERFORM WRITE-REPT-LINE
           MOVE NO-COUNT-TELLERS TO COUNT-ED
           MOVE SPACES TO REPT-RECORD
           STRING "  TELLERS WITH NO COUNT        " DELIMITED BY SIZE
                  COUNT-ED DELIMITED BY SIZE
                  INTO REPT-RECORD
           PERFORM WRITE-REPT-LINE
           MOVE OUT-OF-TOL-TELLERS TO COUNT-ED
           MOVE SPACES TO REPT-RECORD
           STRING "  TELLERS OVER TOLERANCE       " DELIMITED BY SIZE
                  COUNT-ED DELIMITED BY SIZE
                  INTO REPT-RECORD
           PERFORM WRITE-REPT-LINE

           CLOSE REPT-FILE.

       PRINT-ONE-DRAWER.
           COMPUTE EXPECTED-CASH = TLR-FLOAT(TLR-SUB)
               + TLR-CASH-IN(TLR-SUB) - TLR-CASH-OUT(TLR-SUB)
           ADD TLR-FLOAT(TLR-SUB) TO TOTAL-FLOAT
           ADD TLR-CASH-IN(TLR-SUB) TO TOTAL-CASH-IN
           ADD TLR-CASH-OUT(TLR-SUB) TO TOTAL-CASH-OUT
           ADD EXPECTED-CASH TO TOTAL-EXPECTED

           MOVE SPACES TO DRAWER-NOTE
           IF TLR-FLOAT-GIVEN(TLR-SUB) = "N"
               MOVE "NO OPENING FLOAT" TO DRAWER-NOTE
           END-IF

           MOVE TLR-FLOAT(TLR-SUB) TO FLOAT-ED
           MOVE TLR-CASH-IN(TLR-SUB) TO IN-ED
           MOVE TLR-CASH-OUT(TLR-SUB) TO OUT-ED
           MOVE EXPECTED-CASH TO EXPECTED-ED
           MOVE SPACES TO REPT-RECORD

           IF TLR-COUNTED(TLR-SUB) = "N"
               ADD 1 TO NO-COUNT-TELLERS
               STRING "  " DELIMITED BY SIZE
                      TLR-ID(TLR-SUB) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FLOAT-ED DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      IN-ED DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      OUT-ED DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      EXPECTED-ED DELIMITED BY SIZE
                      "  NOT SUBMITTED" DELIMITED BY SIZE
                      "                 ** NO COUNT" DELIMITED BY SIZE
                      INTO REPT-RECORD
               PERFORM WRITE-REPT-LINE
               EXIT PARAGRAPH
           END-IF

           COMPUTE OVER-SHORT = TLR-DECLARED(TLR-SUB) - EXPECTED-CASH
           ADD TLR-DECLARED(TLR-SUB) TO TOTAL-DECLARED
           ADD OVER-SHORT TO TOTAL-OVER-SHORT
           IF OVER-SHORT < 0
               COMPUTE ABS-DIFFERENCE = 0 - OVER-SHORT
           ELSE
               MOVE OVER-SHORT TO ABS-DIFFERENCE
           END-IF
           IF ABS-DIFFERENCE > TOLERANCE
               ADD 1 TO OUT-OF-TOL-TELLERS
               MOVE "** OVER TOLERANCE" TO DRAWER-NOTE
           END-IF

           MOVE TLR-DECLARED(TLR-SUB) TO DECLARED-ED
           MOVE OVER-SHORT TO OVER-SHORT-ED
           STRING "  " DELIMITED BY SIZE
                  TLR-ID(TLR-SUB) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FLOAT-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  IN-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  OUT-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EXPECTED-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DECLARED-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  OVER-SHORT-ED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  DRAWER-NOTE DELIMITED BY SIZE
                  INTO REPT-RECORD
           PERFORM WRITE-REPT-LINE.

       WRITE-REPT-LINE.
           DISPLAY REPT-RECORD
           WRITE REPT-RECORD
           IF WS-REPT NOT = "00"
               DISPLAY "REPT-FILE WRITE FAILED, STATUS = " WS-REPT
           END-IF.
