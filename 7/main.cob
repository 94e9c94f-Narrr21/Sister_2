           SELECT OVL-FILE ASSIGN TO "overrides.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVL.
           SELECT REVD-FILE ASSIGN TO "revdays.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVD.
           SELECT HARC-FILE ASSIGN TO DYNAMIC WS-HARC-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HARC.
           SELECT TDP-FILE ASSIGN TO "termdeps.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TDP.
           SELECT TDPN-FILE ASSIGN TO "tdpenalty.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TDPN.
           SELECT AUD-FILE ASSIGN TO "auditlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD.
           SELECT CBK-FILE ASSIGN TO "chqbooks.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CBK.
           SELECT CHQ-FILE ASSIGN TO "chqitems.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHQ.

       DATA DIVISION.
       FILE SECTION.
       01 HLD-RECORD            PIC X(18).

       FD PND-FILE.
       01 PND-RECORD            PIC X(63).

       FD LIM-FILE.
       01 LIM-RECORD            PIC X(30).
       FD OVL-FILE.
       01 OVL-RECORD            PIC X(60).

       FD REVD-FILE.
       01 REVD-RECORD           PIC X(3).

       FD HARC-FILE.
       01 HARC-RECORD           COPY histrec.

       FD TDP-FILE.
       01 TDP-RECORD            COPY tdrec.

       FD TDPN-FILE.
       01 TDPN-RECORD           PIC X(5).

       FD AUD-FILE.
       01 AUD-RECORD            COPY audrec.

       FD CBK-FILE.
       01 CBK-RECORD            COPY chqbook.

       FD CHQ-FILE.
       01 CHQ-RECORD            COPY chqitem.

       WORKING-STORAGE SECTION.
       77 WS-IN                 PIC XX.
       77 WS-MST                PIC XX.
       77 WS-LIM                 PIC XX.
       77 WS-OVR                 PIC XX.
       77 WS-OVL                 PIC XX.
       77 WS-REVD                PIC XX.
       77 WS-HARC                PIC XX.
       77 WS-TDP                 PIC XX.
       77 WS-TDPN                PIC XX.
       77 WS-AUD                 PIC XX.
       77 WS-CBK                 PIC XX.
       77 WS-CHQ                 PIC XX.
       77 WS-EOF-IN                  PIC X VALUE "N".
       77 WS-EOF-HLD                 PIC X VALUE "N".
       77 WS-EOF-PND                 PIC X VALUE "N".
       77 WS-EOF-LIM                 PIC X VALUE "N".
       77 WS-EOF-HIST                PIC X VALUE "N".
       77 WS-EOF-HARC                PIC X VALUE "N".
       77 WS-EOF-TDP                 PIC X VALUE "N".
       77 WS-EOF-CBK                 PIC X VALUE "N".
       77 WS-EOF-CHQ                 PIC X VALUE "N".

       77 WS-CURRENT-DATE        PIC X(21).
       77 WS-RUN-ID               PIC X(14).
       77 BUS-DATE                PIC X(8).
       77 WS-LOCK-LABEL            PIC X(22).
       77 WS-IN-FILENAME           PIC X(12).
       77 WS-HARC-FILENAME         PIC X(14).

       77 IN-ACCOUNT-X           PIC X(6).
       77 IN-AMOUNT-X            PIC X(9).
       77 IN-TELLER              PIC X(8).
       77 IN-APV-ACTION          PIC X(3).
       77 IN-OVERRIDE            PIC X(8).
       77 IN-REV-RUN-ID          PIC X(14).
       77 IN-REV-DATE            PIC X(8).
       77 IN-SERIAL              PIC 9(6).
       77 IN-LAST-SERIAL         PIC 9(6).
       77 IN-STOP-EXPIRY         PIC X(8).
       77 IN-VALID               PIC X VALUE "Y".
       77 REJECT-REASON          PIC X(12).

       77 ACC-TYPE               PIC X.
           88 ACC-TYPE-SAVINGS       VALUE "S".
           88 ACC-TYPE-CHECKING      VALUE "K".
           88 ACC-TYPE-TERM          VALUE "T".

       77 FA-ACCOUNT             PIC 9(6).
       77 FA-ACCOUNT-X           PIC X(6).
              10 PEND-TYPE       PIC X.
              10 PEND-TELLER     PIC X(8).
              10 PEND-DATE       PIC X(8).
              10 PEND-REV-RUN    PIC X(14).
              10 PEND-REV-DATE   PIC X(8).
              10 PEND-REV-AMT    PIC X(9).
              10 PEND-REV-TGT    PIC X(6).

       77 REV-DAYS               PIC 9(3) VALUE 0.
       77 REV-OK                 PIC X VALUE "N".
       77 REV-FOUND-COUNT        PIC 9(5) VALUE 0.
       77 REV-DONE-COUNT         PIC 9(5) VALUE 0.
       77 REV-AMBIGUOUS          PIC X VALUE "N".
       77 REV-ORIG-ACTION        PIC X(3).
       77 REV-ORIG-AMOUNT        PIC 9(9)V99.
       77 REV-ORIG-TARGET        PIC X(6).
       77 REV-ORIG-DEBIT         PIC X VALUE "N".
       77 REV-SCAN-DEBIT         PIC X VALUE "N".
       77 REV-FILTER-AMOUNT      PIC 9(9)V99.
       77 REV-FILTER-TARGET      PIC X(6).
       77 REV-AGE-DAYS           PIC S9(7).
       77 REV-SCAN-MONTHS        PIC 9(6).
       77 REV-LAST-MONTHS        PIC 9(6).
       77 REV-WORK-YEAR          PIC 9(4).
       77 REV-WORK-MONTH         PIC 9(2).
       77 REV-ACCOUNT            PIC 9(6).
       77 REV-COUNTER-ACCOUNT    PIC 9(6).
       01 REV-SCAN-REC          COPY histrec.

       77 XFR-SRC-ACCOUNT        PIC 9(6).
       77 XFR-TGT-ACCOUNT        PIC 9(6).
       77 RAIUSD-RT              PIC 9(6) VALUE 7358.
       77 USDIDR-RT              PIC 9(6) VALUE 16270.

       77 TDEP-TABLE-MAX         PIC 9(5) VALUE 10000.
       77 TDEP-COUNT             PIC 9(5) VALUE 0.
       77 TDEP-SUB               PIC 9(5) VALUE 0.
       77 TDEP-FOUND             PIC X VALUE "N".
       77 TDEP-LOOKUP-ACCT       PIC X(6).
       77 TDEP-UPDATED           PIC X VALUE "N".
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

       77 CBK-TABLE-MAX          PIC 9(5) VALUE 10000.
       77 CBK-COUNT              PIC 9(5) VALUE 0.
       77 CBK-SUB                PIC 9(5) VALUE 0.
       77 CBK-FOUND              PIC X VALUE "N".
       77 CBK-OVERLAP            PIC X VALUE "N".
       77 CBK-UPDATED            PIC X VALUE "N".
       01 CBK-TABLE.
           05 CBK-ENTRY          OCCURS 10000 TIMES.
              10 CBK-ACCT        PIC X(6).
              10 CBK-FIRST       PIC 9(6).
              10 CBK-LAST        PIC 9(6).
              10 CBK-DATE        PIC X(8).
              10 CBK-TELLER      PIC X(8).

       77 CHQI-TABLE-MAX         PIC 9(6) VALUE 100000.
       77 CHQI-COUNT             PIC 9(6) VALUE 0.
       77 CHQI-SUB               PIC 9(6) VALUE 0.
       77 CHQI-FOUND             PIC X VALUE "N".
       77 CHQI-UPDATED           PIC X VALUE "N".
       01 CHQI-TABLE.
           05 CHQI-ENTRY         OCCURS 100000 TIMES.
              10 CHQI-ACCT       PIC X(6).
              10 CHQI-SERIAL     PIC 9(6).
              10 CHQI-STATUS     PIC X.
              10 CHQI-DATE       PIC X(8).
              10 CHQI-EXPIRY     PIC X(8).
              10 CHQI-AMOUNT     PIC 9(9)V99.
              10 CHQI-RUN-ID     PIC X(14).
              10 CHQI-TELLER     PIC X(8).

       77 CHQ-OK                 PIC X VALUE "Y".
       77 CHQ-LOOKUP-ACCT        PIC X(6).
       77 STOP-DAYS              PIC 9(3) VALUE 180.
       77 STOP-DATE-INTEGER      PIC 9(7).
       77 STOP-EXPIRY-NUM        PIC 9(8).

       77 TERM-LOCKED            PIC X VALUE "N".
       77 TD-PENALTY-PCT         PIC 9(3)V99 VALUE 1.00.
       77 TD-PENALTY-PCT-ED      PIC ZZ9.99.
       77 TD-PENALTY             PIC 9(9)V99 VALUE 0.
       77 TD-PROCEEDS            PIC 9(9)V99 VALUE 0.
       77 TD-ACCOUNT             PIC 9(6).
       77 TD-LINKED-ACCOUNT      PIC 9(6).
       77 TD-CUSTOMER            PIC X(6).
       77 TD-NAME                PIC X(20).
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

       77 HIST-ACCOUNT           PIC 9(6).
       77 HIST-ACTION            PIC X(3).
       77 HIST-AMOUNT-ED         PIC 9(9).99.
       77 HIST-BAL-BEFORE-ED     PIC -9(9).99.
       77 HIST-BAL-AFTER-ED      PIC -9(9).99.
       77 HIST-TARGET-ACCT       PIC 9(6).
       77 HIST-LINK-RUN-ID       PIC X(14) VALUE SPACES.
       77 HIST-LINK-DATE         PIC X(8) VALUE SPACES.
       77 HIST-LINK-ACTION       PIC X(3) VALUE SPACES.

       01 AUD-BEFORE-REC        COPY acctrec.
       77 AUD-KEY-TYPE           PIC X.
       77 AUD-KEY                PIC X(6).
       77 AUD-FIELD              PIC X(12).
       77 AUD-OLD-VALUE          PIC X(30).
       77 AUD-NEW-VALUE          PIC X(30).

       PROCEDURE DIVISION.

           IF ABORT-RUN = "N"
               PERFORM LOAD-LIMITS
           END-IF
           IF ABORT-RUN = "N"
               PERFORM LOAD-TERM-DEPOSITS
               PERFORM READ-TERM-PENALTY
           END-IF
           IF ABORT-RUN = "N"
               PERFORM LOAD-CHEQUE-BOOKS
           END-IF
           IF ABORT-RUN = "N"
               PERFORM LOAD-CHEQUE-ITEMS
           END-IF
           IF ABORT-RUN = "N"
               PERFORM READ-OVERRIDE-CODE
               PERFORM READ-REVERSAL-DAYS
               PERFORM LOAD-DAY-TOTALS
           END-IF
           IF ABORT-RUN = "N"
           IF ABORT-RUN = "N"
               PERFORM WRITE-PENDING
           END-IF
           IF ABORT-RUN = "N"
               PERFORM WRITE-TERM-DEPOSITS
           END-IF
           IF ABORT-RUN = "N"
               PERFORM WRITE-CHEQUE-BOOKS
           END-IF
           IF ABORT-RUN = "N"
               PERFORM WRITE-CHEQUE-ITEMS
           END-IF
           IF ABORT-RUN = "N"
               PERFORM CLEAR-RESTART
           END-IF
                           IF ABORT-RUN = "N"
                               PERFORM WRITE-HOLDS
                               PERFORM WRITE-PENDING
                               PERFORM WRITE-TERM-DEPOSITS
                           END-IF
                           IF ABORT-RUN = "N"
                               PERFORM WRITE-CHEQUE-BOOKS
                               PERFORM WRITE-CHEQUE-ITEMS
                           END-IF
                           IF ABORT-RUN = "N"
                               PERFORM WRITE-RESTART
                   AND IN-ACTION NOT = "WDR" AND IN-ACTION NOT = "BAL"
                   AND IN-ACTION NOT = "XFR" AND IN-ACTION NOT = "ODL"
                   AND IN-ACTION NOT = "HLD" AND IN-ACTION NOT = "RLS"
                   AND IN-ACTION NOT = "APV" AND IN-ACTION NOT = "REV"
                   AND IN-ACTION NOT = "TDO" AND IN-ACTION NOT = "TDB"
                   AND IN-ACTION NOT = "CHQ" AND IN-ACTION NOT = "STP"
                   AND IN-ACTION NOT = "CBK"
                   AND NOT IN-ACTION-MAINT
               MOVE "N" TO IN-VALID
               MOVE "BAD ACTION" TO REJECT-REASON
               MOVE "NO TELLER" TO REJECT-REASON
           END-IF
           IF IN-VALID = "Y" AND IN-AMOUNT-X NOT NUMERIC
                   AND IN-ACTION NOT = "APV" AND IN-ACTION NOT = "TDB"
                   AND IN-ACTION NOT = "CBK"
                   AND NOT IN-ACTION-MAINT
                   AND NOT (IN-ACTION = "REV" AND IN-AMOUNT-X = SPACES)
                   AND NOT (IN-ACTION = "STP" AND IN-AMOUNT-X = SPACES)
               MOVE "N" TO IN-VALID
               MOVE "BAD AMOUNT" TO REJECT-REASON
           END-IF
           IF IN-VALID = "Y"
                   AND (IN-ACTION = "DEP" OR IN-ACTION = "WDR")
                   AND IN-RECORD(61:2) NOT = SPACES
                   AND IN-RECORD(61:2) NOT NUMERIC
               MOVE "N" TO IN-VALID
               MOVE "BAD AMOUNT" TO REJECT-REASON
           END-IF
                   AND IN-RECORD(10:3) NOT = "FRZ"
                   AND IN-RECORD(10:3) NOT = "CLS"
                   AND IN-RECORD(10:3) NOT = "TYP"
                   AND IN-RECORD(10:3) NOT = "REV"
               MOVE "N" TO IN-VALID
               MOVE "BAD APPROVAL" TO REJECT-REASON
           END-IF
           IF IN-VALID = "Y" AND IN-ACTION = "REV"
                   AND (IN-RECORD(61:14) NOT NUMERIC
                        OR IN-RECORD(75:8) NOT NUMERIC)
               MOVE "N" TO IN-VALID
               MOVE "BAD REFERENCE" TO REJECT-REASON
           END-IF
           IF IN-VALID = "Y" AND IN-ACTION = "APV"
                   AND IN-RECORD(10:3) = "REV"
                   AND IN-RECORD(61:22) NOT = SPACES
                   AND (IN-RECORD(61:14) NOT NUMERIC
                        OR IN-RECORD(75:8) NOT NUMERIC)
               MOVE "N" TO IN-VALID
               MOVE "BAD REFERENCE" TO REJECT-REASON
           END-IF
           IF IN-VALID = "Y" AND IN-ACTION = "REV"
                   AND IN-TARGET-X NOT = SPACES
                   AND IN-TARGET-X NOT NUMERIC
               MOVE "N" TO IN-VALID
               MOVE "BAD TARGET" TO REJECT-REASON
           END-IF
           IF IN-VALID = "Y"
                   AND (IN-ACTION = "XFR" OR IN-ACTION = "TDO")
                   AND IN-TARGET-X NOT NUMERIC
               MOVE "N" TO IN-VALID
               MOVE "BAD TARGET" TO REJECT-REASON
           END-IF
           IF IN-VALID = "Y" AND IN-ACTION = "TDO"
                   AND (IN-RECORD(61:3) NOT NUMERIC
                        OR IN-RECORD(61:3) = "000"
                        OR IN-RECORD(64:5) NOT NUMERIC
                        OR (IN-RECORD(69:1) NOT = "R"
                            AND IN-RECORD(69:1) NOT = "P"
                            AND IN-RECORD(69:1) NOT = "H"))
               MOVE "N" TO IN-VALID
               MOVE "BAD TERM" TO REJECT-REASON
           END-IF
           IF IN-VALID = "Y"
                   AND (IN-ACTION = "CHQ" OR IN-ACTION = "STP"
                        OR IN-ACTION = "CBK")
                   AND (IN-TARGET-X NOT NUMERIC
                        OR IN-TARGET-X = "000000")
               MOVE "N" TO IN-VALID
               MOVE "BAD SERIAL" TO REJECT-REASON
           END-IF
           IF IN-VALID = "Y" AND IN-ACTION = "CBK"
                   AND (IN-RECORD(61:6) NOT NUMERIC
                        OR IN-RECORD(61:6) < IN-TARGET-X)
               MOVE "N" TO IN-VALID
               MOVE "BAD RANGE" TO REJECT-REASON
           END-IF
           IF IN-VALID = "Y" AND IN-ACTION = "STP"
                   AND IN-RECORD(61:8) NOT = SPACES
                   AND (IN-RECORD(61:8) NOT NUMERIC
                        OR IN-RECORD(61:8) < BUS-DATE)
               MOVE "N" TO IN-VALID
               MOVE "BAD EXPIRY" TO REJECT-REASON
           END-IF
           IF IN-VALID = "Y" AND IN-ACTION = "TYP"
                   AND IN-RECORD(10:1) NOT = "S"
                   AND IN-RECORD(10:1) NOT = "K"
                   WHEN IN-ACTION = "APV"
                       MOVE 0 TO IN-AMOUNT
                       MOVE IN-RECORD(10:3) TO IN-APV-ACTION
                   WHEN IN-ACTION = "REV" AND IN-AMOUNT-X = SPACES
                       MOVE 0 TO IN-AMOUNT
                   WHEN IN-ACTION = "TDB"
                       MOVE 0 TO IN-AMOUNT
                   WHEN IN-ACTION = "CBK"
                       MOVE 0 TO IN-AMOUNT
                   WHEN IN-ACTION = "STP" AND IN-AMOUNT-X = SPACES
                       MOVE 0 TO IN-AMOUNT
                   WHEN OTHER
                       MOVE FUNCTION NUMVAL(IN-AMOUNT-X) TO IN-AMOUNT
               END-EVALUATE
               IF (IN-ACTION = "DEP" OR IN-ACTION = "WDR")
                       AND IN-RECORD(61:2) NUMERIC
                   COMPUTE IN-AMOUNT = IN-AMOUNT
                       + FUNCTION NUMVAL(IN-RECORD(61:2)) / 100
               END-IF
               IF IN-ACTION = "CHQ" OR IN-ACTION = "STP"
                       OR IN-ACTION = "CBK"
                   MOVE IN-TARGET-X TO IN-SERIAL
               ELSE
                   MOVE 0 TO IN-SERIAL
               END-IF
               IF IN-ACTION = "CBK"
                   MOVE IN-RECORD(61:6) TO IN-LAST-SERIAL
               ELSE
                   MOVE 0 TO IN-LAST-SERIAL
               END-IF
               IF IN-ACTION = "STP"
                   MOVE IN-RECORD(61:8) TO IN-STOP-EXPIRY
               ELSE
                   MOVE SPACES TO IN-STOP-EXPIRY
               END-IF
               IF IN-ACTION = "REV" OR IN-ACTION = "APV"
                   MOVE IN-RECORD(61:14) TO IN-REV-RUN-ID
                   MOVE IN-RECORD(75:8)  TO IN-REV-DATE
               ELSE
                   MOVE SPACES TO IN-REV-RUN-ID
                   MOVE SPACES TO IN-REV-DATE
               END-IF
               IF IN-ACTION = "XFR" OR IN-ACTION = "TDO"
                   MOVE IN-TARGET-X TO IN-TARGET-ACCOUNT
               ELSE
                   MOVE 0 TO IN-TARGET-ACCOUNT
           END-IF.

       PROCESS-ONE-TRANSACTION.
           EVALUATE IN-ACTION
               WHEN "XFR"
                   PERFORM PROCESS-XFR
               WHEN "TDO"
                   PERFORM PROCESS-TERM-OPEN
               WHEN "TDB"
                   PERFORM PROCESS-TERM-BREAK
               WHEN OTHER
                   PERFORM PROCESS-SIMPLE-ACTION
           END-EVALUATE.

       PROCESS-SIMPLE-ACTION.
           IF IN-ACTION = "NEW"
                   WHEN "WDR"
                       MOVE "DEBIT"  TO OP-MODE
                       MOVE "WDR"    TO OP-HIST-ACTION
                   WHEN "CHQ"
                       MOVE "DEBIT"  TO OP-MODE
                       MOVE "CHQ"    TO OP-HIST-ACTION
                   WHEN "STP"
                       MOVE "STOP"   TO OP-MODE
                       MOVE "STP"    TO OP-HIST-ACTION
                   WHEN "CBK"
                       MOVE "CHQBK"  TO OP-MODE
                       MOVE "CBK"    TO OP-HIST-ACTION
                   WHEN "BAL"
                       MOVE "QUERY"  TO OP-MODE
                       MOVE SPACES   TO OP-HIST-ACTION
                   WHEN "FRZ"
                   WHEN "CLS"
                   WHEN "TYP"
                   WHEN "REV"
                       MOVE "QUEUE"  TO OP-MODE
                       MOVE IN-ACTION TO OP-HIST-ACTION
                   WHEN "APV"
                               TO OUT-MESSAGE
                       WHEN IN-ACTION = "WDR" AND OP-SUCCESS = "Y"
                           MOVE "WITHDREW MONEY" TO OUT-MESSAGE
                       WHEN IN-ACTION = "CHQ" AND OP-SUCCESS = "Y"
                               AND OP-BALANCE-AFTER < 0
                           MOVE "PAID CHEQUE (OVERDRAWN)" TO OUT-MESSAGE
                       WHEN IN-ACTION = "CHQ" AND OP-SUCCESS = "Y"
                           MOVE "PAID CHEQUE" TO OUT-MESSAGE
                       WHEN IN-ACTION = "STP" AND OP-SUCCESS = "Y"
                           MOVE "STOP PAYMENT PLACED" TO OUT-MESSAGE
                       WHEN IN-ACTION = "CBK" AND OP-SUCCESS = "Y"
                           MOVE "CHEQUE BOOK ISSUED" TO OUT-MESSAGE
                       WHEN IN-ACTION = "ODL" AND OP-SUCCESS = "Y"
                           MOVE "OVERDRAFT LIMIT SET" TO OUT-MESSAGE
                       WHEN IN-ACTION = "HLD" AND OP-SUCCESS = "Y"
               PERFORM REJECT-XFR
               EXIT PARAGRAPH
           END-IF
           IF ACC-TYPE-TERM
               MOVE "TARGET ACCOUNT IS A TERM DEPOSIT" TO OUT-MESSAGE
               MOVE "TGT TERM" TO REJECT-REASON
               PERFORM REJECT-XFR
               EXIT PARAGRAPH
           END-IF

           MOVE IN-ACCOUNT TO FA-ACCOUNT
           PERFORM FIND-ACCOUNT
               PERFORM REJECT-XFR
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-TERM-LOCK
           IF TERM-LOCKED = "Y"
               MOVE "TERM DEPOSIT NOT MATURED" TO OUT-MESSAGE
               MOVE "NOT MATURED" TO REJECT-REASON
               PERFORM REJECT-XFR
               EXIT PARAGRAPH
           END-IF
           PERFORM SET-DEBIT-FLOOR
           IF ACC-BALANCE - IN-AMOUNT < DEBIT-FLOOR
               MOVE "INSUFFICIENT FUNDS" TO OUT-MESSAGE
           END-IF
           PERFORM WRITE-OUTPUT.

       PROCESS-TERM-OPEN.
           IF IN-AMOUNT = 0
               MOVE "INVALID TERM DEPOSIT - NO PRINCIPAL"
                   TO OUT-MESSAGE
               MOVE "BAD AMOUNT" TO REJECT-REASON
               PERFORM REJECT-XFR
               EXIT PARAGRAPH
           END-IF
           IF IN-TARGET-ACCOUNT = IN-ACCOUNT
               MOVE "INVALID TRANSFER - SAME ACCOUNT" TO OUT-MESSAGE
               MOVE "SAME ACCOUNT" TO REJECT-REASON
               PERFORM REJECT-XFR
               EXIT PARAGRAPH
           END-IF

           MOVE IN-ACCOUNT TO FA-ACCOUNT
           PERFORM FIND-ACCOUNT
           IF ABORT-RUN = "Y"
               EXIT PARAGRAPH
           END-IF
           IF MATCH-FOUND = "Y"
               MOVE "ACCOUNT ALREADY EXISTS" TO OUT-MESSAGE
               MOVE "DUPLICATE" TO REJECT-REASON
               PERFORM REJECT-XFR
               EXIT PARAGRAPH
           END-IF
           IF TDEP-COUNT >= TDEP-TABLE-MAX
               DISPLAY "TERM DEPOSIT TABLE FULL AT " TDEP-TABLE-MAX
                       " RECORDS"
               MOVE "TERM DEPOSIT TABLE FULL" TO OUT-MESSAGE
               MOVE "TABLE FULL" TO REJECT-REASON
               PERFORM REJECT-XFR
               EXIT PARAGRAPH
           END-IF

           MOVE IN-TARGET-ACCOUNT TO FA-ACCOUNT
           PERFORM FIND-ACCOUNT
           IF ABORT-RUN = "Y"
               EXIT PARAGRAPH
           END-IF
           IF MATCH-FOUND = "N"
               MOVE "FUNDING ACCOUNT NOT FOUND" TO OUT-MESSAGE
               MOVE "TGT NOT FND" TO REJECT-REASON
               PERFORM REJECT-XFR
               EXIT PARAGRAPH
           END-IF
           IF ACC-STATUS-FROZEN
               MOVE "ACCOUNT FROZEN" TO OUT-MESSAGE
               MOVE "FROZEN" TO REJECT-REASON
               PERFORM REJECT-XFR
               EXIT PARAGRAPH
           END-IF
           IF ACC-STATUS-CLOSED
               MOVE "ACCOUNT CLOSED" TO OUT-MESSAGE
               MOVE "CLOSED" TO REJECT-REASON
               PERFORM REJECT-XFR
               EXIT PARAGRAPH
           END-IF
           IF ACC-STATUS-DORMANT
               MOVE "ACCOUNT DORMANT" TO OUT-MESSAGE
               MOVE "DORMANT" TO REJECT-REASON
               PERFORM REJECT-XFR
               EXIT PARAGRAPH
           END-IF
           IF ACC-TYPE-TERM
               MOVE "FUNDING ACCOUNT IS A TERM DEPOSIT" TO OUT-MESSAGE
               MOVE "TGT TERM" TO REJECT-REASON
               PERFORM REJECT-XFR
               EXIT PARAGRAPH
           END-IF
           PERFORM SET-DEBIT-FLOOR
           IF ACC-BALANCE - IN-AMOUNT < DEBIT-FLOOR
               MOVE "INSUFFICIENT FUNDS" TO OUT-MESSAGE
               MOVE "INSUFFICIENT" TO REJECT-REASON
               PERFORM REJECT-XFR
               EXIT PARAGRAPH
           END-IF
           MOVE IN-TARGET-ACCOUNT TO HOLD-LOOKUP-ACCT
           PERFORM GET-HOLD-TOTAL
           IF ACC-BALANCE - IN-AMOUNT - ACC-HOLD-TOTAL < DEBIT-FLOOR
               MOVE "HELD FUNDS" TO OUT-MESSAGE
               MOVE "HELD FUNDS" TO REJECT-REASON
               PERFORM REJECT-XFR
               EXIT PARAGRAPH
           END-IF

           MOVE "XFR" TO OP-ACTION-CODE
           MOVE IN-TARGET-ACCOUNT TO LIM-LOOKUP-ACCT
           MOVE IN-AMOUNT         TO CHECK-AMOUNT
           PERFORM CHECK-LIMIT
           IF LIMIT-OK = "N"
               MOVE "LIMIT EXCEEDED" TO OUT-MESSAGE
               MOVE "LIMIT EXCEED" TO REJECT-REASON
               PERFORM REJECT-XFR
               EXIT PARAGRAPH
           END-IF

           MOVE ACC-WORK-REC(57:6) TO TD-CUSTOMER
           IF IN-NAME = SPACES
               MOVE ACC-NAME TO TD-NAME
           ELSE
               MOVE IN-NAME TO TD-NAME
           END-IF
           MOVE BUS-DATE TO TD-START-X
           MOVE IN-RECORD(61:3) TO TD-TERM-MONTHS
           PERFORM COMPUTE-MATURITY-DATE

           PERFORM APPEND-TERM-ACCOUNT
           IF ABORT-RUN = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE IN-TARGET-ACCOUNT TO XFR-SRC-ACCOUNT
           MOVE IN-ACCOUNT        TO XFR-TGT-ACCOUNT
           MOVE IN-AMOUNT         TO XFR-AMOUNT
           PERFORM ADD-DAY-TOTAL
           IF ABORT-RUN = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM APPLY-XFR
           IF ABORT-RUN = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-XFR-HISTORY

           ADD 1 TO TDEP-COUNT
           MOVE IN-ACCOUNT-X    TO TDEP-ACCT(TDEP-COUNT)
           MOVE IN-AMOUNT       TO TDEP-PRINCIPAL(TDEP-COUNT)
           MOVE TD-TERM-MONTHS  TO TDEP-TERM(TDEP-COUNT)
           COMPUTE TDEP-RATE(TDEP-COUNT) =
               FUNCTION NUMVAL(IN-RECORD(64:5)) / 100
           MOVE TD-START-X      TO TDEP-START(TDEP-COUNT)
           MOVE TD-MATURITY-X   TO TDEP-MATURITY(TDEP-COUNT)
           MOVE IN-RECORD(69:1) TO TDEP-INSTR(TDEP-COUNT)
           MOVE IN-TARGET-X     TO TDEP-LINKED(TDEP-COUNT)
           MOVE "A"             TO TDEP-STATUS(TDEP-COUNT)
           MOVE "Y" TO TDEP-UPDATED

           MOVE SPACES TO OUT-MESSAGE
           STRING "TERM DEPOSIT OPENED (MATURES " DELIMITED BY SIZE
                  TD-MATURITY-X DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO OUT-MESSAGE
           PERFORM WRITE-OUTPUT.

       PROCESS-TERM-BREAK.
           MOVE IN-ACCOUNT TO FA-ACCOUNT
           PERFORM FIND-ACCOUNT
           IF ABORT-RUN = "Y"
               EXIT PARAGRAPH
           END-IF
           IF MATCH-FOUND = "N"
               MOVE "ACCOUNT NOT FOUND" TO OUT-MESSAGE
               MOVE "NOT FOUND" TO REJECT-REASON
               PERFORM REJECT-XFR
               EXIT PARAGRAPH
           END-IF
           IF NOT ACC-TYPE-TERM
               MOVE "NOT A TERM DEPOSIT" TO OUT-MESSAGE
               MOVE "NOT TERM" TO REJECT-REASON
               PERFORM REJECT-XFR
               EXIT PARAGRAPH
           END-IF
           IF ACC-STATUS-FROZEN
               MOVE "ACCOUNT FROZEN" TO OUT-MESSAGE
               MOVE "FROZEN" TO REJECT-REASON
               PERFORM REJECT-XFR
               EXIT PARAGRAPH
           END-IF
           IF ACC-STATUS-CLOSED
               MOVE "ACCOUNT CLOSED" TO OUT-MESSAGE
               MOVE "CLOSED" TO REJECT-REASON
               PERFORM REJECT-XFR
               EXIT PARAGRAPH
           END-IF

           MOVE IN-ACCOUNT-X TO TDEP-LOOKUP-ACCT
           PERFORM FIND-TERM-DEPOSIT
           IF TDEP-FOUND = "N" OR TDEP-STATUS(TDEP-SUB) NOT = "A"
               MOVE "TERM DEPOSIT NOT ACTIVE" TO OUT-MESSAGE
               MOVE "TD NOT ACTIVE" TO REJECT-REASON
               PERFORM REJECT-XFR
               EXIT PARAGRAPH
           END-IF

           MOVE TDEP-LINKED(TDEP-SUB) TO TD-LINKED-ACCOUNT
           MOVE TD-LINKED-ACCOUNT TO FA-ACCOUNT
           PERFORM FIND-ACCOUNT
           IF ABORT-RUN = "Y"
               EXIT PARAGRAPH
           END-IF
           IF MATCH-FOUND = "N" OR ACC-STATUS-CLOSED
                   OR ACC-STATUS-FROZEN
               MOVE "LINKED ACCOUNT NOT AVAILABLE" TO OUT-MESSAGE
               MOVE "LINK UNAVAIL" TO REJECT-REASON
               PERFORM REJECT-XFR
               EXIT PARAGRAPH
           END-IF

           MOVE IN-ACCOUNT TO FA-ACCOUNT
           PERFORM FIND-ACCOUNT
           IF ABORT-RUN = "Y"
               EXIT PARAGRAPH
           END-IF

           COMPUTE TD-PENALTY ROUNDED =
               TDEP-PRINCIPAL(TDEP-SUB) * TD-PENALTY-PCT / 100
           IF TD-PENALTY > ACC-BALANCE
               MOVE ACC-BALANCE TO TD-PENALTY
           END-IF
           IF TD-PENALTY > 0
               MOVE IN-ACCOUNT  TO OP-ACCOUNT
               MOVE TD-PENALTY  TO OP-AMOUNT
               MOVE "PEN"       TO OP-HIST-ACTION
               MOVE ACC-BALANCE TO OP-BALANCE-BEFORE
               COMPUTE ACC-BALANCE = ACC-BALANCE - TD-PENALTY
               MOVE ACC-BALANCE TO OP-BALANCE-AFTER
               MOVE "PEN" TO ACC-WORK-REC(7:3)
               MOVE ACC-BALANCE TO DISP-SIGNED
               MOVE DISP-SIGNED TO ACC-WORK-REC(10:13)
               PERFORM REWRITE-MASTER
               IF ABORT-RUN = "Y"
                   EXIT PARAGRAPH
               END-IF
               PERFORM WRITE-HISTORY
           END-IF

           MOVE ACC-BALANCE TO TD-PROCEEDS
           IF TD-PROCEEDS > 0
               MOVE IN-ACCOUNT        TO XFR-SRC-ACCOUNT
               MOVE TD-LINKED-ACCOUNT TO XFR-TGT-ACCOUNT
               MOVE TD-PROCEEDS       TO XFR-AMOUNT
               PERFORM APPLY-XFR
               IF ABORT-RUN = "Y"
                   EXIT PARAGRAPH
               END-IF
               PERFORM WRITE-XFR-HISTORY
           END-IF

           MOVE IN-ACCOUNT TO FA-ACCOUNT
           PERFORM FIND-ACCOUNT
           IF ABORT-RUN = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "C" TO ACC-WORK-REC(43:1)
           PERFORM REWRITE-MASTER
           IF ABORT-RUN = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE "B" TO TDEP-STATUS(TDEP-SUB)
           MOVE "Y" TO TDEP-UPDATED
           MOVE "T" TO AUD-KEY-TYPE
           MOVE IN-ACCOUNT-X TO AUD-KEY
           MOVE "TD-STATUS" TO AUD-FIELD
           MOVE "A" TO AUD-OLD-VALUE
           MOVE "B" TO AUD-NEW-VALUE
           PERFORM WRITE-AUDIT

           MOVE TD-PENALTY TO DISP-AMOUNT
           MOVE SPACES TO OUT-MESSAGE
           STRING "TERM DEPOSIT BROKEN (PENALTY " DELIMITED BY SIZE
                  DISP-AMOUNT DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO OUT-MESSAGE
           PERFORM WRITE-OUTPUT.

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

       APPEND-TERM-ACCOUNT.
           MOVE SPACES TO ACC-WORK-REC
           MOVE IN-ACCOUNT  TO ACC-WORK-REC(1:6)
           MOVE IN-ACTION   TO ACC-WORK-REC(7:3)
           MOVE 0           TO DISP-SIGNED
           MOVE DISP-SIGNED TO ACC-WORK-REC(10:13)
           MOVE TD-NAME     TO ACC-WORK-REC(23:20)
           MOVE "A"         TO ACC-WORK-REC(43:1)
           MOVE "T"         TO ACC-WORK-REC(44:1)
           MOVE 0           TO DISP-AMOUNT
           MOVE DISP-AMOUNT TO ACC-WORK-REC(45:12)
           IF TD-CUSTOMER = SPACES
               MOVE "000000" TO ACC-WORK-REC(57:6)
           ELSE
               MOVE TD-CUSTOMER TO ACC-WORK-REC(57:6)
           END-IF

           MOVE ACC-WORK-REC TO MST-RECORD
           WRITE MST-RECORD
           IF WS-MST NOT = "00"
               DISPLAY "MST-FILE WRITE FAILED, STATUS = " WS-MST
               MOVE "Y" TO ABORT-RUN
           END-IF.

       OPEN-MASTER.
           OPEN I-O MST-FILE
           IF WS-MST = "35"
               OPEN OUTPUT MST-FILE
               IF WS-MST NOT = "00"
                   DISPLAY "MST-FILE CREATE FAILED, STATUS = " WS-MST
                   MOVE "Y" TO ABORT-RUN
                   EXIT PARAGRAPH
               END-IF
               CLOSE MST-FILE
               OPEN I-O MST-FILE
           END-IF

           IF WS-MST NOT = "00"
               DISPLAY "MST-FILE OPEN FAILED, STATUS = " WS-MST
               MOVE "Y" TO ABORT-RUN
           END-IF.

       CLOSE-MASTER.
           CLOSE MST-FILE
           IF WS-MST NOT = "00"
               DISPLAY "MST-FILE CLOSE FAILED, STATUS = " WS-MST
           END-IF.

       FIND-ACCOUNT.
           MOVE "N" TO MATCH-FOUND
           MOVE FA-ACCOUNT TO FA-ACCOUNT-X
           MOVE FA-ACCOUNT-X TO MST-ACCOUNT
           READ MST-FILE
           EVALUATE WS-MST
               WHEN "00"
                   MOVE "Y" TO MATCH-FOUND
                   MOVE MST-RECORD TO ACC-WORK-REC
                   PERFORM PARSE-ACC-RECORD
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "MST-FILE READ FAILED, STATUS = " WS-MST
                   MOVE "Y" TO ABORT-RUN
           END-EVALUATE.

       REWRITE-MASTER.
           MOVE MST-RECORD TO AUD-BEFORE-REC
           MOVE ACC-WORK-REC TO MST-RECORD
           REWRITE MST-RECORD
           IF WS-MST NOT = "00"
               DISPLAY "MST-FILE REWRITE FAILED, STATUS = " WS-MST
               MOVE "Y" TO ABORT-RUN
           ELSE
               IF AUD-BEFORE-REC(1:6) = ACC-WORK-REC(1:6)
                   PERFORM AUDIT-MASTER-CHANGES
               END-IF
           END-IF.

       AUDIT-MASTER-CHANGES.
           MOVE "A" TO AUD-KEY-TYPE
           MOVE ACC-WORK-REC(1:6) TO AUD-KEY
           IF AUD-BEFORE-REC(43:1) NOT = ACC-WORK-REC(43:1)
               MOVE "STATUS" TO AUD-FIELD
               MOVE AUD-BEFORE-REC(43:1) TO AUD-OLD-VALUE
               MOVE ACC-WORK-REC(43:1) TO AUD-NEW-VALUE
               PERFORM WRITE-AUDIT
           END-IF
           IF AUD-BEFORE-REC(44:1) NOT = ACC-WORK-REC(44:1)
               MOVE "TYPE" TO AUD-FIELD
               MOVE AUD-BEFORE-REC(44:1) TO AUD-OLD-VALUE
               MOVE ACC-WORK-REC(44:1) TO AUD-NEW-VALUE
               PERFORM WRITE-AUDIT
           END-IF
           IF AUD-BEFORE-REC(45:12) = SPACES
               MOVE 0 TO DISP-AMOUNT
               MOVE DISP-AMOUNT TO AUD-BEFORE-REC(45:12)
           END-IF
           IF AUD-BEFORE-REC(45:12) NOT = ACC-WORK-REC(45:12)
               MOVE "OD-LIMIT" TO AUD-FIELD
               MOVE AUD-BEFORE-REC(45:12) TO AUD-OLD-VALUE
               MOVE ACC-WORK-REC(45:12) TO AUD-NEW-VALUE
               PERFORM WRITE-AUDIT
           END-IF
           IF AUD-BEFORE-REC(23:20) NOT = ACC-WORK-REC(23:20)
               MOVE "NAME" TO AUD-FIELD
               MOVE AUD-BEFORE-REC(23:20) TO AUD-OLD-VALUE
               MOVE ACC-WORK-REC(23:20) TO AUD-NEW-VALUE
               PERFORM WRITE-AUDIT
           END-IF
           IF AUD-BEFORE-REC(57:6) NOT = ACC-WORK-REC(57:6)
               MOVE "CUSTOMER" TO AUD-FIELD
               MOVE AUD-BEFORE-REC(57:6) TO AUD-OLD-VALUE
               MOVE ACC-WORK-REC(57:6) TO AUD-NEW-VALUE
               PERFORM WRITE-AUDIT
           END-IF.

       PARSE-ACC-RECORD.
           MOVE ACC-WORK-REC(1:6)   TO ACC-ACCOUNT
           MOVE ACC-WORK-REC(7:3)   TO ACC-ACTION
           MOVE FUNCTION NUMVAL(ACC-WORK-REC(10:13)) TO ACC-BALANCE
           MOVE ACC-WORK-REC(23:20) TO ACC-NAME
           MOVE ACC-WORK-REC(43:1)  TO ACC-STATUS
           MOVE ACC-WORK-REC(44:1)  TO ACC-TYPE
           IF ACC-WORK-REC(45:12) = SPACES
               MOVE 0 TO ACC-OD-LIMIT
           ELSE
               MOVE FUNCTION NUMVAL(ACC-WORK-REC(45:12))
                   TO ACC-OD-LIMIT
           END-IF.

       APPLY-OPERATION.
           MOVE ACC-BALANCE TO NEW-BALANCE
           MOVE ACC-BALANCE TO OP-BALANCE-BEFORE
           MOVE OP-ACCOUNT TO HOLD-LOOKUP-ACCT
           PERFORM GET-HOLD-TOTAL

           MOVE "N" TO REACTIVATED
           IF OP-MODE = "MAINT"
               PERFORM APPLY-MAINT-ACTION
           ELSE
           IF ACC-STATUS-FROZEN
               MOVE "N" TO OP-SUCCESS
               MOVE "ACCOUNT FROZEN" TO OP-RESULT-MSG
               MOVE "FROZEN" TO REJECT-REASON
           ELSE
               IF ACC-STATUS-CLOSED
                   MOVE "N" TO OP-SUCCESS
                   MOVE "ACCOUNT CLOSED" TO OP-RESULT-MSG
                   MOVE "CLOSED" TO REJECT-REASON
               ELSE
               IF ACC-STATUS-DORMANT AND OP-MODE NOT = "CREDIT"
                   END-IF
                   EVALUATE OP-MODE
                       WHEN "CREDIT"
                           IF ACC-TYPE-TERM
                               MOVE "N" TO OP-SUCCESS
                               MOVE "TERM DEPOSIT - CREDITS NOT ALLOWED"
                                   TO OP-RESULT-MSG
                               MOVE "TERM DEPOSIT" TO REJECT-REASON
                           ELSE
                               ADD OP-AMOUNT TO NEW-BALANCE
                               MOVE "Y" TO OP-SUCCESS
                           END-IF
                       WHEN "DEBIT"
                           PERFORM SET-DEBIT-FLOOR
                           PERFORM CHECK-TERM-LOCK
                           PERFORM CHECK-CHEQUE
                           MOVE "Y" TO LIMIT-OK
                           IF (OP-ACTION-CODE = "WDR"
                                   OR OP-ACTION-CODE = "CHQ")
                                   AND TERM-LOCKED = "N"
                                   AND CHQ-OK = "Y"
                               MOVE OP-ACCOUNT TO LIM-LOOKUP-ACCT
                               MOVE OP-AMOUNT  TO CHECK-AMOUNT
                               PERFORM CHECK-LIMIT
                           END-IF
                           EVALUATE TRUE
                               WHEN TERM-LOCKED = "Y"
                                   MOVE "N" TO OP-SUCCESS
                                   MOVE "TERM DEPOSIT NOT MATURED"
                                       TO OP-RESULT-MSG
                                   MOVE "NOT MATURED" TO REJECT-REASON
                               WHEN CHQ-OK = "N"
                                   MOVE "N" TO OP-SUCCESS
                               WHEN LIMIT-OK = "N"
                                   MOVE "N" TO OP-SUCCESS
                                   MOVE "LIMIT EXCEEDED"
                                   SUBTRACT OP-AMOUNT FROM NEW-BALANCE
                                   MOVE "Y" TO OP-SUCCESS
                                   IF OP-ACTION-CODE = "WDR"
                                           OR OP-ACTION-CODE = "CHQ"
                                       PERFORM ADD-DAY-TOTAL
                                   END-IF
                                   IF OP-ACTION-CODE = "CHQ"
                                       PERFORM RECORD-CHEQUE-PAID
                                   END-IF
                           END-EVALUATE
                       WHEN "HOLD"
                           PERFORM PLACE-HOLD
                       WHEN "STOP"
                           PERFORM PLACE-STOP
                       WHEN "CHQBK"
                           PERFORM ISSUE-CHEQUE-BOOK
                       WHEN "RELSE"
                           PERFORM RELEASE-HOLD
                       WHEN "ODLIM"
                   IF ACC-STATUS-CLOSED
                       MOVE "ACCOUNT CLOSED" TO OP-RESULT-MSG
                       MOVE "CLOSED" TO REJECT-REASON
                   ELSE
                   IF ACC-TYPE-TERM
                       MOVE "TERM DEPOSIT TYPE CANNOT CHANGE"
                           TO OP-RESULT-MSG
                       MOVE "TERM DEPOSIT" TO REJECT-REASON
                   ELSE
                       MOVE IN-NEW-TYPE TO ACC-WORK-REC(44:1)
                       MOVE "Y" TO OP-SUCCESS
                   END-IF
                   END-IF
           END-EVALUATE.

       QUEUE-APPROVAL.
               EXIT PARAGRAPH
           END-IF

           IF IN-ACTION = "REV"
               MOVE IN-AMOUNT   TO REV-FILTER-AMOUNT
               MOVE IN-TARGET-X TO REV-FILTER-TARGET
               PERFORM LOCATE-REVERSAL-ORIGINAL
               IF REV-OK = "N"
                   MOVE "N" TO OP-SUCCESS
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF PEND-COUNT >= PEND-TABLE-MAX
               DISPLAY "PENDING TABLE FULL AT " PEND-TABLE-MAX
                       " RECORDS"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO PEND-COUNT
           MOVE IN-ACCOUNT-X TO PEND-ACCT(PEND-COUNT)
           MOVE IN-ACTION    TO PEND-ACTION(PEND-COUNT)
           MOVE IN-NEW-TYPE  TO PEND-TYPE(PEND-COUNT)
           MOVE IN-TELLER    TO PEND-TELLER(PEND-COUNT)
           MOVE BUS-DATE     TO PEND-DATE(PEND-COUNT)
           IF IN-ACTION = "REV"
               MOVE SPACE         TO PEND-TYPE(PEND-COUNT)
               MOVE IN-REV-RUN-ID TO PEND-REV-RUN(PEND-COUNT)
               MOVE IN-REV-DATE   TO PEND-REV-DATE(PEND-COUNT)
               MOVE IN-AMOUNT-X   TO PEND-REV-AMT(PEND-COUNT)
               MOVE IN-TARGET-X   TO PEND-REV-TGT(PEND-COUNT)
           ELSE
               MOVE SPACES TO PEND-REV-RUN(PEND-COUNT)
               MOVE SPACES TO PEND-REV-DATE(PEND-COUNT)
               MOVE SPACES TO PEND-REV-AMT(PEND-COUNT)
               MOVE SPACES TO PEND-REV-TGT(PEND-COUNT)
           END-IF
           MOVE "Y" TO OP-SUCCESS
           MOVE "Y" TO PEND-UPDATED.

       APPLY-APPROVAL.
           MOVE IN-APV-ACTION TO PEND-LOOKUP-ACTION
           PERFORM FIND-PENDING
           IF PEND-FOUND = "N"
               MOVE "N" TO OP-SUCCESS
               MOVE "NO MATCHING PENDING APPROVAL" TO OP-RESULT-MSG
               MOVE "NO PENDING" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           IF PEND-TELLER(PEND-SUB) = IN-TELLER
               MOVE "N" TO OP-SUCCESS
               MOVE "SECOND TELLER REQUIRED" TO OP-RESULT-MSG
               MOVE "SAME TELLER" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           IF IN-APV-ACTION = "REV"
               MOVE PEND-REV-RUN(PEND-SUB)  TO IN-REV-RUN-ID
               MOVE PEND-REV-DATE(PEND-SUB) TO IN-REV-DATE
               IF PEND-REV-AMT(PEND-SUB) = SPACES
                   MOVE 0 TO REV-FILTER-AMOUNT
               ELSE
                   MOVE FUNCTION NUMVAL(PEND-REV-AMT(PEND-SUB))
                       TO REV-FILTER-AMOUNT
               END-IF
               MOVE PEND-REV-TGT(PEND-SUB) TO REV-FILTER-TARGET
               PERFORM APPLY-REVERSAL
               IF OP-SUCCESS = "Y"
                   MOVE SPACES TO PEND-ENTRY(PEND-SUB)
                   MOVE "Y" TO PEND-UPDATED
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE IN-APV-ACTION TO OP-ACTION-CODE
           IF IN-APV-ACTION = "TYP"
               MOVE PEND-TYPE(PEND-SUB) TO IN-NEW-TYPE
           END-IF
           MOVE "MAINT" TO OP-MODE
           PERFORM APPLY-OPERATION

           IF OP-SUCCESS = "Y"
               MOVE SPACES TO PEND-ENTRY(PEND-SUB)
               MOVE "Y" TO PEND-UPDATED
           END-IF.

       FIND-PENDING.
           MOVE "N" TO PEND-FOUND
           MOVE 0 TO PEND-SUB
           PERFORM UNTIL PEND-SUB >= PEND-COUNT OR PEND-FOUND = "Y"
               ADD 1 TO PEND-SUB
               IF PEND-ACCT(PEND-SUB) = IN-ACCOUNT-X
                       AND PEND-ACTION(PEND-SUB) = PEND-LOOKUP-ACTION
                   IF PEND-LOOKUP-ACTION = "REV"
                       PERFORM MATCH-PENDING-REVERSAL
                   ELSE
                       MOVE "Y" TO PEND-FOUND
                   END-IF
               END-IF
           END-PERFORM.

       MATCH-PENDING-REVERSAL.
           EVALUATE TRUE
               WHEN IN-REV-RUN-ID = SPACES
                   MOVE "Y" TO PEND-FOUND
               WHEN PEND-REV-RUN(PEND-SUB) NOT = IN-REV-RUN-ID
                       OR PEND-REV-DATE(PEND-SUB) NOT = IN-REV-DATE
                   CONTINUE
               WHEN IN-ACTION NOT = "REV"
                   MOVE "Y" TO PEND-FOUND
               WHEN PEND-REV-AMT(PEND-SUB) = IN-AMOUNT-X
                       AND PEND-REV-TGT(PEND-SUB) = IN-TARGET-X
                   MOVE "Y" TO PEND-FOUND
           END-EVALUATE.

       CHECK-TERM-LOCK.
           MOVE "N" TO TERM-LOCKED
           IF NOT ACC-TYPE-TERM
               EXIT PARAGRAPH
           END-IF
           MOVE ACC-WORK-REC(1:6) TO TDEP-LOOKUP-ACCT
           PERFORM FIND-TERM-DEPOSIT
           IF TDEP-FOUND = "N"
               MOVE "Y" TO TERM-LOCKED
               EXIT PARAGRAPH
           END-IF
           IF TDEP-STATUS(TDEP-SUB) = "A"
               MOVE "Y" TO TERM-LOCKED
           END-IF.

       FIND-TERM-DEPOSIT.
           MOVE "N" TO TDEP-FOUND
           MOVE 0 TO TDEP-SUB
           PERFORM UNTIL TDEP-SUB >= TDEP-COUNT OR TDEP-FOUND = "Y"
               ADD 1 TO TDEP-SUB
               IF TDEP-ACCT(TDEP-SUB) = TDEP-LOOKUP-ACCT
                   MOVE "Y" TO TDEP-FOUND
               END-IF
           END-PERFORM.

       LOCATE-REVERSAL-ORIGINAL.
           MOVE "N" TO REV-OK
           IF IN-REV-DATE > BUS-DATE
               MOVE "ORIGINAL DATE AFTER BUSINESS DATE"
                   TO OP-RESULT-MSG
               MOVE "BAD REFERENCE" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           COMPUTE REV-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(BUS-DATE))
               - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(IN-REV-DATE))
           IF REV-AGE-DAYS > REV-DAYS
               MOVE "REVERSAL WINDOW EXPIRED" TO OP-RESULT-MSG
               MOVE "REV EXPIRED" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO REV-FOUND-COUNT
           MOVE 0 TO REV-DONE-COUNT
           MOVE "N" TO REV-AMBIGUOUS
           MOVE SPACES TO REV-ORIG-ACTION
           PERFORM SCAN-REVERSAL-ARCHIVES
           IF ABORT-RUN = "N"
               PERFORM SCAN-REVERSAL-HISTORY
           END-IF
           IF ABORT-RUN = "Y"
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN REV-FOUND-COUNT = 0
                   MOVE "ORIGINAL POSTING NOT FOUND" TO OP-RESULT-MSG
                   MOVE "NO ORIGINAL" TO REJECT-REASON
               WHEN REV-AMBIGUOUS = "Y"
                   MOVE "ORIGINAL AMBIGUOUS - GIVE AMOUNT OR TARGET"
                       TO OP-RESULT-MSG
                   MOVE "AMBIGUOUS" TO REJECT-REASON
               WHEN REV-DONE-COUNT >= REV-FOUND-COUNT
                   MOVE "ORIGINAL ALREADY REVERSED" TO OP-RESULT-MSG
                   MOVE "ALREADY REV" TO REJECT-REASON
               WHEN OTHER
                   MOVE "Y" TO REV-OK
           END-EVALUATE.

       SCAN-REVERSAL-ARCHIVES.
           COMPUTE REV-SCAN-MONTHS =
               FUNCTION NUMVAL(IN-REV-DATE(1:4)) * 12
               + FUNCTION NUMVAL(IN-REV-DATE(5:2)) - 1
           COMPUTE REV-LAST-MONTHS =
               FUNCTION NUMVAL(BUS-DATE(1:4)) * 12
               + FUNCTION NUMVAL(BUS-DATE(5:2)) - 1

           PERFORM UNTIL REV-SCAN-MONTHS > REV-LAST-MONTHS
                   OR ABORT-RUN = "Y"
               COMPUTE REV-WORK-YEAR = REV-SCAN-MONTHS / 12
               COMPUTE REV-WORK-MONTH =
                   REV-SCAN-MONTHS - REV-WORK-YEAR * 12 + 1
               MOVE SPACES TO WS-HARC-FILENAME
               STRING "hist" DELIMITED BY SIZE
                      REV-WORK-YEAR DELIMITED BY SIZE
                      REV-WORK-MONTH DELIMITED BY SIZE
                      ".txt" DELIMITED BY SIZE
                      INTO WS-HARC-FILENAME
               PERFORM SCAN-REVERSAL-ARCHIVE-FILE
               ADD 1 TO REV-SCAN-MONTHS
           END-PERFORM.

       SCAN-REVERSAL-ARCHIVE-FILE.
           OPEN INPUT HARC-FILE
           IF WS-HARC = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-HARC NOT = "00"
               DISPLAY "HARC-FILE OPEN FAILED FOR " WS-HARC-FILENAME
                       ", STATUS = " WS-HARC
               MOVE "Y" TO ABORT-RUN
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF-HARC
           PERFORM UNTIL WS-EOF-HARC = "Y"
               READ HARC-FILE
               EVALUATE WS-HARC
                   WHEN "00"
                       MOVE HARC-RECORD TO REV-SCAN-REC
                       PERFORM CHECK-REVERSAL-RECORD
                   WHEN "10"
                       MOVE "Y" TO WS-EOF-HARC
                   WHEN OTHER
                       DISPLAY "HARC-FILE READ FAILED FOR "
                               WS-HARC-FILENAME ", STATUS = " WS-HARC
                       MOVE "Y" TO ABORT-RUN
                       MOVE "Y" TO WS-EOF-HARC
               END-EVALUATE
           END-PERFORM

           CLOSE HARC-FILE.

       SCAN-REVERSAL-HISTORY.
           OPEN INPUT HIST-FILE
           IF WS-HIST = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-HIST NOT = "00"
               DISPLAY "HIST-FILE OPEN FAILED, STATUS = " WS-HIST
               MOVE "Y" TO ABORT-RUN
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF-HIST
           PERFORM UNTIL WS-EOF-HIST = "Y"
               READ HIST-FILE
               EVALUATE WS-HIST
                   WHEN "00"
                       MOVE HIST-RECORD TO REV-SCAN-REC
                       PERFORM CHECK-REVERSAL-RECORD
                   WHEN "10"
                       MOVE "Y" TO WS-EOF-HIST
                   WHEN OTHER
                       DISPLAY "HIST-FILE READ FAILED, STATUS = "
                               WS-HIST
                       MOVE "Y" TO ABORT-RUN
                       MOVE "Y" TO WS-EOF-HIST
               END-EVALUATE
           END-PERFORM

           CLOSE HIST-FILE.

       CHECK-REVERSAL-RECORD.
           IF REV-SCAN-REC(1:6) NOT = IN-ACCOUNT-X
               EXIT PARAGRAPH
           END-IF
           IF REV-FILTER-AMOUNT NOT = 0
                   AND FUNCTION NUMVAL(REV-SCAN-REC(10:12))
                       NOT = REV-FILTER-AMOUNT
               EXIT PARAGRAPH
           END-IF
           IF REV-FILTER-TARGET NOT = SPACES
                   AND REV-SCAN-REC(48:6) NOT = REV-FILTER-TARGET
               EXIT PARAGRAPH
           END-IF

           IF REV-SCAN-REC(7:3) = "REV"
               IF REV-SCAN-REC(84:14) = IN-REV-RUN-ID
                       AND REV-SCAN-REC(98:8) = IN-REV-DATE
                   ADD 1 TO REV-DONE-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF REV-SCAN-REC(62:14) NOT = IN-REV-RUN-ID
                   OR REV-SCAN-REC(54:8) NOT = IN-REV-DATE
               EXIT PARAGRAPH
           END-IF
           IF REV-SCAN-REC(7:3) NOT = "DEP"
                   AND REV-SCAN-REC(7:3) NOT = "WDR"
                   AND REV-SCAN-REC(7:3) NOT = "XFR"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(REV-SCAN-REC(35:13)) =
                   FUNCTION NUMVAL(REV-SCAN-REC(22:13))
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION NUMVAL(REV-SCAN-REC(35:13)) <
                   FUNCTION NUMVAL(REV-SCAN-REC(22:13))
               MOVE "Y" TO REV-SCAN-DEBIT
           ELSE
               MOVE "N" TO REV-SCAN-DEBIT
           END-IF

           ADD 1 TO REV-FOUND-COUNT
           IF REV-FOUND-COUNT = 1
               MOVE REV-SCAN-REC(7:3)  TO REV-ORIG-ACTION
               MOVE FUNCTION NUMVAL(REV-SCAN-REC(10:12))
                   TO REV-ORIG-AMOUNT
               MOVE REV-SCAN-REC(48:6) TO REV-ORIG-TARGET
               MOVE REV-SCAN-DEBIT     TO REV-ORIG-DEBIT
           ELSE
               IF REV-SCAN-REC(7:3) NOT = REV-ORIG-ACTION
                       OR FUNCTION NUMVAL(REV-SCAN-REC(10:12))
                           NOT = REV-ORIG-AMOUNT
                       OR REV-SCAN-REC(48:6) NOT = REV-ORIG-TARGET
                       OR REV-SCAN-DEBIT NOT = REV-ORIG-DEBIT
                   MOVE "Y" TO REV-AMBIGUOUS
               END-IF
           END-IF.

       APPLY-REVERSAL.
           MOVE "N" TO OP-SUCCESS
           PERFORM LOCATE-REVERSAL-ORIGINAL
           IF ABORT-RUN = "Y" OR REV-OK = "N"
               EXIT PARAGRAPH
           END-IF

           IF ACC-STATUS-CLOSED
               MOVE "ACCOUNT CLOSED" TO OP-RESULT-MSG
               MOVE "CLOSED" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF ACC-TYPE-TERM
               MOVE "REVERSAL NOT ALLOWED ON TERM DEPOSIT"
                   TO OP-RESULT-MSG
               MOVE "TERM DEPOSIT" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE IN-ACCOUNT TO REV-ACCOUNT
           MOVE 0 TO REV-COUNTER-ACCOUNT
           IF REV-ORIG-ACTION = "XFR"
               MOVE REV-ORIG-TARGET TO REV-COUNTER-ACCOUNT
               MOVE REV-COUNTER-ACCOUNT TO FA-ACCOUNT
               PERFORM FIND-ACCOUNT
               IF ABORT-RUN = "Y"
                   EXIT PARAGRAPH
               END-IF
               IF MATCH-FOUND = "N"
                   MOVE "Y" TO MATCH-FOUND
                   MOVE "COUNTERPARTY ACCOUNT NOT FOUND"
                       TO OP-RESULT-MSG
                   MOVE "TGT NOT FND" TO REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
               IF ACC-STATUS-CLOSED
                   MOVE "COUNTERPARTY ACCOUNT CLOSED" TO OP-RESULT-MSG
                   MOVE "TGT CLOSED" TO REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
               IF ACC-TYPE-TERM
                   MOVE "REVERSAL NOT ALLOWED ON TERM DEPOSIT"
                       TO OP-RESULT-MSG
                   MOVE "TERM DEPOSIT" TO REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
               MOVE REV-ACCOUNT TO FA-ACCOUNT
               PERFORM FIND-ACCOUNT
               IF ABORT-RUN = "Y"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE IN-REV-RUN-ID   TO HIST-LINK-RUN-ID
           MOVE IN-REV-DATE     TO HIST-LINK-DATE
           MOVE REV-ORIG-ACTION TO HIST-LINK-ACTION

           MOVE REV-ACCOUNT TO OP-ACCOUNT
           MOVE REV-COUNTER-ACCOUNT TO IN-TARGET-ACCOUNT
           IF REV-ORIG-DEBIT = "Y"
               MOVE "CREDIT" TO OP-MODE
           ELSE
               MOVE "DEBIT" TO OP-MODE
           END-IF
           PERFORM POST-REVERSAL-LEG
           IF ABORT-RUN = "Y"
               EXIT PARAGRAPH
           END-IF

           IF REV-COUNTER-ACCOUNT NOT = 0
               MOVE REV-COUNTER-ACCOUNT TO FA-ACCOUNT
               PERFORM FIND-ACCOUNT
               IF ABORT-RUN = "Y"
                   EXIT PARAGRAPH
               END-IF
               MOVE REV-COUNTER-ACCOUNT TO OP-ACCOUNT
               MOVE REV-ACCOUNT TO IN-TARGET-ACCOUNT
               IF REV-ORIG-DEBIT = "Y"
                   MOVE "DEBIT" TO OP-MODE
               ELSE
                   MOVE "CREDIT" TO OP-MODE
               END-IF
               PERFORM POST-REVERSAL-LEG
               IF ABORT-RUN = "Y"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE "APPRV" TO OP-MODE
           MOVE "Y" TO OP-SUCCESS.

       POST-REVERSAL-LEG.
           MOVE ACC-BALANCE TO OP-BALANCE-BEFORE
           IF OP-MODE = "CREDIT"
               COMPUTE NEW-BALANCE = ACC-BALANCE + REV-ORIG-AMOUNT
           ELSE
               COMPUTE NEW-BALANCE = ACC-BALANCE - REV-ORIG-AMOUNT
           END-IF
           MOVE NEW-BALANCE TO OP-BALANCE-AFTER
           MOVE "REV" TO ACC-WORK-REC(7:3)
           MOVE NEW-BALANCE TO DISP-SIGNED
           MOVE DISP-SIGNED TO ACC-WORK-REC(10:13)
           PERFORM REWRITE-MASTER
           IF ABORT-RUN = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE REV-ORIG-AMOUNT TO OP-AMOUNT
           MOVE "REV" TO OP-HIST-ACTION
           PERFORM WRITE-HISTORY.

       LOAD-PENDING.
           MOVE 0 TO PEND-COUNT
                               TO PEND-TELLER(PEND-COUNT)
                           MOVE PND-RECORD(19:8)
                               TO PEND-DATE(PEND-COUNT)
                           MOVE PND-RECORD(27:14)
                               TO PEND-REV-RUN(PEND-COUNT)
                           MOVE PND-RECORD(41:8)
                               TO PEND-REV-DATE(PEND-COUNT)
                           MOVE PND-RECORD(49:9)
                               TO PEND-REV-AMT(PEND-COUNT)
                           MOVE PND-RECORD(58:6)
                               TO PEND-REV-TGT(PEND-COUNT)
                       END-IF
                   WHEN "10"
                       MOVE "Y" TO WS-EOF-PND
                   MOVE PEND-TYPE(PEND-SUB)   TO PND-RECORD(10:1)
                   MOVE PEND-TELLER(PEND-SUB) TO PND-RECORD(11:8)
                   MOVE PEND-DATE(PEND-SUB)   TO PND-RECORD(19:8)
                   MOVE PEND-REV-RUN(PEND-SUB)  TO PND-RECORD(27:14)
                   MOVE PEND-REV-DATE(PEND-SUB) TO PND-RECORD(41:8)
                   MOVE PEND-REV-AMT(PEND-SUB)  TO PND-RECORD(49:9)
                   MOVE PEND-REV-TGT(PEND-SUB)  TO PND-RECORD(58:6)
                   WRITE PND-RECORD
                   IF WS-PND NOT = "00"
                       DISPLAY "PND-FILE WRITE FAILED, STATUS = "

           CLOSE OVR-FILE.

       READ-REVERSAL-DAYS.
           OPEN INPUT REVD-FILE
           IF WS-REVD NOT = "00" AND WS-REVD NOT = "35"
               DISPLAY "REVD-FILE OPEN FAILED, STATUS = " WS-REVD
                       ", USING DEFAULT " REV-DAYS " DAYS"
               EXIT PARAGRAPH
           END-IF

           IF WS-REVD = "35"
               EXIT PARAGRAPH
           END-IF

           READ REVD-FILE
           EVALUATE WS-REVD
               WHEN "00"
                   IF REVD-RECORD NUMERIC
                       MOVE FUNCTION NUMVAL(REVD-RECORD) TO REV-DAYS
                   ELSE
                       DISPLAY "REVD-FILE RECORD NOT NUMERIC, USING "
                               "DEFAULT " REV-DAYS " DAYS"
                   END-IF
               WHEN "10"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "REVD-FILE READ FAILED, STATUS = " WS-REVD
                           ", USING DEFAULT " REV-DAYS " DAYS"
           END-EVALUATE

           CLOSE REVD-FILE.

       READ-TERM-PENALTY.
           MOVE TD-PENALTY-PCT TO TD-PENALTY-PCT-ED
           OPEN INPUT TDPN-FILE
           IF WS-TDPN NOT = "00" AND WS-TDPN NOT = "35"
               DISPLAY "TDPN-FILE OPEN FAILED, STATUS = " WS-TDPN
                       ", USING DEFAULT " TD-PENALTY-PCT-ED " PERCENT"
               EXIT PARAGRAPH
           END-IF

           IF WS-TDPN = "35"
               EXIT PARAGRAPH
           END-IF

           READ TDPN-FILE
           EVALUATE WS-TDPN
               WHEN "00"
                   IF TDPN-RECORD NUMERIC
                           AND FUNCTION NUMVAL(TDPN-RECORD) <= 10000
                       COMPUTE TD-PENALTY-PCT =
                           FUNCTION NUMVAL(TDPN-RECORD) / 100
                   ELSE
                       DISPLAY "TDPN-FILE RECORD NOT VALID, USING "
                               "DEFAULT " TD-PENALTY-PCT-ED " PERCENT"
                   END-IF
               WHEN "10"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "TDPN-FILE READ FAILED, STATUS = " WS-TDPN
                           ", USING DEFAULT " TD-PENALTY-PCT-ED
                           " PERCENT"
           END-EVALUATE

           CLOSE TDPN-FILE.

       LOAD-DAY-TOTALS.
           MOVE 0 TO DAYTOT-COUNT
           OPEN INPUT HIST-FILE
           END-IF
           IF HIST-RECORD(7:3) NOT = "WDR"
                   AND HIST-RECORD(7:3) NOT = "XFR"
                   AND HIST-RECORD(7:3) NOT = "CHQ"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(HIST-RECORD(35:13)) >=
           MOVE "Y" TO OP-SUCCESS
           MOVE "Y" TO HOLDS-UPDATED.

       CHECK-CHEQUE.
           MOVE "Y" TO CHQ-OK
           IF OP-ACTION-CODE NOT = "CHQ"
               EXIT PARAGRAPH
           END-IF

           MOVE OP-ACCOUNT TO CHQ-LOOKUP-ACCT
           PERFORM FIND-CHEQUE-BOOK
           IF CBK-FOUND = "N"
               MOVE "N" TO CHQ-OK
               MOVE "CHEQUE SERIAL NOT ISSUED" TO OP-RESULT-MSG
               MOVE "NOT ISSUED" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-CHEQUE-ITEM
           IF CHQI-FOUND = "Y" AND CHQI-STATUS(CHQI-SUB) = "P"
               MOVE "N" TO CHQ-OK
               MOVE "CHEQUE ALREADY PAID" TO OP-RESULT-MSG
               MOVE "ALREADY PAID" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF CHQI-FOUND = "Y" AND CHQI-STATUS(CHQI-SUB) = "S"
                   AND CHQI-EXPIRY(CHQI-SUB) >= BUS-DATE
               MOVE "N" TO CHQ-OK
               MOVE "STOP PAYMENT IN FORCE" TO OP-RESULT-MSG
               MOVE "STOPPED" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF CHQI-FOUND = "N" AND CHQI-COUNT >= CHQI-TABLE-MAX
               DISPLAY "CHEQUE TABLE FULL AT " CHQI-TABLE-MAX
                       " RECORDS"
               MOVE "N" TO CHQ-OK
               MOVE "CHEQUE TABLE FULL" TO OP-RESULT-MSG
               MOVE "TABLE FULL" TO REJECT-REASON
           END-IF.

       FIND-CHEQUE-BOOK.
           MOVE "N" TO CBK-FOUND
           MOVE 0 TO CBK-SUB
           PERFORM UNTIL CBK-SUB >= CBK-COUNT OR CBK-FOUND = "Y"
               ADD 1 TO CBK-SUB
               IF CBK-ACCT(CBK-SUB) = CHQ-LOOKUP-ACCT
                       AND IN-SERIAL >= CBK-FIRST(CBK-SUB)
                       AND IN-SERIAL <= CBK-LAST(CBK-SUB)
                   MOVE "Y" TO CBK-FOUND
               END-IF
           END-PERFORM.

       FIND-CHEQUE-ITEM.
           MOVE "N" TO CHQI-FOUND
           MOVE 0 TO CHQI-SUB
           PERFORM UNTIL CHQI-SUB >= CHQI-COUNT OR CHQI-FOUND = "Y"
               ADD 1 TO CHQI-SUB
               IF CHQI-ACCT(CHQI-SUB) = CHQ-LOOKUP-ACCT
                       AND CHQI-SERIAL(CHQI-SUB) = IN-SERIAL
                   MOVE "Y" TO CHQI-FOUND
               END-IF
           END-PERFORM.

       RECORD-CHEQUE-PAID.
           IF CHQI-FOUND = "N"
               ADD 1 TO CHQI-COUNT
               MOVE CHQI-COUNT TO CHQI-SUB
           END-IF
           MOVE CHQ-LOOKUP-ACCT TO CHQI-ACCT(CHQI-SUB)
           MOVE IN-SERIAL       TO CHQI-SERIAL(CHQI-SUB)
           MOVE "P"             TO CHQI-STATUS(CHQI-SUB)
           MOVE BUS-DATE        TO CHQI-DATE(CHQI-SUB)
           MOVE SPACES          TO CHQI-EXPIRY(CHQI-SUB)
           MOVE OP-AMOUNT       TO CHQI-AMOUNT(CHQI-SUB)
           MOVE WS-RUN-ID       TO CHQI-RUN-ID(CHQI-SUB)
           MOVE IN-TELLER       TO CHQI-TELLER(CHQI-SUB)
           MOVE "Y" TO CHQI-UPDATED.

       PLACE-STOP.
           MOVE "N" TO OP-SUCCESS
           MOVE OP-ACCOUNT TO CHQ-LOOKUP-ACCT
           PERFORM FIND-CHEQUE-BOOK
           IF CBK-FOUND = "N"
               MOVE "CHEQUE SERIAL NOT ISSUED" TO OP-RESULT-MSG
               MOVE "NOT ISSUED" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-CHEQUE-ITEM
           IF CHQI-FOUND = "Y" AND CHQI-STATUS(CHQI-SUB) = "P"
               MOVE "CHEQUE ALREADY PAID" TO OP-RESULT-MSG
               MOVE "ALREADY PAID" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF CHQI-FOUND = "N"
               IF CHQI-COUNT >= CHQI-TABLE-MAX
                   DISPLAY "CHEQUE TABLE FULL AT " CHQI-TABLE-MAX
                           " RECORDS"
                   MOVE "CHEQUE TABLE FULL" TO OP-RESULT-MSG
                   MOVE "TABLE FULL" TO REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO CHQI-COUNT
               MOVE CHQI-COUNT TO CHQI-SUB
           END-IF

           IF IN-STOP-EXPIRY = SPACES
               COMPUTE STOP-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(BUS-DATE))
                   + STOP-DAYS
               COMPUTE STOP-EXPIRY-NUM =
                   FUNCTION DATE-OF-INTEGER(STOP-DATE-INTEGER)
               MOVE STOP-EXPIRY-NUM TO IN-STOP-EXPIRY
           END-IF

           MOVE CHQ-LOOKUP-ACCT TO CHQI-ACCT(CHQI-SUB)
           MOVE IN-SERIAL       TO CHQI-SERIAL(CHQI-SUB)
           MOVE "S"             TO CHQI-STATUS(CHQI-SUB)
           MOVE BUS-DATE        TO CHQI-DATE(CHQI-SUB)
           MOVE IN-STOP-EXPIRY  TO CHQI-EXPIRY(CHQI-SUB)
           MOVE OP-AMOUNT       TO CHQI-AMOUNT(CHQI-SUB)
           MOVE WS-RUN-ID       TO CHQI-RUN-ID(CHQI-SUB)
           MOVE IN-TELLER       TO CHQI-TELLER(CHQI-SUB)
           MOVE "Y" TO CHQI-UPDATED
           MOVE "Y" TO OP-SUCCESS.

       ISSUE-CHEQUE-BOOK.
           MOVE "N" TO OP-SUCCESS
           IF NOT ACC-TYPE-CHECKING
               MOVE "CHEQUE BOOKS ONLY FOR CHECKING ACCOUNTS"
                   TO OP-RESULT-MSG
               MOVE "NOT CHECKING" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE OP-ACCOUNT TO CHQ-LOOKUP-ACCT
           MOVE "N" TO CBK-OVERLAP
           MOVE 0 TO CBK-SUB
           PERFORM UNTIL CBK-SUB >= CBK-COUNT OR CBK-OVERLAP = "Y"
               ADD 1 TO CBK-SUB
               IF CBK-ACCT(CBK-SUB) = CHQ-LOOKUP-ACCT
                       AND CBK-FIRST(CBK-SUB) <= IN-LAST-SERIAL
                       AND CBK-LAST(CBK-SUB) >= IN-SERIAL
                   MOVE "Y" TO CBK-OVERLAP
               END-IF
           END-PERFORM
           IF CBK-OVERLAP = "Y"
               MOVE "SERIAL RANGE OVERLAPS AN ISSUED BOOK"
                   TO OP-RESULT-MSG
               MOVE "OVERLAP" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           IF CBK-COUNT >= CBK-TABLE-MAX
               DISPLAY "CHEQUE BOOK TABLE FULL AT " CBK-TABLE-MAX
                       " RECORDS"
               MOVE "CHEQUE BOOK TABLE FULL" TO OP-RESULT-MSG
               MOVE "TABLE FULL" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CBK-COUNT
           MOVE CHQ-LOOKUP-ACCT TO CBK-ACCT(CBK-COUNT)
           MOVE IN-SERIAL       TO CBK-FIRST(CBK-COUNT)
           MOVE IN-LAST-SERIAL  TO CBK-LAST(CBK-COUNT)
           MOVE BUS-DATE        TO CBK-DATE(CBK-COUNT)
           MOVE IN-TELLER       TO CBK-TELLER(CBK-COUNT)
           MOVE "Y" TO CBK-UPDATED
           MOVE "Y" TO OP-SUCCESS.

       LOAD-HOLDS.
           MOVE 0 TO HOLD-COUNT
           OPEN INPUT HLD-FILE
               MOVE "N" TO HOLDS-UPDATED
           END-IF.

       LOAD-TERM-DEPOSITS.
           MOVE 0 TO TDEP-COUNT
           OPEN INPUT TDP-FILE
           IF WS-TDP NOT = "00" AND WS-TDP NOT = "35"
               DISPLAY "TDP-FILE OPEN FAILED, STATUS = " WS-TDP
               MOVE "Y" TO ABORT-RUN
               EXIT PARAGRAPH
           END-IF

           IF WS-TDP = "35"
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

       WRITE-TERM-DEPOSITS.
           IF TDEP-UPDATED NOT = "Y"
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

           CLOSE TDP-FILE
           IF ABORT-RUN = "N"
               MOVE "N" TO TDEP-UPDATED
           END-IF.

       LOAD-CHEQUE-BOOKS.
           MOVE 0 TO CBK-COUNT
           OPEN INPUT CBK-FILE
           IF WS-CBK NOT = "00" AND WS-CBK NOT = "35"
               DISPLAY "CBK-FILE OPEN FAILED, STATUS = " WS-CBK
               MOVE "Y" TO ABORT-RUN
               EXIT PARAGRAPH
           END-IF

           IF WS-CBK = "35"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF-CBK
           PERFORM UNTIL WS-EOF-CBK = "Y"
               READ CBK-FILE
               EVALUATE WS-CBK
                   WHEN "00"
                       IF CBK-COUNT >= CBK-TABLE-MAX
                           DISPLAY "CHEQUE BOOK TABLE FULL AT "
                                   CBK-TABLE-MAX " RECORDS"
                           MOVE "Y" TO ABORT-RUN
                           MOVE "Y" TO WS-EOF-CBK
                       ELSE
                           ADD 1 TO CBK-COUNT
                           MOVE CBK-RECORD(1:6)
                               TO CBK-ACCT(CBK-COUNT)
                           MOVE CBK-RECORD(7:6)
                               TO CBK-FIRST(CBK-COUNT)
                           MOVE CBK-RECORD(13:6)
                               TO CBK-LAST(CBK-COUNT)
                           MOVE CBK-RECORD(19:8)
                               TO CBK-DATE(CBK-COUNT)
                           MOVE CBK-RECORD(27:8)
                               TO CBK-TELLER(CBK-COUNT)
                       END-IF
                   WHEN "10"
                       MOVE "Y" TO WS-EOF-CBK
                   WHEN OTHER
                       DISPLAY "CBK-FILE READ FAILED, STATUS = " WS-CBK
                       MOVE "Y" TO ABORT-RUN
                       MOVE "Y" TO WS-EOF-CBK
               END-EVALUATE
           END-PERFORM

           CLOSE CBK-FILE.

       WRITE-CHEQUE-BOOKS.
           IF CBK-UPDATED NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT CBK-FILE
           IF WS-CBK NOT = "00"
               DISPLAY "CBK-FILE WRITE FAILED, STATUS = " WS-CBK
               MOVE "Y" TO ABORT-RUN
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO CBK-SUB
           PERFORM UNTIL CBK-SUB >= CBK-COUNT
               ADD 1 TO CBK-SUB
               MOVE SPACES TO CBK-RECORD
               MOVE CBK-ACCT(CBK-SUB)   TO CBK-RECORD(1:6)
               MOVE CBK-FIRST(CBK-SUB)  TO CBK-RECORD(7:6)
               MOVE CBK-LAST(CBK-SUB)   TO CBK-RECORD(13:6)
               MOVE CBK-DATE(CBK-SUB)   TO CBK-RECORD(19:8)
               MOVE CBK-TELLER(CBK-SUB) TO CBK-RECORD(27:8)
               WRITE CBK-RECORD
               IF WS-CBK NOT = "00"
                   DISPLAY "CBK-FILE WRITE FAILED, STATUS = " WS-CBK
                   MOVE "Y" TO ABORT-RUN
               END-IF
           END-PERFORM

           CLOSE CBK-FILE
           IF ABORT-RUN = "N"
               MOVE "N" TO CBK-UPDATED
           END-IF.

       LOAD-CHEQUE-ITEMS.
           MOVE 0 TO CHQI-COUNT
           OPEN INPUT CHQ-FILE
           IF WS-CHQ NOT = "00" AND WS-CHQ NOT = "35"
               DISPLAY "CHQ-FILE OPEN FAILED, STATUS = " WS-CHQ
               MOVE "Y" TO ABORT-RUN
               EXIT PARAGRAPH
           END-IF

           IF WS-CHQ = "35"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF-CHQ
           PERFORM UNTIL WS-EOF-CHQ = "Y"
               READ CHQ-FILE
               EVALUATE WS-CHQ
                   WHEN "00"
                       IF CHQI-COUNT >= CHQI-TABLE-MAX
                           DISPLAY "CHEQUE TABLE FULL AT "
                                   CHQI-TABLE-MAX " RECORDS"
                           MOVE "Y" TO ABORT-RUN
                           MOVE "Y" TO WS-EOF-CHQ
                       ELSE
                           ADD 1 TO CHQI-COUNT
                           MOVE CHQ-RECORD(1:6)
                               TO CHQI-ACCT(CHQI-COUNT)
                           MOVE CHQ-RECORD(7:6)
                               TO CHQI-SERIAL(CHQI-COUNT)
                           MOVE CHQ-RECORD(13:1)
                               TO CHQI-STATUS(CHQI-COUNT)
                           MOVE CHQ-RECORD(14:8)
                               TO CHQI-DATE(CHQI-COUNT)
                           MOVE CHQ-RECORD(22:8)
                               TO CHQI-EXPIRY(CHQI-COUNT)
                           MOVE FUNCTION NUMVAL(CHQ-RECORD(30:12))
                               TO CHQI-AMOUNT(CHQI-COUNT)
                           MOVE CHQ-RECORD(42:14)
                               TO CHQI-RUN-ID(CHQI-COUNT)
                           MOVE CHQ-RECORD(56:8)
                               TO CHQI-TELLER(CHQI-COUNT)
                       END-IF
                   WHEN "10"
                       MOVE "Y" TO WS-EOF-CHQ
                   WHEN OTHER
                       DISPLAY "CHQ-FILE READ FAILED, STATUS = " WS-CHQ
                       MOVE "Y" TO ABORT-RUN
                       MOVE "Y" TO WS-EOF-CHQ
               END-EVALUATE
           END-PERFORM

           CLOSE CHQ-FILE.

       WRITE-CHEQUE-ITEMS.
           IF CHQI-UPDATED NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT CHQ-FILE
           IF WS-CHQ NOT = "00"
               DISPLAY "CHQ-FILE WRITE FAILED, STATUS = " WS-CHQ
               MOVE "Y" TO ABORT-RUN
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO CHQI-SUB
           PERFORM UNTIL CHQI-SUB >= CHQI-COUNT
               ADD 1 TO CHQI-SUB
               MOVE SPACES TO CHQ-RECORD
               MOVE CHQI-ACCT(CHQI-SUB)    TO CHQ-RECORD(1:6)
               MOVE CHQI-SERIAL(CHQI-SUB)  TO CHQ-RECORD(7:6)
               MOVE CHQI-STATUS(CHQI-SUB)  TO CHQ-RECORD(13:1)
               MOVE CHQI-DATE(CHQI-SUB)    TO CHQ-RECORD(14:8)
               MOVE CHQI-EXPIRY(CHQI-SUB)  TO CHQ-RECORD(22:8)
               MOVE CHQI-AMOUNT(CHQI-SUB)  TO DISP-AMOUNT
               MOVE DISP-AMOUNT            TO CHQ-RECORD(30:12)
               MOVE CHQI-RUN-ID(CHQI-SUB)  TO CHQ-RECORD(42:14)
               MOVE CHQI-TELLER(CHQI-SUB)  TO CHQ-RECORD(56:8)
               WRITE CHQ-RECORD
               IF WS-CHQ NOT = "00"
                   DISPLAY "CHQ-FILE WRITE FAILED, STATUS = " WS-CHQ
                   MOVE "Y" TO ABORT-RUN
               END-IF
           END-PERFORM

           CLOSE CHQ-FILE
           IF ABORT-RUN = "N"
               MOVE "N" TO CHQI-UPDATED
           END-IF.

       CALCULATE-IDR-BALANCE.
           COMPUTE IDR-BALANCE = NEW-BALANCE * RAIUSD-RT * USDIDR-RT
           MOVE IDR-BALANCE TO IDR-BALANCE-DISP.
           MOVE OP-AMOUNT         TO HIST-AMOUNT-ED
           MOVE OP-BALANCE-BEFORE TO HIST-BAL-BEFORE-ED
           MOVE OP-BALANCE-AFTER  TO HIST-BAL-AFTER-ED
           EVALUATE OP-HIST-ACTION
               WHEN "XFR"
               WHEN "REV"
                   MOVE IN-TARGET-ACCOUNT TO HIST-TARGET-ACCT
               WHEN "CHQ"
               WHEN "STP"
               WHEN "CBK"
                   MOVE IN-SERIAL TO HIST-TARGET-ACCT
               WHEN OTHER
                   MOVE 0 TO HIST-TARGET-ACCT
           END-EVALUATE

           MOVE SPACES             TO HIST-RECORD
           MOVE HIST-ACCOUNT       TO HIST-RECORD(1:6)
           MOVE BUS-DATE           TO HIST-RECORD(54:8)
           MOVE WS-RUN-ID          TO HIST-RECORD(62:14)
           MOVE IN-TELLER          TO HIST-RECORD(76:8)
           IF OP-HIST-ACTION = "REV"
               MOVE HIST-LINK-RUN-ID   TO HIST-RECORD(84:14)
               MOVE HIST-LINK-DATE     TO HIST-RECORD(98:8)
               MOVE HIST-LINK-ACTION   TO HIST-RECORD(106:3)
           END-IF

           OPEN EXTEND HIST-FILE
           IF WS-HIST NOT = "00"
               DISPLAY "HIST-FILE CLOSE FAILED, STATUS = " WS-HIST
           END-IF.

       WRITE-AUDIT.
           MOVE SPACES        TO AUD-RECORD
           MOVE BUS-DATE      TO AUD-RECORD(1:8)
           MOVE WS-RUN-ID     TO AUD-RECORD(9:14)
           MOVE "BANKING"     TO AUD-RECORD(23:8)
           MOVE IN-TELLER     TO AUD-RECORD(31:8)
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

       REJECT-XFR.
           PERFORM WRITE-OUTPUT
           PERFORM WRITE-SUSPENSE.
