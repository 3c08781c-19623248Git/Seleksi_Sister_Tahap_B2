               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CUST.

           SELECT REL-FILE ASSIGN TO "relationships.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REL.

           SELECT HOLD-FILE ASSIGN TO "holds.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HOLD.

       DATA DIVISION.
       FILE SECTION.

       FD LEDGER-FILE.
       01 LEDGER-RECORD         PIC X(132).

       SD SORT-FILE.
       01 SORT-RECORD.
          05 FILLER             PIC X(41).
          05 SORT-TIMESTAMP     PIC X(18).
          05 FILLER             PIC X(35).
          05 SORT-REF           PIC X(10).
          05 FILLER             PIC X(22).

       FD SORTED-FILE.
       01 SORTED-RECORD         PIC X(132).

       FD STMT-FILE.
       01 STMT-RECORD           PIC X(110).

       FD CUST-FILE.
       01 CUST-RECORD           PIC X(95).

       FD REL-FILE.
       01 REL-RECORD            PIC X(31).

       FD HOLD-FILE.
       01 HOLD-RECORD           PIC X(108).

       WORKING-STORAGE SECTION.

       77 FS-LEDGER             PIC XX.
       77 WS-ARGUMENT           PIC X(80).
       77 ARG-ACCOUNT           PIC X(6).
       77 ARG-FIRST             PIC X(7).
       77 ARG-CUSTOMER          PIC 9(6) VALUE ZERO.
       77 CUSTOMER-MODE         PIC X VALUE "N".
       77 ARG-FROM              PIC X(18).
       77 ARG-TO                PIC X(18).
       77 FROM-TIME             PIC 9(18) VALUE ZERO.
       77 LGR-ORIG-AMOUNT       PIC 9(13)V99.
       77 ED-ORIG-AMOUNT        PIC Z(12)9.99.
       77 LGR-OPERATOR          PIC X(8).
       77 LGR-REF               PIC X(10).
       77 LGR-PARENT            PIC X(10).
       77 LGR-FLAG              PIC X(1).
       77 LGR-REV-BY            PIC X(10).

       77 CUR-ACCOUNT           PIC 9(6).
       77 GROUP-OPEN            PIC X VALUE "N".
       77 RUN-BALANCE           PIC S9(13)V99.
       77 OPENING-WRITTEN       PIC X VALUE "N".
       77 POSTING-COUNT         PIC 9(6) VALUE ZERO.
       77 CORRECTION-COUNT      PIC 9(6) VALUE ZERO.
       77 ED-CORRECTIONS        PIC ZZZZZ9.

       77 ACTION-LABEL          PIC X(16).
       77 ED-ACCOUNT            PIC 999999.
       77 CUST-EOF              PIC X VALUE "N".
       01 CUST-TABLE.
          05 CUST-ENTRY OCCURS 50000 TIMES.
             10 CUST-T-NUMBER  PIC 9(6).
             10 CUST-T-NAME     PIC X(30).
       77 CUST-COUNT            PIC 9(5) VALUE ZERO.
       77 CUST-IX               PIC 9(5).
       77 CUST-NAME             PIC X(30).

       77 FS-REL                PIC XX.
       77 REL-EOF               PIC X VALUE "N".
       01 REL-TABLE.
          05 REL-ENTRY OCCURS 50000 TIMES.
             10 REL-T-CUSTOMER  PIC 9(6).
             10 REL-T-ACCOUNT   PIC 9(6).
             10 REL-T-ROLE      PIC X(1).
       77 REL-COUNT             PIC 9(5) VALUE ZERO.
       77 REL-IX                PIC 9(5).
       77 REL-CUSTOMER          PIC 9(6).
       77 REL-FOUND             PIC X VALUE "N".
       77 ROLE-LABEL            PIC X(14).

       01 CACC-TABLE.
          05 CACC-ENTRY OCCURS 500 TIMES.
             10 CACC-T-ACCOUNT  PIC 9(6).
             10 CACC-T-ROLE     PIC X(1).
             10 CACC-T-SEEN     PIC X(1).
       77 CACC-COUNT            PIC 9(3) VALUE ZERO.
       77 CACC-IX               PIC 9(3).
       77 CACC-HIT              PIC X VALUE "N".
       77 COMBINED-TOTAL        PIC S9(15)V99 VALUE ZERO.
       77 ED-TOTAL              PIC -Z(14)9.99.
       77 ED-CUSTOMER           PIC 999999.

       01 WS-UNIX-TIMESTAMP   PIC S9(18) COMP-5.
       77 TMP_TIMESTAMP         PIC X(18).
       77 FS-HOLD               PIC XX.
       77 HOLD-EOF              PIC X VALUE "N".
       01 HOLD-TABLE.
          05 HOLD-ENTRY OCCURS 50000 TIMES.
             10 HOLD-T-ACCOUNT  PIC 9(6).
             10 HOLD-T-AMOUNT   PIC 9(13)V99.
             10 HOLD-T-PLACED   PIC 9(18).
             10 HOLD-T-EXPIRY   PIC 9(18).
             10 HOLD-T-STATUS   PIC X(1).
             10 HOLD-T-RELEASED PIC 9(18).
       77 HOLD-COUNT            PIC 9(5) VALUE ZERO.
       77 HOLD-IX               PIC 9(5).
       77 HOLD-AS-OF            PIC 9(18).
       77 HELD-AMOUNT           PIC 9(13)V99.
       77 AVAIL-BALANCE         PIC S9(13)V99.
       77 COMBINED-AVAILABLE    PIC S9(15)V99 VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-STMT.
           ACCEPT WS-ARGUMENT FROM COMMAND-LINE
           PERFORM PARSE-ARGUMENTS
           PERFORM LOAD-CUSTOMER-TABLE
           PERFORM LOAD-RELATIONSHIP-TABLE
           PERFORM LOAD-HOLD-TABLE
           IF CUSTOMER-MODE = "Y"
               PERFORM OPEN-COMBINED-STATEMENT
           END-IF
           SORT SORT-FILE
               ON ASCENDING KEY SORT-ACCOUNT
               ON ASCENDING KEY SORT-TIMESTAMP
               ON ASCENDING KEY SORT-REF
               USING LEDGER-FILE
               GIVING SORTED-FILE
           OPEN INPUT SORTED-FILE
           IF GROUP-OPEN = "Y"
               PERFORM CLOSE-STATEMENT
           END-IF
           IF CUSTOMER-MODE = "Y"
               PERFORM CLOSE-COMBINED-STATEMENT
           END-IF
           CLOSE SORTED-FILE
           CALL "SYSTEM" USING "rm -f ledger_sorted.tmp"
           STOP RUN.

       PARSE-ARGUMENTS.
           MOVE SPACES TO ARG-ACCOUNT
           MOVE SPACES TO ARG-FIRST
           MOVE SPACES TO ARG-FROM
           MOVE SPACES TO ARG-TO
           UNSTRING WS-ARGUMENT DELIMITED BY ALL " "
               INTO ARG-FIRST ARG-FROM ARG-TO
           IF ARG-FIRST(1:1) = "C" AND ARG-FIRST(2:6) IS NUMERIC
               MOVE "Y" TO CUSTOMER-MODE
               MOVE ARG-FIRST(2:6) TO ARG-CUSTOMER
           ELSE
               MOVE ARG-FIRST TO ARG-ACCOUNT
           END-IF
           IF ARG-ACCOUNT = SPACES
               MOVE "ALL" TO ARG-ACCOUNT
           END-IF
                           IF CUST-COUNT < 50000
                               ADD 1 TO CUST-COUNT
                               MOVE CUST-RECORD(1:6)
                                   TO CUST-T-NUMBER(CUST-COUNT)
                               MOVE CUST-RECORD(7:30)
                                   TO CUST-T-NAME(CUST-COUNT)
                           END-IF
               CLOSE CUST-FILE
           END-IF.

       LOAD-RELATIONSHIP-TABLE.
           MOVE "N" TO REL-EOF
           OPEN INPUT REL-FILE
           IF FS-REL = "00"
               PERFORM UNTIL REL-EOF = "Y"
                   READ REL-FILE
                       AT END
                           MOVE "Y" TO REL-EOF
                       NOT AT END
                           IF REL-COUNT < 50000
                                   AND REL-RECORD(1:12) IS NUMERIC
                               ADD 1 TO REL-COUNT
                               MOVE REL-RECORD(1:6)
                                   TO REL-T-CUSTOMER(REL-COUNT)
                               MOVE REL-RECORD(7:6)
                                   TO REL-T-ACCOUNT(REL-COUNT)
                               MOVE REL-RECORD(13:1)
                                   TO REL-T-ROLE(REL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REL-FILE
           END-IF
           IF REL-COUNT = ZERO
               PERFORM VARYING CUST-IX FROM 1 BY 1
                       UNTIL CUST-IX > CUST-COUNT
                   ADD 1 TO REL-COUNT
                   MOVE CUST-T-NUMBER(CUST-IX)
                       TO REL-T-CUSTOMER(REL-COUNT)
                   MOVE CUST-T-NUMBER(CUST-IX)
                       TO REL-T-ACCOUNT(REL-COUNT)
                   MOVE "P" TO REL-T-ROLE(REL-COUNT)
               END-PERFORM
           END-IF.

       LOAD-HOLD-TABLE.
           IF TO-TIME = OPEN-END-TIME
               CALL "time" USING BY VALUE 0
                   RETURNING WS-UNIX-TIMESTAMP
               MOVE WS-UNIX-TIMESTAMP TO TMP_TIMESTAMP
               MOVE TMP_TIMESTAMP TO HOLD-AS-OF
           ELSE
               MOVE TO-TIME TO HOLD-AS-OF
           END-IF
           MOVE "N" TO HOLD-EOF
           OPEN INPUT HOLD-FILE
           IF FS-HOLD = "00"
               PERFORM UNTIL HOLD-EOF = "Y"
                   READ HOLD-FILE
                       AT END
                           MOVE "Y" TO HOLD-EOF
                       NOT AT END
                           IF HOLD-RECORD(11:6) IS NUMERIC
                                   AND HOLD-RECORD(36:18) IS NUMERIC
                                   AND HOLD-COUNT < 50000
                               PERFORM ADD-HOLD-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
           END-IF.

       ADD-HOLD-ROW.
           ADD 1 TO HOLD-COUNT
           MOVE HOLD-RECORD(11:6) TO HOLD-T-ACCOUNT(HOLD-COUNT)
           MOVE FUNCTION NUMVAL(HOLD-RECORD(17:16))
               TO HOLD-T-AMOUNT(HOLD-COUNT)
           MOVE HOLD-RECORD(36:18) TO HOLD-T-PLACED(HOLD-COUNT)
           MOVE ZERO TO HOLD-T-EXPIRY(HOLD-COUNT)
           IF HOLD-RECORD(54:18) IS NUMERIC
               MOVE HOLD-RECORD(54:18) TO HOLD-T-EXPIRY(HOLD-COUNT)
           END-IF
           MOVE HOLD-RECORD(72:1) TO HOLD-T-STATUS(HOLD-COUNT)
           MOVE ZERO TO HOLD-T-RELEASED(HOLD-COUNT)
           IF HOLD-RECORD(91:18) IS NUMERIC
               MOVE HOLD-RECORD(91:18) TO HOLD-T-RELEASED(HOLD-COUNT)
           END-IF.

       COMPUTE-HELD-AMOUNT.
           MOVE ZERO TO HELD-AMOUNT
           PERFORM VARYING HOLD-IX FROM 1 BY 1
                   UNTIL HOLD-IX > HOLD-COUNT
               IF HOLD-T-ACCOUNT(HOLD-IX) = CUR-ACCOUNT
                       AND HOLD-T-PLACED(HOLD-IX) <= HOLD-AS-OF
                       AND (HOLD-T-EXPIRY(HOLD-IX) = ZERO
                       OR HOLD-T-EXPIRY(HOLD-IX) > HOLD-AS-OF)
                       AND (HOLD-T-STATUS(HOLD-IX) NOT = "R"
                       OR HOLD-T-RELEASED(HOLD-IX) > HOLD-AS-OF)
                   ADD HOLD-T-AMOUNT(HOLD-IX) TO HELD-AMOUNT
               END-IF
           END-PERFORM.

       WRITE-AVAILABLE-LINES.
           PERFORM COMPUTE-HELD-AMOUNT
           COMPUTE AVAIL-BALANCE = RUN-BALANCE - HELD-AMOUNT
           MOVE SPACES TO STMT-RECORD
           MOVE HELD-AMOUNT TO ED-BALANCE
           STRING "FUNDS ON HOLD:   " DELIMITED SIZE
                  ED-BALANCE DELIMITED SIZE
                  INTO STMT-RECORD
           WRITE STMT-RECORD
           MOVE SPACES TO STMT-RECORD
           MOVE AVAIL-BALANCE TO ED-BALANCE
           STRING "AVAILABLE BALANCE: " DELIMITED SIZE
                  ED-BALANCE DELIMITED SIZE
                  INTO STMT-RECORD
           WRITE STMT-RECORD.

       FIND-CUSTOMER-NAME.
           MOVE "N" TO REL-FOUND
           MOVE ZERO TO REL-CUSTOMER
           PERFORM VARYING REL-IX FROM 1 BY 1
                   UNTIL REL-IX > REL-COUNT
               IF REL-T-ACCOUNT(REL-IX) = CUR-ACCOUNT
                   IF REL-FOUND = "N" OR REL-T-ROLE(REL-IX) = "P"
                       MOVE REL-T-CUSTOMER(REL-IX) TO REL-CUSTOMER
                       MOVE "Y" TO REL-FOUND
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO CUST-NAME
           IF REL-FOUND = "Y"
               PERFORM FIND-NAME-BY-NUMBER
           END-IF.

       FIND-NAME-BY-NUMBER.
           MOVE SPACES TO CUST-NAME
           PERFORM VARYING CUST-IX FROM 1 BY 1
                   UNTIL CUST-IX > CUST-COUNT
               IF CUST-T-NUMBER(CUST-IX) = REL-CUSTOMER
                   MOVE CUST-T-NAME(CUST-IX) TO CUST-NAME
               END-IF
           END-PERFORM.

       SET-ROLE-LABEL.
           EVALUATE REL-T-ROLE(REL-IX)
               WHEN "P"
                   MOVE "PRIMARY" TO ROLE-LABEL
               WHEN "J"
                   MOVE "JOINT HOLDER" TO ROLE-LABEL
               WHEN "S"
                   MOVE "SIGNATORY" TO ROLE-LABEL
               WHEN OTHER
                   MOVE REL-T-ROLE(REL-IX) TO ROLE-LABEL
           END-EVALUATE.

       WRITE-HOLDER-LINES.
           PERFORM VARYING REL-IX FROM 1 BY 1
                   UNTIL REL-IX > REL-COUNT
               IF REL-T-ACCOUNT(REL-IX) = CUR-ACCOUNT
                       AND REL-T-ROLE(REL-IX) NOT = "P"
                   PERFORM SET-ROLE-LABEL
                   MOVE REL-T-CUSTOMER(REL-IX) TO REL-CUSTOMER
                   PERFORM FIND-NAME-BY-NUMBER
                   MOVE REL-T-CUSTOMER(REL-IX) TO ED-CUSTOMER
                   MOVE SPACES TO STMT-RECORD
                   STRING "  " DELIMITED SIZE
                          ROLE-LABEL DELIMITED SIZE
                          " CUSTOMER " DELIMITED SIZE
                          ED-CUSTOMER DELIMITED SIZE
                          " " DELIMITED SIZE
                          CUST-NAME DELIMITED SIZE
                          INTO STMT-RECORD
                   WRITE STMT-RECORD
               END-IF
           END-PERFORM.

       OPEN-COMBINED-STATEMENT.
           PERFORM VARYING REL-IX FROM 1 BY 1
                   UNTIL REL-IX > REL-COUNT
               IF REL-T-CUSTOMER(REL-IX) = ARG-CUSTOMER
                   IF CACC-COUNT >= 500
                       DISPLAY "CUSTOMER ACCOUNT TABLE FULL"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO CACC-COUNT
                   MOVE REL-T-ACCOUNT(REL-IX)
                       TO CACC-T-ACCOUNT(CACC-COUNT)
                   MOVE REL-T-ROLE(REL-IX) TO CACC-T-ROLE(CACC-COUNT)
                   MOVE "N" TO CACC-T-SEEN(CACC-COUNT)
               END-IF
           END-PERFORM
           MOVE ARG-CUSTOMER TO REL-CUSTOMER
           PERFORM FIND-NAME-BY-NUMBER
           IF CACC-COUNT = ZERO AND CUST-NAME = SPACES
               DISPLAY "CUSTOMER NOT FOUND " ARG-CUSTOMER
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ARG-CUSTOMER TO ED-CUSTOMER
           MOVE SPACES TO STMT-FILENAME
           STRING "statement_cust_" DELIMITED SIZE
                  ED-CUSTOMER DELIMITED SIZE
                  ".txt" DELIMITED SIZE
                  INTO STMT-FILENAME
           OPEN OUTPUT STMT-FILE
           MOVE SPACES TO STMT-RECORD
           STRING "COMBINED STATEMENT FOR CUSTOMER " DELIMITED SIZE
                  ED-CUSTOMER DELIMITED SIZE
                  " " DELIMITED SIZE
                  CUST-NAME DELIMITED SIZE
                  INTO STMT-RECORD
           WRITE STMT-RECORD
           PERFORM WRITE-PERIOD-LINE
           MOVE SPACES TO STMT-RECORD
           MOVE CACC-COUNT TO ED-CORRECTIONS
           STRING "ACCOUNTS HELD: " DELIMITED SIZE
                  ED-CORRECTIONS DELIMITED SIZE
                  INTO STMT-RECORD
           WRITE STMT-RECORD.

       FIND-CUSTOMER-ACCOUNT.
           MOVE "N" TO CACC-HIT
           PERFORM VARYING CACC-IX FROM 1 BY 1
                   UNTIL CACC-IX > CACC-COUNT OR CACC-HIT = "Y"
               IF CACC-T-ACCOUNT(CACC-IX) = CUR-ACCOUNT
                   MOVE "Y" TO CACC-HIT
                   MOVE "Y" TO CACC-T-SEEN(CACC-IX)
               END-IF
           END-PERFORM.

       WRITE-COMBINED-ACCOUNT-HEADER.
           MOVE ALL "-" TO STMT-RECORD
           WRITE STMT-RECORD
           PERFORM FIND-CUSTOMER-NAME
           MOVE CUR-ACCOUNT TO ED-ACCOUNT
           MOVE SPACES TO STMT-RECORD
           STRING "ACCOUNT " DELIMITED SIZE
                  ED-ACCOUNT DELIMITED SIZE
                  " PRIMARY HOLDER " DELIMITED SIZE
                  CUST-NAME DELIMITED SIZE
                  INTO STMT-RECORD
           WRITE STMT-RECORD
           PERFORM WRITE-HOLDER-LINES.

       CLOSE-COMBINED-STATEMENT.
           PERFORM VARYING CACC-IX FROM 1 BY 1
                   UNTIL CACC-IX > CACC-COUNT
               IF CACC-T-SEEN(CACC-IX) = "N"
                   MOVE ALL "-" TO STMT-RECORD
                   WRITE STMT-RECORD
                   MOVE CACC-T-ACCOUNT(CACC-IX) TO ED-ACCOUNT
                   MOVE SPACES TO STMT-RECORD
                   STRING "ACCOUNT " DELIMITED SIZE
                          ED-ACCOUNT DELIMITED SIZE
                          " NO LEDGER ACTIVITY" DELIMITED SIZE
                          INTO STMT-RECORD
                   WRITE STMT-RECORD
               END-IF
           END-PERFORM
           MOVE ALL "-" TO STMT-RECORD
           WRITE STMT-RECORD
           MOVE SPACES TO STMT-RECORD
           MOVE COMBINED-TOTAL TO ED-TOTAL
           STRING "COMBINED CLOSING BALANCE: " DELIMITED SIZE
                  ED-TOTAL DELIMITED SIZE
                  INTO STMT-RECORD
           WRITE STMT-RECORD
           MOVE SPACES TO STMT-RECORD
           MOVE COMBINED-AVAILABLE TO ED-TOTAL
           STRING "COMBINED AVAILABLE BALANCE: " DELIMITED SIZE
                  ED-TOTAL DELIMITED SIZE
                  INTO STMT-RECORD
           WRITE STMT-RECORD
           CLOSE STMT-FILE.

       WRITE-PERIOD-LINE.
           MOVE FROM-TIME TO TS-WORK
           PERFORM FORMAT-TIMESTAMP
           MOVE TS-DISPLAY TO PERIOD-FROM-TXT
           IF TO-TIME = OPEN-END-TIME
               MOVE "OPEN END" TO PERIOD-TO-TXT
           ELSE
               MOVE TO-TIME TO TS-WORK
               PERFORM FORMAT-TIMESTAMP
               MOVE TS-DISPLAY TO PERIOD-TO-TXT
           END-IF
           MOVE SPACES TO STMT-RECORD
           STRING "PERIOD " DELIMITED SIZE
                  PERIOD-FROM-TXT DELIMITED SIZE
                  " TO " DELIMITED SIZE
                  PERIOD-TO-TXT DELIMITED SIZE
                  INTO STMT-RECORD
           WRITE STMT-RECORD.

       READ-SORTED.
           READ SORTED-FILE AT END
               MOVE "Y" TO SRT-EOF
               MOVE SORTED-RECORD(48:18) TO LGR-TIMESTAMP
               MOVE SORTED-RECORD(93:8) TO LGR-OPERATOR
               MOVE SORTED-RECORD(74:3) TO LGR-ORIG-CCY
               MOVE SORTED-RECORD(101:10) TO LGR-REF
               MOVE SORTED-RECORD(111:10) TO LGR-PARENT
               MOVE SORTED-RECORD(121:1) TO LGR-FLAG
               MOVE SORTED-RECORD(123:10) TO LGR-REV-BY
               IF LGR-ORIG-CCY NOT = SPACES
                   MOVE FUNCTION NUMVAL(SORTED-RECORD(77:16))
                       TO LGR-ORIG-AMOUNT
           MOVE ZERO TO RUN-BALANCE
           MOVE "N" TO OPENING-WRITTEN
           MOVE ZERO TO POSTING-COUNT
           MOVE ZERO TO CORRECTION-COUNT
           MOVE CUR-ACCOUNT TO ED-ACCOUNT
           IF CUSTOMER-MODE = "Y"
               PERFORM FIND-CUSTOMER-ACCOUNT
               MOVE CACC-HIT TO GROUP-WANTED
           ELSE
               IF ARG-ACCOUNT = "ALL" OR ARG-ACCOUNT = ED-ACCOUNT
                   MOVE "Y" TO GROUP-WANTED
               ELSE
                   MOVE "N" TO GROUP-WANTED
               END-IF
           END-IF
           IF GROUP-WANTED = "Y" AND CUSTOMER-MODE = "Y"
               PERFORM WRITE-COMBINED-ACCOUNT-HEADER
           END-IF
           IF GROUP-WANTED = "Y" AND CUSTOMER-MODE = "N"
               MOVE SPACES TO STMT-FILENAME
               STRING "statement_" DELIMITED SIZE
                      ED-ACCOUNT DELIMITED SIZE
                      CUST-NAME DELIMITED SIZE
                      INTO STMT-RECORD
               WRITE STMT-RECORD
               PERFORM WRITE-HOLDER-LINES
               PERFORM WRITE-PERIOD-LINE
           END-IF.

       POST-STATEMENT-LINE.
           WRITE STMT-RECORD
           MOVE "Y" TO OPENING-WRITTEN.

       LABEL-BULK-ACTION.
           IF LGR-ACTION = "BLK"
               MOVE "BULK PAYMENT" TO ACTION-LABEL
           ELSE
               IF LGR-ACTION = "RTN"
                   MOVE LGR-DEST TO ED-ACCOUNT
                   STRING "RETURNED " DELIMITED SIZE
                          ED-ACCOUNT DELIMITED SIZE
                          INTO ACTION-LABEL
               ELSE
                   MOVE LGR-ACTION TO ACTION-LABEL
               END-IF
           END-IF.

       WRITE-DETAIL-LINE.
           MOVE SPACES TO ACTION-LABEL
           IF LGR-ACTION = "TRF" AND LGR-DEST NOT = ZERO
               IF LGR-ACTION = "FEE"
                   MOVE "SERVICE FEE" TO ACTION-LABEL
               ELSE
                   IF LGR-ACTION = "REV" AND LGR-FLAG = "V"
                       MOVE "CORRECTION" TO ACTION-LABEL
                   ELSE
                       IF LGR-ACTION = "TAX"
                           MOVE "TAX WITHHELD" TO ACTION-LABEL
                       ELSE
                           IF LGR-ACTION = "HLD"
                               MOVE "FUNDS HELD" TO ACTION-LABEL
                           ELSE
                               IF LGR-ACTION = "HRL"
                                   MOVE "HOLD RELEASED"
                                       TO ACTION-LABEL
                               ELSE
                                   PERFORM LABEL-BULK-ACTION
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           MOVE SPACES TO STMT-RECORD
                      LGR-OPERATOR DELIMITED SIZE
                      INTO STMT-RECORD
           END-IF
           IF LGR-REF IS NUMERIC
               MOVE "REF " TO STMT-RECORD(90:4)
               MOVE LGR-REF TO STMT-RECORD(94:10)
           END-IF
           WRITE STMT-RECORD
           IF LGR-ORIG-CCY NOT = SPACES
               MOVE SPACES TO STMT-RECORD
                      INTO STMT-RECORD
               WRITE STMT-RECORD
           END-IF
           IF LGR-FLAG = "V"
               ADD 1 TO CORRECTION-COUNT
               MOVE SPACES TO STMT-RECORD
               STRING "    REVERSES ENTRY " DELIMITED SIZE
                      LGR-PARENT DELIMITED SIZE
                      INTO STMT-RECORD
               WRITE STMT-RECORD
           END-IF
           IF LGR-FLAG = "R"
               MOVE SPACES TO STMT-RECORD
               STRING "    REVERSED BY ENTRY " DELIMITED SIZE
                      LGR-REV-BY DELIMITED SIZE
                      INTO STMT-RECORD
               WRITE STMT-RECORD
           END-IF
           ADD 1 TO POSTING-COUNT.

       CLOSE-STATEMENT.
                      ED-BALANCE DELIMITED SIZE
                      INTO STMT-RECORD
               WRITE STMT-RECORD
               PERFORM WRITE-AVAILABLE-LINES
               IF CORRECTION-COUNT > ZERO
                   MOVE SPACES TO STMT-RECORD
                   MOVE CORRECTION-COUNT TO ED-CORRECTIONS
                   STRING "CORRECTIONS IN PERIOD: " DELIMITED SIZE
                          ED-CORRECTIONS DELIMITED SIZE
                          INTO STMT-RECORD
                   WRITE STMT-RECORD
               END-IF
               IF CUSTOMER-MODE = "Y"
                   ADD RUN-BALANCE TO COMBINED-TOTAL
                   ADD AVAIL-BALANCE TO COMBINED-AVAILABLE
               ELSE
                   CLOSE STMT-FILE
               END-IF
           END-IF
           MOVE "N" TO GROUP-OPEN.
