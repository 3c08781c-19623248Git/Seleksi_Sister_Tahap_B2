       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMLMONITOR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "ledger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LEDGER.

           SELECT CUST-FILE ASSIGN TO "customers.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CUST.

           SELECT REL-FILE ASSIGN TO "relationships.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REL.

           SELECT AMLC-FILE ASSIGN TO "aml_config.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AMLC.

           SELECT ALERT-FILE ASSIGN TO "aml_alerts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ALERT.

       DATA DIVISION.
       FILE SECTION.

       FD LEDGER-FILE.
       01 LEDGER-RECORD         PIC X(132).

       FD CUST-FILE.
       01 CUST-RECORD           PIC X(95).

       FD REL-FILE.
       01 REL-RECORD            PIC X(31).

       FD AMLC-FILE.
       01 AMLC-RECORD           PIC X(60).

       FD ALERT-FILE.
       01 ALERT-RECORD          PIC X(136).

       WORKING-STORAGE SECTION.

       01 WS-UNIX-TIMESTAMP   PIC S9(18) COMP-5.
       77 TMP_TIMESTAMP         PIC X(18).
       77 NOW-TIME              PIC 9(18).
       77 WINDOW-START-TIME     PIC 9(18).

       77 FS-LEDGER             PIC XX.
       77 FS-CUST               PIC XX.
       77 FS-AMLC               PIC XX.
       77 FS-ALERT              PIC XX.
       77 LGR-EOF               PIC X VALUE "N".
       77 CUST-EOF              PIC X VALUE "N".
       77 ALERT-EOF             PIC X VALUE "N".

       77 REPORT-THRESHOLD      PIC 9(13)V99 VALUE 10000.00.
       77 STRUCT-FLOOR          PIC 9(13)V99 VALUE ZERO.
       77 STRUCT-MIN-COUNT      PIC 9(2) VALUE 3.
       77 STRUCT-DAYS           PIC 9(2) VALUE 5.
       77 RAPID-DAYS            PIC 9(2) VALUE 2.
       77 RAPID-PERCENT         PIC 9(3) VALUE 80.
       77 WINDOW-DAYS           PIC 9(2) VALUE 7.
       77 RAPID-MINIMUM         PIC 9(13)V99 VALUE 5000.00.
       77 SETTLE-ACCOUNT        PIC 9(6) VALUE 999999.

       77 LGR-ACTION            PIC X(3).
       77 LGR-TIMESTAMP         PIC 9(18).
       77 LGR-FLAG              PIC X(1).

       01 WIN-TABLE.
          05 WIN-ENTRY OCCURS 50000 TIMES.
             10 WIN-T-ACCOUNT   PIC 9(6).
             10 WIN-T-ACTION    PIC X(3).
             10 WIN-T-AMOUNT    PIC 9(13)V99.
             10 WIN-T-DRCR      PIC X(1).
             10 WIN-T-TIME      PIC 9(18).
             10 WIN-T-DAY       PIC 9(9).
             10 WIN-T-CCY       PIC X(3).
             10 WIN-T-ORIG      PIC X(16).
             10 WIN-T-OPERATOR  PIC X(8).
             10 WIN-T-REF       PIC 9(10).
       77 WIN-COUNT             PIC 9(5) VALUE ZERO.
       77 WIN-IX                PIC 9(5).
       77 WIN-JX                PIC 9(5).

       01 SEEN-TABLE.
          05 SEEN-ENTRY OCCURS 50000 TIMES.
             10 SEEN-T-TYPE     PIC X(4).
             10 SEEN-T-ACCOUNT  PIC 9(6).
             10 SEEN-T-REF      PIC 9(10).
       77 SEEN-COUNT            PIC 9(5) VALUE ZERO.
       77 SEEN-IX               PIC 9(5).
       77 SEEN-FOUND            PIC X VALUE "N".
       77 STRUCT-LAST-REF       PIC 9(10).

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

       77 ALERT-TYPE            PIC X(4).
       77 ALERT-ACCOUNT         PIC 9(6).
       77 ALERT-OPERATOR        PIC X(8).
       77 ALERT-REF             PIC 9(10).
       77 ALERT-AMOUNT          PIC 9(13)V99.
       77 ALERT-CCY             PIC X(3).
       77 ALERT-ORIG            PIC X(16).
       77 ALERT-ITEMS           PIC 9(3).
       77 ALERT-TIME            PIC 9(18).
       77 ALERT-COUNT           PIC 9(5) VALUE ZERO.
       77 SUPPRESSED-COUNT      PIC 9(5) VALUE ZERO.

       77 STRUCT-ITEMS          PIC 9(3).
       77 STRUCT-TOTAL          PIC 9(13)V99.
       77 STRUCT-FIRST-DAY      PIC 9(9).
       77 STRUCT-FROM-TIME      PIC 9(18).
       77 RAPID-TO-TIME         PIC 9(18).
       77 RAPID-OUT-TOTAL       PIC 9(13)V99.
       77 RAPID-NEEDED          PIC 9(13)V99.

       77 ED-AMOUNT             PIC Z(12)9.99.
       77 ED-ITEMS              PIC 999.
       77 ED-COUNT              PIC ZZZZ9.

       PROCEDURE DIVISION.

       MAIN-AML.
           CALL "time" USING BY VALUE 0
               RETURNING WS-UNIX-TIMESTAMP
           MOVE WS-UNIX-TIMESTAMP TO TMP_TIMESTAMP
           MOVE TMP_TIMESTAMP TO NOW-TIME
           PERFORM LOAD-AML-CONFIG
           COMPUTE WINDOW-START-TIME =
               FUNCTION INTEGER(NOW-TIME / 86400) * 86400
               - (WINDOW-DAYS - 1) * 86400
           PERFORM LOAD-CUSTOMER-TABLE
           PERFORM LOAD-RELATIONSHIP-TABLE
           PERFORM LOAD-PRIOR-ALERTS
           PERFORM LOAD-WINDOW-ROWS
           OPEN EXTEND ALERT-FILE
           IF FS-ALERT = "35"
               OPEN OUTPUT ALERT-FILE
               CLOSE ALERT-FILE
               OPEN EXTEND ALERT-FILE
           END-IF
           PERFORM CHECK-LARGE-CASH
           PERFORM CHECK-STRUCTURING
           PERFORM CHECK-RAPID-MOVEMENT
           CLOSE ALERT-FILE
           MOVE ALERT-COUNT TO ED-COUNT
           DISPLAY "AML ALERTS RAISED: " ED-COUNT
           MOVE SUPPRESSED-COUNT TO ED-COUNT
           DISPLAY "AML ALERTS ALREADY ON FILE: " ED-COUNT
           IF ALERT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-AML-CONFIG.
           OPEN INPUT AMLC-FILE
           IF FS-AMLC = "00"
               READ AMLC-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM APPLY-AML-CONFIG
               END-READ
               CLOSE AMLC-FILE
           END-IF
           IF STRUCT-FLOOR = ZERO
               COMPUTE STRUCT-FLOOR ROUNDED = REPORT-THRESHOLD * 0.9
           END-IF.

       APPLY-AML-CONFIG.
           IF AMLC-RECORD(1:16) NOT = SPACES
               MOVE FUNCTION NUMVAL(AMLC-RECORD(1:16))
                   TO REPORT-THRESHOLD
           END-IF
           IF AMLC-RECORD(17:16) NOT = SPACES
               MOVE FUNCTION NUMVAL(AMLC-RECORD(17:16))
                   TO STRUCT-FLOOR
           END-IF
           IF AMLC-RECORD(33:2) IS NUMERIC
               MOVE AMLC-RECORD(33:2) TO STRUCT-MIN-COUNT
           END-IF
           IF AMLC-RECORD(35:2) IS NUMERIC
               MOVE AMLC-RECORD(35:2) TO STRUCT-DAYS
           END-IF
           IF AMLC-RECORD(37:2) IS NUMERIC
               MOVE AMLC-RECORD(37:2) TO RAPID-DAYS
           END-IF
           IF AMLC-RECORD(39:3) IS NUMERIC
               MOVE AMLC-RECORD(39:3) TO RAPID-PERCENT
           END-IF
           IF AMLC-RECORD(42:2) IS NUMERIC
                   AND AMLC-RECORD(42:2) NOT = "00"
               MOVE AMLC-RECORD(42:2) TO WINDOW-DAYS
           END-IF
           IF AMLC-RECORD(44:16) NOT = SPACES
               MOVE FUNCTION NUMVAL(AMLC-RECORD(44:16))
                   TO RAPID-MINIMUM
           END-IF.

       LOAD-CUSTOMER-TABLE.
           MOVE "N" TO CUST-EOF
           OPEN INPUT CUST-FILE
           IF FS-CUST = "00"
               PERFORM UNTIL CUST-EOF = "Y"
                   READ CUST-FILE
                       AT END
                           MOVE "Y" TO CUST-EOF
                       NOT AT END
                           IF CUST-COUNT < 50000
                               ADD 1 TO CUST-COUNT
                               MOVE CUST-RECORD(1:6)
                                   TO CUST-T-NUMBER(CUST-COUNT)
                               MOVE CUST-RECORD(7:30)
                                   TO CUST-T-NAME(CUST-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
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

       FIND-CUSTOMER-NAME.
           MOVE "N" TO REL-FOUND
           MOVE ZERO TO REL-CUSTOMER
           PERFORM VARYING REL-IX FROM 1 BY 1
                   UNTIL REL-IX > REL-COUNT
               IF REL-T-ACCOUNT(REL-IX) = ALERT-ACCOUNT
                   IF REL-FOUND = "N" OR REL-T-ROLE(REL-IX) = "P"
                       MOVE REL-T-CUSTOMER(REL-IX) TO REL-CUSTOMER
                       MOVE "Y" TO REL-FOUND
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO CUST-NAME
           PERFORM VARYING CUST-IX FROM 1 BY 1
                   UNTIL CUST-IX > CUST-COUNT OR REL-FOUND = "N"
               IF CUST-T-NUMBER(CUST-IX) = REL-CUSTOMER
                   MOVE CUST-T-NAME(CUST-IX) TO CUST-NAME
               END-IF
           END-PERFORM.

       LOAD-PRIOR-ALERTS.
           MOVE "N" TO ALERT-EOF
           OPEN INPUT ALERT-FILE
           IF FS-ALERT = "00"
               PERFORM UNTIL ALERT-EOF = "Y"
                   READ ALERT-FILE
                       AT END
                           MOVE "Y" TO ALERT-EOF
                       NOT AT END
                           IF ALERT-RECORD(23:6) IS NUMERIC
                                   AND ALERT-RECORD(67:10) IS NUMERIC
                               PERFORM NOTE-SEEN-ALERT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALERT-FILE
           END-IF.

       NOTE-SEEN-ALERT.
           IF SEEN-COUNT >= 50000
               DISPLAY "ALERT HISTORY TABLE FULL"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO SEEN-COUNT
           MOVE ALERT-RECORD(19:4) TO SEEN-T-TYPE(SEEN-COUNT)
           MOVE ALERT-RECORD(23:6) TO SEEN-T-ACCOUNT(SEEN-COUNT)
           MOVE ALERT-RECORD(67:10) TO SEEN-T-REF(SEEN-COUNT).

       LOAD-WINDOW-ROWS.
           MOVE "N" TO LGR-EOF
           OPEN INPUT LEDGER-FILE
           IF FS-LEDGER = "00"
               PERFORM UNTIL LGR-EOF = "Y"
                   READ LEDGER-FILE
                       AT END
                           MOVE "Y" TO LGR-EOF
                       NOT AT END
                           PERFORM SELECT-WINDOW-ROW
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.

       SELECT-WINDOW-ROW.
           MOVE LEDGER-RECORD(7:3) TO LGR-ACTION
           MOVE LEDGER-RECORD(48:18) TO LGR-TIMESTAMP
           MOVE LEDGER-RECORD(121:1) TO LGR-FLAG
           IF (LGR-ACTION = "DEP" OR LGR-ACTION = "WDR"
                   OR LGR-ACTION = "TRF")
                   AND LGR-TIMESTAMP >= WINDOW-START-TIME
                   AND LGR-FLAG NOT = "R" AND LGR-FLAG NOT = "V"
                   AND LEDGER-RECORD(122:1) NOT = SPACE
                   AND LEDGER-RECORD(1:6) NOT = SETTLE-ACCOUNT
               IF WIN-COUNT >= 50000
                   DISPLAY "AML WINDOW TABLE FULL"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WIN-COUNT
               MOVE LEDGER-RECORD(1:6) TO WIN-T-ACCOUNT(WIN-COUNT)
               MOVE LGR-ACTION TO WIN-T-ACTION(WIN-COUNT)
               MOVE FUNCTION NUMVAL(LEDGER-RECORD(10:16))
                   TO WIN-T-AMOUNT(WIN-COUNT)
               MOVE LEDGER-RECORD(122:1) TO WIN-T-DRCR(WIN-COUNT)
               MOVE LGR-TIMESTAMP TO WIN-T-TIME(WIN-COUNT)
               COMPUTE WIN-T-DAY(WIN-COUNT) =
                   FUNCTION INTEGER(LGR-TIMESTAMP / 86400)
               MOVE LEDGER-RECORD(74:3) TO WIN-T-CCY(WIN-COUNT)
               MOVE LEDGER-RECORD(77:16) TO WIN-T-ORIG(WIN-COUNT)
               MOVE LEDGER-RECORD(93:8) TO WIN-T-OPERATOR(WIN-COUNT)
               IF LEDGER-RECORD(101:10) IS NUMERIC
                   MOVE LEDGER-RECORD(101:10) TO WIN-T-REF(WIN-COUNT)
               ELSE
                   MOVE ZERO TO WIN-T-REF(WIN-COUNT)
               END-IF
           END-IF.

       CHECK-LARGE-CASH.
           PERFORM VARYING WIN-IX FROM 1 BY 1
                   UNTIL WIN-IX > WIN-COUNT
               IF (WIN-T-ACTION(WIN-IX) = "DEP"
                       OR WIN-T-ACTION(WIN-IX) = "WDR")
                       AND WIN-T-AMOUNT(WIN-IX) >= REPORT-THRESHOLD
                   IF WIN-T-CCY(WIN-IX) = SPACES
                       MOVE "LRG " TO ALERT-TYPE
                   ELSE
                       MOVE "LFX " TO ALERT-TYPE
                   END-IF
                   MOVE WIN-T-ACCOUNT(WIN-IX) TO ALERT-ACCOUNT
                   MOVE WIN-T-REF(WIN-IX) TO ALERT-REF
                   MOVE WIN-T-AMOUNT(WIN-IX) TO ALERT-AMOUNT
                   MOVE 1 TO ALERT-ITEMS
                   PERFORM RAISE-ROW-ALERT
               END-IF
           END-PERFORM.

       CHECK-STRUCTURING.
           PERFORM VARYING WIN-IX FROM 1 BY 1
                   UNTIL WIN-IX > WIN-COUNT
               IF WIN-T-ACTION(WIN-IX) = "DEP"
                       AND WIN-T-AMOUNT(WIN-IX) >= STRUCT-FLOOR
                       AND WIN-T-AMOUNT(WIN-IX) < REPORT-THRESHOLD
                   PERFORM COUNT-STRUCTURED-DEPOSITS
                   IF STRUCT-ITEMS >= STRUCT-MIN-COUNT
                           AND STRUCT-FIRST-DAY < WIN-T-DAY(WIN-IX)
                       MOVE "STRC" TO ALERT-TYPE
                       MOVE WIN-T-ACCOUNT(WIN-IX) TO ALERT-ACCOUNT
                       MOVE WIN-T-REF(WIN-IX) TO ALERT-REF
                       MOVE STRUCT-TOTAL TO ALERT-AMOUNT
                       MOVE STRUCT-ITEMS TO ALERT-ITEMS
                       PERFORM RAISE-ROW-ALERT
                   END-IF
               END-IF
           END-PERFORM.

       COUNT-STRUCTURED-DEPOSITS.
           MOVE ZERO TO STRUCT-LAST-REF
           PERFORM VARYING SEEN-IX FROM 1 BY 1
                   UNTIL SEEN-IX > SEEN-COUNT
               IF SEEN-T-TYPE(SEEN-IX) = "STRC"
                       AND SEEN-T-ACCOUNT(SEEN-IX) =
                           WIN-T-ACCOUNT(WIN-IX)
                       AND SEEN-T-REF(SEEN-IX) > STRUCT-LAST-REF
                   MOVE SEEN-T-REF(SEEN-IX) TO STRUCT-LAST-REF
               END-IF
           END-PERFORM
           MOVE ZERO TO STRUCT-ITEMS
           MOVE ZERO TO STRUCT-TOTAL
           MOVE WIN-T-DAY(WIN-IX) TO STRUCT-FIRST-DAY
           IF WIN-T-REF(WIN-IX) > STRUCT-LAST-REF
               IF WIN-T-TIME(WIN-IX) > STRUCT-DAYS * 86400
                   COMPUTE STRUCT-FROM-TIME =
                       WIN-T-TIME(WIN-IX) - STRUCT-DAYS * 86400
               ELSE
                   MOVE ZERO TO STRUCT-FROM-TIME
               END-IF
               PERFORM VARYING WIN-JX FROM 1 BY 1
                       UNTIL WIN-JX > WIN-IX
                   IF WIN-T-ACCOUNT(WIN-JX) = WIN-T-ACCOUNT(WIN-IX)
                           AND WIN-T-ACTION(WIN-JX) = "DEP"
                           AND WIN-T-AMOUNT(WIN-JX) >= STRUCT-FLOOR
                           AND WIN-T-AMOUNT(WIN-JX) < REPORT-THRESHOLD
                           AND WIN-T-TIME(WIN-JX) >= STRUCT-FROM-TIME
                           AND WIN-T-REF(WIN-JX) > STRUCT-LAST-REF
                       ADD 1 TO STRUCT-ITEMS
                       ADD WIN-T-AMOUNT(WIN-JX) TO STRUCT-TOTAL
                       IF WIN-T-DAY(WIN-JX) < STRUCT-FIRST-DAY
                           MOVE WIN-T-DAY(WIN-JX) TO STRUCT-FIRST-DAY
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       CHECK-RAPID-MOVEMENT.
           PERFORM VARYING WIN-IX FROM 1 BY 1
                   UNTIL WIN-IX > WIN-COUNT
               IF WIN-T-ACTION(WIN-IX) = "TRF"
                       AND WIN-T-DRCR(WIN-IX) = "C"
                       AND WIN-T-AMOUNT(WIN-IX) >= RAPID-MINIMUM
                   PERFORM SUM-RAPID-OUTFLOW
                   IF RAPID-OUT-TOTAL > ZERO
                           AND RAPID-OUT-TOTAL >= RAPID-NEEDED
                       MOVE "RAPD" TO ALERT-TYPE
                       MOVE WIN-T-ACCOUNT(WIN-IX) TO ALERT-ACCOUNT
                       MOVE WIN-T-REF(WIN-IX) TO ALERT-REF
                       MOVE RAPID-OUT-TOTAL TO ALERT-AMOUNT
                       PERFORM RAISE-ROW-ALERT
                   END-IF
               END-IF
           END-PERFORM.

       SUM-RAPID-OUTFLOW.
           MOVE ZERO TO RAPID-OUT-TOTAL
           MOVE ZERO TO ALERT-ITEMS
           MOVE SPACES TO ALERT-OPERATOR
           COMPUTE RAPID-TO-TIME =
               WIN-T-TIME(WIN-IX) + RAPID-DAYS * 86400
           COMPUTE RAPID-NEEDED ROUNDED =
               WIN-T-AMOUNT(WIN-IX) * RAPID-PERCENT / 100
           PERFORM VARYING WIN-JX FROM 1 BY 1
                   UNTIL WIN-JX > WIN-COUNT
               IF WIN-T-ACCOUNT(WIN-JX) = WIN-T-ACCOUNT(WIN-IX)
                       AND (WIN-T-ACTION(WIN-JX) = "WDR"
                           OR WIN-T-ACTION(WIN-JX) = "TRF")
                       AND WIN-T-DRCR(WIN-JX) = "D"
                       AND WIN-T-TIME(WIN-JX) >= WIN-T-TIME(WIN-IX)
                       AND WIN-T-TIME(WIN-JX) <= RAPID-TO-TIME
                       AND WIN-T-REF(WIN-JX) > WIN-T-REF(WIN-IX)
                   ADD WIN-T-AMOUNT(WIN-JX) TO RAPID-OUT-TOTAL
                   ADD 1 TO ALERT-ITEMS
                   MOVE WIN-T-OPERATOR(WIN-JX) TO ALERT-OPERATOR
                   MOVE WIN-T-TIME(WIN-JX) TO ALERT-TIME
               END-IF
           END-PERFORM.

       RAISE-ROW-ALERT.
           MOVE "N" TO SEEN-FOUND
           PERFORM VARYING SEEN-IX FROM 1 BY 1
                   UNTIL SEEN-IX > SEEN-COUNT OR SEEN-FOUND = "Y"
               IF SEEN-T-TYPE(SEEN-IX) = ALERT-TYPE
                       AND SEEN-T-ACCOUNT(SEEN-IX) = ALERT-ACCOUNT
                       AND SEEN-T-REF(SEEN-IX) = ALERT-REF
                   MOVE "Y" TO SEEN-FOUND
               END-IF
           END-PERFORM
           IF SEEN-FOUND = "Y"
               ADD 1 TO SUPPRESSED-COUNT
           ELSE
               IF ALERT-TYPE NOT = "RAPD"
                   MOVE WIN-T-OPERATOR(WIN-IX) TO ALERT-OPERATOR
                   MOVE WIN-T-TIME(WIN-IX) TO ALERT-TIME
               END-IF
               MOVE WIN-T-CCY(WIN-IX) TO ALERT-CCY
               MOVE WIN-T-ORIG(WIN-IX) TO ALERT-ORIG
               PERFORM WRITE-ALERT
               IF SEEN-COUNT < 50000
                   ADD 1 TO SEEN-COUNT
                   MOVE ALERT-TYPE TO SEEN-T-TYPE(SEEN-COUNT)
                   MOVE ALERT-ACCOUNT TO SEEN-T-ACCOUNT(SEEN-COUNT)
                   MOVE ALERT-REF TO SEEN-T-REF(SEEN-COUNT)
               END-IF
           END-IF.

       WRITE-ALERT.
           PERFORM FIND-CUSTOMER-NAME
           IF ALERT-OPERATOR = SPACES
               MOVE "SYSTEM" TO ALERT-OPERATOR
           END-IF
           MOVE SPACES TO ALERT-RECORD
           MOVE NOW-TIME TO ALERT-RECORD(1:18)
           MOVE ALERT-TYPE TO ALERT-RECORD(19:4)
           MOVE ALERT-ACCOUNT TO ALERT-RECORD(23:6)
           MOVE CUST-NAME TO ALERT-RECORD(29:30)
           MOVE ALERT-OPERATOR TO ALERT-RECORD(59:8)
           MOVE ALERT-REF TO ALERT-RECORD(67:10)
           MOVE ALERT-AMOUNT TO ED-AMOUNT
           MOVE ED-AMOUNT TO ALERT-RECORD(77:16)
           MOVE ALERT-CCY TO ALERT-RECORD(93:3)
           MOVE ALERT-ORIG TO ALERT-RECORD(96:16)
           MOVE ALERT-ITEMS TO ED-ITEMS
           MOVE ED-ITEMS TO ALERT-RECORD(112:3)
           MOVE ALERT-TIME TO ALERT-RECORD(115:18)
           MOVE "OPEN" TO ALERT-RECORD(133:4)
           WRITE ALERT-RECORD
           ADD 1 TO ALERT-COUNT.
