               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LEDGER.

           SELECT LGR-TEMP ASSIGN TO "lgr_temp.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RATES-FILE ASSIGN TO "rates.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RATES.
           SELECT CONTROL-FILE ASSIGN TO "batch_control.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PROD-FILE ASSIGN TO "products.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROD.

           SELECT TAXC-FILE ASSIGN TO "tax_config.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TAXC.

           SELECT REL-FILE ASSIGN TO "relationships.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REL.

           SELECT REL-TEMP ASSIGN TO "rel_temp.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HOLD-FILE ASSIGN TO "holds.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HOLD.

           SELECT HOLD-TEMP ASSIGN TO "hold_temp.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HCFG-FILE ASSIGN TO "hold_config.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HCFG.

       DATA DIVISION.
       FILE SECTION.

          05 ACC-STATUS-BYTE    PIC X(1).
          05 ACC-BAL-SIGN       PIC X(1).
          05 ACC-OD-LIMIT-TXT   PIC X(16).
          05 ACC-PRODUCT        PIC X(4).

       FD INTS-FILE.
       01 INTS-RECORD            PIC X(24).
       01 OUT-RECORD            PIC X(132).

       FD LEDGER-FILE.
       01 LEDGER-RECORD         PIC X(132).

       FD LGR-TEMP.
       01 LTEMP-RECORD          PIC X(132).

       FD RATES-FILE.
       01 RATES-RECORD          PIC X(40).
       01 PROGRESS-RECORD       PIC 9(9).

       FD CUST-FILE.
       01 CUST-RECORD           PIC X(95).

       FD CUST-TEMP.
       01 CTEMP-RECORD          PIC X(95).

       FD CONTROL-FILE.
       01 CONTROL-RECORD        PIC X(80).

       FD PROD-FILE.
       01 PROD-RECORD           PIC X(50).

       FD TAXC-FILE.
       01 TAXC-RECORD           PIC X(14).

       FD REL-FILE.
       01 REL-RECORD            PIC X(31).

       FD REL-TEMP.
       01 RTEMP-RECORD          PIC X(31).

       FD HOLD-FILE.
       01 HOLD-RECORD           PIC X(108).

       FD HOLD-TEMP.
       01 HTEMP-RECORD          PIC X(108).

       FD HCFG-FILE.
       01 HCFG-RECORD           PIC X(20).

       WORKING-STORAGE SECTION.

       01 WS-UNIX-TIMESTAMP   PIC S9(18) COMP-5.
       77 IN-CUST-NAME          PIC X(30).
       77 IN-BANK-CODE          PIC X(4).
       77 IN-OPERATOR           PIC X(8).
       77 IN-LEDGER-REF         PIC 9(10).
       77 IN-PRODUCT            PIC X(4).
       77 IN-CUST-NUMBER        PIC 9(6).
       77 IN-ROLE               PIC X(1).
       77 IN-HOLD-DAYS          PIC 9(6).

       77 ACC-BALANCE           PIC S9(13)V99.
       77 ACC-STATUS            PIC X(1).
             10 UPD-T-STATUS    PIC X(1).
             10 UPD-T-ODLIMIT   PIC 9(13)V99.
             10 UPD-T-NEW       PIC X(1).
             10 UPD-T-PRODUCT   PIC X(4).
       77 UPD-COUNT             PIC 9(5) VALUE ZERO.
       77 UPD-IDX               PIC 9(5) VALUE ZERO.
       77 SCAN-IX               PIC 9(5).
       77 FETCH-BALANCE         PIC S9(13)V99.
       77 FETCH-STATUS          PIC X(1).
       77 FETCH-ODLIMIT         PIC 9(13)V99.
       77 FETCH-PRODUCT         PIC X(4).
       77 ACC-FOUND             PIC X VALUE "N".
       77 DEST-FOUND            PIC X VALUE "N".
       77 DEST-BALANCE          PIC S9(13)V99.
       77 SAVE-STATUS           PIC X(1).
       77 SAVE-ODLIMIT          PIC 9(13)V99.
       77 SAVE-NEW              PIC X(1).
       77 SAVE-PRODUCT          PIC X(4).

       77 FS-PROD               PIC XX.
       77 PROD-EOF              PIC X VALUE "N".
       77 PROD-FOUND            PIC X VALUE "N".
       77 PRODUCT-ODLIMIT       PIC 9(13)V99.
       77 PRODUCT-KEY-TEXT      PIC X(6).

       77 FS-TAXC               PIC XX.
       77 TAX-RATE              PIC 9(1)V9(6) VALUE ZERO.
       77 TAX-ACCOUNT           PIC 9(6) VALUE 999998.
       77 TAX-AMOUNT            PIC 9(13)V99.
       77 TAX-EXEMPT            PIC X VALUE "N".
       77 TAX-HOLD-BALANCE      PIC S9(13)V99.
       77 INT-LEDGER-REF        PIC 9(10) VALUE ZERO.

       01 INT-TABLE.
          05 INT-ENTRY OCCURS 50000 TIMES.

       01 CUST-TABLE.
          05 CUST-ENTRY OCCURS 50000 TIMES.
             10 CUST-T-NUMBER  PIC 9(6).
             10 CUST-T-NAME     PIC X(30).
             10 CUST-T-OPENED   PIC 9(18).
             10 CUST-T-ADDRESS  PIC X(40).
             10 CUST-T-EXEMPT   PIC X(1).
       77 CUST-COUNT            PIC 9(5) VALUE ZERO.
       77 CUST-IDX              PIC 9(5) VALUE ZERO.
       77 ANY-CUST              PIC X VALUE "N".
       77 FS-CUST               PIC XX.
       77 CUST-EOF              PIC X VALUE "N".
       77 BAL-CUST-NAME         PIC X(30).
       77 NEXT-CUST-NUMBER      PIC 9(6) VALUE ZERO.
       77 CUST-OK               PIC X VALUE "N".

       01 REL-TABLE.
          05 REL-ENTRY OCCURS 50000 TIMES.
             10 REL-T-CUSTOMER  PIC 9(6).
             10 REL-T-ACCOUNT   PIC 9(6).
             10 REL-T-ROLE      PIC X(1).
             10 REL-T-LINKED    PIC 9(18).
       77 REL-COUNT             PIC 9(5) VALUE ZERO.
       77 REL-IX                PIC 9(5).
       77 REL-CUSTOMER          PIC 9(6).
       77 REL-FOUND             PIC X VALUE "N".
       77 ANY-REL               PIC X VALUE "N".
       77 FS-REL                PIC XX.
       77 REL-EOF               PIC X VALUE "N".
       77 LINK-REJECT-TEXT      PIC X(40).
       77 BAL-WORK              PIC X(132).

       01 LGR-TABLE.
          05 LGR-ENTRY OCCURS 50000 TIMES.
             10 LGR-T-REC       PIC X(132).
       77 LGR-COUNT             PIC 9(5) VALUE ZERO.
       77 LEDGER-WORK           PIC X(132).
       77 LAST-LEDGER-REF       PIC 9(10) VALUE ZERO.
       77 PRIMARY-LEDGER-REF    PIC 9(10) VALUE ZERO.
       77 LGR-REF-WORK          PIC 9(10).
       77 LGR-PARENT-WORK       PIC 9(10).
       77 LGR-SCAN-REC          PIC X(132).

       77 FORMATTED-AMOUNT      PIC 9(13).99.
       77 SIGNED-AMOUNT-ED      PIC -9(13).99.
       77 AMT-HASH-WORK          PIC 9(17)V99.
       77 ACCT-HASH-WORK         PIC 9(13).

       01 REV-GROUP-TABLE.
          05 REV-GROUP-ENTRY OCCURS 10000 TIMES.
             10 REV-G-REF       PIC 9(10).
             10 REV-G-ACCOUNT   PIC 9(6).
             10 REV-G-ACTION    PIC X(3).
             10 REV-G-AMOUNT    PIC 9(13)V99.
             10 REV-G-DEST      PIC X(6).
             10 REV-G-TIME      PIC 9(18).
             10 REV-G-PARENT    PIC 9(10).
             10 REV-G-FLAG      PIC X(1).
             10 REV-G-DRCR      PIC X(1).
       77 REV-GROUP-COUNT       PIC 9(5) VALUE ZERO.
       77 REV-GX                PIC 9(5).
       77 REV-TARGET-IX         PIC 9(5) VALUE ZERO.
       01 REV-MARK-TABLE.
          05 REV-MARK-ENTRY OCCURS 50000 TIMES.
             10 REV-M-ORIG      PIC 9(10).
             10 REV-M-BY        PIC 9(10).
       77 REV-MARK-COUNT        PIC 9(5) VALUE ZERO.
       77 REV-MX                PIC 9(5).
       77 REV-MARKED            PIC X VALUE "N".
       77 REV-OK                PIC X VALUE "N".
       77 REV-POSTED            PIC X VALUE "N".
       77 REV-REJECT-TEXT       PIC X(40).
       77 REV-BALANCE           PIC S9(13)V99.

       01 HOLD-TABLE.
          05 HOLD-ENTRY OCCURS 50000 TIMES.
             10 HOLD-T-ID       PIC 9(10).
             10 HOLD-T-ACCOUNT  PIC 9(6).
             10 HOLD-T-AMOUNT   PIC 9(13)V99.
             10 HOLD-T-TYPE     PIC X(3).
             10 HOLD-T-PLACED   PIC 9(18).
             10 HOLD-T-EXPIRY   PIC 9(18).
             10 HOLD-T-STATUS   PIC X(1).
             10 HOLD-T-OPERATOR PIC X(8).
             10 HOLD-T-SOURCE   PIC 9(10).
             10 HOLD-T-RELEASED PIC 9(18).
       77 HOLD-COUNT            PIC 9(5) VALUE ZERO.
       77 HOLD-IX               PIC 9(5).
       77 HOLD-IDX              PIC 9(5) VALUE ZERO.
       77 LAST-HOLD-ID          PIC 9(10) VALUE ZERO.
       77 ANY-HOLD              PIC X VALUE "N".
       77 FS-HOLD               PIC XX.
       77 HOLD-EOF              PIC X VALUE "N".
       77 HOLD-PENDING          PIC X VALUE "N".
       77 HOLD-ACCOUNT          PIC 9(6).
       77 HOLD-AMOUNT           PIC 9(13)V99.
       77 HOLD-TYPE             PIC X(3).
       77 HOLD-DAYS             PIC 9(6).
       77 HOLD-SOURCE           PIC 9(10).
       77 HOLD-ID-TEXT          PIC 9(10).
       77 HELD-AMOUNT           PIC 9(13)V99.
       77 AVAIL-BALANCE         PIC S9(13)V99.
       77 HOLD-AMOUNT-ED        PIC 9(13).99.
       77 TRF-SRC-HELD          PIC 9(13)V99.
       77 TRF-HOLD-BLOCK        PIC X VALUE "N".

       01 HCFG-TABLE.
          05 HCFG-ENTRY OCCURS 20 TIMES.
             10 HCFG-T-TYPE     PIC X(3).
             10 HCFG-T-DAYS     PIC 9(3).
       77 HCFG-COUNT            PIC 9(2) VALUE ZERO.
       77 HCFG-IX               PIC 9(2).
       77 FS-HCFG               PIC XX.
       77 HCFG-EOF              PIC X VALUE "N".

       PROCEDURE DIVISION.

       MAIN.
           PERFORM LOAD-TODAY-DEBITS
           PERFORM LOAD-INTEREST-TABLE
           PERFORM LOAD-CUSTOMER-TABLE
           PERFORM LOAD-RELATIONSHIP-TABLE
           PERFORM LOAD-HOLD-TABLE
           PERFORM LOAD-HOLD-CONFIG
           IF WS-ARGUMENT = "--apply-interest"
               PERFORM LOAD-TAX-CONFIG
           END-IF
           OPEN INPUT IN-FILE
           OPEN OUTPUT OUT-FILE
           PERFORM READ-INPUT
                       IF IN-ACCOUNT-VALID = "N"
                           MOVE "INVALID ACCOUNT NUMBER" TO OUT-RECORD
                       ELSE
                           PERFORM LOOKUP-PRODUCT
                           IF PROD-FOUND = "N"
                               MOVE "UNKNOWN PRODUCT CODE"
                                   TO OUT-RECORD
                           ELSE
                               PERFORM CHECK-NEW-CUSTOMER
                           END-IF
                           IF PROD-FOUND = "Y" AND CUST-OK = "N"
                               MOVE "CUSTOMER NOT FOUND" TO OUT-RECORD
                           END-IF
                           IF PROD-FOUND = "Y" AND CUST-OK = "Y"
                               PERFORM ADD-ACCOUNT-ENTRY
                               PERFORM ADD-INTEREST-ENTRY
                               IF IN-CUST-NUMBER = ZERO
                                   PERFORM ADD-CUSTOMER-ENTRY
                               END-IF
                               MOVE "P" TO IN-ROLE
                               PERFORM ADD-RELATIONSHIP-ENTRY
                               MOVE "ACCOUNT CREATED" TO OUT-RECORD
                           END-IF
                       END-IF
                   ELSE
                       MOVE "ACCOUNT NOT FOUND" TO OUT-RECORD
               MOVE IN-RECORD(35:30) TO IN-CUST-NAME
               MOVE IN-RECORD(65:4) TO IN-BANK-CODE
               MOVE IN-RECORD(69:8) TO IN-OPERATOR
               MOVE IN-RECORD(65:4) TO IN-PRODUCT
               IF IN-RECORD(29:6) IS NUMERIC
                   MOVE IN-RECORD(29:6) TO IN-CUST-NUMBER
               ELSE
                   MOVE ZERO TO IN-CUST-NUMBER
               END-IF
               MOVE IN-CUST-NUMBER TO IN-HOLD-DAYS
               MOVE IN-RECORD(77:1) TO IN-ROLE
               IF IN-PRODUCT = SPACES
                   MOVE "STD " TO IN-PRODUCT
               END-IF
               IF IN-RECORD(35:10) IS NUMERIC
                   MOVE IN-RECORD(35:10) TO IN-LEDGER-REF
               ELSE
                   MOVE ZERO TO IN-LEDGER-REF
               END-IF
               IF IN-ACCOUNT = ZERO OR IN-RECORD(1:6) = SPACES
                   MOVE "N" TO IN-ACCOUNT-VALID
               ELSE
               COMPUTE DAY-LGR-BALANCE = ZERO - DAY-LGR-BALANCE
           END-IF
           MOVE LEDGER-RECORD(48:18) TO DAY-LGR-TIME
           PERFORM NOTE-LEDGER-REF
           PERFORM FIND-DAY-ENTRY
           IF DAY-LGR-TIME >= DAY-START-TIME
                   AND DAY-LGR-AMOUNT > ZERO
                   AND DAY-NEW = "N"
                   AND LEDGER-RECORD(121:1) NOT = "R"
               IF (DAY-LGR-ACTION = "WDR" OR DAY-LGR-ACTION = "TRF")
                       AND DAY-LGR-BALANCE =
                           (DAY-T-LASTBAL(DAY-IDX) - DAY-LGR-AMOUNT)
           END-IF
           MOVE DAY-LGR-BALANCE TO DAY-T-LASTBAL(DAY-IDX).

       NOTE-LEDGER-REF.
           IF LEDGER-RECORD(101:10) IS NUMERIC
               MOVE LEDGER-RECORD(101:10) TO LGR-REF-WORK
               IF LGR-REF-WORK > LAST-LEDGER-REF
                   MOVE LGR-REF-WORK TO LAST-LEDGER-REF
               END-IF
           END-IF.

       FIND-DAY-ENTRY.
           MOVE "N" TO DAY-NEW
           MOVE ZERO TO DAY-IDX
               END-PERFORM
               CLOSE DLIM-FILE
           END-IF
           IF DLIM-FOUND = "N"
               PERFORM FIND-ACCOUNT-PRODUCT
               IF PRODUCT-KEY-TEXT NOT = "STD   "
                   PERFORM LOOKUP-PRODUCT-LIMIT
               END-IF
           END-IF
           IF DLIM-FOUND = "N"
               PERFORM LOOKUP-STANDARD-LIMIT
           END-IF.

       LOOKUP-PRODUCT-LIMIT.
           MOVE "N" TO DLIM-EOF
           OPEN INPUT DLIM-FILE
           IF FS-DLIM = "00"
               PERFORM UNTIL DLIM-EOF = "Y" OR DLIM-FOUND = "Y"
                   READ DLIM-FILE
                       AT END
                           MOVE "Y" TO DLIM-EOF
                       NOT AT END
                           IF DLIM-RECORD(1:6) = PRODUCT-KEY-TEXT
                               MOVE "Y" TO DLIM-FOUND
                               MOVE FUNCTION NUMVAL(DLIM-RECORD(7:16))
                                   TO DAILY-LIMIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DLIM-FILE
           END-IF.

       LOOKUP-STANDARD-LIMIT.
           MOVE "N" TO DLIM-EOF
           OPEN INPUT DLIM-FILE
                           END-IF
                           ADD 1 TO CUST-COUNT
                           MOVE CUST-RECORD(1:6)
                               TO CUST-T-NUMBER(CUST-COUNT)
                           MOVE CUST-RECORD(7:30)
                               TO CUST-T-NAME(CUST-COUNT)
                           MOVE CUST-RECORD(37:18)
                               TO CUST-T-OPENED(CUST-COUNT)
                           MOVE CUST-RECORD(55:40)
                               TO CUST-T-ADDRESS(CUST-COUNT)
                           MOVE CUST-RECORD(95:1)
                               TO CUST-T-EXEMPT(CUST-COUNT)
                           IF CUST-T-NUMBER(CUST-COUNT)
                                   > NEXT-CUST-NUMBER
                               MOVE CUST-T-NUMBER(CUST-COUNT)
                                   TO NEXT-CUST-NUMBER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUST-FILE
           END-IF.

       LOAD-RELATIONSHIP-TABLE.
           MOVE "N" TO REL-EOF
           MOVE ZERO TO REL-COUNT
           OPEN INPUT REL-FILE
           IF FS-REL = "00"
               PERFORM UNTIL REL-EOF = "Y"
                   READ REL-FILE
                       AT END
                           MOVE "Y" TO REL-EOF
                       NOT AT END
                           IF REL-RECORD(1:12) IS NUMERIC
                               IF REL-COUNT >= 50000
                                   DISPLAY "RELATIONSHIP TABLE FULL"
                                   MOVE 12 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                               ADD 1 TO REL-COUNT
                               MOVE REL-RECORD(1:6)
                                   TO REL-T-CUSTOMER(REL-COUNT)
                               MOVE REL-RECORD(7:6)
                                   TO REL-T-ACCOUNT(REL-COUNT)
                               MOVE REL-RECORD(13:1)
                                   TO REL-T-ROLE(REL-COUNT)
                               MOVE REL-RECORD(14:18)
                                   TO REL-T-LINKED(REL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REL-FILE
           END-IF
           IF REL-COUNT = ZERO AND CUST-COUNT > ZERO
               PERFORM VARYING SCAN-IX FROM 1 BY 1
                       UNTIL SCAN-IX > CUST-COUNT
                   ADD 1 TO REL-COUNT
                   MOVE CUST-T-NUMBER(SCAN-IX)
                       TO REL-T-CUSTOMER(REL-COUNT)
                   MOVE CUST-T-NUMBER(SCAN-IX)
                       TO REL-T-ACCOUNT(REL-COUNT)
                   MOVE "P" TO REL-T-ROLE(REL-COUNT)
                   MOVE CUST-T-OPENED(SCAN-IX)
                       TO REL-T-LINKED(REL-COUNT)
               END-PERFORM
               MOVE "Y" TO ANY-REL
           END-IF.

       LOAD-HOLD-TABLE.
           MOVE "N" TO HOLD-EOF
           MOVE ZERO TO HOLD-COUNT
           OPEN INPUT HOLD-FILE
           IF FS-HOLD = "00"
               PERFORM UNTIL HOLD-EOF = "Y"
                   READ HOLD-FILE
                       AT END
                           MOVE "Y" TO HOLD-EOF
                       NOT AT END
                           IF HOLD-RECORD(1:16) IS NUMERIC
                               PERFORM ADD-HOLD-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
           END-IF.

       ADD-HOLD-ROW.
           IF HOLD-COUNT >= 50000
               DISPLAY "HOLD TABLE FULL"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO HOLD-COUNT
           MOVE HOLD-RECORD(1:10) TO HOLD-T-ID(HOLD-COUNT)
           MOVE HOLD-RECORD(11:6) TO HOLD-T-ACCOUNT(HOLD-COUNT)
           MOVE FUNCTION NUMVAL(HOLD-RECORD(17:16))
               TO HOLD-T-AMOUNT(HOLD-COUNT)
           MOVE HOLD-RECORD(33:3) TO HOLD-T-TYPE(HOLD-COUNT)
           MOVE ZERO TO HOLD-T-PLACED(HOLD-COUNT)
           IF HOLD-RECORD(36:18) IS NUMERIC
               MOVE HOLD-RECORD(36:18) TO HOLD-T-PLACED(HOLD-COUNT)
           END-IF
           MOVE ZERO TO HOLD-T-EXPIRY(HOLD-COUNT)
           IF HOLD-RECORD(54:18) IS NUMERIC
               MOVE HOLD-RECORD(54:18) TO HOLD-T-EXPIRY(HOLD-COUNT)
           END-IF
           MOVE HOLD-RECORD(72:1) TO HOLD-T-STATUS(HOLD-COUNT)
           MOVE HOLD-RECORD(73:8) TO HOLD-T-OPERATOR(HOLD-COUNT)
           MOVE ZERO TO HOLD-T-SOURCE(HOLD-COUNT)
           IF HOLD-RECORD(81:10) IS NUMERIC
               MOVE HOLD-RECORD(81:10) TO HOLD-T-SOURCE(HOLD-COUNT)
           END-IF
           MOVE ZERO TO HOLD-T-RELEASED(HOLD-COUNT)
           IF HOLD-RECORD(91:18) IS NUMERIC
               MOVE HOLD-RECORD(91:18) TO HOLD-T-RELEASED(HOLD-COUNT)
           END-IF
           IF HOLD-T-ID(HOLD-COUNT) > LAST-HOLD-ID
               MOVE HOLD-T-ID(HOLD-COUNT) TO LAST-HOLD-ID
           END-IF.

       LOAD-HOLD-CONFIG.
           MOVE "N" TO HCFG-EOF
           MOVE ZERO TO HCFG-COUNT
           OPEN INPUT HCFG-FILE
           IF FS-HCFG = "00"
               PERFORM UNTIL HCFG-EOF = "Y"
                   READ HCFG-FILE
                       AT END
                           MOVE "Y" TO HCFG-EOF
                       NOT AT END
                           IF HCFG-RECORD(4:3) IS NUMERIC
                               IF HCFG-COUNT >= 20
                                   DISPLAY "HOLD CONFIG TABLE FULL"
                                   MOVE 12 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                               ADD 1 TO HCFG-COUNT
                               MOVE HCFG-RECORD(1:3)
                                   TO HCFG-T-TYPE(HCFG-COUNT)
                               MOVE HCFG-RECORD(4:3)
                                   TO HCFG-T-DAYS(HCFG-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HCFG-FILE
           END-IF.

       FIND-ACCOUNT-CUSTOMER.
           MOVE "N" TO REL-FOUND
           MOVE ZERO TO REL-CUSTOMER
           PERFORM VARYING REL-IX FROM 1 BY 1
                   UNTIL REL-IX > REL-COUNT
               IF REL-T-ACCOUNT(REL-IX) = IN-ACCOUNT
                   IF REL-FOUND = "N" OR REL-T-ROLE(REL-IX) = "P"
                       MOVE REL-T-CUSTOMER(REL-IX) TO REL-CUSTOMER
                       MOVE "Y" TO REL-FOUND
                   END-IF
               END-IF
           END-PERFORM.

       FIND-CUSTOMER.
           PERFORM FIND-ACCOUNT-CUSTOMER
           MOVE ZERO TO CUST-IDX
           IF REL-FOUND = "Y"
               PERFORM VARYING SCAN-IX FROM 1 BY 1
                       UNTIL SCAN-IX > CUST-COUNT OR CUST-IDX > ZERO
                   IF CUST-T-NUMBER(SCAN-IX) = REL-CUSTOMER
                       MOVE SCAN-IX TO CUST-IDX
                   END-IF
               END-PERFORM
           END-IF
           IF CUST-IDX > ZERO
               MOVE CUST-T-NAME(CUST-IDX) TO BAL-CUST-NAME
           ELSE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO NEXT-CUST-NUMBER
           MOVE NEXT-CUST-NUMBER TO IN-CUST-NUMBER
           ADD 1 TO CUST-COUNT
           MOVE IN-CUST-NUMBER TO CUST-T-NUMBER(CUST-COUNT)
           MOVE IN-CUST-NAME TO CUST-T-NAME(CUST-COUNT)
           MOVE INT_NOW TO CUST-T-OPENED(CUST-COUNT)
           MOVE SPACES TO CUST-T-ADDRESS(CUST-COUNT)
           MOVE "N" TO CUST-T-EXEMPT(CUST-COUNT)
           MOVE "Y" TO ANY-CUST.

       CHECK-NEW-CUSTOMER.
           MOVE "Y" TO CUST-OK
           IF IN-CUST-NUMBER NOT = ZERO
               PERFORM FIND-CUSTOMER-NUMBER
           END-IF.

       FIND-CUSTOMER-NUMBER.
           MOVE "N" TO CUST-OK
           PERFORM VARYING SCAN-IX FROM 1 BY 1
                   UNTIL SCAN-IX > CUST-COUNT OR CUST-OK = "Y"
               IF CUST-T-NUMBER(SCAN-IX) = IN-CUST-NUMBER
                   MOVE "Y" TO CUST-OK
               END-IF
           END-PERFORM.

       ADD-RELATIONSHIP-ENTRY.
           IF REL-COUNT >= 50000
               DISPLAY "RELATIONSHIP TABLE FULL"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO REL-COUNT
           MOVE IN-CUST-NUMBER TO REL-T-CUSTOMER(REL-COUNT)
           MOVE IN-ACCOUNT TO REL-T-ACCOUNT(REL-COUNT)
           MOVE IN-ROLE TO REL-T-ROLE(REL-COUNT)
           MOVE INT_NOW TO REL-T-LINKED(REL-COUNT)
           MOVE "Y" TO ANY-REL.

       APPLY-CUSTOMER-LINK.
           MOVE SPACES TO LINK-REJECT-TEXT
           IF ACC-STATUS = "C"
               MOVE "CANNOT LINK CUSTOMER TO CLOSED ACCOUNT"
                   TO LINK-REJECT-TEXT
           END-IF
           IF LINK-REJECT-TEXT = SPACES
                   AND IN-ROLE NOT = "P" AND IN-ROLE NOT = "J"
                   AND IN-ROLE NOT = "S"
               MOVE "INVALID RELATIONSHIP ROLE" TO LINK-REJECT-TEXT
           END-IF
           IF LINK-REJECT-TEXT = SPACES
               PERFORM FIND-CUSTOMER-NUMBER
               IF CUST-OK = "N"
                   MOVE "CUSTOMER NOT FOUND" TO LINK-REJECT-TEXT
               END-IF
           END-IF
           IF LINK-REJECT-TEXT = SPACES
               PERFORM VARYING REL-IX FROM 1 BY 1
                       UNTIL REL-IX > REL-COUNT
                   IF REL-T-ACCOUNT(REL-IX) = IN-ACCOUNT
                       IF REL-T-CUSTOMER(REL-IX) = IN-CUST-NUMBER
                           MOVE "CUSTOMER ALREADY LINKED TO ACCOUNT"
                               TO LINK-REJECT-TEXT
                       END-IF
                       IF REL-T-ROLE(REL-IX) = "P" AND IN-ROLE = "P"
                               AND LINK-REJECT-TEXT = SPACES
                           MOVE "ACCOUNT ALREADY HAS PRIMARY HOLDER"
                               TO LINK-REJECT-TEXT
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF LINK-REJECT-TEXT = SPACES
               PERFORM ADD-RELATIONSHIP-ENTRY
               MOVE "CUSTOMER LINKED TO ACCOUNT" TO OUT-RECORD
               MOVE "Y" TO ANY-UPDATED
           ELSE
               MOVE LINK-REJECT-TEXT TO OUT-RECORD
           END-IF.

       FIND-ACCOUNT.
           MOVE IN-ACCOUNT TO LOOKUP-ACCOUNT
           PERFORM FETCH-ACCOUNT
           MOVE ZERO TO FETCH-BALANCE
           MOVE "A" TO FETCH-STATUS
           MOVE ZERO TO FETCH-ODLIMIT
           MOVE "STD " TO FETCH-PRODUCT
           MOVE ZERO TO UPD-IDX
           PERFORM VARYING SCAN-IX FROM 1 BY 1
                   UNTIL SCAN-IX > UPD-COUNT OR UPD-IDX > ZERO
               MOVE UPD-T-BALANCE(UPD-IDX) TO FETCH-BALANCE
               MOVE UPD-T-STATUS(UPD-IDX) TO FETCH-STATUS
               MOVE UPD-T-ODLIMIT(UPD-IDX) TO FETCH-ODLIMIT
               MOVE UPD-T-PRODUCT(UPD-IDX) TO FETCH-PRODUCT
           ELSE
               MOVE LOOKUP-ACCOUNT TO ACC-KEY
               READ ACC-FILE KEY IS ACC-KEY
                           MOVE FUNCTION NUMVAL(ACC-OD-LIMIT-TXT)
                               TO FETCH-ODLIMIT
                       END-IF
                       IF ACC-PRODUCT NOT = SPACES
                           MOVE ACC-PRODUCT TO FETCH-PRODUCT
                       END-IF
               END-READ
           END-IF.

       FIND-ACCOUNT-PRODUCT.
           MOVE IN-ACCOUNT TO LOOKUP-ACCOUNT
           PERFORM FETCH-ACCOUNT
           MOVE SPACES TO PRODUCT-KEY-TEXT
           MOVE FETCH-PRODUCT TO PRODUCT-KEY-TEXT(1:4).

       LOOKUP-PRODUCT.
           MOVE "N" TO PROD-FOUND
           MOVE ZERO TO PRODUCT-ODLIMIT
           MOVE "N" TO PROD-EOF
           OPEN INPUT PROD-FILE
           IF FS-PROD = "00"
               PERFORM UNTIL PROD-EOF = "Y" OR PROD-FOUND = "Y"
                   READ PROD-FILE
                       AT END
                           MOVE "Y" TO PROD-EOF
                       NOT AT END
                           IF PROD-RECORD(1:4) = IN-PRODUCT
                               MOVE "Y" TO PROD-FOUND
                               IF PROD-RECORD(35:16) NOT = SPACES
                                   MOVE FUNCTION NUMVAL
                                       (PROD-RECORD(35:16))
                                       TO PRODUCT-ODLIMIT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROD-FILE
           END-IF
           IF PROD-FOUND = "N" AND IN-PRODUCT = "STD "
               MOVE "Y" TO PROD-FOUND
           END-IF.

       SAVE-ACCOUNT-UPDATE.
           MOVE ZERO TO UPD-IDX
           PERFORM VARYING SCAN-IX FROM 1 BY 1
               MOVE UPD-COUNT TO UPD-IDX
               MOVE LOOKUP-ACCOUNT TO UPD-T-ACCOUNT(UPD-IDX)
               MOVE SAVE-NEW TO UPD-T-NEW(UPD-IDX)
               IF SAVE-NEW = "Y"
                   MOVE SAVE-PRODUCT TO UPD-T-PRODUCT(UPD-IDX)
               ELSE
                   PERFORM READ-MASTER-PRODUCT
               END-IF
           END-IF
           MOVE SAVE-ACTION TO UPD-T-ACTION(UPD-IDX)
           MOVE SAVE-BALANCE TO UPD-T-BALANCE(UPD-IDX)
           MOVE SAVE-STATUS TO UPD-T-STATUS(UPD-IDX)
           MOVE SAVE-ODLIMIT TO UPD-T-ODLIMIT(UPD-IDX).

       READ-MASTER-PRODUCT.
           MOVE "STD " TO UPD-T-PRODUCT(UPD-IDX)
           MOVE LOOKUP-ACCOUNT TO ACC-KEY
           READ ACC-FILE KEY IS ACC-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ACC-PRODUCT NOT = SPACES
                       MOVE ACC-PRODUCT TO UPD-T-PRODUCT(UPD-IDX)
                   END-IF
           END-READ.

       PROCESS-RECORDS.
           PERFORM FIND-ACCOUNT
           IF ACC-FOUND = "Y"
           MOVE IN-ACCOUNT TO RATE-ACCOUNT-TEXT
           MOVE ZERO TO SEG-COUNT
           PERFORM COLLECT-ACCOUNT-RATES
           IF SEG-COUNT = ZERO
               PERFORM FIND-ACCOUNT-PRODUCT
               IF PRODUCT-KEY-TEXT NOT = "STD   "
                   MOVE PRODUCT-KEY-TEXT TO RATE-ACCOUNT-TEXT
                   PERFORM COLLECT-ACCOUNT-RATES
               END-IF
           END-IF
           IF SEG-COUNT = ZERO
               MOVE "STD   " TO RATE-ACCOUNT-TEXT
               PERFORM COLLECT-ACCOUNT-RATES
       APPLY-ACTION.
           MOVE ACC-BALANCE TO TMP-BALANCE
           MOVE "N" TO BALANCE-CHANGED
           MOVE "N" TO HOLD-PENDING
           IF WS-ARGUMENT = "--apply-interest"
               IF INT-FOUND = "Y"
                   DISPLAY "BEFORE INTEREST: "
                       TMP-BALANCE
                   IF TMP-BALANCE NOT = ACC-BALANCE
                       PERFORM BUFFER-LEDGER-INTEREST
                       PERFORM WITHHOLD-INTEREST-TAX
                       MOVE "Y" TO ANY-UPDATED
                   END-IF
               ELSE
                   IF IN-AMOUNT < ZERO
                       MOVE "INVALID WITHDRAWAL VALUE" TO OUT-RECORD
                   ELSE
                       MOVE IN-ACCOUNT TO HOLD-ACCOUNT
                       PERFORM COMPUTE-HELD-AMOUNT
                       IF IN-AMOUNT >
                               (TMP-BALANCE + ACC-ODLIMIT - HELD-AMOUNT)
                           IF IN-AMOUNT > (TMP-BALANCE + ACC-ODLIMIT)
                               MOVE "INSUFFICIENT FUNDS" TO OUT-RECORD
                           ELSE
                               MOVE "INSUFFICIENT AVAILABLE FUNDS"
                                   TO OUT-RECORD
                           END-IF
                       ELSE
                           PERFORM CHECK-DAILY-LIMIT
                           IF LIMIT-BLOCKED = "Y"
                          " " DELIMITED SIZE
                          BAL-WORK DELIMITED SIZE
                          INTO OUT-RECORD
                   PERFORM WRITE-AVAILABLE-BALANCE
               WHEN "TRF"
                   IF TRF-DEST-OK = "N"
                       IF TRF-SETTLE-MISSING = "Y"
                                          TO OUT-RECORD
                                      ADD 1 TO LIMIT-REJECT-COUNT
                                    ELSE
                                     IF TRF-HOLD-BLOCK = "Y"
                                      MOVE
                                      "INSUFFICIENT AVAILABLE FUNDS"
                                          TO OUT-RECORD
                                     ELSE
                                      MOVE
                                      "INSUFFICIENT FUNDS FOR TRANSFER"
                                          TO OUT-RECORD
                                     END-IF
                                    END-IF
                                   END-IF
                               END-IF
                           MOVE "Y" TO ANY-UPDATED
                       END-IF
                   END-IF
               WHEN "REV"
                   PERFORM APPLY-REVERSAL
               WHEN "LNK"
                   PERFORM APPLY-CUSTOMER-LINK
               WHEN "HLD"
                   IF ACC-STATUS = "C"
                       MOVE "CANNOT HOLD FUNDS ON CLOSED ACCOUNT"
                           TO OUT-RECORD
                   ELSE
                       IF IN-AMOUNT <= ZERO
                           MOVE "INVALID HOLD AMOUNT" TO OUT-RECORD
                       ELSE
                           MOVE "Y" TO HOLD-PENDING
                       END-IF
                   END-IF
               WHEN "HRL"
                   PERFORM RELEASE-HOLD
               WHEN OTHER
                   MOVE "UNKNOWN ACTION" TO OUT-RECORD
           END-EVALUATE
           ELSE
               MOVE ZERO TO LGR-DEST-ACCOUNT
           END-IF
           IF IN-ACTION NOT = "REV" OR REV-POSTED = "N"
               PERFORM BUFFER-LEDGER
           END-IF
           IF BALANCE-CHANGED = "Y" AND IN-ACTION = "DEP"
               PERFORM PLACE-DEPOSIT-HOLD
           END-IF
           IF HOLD-PENDING = "Y"
               PERFORM PLACE-MANUAL-HOLD
           END-IF
           IF BALANCE-CHANGED = "Y"
                   AND (IN-ACTION = "DEP" OR IN-ACTION = "WDR"
                   OR IN-ACTION = "TRF")
               PERFORM APPLY-TRANSACTION-FEE
           END-IF.

       LOOKUP-HOLD-DAYS.
           MOVE ZERO TO HOLD-DAYS
           PERFORM VARYING HCFG-IX FROM 1 BY 1
                   UNTIL HCFG-IX > HCFG-COUNT
               IF HCFG-T-TYPE(HCFG-IX) = HOLD-TYPE
                   MOVE HCFG-T-DAYS(HCFG-IX) TO HOLD-DAYS
               END-IF
           END-PERFORM.

       COMPUTE-HELD-AMOUNT.
           MOVE ZERO TO HELD-AMOUNT
           PERFORM VARYING HOLD-IX FROM 1 BY 1
                   UNTIL HOLD-IX > HOLD-COUNT
               IF HOLD-T-ACCOUNT(HOLD-IX) = HOLD-ACCOUNT
                       AND HOLD-T-STATUS(HOLD-IX) = "A"
                       AND (HOLD-T-EXPIRY(HOLD-IX) = ZERO
                       OR HOLD-T-EXPIRY(HOLD-IX) > INT_NOW)
                   ADD HOLD-T-AMOUNT(HOLD-IX) TO HELD-AMOUNT
               END-IF
           END-PERFORM.

       ADD-HOLD-ENTRY.
           IF HOLD-COUNT >= 50000
               DISPLAY "HOLD TABLE FULL"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO LAST-HOLD-ID
           ADD 1 TO HOLD-COUNT
           MOVE LAST-HOLD-ID TO HOLD-T-ID(HOLD-COUNT)
           MOVE HOLD-ACCOUNT TO HOLD-T-ACCOUNT(HOLD-COUNT)
           MOVE HOLD-AMOUNT TO HOLD-T-AMOUNT(HOLD-COUNT)
           MOVE HOLD-TYPE TO HOLD-T-TYPE(HOLD-COUNT)
           MOVE INT_NOW TO HOLD-T-PLACED(HOLD-COUNT)
           IF HOLD-DAYS > ZERO
               COMPUTE HOLD-T-EXPIRY(HOLD-COUNT) =
                   INT_NOW + HOLD-DAYS * 86400
           ELSE
               MOVE ZERO TO HOLD-T-EXPIRY(HOLD-COUNT)
           END-IF
           MOVE "A" TO HOLD-T-STATUS(HOLD-COUNT)
           MOVE IN-OPERATOR TO HOLD-T-OPERATOR(HOLD-COUNT)
           MOVE HOLD-SOURCE TO HOLD-T-SOURCE(HOLD-COUNT)
           MOVE ZERO TO HOLD-T-RELEASED(HOLD-COUNT)
           MOVE "Y" TO ANY-HOLD.

       PLACE-DEPOSIT-HOLD.
           IF AMOUNT-CONVERTED = "Y"
               MOVE "FXD" TO HOLD-TYPE
           ELSE
               MOVE "DEP" TO HOLD-TYPE
           END-IF
           PERFORM LOOKUP-HOLD-DAYS
           IF HOLD-DAYS > ZERO AND IN-AMOUNT > ZERO
               MOVE IN-ACCOUNT TO HOLD-ACCOUNT
               MOVE IN-AMOUNT TO HOLD-AMOUNT
               MOVE PRIMARY-LEDGER-REF TO HOLD-SOURCE
               PERFORM ADD-HOLD-ENTRY
               MOVE "DEPOSITED MONEY - FUNDS ON HOLD" TO OUT-RECORD
           END-IF.

       PLACE-MANUAL-HOLD.
           MOVE "MAN" TO HOLD-TYPE
           MOVE IN-HOLD-DAYS TO HOLD-DAYS
           MOVE IN-ACCOUNT TO HOLD-ACCOUNT
           MOVE IN-AMOUNT TO HOLD-AMOUNT
           MOVE PRIMARY-LEDGER-REF TO HOLD-SOURCE
           PERFORM ADD-HOLD-ENTRY
           MOVE LAST-HOLD-ID TO HOLD-ID-TEXT
           MOVE SPACES TO OUT-RECORD
           STRING "HOLD PLACED " DELIMITED SIZE
                  HOLD-ID-TEXT DELIMITED SIZE
                  INTO OUT-RECORD.

       FIND-HOLD.
           MOVE ZERO TO HOLD-IDX
           PERFORM VARYING HOLD-IX FROM 1 BY 1
                   UNTIL HOLD-IX > HOLD-COUNT OR HOLD-IDX > ZERO
               IF HOLD-T-ID(HOLD-IX) = IN-LEDGER-REF
                   MOVE HOLD-IX TO HOLD-IDX
               END-IF
           END-PERFORM.

       RELEASE-HOLD.
           PERFORM FIND-HOLD
           IF HOLD-IDX = ZERO
               MOVE "HOLD NOT FOUND" TO OUT-RECORD
           ELSE
               IF HOLD-T-ACCOUNT(HOLD-IDX) NOT = IN-ACCOUNT
                   MOVE "HOLD NOT ON THIS ACCOUNT" TO OUT-RECORD
               ELSE
                   IF HOLD-T-STATUS(HOLD-IDX) NOT = "A"
                       MOVE "HOLD NOT ACTIVE" TO OUT-RECORD
                   ELSE
                       MOVE "R" TO HOLD-T-STATUS(HOLD-IDX)
                       MOVE INT_NOW TO HOLD-T-RELEASED(HOLD-IDX)
                       MOVE HOLD-T-AMOUNT(HOLD-IDX) TO IN-AMOUNT
                       MOVE "HOLD RELEASED" TO OUT-RECORD
                       MOVE "Y" TO ANY-HOLD
                   END-IF
               END-IF
           END-IF.

       RELEASE-SOURCE-HOLDS.
           PERFORM VARYING HOLD-IX FROM 1 BY 1
                   UNTIL HOLD-IX > HOLD-COUNT
               IF HOLD-T-SOURCE(HOLD-IX) = REV-G-REF(REV-GX)
                       AND HOLD-T-STATUS(HOLD-IX) = "A"
                   MOVE "R" TO HOLD-T-STATUS(HOLD-IX)
                   MOVE INT_NOW TO HOLD-T-RELEASED(HOLD-IX)
                   MOVE "Y" TO ANY-HOLD
               END-IF
           END-PERFORM.

       WRITE-AVAILABLE-BALANCE.
           WRITE OUT-RECORD
           MOVE IN-ACCOUNT TO HOLD-ACCOUNT
           PERFORM COMPUTE-HELD-AMOUNT
           COMPUTE AVAIL-BALANCE = TMP-BALANCE - HELD-AMOUNT
           MOVE AVAIL-BALANCE TO SIGNED-AMOUNT-ED
           MOVE SIGNED-AMOUNT-ED TO BALANCE-ALPHA
           MOVE HELD-AMOUNT TO HOLD-AMOUNT-ED
           MOVE SPACES TO OUT-RECORD
           STRING IN-ACCOUNT-TEXT DELIMITED SIZE
                  " " DELIMITED SIZE
                  BAL-CUST-NAME DELIMITED SIZE
                  " AVAILABLE (RAI): " DELIMITED SIZE
                  BALANCE-ALPHA DELIMITED SIZE
                  " | HELD (RAI): " DELIMITED SIZE
                  HOLD-AMOUNT-ED DELIMITED SIZE
                  INTO OUT-RECORD.

       LOAD-TAX-CONFIG.
           OPEN INPUT TAXC-FILE
           IF FS-TAXC = "00"
               READ TAXC-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNCTION NUMVAL(TAXC-RECORD(1:8))
                           TO TAX-RATE
                       IF TAXC-RECORD(9:6) IS NUMERIC
                               AND TAXC-RECORD(9:6) NOT = "000000"
                           MOVE TAXC-RECORD(9:6) TO TAX-ACCOUNT
                       END-IF
               END-READ
               CLOSE TAXC-FILE
           END-IF
           IF TAX-RATE > ZERO
               MOVE TAX-ACCOUNT TO LOOKUP-ACCOUNT
               PERFORM FETCH-ACCOUNT
               IF FETCH-FOUND = "N"
                   DISPLAY "TAX HOLDING ACCOUNT NOT FOUND " TAX-ACCOUNT
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       WITHHOLD-INTEREST-TAX.
           IF INT-DELTA > ZERO AND TAX-RATE > ZERO
                   AND IN-ACCOUNT NOT = TAX-ACCOUNT
               MOVE "N" TO TAX-EXEMPT
               PERFORM FIND-CUSTOMER
               IF CUST-IDX > ZERO
                   IF CUST-T-EXEMPT(CUST-IDX) = "Y"
                       MOVE "Y" TO TAX-EXEMPT
                   END-IF
               END-IF
               IF TAX-EXEMPT = "N"
                   COMPUTE TAX-AMOUNT ROUNDED = INT-DELTA * TAX-RATE
                   IF TAX-AMOUNT > ZERO
                       MOVE LAST-LEDGER-REF TO INT-LEDGER-REF
                       SUBTRACT TAX-AMOUNT FROM TMP-BALANCE
                       PERFORM BUFFER-LEDGER-TAX
                       PERFORM APPLY-TAX-CREDIT
                   END-IF
               END-IF
           END-IF.

       APPLY-TAX-CREDIT.
           MOVE TAX-ACCOUNT TO LOOKUP-ACCOUNT
           PERFORM FETCH-ACCOUNT
           COMPUTE TAX-HOLD-BALANCE = FETCH-BALANCE + TAX-AMOUNT
           MOVE "TAX" TO SAVE-ACTION
           MOVE TAX-HOLD-BALANCE TO SAVE-BALANCE
           MOVE FETCH-STATUS TO SAVE-STATUS
           MOVE FETCH-ODLIMIT TO SAVE-ODLIMIT
           MOVE "N" TO SAVE-NEW
           PERFORM SAVE-ACCOUNT-UPDATE
           PERFORM BUFFER-LEDGER-TAX-CREDIT.

       APPLY-TRANSACTION-FEE.
           PERFORM LOOKUP-FEE
           COMPUTE FEE-AMOUNT ROUNDED =
               END-PERFORM
               CLOSE FEES-FILE
           END-IF
           IF FEE-FOUND = "N"
               PERFORM FIND-ACCOUNT-PRODUCT
               IF PRODUCT-KEY-TEXT NOT = "STD   "
                   PERFORM LOOKUP-PRODUCT-FEE
               END-IF
           END-IF
           IF FEE-FOUND = "N"
               PERFORM LOOKUP-STANDARD-FEE
           END-IF.

       LOOKUP-PRODUCT-FEE.
           MOVE "N" TO FEES-EOF
           OPEN INPUT FEES-FILE
           IF FS-FEES = "00"
               PERFORM UNTIL FEES-EOF = "Y" OR FEE-FOUND = "Y"
                   READ FEES-FILE
                       AT END
                           MOVE "Y" TO FEES-EOF
                       NOT AT END
                           IF FEES-RECORD(1:6) = PRODUCT-KEY-TEXT
                                   AND FEES-RECORD(7:3) = IN-ACTION
                               MOVE "Y" TO FEE-FOUND
                               MOVE FUNCTION NUMVAL(FEES-RECORD(10:16))
                                   TO FEE-FLAT
                               MOVE FUNCTION NUMVAL(FEES-RECORD(26:6))
                                   TO FEE-PCT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEES-FILE
           END-IF.

       LOOKUP-STANDARD-FEE.
           MOVE "N" TO FEES-EOF
           OPEN INPUT FEES-FILE

       REJECT-RESTRICTED-ACCOUNT.
           MOVE ACC-BALANCE TO TMP-BALANCE
           MOVE "N" TO BALANCE-CHANGED
           IF ACC-STATUS = "C"
               MOVE "ACCOUNT CLOSED" TO OUT-RECORD
           ELSE
           MOVE "N" TO TRF-SETTLE-MISSING
           MOVE ZERO TO TRF-SRC-BALANCE
           MOVE ZERO TO TRF-SRC-ODLIMIT
           MOVE ZERO TO TRF-SRC-HELD
           MOVE "A" TO TRF-SRC-STATUS
           MOVE "A" TO TRF-DEST-STATUS
           MOVE "N" TO TRF-APPLIED
                   MOVE ACC-STATUS TO TRF-SRC-STATUS
                   MOVE ACC-BALANCE TO TRF-SRC-BALANCE
                   MOVE ACC-ODLIMIT TO TRF-SRC-ODLIMIT
                   MOVE IN-ACCOUNT TO HOLD-ACCOUNT
                   PERFORM COMPUTE-HELD-AMOUNT
                   MOVE HELD-AMOUNT TO TRF-SRC-HELD
               END-IF
           END-IF
           MOVE "N" TO TRF-STATUS-BLOCK
                   MOVE "Y" TO TRF-DAYLIMIT-BLOCK
               END-IF
           END-IF
           MOVE "N" TO TRF-HOLD-BLOCK
           IF TRF-SRC-FOUND = "Y" AND IN-AMOUNT > ZERO
                   AND IN-AMOUNT <=
                       (TRF-SRC-BALANCE + TRF-SRC-ODLIMIT)
                   AND IN-AMOUNT >
                       (TRF-SRC-BALANCE + TRF-SRC-ODLIMIT
                       - TRF-SRC-HELD)
               MOVE "Y" TO TRF-HOLD-BLOCK
           END-IF
           IF TRF-DEST-OK = "Y" AND TRF-SRC-FOUND = "Y"
                   AND IN-AMOUNT > ZERO
                   AND IN-AMOUNT <=
                   AND TRF-STATUS-BLOCK = "N"
                   AND TRF-LIMIT-BLOCK = "N"
                   AND TRF-DAYLIMIT-BLOCK = "N"
                   AND TRF-HOLD-BLOCK = "N"
               MOVE "Y" TO TRF-APPLIED
           END-IF.

           MOVE "N" TO TRF-SRC-FOUND
           MOVE ZERO TO TRF-SRC-BALANCE
           MOVE ZERO TO TRF-SRC-ODLIMIT
           MOVE ZERO TO TRF-SRC-HELD
           MOVE "A" TO TRF-SRC-STATUS
           MOVE "A" TO TRF-DEST-STATUS
           MOVE "N" TO TRF-APPLIED
               MOVE ACC-STATUS TO TRF-SRC-STATUS
               MOVE ACC-BALANCE TO TRF-SRC-BALANCE
               MOVE ACC-ODLIMIT TO TRF-SRC-ODLIMIT
               MOVE IN-ACCOUNT TO HOLD-ACCOUNT
               PERFORM COMPUTE-HELD-AMOUNT
               MOVE HELD-AMOUNT TO TRF-SRC-HELD
           END-IF
           MOVE "N" TO TRF-STATUS-BLOCK
           IF TRF-SRC-STATUS = "F" OR TRF-SRC-STATUS = "C"
                   MOVE "Y" TO TRF-DAYLIMIT-BLOCK
               END-IF
           END-IF
           MOVE "N" TO TRF-HOLD-BLOCK
           IF TRF-SRC-FOUND = "Y" AND IN-AMOUNT > ZERO
                   AND IN-AMOUNT <=
                       (TRF-SRC-BALANCE + TRF-SRC-ODLIMIT)
                   AND IN-AMOUNT >
                       (TRF-SRC-BALANCE + TRF-SRC-ODLIMIT
                       - TRF-SRC-HELD)
               MOVE "Y" TO TRF-HOLD-BLOCK
           END-IF
           IF TRF-DEST-OK = "Y" AND TRF-SRC-FOUND = "Y"
                   AND IN-AMOUNT > ZERO
                   AND IN-AMOUNT <=
                   AND TRF-STATUS-BLOCK = "N"
                   AND TRF-LIMIT-BLOCK = "N"
                   AND TRF-DAYLIMIT-BLOCK = "N"
                   AND TRF-HOLD-BLOCK = "N"
               MOVE "Y" TO TRF-APPLIED
           END-IF.

           MOVE "Y" TO ANY-UPDATED
           PERFORM BUFFER-LEDGER-CREDIT.

       APPLY-REVERSAL.
           MOVE "N" TO REV-POSTED
           PERFORM LOAD-REVERSAL-GROUP
           PERFORM CHECK-REVERSAL
           IF REV-OK = "Y"
               PERFORM VARYING REV-GX FROM 1 BY 1
                       UNTIL REV-GX > REV-GROUP-COUNT
                   PERFORM POST-REVERSAL-LEG
               END-PERFORM
               MOVE "Y" TO REV-POSTED
               MOVE "Y" TO BALANCE-CHANGED
               MOVE "TRANSACTION REVERSED" TO OUT-RECORD
           ELSE
               MOVE REV-REJECT-TEXT TO OUT-RECORD
           END-IF.

       LOAD-REVERSAL-GROUP.
           MOVE ZERO TO REV-GROUP-COUNT
           MOVE ZERO TO REV-TARGET-IX
           IF IN-LEDGER-REF > ZERO
               MOVE "N" TO LGR-EOF
               OPEN INPUT LEDGER-FILE
               IF FS-LEDGER = "00"
                   PERFORM UNTIL LGR-EOF = "Y"
                       READ LEDGER-FILE
                           AT END
                               MOVE "Y" TO LGR-EOF
                           NOT AT END
                               MOVE LEDGER-RECORD TO LGR-SCAN-REC
                               PERFORM COLLECT-REVERSAL-ROW
                       END-READ
                   END-PERFORM
                   CLOSE LEDGER-FILE
               END-IF
               PERFORM VARYING SCAN-IX FROM 1 BY 1
                       UNTIL SCAN-IX > LGR-COUNT
                   MOVE LGR-T-REC(SCAN-IX) TO LGR-SCAN-REC
                   PERFORM COLLECT-REVERSAL-ROW
               END-PERFORM
           END-IF.

       COLLECT-REVERSAL-ROW.
           IF LGR-SCAN-REC(101:10) IS NUMERIC
               MOVE LGR-SCAN-REC(101:10) TO LGR-REF-WORK
               MOVE ZERO TO LGR-PARENT-WORK
               IF LGR-SCAN-REC(111:10) IS NUMERIC
                   MOVE LGR-SCAN-REC(111:10) TO LGR-PARENT-WORK
               END-IF
               IF LGR-REF-WORK = IN-LEDGER-REF
                   PERFORM ADD-REVERSAL-ROW
                   MOVE REV-GROUP-COUNT TO REV-TARGET-IX
               ELSE
                   IF LGR-PARENT-WORK = IN-LEDGER-REF
                           AND LGR-SCAN-REC(7:3) NOT = "REV"
                       PERFORM ADD-REVERSAL-ROW
                   END-IF
               END-IF
           END-IF.

       ADD-REVERSAL-ROW.
           IF REV-GROUP-COUNT >= 10000
               DISPLAY "REVERSAL GROUP TABLE FULL"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO REV-GROUP-COUNT
           MOVE LGR-REF-WORK TO REV-G-REF(REV-GROUP-COUNT)
           MOVE LGR-SCAN-REC(1:6) TO REV-G-ACCOUNT(REV-GROUP-COUNT)
           MOVE LGR-SCAN-REC(7:3) TO REV-G-ACTION(REV-GROUP-COUNT)
           MOVE FUNCTION NUMVAL(LGR-SCAN-REC(10:16))
               TO REV-G-AMOUNT(REV-GROUP-COUNT)
           MOVE LGR-SCAN-REC(42:6) TO REV-G-DEST(REV-GROUP-COUNT)
           MOVE LGR-SCAN-REC(48:18) TO REV-G-TIME(REV-GROUP-COUNT)
           MOVE LGR-PARENT-WORK TO REV-G-PARENT(REV-GROUP-COUNT)
           MOVE LGR-SCAN-REC(121:1) TO REV-G-FLAG(REV-GROUP-COUNT)
           MOVE LGR-SCAN-REC(122:1) TO REV-G-DRCR(REV-GROUP-COUNT).

       CHECK-REVERSAL.
           MOVE "Y" TO REV-OK
           IF REV-TARGET-IX = ZERO
               MOVE "N" TO REV-OK
               MOVE "LEDGER ENTRY NOT FOUND" TO REV-REJECT-TEXT
           END-IF
           IF REV-OK = "Y"
                   AND REV-G-ACCOUNT(REV-TARGET-IX) NOT = IN-ACCOUNT
               MOVE "N" TO REV-OK
               MOVE "LEDGER ENTRY NOT ON THIS ACCOUNT"
                   TO REV-REJECT-TEXT
           END-IF
           IF REV-OK = "Y" AND REV-G-ACTION(REV-TARGET-IX) = "REV"
               MOVE "N" TO REV-OK
               MOVE "CANNOT REVERSE A CORRECTION" TO REV-REJECT-TEXT
           END-IF
           IF REV-OK = "Y"
               PERFORM FIND-REVERSAL-MARK
               IF REV-G-FLAG(REV-TARGET-IX) = "R" OR REV-MARKED = "Y"
                   MOVE "N" TO REV-OK
                   MOVE "ENTRY ALREADY REVERSED" TO REV-REJECT-TEXT
               END-IF
           END-IF
           IF REV-OK = "Y" AND REV-G-PARENT(REV-TARGET-IX) > ZERO
               MOVE "N" TO REV-OK
               MOVE "NOT AN ORIGINAL LEDGER ENTRY" TO REV-REJECT-TEXT
           END-IF
           IF REV-OK = "Y" AND REV-G-DRCR(REV-TARGET-IX) = SPACE
               MOVE "N" TO REV-OK
               MOVE "ENTRY HAS NO POSTED AMOUNT" TO REV-REJECT-TEXT
           END-IF
           IF REV-OK = "Y" AND IN-AMOUNT > ZERO
                   AND IN-AMOUNT NOT = REV-G-AMOUNT(REV-TARGET-IX)
               MOVE "N" TO REV-OK
               MOVE "REVERSAL AMOUNT MISMATCH" TO REV-REJECT-TEXT
           END-IF
           IF REV-OK = "Y" AND ACC-STATUS = "C"
               MOVE "N" TO REV-OK
               MOVE "ACCOUNT CLOSED" TO REV-REJECT-TEXT
           END-IF
           IF REV-OK = "Y"
               PERFORM VARYING REV-GX FROM 1 BY 1
                       UNTIL REV-GX > REV-GROUP-COUNT OR REV-OK = "N"
                   PERFORM CHECK-REVERSAL-LEG
               END-PERFORM
           END-IF.

       CHECK-REVERSAL-LEG.
           IF REV-G-ACCOUNT(REV-GX) = SETTLE-ACCOUNT
               MOVE "N" TO REV-OK
               MOVE "CANNOT REVERSE CLEARING ITEM" TO REV-REJECT-TEXT
           END-IF
           IF REV-OK = "Y" AND REV-G-ACCOUNT(REV-GX) NOT = IN-ACCOUNT
                   AND REV-G-DRCR(REV-GX) NOT = SPACE
               MOVE REV-G-ACCOUNT(REV-GX) TO LOOKUP-ACCOUNT
               PERFORM FETCH-ACCOUNT
               IF FETCH-FOUND = "N"
                   MOVE "N" TO REV-OK
                   MOVE "REVERSAL COUNTER ACCOUNT NOT FOUND"
                       TO REV-REJECT-TEXT
               ELSE
                   IF FETCH-STATUS = "C"
                       MOVE "N" TO REV-OK
                       MOVE "REVERSAL BLOCKED - ACCOUNT CLOSED"
                           TO REV-REJECT-TEXT
                   END-IF
               END-IF
           END-IF.

       FIND-REVERSAL-MARK.
           MOVE "N" TO REV-MARKED
           PERFORM VARYING REV-MX FROM 1 BY 1
                   UNTIL REV-MX > REV-MARK-COUNT OR REV-MARKED = "Y"
               IF REV-M-ORIG(REV-MX) = REV-G-REF(REV-TARGET-IX)
                   MOVE "Y" TO REV-MARKED
               END-IF
           END-PERFORM.

       POST-REVERSAL-LEG.
           IF REV-G-DRCR(REV-GX) NOT = SPACE
               IF REV-G-ACCOUNT(REV-GX) = IN-ACCOUNT
                   IF REV-G-DRCR(REV-GX) = "D"
                       ADD REV-G-AMOUNT(REV-GX) TO TMP-BALANCE
                   ELSE
                       SUBTRACT REV-G-AMOUNT(REV-GX) FROM TMP-BALANCE
                   END-IF
                   MOVE TMP-BALANCE TO REV-BALANCE
               ELSE
                   MOVE REV-G-ACCOUNT(REV-GX) TO LOOKUP-ACCOUNT
                   PERFORM FETCH-ACCOUNT
                   MOVE FETCH-BALANCE TO REV-BALANCE
                   IF REV-G-DRCR(REV-GX) = "D"
                       ADD REV-G-AMOUNT(REV-GX) TO REV-BALANCE
                   ELSE
                       SUBTRACT REV-G-AMOUNT(REV-GX) FROM REV-BALANCE
                   END-IF
                   MOVE "REV" TO SAVE-ACTION
                   MOVE REV-BALANCE TO SAVE-BALANCE
                   MOVE FETCH-STATUS TO SAVE-STATUS
                   MOVE FETCH-ODLIMIT TO SAVE-ODLIMIT
                   MOVE "N" TO SAVE-NEW
                   PERFORM SAVE-ACCOUNT-UPDATE
               END-IF
               PERFORM BUFFER-LEDGER-REVERSAL
               PERFORM NOTE-REVERSAL-MARK
               PERFORM RELEASE-SOURCE-HOLDS
               IF REV-GX = REV-TARGET-IX
                   PERFORM RESTORE-DAY-DEBIT
               END-IF
           END-IF.

       RESTORE-DAY-DEBIT.
           IF REV-G-DRCR(REV-GX) = "D"
                   AND (REV-G-ACTION(REV-GX) = "WDR"
                   OR REV-G-ACTION(REV-GX) = "TRF")
                   AND REV-G-TIME(REV-GX) >= DAY-START-TIME
               MOVE IN-ACCOUNT TO DAY-ACCOUNT
               PERFORM FIND-DAY-ENTRY
               IF DAY-T-DEBITS(DAY-IDX) > REV-G-AMOUNT(REV-GX)
                   SUBTRACT REV-G-AMOUNT(REV-GX)
                       FROM DAY-T-DEBITS(DAY-IDX)
               ELSE
                   MOVE ZERO TO DAY-T-DEBITS(DAY-IDX)
               END-IF
           END-IF.

       NOTE-REVERSAL-MARK.
           IF REV-MARK-COUNT >= 50000
               DISPLAY "REVERSAL MARK TABLE FULL"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO REV-MARK-COUNT
           MOVE REV-G-REF(REV-GX) TO REV-M-ORIG(REV-MARK-COUNT)
           MOVE LAST-LEDGER-REF TO REV-M-BY(REV-MARK-COUNT)
           PERFORM VARYING SCAN-IX FROM 1 BY 1
                   UNTIL SCAN-IX > LGR-COUNT
               MOVE LGR-T-REC(SCAN-IX) TO LGR-SCAN-REC
               IF LGR-SCAN-REC(101:10) IS NUMERIC
                   MOVE LGR-SCAN-REC(101:10) TO LGR-REF-WORK
                   IF LGR-REF-WORK = REV-G-REF(REV-GX)
                       MOVE "R" TO LGR-SCAN-REC(121:1)
                       MOVE LAST-LEDGER-REF TO LGR-SCAN-REC(123:10)
                       MOVE LGR-SCAN-REC TO LGR-T-REC(SCAN-IX)
                   END-IF
               END-IF
           END-PERFORM.

       BUFFER-LEDGER.
           MOVE INT_NOW TO LGR-TIMESTAMP
           MOVE IN-AMOUNT TO LGR-AMOUNT-ED
               MOVE LGR-AMOUNT-ED TO LEDGER-WORK(77:16)
           END-IF
           MOVE IN-OPERATOR TO LEDGER-WORK(93:8)
           IF IN-ACTION = "REV"
               MOVE IN-LEDGER-REF TO LEDGER-WORK(111:10)
           ELSE
               MOVE ZERO TO LGR-PARENT-WORK
               MOVE LGR-PARENT-WORK TO LEDGER-WORK(111:10)
           END-IF
           IF BALANCE-CHANGED = "Y"
               IF IN-ACTION = "DEP"
                   MOVE "C" TO LEDGER-WORK(122:1)
               END-IF
               IF IN-ACTION = "WDR" OR IN-ACTION = "TRF"
                   MOVE "D" TO LEDGER-WORK(122:1)
               END-IF
           END-IF
           PERFORM STORE-LEDGER-ENTRY
           MOVE LAST-LEDGER-REF TO PRIMARY-LEDGER-REF.

       BUFFER-LEDGER-INTEREST.
           SUBTRACT ACC-BALANCE FROM TMP-BALANCE GIVING INT-DELTA
           END-IF
           IF INT-DELTA < ZERO
               MOVE "-" TO LEDGER-WORK(73:1)
               MOVE "D" TO LEDGER-WORK(122:1)
           ELSE
               MOVE "+" TO LEDGER-WORK(73:1)
               MOVE "C" TO LEDGER-WORK(122:1)
           END-IF
           MOVE ZERO TO LGR-PARENT-WORK
           MOVE LGR-PARENT-WORK TO LEDGER-WORK(111:10)
           PERFORM STORE-LEDGER-ENTRY.

       BUFFER-LEDGER-FEE.
           END-IF
           MOVE "+" TO LEDGER-WORK(73:1)
           MOVE IN-OPERATOR TO LEDGER-WORK(93:8)
           MOVE PRIMARY-LEDGER-REF TO LEDGER-WORK(111:10)
           MOVE "D" TO LEDGER-WORK(122:1)
           PERFORM STORE-LEDGER-ENTRY.

       BUFFER-LEDGER-TAX.
           MOVE INT_NOW TO LGR-TIMESTAMP
           MOVE TAX-AMOUNT TO LGR-AMOUNT-ED
           MOVE TMP-BALANCE TO LGR-BALANCE-ED
           MOVE SPACES TO LEDGER-WORK
           MOVE IN-ACCOUNT TO LEDGER-WORK(1:6)
           MOVE "TAX" TO LEDGER-WORK(7:3)
           MOVE LGR-AMOUNT-ED TO LEDGER-WORK(10:16)
           MOVE LGR-BALANCE-ED TO LEDGER-WORK(26:16)
           MOVE TAX-ACCOUNT TO LEDGER-WORK(42:6)
           MOVE LGR-TIMESTAMP TO LEDGER-WORK(48:18)
           MOVE BATCH-NUMBER TO LEDGER-WORK(66:6)
           IF TMP-BALANCE < ZERO
               MOVE "-" TO LEDGER-WORK(72:1)
           ELSE
               MOVE "+" TO LEDGER-WORK(72:1)
           END-IF
           MOVE "+" TO LEDGER-WORK(73:1)
           MOVE INT-LEDGER-REF TO LEDGER-WORK(111:10)
           MOVE "D" TO LEDGER-WORK(122:1)
           PERFORM STORE-LEDGER-ENTRY.

       BUFFER-LEDGER-TAX-CREDIT.
           MOVE INT_NOW TO LGR-TIMESTAMP
           MOVE TAX-AMOUNT TO LGR-AMOUNT-ED
           MOVE TAX-HOLD-BALANCE TO LGR-BALANCE-ED
           MOVE SPACES TO LEDGER-WORK
           MOVE TAX-ACCOUNT TO LEDGER-WORK(1:6)
           MOVE "TAX" TO LEDGER-WORK(7:3)
           MOVE LGR-AMOUNT-ED TO LEDGER-WORK(10:16)
           MOVE LGR-BALANCE-ED TO LEDGER-WORK(26:16)
           MOVE IN-ACCOUNT TO LEDGER-WORK(42:6)
           MOVE LGR-TIMESTAMP TO LEDGER-WORK(48:18)
           MOVE BATCH-NUMBER TO LEDGER-WORK(66:6)
           IF TAX-HOLD-BALANCE < ZERO
               MOVE "-" TO LEDGER-WORK(72:1)
           ELSE
               MOVE "+" TO LEDGER-WORK(72:1)
           END-IF
           MOVE "+" TO LEDGER-WORK(73:1)
           MOVE INT-LEDGER-REF TO LEDGER-WORK(111:10)
           MOVE "C" TO LEDGER-WORK(122:1)
           PERFORM STORE-LEDGER-ENTRY.

       BUFFER-LEDGER-CREDIT.
           END-IF
           MOVE "+" TO LEDGER-WORK(73:1)
           MOVE IN-OPERATOR TO LEDGER-WORK(93:8)
           MOVE PRIMARY-LEDGER-REF TO LEDGER-WORK(111:10)
           MOVE "C" TO LEDGER-WORK(122:1)
           PERFORM STORE-LEDGER-ENTRY.

       BUFFER-LEDGER-SETTLE.
           END-IF
           MOVE "+" TO LEDGER-WORK(73:1)
           MOVE IN-OPERATOR TO LEDGER-WORK(93:8)
           MOVE PRIMARY-LEDGER-REF TO LEDGER-WORK(111:10)
           MOVE "C" TO LEDGER-WORK(122:1)
           PERFORM STORE-LEDGER-ENTRY.

       BUFFER-LEDGER-REVERSAL.
           MOVE INT_NOW TO LGR-TIMESTAMP
           MOVE REV-G-AMOUNT(REV-GX) TO LGR-AMOUNT-ED
           MOVE REV-BALANCE TO LGR-BALANCE-ED
           MOVE SPACES TO LEDGER-WORK
           MOVE REV-G-ACCOUNT(REV-GX) TO LEDGER-WORK(1:6)
           MOVE "REV" TO LEDGER-WORK(7:3)
           MOVE LGR-AMOUNT-ED TO LEDGER-WORK(10:16)
           MOVE LGR-BALANCE-ED TO LEDGER-WORK(26:16)
           MOVE REV-G-DEST(REV-GX) TO LEDGER-WORK(42:6)
           MOVE LGR-TIMESTAMP TO LEDGER-WORK(48:18)
           MOVE BATCH-NUMBER TO LEDGER-WORK(66:6)
           IF REV-BALANCE < ZERO
               MOVE "-" TO LEDGER-WORK(72:1)
           ELSE
               MOVE "+" TO LEDGER-WORK(72:1)
           END-IF
           IF REV-G-DRCR(REV-GX) = "D"
               MOVE "+" TO LEDGER-WORK(73:1)
               MOVE "C" TO LEDGER-WORK(122:1)
           ELSE
               MOVE "-" TO LEDGER-WORK(73:1)
               MOVE "D" TO LEDGER-WORK(122:1)
           END-IF
           MOVE IN-OPERATOR TO LEDGER-WORK(93:8)
           MOVE REV-G-REF(REV-GX) TO LEDGER-WORK(111:10)
           MOVE "V" TO LEDGER-WORK(121:1)
           PERFORM STORE-LEDGER-ENTRY.

       STORE-LEDGER-ENTRY.
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO LAST-LEDGER-REF
           MOVE LAST-LEDGER-REF TO LEDGER-WORK(101:10)
           ADD 1 TO LGR-COUNT
           MOVE LEDGER-WORK TO LGR-T-REC(LGR-COUNT).

           MOVE IN-ACTION TO SAVE-ACTION
           MOVE ZERO TO SAVE-BALANCE
           MOVE "A" TO SAVE-STATUS
           MOVE PRODUCT-ODLIMIT TO SAVE-ODLIMIT
           MOVE IN-PRODUCT TO SAVE-PRODUCT
           MOVE "Y" TO SAVE-NEW
           PERFORM SAVE-ACCOUNT-UPDATE
           MOVE "Y" TO ANY-UPDATED

       FINALIZE.
           IF ANY-UPDATED = "Y" OR ANY-INT = "Y" OR LGR-COUNT > ZERO
                   OR ANY-HOLD = "Y"
               PERFORM CHECKPOINT-BEFORE-SWAP
               IF REV-MARK-COUNT > ZERO
                   PERFORM MARK-REVERSED-ENTRIES
                   CALL "SYSTEM" USING "mv lgr_temp.txt ledger.txt"
               END-IF
               PERFORM WRITE-LEDGER-BUFFER
               IF ANY-UPDATED = "Y"
                   PERFORM FLUSH-ACCOUNT-UPDATES
                   PERFORM WRITE-CUSTOMER-MASTER
                   CALL "SYSTEM" USING "mv cust_temp.txt customers.txt"
               END-IF
               IF ANY-REL = "Y"
                   PERFORM WRITE-RELATIONSHIP-MASTER
                   CALL "SYSTEM" USING
                       "mv rel_temp.txt relationships.txt"
               END-IF
               IF ANY-HOLD = "Y"
                   PERFORM WRITE-HOLD-MASTER
                   CALL "SYSTEM" USING "mv hold_temp.txt holds.txt"
               END-IF
               CALL "SYSTEM" USING "rm -f input.progress"
               CALL "SYSTEM" USING "rm -f finalize.flag"
           END-IF.
               MOVE "+" TO ACC-BAL-SIGN
           END-IF
           MOVE UPD-T-ODLIMIT(SCAN-IX) TO FORMATTED-AMOUNT
           MOVE FORMATTED-AMOUNT TO ACC-OD-LIMIT-TXT
           MOVE UPD-T-PRODUCT(SCAN-IX) TO ACC-PRODUCT.

       WRITE-INTEREST-MASTER.
           OPEN OUTPUT INTS-TEMP
           PERFORM VARYING SCAN-IX FROM 1 BY 1
                   UNTIL SCAN-IX > CUST-COUNT
               MOVE SPACES TO CTEMP-RECORD
               MOVE CUST-T-NUMBER(SCAN-IX) TO CTEMP-RECORD(1:6)
               MOVE CUST-T-NAME(SCAN-IX) TO CTEMP-RECORD(7:30)
               MOVE CUST-T-OPENED(SCAN-IX) TO CTEMP-RECORD(37:18)
               MOVE CUST-T-ADDRESS(SCAN-IX) TO CTEMP-RECORD(55:40)
               MOVE CUST-T-EXEMPT(SCAN-IX) TO CTEMP-RECORD(95:1)
               WRITE CTEMP-RECORD
           END-PERFORM
           CLOSE CUST-TEMP.

       WRITE-RELATIONSHIP-MASTER.
           OPEN OUTPUT REL-TEMP
           PERFORM VARYING SCAN-IX FROM 1 BY 1
                   UNTIL SCAN-IX > REL-COUNT
               MOVE SPACES TO RTEMP-RECORD
               MOVE REL-T-CUSTOMER(SCAN-IX) TO RTEMP-RECORD(1:6)
               MOVE REL-T-ACCOUNT(SCAN-IX) TO RTEMP-RECORD(7:6)
               MOVE REL-T-ROLE(SCAN-IX) TO RTEMP-RECORD(13:1)
               MOVE REL-T-LINKED(SCAN-IX) TO RTEMP-RECORD(14:18)
               WRITE RTEMP-RECORD
           END-PERFORM
           CLOSE REL-TEMP.

       WRITE-HOLD-MASTER.
           OPEN OUTPUT HOLD-TEMP
           PERFORM VARYING HOLD-IX FROM 1 BY 1
                   UNTIL HOLD-IX > HOLD-COUNT
               MOVE SPACES TO HTEMP-RECORD
               MOVE HOLD-T-ID(HOLD-IX) TO HTEMP-RECORD(1:10)
               MOVE HOLD-T-ACCOUNT(HOLD-IX) TO HTEMP-RECORD(11:6)
               MOVE HOLD-T-AMOUNT(HOLD-IX) TO HOLD-AMOUNT-ED
               MOVE HOLD-AMOUNT-ED TO HTEMP-RECORD(17:16)
               MOVE HOLD-T-TYPE(HOLD-IX) TO HTEMP-RECORD(33:3)
               MOVE HOLD-T-PLACED(HOLD-IX) TO HTEMP-RECORD(36:18)
               MOVE HOLD-T-EXPIRY(HOLD-IX) TO HTEMP-RECORD(54:18)
               MOVE HOLD-T-STATUS(HOLD-IX) TO HTEMP-RECORD(72:1)
               MOVE HOLD-T-OPERATOR(HOLD-IX) TO HTEMP-RECORD(73:8)
               MOVE HOLD-T-SOURCE(HOLD-IX) TO HTEMP-RECORD(81:10)
               MOVE HOLD-T-RELEASED(HOLD-IX) TO HTEMP-RECORD(91:18)
               WRITE HTEMP-RECORD
           END-PERFORM
           CLOSE HOLD-TEMP.

       WRITE-LEDGER-BUFFER.
           IF LGR-COUNT > ZERO
               OPEN EXTEND LEDGER-FILE
               CLOSE LEDGER-FILE
           END-IF.

       MARK-REVERSED-ENTRIES.
           MOVE "N" TO LGR-EOF
           OPEN OUTPUT LGR-TEMP
           OPEN INPUT LEDGER-FILE
           IF FS-LEDGER = "00"
               PERFORM UNTIL LGR-EOF = "Y"
                   READ LEDGER-FILE
                       AT END
                           MOVE "Y" TO LGR-EOF
                       NOT AT END
                           PERFORM MARK-REVERSED-ROW
                           WRITE LTEMP-RECORD FROM LEDGER-RECORD
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF
           CLOSE LGR-TEMP.

       MARK-REVERSED-ROW.
           IF LEDGER-RECORD(101:10) IS NUMERIC
               MOVE LEDGER-RECORD(101:10) TO LGR-REF-WORK
               PERFORM VARYING REV-MX FROM 1 BY 1
                       UNTIL REV-MX > REV-MARK-COUNT
                   IF REV-M-ORIG(REV-MX) = LGR-REF-WORK
                       MOVE "R" TO LEDGER-RECORD(121:1)
                       MOVE REV-M-BY(REV-MX) TO LEDGER-RECORD(123:10)
                   END-IF
               END-PERFORM
           END-IF.

       CHECKPOINT-BEFORE-SWAP.
           CALL "SYSTEM" USING "cp accounts.dat accounts.dat.bak"
           CALL "SYSTEM" USING "cp interest.txt interest.txt.bak"
           CALL "SYSTEM" USING "cp ledger.txt ledger.txt.bak"
           CALL "SYSTEM" USING "touch customers.txt"
           CALL "SYSTEM" USING "cp customers.txt customers.txt.bak"
           CALL "SYSTEM" USING "touch relationships.txt"
           CALL "SYSTEM" USING
               "cp relationships.txt relationships.txt.bak"
           CALL "SYSTEM" USING "touch standing_orders.txt"
           CALL "SYSTEM" USING
               "cp standing_orders.txt standing_orders.txt.bak"
           CALL "SYSTEM" USING "touch accounts_archive.txt"
           CALL "SYSTEM" USING
               "cp accounts_archive.txt accounts_archive.txt.bak"
           CALL "SYSTEM" USING "touch holds.txt"
           CALL "SYSTEM" USING "cp holds.txt holds.txt.bak"
           OPEN OUTPUT FLAG-FILE
           MOVE "FINALIZE IN PROGRESS" TO FLAG-RECORD
           WRITE FLAG-RECORD
               CALL "SYSTEM" USING "cp ledger.txt.bak ledger.txt"
               CALL "SYSTEM" USING
                   "cp customers.txt.bak customers.txt"
               CALL "SYSTEM" USING
                   "cp relationships.txt.bak relationships.txt"
               CALL "SYSTEM" USING
                   "cp standing_orders.txt.bak standing_orders.txt"
               CALL "SYSTEM" USING
                   "cp accounts_archive.txt.bak accounts_archive.txt"
               CALL "SYSTEM" USING "cp holds.txt.bak holds.txt"
               CALL "SYSTEM" USING "rm -f finalize.flag"
           END-IF.
