               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CUST.

           SELECT REL-FILE ASSIGN TO "relationships.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REL.

           SELECT ACC-ARCH ASSIGN TO "accounts_archive.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ACC-ARCH.

           SELECT PROD-FILE ASSIGN TO "products.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROD.

       DATA DIVISION.
       FILE SECTION.

          05 ACC-STATUS-BYTE    PIC X(1).
          05 ACC-BAL-SIGN       PIC X(1).
          05 ACC-OD-LIMIT-TXT   PIC X(16).
          05 ACC-PRODUCT        PIC X(4).

       FD INTS-FILE.
       01 INTS-RECORD           PIC X(24).
       01 RATES-RECORD          PIC X(40).

       FD LEDGER-FILE.
       01 LEDGER-RECORD         PIC X(132).

       FD REPORT-FILE.
       01 REPORT-RECORD         PIC X(100).

       FD CUST-FILE.
       01 CUST-RECORD           PIC X(95).

       FD REL-FILE.
       01 REL-RECORD            PIC X(31).

       FD ACC-ARCH.
       01 AARCH-RECORD          PIC X(47).

       FD PROD-FILE.
       01 PROD-RECORD           PIC X(50).

       WORKING-STORAGE SECTION.

       77 AARCH-EOF             PIC X VALUE "N".
       01 CUST-TABLE.
          05 CUST-ENTRY OCCURS 50000 TIMES.
             10 CUST-T-NUMBER  PIC 9(6).
             10 CUST-T-NAME     PIC X(30).
             10 CUST-T-SEEN     PIC X.
       77 CUST-COUNT            PIC 9(5) VALUE ZERO.
       77 CUST-IX               PIC 9(5).
       77 CUST-HIT              PIC X VALUE "N".
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
       77 MATCH-ACCOUNT         PIC 9(6).
       01 ORPH-TABLE.
          05 ORPH-ENTRY OCCURS 50000 TIMES.
             10 ORPH-T-ACCOUNT  PIC 9(6).
       77 ORPH-IX               PIC 9(5).
       77 CUST-ORPHAN-COUNT     PIC 9(6) VALUE ZERO.

       77 FS-PROD               PIC XX.
       77 PROD-EOF              PIC X VALUE "N".
       01 PRD-TABLE.
          05 PRD-ENTRY OCCURS 100 TIMES.
             10 PRD-T-CODE      PIC X(4).
             10 PRD-T-DESC      PIC X(30).
             10 PRD-T-COUNT     PIC 9(6).
             10 PRD-T-BALANCE   PIC S9(16)V99.
       77 PRD-COUNT             PIC 9(3) VALUE ZERO.
       77 PRD-IX                PIC 9(3).
       77 PRD-IDX               PIC 9(3).
       77 PRD-CODE              PIC X(4).
       01 ACCP-TABLE.
          05 ACCP-ENTRY OCCURS 50000 TIMES.
             10 ACCP-T-ACCOUNT  PIC 9(6).
             10 ACCP-T-PRODUCT  PIC X(4).
       77 ACCP-COUNT            PIC 9(5) VALUE ZERO.
       77 ACCP-IX               PIC 9(5).
       77 ACCP-IDX              PIC 9(5).

       PROCEDURE DIVISION.

       MAIN-REPORT.
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM LOAD-CUSTOMER-TABLE
           PERFORM LOAD-RELATIONSHIP-TABLE
           PERFORM MARK-ARCHIVED-CUSTOMERS
           PERFORM LOAD-PRODUCT-TABLE
           PERFORM SUMMARIZE-ACCOUNTS
           PERFORM SUMMARIZE-INTEREST
           PERFORM SUMMARIZE-FEES
                           MOVE ACC-ACCOUNT TO LARGEST-ACCOUNT
                       END-IF
                       PERFORM MATCH-CUSTOMER
                       PERFORM TALLY-PRODUCT
               END-READ
           END-PERFORM
           CLOSE ACC-FILE.

       LOAD-PRODUCT-TABLE.
           MOVE "N" TO PROD-EOF
           OPEN INPUT PROD-FILE
           IF FS-PROD = "00"
               PERFORM UNTIL PROD-EOF = "Y"
                   READ PROD-FILE
                       AT END
                           MOVE "Y" TO PROD-EOF
                       NOT AT END
                           IF PROD-RECORD NOT = SPACES
                                   AND PRD-COUNT < 100
                               ADD 1 TO PRD-COUNT
                               MOVE PROD-RECORD(1:4)
                                   TO PRD-T-CODE(PRD-COUNT)
                               MOVE PROD-RECORD(5:30)
                                   TO PRD-T-DESC(PRD-COUNT)
                               MOVE ZERO TO PRD-T-COUNT(PRD-COUNT)
                               MOVE ZERO TO PRD-T-BALANCE(PRD-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROD-FILE
           END-IF.

       TALLY-PRODUCT.
           MOVE ACC-PRODUCT TO PRD-CODE
           IF PRD-CODE = SPACES
               MOVE "STD " TO PRD-CODE
           END-IF
           IF ACCP-COUNT < 50000
               ADD 1 TO ACCP-COUNT
               MOVE ACC-ACCOUNT TO ACCP-T-ACCOUNT(ACCP-COUNT)
               MOVE PRD-CODE TO ACCP-T-PRODUCT(ACCP-COUNT)
           END-IF
           MOVE ZERO TO PRD-IDX
           PERFORM VARYING PRD-IX FROM 1 BY 1
                   UNTIL PRD-IX > PRD-COUNT OR PRD-IDX > ZERO
               IF PRD-T-CODE(PRD-IX) = PRD-CODE
                   MOVE PRD-IX TO PRD-IDX
               END-IF
           END-PERFORM
           IF PRD-IDX = ZERO AND PRD-COUNT < 100
               ADD 1 TO PRD-COUNT
               MOVE PRD-COUNT TO PRD-IDX
               MOVE PRD-CODE TO PRD-T-CODE(PRD-IDX)
               IF PRD-CODE = "STD "
                   MOVE "STANDARD TERMS" TO PRD-T-DESC(PRD-IDX)
               ELSE
                   MOVE "NOT IN PRODUCT CATALOG" TO PRD-T-DESC(PRD-IDX)
               END-IF
               MOVE ZERO TO PRD-T-COUNT(PRD-IDX)
               MOVE ZERO TO PRD-T-BALANCE(PRD-IDX)
           END-IF
           IF PRD-IDX > ZERO
               ADD 1 TO PRD-T-COUNT(PRD-IDX)
               ADD ACC-BALANCE TO PRD-T-BALANCE(PRD-IDX)
           END-IF.

       LOAD-CUSTOMER-TABLE.
           MOVE "N" TO CUST-EOF
           OPEN INPUT CUST-FILE
                           IF CUST-COUNT < 50000
                               ADD 1 TO CUST-COUNT
                               MOVE CUST-RECORD(1:6)
                                   TO CUST-T-NUMBER(CUST-COUNT)
                               MOVE CUST-RECORD(7:30)
                                   TO CUST-T-NAME(CUST-COUNT)
                               MOVE "N" TO CUST-T-SEEN(CUST-COUNT)
                       AT END
                           MOVE "Y" TO AARCH-EOF
                       NOT AT END
                           IF AARCH-RECORD(1:6) IS NUMERIC
                               MOVE AARCH-RECORD(1:6) TO MATCH-ACCOUNT
                               PERFORM MARK-ACCOUNT-HOLDERS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACC-ARCH
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

       MARK-ACCOUNT-HOLDERS.
           MOVE "N" TO CUST-HIT
           PERFORM VARYING REL-IX FROM 1 BY 1
                   UNTIL REL-IX > REL-COUNT
               IF REL-T-ACCOUNT(REL-IX) = MATCH-ACCOUNT
                   PERFORM VARYING CUST-IX FROM 1 BY 1
                           UNTIL CUST-IX > CUST-COUNT
                       IF CUST-T-NUMBER(CUST-IX) =
                               REL-T-CUSTOMER(REL-IX)
                           MOVE "Y" TO CUST-HIT
                           MOVE "Y" TO CUST-T-SEEN(CUST-IX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       MATCH-CUSTOMER.
           MOVE ACC-ACCOUNT TO MATCH-ACCOUNT
           PERFORM MARK-ACCOUNT-HOLDERS
           IF CUST-HIT = "N"
               IF ORPH-COUNT < 50000
                   ADD 1 TO ORPH-COUNT
           END-IF.

       FIND-CUSTOMER-NAME.
           MOVE "N" TO REL-FOUND
           MOVE ZERO TO REL-CUSTOMER
           PERFORM VARYING REL-IX FROM 1 BY 1
                   UNTIL REL-IX > REL-COUNT
               IF REL-T-ACCOUNT(REL-IX) = LARGEST-ACCOUNT
                   IF REL-FOUND = "N" OR REL-T-ROLE(REL-IX) = "P"
                       MOVE REL-T-CUSTOMER(REL-IX) TO REL-CUSTOMER
                       MOVE "Y" TO REL-FOUND
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO CUST-NAME
           IF REL-FOUND = "Y"
               PERFORM VARYING CUST-IX FROM 1 BY 1
                       UNTIL CUST-IX > CUST-COUNT
                   IF CUST-T-NUMBER(CUST-IX) = REL-CUSTOMER
                       MOVE CUST-T-NAME(CUST-IX) TO CUST-NAME
                   END-IF
               END-PERFORM
           END-IF.

       SUMMARIZE-INTEREST.
           MOVE "N" TO INTS-EOF
                           MOVE "Y" TO LGR-EOF
                       NOT AT END
                           IF LEDGER-RECORD(7:3) = "FEE"
                                   AND LEDGER-RECORD(121:1) NOT = "R"
                               MOVE LEDGER-RECORD(48:18)
                                   TO LGR-TIMESTAMP
                               IF LGR-TIMESTAMP >= DAY-START-TIME
           MOVE DEFAULT-RATE-VALUE TO RATE-VALUE
           MOVE DEFAULT-RATE-PERIOD TO RATE-PERIOD
           PERFORM SCAN-RATE-ROWS
           IF RATE-FOUND = "N"
               PERFORM FIND-ACCOUNT-PRODUCT
               IF PRD-CODE NOT = "STD "
                   MOVE SPACES TO IN-ACCOUNT-TEXT
                   MOVE PRD-CODE TO IN-ACCOUNT-TEXT(1:4)
                   PERFORM SCAN-RATE-ROWS
               END-IF
           END-IF
           IF RATE-FOUND = "N"
               MOVE "STD   " TO IN-ACCOUNT-TEXT
               PERFORM SCAN-RATE-ROWS
               MOVE DEFAULT-RATE-PERIOD TO RATE-PERIOD
           END-IF.

       FIND-ACCOUNT-PRODUCT.
           MOVE "STD " TO PRD-CODE
           MOVE ZERO TO ACCP-IDX
           PERFORM VARYING ACCP-IX FROM 1 BY 1
                   UNTIL ACCP-IX > ACCP-COUNT OR ACCP-IDX > ZERO
               IF ACCP-T-ACCOUNT(ACCP-IX) = ACC-ACCOUNT
                   MOVE ACCP-IX TO ACCP-IDX
                   MOVE ACCP-T-PRODUCT(ACCP-IX) TO PRD-CODE
               END-IF
           END-PERFORM.

       SCAN-RATE-ROWS.
           MOVE "N" TO RATES-EOF
           MOVE ZERO TO BEST-EFFECTIVE
                  ED-BALANCE DELIMITED SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM WRITE-PRODUCT-SECTION
           PERFORM WRITE-ORPHAN-SECTION.

       WRITE-PRODUCT-SECTION.
           MOVE "ACCOUNTS BY PRODUCT:" TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING PRD-IX FROM 1 BY 1
                   UNTIL PRD-IX > PRD-COUNT
               MOVE SPACES TO REPORT-RECORD
               MOVE PRD-T-COUNT(PRD-IX) TO ED-COUNT
               MOVE PRD-T-BALANCE(PRD-IX) TO ED-TOTAL
               STRING "  " DELIMITED SIZE
                      PRD-T-CODE(PRD-IX) DELIMITED SIZE
                      " " DELIMITED SIZE
                      PRD-T-DESC(PRD-IX) DELIMITED SIZE
                      " ACCOUNTS " DELIMITED SIZE
                      ED-COUNT DELIMITED SIZE
                      " BALANCE " DELIMITED SIZE
                      ED-TOTAL DELIMITED SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM.

       WRITE-ORPHAN-SECTION.
           MOVE ZERO TO CUST-ORPHAN-COUNT
           PERFORM VARYING CUST-IX FROM 1 BY 1
                   UNTIL CUST-IX > CUST-COUNT
               IF CUST-T-SEEN(CUST-IX) = "N"
                   MOVE SPACES TO REPORT-RECORD
                   MOVE CUST-T-NUMBER(CUST-IX) TO ED-ACCOUNT
                   STRING "  CUSTOMER " DELIMITED SIZE
                          ED-ACCOUNT DELIMITED SIZE
                          " " DELIMITED SIZE
                          CUST-T-NAME(CUST-IX) DELIMITED SIZE
