               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPER.

           SELECT PROD-FILE ASSIGN TO "products.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROD.

           SELECT REPORT-FILE ASSIGN TO "edit_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD OPER-FILE.
       01 OPER-RECORD           PIC X(39).

       FD PROD-FILE.
       01 PROD-RECORD           PIC X(50).

       FD REPORT-FILE.
       01 REPORT-RECORD         PIC X(80).

       77 EDIT-DEST             PIC X(6).
       77 EDIT-BANK-CODE        PIC X(4).
       77 EDIT-OPERATOR         PIC X(8).
       77 EDIT-LEDGER-REF       PIC X(10).
       77 EDIT-ROLE             PIC X(1).

       77 RECORD-GOOD           PIC X VALUE "Y".
       77 REASON-CODE           PIC X(3).
       77 CCY-IX                PIC 9(3).
       77 CCY-OK                PIC X VALUE "N".

       01 PROD-TABLE.
          05 PROD-ENTRY OCCURS 100 TIMES.
             10 PROD-T-CODE     PIC X(4).
       77 PROD-COUNT            PIC 9(3) VALUE ZERO.
       77 PROD-IX               PIC 9(3).
       77 PROD-OK               PIC X VALUE "N".
       77 FS-PROD               PIC XX.
       77 PROD-EOF              PIC X VALUE "N".

       77 FS-OPER               PIC XX.
       77 OPER-EOF              PIC X VALUE "N".
       01 OPER-TABLE.

       MAIN-EDIT.
           PERFORM LOAD-CURRENCY-TABLE
           PERFORM LOAD-PRODUCT-TABLE
           PERFORM LOAD-OPERATOR-TABLE
           OPEN OUTPUT VALID-FILE
           OPEN OUTPUT REJECT-FILE
               MOVE IN-RECORD(29:6) TO EDIT-DEST
               MOVE IN-RECORD(65:4) TO EDIT-BANK-CODE
               MOVE IN-RECORD(69:8) TO EDIT-OPERATOR
               MOVE IN-RECORD(35:10) TO EDIT-LEDGER-REF
               MOVE IN-RECORD(77:1) TO EDIT-ROLE
           END-READ.

       LOAD-CURRENCY-TABLE.
               CLOSE CURR-FILE
           END-IF.

       LOAD-PRODUCT-TABLE.
           MOVE "N" TO PROD-EOF
           OPEN INPUT PROD-FILE
           IF FS-PROD = "00"
               PERFORM UNTIL PROD-EOF = "Y"
                   READ PROD-FILE
                       AT END
                           MOVE "Y" TO PROD-EOF
                       NOT AT END
                           IF PROD-COUNT < 100
                                   AND PROD-RECORD NOT = SPACES
                               ADD 1 TO PROD-COUNT
                               MOVE PROD-RECORD(1:4)
                                   TO PROD-T-CODE(PROD-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROD-FILE
           END-IF.

       EDIT-RECORD.
           MOVE "Y" TO RECORD-GOOD
           MOVE SPACES TO REASON-CODE
           IF RECORD-GOOD = "Y"
               PERFORM CHECK-BANK-CODE
           END-IF
           IF RECORD-GOOD = "Y"
               PERFORM CHECK-LEDGER-REF
           END-IF
           IF RECORD-GOOD = "Y"
               PERFORM CHECK-ROLE
           END-IF
           IF RECORD-GOOD = "Y"
               PERFORM CHECK-OPERATOR
           END-IF.
                   AND EDIT-ACTION NOT = "CLS"
                   AND EDIT-ACTION NOT = "ODL"
                   AND EDIT-ACTION NOT = "RAC"
                   AND EDIT-ACTION NOT = "REV"
                   AND EDIT-ACTION NOT = "LNK"
                   AND EDIT-ACTION NOT = "HLD"
                   AND EDIT-ACTION NOT = "HRL"
               MOVE "N" TO RECORD-GOOD
               MOVE "E02" TO REASON-CODE
               MOVE "ACTION" TO REASON-FIELD
               MOVE "E03" TO REASON-CODE
               MOVE "AMOUNT" TO REASON-FIELD
               MOVE EDIT-AMOUNT TO BAD-FIELD
           ELSE
               IF EDIT-ACTION = "HLD"
                       AND FUNCTION NUMVAL(EDIT-AMOUNT) = ZERO
                   MOVE "N" TO RECORD-GOOD
                   MOVE "E03" TO REASON-CODE
                   MOVE "AMOUNT" TO REASON-FIELD
                   MOVE EDIT-AMOUNT TO BAD-FIELD
               END-IF
           END-IF.

       CHECK-CURRENCY.
                   MOVE EDIT-DEST TO BAD-FIELD
               END-IF
           ELSE
               IF EDIT-ACTION = "LNK"
                   IF EDIT-DEST NOT NUMERIC
                           OR FUNCTION NUMVAL(EDIT-DEST) = ZERO
                       MOVE "N" TO RECORD-GOOD
                       MOVE "E05" TO REASON-CODE
                       MOVE "CUSTOMER" TO REASON-FIELD
                       MOVE EDIT-DEST TO BAD-FIELD
                   END-IF
               ELSE
                   IF EDIT-DEST NOT = SPACES
                           AND EDIT-DEST NOT NUMERIC
                       MOVE "N" TO RECORD-GOOD
                       MOVE "E05" TO REASON-CODE
                       MOVE "DEST" TO REASON-FIELD
                       MOVE EDIT-DEST TO BAD-FIELD
                   END-IF
               END-IF
           END-IF.

       CHECK-BANK-CODE.
           IF EDIT-ACTION = "NEW"
               PERFORM CHECK-PRODUCT
           ELSE
               IF EDIT-BANK-CODE NOT = SPACES
                       AND EDIT-ACTION NOT = "TRF"
                   MOVE "N" TO RECORD-GOOD
                   MOVE "E06" TO REASON-CODE
                   MOVE "BANKCODE" TO REASON-FIELD
                   MOVE EDIT-BANK-CODE TO BAD-FIELD
               END-IF
           END-IF.

       CHECK-PRODUCT.
           IF EDIT-BANK-CODE NOT = SPACES
                   AND EDIT-BANK-CODE NOT = "STD "
               MOVE "N" TO PROD-OK
               PERFORM VARYING PROD-IX FROM 1 BY 1
                       UNTIL PROD-IX > PROD-COUNT OR PROD-OK = "Y"
                   IF PROD-T-CODE(PROD-IX) = EDIT-BANK-CODE
                       MOVE "Y" TO PROD-OK
                   END-IF
               END-PERFORM
               IF PROD-OK = "N"
                   MOVE "N" TO RECORD-GOOD
                   MOVE "E10" TO REASON-CODE
                   MOVE "PRODUCT" TO REASON-FIELD
                   MOVE EDIT-BANK-CODE TO BAD-FIELD
               END-IF
           END-IF.

       CHECK-ROLE.
           IF EDIT-ACTION = "LNK"
               IF EDIT-ROLE NOT = "P" AND EDIT-ROLE NOT = "J"
                       AND EDIT-ROLE NOT = "S"
                   MOVE "N" TO RECORD-GOOD
                   MOVE "E11" TO REASON-CODE
                   MOVE "ROLE" TO REASON-FIELD
                   MOVE EDIT-ROLE TO BAD-FIELD
               END-IF
           END-IF.

       CHECK-LEDGER-REF.
           IF EDIT-ACTION = "REV"
               IF EDIT-LEDGER-REF NOT NUMERIC
                       OR EDIT-LEDGER-REF = "0000000000"
                   MOVE "N" TO RECORD-GOOD
                   MOVE "E09" TO REASON-CODE
                   MOVE "LEDGER REF" TO REASON-FIELD
                   MOVE EDIT-LEDGER-REF TO BAD-FIELD
               END-IF
           END-IF
           IF EDIT-ACTION = "HRL"
               IF EDIT-LEDGER-REF NOT NUMERIC
                       OR EDIT-LEDGER-REF = "0000000000"
                   MOVE "N" TO RECORD-GOOD
                   MOVE "E09" TO REASON-CODE
                   MOVE "HOLD ID" TO REASON-FIELD
                   MOVE EDIT-LEDGER-REF TO BAD-FIELD
               END-IF
           END-IF.

       LOAD-OPERATOR-TABLE.
       CHECK-OPERATOR.
           IF EDIT-ACTION = "FRZ" OR EDIT-ACTION = "UNF"
                   OR EDIT-ACTION = "CLS" OR EDIT-ACTION = "RAC"
                   OR EDIT-ACTION = "ODL" OR EDIT-ACTION = "REV"
                   OR EDIT-ACTION = "LNK" OR EDIT-ACTION = "HLD"
                   OR EDIT-ACTION = "HRL"
               IF EDIT-OPERATOR = SPACES
                   MOVE "N" TO RECORD-GOOD
                   MOVE "E07" TO REASON-CODE
                       MOVE "OPERATOR" TO REASON-FIELD
                       MOVE EDIT-OPERATOR TO BAD-FIELD
                   ELSE
                       IF (EDIT-ACTION = "CLS" OR EDIT-ACTION = "REV")
                               AND OPER-LEVEL < 2
                           MOVE "N" TO RECORD-GOOD
                           MOVE "E08" TO REASON-CODE
                           MOVE "OPERATOR" TO REASON-FIELD
