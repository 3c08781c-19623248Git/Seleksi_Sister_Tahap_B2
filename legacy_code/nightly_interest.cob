               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FLAG.

           SELECT CUST-FILE ASSIGN TO "customers.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CUST.

           SELECT TAXC-FILE ASSIGN TO "tax_config.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TAXC.

           SELECT REL-FILE ASSIGN TO "relationships.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REL.

       DATA DIVISION.
       FILE SECTION.

          05 ACC-STATUS-BYTE    PIC X(1).
          05 ACC-BAL-SIGN       PIC X(1).
          05 ACC-OD-LIMIT-TXT   PIC X(16).
          05 ACC-PRODUCT        PIC X(4).

       FD INTS-FILE.
       01 INTS-RECORD           PIC X(24).
       01 AUDIT-RECORD          PIC X(100).

       FD LEDGER-FILE.
       01 LEDGER-RECORD         PIC X(132).

       FD FLAG-FILE.
       01 FLAG-RECORD           PIC X(40).

       FD CUST-FILE.
       01 CUST-RECORD           PIC X(95).

       FD TAXC-FILE.
       01 TAXC-RECORD           PIC X(14).

       FD REL-FILE.
       01 REL-RECORD            PIC X(31).

       WORKING-STORAGE SECTION.

       01 WS-UNIX-TIMESTAMP   PIC S9(18) COMP-5.
       77 LGR-AMOUNT            PIC S9(13)V99.
       77 LGR-DEST-ACCOUNT      PIC 9(6) VALUE ZERO.
       77 LGR-TIMESTAMP         PIC 9(18).
       77 LGR-EOF               PIC X VALUE "N".
       77 LAST-LEDGER-REF       PIC 9(10) VALUE ZERO.
       77 LGR-REF-WORK          PIC 9(10).

       77 FS-FLAG               PIC XX.
       77 BATCH-STAMP           PIC 9(6) VALUE ZERO.

       77 FS-CUST               PIC XX.
       77 CUST-EOF              PIC X VALUE "N".
       01 EXEMPT-TABLE.
          05 EXEMPT-ENTRY OCCURS 50000 TIMES.
             10 EXEMPT-T-ACCOUNT PIC 9(6).
       77 EXEMPT-COUNT          PIC 9(5) VALUE ZERO.
       77 EXEMPT-IX             PIC 9(5).
       01 EXCUST-TABLE.
          05 EXCUST-ENTRY OCCURS 50000 TIMES.
             10 EXCUST-T-NUMBER PIC 9(6).
       77 EXCUST-COUNT          PIC 9(5) VALUE ZERO.
       77 EXCUST-IX             PIC 9(5).
       77 FS-REL                PIC XX.
       77 REL-EOF               PIC X VALUE "N".
       77 REL-COUNT             PIC 9(5) VALUE ZERO.
       01 HOLDER-TABLE.
          05 HOLDER-ENTRY OCCURS 50000 TIMES.
             10 HOLDER-T-ACCOUNT  PIC 9(6).
             10 HOLDER-T-CUSTOMER PIC 9(6).
             10 HOLDER-T-PRIMARY  PIC X(1).
       77 HOLDER-COUNT          PIC 9(5) VALUE ZERO.
       77 HOLDER-IX             PIC 9(5).
       77 HOLDER-FOUND          PIC X VALUE "N".
       77 FS-TAXC               PIC XX.
       77 TAX-RATE              PIC 9(1)V9(6) VALUE ZERO.
       77 TAX-ACCOUNT           PIC 9(6) VALUE 999998.
       77 TAX-AMOUNT            PIC 9(13)V99.
       77 TAX-EXEMPT            PIC X VALUE "N".
       77 TAX-TOTAL             PIC 9(13)V99 VALUE ZERO.
       77 HOLD-BALANCE          PIC S9(13)V99 VALUE ZERO.
       77 INT-LEDGER-REF        PIC 9(10) VALUE ZERO.

       01 SEG-TABLE.
          05 SEG-ENTRY OCCURS 50 TIMES.
             10 SEG-T-EFF       PIC 9(18).
           MOVE WS-UNIX-TIMESTAMP TO TMP_TIMESTAMP
           MOVE TMP_TIMESTAMP TO NOW-TIME
           PERFORM RECOVER-FINALIZE
           PERFORM LOAD-TAX-CONFIG
           PERFORM LOAD-EXEMPT-TABLE
           PERFORM CHECKPOINT-BEFORE-SWAP
           PERFORM LOAD-LAST-LEDGER-REF
           OPEN OUTPUT AUDIT-FILE
           MOVE "===== RATE ACCRUAL AUDIT =====" TO AUDIT-RECORD
           WRITE AUDIT-RECORD
                       END-IF
                       MOVE ACC-BALANCE TO TMP-BALANCE
                       PERFORM LOOKUP-LAST-POSTED
                       IF TAX-RATE > ZERO
                               AND ACC-ACCOUNT = TAX-ACCOUNT
                           MOVE "N" TO INT-FOUND
                       END-IF
                       IF INT-FOUND = "Y"
                           PERFORM LOAD-RATE-SEGMENTS
                           PERFORM APPLY-SEGMENTED-INTEREST
                           PERFORM LOG-INTEREST-POSTING
                           PERFORM WITHHOLD-INTEREST-TAX
                           MOVE TMP-BALANCE TO FORMATTED-AMOUNT
                           MOVE "INT" TO ACC-LAST-ACTION
                           MOVE FORMATTED-AMOUNT TO ACC-BALANCE-TXT
                       END-IF
               END-READ
           END-PERFORM
           PERFORM POST-TAX-HOLDING
           CLOSE ACC-FILE.

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
               OPEN INPUT ACC-FILE
               IF FS-ACC NOT = "00"
                   DISPLAY "CANNOT OPEN ACCOUNT MASTER " FS-ACC
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE TAX-ACCOUNT TO ACC-KEY
               READ ACC-FILE KEY IS ACC-KEY
                   INVALID KEY
                       DISPLAY "TAX HOLDING ACCOUNT NOT FOUND "
                           TAX-ACCOUNT
                       CLOSE ACC-FILE
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   NOT INVALID KEY
                       MOVE FUNCTION NUMVAL(ACC-BALANCE-TXT)
                           TO HOLD-BALANCE
                       IF ACC-BAL-SIGN = "-"
                           COMPUTE HOLD-BALANCE = ZERO - HOLD-BALANCE
                       END-IF
               END-READ
               CLOSE ACC-FILE
           END-IF.

       LOAD-EXEMPT-TABLE.
           MOVE "N" TO CUST-EOF
           OPEN INPUT CUST-FILE
           IF FS-CUST = "00"
               PERFORM UNTIL CUST-EOF = "Y"
                   READ CUST-FILE
                       AT END
                           MOVE "Y" TO CUST-EOF
                       NOT AT END
                           IF CUST-RECORD(95:1) = "Y"
                               IF EXCUST-COUNT >= 50000
                                   DISPLAY "EXEMPT TABLE FULL"
                                   MOVE 12 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                               ADD 1 TO EXCUST-COUNT
                               MOVE CUST-RECORD(1:6)
                                   TO EXCUST-T-NUMBER(EXCUST-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUST-FILE
           END-IF
           PERFORM LOAD-EXEMPT-ACCOUNTS.

       LOAD-EXEMPT-ACCOUNTS.
           MOVE "N" TO REL-EOF
           OPEN INPUT REL-FILE
           IF FS-REL = "00"
               PERFORM UNTIL REL-EOF = "Y"
                   READ REL-FILE
                       AT END
                           MOVE "Y" TO REL-EOF
                       NOT AT END
                           IF REL-RECORD(1:12) IS NUMERIC
                               ADD 1 TO REL-COUNT
                               PERFORM NOTE-ACCOUNT-HOLDER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REL-FILE
           END-IF
           PERFORM VARYING HOLDER-IX FROM 1 BY 1
                   UNTIL HOLDER-IX > HOLDER-COUNT
               PERFORM NOTE-EXEMPT-RELATIONSHIP
           END-PERFORM
           IF REL-COUNT = ZERO
               PERFORM VARYING EXCUST-IX FROM 1 BY 1
                       UNTIL EXCUST-IX > EXCUST-COUNT
                   ADD 1 TO EXEMPT-COUNT
                   MOVE EXCUST-T-NUMBER(EXCUST-IX)
                       TO EXEMPT-T-ACCOUNT(EXEMPT-COUNT)
               END-PERFORM
           END-IF.

       NOTE-ACCOUNT-HOLDER.
           MOVE "N" TO HOLDER-FOUND
           PERFORM VARYING HOLDER-IX FROM 1 BY 1
                   UNTIL HOLDER-IX > HOLDER-COUNT
                   OR HOLDER-FOUND = "Y"
               IF HOLDER-T-ACCOUNT(HOLDER-IX) = REL-RECORD(7:6)
                   MOVE "Y" TO HOLDER-FOUND
                   IF REL-RECORD(13:1) = "P"
                           AND HOLDER-T-PRIMARY(HOLDER-IX) = "N"
                       MOVE REL-RECORD(1:6)
                           TO HOLDER-T-CUSTOMER(HOLDER-IX)
                       MOVE "Y" TO HOLDER-T-PRIMARY(HOLDER-IX)
                   END-IF
               END-IF
           END-PERFORM
           IF HOLDER-FOUND = "N"
               IF HOLDER-COUNT >= 50000
                   DISPLAY "HOLDER TABLE FULL"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO HOLDER-COUNT
               MOVE REL-RECORD(7:6) TO HOLDER-T-ACCOUNT(HOLDER-COUNT)
               MOVE REL-RECORD(1:6) TO HOLDER-T-CUSTOMER(HOLDER-COUNT)
               MOVE "N" TO HOLDER-T-PRIMARY(HOLDER-COUNT)
               IF REL-RECORD(13:1) = "P"
                   MOVE "Y" TO HOLDER-T-PRIMARY(HOLDER-COUNT)
               END-IF
           END-IF.

       NOTE-EXEMPT-RELATIONSHIP.
           PERFORM VARYING EXCUST-IX FROM 1 BY 1
                   UNTIL EXCUST-IX > EXCUST-COUNT
               IF EXCUST-T-NUMBER(EXCUST-IX)
                       = HOLDER-T-CUSTOMER(HOLDER-IX)
                   IF EXEMPT-COUNT >= 50000
                       DISPLAY "EXEMPT TABLE FULL"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO EXEMPT-COUNT
                   MOVE HOLDER-T-ACCOUNT(HOLDER-IX)
                       TO EXEMPT-T-ACCOUNT(EXEMPT-COUNT)
                   MOVE EXCUST-COUNT TO EXCUST-IX
               END-IF
           END-PERFORM.

       WITHHOLD-INTEREST-TAX.
           IF LGR-AMOUNT > ZERO AND TAX-RATE > ZERO
               MOVE "N" TO TAX-EXEMPT
               PERFORM VARYING EXEMPT-IX FROM 1 BY 1
                       UNTIL EXEMPT-IX > EXEMPT-COUNT
                       OR TAX-EXEMPT = "Y"
                   IF EXEMPT-T-ACCOUNT(EXEMPT-IX) = ACC-ACCOUNT
                       MOVE "Y" TO TAX-EXEMPT
                   END-IF
               END-PERFORM
               IF TAX-EXEMPT = "N"
                   COMPUTE TAX-AMOUNT ROUNDED = LGR-AMOUNT * TAX-RATE
                   IF TAX-AMOUNT > ZERO
                       MOVE LAST-LEDGER-REF TO INT-LEDGER-REF
                       SUBTRACT TAX-AMOUNT FROM TMP-BALANCE
                       ADD TAX-AMOUNT TO HOLD-BALANCE
                       ADD TAX-AMOUNT TO TAX-TOTAL
                       PERFORM LOG-TAX-POSTING
                   END-IF
               END-IF
           END-IF.

       POST-TAX-HOLDING.
           IF TAX-TOTAL > ZERO
               MOVE TAX-ACCOUNT TO ACC-KEY
               READ ACC-FILE KEY IS ACC-KEY
                   INVALID KEY
                       DISPLAY "TAX HOLDING ACCOUNT NOT FOUND "
                           TAX-ACCOUNT
                       MOVE 12 TO RETURN-CODE
                   NOT INVALID KEY
                       MOVE HOLD-BALANCE TO FORMATTED-AMOUNT
                       MOVE "TAX" TO ACC-LAST-ACTION
                       MOVE FORMATTED-AMOUNT TO ACC-BALANCE-TXT
                       IF HOLD-BALANCE < ZERO
                           MOVE "-" TO ACC-BAL-SIGN
                       ELSE
                           MOVE "+" TO ACC-BAL-SIGN
                       END-IF
                       REWRITE ACC-RECORD
               END-READ
           END-IF.

       LOAD-LAST-LEDGER-REF.
           MOVE "N" TO LGR-EOF
           OPEN INPUT LEDGER-FILE
           IF FS-LEDGER = "00"
               PERFORM UNTIL LGR-EOF = "Y"
                   READ LEDGER-FILE
                       AT END
                           MOVE "Y" TO LGR-EOF
                       NOT AT END
                           PERFORM NOTE-LEDGER-REF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.

       NOTE-LEDGER-REF.
           IF LEDGER-RECORD(101:10) IS NUMERIC
               MOVE LEDGER-RECORD(101:10) TO LGR-REF-WORK
               IF LGR-REF-WORK > LAST-LEDGER-REF
                   MOVE LGR-REF-WORK TO LAST-LEDGER-REF
               END-IF
           END-IF.

       LOOKUP-LAST-POSTED.
           MOVE "N" TO INT-FOUND
           MOVE "N" TO INTS-EOF
           MOVE ACC-ACCOUNT TO IN-ACCOUNT-TEXT
           MOVE ZERO TO SEG-COUNT
           PERFORM COLLECT-ACCOUNT-RATES
           IF SEG-COUNT = ZERO AND ACC-PRODUCT NOT = SPACES
                   AND ACC-PRODUCT NOT = "STD "
               MOVE SPACES TO IN-ACCOUNT-TEXT
               MOVE ACC-PRODUCT TO IN-ACCOUNT-TEXT(1:4)
               PERFORM COLLECT-ACCOUNT-RATES
           END-IF
           IF SEG-COUNT = ZERO
               MOVE "STD   " TO IN-ACCOUNT-TEXT
               PERFORM COLLECT-ACCOUNT-RATES
               CLOSE LEDGER-FILE
               OPEN EXTEND LEDGER-FILE
           END-IF
           MOVE SPACES TO LEDGER-RECORD
           MOVE ACC-ACCOUNT TO LEDGER-RECORD(1:6)
           MOVE "INT" TO LEDGER-RECORD(7:3)
           MOVE LGR-AMOUNT-ED TO LEDGER-RECORD(10:16)
           END-IF
           IF LGR-AMOUNT < ZERO
               MOVE "-" TO LEDGER-RECORD(73:1)
               MOVE "D" TO LEDGER-RECORD(122:1)
           ELSE
               MOVE "+" TO LEDGER-RECORD(73:1)
               IF LGR-AMOUNT > ZERO
                   MOVE "C" TO LEDGER-RECORD(122:1)
               END-IF
           END-IF
           ADD 1 TO LAST-LEDGER-REF
           MOVE LAST-LEDGER-REF TO LEDGER-RECORD(101:10)
           MOVE ZERO TO LEDGER-RECORD(111:10)
           WRITE LEDGER-RECORD
           CLOSE LEDGER-FILE.

       LOG-TAX-POSTING.
           OPEN EXTEND LEDGER-FILE
           MOVE SPACES TO LEDGER-RECORD
           MOVE ACC-ACCOUNT TO LEDGER-RECORD(1:6)
           MOVE "TAX" TO LEDGER-RECORD(7:3)
           MOVE TAX-AMOUNT TO LGR-AMOUNT-ED
           MOVE LGR-AMOUNT-ED TO LEDGER-RECORD(10:16)
           MOVE TMP-BALANCE TO LGR-BALANCE-ED
           MOVE LGR-BALANCE-ED TO LEDGER-RECORD(26:16)
           MOVE TAX-ACCOUNT TO LEDGER-RECORD(42:6)
           MOVE LGR-TIMESTAMP TO LEDGER-RECORD(48:18)
           MOVE BATCH-STAMP TO LEDGER-RECORD(66:6)
           IF TMP-BALANCE < ZERO
               MOVE "-" TO LEDGER-RECORD(72:1)
           ELSE
               MOVE "+" TO LEDGER-RECORD(72:1)
           END-IF
           MOVE "+" TO LEDGER-RECORD(73:1)
           ADD 1 TO LAST-LEDGER-REF
           MOVE LAST-LEDGER-REF TO LEDGER-RECORD(101:10)
           MOVE INT-LEDGER-REF TO LEDGER-RECORD(111:10)
           MOVE "D" TO LEDGER-RECORD(122:1)
           WRITE LEDGER-RECORD
           MOVE SPACES TO LEDGER-RECORD
           MOVE TAX-ACCOUNT TO LEDGER-RECORD(1:6)
           MOVE "TAX" TO LEDGER-RECORD(7:3)
           MOVE LGR-AMOUNT-ED TO LEDGER-RECORD(10:16)
           MOVE HOLD-BALANCE TO LGR-BALANCE-ED
           MOVE LGR-BALANCE-ED TO LEDGER-RECORD(26:16)
           MOVE ACC-ACCOUNT TO LEDGER-RECORD(42:6)
           MOVE LGR-TIMESTAMP TO LEDGER-RECORD(48:18)
           MOVE BATCH-STAMP TO LEDGER-RECORD(66:6)
           IF HOLD-BALANCE < ZERO
               MOVE "-" TO LEDGER-RECORD(72:1)
           ELSE
               MOVE "+" TO LEDGER-RECORD(72:1)
           END-IF
           MOVE "+" TO LEDGER-RECORD(73:1)
           ADD 1 TO LAST-LEDGER-REF
           MOVE LAST-LEDGER-REF TO LEDGER-RECORD(101:10)
           MOVE INT-LEDGER-REF TO LEDGER-RECORD(111:10)
           MOVE "C" TO LEDGER-RECORD(122:1)
           WRITE LEDGER-RECORD
           CLOSE LEDGER-FILE.

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
