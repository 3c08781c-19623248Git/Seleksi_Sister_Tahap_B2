       IDENTIFICATION DIVISION.
       PROGRAM-ID. BULKPAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-FILE ASSIGN TO DYNAMIC PAY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PAY.

           SELECT ACC-FILE ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-KEY
               FILE STATUS IS FS-ACC.

           SELECT LEDGER-FILE ASSIGN TO "ledger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LEDGER.

           SELECT HOLD-FILE ASSIGN TO "holds.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HOLD.

           SELECT CUST-FILE ASSIGN TO "customers.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CUST.

           SELECT REL-FILE ASSIGN TO "relationships.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REL.

           SELECT REPORT-FILE ASSIGN TO "bulk_pay_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RTN-FILE ASSIGN TO DYNAMIC RTN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FLAG-FILE ASSIGN TO "finalize.flag"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FLAG.

       DATA DIVISION.
       FILE SECTION.

       FD PAY-FILE.
       01 PAY-RECORD            PIC X(80).

       FD ACC-FILE.
       01 ACC-RECORD.
          05 ACC-KEY            PIC 9(6).
          05 ACC-LAST-ACTION    PIC X(3).
          05 ACC-BALANCE-TXT    PIC X(16).
          05 ACC-STATUS-BYTE    PIC X(1).
          05 ACC-BAL-SIGN       PIC X(1).
          05 ACC-OD-LIMIT-TXT   PIC X(16).
          05 ACC-PRODUCT        PIC X(4).

       FD LEDGER-FILE.
       01 LEDGER-RECORD         PIC X(132).

       FD HOLD-FILE.
       01 HOLD-RECORD           PIC X(108).

       FD CUST-FILE.
       01 CUST-RECORD           PIC X(95).

       FD REL-FILE.
       01 REL-RECORD            PIC X(31).

       FD REPORT-FILE.
       01 REPORT-RECORD         PIC X(120).

       FD RTN-FILE.
       01 RTN-RECORD            PIC X(120).

       FD FLAG-FILE.
       01 FLAG-RECORD           PIC X(40).

       WORKING-STORAGE SECTION.

       01 WS-UNIX-TIMESTAMP   PIC S9(18) COMP-5.
       77 TMP_TIMESTAMP         PIC X(18).
       77 NOW-TIME              PIC 9(18).

       77 WS-ARGUMENT           PIC X(80).
       77 PAY-FILENAME          PIC X(60).
       77 RTN-FILENAME          PIC X(40).
       77 MOVE-COMMAND          PIC X(140).

       77 FS-PAY                PIC XX.
       77 FS-ACC                PIC XX.
       77 FS-LEDGER             PIC XX.
       77 FS-HOLD               PIC XX.
       77 FS-CUST               PIC XX.
       77 FS-REL                PIC XX.
       77 FS-FLAG               PIC XX.
       77 PAY-EOF               PIC X VALUE "N".
       77 HOLD-EOF              PIC X VALUE "N".
       77 CUST-EOF              PIC X VALUE "N".
       77 REL-EOF               PIC X VALUE "N".
       77 LGR-EOF               PIC X VALUE "N".

       77 FILE-OK               PIC X VALUE "Y".
       77 REJECT-REASON         PIC X(40).
       77 REJECT-RECORD-NO      PIC 9(6) VALUE ZERO.
       77 RECORD-NUMBER         PIC 9(6) VALUE ZERO.
       77 HDR-SEEN              PIC X VALUE "N".
       77 TRL-SEEN              PIC X VALUE "N".
       77 AMT-TEXT              PIC X(16).
       77 AMT-OK                PIC X VALUE "N".

       77 FUND-ACCOUNT          PIC 9(6) VALUE ZERO.
       77 HDR-TOTAL             PIC 9(13)V99 VALUE ZERO.
       77 CLIENT-REF            PIC X(10) VALUE SPACES.
       77 PAY-OPERATOR          PIC X(8) VALUE SPACES.
       77 TRL-COUNT             PIC 9(6) VALUE ZERO.
       77 TRL-TOTAL             PIC 9(13)V99 VALUE ZERO.
       77 DTL-TOTAL             PIC 9(16)V99 VALUE ZERO.

       01 PAY-TABLE.
          05 PAY-ENTRY OCCURS 5000 TIMES.
             10 PAY-T-ACCOUNT   PIC 9(6).
             10 PAY-T-AMOUNT    PIC 9(13)V99.
             10 PAY-T-NAME      PIC X(30).
             10 PAY-T-PAYREF    PIC X(12).
             10 PAY-T-STATUS    PIC X(1).
             10 PAY-T-REASON    PIC X(24).
       77 PAY-COUNT             PIC 9(5) VALUE ZERO.
       77 PAY-IX                PIC 9(5).

       77 FUND-FOUND            PIC X VALUE "N".
       77 FUND-BALANCE          PIC S9(13)V99.
       77 FUND-ODLIMIT          PIC 9(13)V99.
       77 FUND-HELD             PIC 9(13)V99.
       77 FUND-AVAILABLE        PIC S9(15)V99.
       77 FUND-NAME             PIC X(30).
       77 HOLD-AMOUNT           PIC 9(13)V99.
       77 HOLD-EXPIRY           PIC 9(18).
       77 REL-CUSTOMER          PIC 9(6).
       77 REL-FOUND             PIC X VALUE "N".

       77 CREDIT-BALANCE        PIC S9(14)V99.
       77 ITEM-REASON           PIC X(24).

       77 PAID-COUNT            PIC 9(6) VALUE ZERO.
       77 PAID-AMOUNT           PIC 9(16)V99 VALUE ZERO.
       77 RETURN-COUNT          PIC 9(6) VALUE ZERO.
       77 RETURN-AMOUNT         PIC 9(16)V99 VALUE ZERO.
       77 NET-DEBIT             PIC 9(16)V99 VALUE ZERO.

       77 ROW-ACCOUNT           PIC 9(6).
       77 ROW-ACTION            PIC X(3).
       77 ROW-AMOUNT            PIC 9(13)V99.
       77 ROW-BALANCE           PIC S9(13)V99.
       77 ROW-DEST              PIC 9(6).
       77 ROW-PARENT            PIC 9(10).
       77 ROW-DRCR              PIC X(1).

       77 FORMATTED-AMOUNT      PIC 9(13).99.
       77 LGR-AMOUNT-ED         PIC 9(13).99.
       77 LGR-BALANCE-ED        PIC 9(13).99.
       77 LAST-LEDGER-REF       PIC 9(10) VALUE ZERO.
       77 PRIMARY-LEDGER-REF    PIC 9(10) VALUE ZERO.
       77 LGR-REF-WORK          PIC 9(10).
       77 ED-ACCOUNT            PIC 999999.
       77 ED-AMOUNT             PIC Z(12)9.99.
       77 ED-TOTAL              PIC Z(15)9.99.
       77 ED-COUNT              PIC ZZZZZ9.
       77 ED-RECORD             PIC ZZZZZ9.
       77 ED-REF                PIC 9(10).

       77 TS-WORK               PIC 9(18).
       77 TS-DISPLAY            PIC X(19).
       01 DT-FIELDS.
          05 DT-DAYS            PIC 9(18).
          05 DT-SECS            PIC 9(9).
          05 DT-REM             PIC 9(9).
          05 DT-Z               PIC 9(9).
          05 DT-ERA             PIC 9(9).
          05 DT-DOE             PIC 9(9).
          05 DT-YOE             PIC 9(9).
          05 DT-DOY             PIC 9(9).
          05 DT-MP              PIC 9(9).
          05 DT-T1              PIC 9(9).
          05 DT-T2              PIC 9(9).
          05 DT-T3              PIC 9(9).
          05 DT-T4              PIC 9(9).
          05 DT-YEAR            PIC 9(4).
          05 DT-MONTH           PIC 9(2).
          05 DT-DAY             PIC 9(2).
          05 DT-HH              PIC 9(2).
          05 DT-MI              PIC 9(2).
          05 DT-SS              PIC 9(2).

       PROCEDURE DIVISION.

       MAIN-BULKPAY.
           CALL "time" USING BY VALUE 0
               RETURNING WS-UNIX-TIMESTAMP
           MOVE WS-UNIX-TIMESTAMP TO TMP_TIMESTAMP
           MOVE TMP_TIMESTAMP TO NOW-TIME
           ACCEPT WS-ARGUMENT FROM COMMAND-LINE
           MOVE SPACES TO PAY-FILENAME
           UNSTRING WS-ARGUMENT DELIMITED BY ALL " "
               INTO PAY-FILENAME
           IF PAY-FILENAME = SPACES
               MOVE "payroll.txt" TO PAY-FILENAME
           END-IF
           PERFORM RECOVER-FINALIZE
           OPEN INPUT PAY-FILE
           IF FS-PAY NOT = "00"
               DISPLAY "NO BULK PAYMENT FILE - NOTHING TO POST"
               STOP RUN
           END-IF
           PERFORM LOAD-PAYROLL-FILE
           CLOSE PAY-FILE
           IF FILE-OK = "Y"
               PERFORM CHECK-FILE-CONTROLS
           END-IF
           IF FILE-OK = "Y"
               PERFORM CHECK-FUNDING-ACCOUNT
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE "===== BULK PAYMENT RUN =====" TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM WRITE-FILE-HEADING
           IF FILE-OK = "N"
               PERFORM REPORT-REJECTED-FILE
               CLOSE REPORT-FILE
               DISPLAY "BULK PAYMENT FILE REJECTED - " REJECT-REASON
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CHECKPOINT-BEFORE-SWAP
           PERFORM LOAD-LAST-LEDGER-REF
           OPEN I-O ACC-FILE
           IF FS-ACC NOT = "00"
               DISPLAY "CANNOT OPEN ACCOUNT MASTER " FS-ACC
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND LEDGER-FILE
           IF FS-LEDGER = "35"
               OPEN OUTPUT LEDGER-FILE
               CLOSE LEDGER-FILE
               OPEN EXTEND LEDGER-FILE
           END-IF
           PERFORM POST-FUNDING-DEBIT
           PERFORM VARYING PAY-IX FROM 1 BY 1
                   UNTIL PAY-IX > PAY-COUNT
               PERFORM POST-PAYMENT-ITEM
           END-PERFORM
           CLOSE LEDGER-FILE
           CLOSE ACC-FILE
           PERFORM FIND-FUNDING-NAME
           PERFORM WRITE-RUN-SUMMARY
           CLOSE REPORT-FILE
           PERFORM WRITE-RETURN-REPORT
           MOVE SPACES TO MOVE-COMMAND
           STRING "mv " DELIMITED SIZE
                  PAY-FILENAME DELIMITED BY " "
                  " " DELIMITED SIZE
                  PAY-FILENAME DELIMITED BY " "
                  ".processed" DELIMITED SIZE
                  INTO MOVE-COMMAND
           CALL "SYSTEM" USING MOVE-COMMAND
           CALL "SYSTEM" USING "rm -f finalize.flag"
           IF RETURN-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-PAYROLL-FILE.
           PERFORM UNTIL PAY-EOF = "Y" OR FILE-OK = "N"
               READ PAY-FILE
                   AT END
                       MOVE "Y" TO PAY-EOF
                   NOT AT END
                       ADD 1 TO RECORD-NUMBER
                       PERFORM CHECK-PAYROLL-RECORD
               END-READ
           END-PERFORM.

       CHECK-PAYROLL-RECORD.
           IF PAY-RECORD NOT = SPACES
               IF TRL-SEEN = "Y"
                   MOVE "RECORDS AFTER TRAILER" TO REJECT-REASON
                   PERFORM REJECT-RECORD
               ELSE
                   EVALUATE PAY-RECORD(1:3)
                       WHEN "HDR"
                           PERFORM CHECK-HEADER-RECORD
                       WHEN "DTL"
                           PERFORM CHECK-DETAIL-RECORD
                       WHEN "TRL"
                           PERFORM CHECK-TRAILER-RECORD
                       WHEN OTHER
                           MOVE "INVALID RECORD TYPE" TO REJECT-REASON
                           PERFORM REJECT-RECORD
                   END-EVALUATE
               END-IF
           END-IF.

       CHECK-HEADER-RECORD.
           MOVE PAY-RECORD(10:16) TO AMT-TEXT
           PERFORM CHECK-AMOUNT-TEXT
           IF HDR-SEEN = "Y"
               MOVE "DUPLICATE HEADER RECORD" TO REJECT-REASON
               PERFORM REJECT-RECORD
           ELSE
               IF PAY-RECORD(4:6) IS NOT NUMERIC
                       OR PAY-RECORD(4:6) = "000000"
                   MOVE "INVALID FUNDING ACCOUNT" TO REJECT-REASON
                   PERFORM REJECT-RECORD
               ELSE
                   IF AMT-OK = "N"
                       MOVE "INVALID HEADER TOTAL" TO REJECT-REASON
                       PERFORM REJECT-RECORD
                   ELSE
                       MOVE "Y" TO HDR-SEEN
                       MOVE PAY-RECORD(4:6) TO FUND-ACCOUNT
                       MOVE FUNCTION NUMVAL(AMT-TEXT) TO HDR-TOTAL
                       MOVE PAY-RECORD(26:10) TO CLIENT-REF
                       MOVE PAY-RECORD(36:8) TO PAY-OPERATOR
                   END-IF
               END-IF
           END-IF.

       CHECK-DETAIL-RECORD.
           MOVE PAY-RECORD(10:16) TO AMT-TEXT
           PERFORM CHECK-AMOUNT-TEXT
           IF HDR-SEEN = "N"
               MOVE "HEADER RECORD MISSING" TO REJECT-REASON
               PERFORM REJECT-RECORD
           ELSE
               IF PAY-RECORD(4:6) IS NOT NUMERIC
                       OR PAY-RECORD(4:6) = "000000"
                   MOVE "INVALID BENEFICIARY ACCOUNT" TO REJECT-REASON
                   PERFORM REJECT-RECORD
               ELSE
                   IF AMT-OK = "N"
                           OR FUNCTION NUMVAL(AMT-TEXT) = ZERO
                       MOVE "INVALID ITEM AMOUNT" TO REJECT-REASON
                       PERFORM REJECT-RECORD
                   ELSE
                       IF PAY-COUNT >= 5000
                           MOVE "TOO MANY ITEMS IN FILE"
                               TO REJECT-REASON
                           PERFORM REJECT-RECORD
                       ELSE
                           PERFORM ADD-PAYMENT-ITEM
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ADD-PAYMENT-ITEM.
           ADD 1 TO PAY-COUNT
           MOVE PAY-RECORD(4:6) TO PAY-T-ACCOUNT(PAY-COUNT)
           MOVE FUNCTION NUMVAL(AMT-TEXT) TO PAY-T-AMOUNT(PAY-COUNT)
           MOVE PAY-RECORD(26:30) TO PAY-T-NAME(PAY-COUNT)
           MOVE PAY-RECORD(56:12) TO PAY-T-PAYREF(PAY-COUNT)
           MOVE "P" TO PAY-T-STATUS(PAY-COUNT)
           MOVE SPACES TO PAY-T-REASON(PAY-COUNT)
           ADD PAY-T-AMOUNT(PAY-COUNT) TO DTL-TOTAL.

       CHECK-TRAILER-RECORD.
           MOVE PAY-RECORD(10:16) TO AMT-TEXT
           PERFORM CHECK-AMOUNT-TEXT
           IF HDR-SEEN = "N"
               MOVE "HEADER RECORD MISSING" TO REJECT-REASON
               PERFORM REJECT-RECORD
           ELSE
               IF PAY-RECORD(4:6) IS NOT NUMERIC
                   MOVE "INVALID TRAILER COUNT" TO REJECT-REASON
                   PERFORM REJECT-RECORD
               ELSE
                   IF AMT-OK = "N"
                       MOVE "INVALID TRAILER TOTAL" TO REJECT-REASON
                       PERFORM REJECT-RECORD
                   ELSE
                       MOVE "Y" TO TRL-SEEN
                       MOVE PAY-RECORD(4:6) TO TRL-COUNT
                       MOVE FUNCTION NUMVAL(AMT-TEXT) TO TRL-TOTAL
                   END-IF
               END-IF
           END-IF.

       CHECK-AMOUNT-TEXT.
           MOVE "N" TO AMT-OK
           IF AMT-TEXT(1:13) IS NUMERIC
                   AND AMT-TEXT(14:1) = "."
                   AND AMT-TEXT(15:2) IS NUMERIC
               MOVE "Y" TO AMT-OK
           END-IF.

       REJECT-RECORD.
           MOVE "N" TO FILE-OK
           MOVE RECORD-NUMBER TO REJECT-RECORD-NO.

       CHECK-FILE-CONTROLS.
           IF HDR-SEEN = "N"
               MOVE "HEADER RECORD MISSING" TO REJECT-REASON
               MOVE "N" TO FILE-OK
           ELSE
               IF TRL-SEEN = "N"
                   MOVE "TRAILER RECORD MISSING" TO REJECT-REASON
                   MOVE "N" TO FILE-OK
               ELSE
                   IF PAY-COUNT = ZERO
                       MOVE "NO PAYMENT ITEMS IN FILE"
                           TO REJECT-REASON
                       MOVE "N" TO FILE-OK
                   ELSE
                       IF TRL-COUNT NOT = PAY-COUNT
                           MOVE "ITEM COUNT DOES NOT MATCH TRAILER"
                               TO REJECT-REASON
                           MOVE "N" TO FILE-OK
                       ELSE
                           IF DTL-TOTAL NOT = HDR-TOTAL
                               MOVE "ITEM TOTAL DOES NOT MATCH HEADER"
                                   TO REJECT-REASON
                               MOVE "N" TO FILE-OK
                           ELSE
                               IF TRL-TOTAL NOT = HDR-TOTAL
                                   MOVE
                                   "TRAILER TOTAL DOES NOT MATCH HEADER"
                                       TO REJECT-REASON
                                   MOVE "N" TO FILE-OK
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHECK-FUNDING-ACCOUNT.
           MOVE "N" TO FUND-FOUND
           MOVE ZERO TO FUND-BALANCE
           MOVE ZERO TO FUND-ODLIMIT
           OPEN INPUT ACC-FILE
           IF FS-ACC NOT = "00"
               DISPLAY "CANNOT OPEN ACCOUNT MASTER " FS-ACC
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUND-ACCOUNT TO ACC-KEY
           READ ACC-FILE KEY IS ACC-KEY
               INVALID KEY
                   MOVE "FUNDING ACCOUNT NOT FOUND" TO REJECT-REASON
                   MOVE "N" TO FILE-OK
               NOT INVALID KEY
                   MOVE "Y" TO FUND-FOUND
                   MOVE FUNCTION NUMVAL(ACC-BALANCE-TXT)
                       TO FUND-BALANCE
                   IF ACC-BAL-SIGN = "-"
                       COMPUTE FUND-BALANCE = ZERO - FUND-BALANCE
                   END-IF
                   IF ACC-OD-LIMIT-TXT NOT = SPACES
                       MOVE FUNCTION NUMVAL(ACC-OD-LIMIT-TXT)
                           TO FUND-ODLIMIT
                   END-IF
                   EVALUATE ACC-STATUS-BYTE
                       WHEN "F"
                           MOVE "FUNDING ACCOUNT FROZEN"
                               TO REJECT-REASON
                           MOVE "N" TO FILE-OK
                       WHEN "C"
                           MOVE "FUNDING ACCOUNT CLOSED"
                               TO REJECT-REASON
                           MOVE "N" TO FILE-OK
                       WHEN "D"
                           MOVE "FUNDING ACCOUNT DORMANT"
                               TO REJECT-REASON
                           MOVE "N" TO FILE-OK
                   END-EVALUATE
           END-READ
           CLOSE ACC-FILE
           IF FILE-OK = "Y"
               PERFORM COMPUTE-FUNDING-HELD
               COMPUTE FUND-AVAILABLE =
                   FUND-BALANCE + FUND-ODLIMIT - FUND-HELD
               IF HDR-TOTAL > FUND-AVAILABLE
                   IF HDR-TOTAL > (FUND-BALANCE + FUND-ODLIMIT)
                       MOVE "INSUFFICIENT FUNDS" TO REJECT-REASON
                   ELSE
                       MOVE "INSUFFICIENT AVAILABLE FUNDS"
                           TO REJECT-REASON
                   END-IF
                   MOVE "N" TO FILE-OK
               END-IF
           END-IF.

       COMPUTE-FUNDING-HELD.
           MOVE ZERO TO FUND-HELD
           MOVE "N" TO HOLD-EOF
           OPEN INPUT HOLD-FILE
           IF FS-HOLD = "00"
               PERFORM UNTIL HOLD-EOF = "Y"
                   READ HOLD-FILE
                       AT END
                           MOVE "Y" TO HOLD-EOF
                       NOT AT END
                           IF HOLD-RECORD(11:6) IS NUMERIC
                                   AND HOLD-RECORD(72:1) = "A"
                               PERFORM NOTE-FUNDING-HOLD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
           END-IF.

       NOTE-FUNDING-HOLD.
           IF HOLD-RECORD(11:6) = FUND-ACCOUNT
               MOVE ZERO TO HOLD-EXPIRY
               IF HOLD-RECORD(54:18) IS NUMERIC
                   MOVE HOLD-RECORD(54:18) TO HOLD-EXPIRY
               END-IF
               IF HOLD-EXPIRY = ZERO OR HOLD-EXPIRY > NOW-TIME
                   MOVE FUNCTION NUMVAL(HOLD-RECORD(17:16))
                       TO HOLD-AMOUNT
                   ADD HOLD-AMOUNT TO FUND-HELD
               END-IF
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

       POST-FUNDING-DEBIT.
           MOVE FUND-ACCOUNT TO ACC-KEY
           READ ACC-FILE KEY IS ACC-KEY
               INVALID KEY
                   DISPLAY "FUNDING ACCOUNT MISSING AT POSTING"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               NOT INVALID KEY
                   MOVE FUNCTION NUMVAL(ACC-BALANCE-TXT)
                       TO FUND-BALANCE
                   IF ACC-BAL-SIGN = "-"
                       COMPUTE FUND-BALANCE = ZERO - FUND-BALANCE
                   END-IF
                   SUBTRACT HDR-TOTAL FROM FUND-BALANCE
                   MOVE "BLK" TO ACC-LAST-ACTION
                   PERFORM STORE-FUNDING-BALANCE
           END-READ
           MOVE FUND-ACCOUNT TO ROW-ACCOUNT
           MOVE "BLK" TO ROW-ACTION
           MOVE HDR-TOTAL TO ROW-AMOUNT
           MOVE FUND-BALANCE TO ROW-BALANCE
           MOVE ZERO TO ROW-DEST
           MOVE ZERO TO ROW-PARENT
           MOVE "D" TO ROW-DRCR
           PERFORM WRITE-BULK-ROW
           MOVE LAST-LEDGER-REF TO PRIMARY-LEDGER-REF.

       STORE-FUNDING-BALANCE.
           MOVE FUND-BALANCE TO FORMATTED-AMOUNT
           MOVE FORMATTED-AMOUNT TO ACC-BALANCE-TXT
           IF FUND-BALANCE < ZERO
               MOVE "-" TO ACC-BAL-SIGN
           ELSE
               MOVE "+" TO ACC-BAL-SIGN
           END-IF
           REWRITE ACC-RECORD.

       POST-PAYMENT-ITEM.
           MOVE SPACES TO ITEM-REASON
           MOVE PAY-T-ACCOUNT(PAY-IX) TO ACC-KEY
           IF PAY-T-ACCOUNT(PAY-IX) = FUND-ACCOUNT
               MOVE "INVALID BENEFICIARY" TO ITEM-REASON
           ELSE
               READ ACC-FILE KEY IS ACC-KEY
                   INVALID KEY
                       MOVE "ACCOUNT NOT FOUND" TO ITEM-REASON
                   NOT INVALID KEY
                       IF ACC-STATUS-BYTE = "F"
                           MOVE "ACCOUNT FROZEN" TO ITEM-REASON
                       ELSE
                           IF ACC-STATUS-BYTE = "C"
                               MOVE "ACCOUNT CLOSED" TO ITEM-REASON
                           ELSE
                               PERFORM APPLY-ITEM-CREDIT
                           END-IF
                       END-IF
               END-READ
           END-IF
           IF ITEM-REASON = SPACES
               ADD 1 TO PAID-COUNT
               ADD PAY-T-AMOUNT(PAY-IX) TO PAID-AMOUNT
           ELSE
               MOVE "R" TO PAY-T-STATUS(PAY-IX)
               MOVE ITEM-REASON TO PAY-T-REASON(PAY-IX)
               PERFORM POST-ITEM-RETURN
               ADD 1 TO RETURN-COUNT
               ADD PAY-T-AMOUNT(PAY-IX) TO RETURN-AMOUNT
           END-IF.

       APPLY-ITEM-CREDIT.
           MOVE FUNCTION NUMVAL(ACC-BALANCE-TXT) TO CREDIT-BALANCE
           IF ACC-BAL-SIGN = "-"
               COMPUTE CREDIT-BALANCE = ZERO - CREDIT-BALANCE
           END-IF
           ADD PAY-T-AMOUNT(PAY-IX) TO CREDIT-BALANCE
           IF CREDIT-BALANCE > 9999999999999.99
               MOVE "CREDIT EXCEEDS LIMIT" TO ITEM-REASON
           ELSE
               MOVE "TRF" TO ACC-LAST-ACTION
               MOVE CREDIT-BALANCE TO FORMATTED-AMOUNT
               MOVE FORMATTED-AMOUNT TO ACC-BALANCE-TXT
               IF CREDIT-BALANCE < ZERO
                   MOVE "-" TO ACC-BAL-SIGN
               ELSE
                   MOVE "+" TO ACC-BAL-SIGN
               END-IF
               REWRITE ACC-RECORD
               MOVE PAY-T-ACCOUNT(PAY-IX) TO ROW-ACCOUNT
               MOVE "TRF" TO ROW-ACTION
               MOVE PAY-T-AMOUNT(PAY-IX) TO ROW-AMOUNT
               MOVE CREDIT-BALANCE TO ROW-BALANCE
               MOVE FUND-ACCOUNT TO ROW-DEST
               MOVE PRIMARY-LEDGER-REF TO ROW-PARENT
               MOVE "C" TO ROW-DRCR
               PERFORM WRITE-BULK-ROW
           END-IF.

       POST-ITEM-RETURN.
           MOVE FUND-ACCOUNT TO ACC-KEY
           READ ACC-FILE KEY IS ACC-KEY
               INVALID KEY
                   DISPLAY "FUNDING ACCOUNT MISSING AT POSTING"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               NOT INVALID KEY
                   MOVE FUNCTION NUMVAL(ACC-BALANCE-TXT)
                       TO FUND-BALANCE
                   IF ACC-BAL-SIGN = "-"
                       COMPUTE FUND-BALANCE = ZERO - FUND-BALANCE
                   END-IF
                   ADD PAY-T-AMOUNT(PAY-IX) TO FUND-BALANCE
                   MOVE "RTN" TO ACC-LAST-ACTION
                   PERFORM STORE-FUNDING-BALANCE
           END-READ
           MOVE FUND-ACCOUNT TO ROW-ACCOUNT
           MOVE "RTN" TO ROW-ACTION
           MOVE PAY-T-AMOUNT(PAY-IX) TO ROW-AMOUNT
           MOVE FUND-BALANCE TO ROW-BALANCE
           MOVE PAY-T-ACCOUNT(PAY-IX) TO ROW-DEST
           MOVE PRIMARY-LEDGER-REF TO ROW-PARENT
           MOVE "C" TO ROW-DRCR
           PERFORM WRITE-BULK-ROW.

       WRITE-BULK-ROW.
           MOVE SPACES TO LEDGER-RECORD
           MOVE ROW-ACCOUNT TO LEDGER-RECORD(1:6)
           MOVE ROW-ACTION TO LEDGER-RECORD(7:3)
           MOVE ROW-AMOUNT TO LGR-AMOUNT-ED
           MOVE LGR-AMOUNT-ED TO LEDGER-RECORD(10:16)
           MOVE ROW-BALANCE TO LGR-BALANCE-ED
           MOVE LGR-BALANCE-ED TO LEDGER-RECORD(26:16)
           MOVE ROW-DEST TO LEDGER-RECORD(42:6)
           MOVE NOW-TIME TO LEDGER-RECORD(48:18)
           MOVE "000000" TO LEDGER-RECORD(66:6)
           IF ROW-BALANCE < ZERO
               MOVE "-" TO LEDGER-RECORD(72:1)
           ELSE
               MOVE "+" TO LEDGER-RECORD(72:1)
           END-IF
           MOVE "+" TO LEDGER-RECORD(73:1)
           MOVE PAY-OPERATOR TO LEDGER-RECORD(93:8)
           ADD 1 TO LAST-LEDGER-REF
           MOVE LAST-LEDGER-REF TO LEDGER-RECORD(101:10)
           MOVE ROW-PARENT TO LEDGER-RECORD(111:10)
           MOVE ROW-DRCR TO LEDGER-RECORD(122:1)
           WRITE LEDGER-RECORD.

       FIND-FUNDING-NAME.
           MOVE "N" TO REL-FOUND
           MOVE ZERO TO REL-CUSTOMER
           MOVE "N" TO REL-EOF
           OPEN INPUT REL-FILE
           IF FS-REL = "00"
               PERFORM UNTIL REL-EOF = "Y"
                   READ REL-FILE
                       AT END
                           MOVE "Y" TO REL-EOF
                       NOT AT END
                           IF REL-RECORD(1:12) IS NUMERIC
                                   AND REL-RECORD(7:6) = FUND-ACCOUNT
                                   AND (REL-FOUND = "N"
                                   OR REL-RECORD(13:1) = "P")
                               MOVE REL-RECORD(1:6) TO REL-CUSTOMER
                               MOVE "Y" TO REL-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REL-FILE
           END-IF
           IF REL-FOUND = "N"
               MOVE FUND-ACCOUNT TO REL-CUSTOMER
           END-IF
           MOVE SPACES TO FUND-NAME
           MOVE "N" TO CUST-EOF
           OPEN INPUT CUST-FILE
           IF FS-CUST = "00"
               PERFORM UNTIL CUST-EOF = "Y"
                   READ CUST-FILE
                       AT END
                           MOVE "Y" TO CUST-EOF
                       NOT AT END
                           IF CUST-RECORD(1:6) = REL-CUSTOMER
                               MOVE CUST-RECORD(7:30) TO FUND-NAME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUST-FILE
           END-IF.

       WRITE-FILE-HEADING.
           MOVE SPACES TO REPORT-RECORD
           STRING "PAYMENT FILE: " DELIMITED SIZE
                  PAY-FILENAME DELIMITED BY " "
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF HDR-SEEN = "Y"
               MOVE SPACES TO REPORT-RECORD
               MOVE FUND-ACCOUNT TO ED-ACCOUNT
               STRING "FUNDING ACCOUNT: " DELIMITED SIZE
                      ED-ACCOUNT DELIMITED SIZE
                      " CLIENT REF: " DELIMITED SIZE
                      CLIENT-REF DELIMITED SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       REPORT-REJECTED-FILE.
           MOVE SPACES TO REPORT-RECORD
           IF REJECT-RECORD-NO > ZERO
               MOVE REJECT-RECORD-NO TO ED-RECORD
               STRING "FILE REJECTED - " DELIMITED SIZE
                      REJECT-REASON DELIMITED BY "  "
                      " AT RECORD" DELIMITED SIZE
                      ED-RECORD DELIMITED SIZE
                      INTO REPORT-RECORD
           ELSE
               STRING "FILE REJECTED - " DELIMITED SIZE
                      REJECT-REASON DELIMITED SIZE
                      INTO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           MOVE "NO ITEMS POSTED" TO REPORT-RECORD
           WRITE REPORT-RECORD.

       WRITE-RUN-SUMMARY.
           MOVE SPACES TO REPORT-RECORD
           MOVE PAY-COUNT TO ED-COUNT
           MOVE HDR-TOTAL TO ED-TOTAL
           STRING "ITEMS RECEIVED:  " DELIMITED SIZE
                  ED-COUNT DELIMITED SIZE
                  " AMOUNT " DELIMITED SIZE
                  ED-TOTAL DELIMITED SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE PAID-COUNT TO ED-COUNT
           MOVE PAID-AMOUNT TO ED-TOTAL
           STRING "ITEMS PAID:      " DELIMITED SIZE
                  ED-COUNT DELIMITED SIZE
                  " AMOUNT " DELIMITED SIZE
                  ED-TOTAL DELIMITED SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE RETURN-COUNT TO ED-COUNT
           MOVE RETURN-AMOUNT TO ED-TOTAL
           STRING "ITEMS RETURNED:  " DELIMITED SIZE
                  ED-COUNT DELIMITED SIZE
                  " AMOUNT " DELIMITED SIZE
                  ED-TOTAL DELIMITED SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE PRIMARY-LEDGER-REF TO ED-REF
           STRING "FUNDING DEBIT REF: " DELIMITED SIZE
                  ED-REF DELIMITED SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE FUND-BALANCE TO ED-AMOUNT
           IF FUND-BALANCE < ZERO
               STRING "FUNDING BALANCE: -" DELIMITED SIZE
                      ED-AMOUNT DELIMITED SIZE
                      INTO REPORT-RECORD
           ELSE
               STRING "FUNDING BALANCE:  " DELIMITED SIZE
                      ED-AMOUNT DELIMITED SIZE
                      INTO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD.

       WRITE-RETURN-REPORT.
           MOVE SPACES TO RTN-FILENAME
           MOVE FUND-ACCOUNT TO ED-ACCOUNT
           STRING "bulk_returns_" DELIMITED SIZE
                  ED-ACCOUNT DELIMITED SIZE
                  ".txt" DELIMITED SIZE
                  INTO RTN-FILENAME
           OPEN OUTPUT RTN-FILE
           MOVE "===== BULK PAYMENT RETURN REPORT =====" TO RTN-RECORD
           WRITE RTN-RECORD
           MOVE SPACES TO RTN-RECORD
           STRING "FUNDING ACCOUNT:  " DELIMITED SIZE
                  ED-ACCOUNT DELIMITED SIZE
                  " " DELIMITED SIZE
                  FUND-NAME DELIMITED SIZE
                  INTO RTN-RECORD
           WRITE RTN-RECORD
           MOVE SPACES TO RTN-RECORD
           STRING "CLIENT REFERENCE: " DELIMITED SIZE
                  CLIENT-REF DELIMITED SIZE
                  INTO RTN-RECORD
           WRITE RTN-RECORD
           MOVE NOW-TIME TO TS-WORK
           PERFORM FORMAT-TIMESTAMP
           MOVE SPACES TO RTN-RECORD
           STRING "PROCESSED:        " DELIMITED SIZE
                  TS-DISPLAY DELIMITED SIZE
                  INTO RTN-RECORD
           WRITE RTN-RECORD
           MOVE SPACES TO RTN-RECORD
           MOVE PAY-COUNT TO ED-COUNT
           MOVE HDR-TOTAL TO ED-TOTAL
           STRING "ITEMS RECEIVED:   " DELIMITED SIZE
                  ED-COUNT DELIMITED SIZE
                  " AMOUNT " DELIMITED SIZE
                  ED-TOTAL DELIMITED SIZE
                  INTO RTN-RECORD
           WRITE RTN-RECORD
           MOVE SPACES TO RTN-RECORD
           MOVE PAID-COUNT TO ED-COUNT
           MOVE PAID-AMOUNT TO ED-TOTAL
           STRING "ITEMS PAID:       " DELIMITED SIZE
                  ED-COUNT DELIMITED SIZE
                  " AMOUNT " DELIMITED SIZE
                  ED-TOTAL DELIMITED SIZE
                  INTO RTN-RECORD
           WRITE RTN-RECORD
           MOVE SPACES TO RTN-RECORD
           MOVE RETURN-COUNT TO ED-COUNT
           MOVE RETURN-AMOUNT TO ED-TOTAL
           STRING "ITEMS RETURNED:   " DELIMITED SIZE
                  ED-COUNT DELIMITED SIZE
                  " AMOUNT " DELIMITED SIZE
                  ED-TOTAL DELIMITED SIZE
                  INTO RTN-RECORD
           WRITE RTN-RECORD
           IF RETURN-COUNT = ZERO
               MOVE "NO ITEMS RETURNED" TO RTN-RECORD
               WRITE RTN-RECORD
           ELSE
               PERFORM VARYING PAY-IX FROM 1 BY 1
                       UNTIL PAY-IX > PAY-COUNT
                   IF PAY-T-STATUS(PAY-IX) = "R"
                       PERFORM WRITE-RETURNED-ITEM
                   END-IF
               END-PERFORM
           END-IF
           COMPUTE NET-DEBIT = HDR-TOTAL - RETURN-AMOUNT
           MOVE SPACES TO RTN-RECORD
           MOVE NET-DEBIT TO ED-TOTAL
           STRING "NET DEBIT TO FUNDING ACCOUNT: " DELIMITED SIZE
                  ED-TOTAL DELIMITED SIZE
                  INTO RTN-RECORD
           WRITE RTN-RECORD
           CLOSE RTN-FILE.

       WRITE-RETURNED-ITEM.
           MOVE SPACES TO RTN-RECORD
           MOVE PAY-T-ACCOUNT(PAY-IX) TO ED-ACCOUNT
           MOVE PAY-T-AMOUNT(PAY-IX) TO ED-AMOUNT
           STRING "RETURNED " DELIMITED SIZE
                  ED-ACCOUNT DELIMITED SIZE
                  " " DELIMITED SIZE
                  PAY-T-NAME(PAY-IX) DELIMITED SIZE
                  " " DELIMITED SIZE
                  PAY-T-PAYREF(PAY-IX) DELIMITED SIZE
                  " " DELIMITED SIZE
                  ED-AMOUNT DELIMITED SIZE
                  " " DELIMITED SIZE
                  PAY-T-REASON(PAY-IX) DELIMITED SIZE
                  INTO RTN-RECORD
           WRITE RTN-RECORD.

       FORMAT-TIMESTAMP.
           DIVIDE TS-WORK BY 86400 GIVING DT-DAYS REMAINDER DT-SECS
           DIVIDE DT-SECS BY 3600 GIVING DT-HH REMAINDER DT-REM
           DIVIDE DT-REM BY 60 GIVING DT-MI REMAINDER DT-T4
           MOVE DT-T4 TO DT-SS
           COMPUTE DT-Z = DT-DAYS + 719468
           DIVIDE DT-Z BY 146097 GIVING DT-ERA REMAINDER DT-DOE
           DIVIDE DT-DOE BY 1460 GIVING DT-T1
           DIVIDE DT-DOE BY 36524 GIVING DT-T2
           DIVIDE DT-DOE BY 146096 GIVING DT-T3
           COMPUTE DT-T4 = DT-DOE - DT-T1 + DT-T2 - DT-T3
           DIVIDE DT-T4 BY 365 GIVING DT-YOE
           DIVIDE DT-YOE BY 4 GIVING DT-T1
           DIVIDE DT-YOE BY 100 GIVING DT-T2
           COMPUTE DT-DOY = DT-DOE
               - (365 * DT-YOE + DT-T1 - DT-T2)
           COMPUTE DT-T4 = 5 * DT-DOY + 2
           DIVIDE DT-T4 BY 153 GIVING DT-MP
           COMPUTE DT-T4 = 153 * DT-MP + 2
           DIVIDE DT-T4 BY 5 GIVING DT-T1
           COMPUTE DT-DAY = DT-DOY - DT-T1 + 1
           IF DT-MP < 10
               COMPUTE DT-MONTH = DT-MP + 3
           ELSE
               COMPUTE DT-MONTH = DT-MP - 9
           END-IF
           COMPUTE DT-YEAR = DT-YOE + DT-ERA * 400
           IF DT-MONTH <= 2
               ADD 1 TO DT-YEAR
           END-IF
           MOVE SPACES TO TS-DISPLAY
           STRING DT-YEAR DELIMITED SIZE
                  "-" DELIMITED SIZE
                  DT-MONTH DELIMITED SIZE
                  "-" DELIMITED SIZE
                  DT-DAY DELIMITED SIZE
                  " " DELIMITED SIZE
                  DT-HH DELIMITED SIZE
                  ":" DELIMITED SIZE
                  DT-MI DELIMITED SIZE
                  ":" DELIMITED SIZE
                  DT-SS DELIMITED SIZE
                  INTO TS-DISPLAY.

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
           CLOSE FLAG-FILE.

       RECOVER-FINALIZE.
           OPEN INPUT FLAG-FILE
           IF FS-FLAG = "00"
               CLOSE FLAG-FILE
               DISPLAY "RECOVERING FROM INCOMPLETE FINALIZE"
               CALL "SYSTEM" USING "cp accounts.dat.bak accounts.dat"
               CALL "SYSTEM" USING "cp interest.txt.bak interest.txt"
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
