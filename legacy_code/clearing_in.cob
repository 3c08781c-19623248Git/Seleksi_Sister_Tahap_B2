               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FLAG.

           SELECT HOLD-FILE ASSIGN TO "holds.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HOLD.

           SELECT HCFG-FILE ASSIGN TO "hold_config.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HCFG.

       DATA DIVISION.
       FILE SECTION.

          05 ACC-STATUS-BYTE    PIC X(1).
          05 ACC-BAL-SIGN       PIC X(1).
          05 ACC-OD-LIMIT-TXT   PIC X(16).
          05 ACC-PRODUCT        PIC X(4).

       FD LEDGER-FILE.
       01 LEDGER-RECORD         PIC X(132).

       FD REPORT-FILE.
       01 REPORT-RECORD         PIC X(100).
       FD FLAG-FILE.
       01 FLAG-RECORD           PIC X(40).

       FD HOLD-FILE.
       01 HOLD-RECORD           PIC X(108).

       FD HCFG-FILE.
       01 HCFG-RECORD           PIC X(20).

       WORKING-STORAGE SECTION.

       01 WS-UNIX-TIMESTAMP   PIC S9(18) COMP-5.
       77 FS-ACC                PIC XX.
       77 FS-LEDGER             PIC XX.
       77 FS-FLAG               PIC XX.
       77 FS-HOLD               PIC XX.
       77 FS-HCFG               PIC XX.
       77 INB-EOF               PIC X VALUE "N".
       77 HOLD-EOF              PIC X VALUE "N".
       77 HCFG-EOF              PIC X VALUE "N".

       77 SETTLE-ACCOUNT        PIC 9(6) VALUE 999999.
       77 SETTLE-BALANCE        PIC S9(13)V99.
       77 PROC-AMOUNT           PIC 9(16)V99 VALUE ZERO.
       77 UNMATCH-COUNT         PIC 9(6) VALUE ZERO.
       77 UNMATCH-AMOUNT        PIC 9(16)V99 VALUE ZERO.
       77 HELD-COUNT            PIC 9(6) VALUE ZERO.
       77 HELD-AMOUNT           PIC 9(16)V99 VALUE ZERO.

       77 CLR-HOLD-DAYS         PIC 9(3) VALUE ZERO.
       77 LAST-HOLD-ID          PIC 9(10) VALUE ZERO.
       77 HOLD-ID-WORK          PIC 9(10).
       77 HOLD-EXPIRY           PIC 9(18).

       77 FORMATTED-AMOUNT      PIC 9(13).99.
       77 LGR-AMOUNT-ED         PIC 9(13).99.
       77 LGR-BALANCE-ED        PIC 9(13).99.
       77 LGR-EOF               PIC X VALUE "N".
       77 LAST-LEDGER-REF       PIC 9(10) VALUE ZERO.
       77 PRIMARY-LEDGER-REF    PIC 9(10) VALUE ZERO.
       77 LGR-REF-WORK          PIC 9(10).
       77 ED-ACCOUNT            PIC 999999.
       77 ED-AMOUNT             PIC Z(12)9.99.
       77 ED-TOTAL              PIC Z(15)9.99.
               STOP RUN
           END-IF
           PERFORM CHECKPOINT-BEFORE-SWAP
           PERFORM LOAD-LAST-LEDGER-REF
           PERFORM LOAD-CLEARING-HOLD-DAYS
           PERFORM LOAD-LAST-HOLD-ID
           OPEN I-O ACC-FILE
           IF FS-ACC NOT = "00"
               DISPLAY "CANNOT OPEN ACCOUNT MASTER " FS-ACC
           END-IF
           STOP RUN.

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

       LOAD-CLEARING-HOLD-DAYS.
           MOVE "N" TO HCFG-EOF
           OPEN INPUT HCFG-FILE
           IF FS-HCFG = "00"
               PERFORM UNTIL HCFG-EOF = "Y"
                   READ HCFG-FILE
                       AT END
                           MOVE "Y" TO HCFG-EOF
                       NOT AT END
                           IF HCFG-RECORD(1:3) = "CLR"
                                   AND HCFG-RECORD(4:3) IS NUMERIC
                               MOVE HCFG-RECORD(4:3) TO CLR-HOLD-DAYS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HCFG-FILE
           END-IF.

       LOAD-LAST-HOLD-ID.
           MOVE "N" TO HOLD-EOF
           OPEN INPUT HOLD-FILE
           IF FS-HOLD = "00"
               PERFORM UNTIL HOLD-EOF = "Y"
                   READ HOLD-FILE
                       AT END
                           MOVE "Y" TO HOLD-EOF
                       NOT AT END
                           IF HOLD-RECORD(1:10) IS NUMERIC
                               MOVE HOLD-RECORD(1:10) TO HOLD-ID-WORK
                               IF HOLD-ID-WORK > LAST-HOLD-ID
                                   MOVE HOLD-ID-WORK TO LAST-HOLD-ID
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
           END-IF.

       CHECK-SETTLEMENT-ACCOUNT.
           MOVE "N" TO SETTLE-FOUND
           MOVE SETTLE-ACCOUNT TO ACC-KEY
           END-IF
           IF ITEM-MATCHED = "Y"
               PERFORM APPLY-INBOUND-CREDIT
               IF CLR-HOLD-DAYS > ZERO
                   PERFORM PLACE-CLEARING-HOLD
               END-IF
               PERFORM APPLY-SETTLEMENT-DEBIT
               ADD 1 TO PROC-COUNT
               ADD INB-AMOUNT TO PROC-AMOUNT
               MOVE "+" TO LEDGER-RECORD(72:1)
           END-IF
           MOVE "+" TO LEDGER-RECORD(73:1)
           ADD 1 TO LAST-LEDGER-REF
           MOVE LAST-LEDGER-REF TO LEDGER-RECORD(101:10)
           MOVE LAST-LEDGER-REF TO PRIMARY-LEDGER-REF
           MOVE ZERO TO LEDGER-RECORD(111:10)
           MOVE "C" TO LEDGER-RECORD(122:1)
           WRITE LEDGER-RECORD
           CLOSE LEDGER-FILE.

               MOVE "+" TO LEDGER-RECORD(72:1)
           END-IF
           MOVE "+" TO LEDGER-RECORD(73:1)
           ADD 1 TO LAST-LEDGER-REF
           MOVE LAST-LEDGER-REF TO LEDGER-RECORD(101:10)
           MOVE PRIMARY-LEDGER-REF TO LEDGER-RECORD(111:10)
           MOVE "D" TO LEDGER-RECORD(122:1)
           WRITE LEDGER-RECORD
           CLOSE LEDGER-FILE.

       PLACE-CLEARING-HOLD.
           OPEN EXTEND HOLD-FILE
           IF FS-HOLD = "35"
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN EXTEND HOLD-FILE
           END-IF
           COMPUTE HOLD-EXPIRY = NOW-TIME + CLR-HOLD-DAYS * 86400
           ADD 1 TO LAST-HOLD-ID
           MOVE SPACES TO HOLD-RECORD
           MOVE LAST-HOLD-ID TO HOLD-RECORD(1:10)
           MOVE INB-ACCOUNT TO HOLD-RECORD(11:6)
           MOVE INB-AMOUNT TO LGR-AMOUNT-ED
           MOVE LGR-AMOUNT-ED TO HOLD-RECORD(17:16)
           MOVE "CLR" TO HOLD-RECORD(33:3)
           MOVE NOW-TIME TO HOLD-RECORD(36:18)
           MOVE HOLD-EXPIRY TO HOLD-RECORD(54:18)
           MOVE "A" TO HOLD-RECORD(72:1)
           MOVE PRIMARY-LEDGER-REF TO HOLD-RECORD(81:10)
           MOVE ZERO TO HOLD-RECORD(91:18)
           WRITE HOLD-RECORD
           CLOSE HOLD-FILE
           ADD 1 TO HELD-COUNT
           ADD INB-AMOUNT TO HELD-AMOUNT.

       REPORT-UNMATCHED-ITEM.
           MOVE SPACES TO REPORT-RECORD
           MOVE INB-ACCOUNT TO ED-ACCOUNT
                  ED-TOTAL DELIMITED SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE HELD-COUNT TO ED-COUNT
           MOVE HELD-AMOUNT TO ED-TOTAL
           STRING "ITEMS ON HOLD:   " DELIMITED SIZE
                  ED-COUNT DELIMITED SIZE
                  " AMOUNT " DELIMITED SIZE
                  ED-TOTAL DELIMITED SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SETTLE-ACCOUNT TO ACC-KEY
           READ ACC-FILE KEY IS ACC-KEY
               INVALID KEY
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
