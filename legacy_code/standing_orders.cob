               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FLAG.

           SELECT HOLD-FILE ASSIGN TO "holds.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HOLD.

       DATA DIVISION.
       FILE SECTION.

          05 ACC-STATUS-BYTE    PIC X(1).
          05 ACC-BAL-SIGN       PIC X(1).
          05 ACC-OD-LIMIT-TXT   PIC X(16).
          05 ACC-PRODUCT        PIC X(4).

       FD ORDER-FILE.
       01 ORDER-RECORD          PIC X(64).
       01 OTEMP-RECORD          PIC X(64).

       FD LEDGER-FILE.
       01 LEDGER-RECORD         PIC X(132).

       FD REPORT-FILE.
       01 REPORT-RECORD         PIC X(100).
       FD FLAG-FILE.
       01 FLAG-RECORD           PIC X(40).

       FD HOLD-FILE.
       01 HOLD-RECORD           PIC X(108).

       WORKING-STORAGE SECTION.

       01 WS-UNIX-TIMESTAMP   PIC S9(18) COMP-5.
       77 FS-ORDER              PIC XX.
       77 FS-LEDGER             PIC XX.
       77 FS-FLAG               PIC XX.
       77 FS-HOLD               PIC XX.
       77 BATCH-STAMP           PIC 9(6) VALUE ZERO.
       77 ORDER-EOF             PIC X VALUE "N".

       77 SRC-BALANCE           PIC S9(13)V99.
       77 SRC-STATUS            PIC X(1).
       77 SRC-ODLIMIT           PIC 9(13)V99.
       77 SRC-HELD              PIC 9(13)V99.
       77 DEST-FOUND            PIC X VALUE "N".
       77 DEST-BALANCE          PIC S9(13)V99.
       77 DEST-STATUS           PIC X(1).
       77 SO-COUNT              PIC 9(4) VALUE ZERO.
       77 SO-IX                 PIC 9(4).

       01 HOLD-TABLE.
          05 HOLD-ENTRY OCCURS 50000 TIMES.
             10 HOLD-T-ACCOUNT  PIC 9(6).
             10 HOLD-T-AMOUNT   PIC 9(13)V99.
             10 HOLD-T-EXPIRY   PIC 9(18).
       77 HOLD-COUNT            PIC 9(5) VALUE ZERO.
       77 HOLD-IX               PIC 9(5).
       77 HOLD-EOF              PIC X VALUE "N".

       77 SO-REASON             PIC X(30).
       77 SO-EXECUTED           PIC X VALUE "N".
       77 ANY-EXECUTED          PIC X VALUE "N".
       77 FORMATTED-AMOUNT      PIC 9(13).99.
       77 LGR-AMOUNT-ED         PIC 9(13).99.
       77 LGR-BALANCE-ED        PIC 9(13).99.
       77 LGR-EOF               PIC X VALUE "N".
       77 LAST-LEDGER-REF       PIC 9(10) VALUE ZERO.
       77 PRIMARY-LEDGER-REF    PIC 9(10) VALUE ZERO.
       77 LGR-REF-WORK          PIC 9(10).
       77 ED-SRC                PIC 999999.
       77 ED-DEST               PIC 999999.
       77 ED-AMOUNT             PIC Z(12)9.99.
           WRITE REPORT-RECORD
           IF SO-COUNT > ZERO
               PERFORM CHECKPOINT-BEFORE-SWAP
               PERFORM LOAD-LAST-LEDGER-REF
               PERFORM LOAD-HOLD-TABLE
               PERFORM OPEN-ACCOUNT-MASTER
               PERFORM VARYING SO-IX FROM 1 BY 1
                       UNTIL SO-IX > SO-COUNT
               STOP RUN
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

       LOAD-ORDER-TABLE.
           MOVE "N" TO ORDER-EOF
           OPEN INPUT ORDER-FILE
               CLOSE ORDER-FILE
           END-IF.

       LOAD-HOLD-TABLE.
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
           MOVE HOLD-RECORD(11:6) TO HOLD-T-ACCOUNT(HOLD-COUNT)
           MOVE FUNCTION NUMVAL(HOLD-RECORD(17:16))
               TO HOLD-T-AMOUNT(HOLD-COUNT)
           MOVE ZERO TO HOLD-T-EXPIRY(HOLD-COUNT)
           IF HOLD-RECORD(54:18) IS NUMERIC
               MOVE HOLD-RECORD(54:18) TO HOLD-T-EXPIRY(HOLD-COUNT)
           END-IF.

       COMPUTE-SRC-HELD.
           MOVE ZERO TO SRC-HELD
           PERFORM VARYING HOLD-IX FROM 1 BY 1
                   UNTIL HOLD-IX > HOLD-COUNT
               IF HOLD-T-ACCOUNT(HOLD-IX) = SO-T-SRC(SO-IX)
                       AND (HOLD-T-EXPIRY(HOLD-IX) = ZERO
                       OR HOLD-T-EXPIRY(HOLD-IX) > NOW-TIME)
                   ADD HOLD-T-AMOUNT(HOLD-IX) TO SRC-HELD
               END-IF
           END-PERFORM.

       FIND-SRC-ACCOUNT.
           MOVE "N" TO SRC-FOUND
           MOVE ZERO TO SRC-BALANCE
                       MOVE FUNCTION NUMVAL(ACC-OD-LIMIT-TXT)
                           TO SRC-ODLIMIT
                   END-IF
           END-READ
           PERFORM COMPUTE-SRC-HELD.

       FIND-DEST-ACCOUNT.
           MOVE "N" TO DEST-FOUND
           IF SO-T-AMOUNT(SO-IX) > (SRC-BALANCE + SRC-ODLIMIT)
               MOVE "INSUFFICIENT FUNDS" TO SO-REASON
           ELSE
           IF SO-T-AMOUNT(SO-IX) >
                   (SRC-BALANCE + SRC-ODLIMIT - SRC-HELD)
               MOVE "INSUFFICIENT AVAILABLE FUNDS" TO SO-REASON
           ELSE
           IF SO-T-AMOUNT(SO-IX) >
                   (9999999999999.99 - DEST-BALANCE)
               MOVE "EXCEEDS LIMIT" TO SO-REASON
           END-IF
           END-IF
           END-IF
           END-IF
           IF SO-EXECUTED = "Y"
               PERFORM APPLY-ORDER
           ELSE
               MOVE "+" TO LEDGER-RECORD(72:1)
           END-IF
           MOVE "+" TO LEDGER-RECORD(73:1)
           ADD 1 TO LAST-LEDGER-REF
           MOVE LAST-LEDGER-REF TO LEDGER-RECORD(101:10)
           MOVE LAST-LEDGER-REF TO PRIMARY-LEDGER-REF
           MOVE ZERO TO LEDGER-RECORD(111:10)
           MOVE "D" TO LEDGER-RECORD(122:1)
           WRITE LEDGER-RECORD
           CLOSE LEDGER-FILE.

               MOVE "+" TO LEDGER-RECORD(72:1)
           END-IF
           MOVE "+" TO LEDGER-RECORD(73:1)
           ADD 1 TO LAST-LEDGER-REF
           MOVE LAST-LEDGER-REF TO LEDGER-RECORD(101:10)
           MOVE PRIMARY-LEDGER-REF TO LEDGER-RECORD(111:10)
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
