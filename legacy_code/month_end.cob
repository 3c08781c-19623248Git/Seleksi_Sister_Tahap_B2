       FILE SECTION.

       FD LEDGER-FILE.
       01 LEDGER-RECORD         PIC X(132).

       FD LEDGER-KEEP.
       01 LKEEP-RECORD          PIC X(132).

       FD LEDGER-ARCH.
       01 LARCH-RECORD          PIC X(132).

       FD ACC-FILE.
       01 ACC-RECORD.
          05 ACC-STATUS-BYTE    PIC X(1).
          05 ACC-BAL-SIGN       PIC X(1).
          05 ACC-OD-LIMIT-TXT   PIC X(16).
          05 ACC-PRODUCT        PIC X(4).

       FD ACC-ARCH.
       01 AARCH-RECORD          PIC X(47).

       FD INTS-FILE.
       01 INTS-RECORD           PIC X(24).
       77 CARRY-TIME            PIC 9(18).
       77 CF-BALANCE-ED         PIC 9(13).99.
       77 CF-ZERO-ED            PIC 9(13).99.
       77 LAST-LEDGER-REF       PIC 9(10) VALUE ZERO.
       77 LGR-REF-WORK          PIC 9(10).

       77 ED-COUNT              PIC ZZZZZZZZ9.
       77 ED-ACCOUNT            PIC 999999.
                       NOT AT END
                           MOVE LEDGER-RECORD(48:18) TO LGR-TIMESTAMP
                           MOVE LEDGER-RECORD(1:6) TO LGR-ACCOUNT
                           PERFORM NOTE-LEDGER-REF
                           PERFORM FIND-SPLIT-ENTRY
                           IF LGR-TIMESTAMP < CUTOFF-TIME
                               ADD 1 TO LGR-ARCH-COUNT
           CLOSE LEDGER-KEEP
           CLOSE LEDGER-ARCH.

       NOTE-LEDGER-REF.
           IF LEDGER-RECORD(101:10) IS NUMERIC
               MOVE LEDGER-RECORD(101:10) TO LGR-REF-WORK
               IF LGR-REF-WORK > LAST-LEDGER-REF
                   MOVE LGR-REF-WORK TO LAST-LEDGER-REF
               END-IF
           END-IF.

       FIND-SPLIT-ENTRY.
           MOVE ZERO TO SPLIT-IDX
           PERFORM VARYING SPLIT-IX FROM 1 BY 1
                       MOVE "+" TO LKEEP-RECORD(72:1)
                   END-IF
                   MOVE "+" TO LKEEP-RECORD(73:1)
                   ADD 1 TO LAST-LEDGER-REF
                   MOVE LAST-LEDGER-REF TO LKEEP-RECORD(101:10)
                   MOVE ZERO TO LKEEP-RECORD(111:10)
                   WRITE LKEEP-RECORD
               END-IF
           END-PERFORM
           CALL "SYSTEM" USING "cp ledger.txt ledger.txt.bak"
           CALL "SYSTEM" USING "touch customers.txt"
           CALL "SYSTEM" USING "cp customers.txt customers.txt.bak"
           CALL "SYSTEM" USING "touch relationships.txt"
           CALL "SYSTEM" USING
               "cp relationships.txt relationships.txt.bak"
           CALL "SYSTEM" USING "touch standing_orders.txt"
           CALL "SYSTEM" USING
               "cp standing_orders.txt standing_orders.txt.bak"
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
               CALL "SYSTEM" USING "cp holds.txt.bak holds.txt"
               CALL "SYSTEM" USING "rm -f finalize.flag"
           END-IF.
