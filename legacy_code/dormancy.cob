          05 ACC-STATUS-BYTE    PIC X(1).
          05 ACC-BAL-SIGN       PIC X(1).
          05 ACC-OD-LIMIT-TXT   PIC X(16).
          05 ACC-PRODUCT        PIC X(4).

       FD LEDGER-FILE.
       01 LEDGER-RECORD         PIC X(132).

       FD REPORT-FILE.
       01 REPORT-RECORD         PIC X(100).
       77 LGR-BALANCE           PIC S9(13)V99.
       77 LGR-DEST              PIC X(6).
       77 LGR-BATCH             PIC X(6).
       77 LGR-FLAG              PIC X(1).
       77 LAST-LEDGER-REF       PIC 9(10) VALUE ZERO.
       77 LGR-REF-WORK          PIC 9(10).

       01 ACT-TABLE.
          05 ACT-ENTRY OCCURS 50000 TIMES.
           END-IF
           MOVE LEDGER-RECORD(42:6) TO LGR-DEST
           MOVE LEDGER-RECORD(66:6) TO LGR-BATCH
           MOVE LEDGER-RECORD(121:1) TO LGR-FLAG
           PERFORM NOTE-LEDGER-REF
           PERFORM FIND-ACT-ENTRY
           PERFORM CHECK-CUSTOMER-ACTIVITY
           IF ROW-QUALIFIES = "Y"
           END-IF
           MOVE LGR-BALANCE TO ACT-T-LASTBAL(ACT-IDX).

       NOTE-LEDGER-REF.
           IF LEDGER-RECORD(101:10) IS NUMERIC
               MOVE LEDGER-RECORD(101:10) TO LGR-REF-WORK
               IF LGR-REF-WORK > LAST-LEDGER-REF
                   MOVE LGR-REF-WORK TO LAST-LEDGER-REF
               END-IF
           END-IF.

       FIND-ACT-ENTRY.
           MOVE "N" TO ACT-NEW
           MOVE ZERO TO ACT-IDX
           MOVE "Y" TO ROW-QUALIFIES
           IF LGR-ACTION = "INT" OR LGR-ACTION = "FEE"
                   OR LGR-ACTION = "DRM" OR LGR-ACTION = "RAC"
                   OR LGR-ACTION = "TAX"
               MOVE "N" TO ROW-QUALIFIES
           END-IF
           IF LGR-ACTION = "REV" OR LGR-FLAG = "R"
               MOVE "N" TO ROW-QUALIFIES
           END-IF
           IF LGR-ACTION = "BAL" AND LGR-AMOUNT = ZERO
               MOVE "+" TO LEDGER-RECORD(72:1)
           END-IF
           MOVE "+" TO LEDGER-RECORD(73:1)
           ADD 1 TO LAST-LEDGER-REF
           MOVE LAST-LEDGER-REF TO LEDGER-RECORD(101:10)
           MOVE ZERO TO LEDGER-RECORD(111:10)
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
