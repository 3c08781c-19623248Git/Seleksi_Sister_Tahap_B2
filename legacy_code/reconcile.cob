          05 ACC-STATUS-BYTE    PIC X(1).
          05 ACC-BAL-SIGN       PIC X(1).
          05 ACC-OD-LIMIT-TXT   PIC X(16).
          05 ACC-PRODUCT        PIC X(4).

       FD ACC-ARCH.
       01 AARCH-RECORD          PIC X(47).

       FD LEDGER-FILE.
       01 LEDGER-RECORD         PIC X(132).

       SD SORT-FILE.
       01 SORT-RECORD.
          05 FILLER             PIC X(41).
          05 SORT-TIMESTAMP     PIC X(18).
          05 FILLER             PIC X(35).
          05 SORT-REF           PIC X(10).
          05 FILLER             PIC X(22).

       FD SORTED-FILE.
       01 SORTED-RECORD         PIC X(132).

       FD REPORT-FILE.
       01 REPORT-RECORD         PIC X(120).
       77 LGR-ACTION            PIC X(3).
       77 LGR-AMOUNT            PIC S9(13)V99.
       77 LGR-BALANCE           PIC S9(13)V99.
       77 LGR-ABS-AMOUNT        PIC 9(13)V99.
       77 LGR-REF               PIC 9(10).
       77 LGR-PARENT            PIC 9(10).
       77 LGR-REV-BY            PIC 9(10).
       77 LGR-FLAG              PIC X(1).
       77 LGR-DRCR              PIC X(1).

       77 CUR-ACCOUNT           PIC 9(6).
       77 GROUP-OPEN            PIC X VALUE "N".

       77 MISMATCH-COUNT        PIC 9(6) VALUE ZERO.

       01 ORIG-TABLE.
          05 ORIG-ENTRY OCCURS 20000 TIMES.
             10 ORIG-T-REF      PIC 9(10).
             10 ORIG-T-BY       PIC 9(10).
             10 ORIG-T-ACCOUNT  PIC 9(6).
             10 ORIG-T-AMOUNT   PIC 9(13)V99.
             10 ORIG-T-DRCR     PIC X(1).
             10 ORIG-T-PAIRED   PIC X.
       77 ORIG-COUNT            PIC 9(5) VALUE ZERO.
       01 CORR-TABLE.
          05 CORR-ENTRY OCCURS 20000 TIMES.
             10 CORR-T-REF      PIC 9(10).
             10 CORR-T-PARENT   PIC 9(10).
             10 CORR-T-ACCOUNT  PIC 9(6).
             10 CORR-T-AMOUNT   PIC 9(13)V99.
             10 CORR-T-DRCR     PIC X(1).
       77 CORR-COUNT            PIC 9(5) VALUE ZERO.
       77 CORR-IX               PIC 9(5).
       77 ORIG-IDX              PIC 9(5).
       77 PAIR-OK               PIC X VALUE "N".
       77 PAIR-NOTE             PIC X(20).
       77 ARCHIVED-ORIG-COUNT   PIC 9(6) VALUE ZERO.
       77 ED-REF                PIC 9(10).
       77 ED-REF2               PIC 9(10).
       77 ED-CORR-AMOUNT        PIC Z(12)9.99.
       77 ED-CORR-COUNT         PIC ZZZZZ9.

       77 ED-ACCOUNT            PIC 999999.
       77 ED-EXPECTED           PIC +9(15).99.
       77 ED-RECORDED           PIC +9(13).99.
           SORT SORT-FILE
               ON ASCENDING KEY SORT-ACCOUNT
               ON ASCENDING KEY SORT-TIMESTAMP
               ON ASCENDING KEY SORT-REF
               USING LEDGER-FILE
               GIVING SORTED-FILE
           OPEN INPUT SORTED-FILE
               CLOSE ACC-FILE
           END-IF
           PERFORM CHECK-UNSEEN-ACCOUNTS
           PERFORM CHECK-CORRECTION-PAIRS
           PERFORM WRITE-VERDICT
           CLOSE REPORT-FILE
           STOP RUN.
               IF SORTED-RECORD(72:1) = "-"
                   COMPUTE LGR-BALANCE = ZERO - LGR-BALANCE
               END-IF
               MOVE FUNCTION NUMVAL(SORTED-RECORD(10:16))
                   TO LGR-ABS-AMOUNT
               MOVE ZERO TO LGR-REF
               MOVE ZERO TO LGR-PARENT
               MOVE ZERO TO LGR-REV-BY
               IF SORTED-RECORD(101:10) IS NUMERIC
                   MOVE SORTED-RECORD(101:10) TO LGR-REF
               END-IF
               IF SORTED-RECORD(111:10) IS NUMERIC
                   MOVE SORTED-RECORD(111:10) TO LGR-PARENT
               END-IF
               IF SORTED-RECORD(123:10) IS NUMERIC
                   MOVE SORTED-RECORD(123:10) TO LGR-REV-BY
               END-IF
               MOVE SORTED-RECORD(121:1) TO LGR-FLAG
               MOVE SORTED-RECORD(122:1) TO LGR-DRCR
               PERFORM NOTE-CORRECTION-ROW
           END-READ.

       NOTE-CORRECTION-ROW.
           IF LGR-FLAG = "R"
               IF ORIG-COUNT >= 20000
                   DISPLAY "REVERSAL TABLE FULL"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO ORIG-COUNT
               MOVE LGR-REF TO ORIG-T-REF(ORIG-COUNT)
               MOVE LGR-REV-BY TO ORIG-T-BY(ORIG-COUNT)
               MOVE LGR-ACCOUNT TO ORIG-T-ACCOUNT(ORIG-COUNT)
               MOVE LGR-ABS-AMOUNT TO ORIG-T-AMOUNT(ORIG-COUNT)
               MOVE LGR-DRCR TO ORIG-T-DRCR(ORIG-COUNT)
               MOVE "N" TO ORIG-T-PAIRED(ORIG-COUNT)
           END-IF
           IF LGR-FLAG = "V"
               IF CORR-COUNT >= 20000
                   DISPLAY "CORRECTION TABLE FULL"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO CORR-COUNT
               MOVE LGR-REF TO CORR-T-REF(CORR-COUNT)
               MOVE LGR-PARENT TO CORR-T-PARENT(CORR-COUNT)
               MOVE LGR-ACCOUNT TO CORR-T-ACCOUNT(CORR-COUNT)
               MOVE LGR-ABS-AMOUNT TO CORR-T-AMOUNT(CORR-COUNT)
               MOVE LGR-DRCR TO CORR-T-DRCR(CORR-COUNT)
           END-IF.

       REPLAY-RECORD.
           IF FIRST-RECORD = "Y"
               IF LGR-ACTION = "NEW" AND LGR-BALANCE NOT = ZERO
                           MOVE "Y" TO RECORD-OK
                       END-IF
                   WHEN OTHER
                       IF LGR-DRCR = "C"
                           COMPUTE EXPECTED-BALANCE =
                               PRIOR-BALANCE + LGR-ABS-AMOUNT
                       ELSE
                           IF LGR-DRCR = "D"
                               COMPUTE EXPECTED-BALANCE =
                                   PRIOR-BALANCE - LGR-ABS-AMOUNT
                           ELSE
                               MOVE PRIOR-BALANCE TO EXPECTED-BALANCE
                           END-IF
                       END-IF
                       IF LGR-BALANCE = EXPECTED-BALANCE
                           MOVE "Y" TO RECORD-OK
                       END-IF
               END-EVALUATE
               END-IF
           END-PERFORM.

       CHECK-CORRECTION-PAIRS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "----- CORRECTIONS -----" TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING CORR-IX FROM 1 BY 1
                   UNTIL CORR-IX > CORR-COUNT
               PERFORM CHECK-CORRECTION-ENTRY
           END-PERFORM
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > ORIG-COUNT
               IF ORIG-T-PAIRED(IX) = "N"
                   ADD 1 TO MISMATCH-COUNT
                   MOVE SPACES TO REPORT-RECORD
                   MOVE ORIG-T-REF(IX) TO ED-REF
                   MOVE ORIG-T-BY(IX) TO ED-REF2
                   STRING "ENTRY " DELIMITED SIZE
                          ED-REF DELIMITED SIZE
                          " MARKED REVERSED BY " DELIMITED SIZE
                          ED-REF2 DELIMITED SIZE
                          " BUT NO CORRECTION ON FILE" DELIMITED SIZE
                          INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-RECORD
           MOVE CORR-COUNT TO ED-CORR-COUNT
           STRING "CORRECTION ENTRIES: " DELIMITED SIZE
                  ED-CORR-COUNT DELIMITED SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF ARCHIVED-ORIG-COUNT > ZERO
               MOVE SPACES TO REPORT-RECORD
               MOVE ARCHIVED-ORIG-COUNT TO ED-CORR-COUNT
               STRING "CORRECTIONS OF ARCHIVED ENTRIES: " DELIMITED SIZE
                      ED-CORR-COUNT DELIMITED SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       CHECK-CORRECTION-ENTRY.
           MOVE ZERO TO ORIG-IDX
           PERFORM VARYING IX FROM 1 BY 1
                   UNTIL IX > ORIG-COUNT OR ORIG-IDX > ZERO
               IF ORIG-T-REF(IX) = CORR-T-PARENT(CORR-IX)
                   MOVE IX TO ORIG-IDX
               END-IF
           END-PERFORM
           MOVE CORR-T-ACCOUNT(CORR-IX) TO ED-ACCOUNT
           MOVE CORR-T-REF(CORR-IX) TO ED-REF
           MOVE CORR-T-PARENT(CORR-IX) TO ED-REF2
           MOVE CORR-T-AMOUNT(CORR-IX) TO ED-CORR-AMOUNT
           MOVE SPACES TO REPORT-RECORD
           IF ORIG-IDX = ZERO
               ADD 1 TO ARCHIVED-ORIG-COUNT
               STRING "ACCOUNT " DELIMITED SIZE
                      ED-ACCOUNT DELIMITED SIZE
                      " CORRECTION " DELIMITED SIZE
                      ED-REF DELIMITED SIZE
                      " REVERSES " DELIMITED SIZE
                      ED-REF2 DELIMITED SIZE
                      " AMOUNT " DELIMITED SIZE
                      ED-CORR-AMOUNT DELIMITED SIZE
                      " (ORIGINAL ARCHIVED)" DELIMITED SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               MOVE "Y" TO ORIG-T-PAIRED(ORIG-IDX)
               MOVE "Y" TO PAIR-OK
               IF ORIG-T-AMOUNT(ORIG-IDX) NOT = CORR-T-AMOUNT(CORR-IX)
                       OR ORIG-T-DRCR(ORIG-IDX) = CORR-T-DRCR(CORR-IX)
                       OR ORIG-T-ACCOUNT(ORIG-IDX) NOT =
                           CORR-T-ACCOUNT(CORR-IX)
                       OR ORIG-T-BY(ORIG-IDX) NOT = CORR-T-REF(CORR-IX)
                   MOVE "N" TO PAIR-OK
               END-IF
               MOVE SPACES TO PAIR-NOTE
               IF PAIR-OK = "N"
                   ADD 1 TO MISMATCH-COUNT
                   MOVE " PAIR MISMATCH" TO PAIR-NOTE
               END-IF
               STRING "ACCOUNT " DELIMITED SIZE
                      ED-ACCOUNT DELIMITED SIZE
                      " CORRECTION " DELIMITED SIZE
                      ED-REF DELIMITED SIZE
                      " REVERSES " DELIMITED SIZE
                      ED-REF2 DELIMITED SIZE
                      " AMOUNT " DELIMITED SIZE
                      ED-CORR-AMOUNT DELIMITED SIZE
                      PAIR-NOTE DELIMITED SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       WRITE-VERDICT.
           MOVE SPACES TO REPORT-RECORD
           IF MISMATCH-COUNT = ZERO
