       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRIALBAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-FILE ASSIGN TO "tb_ledger.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HIST.

           SELECT SORT-FILE ASSIGN TO "tb_sortwork.tmp".

           SELECT SORTED-FILE ASSIGN TO "tb_sorted.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACC-FILE ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-KEY
               FILE STATUS IS FS-ACC.

           SELECT ACC-ARCH ASSIGN TO "accounts_archive.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ACC-ARCH.

           SELECT CUST-FILE ASSIGN TO "customers.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CUST.

           SELECT REL-FILE ASSIGN TO "relationships.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REL.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD HIST-FILE.
       01 HIST-RECORD           PIC X(132).

       SD SORT-FILE.
       01 SORT-RECORD.
          05 SORT-ACCOUNT       PIC X(6).
          05 FILLER             PIC X(41).
          05 SORT-TIMESTAMP     PIC X(18).
          05 FILLER             PIC X(35).
          05 SORT-REF           PIC X(10).
          05 FILLER             PIC X(22).

       FD SORTED-FILE.
       01 SORTED-RECORD         PIC X(132).

       FD ACC-FILE.
       01 ACC-RECORD.
          05 ACC-KEY            PIC 9(6).
          05 ACC-LAST-ACTION    PIC X(3).
          05 ACC-BALANCE-TXT    PIC X(16).
          05 ACC-STATUS-BYTE    PIC X(1).
          05 ACC-BAL-SIGN       PIC X(1).
          05 ACC-OD-LIMIT-TXT   PIC X(16).
          05 ACC-PRODUCT        PIC X(4).

       FD ACC-ARCH.
       01 AARCH-RECORD          PIC X(47).

       FD CUST-FILE.
       01 CUST-RECORD           PIC X(95).

       FD REL-FILE.
       01 REL-RECORD            PIC X(31).

       FD REPORT-FILE.
       01 REPORT-RECORD         PIC X(100).

       WORKING-STORAGE SECTION.

       77 WS-ARGUMENT           PIC X(80).
       77 DATE-TEXT             PIC X(8).
       77 REPORT-FILENAME       PIC X(40).

       77 DATE-ARG              PIC 9(8).
       77 AS-OF-DATE            PIC 9(8).
       77 EPOCH-OUT             PIC 9(18).
       77 AS-OF-END             PIC 9(18).
       77 CARRY-TIME            PIC 9(18).
       01 DT-FIELDS.
          05 DT-REM             PIC 9(9).
          05 DT-ERA             PIC 9(9).
          05 DT-DOE             PIC 9(9).
          05 DT-YOE             PIC 9(9).
          05 DT-DOY             PIC 9(9).
          05 DT-T1              PIC 9(9).
          05 DT-T2              PIC 9(9).
          05 DT-T4              PIC 9(9).
          05 DT-YEAR            PIC 9(4).
          05 DT-MONTH           PIC 9(2).
          05 DT-DAY             PIC 9(2).

       77 FS-HIST               PIC XX.
       77 FS-ACC                PIC XX.
       77 FS-ACC-ARCH           PIC XX.
       77 FS-CUST               PIC XX.
       77 FS-REL                PIC XX.
       77 SRT-EOF               PIC X VALUE "N".
       77 ACC-EOF               PIC X VALUE "N".
       77 AARCH-EOF             PIC X VALUE "N".
       77 CUST-EOF              PIC X VALUE "N".
       77 REL-EOF               PIC X VALUE "N".

       77 LGR-ACCOUNT           PIC 9(6).
       77 LGR-ACTION            PIC X(3).
       77 LGR-AMOUNT            PIC S9(13)V99.
       77 LGR-BALANCE           PIC S9(13)V99.
       77 LGR-TIMESTAMP         PIC 9(18).
       77 CUR-ACCOUNT           PIC 9(6).
       77 GROUP-OPEN            PIC X VALUE "N".
       77 CUR-BALANCE           PIC S9(13)V99.
       77 CUR-HAS-ROW           PIC X VALUE "N".
       77 CUR-CF-FOUND          PIC X VALUE "N".
       77 CUR-CF-BALANCE        PIC S9(13)V99.
       77 LATER-ROWS            PIC X VALUE "N".

       01 MST-TABLE.
          05 MST-ENTRY OCCURS 50000 TIMES.
             10 MST-T-ACCOUNT   PIC 9(6).
             10 MST-T-STATUS    PIC X(1).
             10 MST-T-BALANCE   PIC S9(13)V99.
             10 MST-T-ARCHIVED  PIC X(1).
       77 MST-COUNT             PIC 9(5) VALUE ZERO.
       77 MST-IX                PIC 9(5).
       77 MST-IDX               PIC 9(5) VALUE ZERO.

       01 TB-TABLE.
          05 TB-ENTRY OCCURS 50000 TIMES.
             10 TB-T-ACCOUNT    PIC 9(6).
             10 TB-T-BALANCE    PIC S9(13)V99.
       77 TB-COUNT              PIC 9(5) VALUE ZERO.
       77 TB-IX                 PIC 9(5).
       77 TB-IDX                PIC 9(5) VALUE ZERO.

       77 CUST-NAME             PIC X(30).
       01 CUST-TABLE.
          05 CUST-ENTRY OCCURS 50000 TIMES.
             10 CUST-T-NUMBER   PIC 9(6).
             10 CUST-T-NAME     PIC X(30).
       77 CUST-COUNT            PIC 9(5) VALUE ZERO.
       77 CUST-IX               PIC 9(5).
       01 REL-TABLE.
          05 REL-ENTRY OCCURS 50000 TIMES.
             10 REL-T-CUSTOMER  PIC 9(6).
             10 REL-T-ACCOUNT   PIC 9(6).
             10 REL-T-ROLE      PIC X(1).
       77 REL-COUNT             PIC 9(5) VALUE ZERO.
       77 REL-IX                PIC 9(5).
       77 REL-CUSTOMER          PIC 9(6).
       77 REL-FOUND             PIC X VALUE "N".

       77 GRAND-TOTAL           PIC S9(15)V99 VALUE ZERO.
       77 LISTED-COUNT          PIC 9(6) VALUE ZERO.
       77 CF-CHECKED            PIC 9(6) VALUE ZERO.
       77 CF-DIFFS              PIC 9(6) VALUE ZERO.
       77 MST-CHECKED           PIC 9(6) VALUE ZERO.
       77 MST-DIFFS             PIC 9(6) VALUE ZERO.
       77 STATUS-LABEL          PIC X(8).
       77 LINE-NOTE             PIC X(30).
       77 CHECK-BALANCE         PIC S9(13)V99.

       77 ED-ACCOUNT            PIC 999999.
       77 ED-BALANCE            PIC -Z(12)9.99.
       77 ED-OTHER              PIC -Z(12)9.99.
       77 ED-TOTAL              PIC -Z(14)9.99.
       77 ED-COUNT              PIC ZZZZZ9.
       77 ED-COUNT2             PIC ZZZZZ9.

       PROCEDURE DIVISION.

       MAIN-TRIAL-BALANCE.
           ACCEPT WS-ARGUMENT FROM COMMAND-LINE
           PERFORM SET-AS-OF-DATE
           PERFORM LOAD-MASTER-TABLE
           PERFORM LOAD-ARCHIVED-ACCOUNTS
           PERFORM LOAD-CUSTOMER-TABLE
           PERFORM LOAD-RELATIONSHIP-TABLE
           CALL "SYSTEM" USING
               "cat ledger_archive_*.txt > tb_ledger.tmp 2>/dev/null"
           CALL "SYSTEM" USING "cat ledger.txt >> tb_ledger.tmp"
           SORT SORT-FILE
               ON ASCENDING KEY SORT-ACCOUNT
               ON ASCENDING KEY SORT-TIMESTAMP
               ON ASCENDING KEY SORT-REF
               USING HIST-FILE
               GIVING SORTED-FILE
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           OPEN INPUT SORTED-FILE
           PERFORM READ-SORTED
           PERFORM UNTIL SRT-EOF = "Y"
               IF GROUP-OPEN = "N" OR LGR-ACCOUNT NOT = CUR-ACCOUNT
                   IF GROUP-OPEN = "Y"
                       PERFORM CLOSE-ACCOUNT-GROUP
                   END-IF
                   PERFORM OPEN-ACCOUNT-GROUP
               END-IF
               PERFORM APPLY-HISTORY-ROW
               PERFORM READ-SORTED
           END-PERFORM
           IF GROUP-OPEN = "Y"
               PERFORM CLOSE-ACCOUNT-GROUP
           END-IF
           CLOSE SORTED-FILE
           CALL "SYSTEM" USING "rm -f tb_ledger.tmp tb_sorted.tmp"
           PERFORM CHECK-AGAINST-MASTER
           PERFORM WRITE-REPORT-TOTALS
           CLOSE REPORT-FILE
           DISPLAY "TRIAL BALANCE AS OF " AS-OF-DATE
               " ACCOUNTS: " LISTED-COUNT
           IF CF-DIFFS > ZERO OR MST-DIFFS > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       SET-AS-OF-DATE.
           MOVE SPACES TO DATE-TEXT
           UNSTRING WS-ARGUMENT DELIMITED BY ALL " "
               INTO DATE-TEXT
           IF DATE-TEXT IS NOT NUMERIC
               DISPLAY "AS-OF DATE REQUIRED (YYYYMMDD)"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE DATE-TEXT TO AS-OF-DATE
           MOVE AS-OF-DATE TO DATE-ARG
           PERFORM CONVERT-DATE-TO-EPOCH
           IF DT-MONTH < 1 OR DT-MONTH > 12
                   OR DT-DAY < 1 OR DT-DAY > 31
               DISPLAY "AS-OF DATE REQUIRED (YYYYMMDD)"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE AS-OF-END = EPOCH-OUT + 86400
           COMPUTE CARRY-TIME = AS-OF-END - 1
           MOVE SPACES TO REPORT-FILENAME
           STRING "trial_balance_" DELIMITED SIZE
                  DATE-TEXT DELIMITED SIZE
                  ".txt" DELIMITED SIZE
                  INTO REPORT-FILENAME.

       CONVERT-DATE-TO-EPOCH.
           DIVIDE DATE-ARG BY 10000 GIVING DT-YEAR REMAINDER DT-REM
           DIVIDE DT-REM BY 100 GIVING DT-MONTH REMAINDER DT-T4
           MOVE DT-T4 TO DT-DAY
           IF DT-MONTH <= 2
               SUBTRACT 1 FROM DT-YEAR
           END-IF
           DIVIDE DT-YEAR BY 400 GIVING DT-ERA REMAINDER DT-YOE
           IF DT-MONTH > 2
               COMPUTE DT-T4 = DT-MONTH - 3
           ELSE
               COMPUTE DT-T4 = DT-MONTH + 9
           END-IF
           COMPUTE DT-T4 = 153 * DT-T4 + 2
           DIVIDE DT-T4 BY 5 GIVING DT-T1
           COMPUTE DT-DOY = DT-T1 + DT-DAY - 1
           DIVIDE DT-YOE BY 4 GIVING DT-T1
           DIVIDE DT-YOE BY 100 GIVING DT-T2
           COMPUTE DT-DOE = 365 * DT-YOE + DT-T1 - DT-T2 + DT-DOY
           COMPUTE EPOCH-OUT =
               (146097 * DT-ERA + DT-DOE - 719468) * 86400.

       LOAD-MASTER-TABLE.
           MOVE "N" TO ACC-EOF
           OPEN INPUT ACC-FILE
           IF FS-ACC = "00"
               PERFORM UNTIL ACC-EOF = "Y"
                   READ ACC-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO ACC-EOF
                       NOT AT END
                           IF MST-COUNT >= 50000
                               DISPLAY "MASTER TABLE FULL"
                               MOVE 12 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO MST-COUNT
                           MOVE ACC-KEY TO MST-T-ACCOUNT(MST-COUNT)
                           MOVE ACC-STATUS-BYTE
                               TO MST-T-STATUS(MST-COUNT)
                           MOVE FUNCTION NUMVAL(ACC-BALANCE-TXT)
                               TO MST-T-BALANCE(MST-COUNT)
                           IF ACC-BAL-SIGN = "-"
                               COMPUTE MST-T-BALANCE(MST-COUNT) =
                                   ZERO - MST-T-BALANCE(MST-COUNT)
                           END-IF
                           MOVE "N" TO MST-T-ARCHIVED(MST-COUNT)
                   END-READ
               END-PERFORM
               CLOSE ACC-FILE
           END-IF.

       LOAD-ARCHIVED-ACCOUNTS.
           MOVE "N" TO AARCH-EOF
           OPEN INPUT ACC-ARCH
           IF FS-ACC-ARCH = "00"
               PERFORM UNTIL AARCH-EOF = "Y"
                   READ ACC-ARCH
                       AT END
                           MOVE "Y" TO AARCH-EOF
                       NOT AT END
                           IF AARCH-RECORD(1:6) IS NUMERIC
                               IF MST-COUNT >= 50000
                                   DISPLAY "MASTER TABLE FULL"
                                   MOVE 12 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                               ADD 1 TO MST-COUNT
                               MOVE AARCH-RECORD(1:6)
                                   TO MST-T-ACCOUNT(MST-COUNT)
                               MOVE AARCH-RECORD(26:1)
                                   TO MST-T-STATUS(MST-COUNT)
                               MOVE ZERO TO MST-T-BALANCE(MST-COUNT)
                               MOVE "Y" TO MST-T-ARCHIVED(MST-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACC-ARCH
           END-IF.

       LOAD-CUSTOMER-TABLE.
           MOVE "N" TO CUST-EOF
           OPEN INPUT CUST-FILE
           IF FS-CUST = "00"
               PERFORM UNTIL CUST-EOF = "Y"
                   READ CUST-FILE
                       AT END
                           MOVE "Y" TO CUST-EOF
                       NOT AT END
                           IF CUST-COUNT < 50000
                               ADD 1 TO CUST-COUNT
                               MOVE CUST-RECORD(1:6)
                                   TO CUST-T-NUMBER(CUST-COUNT)
                               MOVE CUST-RECORD(7:30)
                                   TO CUST-T-NAME(CUST-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUST-FILE
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

       FIND-CUSTOMER-NAME.
           MOVE "N" TO REL-FOUND
           MOVE ZERO TO REL-CUSTOMER
           PERFORM VARYING REL-IX FROM 1 BY 1
                   UNTIL REL-IX > REL-COUNT
               IF REL-T-ACCOUNT(REL-IX) = CUR-ACCOUNT
                   IF REL-FOUND = "N" OR REL-T-ROLE(REL-IX) = "P"
                       MOVE REL-T-CUSTOMER(REL-IX) TO REL-CUSTOMER
                       MOVE "Y" TO REL-FOUND
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO CUST-NAME
           PERFORM VARYING CUST-IX FROM 1 BY 1
                   UNTIL CUST-IX > CUST-COUNT OR REL-FOUND = "N"
               IF CUST-T-NUMBER(CUST-IX) = REL-CUSTOMER
                   MOVE CUST-T-NAME(CUST-IX) TO CUST-NAME
               END-IF
           END-PERFORM.

       FIND-MASTER-ENTRY.
           MOVE ZERO TO MST-IDX
           PERFORM VARYING MST-IX FROM 1 BY 1
                   UNTIL MST-IX > MST-COUNT OR MST-IDX > ZERO
               IF MST-T-ACCOUNT(MST-IX) = CUR-ACCOUNT
                   MOVE MST-IX TO MST-IDX
               END-IF
           END-PERFORM.

       SET-STATUS-LABEL.
           MOVE "UNKNOWN" TO STATUS-LABEL
           IF MST-IDX > ZERO
               EVALUATE TRUE
                   WHEN MST-T-ARCHIVED(MST-IDX) = "Y"
                       MOVE "ARCHIVED" TO STATUS-LABEL
                   WHEN MST-T-STATUS(MST-IDX) = "A"
                       MOVE "ACTIVE" TO STATUS-LABEL
                   WHEN MST-T-STATUS(MST-IDX) = "F"
                       MOVE "FROZEN" TO STATUS-LABEL
                   WHEN MST-T-STATUS(MST-IDX) = "C"
                       MOVE "CLOSED" TO STATUS-LABEL
                   WHEN MST-T-STATUS(MST-IDX) = "D"
                       MOVE "DORMANT" TO STATUS-LABEL
                   WHEN OTHER
                       MOVE MST-T-STATUS(MST-IDX) TO STATUS-LABEL
               END-EVALUATE
           END-IF.

       READ-SORTED.
           READ SORTED-FILE
               AT END
                   MOVE "Y" TO SRT-EOF
               NOT AT END
                   MOVE SORTED-RECORD(1:6) TO LGR-ACCOUNT
                   MOVE SORTED-RECORD(7:3) TO LGR-ACTION
                   MOVE FUNCTION NUMVAL(SORTED-RECORD(10:16))
                       TO LGR-AMOUNT
                   MOVE FUNCTION NUMVAL(SORTED-RECORD(26:16))
                       TO LGR-BALANCE
                   IF SORTED-RECORD(72:1) = "-"
                       COMPUTE LGR-BALANCE = ZERO - LGR-BALANCE
                   END-IF
                   MOVE SORTED-RECORD(48:18) TO LGR-TIMESTAMP
           END-READ.

       OPEN-ACCOUNT-GROUP.
           MOVE LGR-ACCOUNT TO CUR-ACCOUNT
           MOVE "Y" TO GROUP-OPEN
           MOVE ZERO TO CUR-BALANCE
           MOVE ZERO TO CUR-CF-BALANCE
           MOVE "N" TO CUR-HAS-ROW
           MOVE "N" TO CUR-CF-FOUND.

       APPLY-HISTORY-ROW.
           IF LGR-TIMESTAMP >= AS-OF-END
               MOVE "Y" TO LATER-ROWS
           ELSE
               IF LGR-ACTION = "BAL" AND LGR-AMOUNT = ZERO
                       AND SORTED-RECORD(42:6) = "000000"
                       AND SORTED-RECORD(66:6) = "000000"
                       AND LGR-TIMESTAMP = CARRY-TIME
                   MOVE "Y" TO CUR-CF-FOUND
                   MOVE LGR-BALANCE TO CUR-CF-BALANCE
               ELSE
                   MOVE "Y" TO CUR-HAS-ROW
                   MOVE LGR-BALANCE TO CUR-BALANCE
               END-IF
           END-IF.

       CLOSE-ACCOUNT-GROUP.
           IF CUR-HAS-ROW = "Y" OR CUR-CF-FOUND = "Y"
               MOVE SPACES TO LINE-NOTE
               IF CUR-CF-FOUND = "Y"
                   ADD 1 TO CF-CHECKED
                   IF CUR-HAS-ROW = "N"
                       MOVE CUR-CF-BALANCE TO CUR-BALANCE
                       ADD 1 TO CF-DIFFS
                       MOVE "NO HISTORY BEFORE CARRY-FWD"
                           TO LINE-NOTE
                   ELSE
                       IF CUR-CF-BALANCE NOT = CUR-BALANCE
                           ADD 1 TO CF-DIFFS
                           MOVE "DIFFERS FROM CARRY-FORWARD"
                               TO LINE-NOTE
                       END-IF
                   END-IF
               END-IF
               IF TB-COUNT >= 50000
                   DISPLAY "TRIAL BALANCE TABLE FULL"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO TB-COUNT
               MOVE CUR-ACCOUNT TO TB-T-ACCOUNT(TB-COUNT)
               MOVE CUR-BALANCE TO TB-T-BALANCE(TB-COUNT)
               ADD CUR-BALANCE TO GRAND-TOTAL
               ADD 1 TO LISTED-COUNT
               PERFORM FIND-CUSTOMER-NAME
               PERFORM FIND-MASTER-ENTRY
               PERFORM SET-STATUS-LABEL
               MOVE CUR-ACCOUNT TO ED-ACCOUNT
               MOVE CUR-BALANCE TO ED-BALANCE
               MOVE SPACES TO REPORT-RECORD
               STRING ED-ACCOUNT DELIMITED SIZE
                      " " DELIMITED SIZE
                      CUST-NAME DELIMITED SIZE
                      " " DELIMITED SIZE
                      STATUS-LABEL DELIMITED SIZE
                      " " DELIMITED SIZE
                      ED-BALANCE DELIMITED SIZE
                      " " DELIMITED SIZE
                      LINE-NOTE DELIMITED SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE "N" TO GROUP-OPEN.

       CHECK-AGAINST-MASTER.
           IF LATER-ROWS = "N"
               PERFORM VARYING MST-IX FROM 1 BY 1
                       UNTIL MST-IX > MST-COUNT
                   ADD 1 TO MST-CHECKED
                   MOVE MST-T-ACCOUNT(MST-IX) TO CUR-ACCOUNT
                   PERFORM FIND-TB-ENTRY
                   MOVE ZERO TO CHECK-BALANCE
                   IF TB-IDX > ZERO
                       MOVE TB-T-BALANCE(TB-IDX) TO CHECK-BALANCE
                   END-IF
                   IF CHECK-BALANCE NOT = MST-T-BALANCE(MST-IX)
                       ADD 1 TO MST-DIFFS
                       MOVE MST-T-BALANCE(MST-IX) TO ED-OTHER
                       MOVE "MASTER BALANCE " TO LINE-NOTE
                       PERFORM WRITE-MASTER-DIFFERENCE
                   END-IF
               END-PERFORM
               PERFORM VARYING TB-IX FROM 1 BY 1
                       UNTIL TB-IX > TB-COUNT
                   MOVE TB-T-ACCOUNT(TB-IX) TO CUR-ACCOUNT
                   PERFORM FIND-MASTER-ENTRY
                   IF MST-IDX = ZERO AND TB-T-BALANCE(TB-IX) NOT = ZERO
                       ADD 1 TO MST-DIFFS
                       MOVE TB-T-BALANCE(TB-IX) TO CHECK-BALANCE
                       MOVE ZERO TO ED-OTHER
                       MOVE "NOT ON MASTER   " TO LINE-NOTE
                       PERFORM WRITE-MASTER-DIFFERENCE
                   END-IF
               END-PERFORM
           END-IF.

       FIND-TB-ENTRY.
           MOVE ZERO TO TB-IDX
           PERFORM VARYING TB-IX FROM 1 BY 1
                   UNTIL TB-IX > TB-COUNT OR TB-IDX > ZERO
               IF TB-T-ACCOUNT(TB-IX) = CUR-ACCOUNT
                   MOVE TB-IX TO TB-IDX
               END-IF
           END-PERFORM.

       WRITE-MASTER-DIFFERENCE.
           IF MST-DIFFS = 1
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "MASTER DIFFERENCES:" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE CUR-ACCOUNT TO ED-ACCOUNT
           MOVE CHECK-BALANCE TO ED-BALANCE
           MOVE SPACES TO REPORT-RECORD
           STRING "  ACCOUNT " DELIMITED SIZE
                  ED-ACCOUNT DELIMITED SIZE
                  " REBUILT " DELIMITED SIZE
                  ED-BALANCE DELIMITED SIZE
                  " " DELIMITED SIZE
                  LINE-NOTE DELIMITED SIZE
                  ED-OTHER DELIMITED SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-RECORD
           STRING "===== TRIAL BALANCE AS OF " DELIMITED SIZE
                  DATE-TEXT(1:4) DELIMITED SIZE
                  "-" DELIMITED SIZE
                  DATE-TEXT(5:2) DELIMITED SIZE
                  "-" DELIMITED SIZE
                  DATE-TEXT(7:2) DELIMITED SIZE
                  " =====" DELIMITED SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "ACCOUNT NAME                           STATUS   "
               TO REPORT-RECORD
           MOVE "         BALANCE" TO REPORT-RECORD(49:16)
           WRITE REPORT-RECORD.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE LISTED-COUNT TO ED-COUNT
           STRING "ACCOUNTS LISTED: " DELIMITED SIZE
                  ED-COUNT DELIMITED SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE GRAND-TOTAL TO ED-TOTAL
           STRING "GRAND TOTAL: " DELIMITED SIZE
                  ED-TOTAL DELIMITED SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE CF-CHECKED TO ED-COUNT
           MOVE CF-DIFFS TO ED-COUNT2
           EVALUATE TRUE
               WHEN CF-CHECKED = ZERO
                   MOVE "CARRY-FORWARD CHECK: NOT APPLICABLE"
                       TO REPORT-RECORD
               WHEN CF-DIFFS = ZERO
                   STRING "CARRY-FORWARD CHECK: AGREES, ACCOUNTS "
                              DELIMITED SIZE
                          ED-COUNT DELIMITED SIZE
                          INTO REPORT-RECORD
               WHEN OTHER
                   STRING "CARRY-FORWARD CHECK: DOES NOT AGREE, "
                              DELIMITED SIZE
                          ED-COUNT2 DELIMITED SIZE
                          " OF " DELIMITED SIZE
                          ED-COUNT DELIMITED SIZE
                          INTO REPORT-RECORD
           END-EVALUATE
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE MST-CHECKED TO ED-COUNT
           MOVE MST-DIFFS TO ED-COUNT2
           EVALUATE TRUE
               WHEN LATER-ROWS = "Y"
                   MOVE "MASTER CHECK: NOT APPLICABLE, LATER ACTIVITY"
                       TO REPORT-RECORD
               WHEN MST-DIFFS = ZERO
                   STRING "MASTER CHECK: AGREES, ACCOUNTS "
                              DELIMITED SIZE
                          ED-COUNT DELIMITED SIZE
                          INTO REPORT-RECORD
               WHEN OTHER
                   STRING "MASTER CHECK: DOES NOT AGREE, "
                              DELIMITED SIZE
                          ED-COUNT2 DELIMITED SIZE
                          " DIFFERENCES" DELIMITED SIZE
                          INTO REPORT-RECORD
           END-EVALUATE
           WRITE REPORT-RECORD.
