       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLEXTRACT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "ledger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LEDGER.

           SELECT ACC-FILE ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-KEY
               FILE STATUS IS FS-ACC.

           SELECT MAP-FILE ASSIGN TO "gl_map.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MAP.

           SELECT JOURNAL-FILE ASSIGN TO "gl_journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GLBAL-FILE ASSIGN TO "gl_balance.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GLBAL.

           SELECT REPORT-FILE ASSIGN TO "gl_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TAXC-FILE ASSIGN TO "tax_config.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TAXC.

       DATA DIVISION.
       FILE SECTION.

       FD LEDGER-FILE.
       01 LEDGER-RECORD         PIC X(132).

       FD ACC-FILE.
       01 ACC-RECORD.
          05 ACC-KEY            PIC 9(6).
          05 ACC-LAST-ACTION    PIC X(3).
          05 ACC-BALANCE-TXT    PIC X(16).
          05 ACC-STATUS-BYTE    PIC X(1).
          05 ACC-BAL-SIGN       PIC X(1).
          05 ACC-OD-LIMIT-TXT   PIC X(16).
          05 ACC-PRODUCT        PIC X(4).

       FD MAP-FILE.
       01 MAP-RECORD            PIC X(48).

       FD JOURNAL-FILE.
       01 JOURNAL-RECORD        PIC X(100).

       FD GLBAL-FILE.
       01 GLBAL-RECORD          PIC X(48).

       FD REPORT-FILE.
       01 REPORT-RECORD         PIC X(100).

       FD TAXC-FILE.
       01 TAXC-RECORD           PIC X(14).

       WORKING-STORAGE SECTION.

       01 WS-UNIX-TIMESTAMP   PIC S9(18) COMP-5.
       77 WS-ARGUMENT           PIC X(80).
       77 TMP_TIMESTAMP         PIC X(18).
       77 NOW-TIME              PIC 9(18).
       77 DATE-TEXT             PIC X(8).
       77 BUSINESS-DATE         PIC 9(8) VALUE ZERO.
       77 DAY-START-TIME        PIC 9(18).
       77 DAY-END-TIME          PIC 9(18).

       77 FS-LEDGER             PIC XX.
       77 FS-ACC                PIC XX.
       77 FS-MAP                PIC XX.
       77 FS-GLBAL              PIC XX.
       77 LGR-EOF               PIC X VALUE "N".
       77 ACC-EOF               PIC X VALUE "N".
       77 MAP-EOF               PIC X VALUE "N".

       77 LGR-ACCOUNT           PIC 9(6).
       77 LGR-ACTION            PIC X(3).
       77 LGR-AMOUNT            PIC 9(13)V99.
       77 LGR-TIMESTAMP         PIC 9(18).
       77 LGR-REF               PIC 9(10).
       77 LGR-PARENT            PIC 9(10).
       77 LGR-FLAG              PIC X(1).
       77 LGR-DRCR              PIC X(1).
       77 SETTLE-ACCOUNT        PIC 9(6) VALUE 999999.
       77 FS-TAXC               PIC XX.
       77 TAX-ACCOUNT           PIC 9(6) VALUE 999998.

       01 MAP-TABLE.
          05 MAP-ENTRY OCCURS 100 TIMES.
             10 MAP-T-CATEGORY  PIC X(8).
             10 MAP-T-CODE      PIC X(10).
             10 MAP-T-DESC      PIC X(30).
       77 MAP-COUNT             PIC 9(3) VALUE ZERO.
       77 MAP-IX                PIC 9(3).
       77 MAP-IDX               PIC 9(3).

       01 GL-TABLE.
          05 GL-ENTRY OCCURS 20 TIMES.
             10 GL-T-CATEGORY   PIC X(8).
             10 GL-T-CODE       PIC X(10).
             10 GL-T-DESC       PIC X(30).
             10 GL-T-DEBIT      PIC 9(16)V99.
             10 GL-T-CREDIT     PIC 9(16)V99.
       77 GL-COUNT              PIC 9(2) VALUE ZERO.
       77 GL-IX                 PIC 9(2).
       77 GL-IDX                PIC 9(2).
       77 GL-CATEGORY-WORK      PIC X(8).
       77 GL-SIDE-WORK          PIC X(1).
       77 OFFSET-ACTION         PIC X(3).

       01 REVO-TABLE.
          05 REVO-ENTRY OCCURS 20000 TIMES.
             10 REVO-T-REF      PIC 9(10).
             10 REVO-T-ACTION   PIC X(3).
       77 REVO-COUNT            PIC 9(5) VALUE ZERO.
       77 REVO-IX               PIC 9(5).
       77 REVO-IDX              PIC 9(5).

       77 ROW-COUNT             PIC 9(9) VALUE ZERO.
       77 TOTAL-DEBIT           PIC 9(16)V99 VALUE ZERO.
       77 TOTAL-CREDIT          PIC 9(16)V99 VALUE ZERO.
       77 LEDGER-NET            PIC S9(16)V99 VALUE ZERO.
       77 MASTER-TOTAL          PIC S9(16)V99 VALUE ZERO.
       77 ACC-BALANCE           PIC S9(13)V99.
       77 PRIOR-TOTAL           PIC S9(16)V99 VALUE ZERO.
       77 PRIOR-FOUND           PIC X VALUE "N".
       77 SAVED-DATE            PIC 9(8) VALUE ZERO.
       77 SAVE-ALLOWED          PIC X VALUE "Y".
       77 MASTER-CHANGE         PIC S9(16)V99 VALUE ZERO.
       77 CONTROL-DIFF          PIC S9(16)V99 VALUE ZERO.

       77 JOURNAL-OK            PIC X VALUE "Y".
       77 MAP-MISSING           PIC X VALUE "N".
       77 LINE-COUNT            PIC 9(6) VALUE ZERO.

       77 ED-DATE               PIC 9(8).
       77 ED-AMOUNT             PIC 9(13).99.
       77 ED-AMOUNT2            PIC 9(13).99.
       77 ED-TOTAL              PIC 9(16).99.
       77 ED-TOTAL2             PIC 9(16).99.
       77 ED-SIGNED             PIC -9(16).99.
       77 ED-SIGNED2            PIC -9(16).99.
       77 ED-REPORT-AMT         PIC Z(15)9.99.
       77 ED-REPORT-AMT2        PIC Z(15)9.99.
       77 ED-REPORT-NET         PIC -Z(15)9.99.
       77 ED-COUNT              PIC ZZZZZZZZ9.
       77 ED-LINES              PIC 9(6).

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
       77 DATE-ARG              PIC 9(8).
       77 EPOCH-OUT             PIC 9(18).

       PROCEDURE DIVISION.

       MAIN-GL-EXTRACT.
           CALL "time" USING BY VALUE 0
               RETURNING WS-UNIX-TIMESTAMP
           MOVE WS-UNIX-TIMESTAMP TO TMP_TIMESTAMP
           MOVE TMP_TIMESTAMP TO NOW-TIME
           ACCEPT WS-ARGUMENT FROM COMMAND-LINE
           PERFORM SET-BUSINESS-DATE
           PERFORM LOAD-GL-MAP
           PERFORM LOAD-TAX-ACCOUNT
           PERFORM COLLECT-REVERSED-REFS
           PERFORM POST-LEDGER-ROWS
           PERFORM TOTAL-ACCOUNT-MASTER
           PERFORM LOAD-PRIOR-BALANCE
           PERFORM PROVE-JOURNAL
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-EXTRACT-REPORT
           IF JOURNAL-OK = "Y"
               PERFORM WRITE-JOURNAL-EXTRACT
               PERFORM SAVE-CONTROL-BALANCE
               MOVE "EXTRACT WRITTEN: gl_journal.txt" TO REPORT-RECORD
               WRITE REPORT-RECORD
               DISPLAY "GL JOURNAL BALANCED - EXTRACT WRITTEN"
               IF PRIOR-FOUND = "Y" AND CONTROL-DIFF NOT = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE "EXTRACT NOT WRITTEN" TO REPORT-RECORD
               WRITE REPORT-RECORD
               DISPLAY "GL JOURNAL NOT BALANCED - NO EXTRACT"
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE REPORT-FILE
           STOP RUN.

       SET-BUSINESS-DATE.
           MOVE SPACES TO DATE-TEXT
           UNSTRING WS-ARGUMENT DELIMITED BY ALL " "
               INTO DATE-TEXT
           IF DATE-TEXT IS NUMERIC
               MOVE DATE-TEXT TO DATE-ARG
               PERFORM CONVERT-DATE-TO-EPOCH
               MOVE EPOCH-OUT TO DAY-START-TIME
           ELSE
               COMPUTE DAY-START-TIME =
                   FUNCTION INTEGER(NOW-TIME / 86400) * 86400
           END-IF
           COMPUTE DAY-END-TIME = DAY-START-TIME + 86399
           DIVIDE DAY-START-TIME BY 86400 GIVING DT-DAYS
           PERFORM CONVERT-DAYS-TO-DATE
           COMPUTE BUSINESS-DATE =
               DT-YEAR * 10000 + DT-MONTH * 100 + DT-DAY.

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

       CONVERT-DAYS-TO-DATE.
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
           END-IF.

       LOAD-TAX-ACCOUNT.
           OPEN INPUT TAXC-FILE
           IF FS-TAXC = "00"
               READ TAXC-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TAXC-RECORD(9:6) IS NUMERIC
                               AND TAXC-RECORD(9:6) NOT = "000000"
                           MOVE TAXC-RECORD(9:6) TO TAX-ACCOUNT
                       END-IF
               END-READ
               CLOSE TAXC-FILE
           END-IF.

       LOAD-GL-MAP.
           MOVE "N" TO MAP-EOF
           OPEN INPUT MAP-FILE
           IF FS-MAP NOT = "00"
               DISPLAY "GL MAPPING FILE NOT FOUND"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL MAP-EOF = "Y"
               READ MAP-FILE
                   AT END
                       MOVE "Y" TO MAP-EOF
                   NOT AT END
                       IF MAP-RECORD NOT = SPACES
                           IF MAP-COUNT >= 100
                               DISPLAY "GL MAPPING TABLE FULL"
                               MOVE 12 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO MAP-COUNT
                           MOVE MAP-RECORD(1:8)
                               TO MAP-T-CATEGORY(MAP-COUNT)
                           MOVE MAP-RECORD(9:10)
                               TO MAP-T-CODE(MAP-COUNT)
                           MOVE MAP-RECORD(19:30)
                               TO MAP-T-DESC(MAP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MAP-FILE.

       READ-LEDGER-FIELDS.
           MOVE LEDGER-RECORD(1:6) TO LGR-ACCOUNT
           MOVE LEDGER-RECORD(7:3) TO LGR-ACTION
           MOVE FUNCTION NUMVAL(LEDGER-RECORD(10:16)) TO LGR-AMOUNT
           MOVE LEDGER-RECORD(48:18) TO LGR-TIMESTAMP
           MOVE ZERO TO LGR-REF
           MOVE ZERO TO LGR-PARENT
           IF LEDGER-RECORD(101:10) IS NUMERIC
               MOVE LEDGER-RECORD(101:10) TO LGR-REF
           END-IF
           IF LEDGER-RECORD(111:10) IS NUMERIC
               MOVE LEDGER-RECORD(111:10) TO LGR-PARENT
           END-IF
           MOVE LEDGER-RECORD(121:1) TO LGR-FLAG
           MOVE LEDGER-RECORD(122:1) TO LGR-DRCR.

       COLLECT-REVERSED-REFS.
           MOVE "N" TO LGR-EOF
           OPEN INPUT LEDGER-FILE
           IF FS-LEDGER = "00"
               PERFORM UNTIL LGR-EOF = "Y"
                   READ LEDGER-FILE
                       AT END
                           MOVE "Y" TO LGR-EOF
                       NOT AT END
                           PERFORM READ-LEDGER-FIELDS
                           IF LGR-FLAG = "V"
                                   AND LGR-TIMESTAMP >= DAY-START-TIME
                                   AND LGR-TIMESTAMP <= DAY-END-TIME
                               PERFORM ADD-REVERSED-REF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.

       ADD-REVERSED-REF.
           IF REVO-COUNT >= 20000
               DISPLAY "REVERSAL TABLE FULL"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO REVO-COUNT
           MOVE LGR-PARENT TO REVO-T-REF(REVO-COUNT)
           MOVE SPACES TO REVO-T-ACTION(REVO-COUNT).

       POST-LEDGER-ROWS.
           MOVE "N" TO LGR-EOF
           OPEN INPUT LEDGER-FILE
           IF FS-LEDGER = "00"
               PERFORM UNTIL LGR-EOF = "Y"
                   READ LEDGER-FILE
                       AT END
                           MOVE "Y" TO LGR-EOF
                       NOT AT END
                           PERFORM READ-LEDGER-FIELDS
                           PERFORM NOTE-REVERSED-ACTION
                           IF LGR-TIMESTAMP >= DAY-START-TIME
                                   AND LGR-TIMESTAMP <= DAY-END-TIME
                                   AND LGR-DRCR NOT = SPACE
                               PERFORM POST-LEDGER-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.

       NOTE-REVERSED-ACTION.
           IF LGR-REF > ZERO
               PERFORM VARYING REVO-IX FROM 1 BY 1
                       UNTIL REVO-IX > REVO-COUNT
                   IF REVO-T-REF(REVO-IX) = LGR-REF
                       MOVE LGR-ACTION TO REVO-T-ACTION(REVO-IX)
                   END-IF
               END-PERFORM
           END-IF.

       POST-LEDGER-ROW.
           ADD 1 TO ROW-COUNT
           IF LGR-ACCOUNT = SETTLE-ACCOUNT
               MOVE "CLEARING" TO GL-CATEGORY-WORK
           ELSE
               IF LGR-ACCOUNT = TAX-ACCOUNT
                   MOVE "TAXPAY" TO GL-CATEGORY-WORK
               ELSE
                   MOVE "DEPOSITS" TO GL-CATEGORY-WORK
               END-IF
           END-IF
           MOVE LGR-DRCR TO GL-SIDE-WORK
           PERFORM ADD-GL-AMOUNT
           IF LGR-DRCR = "C"
               ADD LGR-AMOUNT TO LEDGER-NET
           ELSE
               SUBTRACT LGR-AMOUNT FROM LEDGER-NET
           END-IF
           MOVE LGR-ACTION TO OFFSET-ACTION
           IF LGR-ACTION = "REV"
               PERFORM FIND-REVERSED-ACTION
           END-IF
           MOVE SPACES TO GL-CATEGORY-WORK
           IF OFFSET-ACTION = "DEP" OR OFFSET-ACTION = "WDR"
               MOVE "CASH" TO GL-CATEGORY-WORK
           END-IF
           IF OFFSET-ACTION = "FEE"
               MOVE "FEEINC" TO GL-CATEGORY-WORK
           END-IF
           IF OFFSET-ACTION = "INT"
               MOVE "INTEXP" TO GL-CATEGORY-WORK
           END-IF
           IF OFFSET-ACTION = SPACES
               MOVE "SUSPENSE" TO GL-CATEGORY-WORK
           END-IF
           IF GL-CATEGORY-WORK NOT = SPACES
               IF LGR-DRCR = "C"
                   MOVE "D" TO GL-SIDE-WORK
               ELSE
                   MOVE "C" TO GL-SIDE-WORK
               END-IF
               PERFORM ADD-GL-AMOUNT
           END-IF.

       FIND-REVERSED-ACTION.
           MOVE SPACES TO OFFSET-ACTION
           MOVE ZERO TO REVO-IDX
           PERFORM VARYING REVO-IX FROM 1 BY 1
                   UNTIL REVO-IX > REVO-COUNT OR REVO-IDX > ZERO
               IF REVO-T-REF(REVO-IX) = LGR-PARENT
                   MOVE REVO-IX TO REVO-IDX
               END-IF
           END-PERFORM
           IF REVO-IDX > ZERO
               MOVE REVO-T-ACTION(REVO-IDX) TO OFFSET-ACTION
           END-IF.

       ADD-GL-AMOUNT.
           MOVE ZERO TO GL-IDX
           PERFORM VARYING GL-IX FROM 1 BY 1
                   UNTIL GL-IX > GL-COUNT OR GL-IDX > ZERO
               IF GL-T-CATEGORY(GL-IX) = GL-CATEGORY-WORK
                   MOVE GL-IX TO GL-IDX
               END-IF
           END-PERFORM
           IF GL-IDX = ZERO
               IF GL-COUNT >= 20
                   DISPLAY "GL CATEGORY TABLE FULL"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO GL-COUNT
               MOVE GL-COUNT TO GL-IDX
               MOVE GL-CATEGORY-WORK TO GL-T-CATEGORY(GL-IDX)
               MOVE ZERO TO GL-T-DEBIT(GL-IDX)
               MOVE ZERO TO GL-T-CREDIT(GL-IDX)
               PERFORM MAP-GL-CATEGORY
           END-IF
           IF GL-SIDE-WORK = "D"
               ADD LGR-AMOUNT TO GL-T-DEBIT(GL-IDX)
           ELSE
               ADD LGR-AMOUNT TO GL-T-CREDIT(GL-IDX)
           END-IF.

       MAP-GL-CATEGORY.
           MOVE ZERO TO MAP-IDX
           PERFORM VARYING MAP-IX FROM 1 BY 1
                   UNTIL MAP-IX > MAP-COUNT OR MAP-IDX > ZERO
               IF MAP-T-CATEGORY(MAP-IX) = GL-CATEGORY-WORK
                   MOVE MAP-IX TO MAP-IDX
               END-IF
           END-PERFORM
           IF MAP-IDX > ZERO
               MOVE MAP-T-CODE(MAP-IDX) TO GL-T-CODE(GL-IDX)
               MOVE MAP-T-DESC(MAP-IDX) TO GL-T-DESC(GL-IDX)
           ELSE
               MOVE SPACES TO GL-T-CODE(GL-IDX)
               MOVE "NO GL MAPPING" TO GL-T-DESC(GL-IDX)
               MOVE "Y" TO MAP-MISSING
           END-IF.

       TOTAL-ACCOUNT-MASTER.
           MOVE "N" TO ACC-EOF
           OPEN INPUT ACC-FILE
           IF FS-ACC NOT = "00"
               DISPLAY "CANNOT OPEN ACCOUNT MASTER " FS-ACC
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL ACC-EOF = "Y"
               READ ACC-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO ACC-EOF
                   NOT AT END
                       MOVE FUNCTION NUMVAL(ACC-BALANCE-TXT)
                           TO ACC-BALANCE
                       IF ACC-BAL-SIGN = "-"
                           COMPUTE ACC-BALANCE = ZERO - ACC-BALANCE
                       END-IF
                       ADD ACC-BALANCE TO MASTER-TOTAL
               END-READ
           END-PERFORM
           CLOSE ACC-FILE.

       LOAD-PRIOR-BALANCE.
           MOVE "N" TO PRIOR-FOUND
           MOVE "Y" TO SAVE-ALLOWED
           OPEN INPUT GLBAL-FILE
           IF FS-GLBAL = "00"
               READ GLBAL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF GLBAL-RECORD(1:8) IS NUMERIC
                           MOVE GLBAL-RECORD(1:8) TO SAVED-DATE
                       END-IF
                       IF SAVED-DATE = BUSINESS-DATE
                           MOVE "Y" TO PRIOR-FOUND
                           MOVE FUNCTION NUMVAL(GLBAL-RECORD(9:20))
                               TO PRIOR-TOTAL
                       END-IF
                       IF SAVED-DATE < BUSINESS-DATE
                           MOVE "Y" TO PRIOR-FOUND
                           MOVE FUNCTION NUMVAL(GLBAL-RECORD(29:20))
                               TO PRIOR-TOTAL
                       END-IF
                       IF SAVED-DATE > BUSINESS-DATE
                           MOVE "N" TO SAVE-ALLOWED
                       END-IF
               END-READ
               CLOSE GLBAL-FILE
           END-IF
           IF PRIOR-FOUND = "Y"
               COMPUTE MASTER-CHANGE = MASTER-TOTAL - PRIOR-TOTAL
               COMPUTE CONTROL-DIFF = MASTER-CHANGE - LEDGER-NET
           END-IF.

       PROVE-JOURNAL.
           MOVE ZERO TO TOTAL-DEBIT
           MOVE ZERO TO TOTAL-CREDIT
           PERFORM VARYING GL-IX FROM 1 BY 1 UNTIL GL-IX > GL-COUNT
               ADD GL-T-DEBIT(GL-IX) TO TOTAL-DEBIT
               ADD GL-T-CREDIT(GL-IX) TO TOTAL-CREDIT
           END-PERFORM
           MOVE "Y" TO JOURNAL-OK
           IF TOTAL-DEBIT NOT = TOTAL-CREDIT
               MOVE "N" TO JOURNAL-OK
           END-IF
           IF MAP-MISSING = "Y"
               MOVE "N" TO JOURNAL-OK
           END-IF.

       WRITE-EXTRACT-REPORT.
           MOVE "===== GL JOURNAL EXTRACT =====" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE BUSINESS-DATE TO ED-DATE
           STRING "BUSINESS DATE: " DELIMITED SIZE
                  ED-DATE DELIMITED SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE ROW-COUNT TO ED-COUNT
           STRING "LEDGER POSTINGS: " DELIMITED SIZE
                  ED-COUNT DELIMITED SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "CATEGORY GL CODE   " DELIMITED SIZE
                  "            DEBIT" DELIMITED SIZE
                  "             CREDIT DESCRIPTION" DELIMITED SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING GL-IX FROM 1 BY 1 UNTIL GL-IX > GL-COUNT
               MOVE SPACES TO REPORT-RECORD
               MOVE GL-T-DEBIT(GL-IX) TO ED-REPORT-AMT
               MOVE GL-T-CREDIT(GL-IX) TO ED-REPORT-AMT2
               STRING GL-T-CATEGORY(GL-IX) DELIMITED SIZE
                      " " DELIMITED SIZE
                      GL-T-CODE(GL-IX) DELIMITED SIZE
                      " " DELIMITED SIZE
                      ED-REPORT-AMT DELIMITED SIZE
                      " " DELIMITED SIZE
                      ED-REPORT-AMT2 DELIMITED SIZE
                      " " DELIMITED SIZE
                      GL-T-DESC(GL-IX) DELIMITED SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM
           MOVE SPACES TO REPORT-RECORD
           MOVE TOTAL-DEBIT TO ED-REPORT-AMT
           MOVE TOTAL-CREDIT TO ED-REPORT-AMT2
           STRING "TOTALS              " DELIMITED SIZE
                  ED-REPORT-AMT DELIMITED SIZE
                  " " DELIMITED SIZE
                  ED-REPORT-AMT2 DELIMITED SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF MAP-MISSING = "Y"
               MOVE "GL MAPPING MISSING FOR ONE OR MORE CATEGORIES"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           IF TOTAL-DEBIT = TOTAL-CREDIT
               MOVE "JOURNAL PROOF: DEBITS EQUAL CREDITS"
                   TO REPORT-RECORD
           ELSE
               MOVE "JOURNAL PROOF: OUT OF BALANCE" TO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE LEDGER-NET TO ED-REPORT-NET
           STRING "CONTROL TOTAL (NET ACCOUNT MOVEMENT): "
                      DELIMITED SIZE
                  ED-REPORT-NET DELIMITED SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE MASTER-TOTAL TO ED-REPORT-NET
           STRING "ACCOUNT MASTER TOTAL TODAY:           "
                      DELIMITED SIZE
                  ED-REPORT-NET DELIMITED SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF PRIOR-FOUND = "Y"
               MOVE SPACES TO REPORT-RECORD
               MOVE PRIOR-TOTAL TO ED-REPORT-NET
               STRING "ACCOUNT MASTER TOTAL PRIOR DAY:       "
                          DELIMITED SIZE
                      ED-REPORT-NET DELIMITED SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               MOVE MASTER-CHANGE TO ED-REPORT-NET
               STRING "CHANGE IN ACCOUNT MASTER TOTAL:       "
                          DELIMITED SIZE
                      ED-REPORT-NET DELIMITED SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
               IF CONTROL-DIFF = ZERO
                   MOVE "CONTROL CHECK: AGREES WITH ACCOUNT MASTER"
                       TO REPORT-RECORD
               ELSE
                   MOVE SPACES TO REPORT-RECORD
                   MOVE CONTROL-DIFF TO ED-REPORT-NET
                   STRING "CONTROL CHECK: DIFFERENCE "
                              DELIMITED SIZE
                          ED-REPORT-NET DELIMITED SIZE
                          INTO REPORT-RECORD
               END-IF
               WRITE REPORT-RECORD
           ELSE
               MOVE "CONTROL CHECK: NO PRIOR MASTER TOTAL ON FILE"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       WRITE-JOURNAL-EXTRACT.
           OPEN OUTPUT JOURNAL-FILE
           MOVE ZERO TO LINE-COUNT
           PERFORM VARYING GL-IX FROM 1 BY 1 UNTIL GL-IX > GL-COUNT
               IF GL-T-DEBIT(GL-IX) > ZERO
                       OR GL-T-CREDIT(GL-IX) > ZERO
                   ADD 1 TO LINE-COUNT
                   MOVE SPACES TO JOURNAL-RECORD
                   MOVE BUSINESS-DATE TO ED-DATE
                   MOVE GL-T-DEBIT(GL-IX) TO ED-AMOUNT
                   MOVE GL-T-CREDIT(GL-IX) TO ED-AMOUNT2
                   MOVE ED-DATE TO JOURNAL-RECORD(1:8)
                   MOVE GL-T-CODE(GL-IX) TO JOURNAL-RECORD(9:10)
                   MOVE ED-AMOUNT TO JOURNAL-RECORD(19:16)
                   MOVE ED-AMOUNT2 TO JOURNAL-RECORD(35:16)
                   MOVE GL-T-DESC(GL-IX) TO JOURNAL-RECORD(51:30)
                   WRITE JOURNAL-RECORD
               END-IF
           END-PERFORM
           MOVE SPACES TO JOURNAL-RECORD
           MOVE "TRL" TO JOURNAL-RECORD(1:3)
           MOVE BUSINESS-DATE TO ED-DATE
           MOVE ED-DATE TO JOURNAL-RECORD(4:8)
           MOVE LINE-COUNT TO ED-LINES
           MOVE ED-LINES TO JOURNAL-RECORD(12:6)
           MOVE TOTAL-DEBIT TO ED-TOTAL
           MOVE ED-TOTAL TO JOURNAL-RECORD(18:19)
           MOVE TOTAL-CREDIT TO ED-TOTAL2
           MOVE ED-TOTAL2 TO JOURNAL-RECORD(37:19)
           MOVE LEDGER-NET TO ED-SIGNED
           MOVE ED-SIGNED TO JOURNAL-RECORD(56:20)
           WRITE JOURNAL-RECORD
           CLOSE JOURNAL-FILE.

       SAVE-CONTROL-BALANCE.
           IF SAVE-ALLOWED = "Y"
               OPEN OUTPUT GLBAL-FILE
               MOVE SPACES TO GLBAL-RECORD
               MOVE BUSINESS-DATE TO ED-DATE
               MOVE ED-DATE TO GLBAL-RECORD(1:8)
               IF PRIOR-FOUND = "Y"
                   MOVE PRIOR-TOTAL TO ED-SIGNED
               ELSE
                   COMPUTE ED-SIGNED = MASTER-TOTAL - LEDGER-NET
               END-IF
               MOVE ED-SIGNED TO GLBAL-RECORD(9:20)
               MOVE MASTER-TOTAL TO ED-SIGNED2
               MOVE ED-SIGNED2 TO GLBAL-RECORD(29:20)
               WRITE GLBAL-RECORD
               CLOSE GLBAL-FILE
           END-IF.
