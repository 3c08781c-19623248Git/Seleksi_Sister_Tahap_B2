       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDRELEASE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO "holds.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HOLD.

           SELECT HOLD-TEMP ASSIGN TO "hold_temp.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "hold_release_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FLAG-FILE ASSIGN TO "finalize.flag"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FLAG.

       DATA DIVISION.
       FILE SECTION.

       FD HOLD-FILE.
       01 HOLD-RECORD           PIC X(108).

       FD HOLD-TEMP.
       01 HTEMP-RECORD          PIC X(108).

       FD REPORT-FILE.
       01 REPORT-RECORD         PIC X(100).

       FD FLAG-FILE.
       01 FLAG-RECORD           PIC X(40).

       WORKING-STORAGE SECTION.

       01 WS-UNIX-TIMESTAMP   PIC S9(18) COMP-5.
       77 TMP_TIMESTAMP         PIC X(18).
       77 NOW-TIME              PIC 9(18).

       77 FS-HOLD               PIC XX.
       77 FS-FLAG               PIC XX.
       77 HOLD-EOF              PIC X VALUE "N".
       77 ANY-EXPIRED           PIC X VALUE "N".

       77 HOLD-EXPIRY           PIC 9(18).
       77 HOLD-AMOUNT           PIC 9(13)V99.

       77 EXPIRED-COUNT         PIC 9(6) VALUE ZERO.
       77 EXPIRED-AMOUNT        PIC 9(16)V99 VALUE ZERO.
       77 ACTIVE-COUNT          PIC 9(6) VALUE ZERO.
       77 ACTIVE-AMOUNT         PIC 9(16)V99 VALUE ZERO.

       77 ED-ACCOUNT            PIC 999999.
       77 ED-AMOUNT             PIC Z(12)9.99.
       77 ED-TOTAL              PIC Z(15)9.99.
       77 ED-COUNT              PIC ZZZZZ9.

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

       MAIN-RELEASE.
           CALL "time" USING BY VALUE 0
               RETURNING WS-UNIX-TIMESTAMP
           MOVE WS-UNIX-TIMESTAMP TO TMP_TIMESTAMP
           MOVE TMP_TIMESTAMP TO NOW-TIME
           PERFORM RECOVER-FINALIZE
           OPEN INPUT HOLD-FILE
           IF FS-HOLD NOT = "00"
               DISPLAY "NO HOLDS FILE - NOTHING TO RELEASE"
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE "===== HOLD RELEASE RUN =====" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE NOW-TIME TO TS-WORK
           PERFORM FORMAT-TIMESTAMP
           MOVE SPACES TO REPORT-RECORD
           STRING "RUN DATE: " DELIMITED SIZE
                  TS-DISPLAY DELIMITED SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           OPEN OUTPUT HOLD-TEMP
           PERFORM UNTIL HOLD-EOF = "Y"
               READ HOLD-FILE
                   AT END
                       MOVE "Y" TO HOLD-EOF
                   NOT AT END
                       PERFORM CHECK-HOLD
                       WRITE HTEMP-RECORD FROM HOLD-RECORD
               END-READ
           END-PERFORM
           CLOSE HOLD-TEMP
           CLOSE HOLD-FILE
           IF ANY-EXPIRED = "Y"
               PERFORM CHECKPOINT-BEFORE-SWAP
               CALL "SYSTEM" USING "mv hold_temp.txt holds.txt"
               CALL "SYSTEM" USING "rm -f finalize.flag"
           ELSE
               CALL "SYSTEM" USING "rm -f hold_temp.txt"
           END-IF
           PERFORM WRITE-RUN-SUMMARY
           CLOSE REPORT-FILE
           STOP RUN.

       CHECK-HOLD.
           IF HOLD-RECORD(1:16) IS NUMERIC
                   AND HOLD-RECORD(72:1) = "A"
               MOVE FUNCTION NUMVAL(HOLD-RECORD(17:16)) TO HOLD-AMOUNT
               MOVE ZERO TO HOLD-EXPIRY
               IF HOLD-RECORD(54:18) IS NUMERIC
                   MOVE HOLD-RECORD(54:18) TO HOLD-EXPIRY
               END-IF
               IF HOLD-EXPIRY > ZERO AND HOLD-EXPIRY <= NOW-TIME
                   MOVE "E" TO HOLD-RECORD(72:1)
                   MOVE NOW-TIME TO HOLD-RECORD(91:18)
                   MOVE "Y" TO ANY-EXPIRED
                   ADD 1 TO EXPIRED-COUNT
                   ADD HOLD-AMOUNT TO EXPIRED-AMOUNT
                   PERFORM REPORT-EXPIRED-HOLD
               ELSE
                   ADD 1 TO ACTIVE-COUNT
                   ADD HOLD-AMOUNT TO ACTIVE-AMOUNT
               END-IF
           END-IF.

       REPORT-EXPIRED-HOLD.
           MOVE HOLD-EXPIRY TO TS-WORK
           PERFORM FORMAT-TIMESTAMP
           MOVE SPACES TO REPORT-RECORD
           MOVE HOLD-RECORD(11:6) TO ED-ACCOUNT
           MOVE HOLD-AMOUNT TO ED-AMOUNT
           STRING "RELEASED HOLD " DELIMITED SIZE
                  HOLD-RECORD(1:10) DELIMITED SIZE
                  " ACCOUNT " DELIMITED SIZE
                  ED-ACCOUNT DELIMITED SIZE
                  " " DELIMITED SIZE
                  HOLD-RECORD(33:3) DELIMITED SIZE
                  " " DELIMITED SIZE
                  ED-AMOUNT DELIMITED SIZE
                  " EXPIRED " DELIMITED SIZE
                  TS-DISPLAY DELIMITED SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       WRITE-RUN-SUMMARY.
           MOVE SPACES TO REPORT-RECORD
           MOVE EXPIRED-COUNT TO ED-COUNT
           MOVE EXPIRED-AMOUNT TO ED-TOTAL
           STRING "HOLDS RELEASED:  " DELIMITED SIZE
                  ED-COUNT DELIMITED SIZE
                  " AMOUNT " DELIMITED SIZE
                  ED-TOTAL DELIMITED SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE ACTIVE-COUNT TO ED-COUNT
           MOVE ACTIVE-AMOUNT TO ED-TOTAL
           STRING "HOLDS REMAINING: " DELIMITED SIZE
                  ED-COUNT DELIMITED SIZE
                  " AMOUNT " DELIMITED SIZE
                  ED-TOTAL DELIMITED SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD.

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
