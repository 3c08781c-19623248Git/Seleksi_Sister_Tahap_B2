       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBSTREAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEQ-FILE ASSIGN TO "run_sequence.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SEQ.

           SELECT LOG-FILE ASSIGN TO "job_run_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOG.

           SELECT FLAG-FILE ASSIGN TO "finalize.flag"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FLAG.

       DATA DIVISION.
       FILE SECTION.

       FD SEQ-FILE.
       01 SEQ-RECORD            PIC X(100).

       FD LOG-FILE.
       01 LOG-RECORD            PIC X(100).

       FD FLAG-FILE.
       01 FLAG-RECORD           PIC X(40).

       WORKING-STORAGE SECTION.

       01 WS-UNIX-TIMESTAMP   PIC S9(18) COMP-5.
       77 TMP_TIMESTAMP         PIC X(18).
       77 NOW-TIME              PIC 9(18).
       77 WS-ARGUMENT           PIC X(80).
       77 ARG-1                 PIC X(12).
       77 ARG-2                 PIC X(12).
       77 ARG-3                 PIC X(12).
       77 ARG-TOKEN             PIC X(12).

       77 FS-SEQ                PIC XX.
       77 FS-LOG                PIC XX.
       77 FS-FLAG               PIC XX.
       77 SEQ-EOF               PIC X VALUE "N".
       77 LOG-EOF               PIC X VALUE "N".

       01 STEP-TABLE.
          05 STEP-ENTRY OCCURS 50 TIMES.
             10 STEP-T-SEQ      PIC 9(3).
             10 STEP-T-NAME     PIC X(12).
             10 STEP-T-COMMAND  PIC X(80).
       77 STEP-COUNT            PIC 9(3) VALUE ZERO.
       77 STEP-IX               PIC 9(3).

       77 BUSINESS-DATE         PIC 9(8) VALUE ZERO.
       77 RESTART-MODE          PIC X VALUE "N".
       77 RESTART-SEQ           PIC 9(3) VALUE ZERO.
       77 RESTART-NAME          PIC X(12) VALUE SPACES.
       77 START-SEQ             PIC 9(3) VALUE ZERO.
       77 START-FOUND           PIC X VALUE "N".

       77 DATE-SEEN             PIC X VALUE "N".
       77 DATE-COMPLETE         PIC X VALUE "N".
       77 PENDING-SEQ           PIC 9(3) VALUE ZERO.
       77 LOG-SEQ               PIC 9(3).

       77 SYS-STATUS            PIC S9(9) COMP-5.
       77 STEP-RC               PIC S9(4).
       77 HIGH-RC               PIC S9(4) VALUE ZERO.
       77 STREAM-STOPPED        PIC X VALUE "N".
       77 FLAG-LEFT             PIC X VALUE "N".
       77 STEPS-RUN             PIC 9(3) VALUE ZERO.

       77 LOG-NAME              PIC X(12).
       77 LOG-SEQ-OUT           PIC 9(3).
       77 LOG-START             PIC X(19).
       77 LOG-END               PIC X(19).
       77 LOG-STATUS            PIC X(8).
       77 ED-RC                 PIC 999.
       77 ED-SEQ                PIC 999.
       77 ED-COUNT              PIC ZZ9.
       77 STEP-START-TIME       PIC 9(18).
       77 RUN-START-TIME        PIC 9(18).

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

       MAIN-STREAM.
           CALL "time" USING BY VALUE 0
               RETURNING WS-UNIX-TIMESTAMP
           MOVE WS-UNIX-TIMESTAMP TO TMP_TIMESTAMP
           MOVE TMP_TIMESTAMP TO NOW-TIME
           MOVE NOW-TIME TO RUN-START-TIME
           PERFORM PARSE-ARGUMENTS
           PERFORM LOAD-RUN-SEQUENCE
           PERFORM SCAN-RUN-LOG
           PERFORM CHECK-RUN-ALLOWED
           PERFORM SET-START-STEP
           OPEN EXTEND LOG-FILE
           IF FS-LOG = "35"
               OPEN OUTPUT LOG-FILE
               CLOSE LOG-FILE
               OPEN EXTEND LOG-FILE
           END-IF
           MOVE ZERO TO LOG-SEQ-OUT
           MOVE "*RUN*" TO LOG-NAME
           MOVE RUN-START-TIME TO TS-WORK
           PERFORM FORMAT-TIMESTAMP
           MOVE TS-DISPLAY TO LOG-START
           MOVE SPACES TO LOG-END
           MOVE ZERO TO STEP-RC
           IF RESTART-MODE = "Y"
               MOVE "RESTART" TO LOG-STATUS
           ELSE
               MOVE "STARTED" TO LOG-STATUS
           END-IF
           PERFORM WRITE-LOG-ROW
           MOVE START-SEQ TO ED-SEQ
           DISPLAY "NIGHTLY RUN " BUSINESS-DATE " FROM STEP " ED-SEQ
           PERFORM VARYING STEP-IX FROM 1 BY 1
                   UNTIL STEP-IX > STEP-COUNT OR STREAM-STOPPED = "Y"
               IF STEP-T-SEQ(STEP-IX) >= START-SEQ
                   PERFORM RUN-STEP
               END-IF
           END-PERFORM
           PERFORM WRITE-RUN-END
           CLOSE LOG-FILE
           MOVE STEPS-RUN TO ED-COUNT
           DISPLAY "STEPS RUN: " ED-COUNT
           MOVE HIGH-RC TO RETURN-CODE
           STOP RUN.

       PARSE-ARGUMENTS.
           ACCEPT WS-ARGUMENT FROM COMMAND-LINE
           MOVE SPACES TO ARG-1
           MOVE SPACES TO ARG-2
           MOVE SPACES TO ARG-3
           UNSTRING WS-ARGUMENT DELIMITED BY ALL " "
               INTO ARG-1 ARG-2 ARG-3
           MOVE ARG-1 TO ARG-TOKEN
           PERFORM CLASSIFY-ARGUMENT
           MOVE ARG-2 TO ARG-TOKEN
           PERFORM CLASSIFY-ARGUMENT
           MOVE ARG-3 TO ARG-TOKEN
           PERFORM CLASSIFY-ARGUMENT
           IF BUSINESS-DATE = ZERO
               MOVE NOW-TIME TO TS-WORK
               PERFORM FORMAT-TIMESTAMP
               COMPUTE BUSINESS-DATE =
                   DT-YEAR * 10000 + DT-MONTH * 100 + DT-DAY
           END-IF
           IF RESTART-MODE = "N" AND
                   (RESTART-SEQ NOT = ZERO OR RESTART-NAME NOT = SPACES)
               DISPLAY "RESTART STEP GIVEN WITHOUT RESTART"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       CLASSIFY-ARGUMENT.
           EVALUATE TRUE
               WHEN ARG-TOKEN = SPACES
                   CONTINUE
               WHEN ARG-TOKEN = "RESTART"
                   MOVE "Y" TO RESTART-MODE
               WHEN ARG-TOKEN(1:8) IS NUMERIC
                       AND ARG-TOKEN(9:4) = SPACES
                   MOVE ARG-TOKEN(1:8) TO BUSINESS-DATE
               WHEN ARG-TOKEN(1:3) IS NUMERIC
                       AND ARG-TOKEN(4:9) = SPACES
                   MOVE ARG-TOKEN(1:3) TO RESTART-SEQ
               WHEN OTHER
                   MOVE ARG-TOKEN TO RESTART-NAME
           END-EVALUATE.

       LOAD-RUN-SEQUENCE.
           MOVE "N" TO SEQ-EOF
           OPEN INPUT SEQ-FILE
           IF FS-SEQ = "00"
               PERFORM UNTIL SEQ-EOF = "Y"
                   READ SEQ-FILE
                       AT END
                           MOVE "Y" TO SEQ-EOF
                       NOT AT END
                           IF SEQ-RECORD(1:3) IS NUMERIC
                                   AND SEQ-RECORD(18:80) NOT = SPACES
                               PERFORM ADD-STEP-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEQ-FILE
           END-IF
           IF STEP-COUNT = ZERO
               DISPLAY "RUN SEQUENCE MISSING OR EMPTY"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       ADD-STEP-ENTRY.
           IF STEP-COUNT >= 50
               DISPLAY "RUN SEQUENCE TABLE FULL"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF STEP-COUNT > ZERO
               IF SEQ-RECORD(1:3) NOT > STEP-T-SEQ(STEP-COUNT)
                   DISPLAY "RUN SEQUENCE OUT OF ORDER AT STEP "
                       SEQ-RECORD(1:3)
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           ADD 1 TO STEP-COUNT
           MOVE SEQ-RECORD(1:3) TO STEP-T-SEQ(STEP-COUNT)
           MOVE SEQ-RECORD(5:12) TO STEP-T-NAME(STEP-COUNT)
           MOVE SEQ-RECORD(18:80) TO STEP-T-COMMAND(STEP-COUNT).

       SCAN-RUN-LOG.
           MOVE "N" TO LOG-EOF
           OPEN INPUT LOG-FILE
           IF FS-LOG = "00"
               PERFORM UNTIL LOG-EOF = "Y"
                   READ LOG-FILE
                       AT END
                           MOVE "Y" TO LOG-EOF
                       NOT AT END
                           IF LOG-RECORD(1:8) = BUSINESS-DATE
                               PERFORM NOTE-LOG-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOG-FILE
           END-IF.

       NOTE-LOG-ROW.
           MOVE "Y" TO DATE-SEEN
           IF LOG-RECORD(14:12) = "*RUN*"
               IF LOG-RECORD(71:8) = "COMPLETE"
                   MOVE "Y" TO DATE-COMPLETE
               END-IF
           ELSE
               IF LOG-RECORD(10:3) IS NUMERIC
                   MOVE LOG-RECORD(10:3) TO LOG-SEQ
                   IF LOG-RECORD(71:8) = "OK"
                       IF LOG-SEQ = PENDING-SEQ
                           MOVE ZERO TO PENDING-SEQ
                       END-IF
                   ELSE
                       MOVE LOG-SEQ TO PENDING-SEQ
                   END-IF
               END-IF
           END-IF.

       CHECK-RUN-ALLOWED.
           IF DATE-COMPLETE = "Y"
               DISPLAY "NIGHTLY RUN ALREADY COMPLETED FOR "
                   BUSINESS-DATE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RESTART-MODE = "N" AND DATE-SEEN = "Y"
               DISPLAY "NIGHTLY RUN ALREADY STARTED FOR "
                   BUSINESS-DATE " - USE RESTART"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RESTART-MODE = "Y" AND DATE-SEEN = "N"
               DISPLAY "NO NIGHTLY RUN TO RESTART FOR "
                   BUSINESS-DATE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       SET-START-STEP.
           IF RESTART-MODE = "N"
               MOVE STEP-T-SEQ(1) TO START-SEQ
           ELSE
               IF RESTART-NAME NOT = SPACES
                   PERFORM VARYING STEP-IX FROM 1 BY 1
                           UNTIL STEP-IX > STEP-COUNT
                       IF STEP-T-NAME(STEP-IX) = RESTART-NAME
                           MOVE STEP-T-SEQ(STEP-IX) TO RESTART-SEQ
                       END-IF
                   END-PERFORM
                   IF RESTART-SEQ = ZERO
                       DISPLAY "RESTART STEP NOT IN RUN SEQUENCE: "
                           RESTART-NAME
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
               IF RESTART-SEQ = ZERO
                   MOVE PENDING-SEQ TO RESTART-SEQ
               END-IF
               IF RESTART-SEQ = ZERO
                   DISPLAY "NO FAILED STEP ON RUN LOG - NAME THE STEP"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE RESTART-SEQ TO START-SEQ
           END-IF
           MOVE "N" TO START-FOUND
           PERFORM VARYING STEP-IX FROM 1 BY 1
                   UNTIL STEP-IX > STEP-COUNT
               IF STEP-T-SEQ(STEP-IX) = START-SEQ
                   MOVE "Y" TO START-FOUND
               END-IF
           END-PERFORM
           IF START-FOUND = "N"
               MOVE START-SEQ TO ED-SEQ
               DISPLAY "RESTART STEP NOT IN RUN SEQUENCE: " ED-SEQ
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       RUN-STEP.
           CALL "time" USING BY VALUE 0
               RETURNING WS-UNIX-TIMESTAMP
           MOVE WS-UNIX-TIMESTAMP TO TMP_TIMESTAMP
           MOVE TMP_TIMESTAMP TO STEP-START-TIME
           MOVE STEP-START-TIME TO TS-WORK
           PERFORM FORMAT-TIMESTAMP
           MOVE TS-DISPLAY TO LOG-START
           MOVE SPACES TO LOG-END
           MOVE STEP-T-SEQ(STEP-IX) TO LOG-SEQ-OUT
           MOVE STEP-T-NAME(STEP-IX) TO LOG-NAME
           MOVE ZERO TO STEP-RC
           MOVE "STARTED" TO LOG-STATUS
           PERFORM WRITE-LOG-ROW
           MOVE STEP-T-SEQ(STEP-IX) TO ED-SEQ
           DISPLAY "STEP " ED-SEQ " " STEP-T-NAME(STEP-IX) " STARTED"
           CALL "SYSTEM" USING STEP-T-COMMAND(STEP-IX)
               RETURNING SYS-STATUS
           IF SYS-STATUS < ZERO
               MOVE 12 TO STEP-RC
           ELSE
               COMPUTE STEP-RC = SYS-STATUS / 256
           END-IF
           ADD 1 TO STEPS-RUN
           PERFORM CHECK-FINALIZE-FLAG
           IF FLAG-LEFT = "Y" AND STEP-RC < 12
               DISPLAY "FINALIZE FLAG LEFT BY STEP " ED-SEQ
               MOVE 12 TO STEP-RC
           END-IF
           IF STEP-RC > HIGH-RC
               MOVE STEP-RC TO HIGH-RC
           END-IF
           CALL "time" USING BY VALUE 0
               RETURNING WS-UNIX-TIMESTAMP
           MOVE WS-UNIX-TIMESTAMP TO TMP_TIMESTAMP
           MOVE TMP_TIMESTAMP TO TS-WORK
           PERFORM FORMAT-TIMESTAMP
           MOVE TS-DISPLAY TO LOG-END
           IF STEP-RC >= 8
               MOVE "FAILED" TO LOG-STATUS
               MOVE "Y" TO STREAM-STOPPED
           ELSE
               MOVE "OK" TO LOG-STATUS
           END-IF
           PERFORM WRITE-LOG-ROW
           MOVE STEP-RC TO ED-RC
           DISPLAY "STEP " ED-SEQ " " STEP-T-NAME(STEP-IX)
               " ENDED RC " ED-RC
           IF STREAM-STOPPED = "Y"
               DISPLAY "JOB STREAM STOPPED AT STEP " ED-SEQ " "
                   STEP-T-NAME(STEP-IX)
           END-IF.

       CHECK-FINALIZE-FLAG.
           MOVE "N" TO FLAG-LEFT
           OPEN INPUT FLAG-FILE
           IF FS-FLAG = "00"
               MOVE "Y" TO FLAG-LEFT
               CLOSE FLAG-FILE
           END-IF.

       WRITE-RUN-END.
           MOVE ZERO TO LOG-SEQ-OUT
           MOVE "*RUN*" TO LOG-NAME
           MOVE RUN-START-TIME TO TS-WORK
           PERFORM FORMAT-TIMESTAMP
           MOVE TS-DISPLAY TO LOG-START
           CALL "time" USING BY VALUE 0
               RETURNING WS-UNIX-TIMESTAMP
           MOVE WS-UNIX-TIMESTAMP TO TMP_TIMESTAMP
           MOVE TMP_TIMESTAMP TO TS-WORK
           PERFORM FORMAT-TIMESTAMP
           MOVE TS-DISPLAY TO LOG-END
           MOVE HIGH-RC TO STEP-RC
           IF STREAM-STOPPED = "Y"
               MOVE "STOPPED" TO LOG-STATUS
               DISPLAY "NIGHTLY RUN " BUSINESS-DATE " STOPPED"
           ELSE
               MOVE "COMPLETE" TO LOG-STATUS
               DISPLAY "NIGHTLY RUN " BUSINESS-DATE " COMPLETE"
           END-IF
           PERFORM WRITE-LOG-ROW.

       WRITE-LOG-ROW.
           MOVE SPACES TO LOG-RECORD
           MOVE LOG-SEQ-OUT TO ED-SEQ
           MOVE STEP-RC TO ED-RC
           STRING BUSINESS-DATE DELIMITED SIZE
                  " " DELIMITED SIZE
                  ED-SEQ DELIMITED SIZE
                  " " DELIMITED SIZE
                  LOG-NAME DELIMITED SIZE
                  " " DELIMITED SIZE
                  LOG-START DELIMITED SIZE
                  " " DELIMITED SIZE
                  LOG-END DELIMITED SIZE
                  " " DELIMITED SIZE
                  ED-RC DELIMITED SIZE
                  " " DELIMITED SIZE
                  LOG-STATUS DELIMITED SIZE
                  INTO LOG-RECORD
           WRITE LOG-RECORD.

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
