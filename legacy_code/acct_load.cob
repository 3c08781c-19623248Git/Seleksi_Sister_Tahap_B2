               RECORD KEY IS ACC-KEY
               FILE STATUS IS FS-ACC.

           SELECT PRIOR-MASTER ASSIGN TO DYNAMIC PRIOR-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRIOR-KEY
               FILE STATUS IS FS-PRIOR.

           SELECT FLAG-FILE ASSIGN TO "finalize.flag"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FLAG.

       DATA DIVISION.
       FILE SECTION.

          05 ACC-STATUS-BYTE    PIC X(1).
          05 ACC-BAL-SIGN       PIC X(1).
          05 ACC-OD-LIMIT-TXT   PIC X(16).
          05 ACC-PRODUCT        PIC X(4).

       FD PRIOR-MASTER.
       01 PRIOR-RECORD.
          05 PRIOR-KEY          PIC 9(6).
          05 PRIOR-DATA         PIC X(37).

       FD FLAG-FILE.
       01 FLAG-RECORD           PIC X(40).

       WORKING-STORAGE SECTION.

       77 FS-OLD                PIC XX.
       77 FS-ACC                PIC XX.
       77 FS-PRIOR              PIC XX.
       77 FS-FLAG               PIC XX.
       77 PRIOR-FILENAME        PIC X(40).
       77 OLD-EOF               PIC X VALUE "N".
       77 PRIOR-EOF             PIC X VALUE "N".
       77 WS-ARGUMENT           PIC X(80).
       77 LOAD-COUNT            PIC 9(9) VALUE ZERO.
       77 DUP-COUNT             PIC 9(9) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-LOAD.
           ACCEPT WS-ARGUMENT FROM COMMAND-LINE
           IF WS-ARGUMENT = "--convert"
               PERFORM CONVERT-MASTER
           END-IF
           OPEN INPUT OLD-FILE
           IF FS-OLD NOT = "00"
               DISPLAY "accounts.txt NOT FOUND - NOTHING TO CONVERT"
                       MOVE OLD-RECORD(26:1) TO ACC-STATUS-BYTE
                       MOVE "+" TO ACC-BAL-SIGN
                       MOVE "0000000000000.00" TO ACC-OD-LIMIT-TXT
                       MOVE "STD " TO ACC-PRODUCT
                       WRITE ACC-RECORD
                           INVALID KEY
                               ADD 1 TO DUP-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       CONVERT-MASTER.
           MOVE "accounts.dat.v43" TO PRIOR-FILENAME
           OPEN INPUT PRIOR-MASTER
           IF FS-PRIOR NOT = "35"
               IF FS-PRIOR = "00"
                   CLOSE PRIOR-MASTER
               END-IF
               DISPLAY "MASTER ALREADY CONVERTED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM RECOVER-FINALIZE
           MOVE "accounts.dat" TO PRIOR-FILENAME
           OPEN INPUT PRIOR-MASTER
           IF FS-PRIOR = "39"
               DISPLAY "MASTER ALREADY CONVERTED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF FS-PRIOR = "35"
               DISPLAY "accounts.dat NOT FOUND - NOTHING TO CONVERT"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF FS-PRIOR NOT = "00"
               DISPLAY "CANNOT OPEN ACCOUNT MASTER " FS-PRIOR
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE PRIOR-MASTER
           PERFORM CHECKPOINT-BEFORE-SWAP
           MOVE "accounts.dat.bak" TO PRIOR-FILENAME
           OPEN INPUT PRIOR-MASTER
           IF FS-PRIOR NOT = "00"
               DISPLAY "CANNOT OPEN ACCOUNT MASTER COPY " FS-PRIOR
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ACC-FILE
           IF FS-ACC NOT = "00"
               DISPLAY "CANNOT CREATE ACCOUNT MASTER " FS-ACC
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL PRIOR-EOF = "Y"
               READ PRIOR-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO PRIOR-EOF
                   NOT AT END
                       MOVE PRIOR-RECORD TO ACC-RECORD
                       MOVE "STD " TO ACC-PRODUCT
                       WRITE ACC-RECORD
                           INVALID KEY
                               ADD 1 TO DUP-COUNT
                               DISPLAY "DUPLICATE ACCOUNT " ACC-KEY
                           NOT INVALID KEY
                               ADD 1 TO LOAD-COUNT
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE PRIOR-MASTER
           CLOSE ACC-FILE
           CALL "SYSTEM" USING "rm -f finalize.flag"
           CALL "SYSTEM" USING "cp accounts.dat.bak accounts.dat.v43"
           DISPLAY "ACCOUNTS CONVERTED: " LOAD-COUNT
           DISPLAY "DUPLICATES SKIPPED: " DUP-COUNT
           IF DUP-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

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
