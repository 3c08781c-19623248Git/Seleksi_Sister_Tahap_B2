       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXCERT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "ledger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LEDGER.

           SELECT LEDGER-ARCH ASSIGN TO DYNAMIC ARCH-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ARCH.

           SELECT LIST-FILE ASSIGN TO "tax_archives.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LIST.

           SELECT CUST-FILE ASSIGN TO "customers.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CUST.

           SELECT REL-FILE ASSIGN TO "relationships.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REL.

           SELECT TAXC-FILE ASSIGN TO "tax_config.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TAXC.

           SELECT CERT-FILE ASSIGN TO "tax_certificates.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD LEDGER-FILE.
       01 LEDGER-RECORD         PIC X(132).

       FD LEDGER-ARCH.
       01 ARCH-RECORD           PIC X(132).

       FD LIST-FILE.
       01 LIST-RECORD           PIC X(40).

       FD CUST-FILE.
       01 CUST-RECORD           PIC X(95).

       FD REL-FILE.
       01 REL-RECORD            PIC X(31).

       FD TAXC-FILE.
       01 TAXC-RECORD           PIC X(14).

       FD CERT-FILE.
       01 CERT-RECORD           PIC X(100).

       WORKING-STORAGE SECTION.

       01 WS-UNIX-TIMESTAMP   PIC S9(18) COMP-5.
       77 WS-ARGUMENT           PIC X(80).
       77 TMP_TIMESTAMP         PIC X(18).
       77 NOW-TIME              PIC 9(18).
       77 YEAR-TEXT             PIC X(4).
       77 TAX-YEAR              PIC 9(4).
       77 YEAR-START-TIME       PIC 9(18).
       77 YEAR-END-TIME         PIC 9(18).

       77 FS-LEDGER             PIC XX.
       77 FS-ARCH               PIC XX.
       77 FS-LIST               PIC XX.
       77 FS-CUST               PIC XX.
       77 FS-TAXC               PIC XX.
       77 LGR-EOF               PIC X VALUE "N".
       77 LIST-EOF              PIC X VALUE "N".
       77 CUST-EOF              PIC X VALUE "N".
       77 ARCH-FILENAME         PIC X(40).
       77 ARCH-COUNT            PIC 9(5) VALUE ZERO.

       77 WORK-RECORD           PIC X(132).
       77 LGR-ACCOUNT           PIC 9(6).
       77 LGR-ACTION            PIC X(3).
       77 LGR-AMOUNT            PIC 9(13)V99.
       77 LGR-TIMESTAMP         PIC 9(18).
       77 LGR-FLAG              PIC X(1).
       77 LGR-DRCR              PIC X(1).
       77 SETTLE-ACCOUNT        PIC 9(6) VALUE 999999.
       77 TAX-ACCOUNT           PIC 9(6) VALUE 999998.

       01 CERT-TABLE.
          05 CERT-ENTRY OCCURS 50000 TIMES.
             10 CERT-T-CUSTOMER PIC 9(6).
             10 CERT-T-GROSS    PIC 9(13)V99.
             10 CERT-T-TAX      PIC 9(13)V99.
       77 CERT-COUNT            PIC 9(5) VALUE ZERO.
       77 CERT-IX               PIC 9(5).
       77 CERT-IDX              PIC 9(5).
       01 CERT-ACCT-TABLE.
          05 CERT-ACCT-ENTRY OCCURS 50000 TIMES.
             10 CA-T-CUSTOMER   PIC 9(6).
             10 CA-T-ACCOUNT    PIC 9(6).
       77 CA-COUNT              PIC 9(5) VALUE ZERO.
       77 CA-IX                 PIC 9(5).
       77 CA-FOUND              PIC X VALUE "N".
       77 HOLDER-ACCOUNT        PIC 9(6) VALUE ZERO.
       77 HOLDER-CUSTOMER       PIC 9(6) VALUE ZERO.

       01 CUST-TABLE.
          05 CUST-ENTRY OCCURS 50000 TIMES.
             10 CUST-T-NUMBER  PIC 9(6).
             10 CUST-T-NAME     PIC X(30).
             10 CUST-T-EXEMPT   PIC X(1).
       77 CUST-COUNT            PIC 9(5) VALUE ZERO.
       77 CUST-IX               PIC 9(5).
       77 CUST-NAME             PIC X(30).
       77 CUST-EXEMPT           PIC X(1).
       77 FS-REL                PIC XX.
       77 REL-EOF               PIC X VALUE "N".
       01 REL-TABLE.
          05 REL-ENTRY OCCURS 50000 TIMES.
             10 REL-T-CUSTOMER  PIC 9(6).
             10 REL-T-ACCOUNT   PIC 9(6).
             10 REL-T-ROLE      PIC X(1).
       77 REL-COUNT             PIC 9(5) VALUE ZERO.
       77 REL-IX                PIC 9(5).
       77 REL-CUSTOMER          PIC 9(6).
       77 REL-FOUND             PIC X VALUE "N".

       77 NET-AMOUNT            PIC 9(13)V99.
       77 TOTAL-GROSS           PIC 9(15)V99 VALUE ZERO.
       77 TOTAL-TAX             PIC 9(15)V99 VALUE ZERO.
       77 TOTAL-NET             PIC 9(15)V99 VALUE ZERO.
       77 CERT-WRITTEN          PIC 9(5) VALUE ZERO.
       77 ED-ACCOUNT            PIC 999999.
       77 ED-AMOUNT             PIC Z(12)9.99.
       77 ED-TOTAL              PIC Z(14)9.99.
       77 ED-COUNT              PIC ZZZZ9.

       77 DATE-ARG              PIC 9(8).
       77 EPOCH-OUT             PIC 9(18).
       01 DT-FIELDS.
          05 DT-DAYS            PIC 9(18).
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

       PROCEDURE DIVISION.

       MAIN-TAX-CERT.
           CALL "time" USING BY VALUE 0
               RETURNING WS-UNIX-TIMESTAMP
           MOVE WS-UNIX-TIMESTAMP TO TMP_TIMESTAMP
           MOVE TMP_TIMESTAMP TO NOW-TIME
           ACCEPT WS-ARGUMENT FROM COMMAND-LINE
           PERFORM SET-TAX-YEAR
           PERFORM LOAD-TAX-ACCOUNT
           PERFORM LOAD-CUSTOMER-TABLE
           PERFORM LOAD-RELATIONSHIP-TABLE
           PERFORM READ-LEDGER-ARCHIVES
           PERFORM READ-CURRENT-LEDGER
           PERFORM WRITE-CERTIFICATES
           DISPLAY "TAX CERTIFICATES WRITTEN: " CERT-WRITTEN
           STOP RUN.

       SET-TAX-YEAR.
           MOVE SPACES TO YEAR-TEXT
           UNSTRING WS-ARGUMENT DELIMITED BY ALL " "
               INTO YEAR-TEXT
           IF YEAR-TEXT IS NUMERIC
               MOVE YEAR-TEXT TO TAX-YEAR
           ELSE
               DIVIDE NOW-TIME BY 86400 GIVING DT-DAYS
               PERFORM CONVERT-DAYS-TO-DATE
               MOVE DT-YEAR TO TAX-YEAR
           END-IF
           COMPUTE DATE-ARG = TAX-YEAR * 10000 + 0101
           PERFORM CONVERT-DATE-TO-EPOCH
           MOVE EPOCH-OUT TO YEAR-START-TIME
           COMPUTE DATE-ARG = (TAX-YEAR + 1) * 10000 + 0101
           PERFORM CONVERT-DATE-TO-EPOCH
           COMPUTE YEAR-END-TIME = EPOCH-OUT - 1.

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
                               MOVE CUST-RECORD(95:1)
                                   TO CUST-T-EXEMPT(CUST-COUNT)
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

       FIND-ACCOUNT-HOLDER.
           IF LGR-ACCOUNT NOT = HOLDER-ACCOUNT
                   OR HOLDER-CUSTOMER = ZERO
               MOVE "N" TO REL-FOUND
               MOVE ZERO TO REL-CUSTOMER
               PERFORM VARYING REL-IX FROM 1 BY 1
                       UNTIL REL-IX > REL-COUNT
                   IF REL-T-ACCOUNT(REL-IX) = LGR-ACCOUNT
                       IF REL-FOUND = "N" OR REL-T-ROLE(REL-IX) = "P"
                           MOVE REL-T-CUSTOMER(REL-IX) TO REL-CUSTOMER
                           MOVE "Y" TO REL-FOUND
                       END-IF
                   END-IF
               END-PERFORM
               IF REL-FOUND = "N"
                   MOVE LGR-ACCOUNT TO REL-CUSTOMER
               END-IF
               MOVE LGR-ACCOUNT TO HOLDER-ACCOUNT
               MOVE REL-CUSTOMER TO HOLDER-CUSTOMER
           END-IF.

       FIND-CUSTOMER-NAME.
           MOVE CERT-T-CUSTOMER(CERT-IX) TO REL-CUSTOMER
           MOVE SPACES TO CUST-NAME
           MOVE "N" TO CUST-EXEMPT
           PERFORM VARYING CUST-IX FROM 1 BY 1
                   UNTIL CUST-IX > CUST-COUNT
               IF CUST-T-NUMBER(CUST-IX) = REL-CUSTOMER
                   MOVE CUST-T-NAME(CUST-IX) TO CUST-NAME
                   IF CUST-T-EXEMPT(CUST-IX) = "Y"
                       MOVE "Y" TO CUST-EXEMPT
                   END-IF
               END-IF
           END-PERFORM.

       READ-LEDGER-ARCHIVES.
           CALL "SYSTEM" USING
               "ls ledger_archive_*.txt > tax_archives.lst 2>/dev/null"
           MOVE "N" TO LIST-EOF
           OPEN INPUT LIST-FILE
           IF FS-LIST = "00"
               PERFORM UNTIL LIST-EOF = "Y"
                   READ LIST-FILE
                       AT END
                           MOVE "Y" TO LIST-EOF
                       NOT AT END
                           IF LIST-RECORD NOT = SPACES
                               MOVE LIST-RECORD TO ARCH-FILENAME
                               PERFORM READ-ONE-ARCHIVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIST-FILE
           END-IF
           CALL "SYSTEM" USING "rm -f tax_archives.lst".

       READ-ONE-ARCHIVE.
           MOVE "N" TO LGR-EOF
           OPEN INPUT LEDGER-ARCH
           IF FS-ARCH NOT = "00"
               DISPLAY "CANNOT OPEN ARCHIVE " ARCH-FILENAME
               MOVE 4 TO RETURN-CODE
           ELSE
               ADD 1 TO ARCH-COUNT
               PERFORM UNTIL LGR-EOF = "Y"
                   READ LEDGER-ARCH
                       AT END
                           MOVE "Y" TO LGR-EOF
                       NOT AT END
                           MOVE ARCH-RECORD TO WORK-RECORD
                           PERFORM TALLY-LEDGER-ROW
                   END-READ
               END-PERFORM
               CLOSE LEDGER-ARCH
           END-IF.

       READ-CURRENT-LEDGER.
           MOVE "N" TO LGR-EOF
           OPEN INPUT LEDGER-FILE
           IF FS-LEDGER = "00"
               PERFORM UNTIL LGR-EOF = "Y"
                   READ LEDGER-FILE
                       AT END
                           MOVE "Y" TO LGR-EOF
                       NOT AT END
                           MOVE LEDGER-RECORD TO WORK-RECORD
                           PERFORM TALLY-LEDGER-ROW
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.

       TALLY-LEDGER-ROW.
           MOVE WORK-RECORD(1:6) TO LGR-ACCOUNT
           MOVE WORK-RECORD(7:3) TO LGR-ACTION
           MOVE WORK-RECORD(48:18) TO LGR-TIMESTAMP
           MOVE WORK-RECORD(121:1) TO LGR-FLAG
           MOVE WORK-RECORD(122:1) TO LGR-DRCR
           IF LGR-ACTION = "INT" AND LGR-DRCR = SPACE
                   AND WORK-RECORD(73:1) = "+"
               MOVE "C" TO LGR-DRCR
           END-IF
           IF ((LGR-ACTION = "INT" AND LGR-DRCR = "C")
                   OR (LGR-ACTION = "TAX" AND LGR-DRCR = "D"))
                   AND LGR-FLAG NOT = "R" AND LGR-FLAG NOT = "V"
                   AND LGR-ACCOUNT NOT = TAX-ACCOUNT
                   AND LGR-ACCOUNT NOT = SETTLE-ACCOUNT
                   AND LGR-TIMESTAMP >= YEAR-START-TIME
                   AND LGR-TIMESTAMP <= YEAR-END-TIME
               MOVE FUNCTION NUMVAL(WORK-RECORD(10:16)) TO LGR-AMOUNT
               PERFORM FIND-ACCOUNT-HOLDER
               PERFORM FIND-CERT-ENTRY
               PERFORM NOTE-CERT-ACCOUNT
               IF LGR-ACTION = "INT"
                   ADD LGR-AMOUNT TO CERT-T-GROSS(CERT-IX)
               ELSE
                   ADD LGR-AMOUNT TO CERT-T-TAX(CERT-IX)
               END-IF
           END-IF.

       FIND-CERT-ENTRY.
           MOVE ZERO TO CERT-IX
           PERFORM VARYING CERT-IDX FROM 1 BY 1
                   UNTIL CERT-IDX > CERT-COUNT OR CERT-IX > ZERO
               IF CERT-T-CUSTOMER(CERT-IDX) = HOLDER-CUSTOMER
                   MOVE CERT-IDX TO CERT-IX
               END-IF
           END-PERFORM
           IF CERT-IX = ZERO
               IF CERT-COUNT >= 50000
                   DISPLAY "CERTIFICATE TABLE FULL"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO CERT-COUNT
               MOVE CERT-COUNT TO CERT-IX
               MOVE HOLDER-CUSTOMER TO CERT-T-CUSTOMER(CERT-IX)
               MOVE ZERO TO CERT-T-GROSS(CERT-IX)
               MOVE ZERO TO CERT-T-TAX(CERT-IX)
           END-IF.

       NOTE-CERT-ACCOUNT.
           MOVE "N" TO CA-FOUND
           PERFORM VARYING CA-IX FROM 1 BY 1
                   UNTIL CA-IX > CA-COUNT OR CA-FOUND = "Y"
               IF CA-T-CUSTOMER(CA-IX) = HOLDER-CUSTOMER
                       AND CA-T-ACCOUNT(CA-IX) = LGR-ACCOUNT
                   MOVE "Y" TO CA-FOUND
               END-IF
           END-PERFORM
           IF CA-FOUND = "N"
               IF CA-COUNT >= 50000
                   DISPLAY "CERTIFICATE ACCOUNT TABLE FULL"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO CA-COUNT
               MOVE HOLDER-CUSTOMER TO CA-T-CUSTOMER(CA-COUNT)
               MOVE LGR-ACCOUNT TO CA-T-ACCOUNT(CA-COUNT)
           END-IF.

       WRITE-CERTIFICATES.
           OPEN OUTPUT CERT-FILE
           MOVE SPACES TO CERT-RECORD
           STRING "===== INTEREST TAX CERTIFICATES - TAX YEAR "
                  DELIMITED SIZE
                  TAX-YEAR DELIMITED SIZE
                  " =====" DELIMITED SIZE
                  INTO CERT-RECORD
           WRITE CERT-RECORD
           MOVE ARCH-COUNT TO ED-COUNT
           MOVE SPACES TO CERT-RECORD
           STRING "LEDGER ARCHIVES READ: " DELIMITED SIZE
                  ED-COUNT DELIMITED SIZE
                  INTO CERT-RECORD
           WRITE CERT-RECORD
           PERFORM VARYING CERT-IX FROM 1 BY 1
                   UNTIL CERT-IX > CERT-COUNT
               IF CERT-T-GROSS(CERT-IX) > ZERO
                       OR CERT-T-TAX(CERT-IX) > ZERO
                   PERFORM WRITE-ONE-CERTIFICATE
               END-IF
           END-PERFORM
           MOVE ALL "-" TO CERT-RECORD
           WRITE CERT-RECORD
           MOVE CERT-WRITTEN TO ED-COUNT
           MOVE SPACES TO CERT-RECORD
           STRING "CERTIFICATES: " DELIMITED SIZE
                  ED-COUNT DELIMITED SIZE
                  INTO CERT-RECORD
           WRITE CERT-RECORD
           MOVE TOTAL-GROSS TO ED-TOTAL
           MOVE SPACES TO CERT-RECORD
           STRING "TOTAL GROSS INTEREST:   " DELIMITED SIZE
                  ED-TOTAL DELIMITED SIZE
                  INTO CERT-RECORD
           WRITE CERT-RECORD
           MOVE TOTAL-TAX TO ED-TOTAL
           MOVE SPACES TO CERT-RECORD
           STRING "TOTAL TAX WITHHELD:     " DELIMITED SIZE
                  ED-TOTAL DELIMITED SIZE
                  INTO CERT-RECORD
           WRITE CERT-RECORD
           MOVE TOTAL-NET TO ED-TOTAL
           MOVE SPACES TO CERT-RECORD
           STRING "TOTAL NET INTEREST:     " DELIMITED SIZE
                  ED-TOTAL DELIMITED SIZE
                  INTO CERT-RECORD
           WRITE CERT-RECORD
           CLOSE CERT-FILE.

       WRITE-ONE-CERTIFICATE.
           PERFORM FIND-CUSTOMER-NAME
           IF CERT-T-TAX(CERT-IX) > CERT-T-GROSS(CERT-IX)
               MOVE ZERO TO NET-AMOUNT
           ELSE
               COMPUTE NET-AMOUNT =
                   CERT-T-GROSS(CERT-IX) - CERT-T-TAX(CERT-IX)
           END-IF
           ADD 1 TO CERT-WRITTEN
           ADD CERT-T-GROSS(CERT-IX) TO TOTAL-GROSS
           ADD CERT-T-TAX(CERT-IX) TO TOTAL-TAX
           ADD NET-AMOUNT TO TOTAL-NET
           MOVE ALL "-" TO CERT-RECORD
           WRITE CERT-RECORD
           MOVE CERT-T-CUSTOMER(CERT-IX) TO ED-ACCOUNT
           MOVE SPACES TO CERT-RECORD
           STRING "CUSTOMER: " DELIMITED SIZE
                  ED-ACCOUNT DELIMITED SIZE
                  "  NAME: " DELIMITED SIZE
                  CUST-NAME DELIMITED SIZE
                  INTO CERT-RECORD
           WRITE CERT-RECORD
           PERFORM VARYING CA-IX FROM 1 BY 1
                   UNTIL CA-IX > CA-COUNT
               IF CA-T-CUSTOMER(CA-IX) = CERT-T-CUSTOMER(CERT-IX)
                   MOVE CA-T-ACCOUNT(CA-IX) TO ED-ACCOUNT
                   MOVE SPACES TO CERT-RECORD
                   STRING "ACCOUNT:  " DELIMITED SIZE
                          ED-ACCOUNT DELIMITED SIZE
                          INTO CERT-RECORD
                   WRITE CERT-RECORD
               END-IF
           END-PERFORM
           IF CUST-EXEMPT = "Y"
               MOVE "STATUS:  EXEMPT FROM WITHHOLDING" TO CERT-RECORD
               WRITE CERT-RECORD
           END-IF
           MOVE CERT-T-GROSS(CERT-IX) TO ED-AMOUNT
           MOVE SPACES TO CERT-RECORD
           STRING "GROSS INTEREST:   " DELIMITED SIZE
                  ED-AMOUNT DELIMITED SIZE
                  INTO CERT-RECORD
           WRITE CERT-RECORD
           MOVE CERT-T-TAX(CERT-IX) TO ED-AMOUNT
           MOVE SPACES TO CERT-RECORD
           STRING "TAX WITHHELD:     " DELIMITED SIZE
                  ED-AMOUNT DELIMITED SIZE
                  INTO CERT-RECORD
           WRITE CERT-RECORD
           MOVE NET-AMOUNT TO ED-AMOUNT
           MOVE SPACES TO CERT-RECORD
           STRING "NET INTEREST:     " DELIMITED SIZE
                  ED-AMOUNT DELIMITED SIZE
                  INTO CERT-RECORD
           WRITE CERT-RECORD.
