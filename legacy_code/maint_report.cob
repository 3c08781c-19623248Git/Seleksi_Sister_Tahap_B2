       FILE SECTION.

       FD LEDGER-FILE.
       01 LEDGER-RECORD         PIC X(132).

       FD REPORT-FILE.
       01 REPORT-RECORD         PIC X(100).
           IF LGR-ACTION = "FRZ" OR LGR-ACTION = "UNF"
                   OR LGR-ACTION = "CLS" OR LGR-ACTION = "RAC"
                   OR LGR-ACTION = "DRM" OR LGR-ACTION = "ODL"
                   OR LGR-ACTION = "LNK" OR LGR-ACTION = "HLD"
                   OR LGR-ACTION = "HRL"
               MOVE LEDGER-RECORD(48:18) TO LGR-TIMESTAMP
               IF LGR-TIMESTAMP >= DAY-START-TIME
                   MOVE LEDGER-RECORD(1:6) TO LGR-ACCOUNT
                   MOVE "MARKED DORMANT" TO ACTION-LABEL
               WHEN "ODL"
                   MOVE "OVERDRAFT LIMIT SET" TO ACTION-LABEL
               WHEN "LNK"
                   MOVE "CUSTOMER LINKED" TO ACTION-LABEL
               WHEN "HLD"
                   MOVE "HOLD PLACED" TO ACTION-LABEL
               WHEN "HRL"
                   MOVE "HOLD RELEASED" TO ACTION-LABEL
               WHEN OTHER
                   MOVE LGR-ACTION TO ACTION-LABEL
           END-EVALUATE
