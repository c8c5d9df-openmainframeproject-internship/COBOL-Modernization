               MOVE 'USERVAL ' TO PSA-PROGRAM
               MOVE WS-PERF-ELAPSED TO PSA-ELAPSED-HUND
               MOVE 'C' TO PSA-OUTCOME
               MOVE BRE-BANK-USERID OF BRE-OUT-OUTPUT-STRUCTURE2
                   TO PSA-USERID
               WRITE PERFSTAT-RECORD
               CLOSE PERFSTAT-FILE
           END-IF
