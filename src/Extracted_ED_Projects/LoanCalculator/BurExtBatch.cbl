001220*              memo carries the last month reported and the     * burextb
001230*              run refuses to cut the same month twice, on top  * burextb
001240*              of the normal run-control registration.          * burextb
001241*              Each co-borrower and guarantor on the LNPARTY    * burextb
001242*              cross-reference gets a tradeline of their own    * burextb
001243*              under the ECOA-style association code for how    * burextb
001244*              they are bound, and the primary's code moves     * burextb
001245*              from individual to joint or maker to match.      * burextb
001250***************************************************************** burextb
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BurExtBatch.
               ACCESS MODE IS RANDOM
               RECORD KEY IS AMS-KEY
               FILE STATUS IS WS-ACCTMST-STATUS.
           SELECT LNPARTY-FILE ASSIGN TO "LNPARTY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LPY-KEY
               FILE STATUS IS WS-LNPARTY-STATUS.
           SELECT BURCTL-FILE ASSIGN TO "BURCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BURCTL-STATUS.
           LABEL RECORDS ARE STANDARD.
       COPY CACCTMST.

       FD LNPARTY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CLNPARTY.

       FD BURCTL-FILE
           LABEL RECORDS ARE STANDARD.
       01 BURCTL-RECORD.
           88 WS-LOANMST-EOF VALUE 'Y'.
         05 WS-LOCMST-EOF-FLAG PIC X(1).
           88 WS-LOCMST-EOF VALUE 'Y'.
         05 WS-LNPARTY-STATUS PIC X(2).
           88 WS-LNPARTY-OK VALUE '00'.
         05 WS-LNPARTY-OPEN-FLAG PIC X(1) VALUE 'N'.
           88 WS-LNPARTY-OPEN VALUE 'Y'.
         05 WS-PARTY-EOF-FLAG PIC X(1).
           88 WS-PARTY-EOF VALUE 'Y'.
         05 WS-PARTY-OWNER-PID PIC X(5).
         05 WS-PARTY-ACCOUNT PIC X(9).
         05 WS-COBORROWER-COUNT PIC 9(3).
         05 WS-GUARANTOR-COUNT PIC 9(3).
         05 WS-ITEM-COUNT PIC 9(6) VALUE ZERO.
         05 WS-BALANCE-TOTAL PIC S9(11)V99 VALUE ZERO.
         05 WS-REPORT-MONTH PIC 9(6).
           OPEN INPUT LOANMST-FILE
           OPEN INPUT LOCMST-FILE
           OPEN INPUT ACCTMST-FILE
           OPEN INPUT LNPARTY-FILE
           IF WS-LNPARTY-OK
               SET WS-LNPARTY-OPEN TO TRUE
           END-IF
           OPEN OUTPUT BUREAU-FILE
           .
           MOVE LOW-VALUES TO LNM-KEY
           CLOSE LOANMST-FILE
           CLOSE LOCMST-FILE
           CLOSE ACCTMST-FILE
           IF WS-LNPARTY-OPEN
               CLOSE LNPARTY-FILE
           END-IF
           CLOSE BUREAU-FILE
           .
           OPEN OUTPUT BURCTL-FILE
           IF LNM-PAID-OFF
               SET BUR-STATUS-CLOSED TO TRUE
           ELSE
               IF LNM-CHARGED-OFF
                   SET BUR-STATUS-CHARGED-OFF TO TRUE
               ELSE
                   SET BUR-STATUS-OPEN TO TRUE
               END-IF
           END-IF
           .
      *****************************************************************
               END-EVALUATE
           END-IF
           .
           MOVE LNM-OWNER-PID TO WS-PARTY-OWNER-PID
           MOVE LNM-ACCOUNT TO WS-PARTY-ACCOUNT
           PERFORM COUNT-FACILITY-PARTIES THRU
               COUNT-FACILITY-PARTIES-EXIT
           .
           WRITE BUREAU-RECORD
           ADD 1 TO WS-ITEM-COUNT
           ADD BUR-CURRENT-BALANCE TO WS-BALANCE-TOTAL
           .
           PERFORM REPORT-FACILITY-PARTIES THRU
               REPORT-FACILITY-PARTIES-EXIT
           .
       REPORT-ONE-LOAN-EXIT.
           EXIT
           .
           IF LOC-CLOSED
               SET BUR-STATUS-CLOSED TO TRUE
           ELSE
               IF LOC-CHARGED-OFF
                   SET BUR-STATUS-CHARGED-OFF TO TRUE
               ELSE
                   SET BUR-STATUS-OPEN TO TRUE
               END-IF
           END-IF
           .
           MOVE SPACES TO BUR-ARREARS-BUCKET
               END-EVALUATE
           END-IF
           .
           MOVE LOC-OWNER-PID TO WS-PARTY-OWNER-PID
           MOVE LOC-ACCOUNT TO WS-PARTY-ACCOUNT
           PERFORM COUNT-FACILITY-PARTIES THRU
               COUNT-FACILITY-PARTIES-EXIT
           .
           WRITE BUREAU-RECORD
           ADD 1 TO WS-ITEM-COUNT
           ADD BUR-CURRENT-BALANCE TO WS-BALANCE-TOTAL
           .
           PERFORM REPORT-FACILITY-PARTIES THRU
               REPORT-FACILITY-PARTIES-EXIT
           .
       REPORT-ONE-FACILITY-EXIT.
           EXIT
           .
      *****************************************************************
      * The primary's association code depends on who else is bound - *
      * any co-borrower makes the account joint, a guarantor alone    *
      * makes the primary the maker, and nobody else leaves the       *
      * account individual.                                           *
      *****************************************************************
       COUNT-FACILITY-PARTIES.
           MOVE ZERO TO WS-COBORROWER-COUNT
           MOVE ZERO TO WS-GUARANTOR-COUNT
           IF NOT WS-LNPARTY-OPEN
               SET BUR-ECOA-INDIVIDUAL TO TRUE
               GO TO COUNT-FACILITY-PARTIES-EXIT
           END-IF
           .
           PERFORM START-FACILITY-PARTIES THRU
               START-FACILITY-PARTIES-EXIT
           PERFORM UNTIL WS-PARTY-EOF
               READ LNPARTY-FILE NEXT RECORD
                   AT END
                       SET WS-PARTY-EOF TO TRUE
                   NOT AT END
                       IF LPY-OWNER-PID IS NOT EQUAL TO
                               WS-PARTY-OWNER-PID
                           OR LPY-ACCOUNT IS NOT EQUAL TO
                               WS-PARTY-ACCOUNT
                           SET WS-PARTY-EOF TO TRUE
                       ELSE
                           IF LPY-ACTIVE AND LPY-CO-BORROWER
                               ADD 1 TO WS-COBORROWER-COUNT
                           END-IF
                           IF LPY-ACTIVE AND LPY-GUARANTOR
                               ADD 1 TO WS-GUARANTOR-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .
           IF WS-COBORROWER-COUNT IS GREATER THAN ZERO
               SET BUR-ECOA-JOINT TO TRUE
           ELSE
               IF WS-GUARANTOR-COUNT IS GREATER THAN ZERO
                   SET BUR-ECOA-MAKER TO TRUE
               ELSE
                   SET BUR-ECOA-INDIVIDUAL TO TRUE
               END-IF
           END-IF
           .
       COUNT-FACILITY-PARTIES-EXIT.
           EXIT
           .
      *****************************************************************
      * One more tradeline per liable party - the primary's detail    *
      * line with the party's PID and association code in place.      *
      *****************************************************************
       REPORT-FACILITY-PARTIES.
           IF WS-COBORROWER-COUNT IS EQUAL TO ZERO
               AND WS-GUARANTOR-COUNT IS EQUAL TO ZERO
               GO TO REPORT-FACILITY-PARTIES-EXIT
           END-IF
           .
           PERFORM START-FACILITY-PARTIES THRU
               START-FACILITY-PARTIES-EXIT
           PERFORM UNTIL WS-PARTY-EOF
               READ LNPARTY-FILE NEXT RECORD
                   AT END
                       SET WS-PARTY-EOF TO TRUE
                   NOT AT END
                       IF LPY-OWNER-PID IS NOT EQUAL TO
                               WS-PARTY-OWNER-PID
                           OR LPY-ACCOUNT IS NOT EQUAL TO
                               WS-PARTY-ACCOUNT
                           SET WS-PARTY-EOF TO TRUE
                       ELSE
                           IF LPY-ACTIVE
                               MOVE LPY-PARTY-PID TO BUR-OWNER-PID
                               IF LPY-GUARANTOR
                                   SET BUR-ECOA-GUARANTOR TO TRUE
                               ELSE
                                   SET BUR-ECOA-JOINT TO TRUE
                               END-IF
                               WRITE BUREAU-RECORD
                               ADD 1 TO WS-ITEM-COUNT
                               ADD BUR-CURRENT-BALANCE TO
                                   WS-BALANCE-TOTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .
       REPORT-FACILITY-PARTIES-EXIT.
           EXIT
           .
       START-FACILITY-PARTIES.
           MOVE 'N' TO WS-PARTY-EOF-FLAG
           MOVE WS-PARTY-OWNER-PID TO LPY-OWNER-PID
           MOVE WS-PARTY-ACCOUNT TO LPY-ACCOUNT
           MOVE LOW-VALUES TO LPY-PARTY-PID
           START LNPARTY-FILE KEY IS NOT LESS THAN LPY-KEY
               INVALID KEY
                   SET WS-PARTY-EOF TO TRUE
           END-START
           .
       START-FACILITY-PARTIES-EXIT.
           EXIT
           .
