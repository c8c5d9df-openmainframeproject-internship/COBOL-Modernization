001190*              nightly expired-holds step), then applies the    * accthold
001200*              day's HOLDREQ requests - 'P' places a new hold   * accthold
001210*              with the next free sequence on the account, 'R'  * accthold
001220*              releases a named hold early, and 'E' extends     * accthold
001230*              every active hold on an account to a later       * accthold
001240*              release date - applied ahead of the              * accthold
001250*              expired-holds pass so a hold due tonight is      * accthold
001251*              kept. The debit checks in ACCTXFER and ACCTXFPO  * accthold
001252*              subtract every hold still active here from the   * accthold
001253*              ledger balance before letting money out.         * accthold
001260***************************************************************** accthold
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTHOLD.
         05 HRQ-ACTION PIC X(1).
           88 HRQ-PLACE VALUE 'P'.
           88 HRQ-RELEASE VALUE 'R'.
           88 HRQ-EXTEND VALUE 'E'.
         05 HRQ-OWNER-PID PIC X(5).
         05 HRQ-ACCOUNT PIC X(9).
         05 HRQ-SEQ-NO PIC 9(4).
         05 WS-PLACED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-RELEASED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-EXPIRED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-EXTENDED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-SKIP-COUNT PIC 9(6) VALUE ZERO.
         05 WS-NEXT-SEQ PIC 9(4).
         05 WS-CURRENT-DATE-TIME.
           OPEN I-O HOLDMST-FILE
           .
      *****************************************************************
      * Extension pass - an 'E' request (KITESCAN asks for these      *
      * while a kiting case is under review) pushes out the release   *
      * date of every active hold on the account, and must land       *
      * before the expired-holds pass frees a hold due tonight.       *
      *****************************************************************
           IF WS-HOLDREQ-OK
               PERFORM UNTIL WS-HOLDREQ-EOF
                   READ HOLDREQ-FILE
                       AT END
                           SET WS-HOLDREQ-EOF TO TRUE
                       NOT AT END
                           IF HRQ-EXTEND
                               PERFORM EXTEND-ACCOUNT-HOLDS THRU
                                   EXTEND-ACCOUNT-HOLDS-EXIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLDREQ-FILE
               MOVE 'N' TO WS-HOLDREQ-EOF-FLAG
               OPEN INPUT HOLDREQ-FILE
           END-IF
           MOVE 'N' TO WS-HOLDMST-EOF-FLAG
           .
      *****************************************************************
      * Expired-holds pass - any active hold whose release date has   *
      * arrived frees its funds tonight without anyone keying a       *
      * release request.                                              *
               WS-PLACED-COUNT ' placed, '
               WS-RELEASED-COUNT ' released, '
               WS-EXPIRED-COUNT ' expired, '
               WS-EXTENDED-COUNT ' extended, '
               WS-SKIP-COUNT ' skipped'
           .
           STOP RUN
               GO TO PROCESS-HOLD-REQUEST-EXIT
           END-IF
           .
           IF HRQ-EXTEND
               GO TO PROCESS-HOLD-REQUEST-EXIT
           END-IF
           .
           ADD 1 TO WS-SKIP-COUNT
           DISPLAY 'Invalid hold action for account: ' HRQ-ACCOUNT
           .
       RELEASE-ONE-HOLD-EXIT.
           EXIT
           .
       EXTEND-ACCOUNT-HOLDS.
           IF HRQ-RELEASE-DATE IS NOT NUMERIC
               OR HRQ-RELEASE-DATE IS NOT GREATER THAN WS-CURRENT-DATE
               DISPLAY 'Invalid extension date for account: '
                   HRQ-ACCOUNT
               GO TO EXTEND-ACCOUNT-HOLDS-EXIT
           END-IF
           MOVE HRQ-OWNER-PID TO HLD-OWNER-PID
           MOVE HRQ-ACCOUNT TO HLD-ACCOUNT
           MOVE ZERO TO HLD-SEQ-NO
           MOVE 'N' TO WS-HOLDMST-EOF-FLAG
           START HOLDMST-FILE KEY IS NOT LESS THAN HLD-KEY
               INVALID KEY
                   SET WS-HOLDMST-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-HOLDMST-EOF
               READ HOLDMST-FILE NEXT RECORD
                   AT END
                       SET WS-HOLDMST-EOF TO TRUE
                   NOT AT END
                       IF WS-HOLDMST-OK
                           AND HLD-OWNER-PID IS EQUAL TO HRQ-OWNER-PID
                           AND HLD-ACCOUNT IS EQUAL TO HRQ-ACCOUNT
                           IF HLD-ACTIVE AND HLD-RELEASE-DATE IS LESS
                                   THAN HRQ-RELEASE-DATE
                               MOVE HRQ-RELEASE-DATE TO
                                   HLD-RELEASE-DATE
                               REWRITE HOLDMST-RECORD
                               ADD 1 TO WS-EXTENDED-COUNT
                           END-IF
                       ELSE
                           SET WS-HOLDMST-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           .
       EXTEND-ACCOUNT-HOLDS-EXIT.
           EXIT
           .
