001230*              allowance of two is used up the final NSFRET     * acctrepr
001240*              record goes back to the presenting bank. No      * acctrepr
001250*              second NSF fee - it was charged at first bounce. * acctrepr
001252*              An item on an account since put under a 'BK'     * acctrepr
001254*              insolvency freeze on FRDHOLD is returned final   * acctrepr
001256*              as 'FZ' without a retry.                         * acctrepr
001260***************************************************************** acctrepr
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTREPR.
           SELECT NSFRET-FILE ASSIGN TO "NSFRET"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NSFRET-STATUS.
           SELECT FRDHOLD-FILE ASSIGN TO "FRDHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FRD-KEY
               FILE STATUS IS WS-FRDHOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       COPY CNSFRET.

       FD FRDHOLD-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CFRDHOLD.

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'ACCTREPR'.
           88 WS-ACCTTRN-OK VALUE '00'.
         05 WS-NSFRET-STATUS PIC X(2).
           88 WS-NSFRET-OK VALUE '00'.
         05 WS-FRDHOLD-STATUS PIC X(2).
           88 WS-FRDHOLD-OK VALUE '00'.
         05 WS-FRDHOLD-OPEN-FLAG PIC X(1) VALUE 'N'.
           88 WS-FRDHOLD-OPEN VALUE 'Y'.
         05 WS-ACCOUNT-FROZEN-FLAG PIC X(1).
           88 WS-ACCOUNT-FROZEN VALUE 'Y'.
         05 WS-REPRQUE-EOF-FLAG PIC X(1).
           88 WS-REPRQUE-EOF VALUE 'Y'.
         05 WS-RETRY-LIMIT PIC 9(1) VALUE 2.
           OPEN INPUT HOLDMST-FILE
           OPEN EXTEND ACCTTRN-FILE
           OPEN EXTEND NSFRET-FILE
           OPEN INPUT FRDHOLD-FILE
           IF WS-FRDHOLD-OK
               SET WS-FRDHOLD-OPEN TO TRUE
           END-IF
           .
           MOVE LOW-VALUES TO RPQ-KEY
           START REPRQUE-FILE KEY IS NOT LESS THAN RPQ-KEY
           CLOSE HOLDMST-FILE
           CLOSE ACCTTRN-FILE
           CLOSE NSFRET-FILE
           IF WS-FRDHOLD-OPEN
               CLOSE FRDHOLD-FILE
           END-IF
           .
           DISPLAY WS-QUEUE-COUNT ' queued item(s), '
               WS-PAID-COUNT ' paid, '
           .
       RETRY-ONE-ITEM.
           ADD 1 TO WS-QUEUE-COUNT
           MOVE 'N' TO WS-ACCOUNT-FROZEN-FLAG
           .
           MOVE RPQ-OWNER-PID TO AMS-OWNER-PID
           MOVE RPQ-ACCOUNT TO AMS-ACCOUNT
                   GO TO RETRY-ONE-ITEM-EXIT
           END-READ
           .
      *****************************************************************
      * An item queued before the customer's insolvency froze the     *
      * account is not retried against it - it goes back final as     *
      * 'FZ'.                                                         *
      *****************************************************************
           PERFORM CHECK-INSOLVENCY-FREEZE THRU
               CHECK-INSOLVENCY-FREEZE-EXIT
           IF WS-ACCOUNT-FROZEN
               PERFORM FINAL-RETURN-ITEM THRU
                   FINAL-RETURN-ITEM-EXIT
               GO TO RETRY-ONE-ITEM-EXIT
           END-IF
           .
           PERFORM SUM-ACTIVE-HOLDS THRU SUM-ACTIVE-HOLDS-EXIT
           .
           IF AMS-BALANCE + AMS-OVERDRAFT-LIMIT - WS-HOLD-TOTAL
           MOVE RPQ-AMOUNT TO NSF-AMOUNT
           MOVE RPQ-SERIAL TO NSF-SERIAL
           MOVE RPQ-PRESENTING-BANK TO NSF-PRESENTING-BANK
           IF WS-ACCOUNT-FROZEN
               SET NSF-REASON-FROZEN TO TRUE
           ELSE
               SET NSF-REASON-FUNDS TO TRUE
           END-IF
           MOVE WS-CURRENT-DATE TO NSF-RETURN-DATE
           WRITE NSFRET-RECORD
           .
       FINAL-RETURN-ITEM-EXIT.
           EXIT
           .
       CHECK-INSOLVENCY-FREEZE.
           IF NOT WS-FRDHOLD-OPEN
               GO TO CHECK-INSOLVENCY-FREEZE-EXIT
           END-IF
           .
           MOVE RPQ-OWNER-PID TO FRD-OWNER-PID
           MOVE RPQ-ACCOUNT TO FRD-ACCOUNT
           READ FRDHOLD-FILE
               INVALID KEY
                   GO TO CHECK-INSOLVENCY-FREEZE-EXIT
           END-READ
           IF FRD-HELD AND FRD-SOURCE-TYPE IS EQUAL TO 'BK'
               SET WS-ACCOUNT-FROZEN TO TRUE
           END-IF
           .
       CHECK-INSOLVENCY-FREEZE-EXIT.
           EXIT
           .
       SUM-ACTIVE-HOLDS.
           MOVE ZERO TO WS-HOLD-TOTAL
           MOVE 'N' TO WS-HOLDS-DONE-FLAG
