001260*              unknown account returns as 'NA'. The CHQSETL     * acctchqp
001270*              settlement report proves presented = paid +      * acctchqp
001280*              returned before the file is signed off.          * acctchqp
001282*              A serial outside every range CHQRNG holds for an * acctchqp
001284*              account with books on file waits in PPEXCPT like * acctchqp
001286*              a positive-pay mismatch.                         * acctchqp
001287*              An item drawn on an account under a 'BK'         * acctchqp
001288*              insolvency freeze on FRDHOLD is returned as 'FZ' * acctchqp
001289*              with no NSF fee.                                 * acctchqp
001290***************************************************************** acctchqp
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTCHQP.
               ACCESS MODE IS RANDOM
               RECORD KEY IS ODP-KEY
               FILE STATUS IS WS-ODPROT-STATUS.
           SELECT CHQRNG-FILE ASSIGN TO "CHQRNG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHR-KEY
               FILE STATUS IS WS-CHQRNG-STATUS.
           SELECT CHQSETL-FILE ASSIGN TO "CHQSETL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHQSETL-STATUS.
           SELECT FRDHOLD-FILE ASSIGN TO "FRDHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FRD-KEY
               FILE STATUS IS WS-FRDHOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       COPY CODPROT.

       FD CHQRNG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CCHQRNG.

       FD CHQSETL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 CHQSETL-RECORD                  PIC X(80).

       FD FRDHOLD-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CFRDHOLD.

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'ACCTCHQP'.
         05 WS-ODP-DONE-FLAG PIC X(1).
           88 WS-ODP-DONE VALUE 'Y'.
         05 WS-ODP-COUNT PIC 9(6) VALUE ZERO.
         05 WS-CHQRNG-STATUS PIC X(2).
           88 WS-CHQRNG-OK VALUE '00'.
         05 WS-RANGES-DONE-FLAG PIC X(1).
           88 WS-RANGES-DONE VALUE 'Y'.
         05 WS-RANGE-ON-FILE-FLAG PIC X(1).
           88 WS-RANGE-ON-FILE VALUE 'Y'.
         05 WS-SERIAL-ISSUED-FLAG PIC X(1).
           88 WS-SERIAL-ISSUED VALUE 'Y'.
         05 WS-PRESENTED-SERIAL PIC 9(6).
         05 WS-CHQSETL-STATUS PIC X(2).
           88 WS-CHQSETL-OK VALUE '00'.
         05 WS-FRDHOLD-STATUS PIC X(2).
           88 WS-FRDHOLD-OK VALUE '00'.
         05 WS-FRDHOLD-OPEN-FLAG PIC X(1) VALUE 'N'.
           88 WS-FRDHOLD-OPEN VALUE 'Y'.
         05 WS-ACCOUNT-FROZEN-FLAG PIC X(1).
           88 WS-ACCOUNT-FROZEN VALUE 'Y'.
         05 WS-VAL-ITEM-COUNT PIC 9(6) VALUE ZERO.
         05 WS-VAL-AMOUNT-TOTAL PIC 9(11)V99 VALUE ZERO.
         05 WS-CTL-SEEN-FLAG PIC X(1) VALUE 'N'.
               CLOSE ODPROT-FILE
               OPEN I-O ODPROT-FILE
           END-IF
           OPEN I-O CHQRNG-FILE
           IF NOT WS-CHQRNG-OK
               OPEN OUTPUT CHQRNG-FILE
               CLOSE CHQRNG-FILE
               OPEN I-O CHQRNG-FILE
           END-IF
           OPEN INPUT FRDHOLD-FILE
           IF WS-FRDHOLD-OK
               SET WS-FRDHOLD-OPEN TO TRUE
           END-IF
           .
           PERFORM UNTIL WS-CHQCLR-EOF
               READ CHQCLR-FILE
           CLOSE PPEXCPT-FILE
           CLOSE REPRQUE-FILE
           CLOSE ODPROT-FILE
           CLOSE CHQRNG-FILE
           IF WS-FRDHOLD-OPEN
               CLOSE FRDHOLD-FILE
           END-IF
           .
           DISPLAY WS-ITEM-COUNT ' item(s) presented, '
               WS-PAID-COUNT ' paid, '
           END-IF
           .
      *****************************************************************
      * A pre-filing account frozen for the customer's insolvency     *
      * pays no cheque - the item goes straight back to the           *
      * presenting bank as 'FZ', with no NSF fee and no retry.        *
      *****************************************************************
           PERFORM CHECK-INSOLVENCY-FREEZE THRU
               CHECK-INSOLVENCY-FREEZE-EXIT
           IF WS-ACCOUNT-FROZEN
               SET NSF-REASON-FROZEN TO TRUE
               PERFORM RETURN-ONE-ITEM THRU RETURN-ONE-ITEM-EXIT
               GO TO POST-ONE-ITEM-EXIT
           END-IF
           .
      *****************************************************************
      * A serial we never issued to the account waits in the          *
      * exception queue for the branch - positive pay or not. An      *
      * account with no range on CHQRNG still had its books ordered   *
      * by fax, so its items pay as they always did.                  *
      *****************************************************************
           PERFORM CHECK-ISSUED-RANGE THRU CHECK-ISSUED-RANGE-EXIT
           IF WS-ITEM-HELD
               GO TO POST-ONE-ITEM-EXIT
           END-IF
           .
      *****************************************************************
      * A positive-pay account's item pays only against a matching   *
      * row on the issued-cheque register; anything else waits in    *
      * the exception queue for the branch's same-day decision -     *
       CHECK-POSITIVE-PAY-EXIT.
           EXIT
           .
       CHECK-ISSUED-RANGE.
           MOVE 'N' TO WS-ITEM-HELD-FLAG
           MOVE 'N' TO WS-RANGE-ON-FILE-FLAG
           MOVE 'N' TO WS-SERIAL-ISSUED-FLAG
           MOVE 'N' TO WS-RANGES-DONE-FLAG
           MOVE ZERO TO WS-PRESENTED-SERIAL
           IF CHQ-SERIAL IS NUMERIC
               MOVE CHQ-SERIAL TO WS-PRESENTED-SERIAL
           END-IF
           MOVE CHQ-OWNER-PID TO CHR-OWNER-PID
           MOVE CHQ-ACCOUNT TO CHR-ACCOUNT
           MOVE ZERO TO CHR-FIRST-SERIAL
           .
           START CHQRNG-FILE KEY IS NOT LESS THAN CHR-KEY
               INVALID KEY
                   GO TO CHECK-ISSUED-RANGE-EXIT
           END-START
           .
           PERFORM CHECK-ONE-RANGE THRU CHECK-ONE-RANGE-EXIT
               UNTIL WS-RANGES-DONE
           .
           IF WS-RANGE-ON-FILE AND NOT WS-SERIAL-ISSUED
               SET PPX-SERIAL-NOT-ISSUED TO TRUE
               MOVE ZERO TO PPX-REGISTER-AMOUNT
               PERFORM QUEUE-PP-EXCEPTION THRU
                   QUEUE-PP-EXCEPTION-EXIT
           END-IF
           .
       CHECK-ISSUED-RANGE-EXIT.
           EXIT
           .
       CHECK-ONE-RANGE.
           READ CHQRNG-FILE NEXT RECORD
               AT END
                   SET WS-RANGES-DONE TO TRUE
                   GO TO CHECK-ONE-RANGE-EXIT
           END-READ
           .
           IF NOT WS-CHQRNG-OK
               SET WS-RANGES-DONE TO TRUE
               GO TO CHECK-ONE-RANGE-EXIT
           END-IF
           .
           IF CHR-OWNER-PID IS NOT EQUAL TO CHQ-OWNER-PID
               OR CHR-ACCOUNT IS NOT EQUAL TO CHQ-ACCOUNT
               SET WS-RANGES-DONE TO TRUE
               GO TO CHECK-ONE-RANGE-EXIT
           END-IF
           .
           SET WS-RANGE-ON-FILE TO TRUE
           IF NOT CHR-ACTIVE
               GO TO CHECK-ONE-RANGE-EXIT
           END-IF
           IF WS-PRESENTED-SERIAL IS NOT LESS THAN CHR-FIRST-SERIAL
               AND WS-PRESENTED-SERIAL IS NOT GREATER THAN
                   CHR-LAST-SERIAL
               SET WS-SERIAL-ISSUED TO TRUE
               SET WS-RANGES-DONE TO TRUE
           END-IF
           .
       CHECK-ONE-RANGE-EXIT.
           EXIT
           .
       QUEUE-PP-EXCEPTION.
           MOVE CHQ-OWNER-PID TO PPX-OWNER-PID
           MOVE CHQ-ACCOUNT TO PPX-ACCOUNT
       CHECK-STOP-PAYMENT-EXIT.
           EXIT
           .
       CHECK-INSOLVENCY-FREEZE.
           MOVE 'N' TO WS-ACCOUNT-FROZEN-FLAG
           IF NOT WS-FRDHOLD-OPEN
               GO TO CHECK-INSOLVENCY-FREEZE-EXIT
           END-IF
           .
           MOVE CHQ-OWNER-PID TO FRD-OWNER-PID
           MOVE CHQ-ACCOUNT TO FRD-ACCOUNT
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
       MATCH-DRAFT-REGISTER.
           MOVE 'N' TO WS-DRAFT-PAID-FLAG
           MOVE CHQ-SERIAL TO DRF-SERIAL
