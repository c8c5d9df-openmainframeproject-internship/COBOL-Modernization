001230*              DELQRPT management report, and written to the    * loandelq
001240*              COLLWRK work queue with the customer's phone     * loandelq
001250*              number from BNKCUST for the collections team.    * loandelq
001251*              Co-borrowers and guarantors on the LNPARTY       * loandelq
001252*              cross-reference queue behind the primary, each   * loandelq
001253*              with their own phone number.                     * loandelq
001254*              A party under an INSCASE insolvency stay, or     * loandelq
001255*              discharged, is still aged and queued on pre-     * loandelq
001256*              filing debt so the loss figures hold, but the    * loandelq
001257*              row is marked stayed with no number to dial and  * loandelq
001258*              the report line says STAYED.                     * loandelq
001260***************************************************************** loandelq
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanDelqBatch.
               ACCESS MODE IS RANDOM
               RECORD KEY IS BCS-REC-PID
               FILE STATUS IS WS-BNKCUST-STATUS.
           SELECT LNPARTY-FILE ASSIGN TO "LNPARTY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LPY-KEY
               FILE STATUS IS WS-LNPARTY-STATUS.
           SELECT DELQRPT-FILE ASSIGN TO "DELQRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DELQRPT-STATUS.
           SELECT COLLWRK-FILE ASSIGN TO "COLLWRK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COLLWRK-STATUS.
           SELECT INSCASE-FILE ASSIGN TO "INSCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INS-PID
               FILE STATUS IS WS-INSCASE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 BNKCUST-RECORD.
       COPY CBANKVCS.

       FD LNPARTY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CLNPARTY.

       FD DELQRPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           LABEL RECORDS ARE STANDARD.
       COPY CCOLLWRK.

       FD INSCASE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CINSCASE.

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'LOANDELQ'.
           88 WS-LOCMST-OK VALUE '00'.
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
         05 WS-PARTY-OVERDUE PIC S9(7)V99.
         05 WS-PARTY-COUNT PIC 9(6) VALUE ZERO.
         05 WS-INSCASE-STATUS PIC X(2).
           88 WS-INSCASE-OK VALUE '00'.
         05 WS-INSCASE-OPEN-FLAG PIC X(1) VALUE 'N'.
           88 WS-INSCASE-OPEN VALUE 'Y'.
         05 WS-STAY-PID PIC X(5).
         05 WS-STAY-OPEN-DATE PIC 9(8).
         05 WS-STAYED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-LOC-COUNT PIC 9(6) VALUE ZERO.
         05 WS-LOAN-COUNT PIC 9(6) VALUE ZERO.
         05 WS-DELQ-COUNT PIC 9(6) VALUE ZERO.
         05 WS-RPT-DAYS PIC 9(4).
         05 FILLER PIC X(8) VALUE ' BUCKET '.
         05 WS-RPT-BUCKET PIC X(3).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-STAY PIC X(6).
         05 FILLER PIC X(16) VALUE SPACES.
       01 WS-REPORT-BUCKET-LINE.
         05 FILLER PIC X(7) VALUE 'BUCKET '.
         05 WS-RPT-B-NAME PIC X(3).
           OPEN INPUT LOANMST-FILE
           OPEN INPUT LOCMST-FILE
           OPEN INPUT BNKCUST-FILE
           OPEN INPUT LNPARTY-FILE
           IF WS-LNPARTY-OK
               SET WS-LNPARTY-OPEN TO TRUE
           END-IF
           OPEN OUTPUT DELQRPT-FILE
           OPEN OUTPUT COLLWRK-FILE
           OPEN INPUT INSCASE-FILE
           IF WS-INSCASE-OK
               SET WS-INSCASE-OPEN TO TRUE
           END-IF
           .
           MOVE WS-CURRENT-DATE TO WS-RPT-HDG-DATE
           WRITE DELQRPT-RECORD FROM WS-REPORT-HEADING
           CLOSE LOANMST-FILE
           CLOSE LOCMST-FILE
           CLOSE BNKCUST-FILE
           IF WS-LNPARTY-OPEN
               CLOSE LNPARTY-FILE
           END-IF
           CLOSE DELQRPT-FILE
           CLOSE COLLWRK-FILE
           IF WS-INSCASE-OPEN
               CLOSE INSCASE-FILE
           END-IF
           .
           DISPLAY WS-LOAN-COUNT ' loan(s) read, '
               WS-DELQ-COUNT ' delinquent, '
               WS-PARTY-COUNT ' additional part(ies) queued, '
               WS-STAYED-COUNT ' stayed'
           .
           MOVE 'E' TO RCQ-FUNCTION
           MOVE WS-LOAN-COUNT TO RCQ-REC-COUNT
           MOVE LNM-ARREARS-AMOUNT TO CWK-AMOUNT-OVERDUE
           MOVE WS-DAYS-OVERDUE TO CWK-DAYS-OVERDUE
           MOVE WS-CURRENT-DATE TO CWK-RUN-DATE
           MOVE LNM-OWNER-PID TO CWK-PARTY-PID
           SET CWK-PARTY-PRIMARY TO TRUE
           .
           IF WS-PAYMENTS-BEHIND IS EQUAL TO 1
               SET CWK-AGE-30 TO TRUE
                   MOVE BCS-REC-TEL TO CWK-CUST-TEL
           END-READ
           .
           MOVE LNM-OWNER-PID TO WS-STAY-PID
           MOVE LNM-OPEN-DATE TO WS-STAY-OPEN-DATE
           PERFORM CHECK-INSOLVENCY-STAY THRU
               CHECK-INSOLVENCY-STAY-EXIT
           MOVE SPACES TO WS-RPT-STAY
           IF CWK-STAYED
               MOVE 'STAYED' TO WS-RPT-STAY
           END-IF
           WRITE COLLWRK-RECORD
           .
           MOVE LNM-OWNER-PID TO WS-PARTY-OWNER-PID
           MOVE LNM-ACCOUNT TO WS-PARTY-ACCOUNT
           MOVE LNM-ARREARS-AMOUNT TO WS-PARTY-OVERDUE
           PERFORM QUEUE-LIABLE-PARTIES THRU QUEUE-LIABLE-PARTIES-EXIT
           .
           MOVE LNM-OWNER-PID TO WS-RPT-PID
           MOVE LNM-ACCOUNT TO WS-RPT-ACCOUNT
           MOVE LNM-ARREARS-AMOUNT TO WS-RPT-OVERDUE
           MOVE LOC-BILLED-MIN TO CWK-AMOUNT-OVERDUE
           MOVE WS-DAYS-OVERDUE TO CWK-DAYS-OVERDUE
           MOVE WS-CURRENT-DATE TO CWK-RUN-DATE
           MOVE LOC-OWNER-PID TO CWK-PARTY-PID
           SET CWK-PARTY-PRIMARY TO TRUE
           .
           IF WS-PAYMENTS-BEHIND IS EQUAL TO 1
               SET CWK-AGE-30 TO TRUE
                   MOVE BCS-REC-TEL TO CWK-CUST-TEL
           END-READ
           .
           MOVE LOC-OWNER-PID TO WS-STAY-PID
           MOVE LOC-OPEN-DATE TO WS-STAY-OPEN-DATE
           PERFORM CHECK-INSOLVENCY-STAY THRU
               CHECK-INSOLVENCY-STAY-EXIT
           MOVE SPACES TO WS-RPT-STAY
           IF CWK-STAYED
               MOVE 'STAYED' TO WS-RPT-STAY
           END-IF
           WRITE COLLWRK-RECORD
           .
           MOVE LOC-OWNER-PID TO WS-PARTY-OWNER-PID
           MOVE LOC-ACCOUNT TO WS-PARTY-ACCOUNT
           MOVE LOC-BILLED-MIN TO WS-PARTY-OVERDUE
           PERFORM QUEUE-LIABLE-PARTIES THRU QUEUE-LIABLE-PARTIES-EXIT
           .
           MOVE LOC-OWNER-PID TO WS-RPT-PID
           MOVE LOC-ACCOUNT TO WS-RPT-ACCOUNT
           MOVE LOC-BILLED-MIN TO WS-RPT-OVERDUE
       AGE-ONE-FACILITY-EXIT.
           EXIT
           .
      *****************************************************************
      * Every co-borrower and guarantor on the facility is liable     *
      * too, so each gets a row of their own behind the primary's -   *
      * same bucket and days, their own phone number, and for a       *
      * guarantor the amount capped at the limit they signed for.     *
      *****************************************************************
       QUEUE-LIABLE-PARTIES.
           IF NOT WS-LNPARTY-OPEN
               GO TO QUEUE-LIABLE-PARTIES-EXIT
           END-IF
           .
           MOVE 'N' TO WS-PARTY-EOF-FLAG
           MOVE WS-PARTY-OWNER-PID TO LPY-OWNER-PID
           MOVE WS-PARTY-ACCOUNT TO LPY-ACCOUNT
           MOVE LOW-VALUES TO LPY-PARTY-PID
           START LNPARTY-FILE KEY IS NOT LESS THAN LPY-KEY
               INVALID KEY
                   SET WS-PARTY-EOF TO TRUE
           END-START
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
                               PERFORM QUEUE-ONE-PARTY THRU
                                   QUEUE-ONE-PARTY-EXIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .
       QUEUE-LIABLE-PARTIES-EXIT.
           EXIT
           .
       QUEUE-ONE-PARTY.
           MOVE LPY-PARTY-PID TO CWK-PARTY-PID
           MOVE LPY-ROLE TO CWK-PARTY-ROLE
           MOVE WS-PARTY-OVERDUE TO CWK-AMOUNT-OVERDUE
           IF LPY-GUARANTOR
               AND LPY-LIABILITY-LIMIT IS GREATER THAN ZERO
               AND LPY-LIABILITY-LIMIT IS LESS THAN WS-PARTY-OVERDUE
               MOVE LPY-LIABILITY-LIMIT TO CWK-AMOUNT-OVERDUE
           END-IF
           .
           MOVE LPY-PARTY-PID TO BCS-REC-PID
           READ BNKCUST-FILE
               INVALID KEY
                   MOVE SPACES TO CWK-CUST-TEL
               NOT INVALID KEY
                   MOVE BCS-REC-TEL TO CWK-CUST-TEL
           END-READ
           .
           MOVE LPY-PARTY-PID TO WS-STAY-PID
           PERFORM CHECK-INSOLVENCY-STAY THRU
               CHECK-INSOLVENCY-STAY-EXIT
           WRITE COLLWRK-RECORD
           ADD 1 TO WS-PARTY-COUNT
           .
       QUEUE-ONE-PARTY-EXIT.
           EXIT
           .
      *****************************************************************
      * The stay protects the party who filed, and only on debt that  *
      * was owed at the filing date - a facility opened since is      *
      * collected as usual, and so is a co-borrower or guarantor who  *
      * has not filed. A discharge or completed proposal keeps the    *
      * pre-filing debt off the collectors' list until LoanChgoBatch  *
      * writes it off; a lifted stay or an annulment puts it back.    *
      * WS-STAY-OPEN-DATE is the facility's, set by the caller.       *
      *****************************************************************
       CHECK-INSOLVENCY-STAY.
           MOVE SPACE TO CWK-STAY-FLAG
           IF NOT WS-INSCASE-OPEN
               GO TO CHECK-INSOLVENCY-STAY-EXIT
           END-IF
           .
           MOVE WS-STAY-PID TO INS-PID
           READ INSCASE-FILE
               INVALID KEY
                   GO TO CHECK-INSOLVENCY-STAY-EXIT
           END-READ
           IF INS-ANNULLED
               GO TO CHECK-INSOLVENCY-STAY-EXIT
           END-IF
           IF NOT INS-STAY-IN-FORCE AND NOT INS-DEBT-RELEASED
               GO TO CHECK-INSOLVENCY-STAY-EXIT
           END-IF
           IF WS-STAY-OPEN-DATE IS GREATER THAN INS-FILING-DATE
               GO TO CHECK-INSOLVENCY-STAY-EXIT
           END-IF
           .
           SET CWK-STAYED TO TRUE
           MOVE SPACES TO CWK-CUST-TEL
           ADD 1 TO WS-STAYED-COUNT
           .
       CHECK-INSOLVENCY-STAY-EXIT.
           EXIT
           .
       WRITE-BUCKET-SUMMARY.
           MOVE '30 ' TO WS-RPT-B-NAME
           MOVE WS-BUCKET-30-COUNT TO WS-RPT-B-COUNT
