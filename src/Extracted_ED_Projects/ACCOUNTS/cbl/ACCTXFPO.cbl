001190*              whose XFS-SKED-DATE has arrived is posted        * acctxfpo
001200*              against ACCTMST and logged to ACCTTRN, then      * acctxfpo
001210*              marked XFS-POSTED so it is not posted again.     * acctxfpo
001212*              Either leg on a registered plan product is       * acctxfpo
001214*              recorded through REGPLAN, with over-             * acctxfpo
001216*              contributions counted.                           * acctxfpo
001220*              Screen 50 transfers held on MANDPND for a        * acctxfpo
001222*              signing mandate and since released by the other  * acctxfpo
001224*              signers are posted the same way once their date  * acctxfpo
001226*              arrives, from the XFERSKED image kept with the   * acctxfpo
001228*              held item, and marked carried out on MANDPND.    * acctxfpo
001229*              A transfer from an account under a 'BK'          * acctxfpo
001230*              insolvency freeze on FRDHOLD stays pending.      * acctxfpo
001231***************************************************************** acctxfpo
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTXFPO.

           SELECT ALRTQUE-FILE ASSIGN TO "ALRTQUE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALRTQUE-STATUS.
           SELECT FRDHOLD-FILE ASSIGN TO "FRDHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FRD-KEY
               FILE STATUS IS WS-FRDHOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       COPY CALRTQUE.

       FD FRDHOLD-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CFRDHOLD.

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'ACCTXFPO'.
           88 WS-ALRTPRF-OK VALUE '00'.
         05 WS-ALRTQUE-STATUS PIC X(2).
           88 WS-ALRTQUE-OK VALUE '00'.
         05 WS-FRDHOLD-STATUS PIC X(2).
           88 WS-FRDHOLD-OK VALUE '00'.
         05 WS-FRDHOLD-OPEN-FLAG PIC X(1) VALUE 'N'.
           88 WS-FRDHOLD-OPEN VALUE 'Y'.
         05 WS-FROZEN-COUNT PIC 9(6) VALUE ZERO.
         05 WS-XFERSKED-EOF-FLAG PIC X(1).
           88 WS-XFERSKED-EOF VALUE 'Y'.
         05 WS-REC-COUNT PIC 9(6) VALUE ZERO.
         05 WS-POSTED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-PLAN-WARN-COUNT PIC 9(6) VALUE ZERO.
         05 WS-RELEASED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-RELEASED-FLAG PIC X(1) VALUE 'N'.
           88 WS-RELEASED-ITEM VALUE 'Y'.
         05 WS-RELEASED-DONE-FLAG PIC X(1) VALUE 'N'.
           88 WS-RELEASED-DONE VALUE 'Y'.
         05 WS-MANDATE-REF PIC 9(12) VALUE ZERO.
         05 WS-XFER-TO-PID PIC X(5).
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).

       COPY CRUNCTLQ.

       COPY CREGPLNQ.

       COPY CMANDCKQ.

       01 WS-BEFORE-FROM PIC X(250).
       01 WS-BEFORE-TO PIC X(250).
       COPY CMSTJNLQ.
           OPEN INPUT HOLDMST-FILE
           OPEN INPUT ALRTPRF-FILE
           OPEN EXTEND ALRTQUE-FILE
           OPEN INPUT FRDHOLD-FILE
           IF WS-FRDHOLD-OK
               SET WS-FRDHOLD-OPEN TO TRUE
           END-IF
           .
           PERFORM UNTIL WS-XFERSKED-EOF
               READ XFERSKED-FILE
               END-READ
           END-PERFORM
           .
      *****************************************************************
      * Screen 50 transfers released by their mandate's signers come  *
      * off MANDPND as the XFERSKED row ACCTXFER would have written,  *
      * followed by the TO-account owner, and post through the same   *
      * paragraph - but leave XFERSKED itself alone.                  *
      *****************************************************************
           SET WS-RELEASED-ITEM TO TRUE
           PERFORM UNTIL WS-RELEASED-DONE
               MOVE SPACES TO MANDCHK-REQUEST
               SET MCQ-FUNC-NEXT-RELEASED TO TRUE
               MOVE 'XFER' TO MCQ-CHANNEL
               MOVE WS-MANDATE-REF TO MCQ-REF-NO
               MOVE ZERO TO MCQ-AMOUNT
               MOVE GBD-BUSINESS-DATE TO MCQ-DATE
               CALL 'MANDCHK' USING MANDCHK-REQUEST
               IF MCQ-CLEAR
                   MOVE MCQ-REF-NO TO WS-MANDATE-REF
                   MOVE MCQ-ITEM-IMAGE (1:49) TO XFERSKED-RECORD
                   MOVE MCQ-ITEM-IMAGE (50:5) TO WS-XFER-TO-PID
                   ADD 1 TO WS-RELEASED-COUNT
                   PERFORM PROCESS-SCHEDULED-TRANSFER THRU
                       PROCESS-SCHEDULED-TRANSFER-EXIT
               ELSE
                   SET WS-RELEASED-DONE TO TRUE
               END-IF
           END-PERFORM
           .
           CLOSE XFERSKED-FILE
           CLOSE ACCTMST-FILE
           CLOSE ACCTTRN-FILE
           CLOSE HOLDMST-FILE
           CLOSE ALRTPRF-FILE
           CLOSE ALRTQUE-FILE
           IF WS-FRDHOLD-OPEN
               CLOSE FRDHOLD-FILE
           END-IF
           .
           DISPLAY WS-REC-COUNT ' scheduled transfer(s) read, '
               WS-POSTED-COUNT ' posted, '
               WS-PLAN-WARN-COUNT ' registered plan warning(s), '
               WS-RELEASED-COUNT ' released by signers, '
               WS-FROZEN-COUNT ' held by insolvency freeze'
           .
           MOVE 'E' TO RCQ-FUNCTION
           MOVE WS-POSTED-COUNT TO RCQ-REC-COUNT
           STOP RUN
           .
       PROCESS-SCHEDULED-TRANSFER.
           IF NOT WS-RELEASED-ITEM
               ADD 1 TO WS-REC-COUNT
               MOVE XFS-OWNER-PID TO WS-XFER-TO-PID
           END-IF
           .
           IF NOT XFS-PENDING
               GO TO PROCESS-SCHEDULED-TRANSFER-EXIT
           MOVE SPACES TO WS-BEFORE-FROM
           MOVE WS-FROM-ACCTMST-RECORD TO WS-BEFORE-FROM
           .
      *****************************************************************
      * A transfer scheduled from an account since frozen for the     *
      * customer's insolvency stays pending, like one short of funds. *
      *****************************************************************
           IF WS-FRDHOLD-OPEN
               MOVE XFS-OWNER-PID TO FRD-OWNER-PID
               MOVE XFS-FROM-ACC TO FRD-ACCOUNT
               READ FRDHOLD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FRD-HELD
                           AND FRD-SOURCE-TYPE IS EQUAL TO 'BK'
                           ADD 1 TO WS-FROZEN-COUNT
                           GO TO PROCESS-SCHEDULED-TRANSFER-EXIT
                       END-IF
               END-READ
           END-IF
           .
           PERFORM SUM-ACTIVE-HOLDS THRU SUM-ACTIVE-HOLDS-EXIT
           .
           IF AMF-BALANCE + AMF-OVERDRAFT-LIMIT - WS-HOLD-TOTAL
               GO TO PROCESS-SCHEDULED-TRANSFER-EXIT
           END-IF
           .
           MOVE WS-XFER-TO-PID TO AMS-OWNER-PID
           MOVE XFS-TO-ACC TO AMS-ACCOUNT
           READ ACCTMST-FILE
               INTO WS-TO-ACCTMST-RECORD
                   GO TO PROCESS-SCHEDULED-TRANSFER-EXIT
           END-READ
           .
      *****************************************************************
      * A released item is marked carried out before the money moves; *
      * one MANDCHK will not let go - expired or declined since it    *
      * was released - is left unposted.                              *
      *****************************************************************
           IF WS-RELEASED-ITEM
               PERFORM USE-RELEASED-TRANSFER THRU
                   USE-RELEASED-TRANSFER-EXIT
               IF NOT MCQ-CLEAR
                   DISPLAY 'Released transfer not posted - '
                       MCQ-REPLY-MSG ' ' WS-MANDATE-REF
                   GO TO PROCESS-SCHEDULED-TRANSFER-EXIT
               END-IF
           END-IF
           .
           MOVE SPACES TO WS-BEFORE-TO
           MOVE WS-TO-ACCTMST-RECORD TO WS-BEFORE-TO
           .
           MOVE WS-CURRENT-TIME TO ATN-TIME
           MOVE XFS-FROM-ACC TO ATN-FROM-ACC
           MOVE XFS-OWNER-PID TO ATN-FROM-PID
           MOVE WS-XFER-TO-PID TO ATN-TO-PID
           MOVE XFS-TO-ACC TO ATN-TO-ACC
           MOVE XFS-AMOUNT TO ATN-AMOUNT
           SET ATN-TYPE-TRANSFER TO TRUE
           CALL 'ACCTREFN' USING ATN-REF-NO
           WRITE ACCTTRN-RECORD
           .
           IF NOT WS-RELEASED-ITEM
               SET XFS-POSTED TO TRUE
               REWRITE XFERSKED-RECORD
           END-IF
           .
           PERFORM CHECK-LOW-BALANCE-ALERT THRU
               CHECK-LOW-BALANCE-ALERT-EXIT
           .
           PERFORM RECORD-PLAN-ACTIVITY THRU
               RECORD-PLAN-ACTIVITY-EXIT
           .
           ADD 1 TO WS-POSTED-COUNT
           .
       PROCESS-SCHEDULED-TRANSFER-EXIT.
           EXIT
           .
       USE-RELEASED-TRANSFER.
           MOVE SPACES TO MANDCHK-REQUEST
           SET MCQ-FUNC-USE TO TRUE
           MOVE 'XFER' TO MCQ-CHANNEL
           MOVE XFS-FROM-ACC TO MCQ-ACCOUNT
           MOVE XFS-OWNER-PID TO MCQ-OWNER-PID
           MOVE XFS-OWNER-PID TO MCQ-SIGNER-PID
           MOVE 'BATCH' TO MCQ-OPERATOR
           MOVE XFS-AMOUNT TO MCQ-AMOUNT
           MOVE GBD-BUSINESS-DATE TO MCQ-DATE
           MOVE WS-MANDATE-REF TO MCQ-REF-NO
           CALL 'MANDCHK' USING MANDCHK-REQUEST
           .
       USE-RELEASED-TRANSFER-EXIT.
           EXIT
           .
      *****************************************************************
      * Registered plan transfers count against the customer's plan   *
      * room - the FROM leg as a withdrawal, the TO leg as a          *
      * contribution. An over-contribution has still posted; it is    *
      * counted here and REGPLAN logs it for the branch.              *
      *****************************************************************
       RECORD-PLAN-ACTIVITY.
           SET RPQ-WITHDRAWAL TO TRUE
           MOVE AMF-OWNER-PID TO RPQ-OWNER-PID
           MOVE AMF-ACCOUNT TO RPQ-ACCOUNT
           MOVE AMF-PRODUCT-CODE TO RPQ-PRODUCT-CODE
           MOVE 'XF' TO RPQ-SOURCE-TYPE
           MOVE XFS-AMOUNT TO RPQ-AMOUNT
           MOVE GBD-BUSINESS-DATE TO RPQ-POST-DATE
           CALL 'REGPLAN' USING REGPLAN-REQUEST
           .
           SET RPQ-CONTRIBUTION TO TRUE
           MOVE AMT-OWNER-PID TO RPQ-OWNER-PID
           MOVE AMT-ACCOUNT TO RPQ-ACCOUNT
           MOVE AMT-PRODUCT-CODE TO RPQ-PRODUCT-CODE
           MOVE 'XF' TO RPQ-SOURCE-TYPE
           MOVE XFS-AMOUNT TO RPQ-AMOUNT
           MOVE GBD-BUSINESS-DATE TO RPQ-POST-DATE
           CALL 'REGPLAN' USING REGPLAN-REQUEST
           .
           IF RPQ-OVER-CONTRIBUTED
               ADD 1 TO WS-PLAN-WARN-COUNT
           END-IF
           .
       RECORD-PLAN-ACTIVITY-EXIT.
           EXIT
           .
      *****************************************************************
      * The TO-account credit failed to rewrite after the FROM-account*
      * debit was already posted - reverse it so the row stays        *
