001200*              and an insufficient-funds check, and defers a    * acctxfer
001210*              future-dated transfer to XFERSKED for ACCTXFPO   * acctxfer
001220*              to post overnight instead of moving money now.   * acctxfer
001222*              A transfer into or out of a registered plan      * acctxfer
001224*              account is recorded through REGPLAN; one that    * acctxfer
001226*              over-contributes the plan still completes, with  * acctxfer
001228*              a warning message.                               * acctxfer
001230*              A transfer from an account with a SGNMAND        * acctxfer
001232*              signing mandate is passed to MANDCHK with the    * acctxfer
001234*              signed-on person as signer; one they cannot      * acctxfer
001236*              carry alone is held on MANDPND for the other     * acctxfer
001238*              signers, nothing moves, and ACCTXFPO posts it    * acctxfer
001240*              once they have released it.                      * acctxfer
001242***************************************************************** acctxfer
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTXFER.


       COPY CGETBDTQ.

       COPY CREGPLNQ.

       COPY CMANDCKQ.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
         05 LK-COMMAREA PIC X(1) OCCURS 1 TO 4096 TIMES DEPENDING ON
               GO TO TRANSFER-PROCESSING-EXIT
           END-IF
           .
      *****************************************************************
      * A signing mandate on the FROM account may want more than the  *
      * one signature on this screen. A transfer the signed-on signer *
      * cannot carry alone is held on MANDPND for the others and      *
      * nothing moves now - ACCTXFPO posts it once they release it.   *
      *****************************************************************
           PERFORM CHECK-SIGNING-MANDATE THRU
               CHECK-SIGNING-MANDATE-EXIT
           IF NOT MCQ-CLEAR
               EXEC CICS UNLOCK FILE('ACCTMST') END-EXEC
               MOVE MCQ-REPLY-MSG TO CD04O-MESSAGE
               MOVE AMS-BALANCE TO CD04O-FROM-BALANCE
               GO TO TRANSFER-PROCESSING-EXIT
           END-IF
           .
           IF CD04I-XFER-DATE IS GREATER THAN WS-CURRENT-DATE
               EXEC CICS UNLOCK FILE('ACCTMST') END-EXEC
               PERFORM QUEUE-SCHEDULED-TRANSFER
           SET CD04O-APPROVED TO TRUE
           MOVE 'Transfer completed' TO CD04O-MESSAGE
           .
           PERFORM RECORD-PLAN-ACTIVITY THRU
               RECORD-PLAN-ACTIVITY-EXIT
           .
       TRANSFER-PROCESSING-EXIT.
           EXIT
           .
           EXIT
           .
      *****************************************************************
      * The held item's image is the XFERSKED row ACCTXFPO will post  *
      * from, dated today unless the transfer is future-dated, with   *
      * the TO-account owner the cross-reference resolved behind it.  *
      *****************************************************************
       CHECK-SIGNING-MANDATE.
           MOVE SPACES TO MANDCHK-REQUEST
           SET MCQ-FUNC-CHECK TO TRUE
           MOVE 'XFER' TO MCQ-CHANNEL
           MOVE CD04I-FROM-ACC TO MCQ-ACCOUNT
           MOVE AMS-OWNER-PID TO MCQ-OWNER-PID
           MOVE CD04I-PERSON-PID TO MCQ-SIGNER-PID
           MOVE CD04I-PERSON-PID TO MCQ-OPERATOR
           MOVE CD04I-AMOUNT TO MCQ-AMOUNT
           MOVE ZERO TO MCQ-DATE
           MOVE ZERO TO MCQ-REF-NO
           MOVE SPACES TO XFERSKED-RECORD
           IF CD04I-XFER-DATE IS GREATER THAN WS-CURRENT-DATE
               MOVE CD04I-XFER-DATE TO XFS-SKED-DATE
           ELSE
               MOVE WS-CURRENT-DATE TO XFS-SKED-DATE
           END-IF
           MOVE AMS-OWNER-PID TO XFS-OWNER-PID
           MOVE CD04I-FROM-ACC TO XFS-FROM-ACC
           MOVE CD04I-TO-ACC TO XFS-TO-ACC
           MOVE CD04I-AMOUNT TO XFS-AMOUNT
           MOVE WS-CURRENT-DATE TO XFS-CREATED-DATE
           SET XFS-PENDING TO TRUE
           MOVE SPACES TO MCQ-ITEM-IMAGE
           MOVE XFERSKED-RECORD TO MCQ-ITEM-IMAGE (1:49)
           MOVE AMT-OWNER-PID TO MCQ-ITEM-IMAGE (50:5)
           CALL 'MANDCHK' USING MANDCHK-REQUEST
           .
       CHECK-SIGNING-MANDATE-EXIT.
           EXIT
           .
      *****************************************************************
      * Writes a pending row to XFERSKED instead of moving money now; *
      * ACCTXFPO posts it overnight once the scheduled date arrives.  *
      *****************************************************************
       FIND-FX-RATES-EXIT.
           EXIT
           .
      *****************************************************************
      * Either leg may be a registered plan - the FROM leg is a plan  *
      * withdrawal and the TO leg a contribution. The transfer has    *
      * posted either way; an over-contribution only changes the      *
      * message so the customer sees the warning on the screen.       *
      *****************************************************************
       RECORD-PLAN-ACTIVITY.
           SET RPQ-WITHDRAWAL TO TRUE
           MOVE AMS-OWNER-PID TO RPQ-OWNER-PID
           MOVE AMS-ACCOUNT TO RPQ-ACCOUNT
           MOVE AMS-PRODUCT-CODE TO RPQ-PRODUCT-CODE
           MOVE 'XF' TO RPQ-SOURCE-TYPE
           MOVE CD04I-AMOUNT TO RPQ-AMOUNT
           MOVE GBD-BUSINESS-DATE TO RPQ-POST-DATE
           CALL 'REGPLAN' USING REGPLAN-REQUEST
           .
           SET RPQ-CONTRIBUTION TO TRUE
           MOVE AMT-OWNER-PID TO RPQ-OWNER-PID
           MOVE AMT-ACCOUNT TO RPQ-ACCOUNT
           MOVE AMT-PRODUCT-CODE TO RPQ-PRODUCT-CODE
           MOVE 'XF' TO RPQ-SOURCE-TYPE
           MOVE WS-CREDIT-AMOUNT TO RPQ-AMOUNT
           MOVE GBD-BUSINESS-DATE TO RPQ-POST-DATE
           CALL 'REGPLAN' USING REGPLAN-REQUEST
           .
           IF RPQ-OVER-CONTRIBUTED
               MOVE 'Transfer completed - plan room exceeded'
                   TO CD04O-MESSAGE
           END-IF
           .
       RECORD-PLAN-ACTIVITY-EXIT.
           EXIT
           .
       LOG-TRANSFER.
           OPEN EXTEND ACCTTRN-FILE
           .
