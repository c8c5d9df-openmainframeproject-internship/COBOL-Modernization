001250*              zero, or an item for a closed customer or an     * accttell
001260*              unknown account, is rejected onto the report     * accttell
001270*              rather than posted.                              * accttell
001272*              A registered plan deposit or withdrawal is       * accttell
001274*              recorded through REGPLAN, and an over-           * accttell
001276*              contribution prints a WARNING line on the proof. * accttell
001277*              A cheque deposit ('Q') is checked against the    * accttell
001278*              CHQDEPR registry first and rejected if the same  * accttell
001279*              cheque was already deposited online or at a      * accttell
001280*              counter; once credited it is recorded there. A   * accttell
001281*              cheque moves no drawer cash.                     * accttell
001282*              A loyalty redemption ('L') spends the customer's * accttell
001283*              points through LOYREDM as an 'LR' statement      * accttell
001284*              credit to the account or an 'LD' donation to the * accttell
001285*              programme's charity account; it moves no drawer  * accttell
001286*              cash.                                            * accttell
001287*              A marketing consent item ('K') gives, records or * accttell
001288*              withdraws the customer's consent to marketing on * accttell
001289*              one channel through CEMREG; it moves no drawer   * accttell
001290*              cash.                                            * accttell
001291*              Money items for the teller's own customer        * accttell
001292*              record, or for one they are linked to on         * accttell
001293*              STAFFXRF, are rejected through STAFFCHK unless a * accttell
001294*              supervisor countersigns as the override user;    * accttell
001295*              overrides are counted.                           * accttell
001296*              A withdrawal on an account with a SGNMAND        * accttell
001297*              signing mandate goes through MANDCHK: one the    * accttell
001298*              signer at the counter cannot carry alone is held * accttell
001299*              for the other signers and printed on the proof   * accttell
001300*              as a MANDATE line, not paid; once released it is * accttell
001301*              keyed again quoting the mandate reference. A     * accttell
001302*              counter-signature item ('M') adds the signature  * accttell
001303*              of the signer at the counter to a held item and  * accttell
001304*              moves no cash.                                   * accttell
001305*              A withdrawal from an account under a 'BK'        * accttell
001306*              insolvency freeze on FRDHOLD is rejected;        * accttell
001307*              deposits still post.                             * accttell
001308***************************************************************** accttell
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTTELL.

           SELECT TELLPRF-FILE ASSIGN TO "TELLPRF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TELLPRF-STATUS.
           SELECT FRDHOLD-FILE ASSIGN TO "FRDHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FRD-KEY
               FILE STATUS IS WS-FRDHOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01 TELLPRF-RECORD                  PIC X(80).

       FD FRDHOLD-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CFRDHOLD.

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-HOLDMST-STATUS PIC X(2).
           88 WS-ACCTTRN-OK VALUE '00'.
         05 WS-TELLPRF-STATUS PIC X(2).
           88 WS-TELLPRF-OK VALUE '00'.
         05 WS-FRDHOLD-STATUS PIC X(2).
           88 WS-FRDHOLD-OK VALUE '00'.
         05 WS-FRDHOLD-OPEN-FLAG PIC X(1) VALUE 'N'.
           88 WS-FRDHOLD-OPEN VALUE 'Y'.
         05 WS-TELLTRAN-EOF-FLAG PIC X(1).
           88 WS-TELLTRAN-EOF VALUE 'Y'.
         05 WS-REC-COUNT PIC 9(6) VALUE ZERO.
         05 WS-POSTED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-REJECT-COUNT PIC 9(6) VALUE ZERO.
         05 WS-UNPROOFED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-PLAN-WARN-COUNT PIC 9(6) VALUE ZERO.
         05 WS-LOYALTY-COUNT PIC 9(6) VALUE ZERO.
         05 WS-CONSENT-COUNT PIC 9(6) VALUE ZERO.
         05 WS-STAFF-OVRD-COUNT PIC 9(6) VALUE ZERO.
         05 WS-MANDATE-HELD-COUNT PIC 9(6) VALUE ZERO.
         05 WS-MANDATE-SIGN-COUNT PIC 9(6) VALUE ZERO.
         05 WS-REJECT-REASON PIC X(30).
         05 WS-TLR-IDX PIC 9(2).
         05 WS-TLR-SLOT PIC 9(2).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-REJ-REASON PIC X(30).
         05 FILLER PIC X(7) VALUE SPACES.
       01 WS-PLAN-WARN-DETAIL.
         05 FILLER PIC X(9) VALUE 'WARNING  '.
         05 WS-PWN-TELLER PIC X(5).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-PWN-PID PIC X(5).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-PWN-ACCOUNT PIC X(9).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-PWN-AMOUNT PIC -(7)9.99.
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-PWN-MESSAGE PIC X(37).
       01 WS-MANDATE-DETAIL.
         05 FILLER PIC X(9) VALUE 'MANDATE  '.
         05 WS-MND-TELLER PIC X(5).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-MND-PID PIC X(5).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-MND-ACCOUNT PIC X(9).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-MND-AMOUNT PIC -(7)9.99.
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-MND-MESSAGE PIC X(37).

       01 WS-BEFORE-ACCTMST PIC X(250).
       COPY CMSTJNLQ.

       COPY CRUNCTLQ.

       COPY CREGPLNQ.

       COPY CCHQDUPQ.

       COPY CLOYRDMQ.

       COPY CCEMREGQ.

       COPY CSTAFCKQ.

       COPY CMANDCKQ.

       PROCEDURE DIVISION.
       000-START-PROCESSING.
      *****************************************************************
           OPEN INPUT HOLDMST-FILE
           OPEN EXTEND ACCTTRN-FILE
           OPEN OUTPUT TELLPRF-FILE
           OPEN INPUT FRDHOLD-FILE
           IF WS-FRDHOLD-OK
               SET WS-FRDHOLD-OPEN TO TRUE
           END-IF
           .
           MOVE WS-CURRENT-DATE TO WS-PRF-HDG-DATE
           WRITE TELLPRF-RECORD FROM WS-PROOF-HEADING
           CLOSE HOLDMST-FILE
           CLOSE ACCTTRN-FILE
           CLOSE TELLPRF-FILE
           IF WS-FRDHOLD-OPEN
               CLOSE FRDHOLD-FILE
           END-IF
           .
           DISPLAY WS-REC-COUNT ' teller item(s) read, '
               WS-POSTED-COUNT ' posted, '
               WS-REJECT-COUNT ' rejected, '
               WS-UNPROOFED-COUNT ' posted but not proved, '
               WS-PLAN-WARN-COUNT ' registered plan warning(s), '
               WS-LOYALTY-COUNT ' loyalty redemption(s), '
               WS-CONSENT-COUNT ' marketing consent change(s), '
               WS-STAFF-OVRD-COUNT ' staff override(s), '
               WS-MANDATE-HELD-COUNT ' held for signers, '
               WS-MANDATE-SIGN-COUNT ' counter-signature(s)'
           .
           MOVE 'E' TO RCQ-FUNCTION
           MOVE WS-REC-COUNT TO RCQ-REC-COUNT
           ADD 1 TO WS-REC-COUNT
           .
           IF NOT TTR-CASH-DEPOSIT AND NOT TTR-CASH-WITHDRAWAL
               AND NOT TTR-CHEQUE-DEPOSIT AND NOT TTR-LOYALTY-REDEEM
               AND NOT TTR-MKT-CONSENT AND NOT TTR-MANDATE-SIGN
               MOVE 'Invalid action code' TO WS-REJECT-REASON
               PERFORM REPORT-REJECTED-ITEM THRU
                       REPORT-REJECTED-ITEM-EXIT
           END-IF
           .
      *****************************************************************
      * A teller may not put through money work for themselves or a   *
      * customer they are linked to on STAFFXRF without a supervisor  *
      * countersigning the item as its override user.                 *
      *****************************************************************
           IF NOT TTR-MKT-CONSENT
               PERFORM CHECK-STAFF-LINK THRU CHECK-STAFF-LINK-EXIT
               IF SCK-BLOCKED
                   MOVE SCK-REPLY-MSG TO WS-REJECT-REASON
                   PERFORM REPORT-REJECTED-ITEM THRU
                           REPORT-REJECTED-ITEM-EXIT
                   GO TO POST-TELLER-ITEM-EXIT
               END-IF
           END-IF
           .
           IF TTR-LOYALTY-REDEEM
               PERFORM POST-LOYALTY-REDEMPTION THRU
                   POST-LOYALTY-REDEMPTION-EXIT
               GO TO POST-TELLER-ITEM-EXIT
           END-IF
           .
           IF TTR-MKT-CONSENT
               PERFORM POST-MARKETING-CONSENT THRU
                   POST-MARKETING-CONSENT-EXIT
               GO TO POST-TELLER-ITEM-EXIT
           END-IF
           .
           IF TTR-MANDATE-SIGN
               PERFORM POST-MANDATE-SIGNATURE THRU
                   POST-MANDATE-SIGNATURE-EXIT
               GO TO POST-TELLER-ITEM-EXIT
           END-IF
           .
      *****************************************************************
      * A third party at the counter acts as themselves - the item    *
      * carries their PID and the grant on AUTHMST decides whether    *
      * (and up to how much) they may touch the owner's account.      *
           END-IF
           .
      *****************************************************************
      * A cheque already deposited - online or at any counter, and    *
      * whether or not it has since cleared - is refused rather than  *
      * credited a second time.                                       *
      *****************************************************************
           IF TTR-CHEQUE-DEPOSIT
               IF TTR-PAYOR-ROUTING IS EQUAL TO SPACES
                   OR TTR-PAYOR-ACCOUNT IS EQUAL TO SPACES
                   OR TTR-CHQ-SERIAL IS EQUAL TO SPACES
                   MOVE 'Cheque MICR details incomplete' TO
                       WS-REJECT-REASON
                   PERFORM REPORT-REJECTED-ITEM THRU
                           REPORT-REJECTED-ITEM-EXIT
                   GO TO POST-TELLER-ITEM-EXIT
               END-IF
               SET CDQ-FUNC-CHECK TO TRUE
               PERFORM LOAD-DUPLICATE-REQUEST THRU
                   LOAD-DUPLICATE-REQUEST-EXIT
               CALL 'CHQDUPCK' USING CHQDUPCK-REQUEST
               IF CDQ-DUPLICATE
                   MOVE SPACES TO WS-REJECT-REASON
                   STRING 'Duplicate cheque ' CDQ-PRIOR-CHANNEL
                       ' ' CDQ-PRIOR-DATE
                       DELIMITED BY SIZE INTO WS-REJECT-REASON
                   PERFORM REPORT-REJECTED-ITEM THRU
                           REPORT-REJECTED-ITEM-EXIT
                   GO TO POST-TELLER-ITEM-EXIT
               END-IF
           END-IF
           .
      *****************************************************************
      * A pre-filing account frozen for the customer's insolvency     *
      * pays nothing out over the counter; deposits still post.       *
      *****************************************************************
           IF TTR-CASH-WITHDRAWAL AND WS-FRDHOLD-OPEN
               MOVE TTR-OWNER-PID TO FRD-OWNER-PID
               MOVE TTR-ACCOUNT TO FRD-ACCOUNT
               READ FRDHOLD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FRD-HELD
                           AND FRD-SOURCE-TYPE IS EQUAL TO 'BK'
                           MOVE 'Insolvency freeze on account' TO
                               WS-REJECT-REASON
                           PERFORM REPORT-REJECTED-ITEM THRU
                                   REPORT-REJECTED-ITEM-EXIT
                           GO TO POST-TELLER-ITEM-EXIT
                       END-IF
               END-READ
           END-IF
           .
      *****************************************************************
      * Money under an active funds hold is not spendable over the    *
      * counter either - the availability rule is the same one the    *
      * transfer and cheque paths enforce.                            *
               GO TO POST-TELLER-ITEM-EXIT
           END-IF
           .
      *****************************************************************
      * A mandated account pays out over the counter only on the      *
      * signatures its mandate asks for. An item one signer cannot    *
      * carry is held for the others and not paid today; once they    *
      * have signed it is keyed again quoting the mandate reference.  *
      *****************************************************************
           IF TTR-CASH-WITHDRAWAL
               PERFORM CHECK-SIGNING-MANDATE THRU
                   CHECK-SIGNING-MANDATE-EXIT
               IF MCQ-REFUSED
                   MOVE MCQ-REPLY-MSG TO WS-REJECT-REASON
                   PERFORM REPORT-REJECTED-ITEM THRU
                           REPORT-REJECTED-ITEM-EXIT
                   GO TO POST-TELLER-ITEM-EXIT
               END-IF
               IF MCQ-HELD
                   ADD 1 TO WS-MANDATE-HELD-COUNT
                   PERFORM REPORT-MANDATE-ITEM THRU
                       REPORT-MANDATE-ITEM-EXIT
                   GO TO POST-TELLER-ITEM-EXIT
               END-IF
           END-IF
           .
           MOVE SPACES TO WS-BEFORE-ACCTMST
           MOVE ACCTMST-RECORD TO WS-BEFORE-ACCTMST
           IF TTR-CASH-WITHDRAWAL
               SUBTRACT TTR-AMOUNT FROM AMS-BALANCE
           ELSE
               ADD TTR-AMOUNT TO AMS-BALANCE
           END-IF
           MOVE WS-CURRENT-DATE TO AMS-LAST-DATE
           SET AMS-TXN-PRESENT TO TRUE
           .
           PERFORM LOG-TELLER-POSTING THRU LOG-TELLER-POSTING-EXIT
           .
           IF TTR-CHEQUE-DEPOSIT
               SET CDQ-FUNC-REGISTER TO TRUE
               PERFORM LOAD-DUPLICATE-REQUEST THRU
                   LOAD-DUPLICATE-REQUEST-EXIT
               CALL 'CHQDUPCK' USING CHQDUPCK-REQUEST
           END-IF
           .
           PERFORM RECORD-PLAN-ACTIVITY THRU
               RECORD-PLAN-ACTIVITY-EXIT
           .
      *****************************************************************
      * A customer served away from home leaves the branches' books   *
      * unsettled - the due-to/due-from entry carries the value       *
                   WRITE-INTERBRANCH-ENTRY-EXIT
           END-IF
           .
      *****************************************************************
      * A cheque is not cash - it moves no drawer and no teller-cash  *
      * liquidity; only the account and the branch books see it.      *
      *****************************************************************
           IF NOT TTR-CHEQUE-DEPOSIT
               MOVE 'TC' TO LPQ-FLOW
               IF TTR-CASH-DEPOSIT
                   MOVE TTR-AMOUNT TO LPQ-AMOUNT
               ELSE
                   COMPUTE LPQ-AMOUNT = ZERO - TTR-AMOUNT
               END-IF
               MOVE ATN-REF-NO TO LPQ-REF-NO
               CALL 'LIQPOS' USING LIQPOS-REQUEST
           END-IF
           .
      *****************************************************************
      * Court orders intercept deposits at the counter the same way   *
      * they intercept a payroll credit.                              *
      *****************************************************************
           IF NOT TTR-CASH-WITHDRAWAL
               PERFORM INTERCEPT-LEGAL-ORDERS THRU
                   INTERCEPT-LEGAL-ORDERS-EXIT
           END-IF
           .
           IF NOT TTR-CHEQUE-DEPOSIT
               PERFORM ACCUMULATE-TELLER-TOTAL THRU
                   ACCUMULATE-TELLER-TOTAL-EXIT
           END-IF
           .
           ADD 1 TO WS-POSTED-COUNT
           .
       POST-TELLER-ITEM-EXIT.
           EXIT
           .
       CHECK-STAFF-LINK.
           MOVE 'C' TO SCK-FUNCTION
           MOVE 'ACCTTELL' TO SCK-SOURCE
           MOVE TTR-TELLER-ID TO SCK-OPERATOR-ID
           MOVE TTR-OVERRIDE-ID TO SCK-OVERRIDE-ID
           MOVE TTR-OWNER-PID TO SCK-PID
           MOVE TTR-ACCOUNT TO SCK-ACCOUNT
           MOVE TTR-AMOUNT TO SCK-AMOUNT
           MOVE GBD-BUSINESS-DATE TO SCK-DATE
           CALL 'STAFFCHK' USING STAFFCHK-REQUEST
           IF SCK-BLOCKED
               GO TO CHECK-STAFF-LINK-EXIT
           END-IF
           IF SCK-OVERRIDDEN
               ADD 1 TO WS-STAFF-OVRD-COUNT
           END-IF
           .
           IF TTR-ACTING-PID IS EQUAL TO SPACES
               OR TTR-ACTING-PID IS EQUAL TO TTR-OWNER-PID
               GO TO CHECK-STAFF-LINK-EXIT
           END-IF
           .
           MOVE TTR-ACTING-PID TO SCK-PID
           CALL 'STAFFCHK' USING STAFFCHK-REQUEST
           IF SCK-OVERRIDDEN
               ADD 1 TO WS-STAFF-OVRD-COUNT
           END-IF
           .
       CHECK-STAFF-LINK-EXIT.
           EXIT
           .
       INTERCEPT-LEGAL-ORDERS.
           MOVE TTR-AMOUNT TO WS-CREDIT-LEFT
           MOVE 'N' TO WS-LEGLORD-DONE-FLAG
           MOVE WS-CURRENT-DATE TO IBS-DATE
           MOVE TTR-BRANCH TO IBS-TXN-BRANCH
           MOVE BCS-REC-HOME-BRANCH TO IBS-HOME-BRANCH
           IF TTR-CASH-WITHDRAWAL
               COMPUTE IBS-AMOUNT = ZERO - TTR-AMOUNT
           ELSE
               MOVE TTR-AMOUNT TO IBS-AMOUNT
           END-IF
           MOVE WS-PROGRAM-ID TO IBS-SOURCE-PGM
           MOVE ATN-REF-NO TO IBS-REF-NO
       WRITE-INTERBRANCH-ENTRY-EXIT.
           EXIT
           .
      *****************************************************************
      * Points spent at the counter - as a credit to the customer's   *
      * own account or a gift to the programme's charity account.     *
      * Only the customer may spend their points. LOYREDM values the  *
      * points first; they come off the ledger only once the account  *
      * to credit is known good, against the posting's reference. No  *
      * drawer cash moves, so the proof does not see the item.        *
      *****************************************************************
       POST-LOYALTY-REDEMPTION.
           IF TTR-ACTING-PID IS NOT EQUAL TO SPACES
               AND TTR-ACTING-PID IS NOT EQUAL TO TTR-OWNER-PID
               MOVE 'Only the customer may redeem' TO
                   WS-REJECT-REASON
               PERFORM REPORT-REJECTED-ITEM THRU
                       REPORT-REJECTED-ITEM-EXIT
               GO TO POST-LOYALTY-REDEMPTION-EXIT
           END-IF
           .
           SET LRQ-FUNC-CHECK TO TRUE
           PERFORM LOAD-LOYALTY-REQUEST THRU
               LOAD-LOYALTY-REQUEST-EXIT
           CALL 'LOYREDM' USING LOYREDM-REQUEST
           IF LRQ-REFUSED
               MOVE LRQ-REPLY-MSG TO WS-REJECT-REASON
               PERFORM REPORT-REJECTED-ITEM THRU
                       REPORT-REJECTED-ITEM-EXIT
               GO TO POST-LOYALTY-REDEMPTION-EXIT
           END-IF
           .
           IF LRQ-DONATION
               MOVE LRQ-DONATE-PID TO AMS-OWNER-PID
               MOVE LRQ-DONATE-ACCOUNT TO AMS-ACCOUNT
           ELSE
               MOVE TTR-OWNER-PID TO AMS-OWNER-PID
               MOVE TTR-ACCOUNT TO AMS-ACCOUNT
           END-IF
           READ ACCTMST-FILE
               INVALID KEY
                   MOVE 'Account not on file' TO WS-REJECT-REASON
                   PERFORM REPORT-REJECTED-ITEM THRU
                       REPORT-REJECTED-ITEM-EXIT
                   GO TO POST-LOYALTY-REDEMPTION-EXIT
           END-READ
           .
           IF AMS-HAS-CHECK-DIGIT
               AND LRQ-STATEMENT-CREDIT
               SET CKD-FUNC-VALIDATE TO TRUE
               MOVE TTR-ACCOUNT TO CKD-ACCOUNT
               CALL 'ACCTCKDG' USING CKDIGIT-REQUEST
               IF CKD-INVALID
                   MOVE 'Account check digit bad' TO
                       WS-REJECT-REASON
                   PERFORM REPORT-REJECTED-ITEM THRU
                           REPORT-REJECTED-ITEM-EXIT
                   GO TO POST-LOYALTY-REDEMPTION-EXIT
               END-IF
           END-IF
           .
           MOVE SPACES TO ACCTTRN-RECORD
           CALL 'ACCTREFN' USING ATN-REF-NO
           SET LRQ-FUNC-REDEEM TO TRUE
           PERFORM LOAD-LOYALTY-REQUEST THRU
               LOAD-LOYALTY-REQUEST-EXIT
           CALL 'LOYREDM' USING LOYREDM-REQUEST
           IF LRQ-REFUSED
               MOVE LRQ-REPLY-MSG TO WS-REJECT-REASON
               PERFORM REPORT-REJECTED-ITEM THRU
                       REPORT-REJECTED-ITEM-EXIT
               GO TO POST-LOYALTY-REDEMPTION-EXIT
           END-IF
           .
           MOVE SPACES TO WS-BEFORE-ACCTMST
           MOVE ACCTMST-RECORD TO WS-BEFORE-ACCTMST
           ADD LRQ-VALUE TO AMS-BALANCE
           MOVE WS-CURRENT-DATE TO AMS-LAST-DATE
           SET AMS-TXN-PRESENT TO TRUE
           REWRITE ACCTMST-RECORD
           PERFORM JOURNAL-ACCTMST-IMAGE THRU
               JOURNAL-ACCTMST-IMAGE-EXIT
           .
           MOVE GBD-BUSINESS-DATE TO ATN-DATE
           MOVE WS-CURRENT-TIME TO ATN-TIME
           MOVE SPACES TO ATN-FROM-ACC
           MOVE TTR-OWNER-PID TO ATN-FROM-PID
           MOVE AMS-OWNER-PID TO ATN-TO-PID
           MOVE AMS-ACCOUNT TO ATN-TO-ACC
           MOVE LRQ-VALUE TO ATN-AMOUNT
           MOVE SPACES TO ATN-DESC
           IF LRQ-DONATION
               SET ATN-TYPE-LOYALTY-DN TO TRUE
               STRING 'Points gift ' TTR-LOY-POINTS
                   DELIMITED BY SIZE INTO ATN-DESC
           ELSE
               SET ATN-TYPE-LOYALTY-CR TO TRUE
               STRING 'Points credit ' TTR-LOY-POINTS
                   DELIMITED BY SIZE INTO ATN-DESC
           END-IF
           MOVE TTR-BRANCH TO ATN-BRANCH
           WRITE ACCTTRN-RECORD
           .
           ADD 1 TO WS-LOYALTY-COUNT
           ADD 1 TO WS-POSTED-COUNT
           .
       POST-LOYALTY-REDEMPTION-EXIT.
           EXIT
           .
       LOAD-LOYALTY-REQUEST.
           MOVE TTR-OWNER-PID TO LRQ-PID
           MOVE TTR-LOY-OPTION TO LRQ-OPTION
           MOVE TTR-LOY-POINTS TO LRQ-POINTS
           MOVE 'T' TO LRQ-CHANNEL
           MOVE GBD-BUSINESS-DATE TO LRQ-DATE
           MOVE WS-CURRENT-TIME TO LRQ-TIME
           MOVE ATN-REF-NO TO LRQ-REF-NO
           .
       LOAD-LOYALTY-REQUEST-EXIT.
           EXIT
           .
      *****************************************************************
      * Marketing consent taken at the counter - only the customer    *
      * can give or withdraw it. CEMREG keeps the register and        *
      * refuses implied consent that would override an unsubscribe.   *
      * Nothing is posted and no drawer cash moves.                   *
      *****************************************************************
       POST-MARKETING-CONSENT.
           IF TTR-ACTING-PID IS NOT EQUAL TO SPACES
               AND TTR-ACTING-PID IS NOT EQUAL TO TTR-OWNER-PID
               MOVE 'Only the customer may consent' TO
                   WS-REJECT-REASON
               PERFORM REPORT-REJECTED-ITEM THRU
                       REPORT-REJECTED-ITEM-EXIT
               GO TO POST-MARKETING-CONSENT-EXIT
           END-IF
           .
           MOVE SPACES TO CEMREG-REQUEST
           IF TTR-CEM-WITHDRAW
               SET CRQ-FUNC-WITHDRAW TO TRUE
           ELSE
               IF TTR-CEM-EXPRESS
                   OR TTR-CEM-IMPLIED
                   SET CRQ-FUNC-GRANT TO TRUE
                   MOVE TTR-CEM-ACTION TO CRQ-CONSENT-TYPE
                   MOVE TTR-CEM-BASIS TO CRQ-IMPLIED-BASIS
               ELSE
                   MOVE 'Invalid consent action' TO WS-REJECT-REASON
                   PERFORM REPORT-REJECTED-ITEM THRU
                           REPORT-REJECTED-ITEM-EXIT
                   GO TO POST-MARKETING-CONSENT-EXIT
               END-IF
           END-IF
           MOVE TTR-OWNER-PID TO CRQ-PID
           MOVE TTR-CEM-CHANNEL TO CRQ-CHANNEL
           MOVE TTR-CEM-EVENT-DATE TO CRQ-EVENT-DATE
           MOVE 'T' TO CRQ-SOURCE
           MOVE TTR-TELLER-ID TO CRQ-CHANGED-BY
           MOVE GBD-BUSINESS-DATE TO CRQ-DATE
           CALL 'CEMREG' USING CEMREG-REQUEST
           IF CRQ-REFUSED
               MOVE CRQ-REPLY-MSG TO WS-REJECT-REASON
               PERFORM REPORT-REJECTED-ITEM THRU
                       REPORT-REJECTED-ITEM-EXIT
               GO TO POST-MARKETING-CONSENT-EXIT
           END-IF
           .
           ADD 1 TO WS-CONSENT-COUNT
           ADD 1 TO WS-POSTED-COUNT
           .
       POST-MARKETING-CONSENT-EXIT.
           EXIT
           .
       LOG-TELLER-POSTING.
           MOVE SPACES TO ACCTTRN-RECORD
           MOVE GBD-BUSINESS-DATE TO ATN-DATE
               MOVE TTR-ACCOUNT TO ATN-TO-ACC
               SET ATN-TYPE-CASH-DEP TO TRUE
               MOVE 'Teller cash deposit' TO ATN-DESC
           END-IF
           IF TTR-CASH-WITHDRAWAL
               MOVE TTR-ACCOUNT TO ATN-FROM-ACC
               MOVE SPACES TO ATN-TO-ACC
               SET ATN-TYPE-CASH-WDL TO TRUE
               MOVE 'Teller cash withdrawal' TO ATN-DESC
           END-IF
           IF TTR-CHEQUE-DEPOSIT
               MOVE SPACES TO ATN-FROM-ACC
               MOVE TTR-ACCOUNT TO ATN-TO-ACC
               SET ATN-TYPE-CHQ-DEPOSIT TO TRUE
               MOVE SPACES TO ATN-DESC
               STRING 'Teller chq ' TTR-CHQ-SERIAL
                   DELIMITED BY SIZE INTO ATN-DESC
           END-IF
           .
           MOVE TTR-BRANCH TO ATN-BRANCH
           .
           IF TTR-ACTING-PID IS NOT EQUAL TO SPACES
               AND TTR-ACTING-PID IS NOT EQUAL TO TTR-OWNER-PID
               MOVE SPACES TO ATN-DESC
               IF TTR-CASH-WITHDRAWAL
                   STRING 'Teller wdl by ' TTR-ACTING-PID
                       DELIMITED BY SIZE INTO ATN-DESC
               ELSE
                   STRING 'Teller dep by ' TTR-ACTING-PID
                       DELIMITED BY SIZE INTO ATN-DESC
               END-IF
           END-IF
       ACCUMULATE-TELLER-TOTAL-EXIT.
           EXIT
           .
      *****************************************************************
      * Registered plan money counts against the customer's room; an  *
      * over-contribution has still posted, but the teller's proof    *
      * shows the warning so the customer can be told at the counter. *
      *****************************************************************
       RECORD-PLAN-ACTIVITY.
           IF TTR-CASH-WITHDRAWAL
               SET RPQ-WITHDRAWAL TO TRUE
           ELSE
               SET RPQ-CONTRIBUTION TO TRUE
           END-IF
           MOVE TTR-OWNER-PID TO RPQ-OWNER-PID
           MOVE TTR-ACCOUNT TO RPQ-ACCOUNT
           MOVE AMS-PRODUCT-CODE TO RPQ-PRODUCT-CODE
           MOVE ATN-TYPE TO RPQ-SOURCE-TYPE
           MOVE TTR-AMOUNT TO RPQ-AMOUNT
           MOVE GBD-BUSINESS-DATE TO RPQ-POST-DATE
           CALL 'REGPLAN' USING REGPLAN-REQUEST
           .
           IF RPQ-OVER-CONTRIBUTED
               MOVE TTR-TELLER-ID TO WS-PWN-TELLER
               MOVE TTR-OWNER-PID TO WS-PWN-PID
               MOVE TTR-ACCOUNT TO WS-PWN-ACCOUNT
               MOVE TTR-AMOUNT TO WS-PWN-AMOUNT
               MOVE RPQ-REPLY-MSG TO WS-PWN-MESSAGE
               WRITE TELLPRF-RECORD FROM WS-PLAN-WARN-DETAIL
               ADD 1 TO WS-PLAN-WARN-COUNT
           END-IF
           .
       RECORD-PLAN-ACTIVITY-EXIT.
           EXIT
           .
      *****************************************************************
      * The registry row names the account the item was credited to   *
      * and the posting that did it.                                  *
      *****************************************************************
       LOAD-DUPLICATE-REQUEST.
           MOVE TTR-PAYOR-ROUTING TO CDQ-PAYOR-ROUTING
           MOVE TTR-PAYOR-ACCOUNT TO CDQ-PAYOR-ACCOUNT
           MOVE TTR-CHQ-SERIAL TO CDQ-SERIAL
           MOVE TTR-AMOUNT TO CDQ-AMOUNT
           MOVE 'T' TO CDQ-CHANNEL
           MOVE TTR-OWNER-PID TO CDQ-OWNER-PID
           MOVE TTR-ACCOUNT TO CDQ-ACCOUNT
           MOVE GBD-BUSINESS-DATE TO CDQ-DEPOSIT-DATE
           MOVE WS-CURRENT-TIME TO CDQ-DEPOSIT-TIME
           MOVE ATN-REF-NO TO CDQ-REF-NO
           MOVE SPACES TO CDQ-IMAGE-REF
           MOVE TTR-BRANCH TO CDQ-BRANCH
           .
       LOAD-DUPLICATE-REQUEST-EXIT.
           EXIT
           .
       CHECK-SIGNING-MANDATE.
           MOVE SPACES TO MANDCHK-REQUEST
           MOVE 'TELL' TO MCQ-CHANNEL
           MOVE TTR-ACCOUNT TO MCQ-ACCOUNT
           MOVE TTR-OWNER-PID TO MCQ-OWNER-PID
           MOVE TTR-ACTING-PID TO MCQ-SIGNER-PID
           MOVE TTR-TELLER-ID TO MCQ-OPERATOR
           MOVE TTR-AMOUNT TO MCQ-AMOUNT
           MOVE GBD-BUSINESS-DATE TO MCQ-DATE
           MOVE TELLTRAN-RECORD TO MCQ-ITEM-IMAGE
           IF TTR-MANDATE-REF IS NUMERIC
               AND TTR-MANDATE-REF IS GREATER THAN ZERO
               SET MCQ-FUNC-USE TO TRUE
               MOVE TTR-MANDATE-REF TO MCQ-REF-NO
           ELSE
               SET MCQ-FUNC-CHECK TO TRUE
               MOVE ZERO TO MCQ-REF-NO
           END-IF
           CALL 'MANDCHK' USING MANDCHK-REQUEST
           .
       CHECK-SIGNING-MANDATE-EXIT.
           EXIT
           .
      *****************************************************************
      * A signer at the counter adds their signature to a held item.  *
      * The item stays on MANDPND; nothing is posted and no cash      *
      * moves until the released withdrawal is keyed again.           *
      *****************************************************************
       POST-MANDATE-SIGNATURE.
           IF TTR-MANDATE-REF IS NOT NUMERIC
               OR TTR-MANDATE-REF IS EQUAL TO ZERO
               MOVE 'Mandate reference missing' TO WS-REJECT-REASON
               PERFORM REPORT-REJECTED-ITEM THRU
                       REPORT-REJECTED-ITEM-EXIT
               GO TO POST-MANDATE-SIGNATURE-EXIT
           END-IF
           .
           MOVE SPACES TO MANDCHK-REQUEST
           SET MCQ-FUNC-SIGN TO TRUE
           MOVE TTR-ACCOUNT TO MCQ-ACCOUNT
           MOVE TTR-OWNER-PID TO MCQ-OWNER-PID
           MOVE TTR-ACTING-PID TO MCQ-SIGNER-PID
           MOVE TTR-TELLER-ID TO MCQ-OPERATOR
           MOVE ZERO TO MCQ-AMOUNT
           MOVE GBD-BUSINESS-DATE TO MCQ-DATE
           MOVE TTR-MANDATE-REF TO MCQ-REF-NO
           CALL 'MANDCHK' USING MANDCHK-REQUEST
           IF MCQ-REFUSED
               MOVE MCQ-REPLY-MSG TO WS-REJECT-REASON
               PERFORM REPORT-REJECTED-ITEM THRU
                       REPORT-REJECTED-ITEM-EXIT
               GO TO POST-MANDATE-SIGNATURE-EXIT
           END-IF
           .
           ADD 1 TO WS-MANDATE-SIGN-COUNT
           PERFORM REPORT-MANDATE-ITEM THRU REPORT-MANDATE-ITEM-EXIT
           .
       POST-MANDATE-SIGNATURE-EXIT.
           EXIT
           .
       REPORT-MANDATE-ITEM.
           MOVE TTR-TELLER-ID TO WS-MND-TELLER
           MOVE TTR-OWNER-PID TO WS-MND-PID
           MOVE TTR-ACCOUNT TO WS-MND-ACCOUNT
           MOVE MCQ-AMOUNT TO WS-MND-AMOUNT
           MOVE MCQ-REPLY-MSG TO WS-MND-MESSAGE
           WRITE TELLPRF-RECORD FROM WS-MANDATE-DETAIL
           .
       REPORT-MANDATE-ITEM-EXIT.
           EXIT
           .
       REPORT-REJECTED-ITEM.
           MOVE TTR-TELLER-ID TO WS-REJ-TELLER
           MOVE TTR-OWNER-PID TO WS-REJ-PID
