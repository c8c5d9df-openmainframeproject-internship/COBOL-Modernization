001240*              code, and the run balances what actually posted  * acctdcrp
001250*              against the file's own control record before     * acctdcrp
001260*              the file can be signed off.                      * acctdcrp
001262*              A credit to a registered plan account is         * acctdcrp
001264*              recorded through REGPLAN as a contribution, with * acctdcrp
001266*              over-contributions counted.                      * acctdcrp
001267*              Once any court order has taken its share, the    * acctdcrp
001268*              customer's own SAVRULE save-on-payday rules for  * acctdcrp
001269*              the account and originator move a percentage or  * acctdcrp
001270*              fixed amount of the credit to their savings or   * acctdcrp
001271*              GIC-funding account as an 'SV' posting; a rule   * acctdcrp
001272*              that would take the account below the customer's * acctdcrp
001273*              floor is skipped and an ALRTQUE alert queued.    * acctdcrp
001274*              A saving swept into a registered plan account is * acctdcrp
001275*              recorded through REGPLAN as an 'SV'              * acctdcrp
001276*              contribution. No saving is swept out of an       * acctdcrp
001277*              account under a 'BK' insolvency freeze on        * acctdcrp
001278*              FRDHOLD.                                         * acctdcrp
001279***************************************************************** acctdcrp
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTDCRP.

           SELECT DCRJCT-FILE ASSIGN TO "DCRJCT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DCRJCT-STATUS.
           SELECT SAVRULE-FILE ASSIGN TO "SAVRULE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SVR-KEY
               FILE STATUS IS WS-SAVRULE-STATUS.
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
           88 DRJ-REASON-CLOSED VALUE 'CL'.
         05 DRJ-RETURN-DATE PIC 9(8).

       FD SAVRULE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CSAVRULE.

       FD ALRTQUE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CALRTQUE.

       FD FRDHOLD-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CFRDHOLD.

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'ACCTDCRP'.
         05 WS-ITEM-COUNT PIC 9(6) VALUE ZERO.
         05 WS-POSTED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-REJECT-COUNT PIC 9(6) VALUE ZERO.
         05 WS-PLAN-WARN-COUNT PIC 9(6) VALUE ZERO.
         05 WS-SAVE-MOVED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-SAVE-SKIPPED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-SAVE-FROZEN-COUNT PIC 9(6) VALUE ZERO.
         05 WS-POSTED-TOTAL PIC S9(11)V99 VALUE ZERO.
         05 WS-REJECTED-TOTAL PIC S9(11)V99 VALUE ZERO.
         05 WS-CTL-SEEN-FLAG PIC X(1) VALUE 'N'.
         05 WS-ORDER-REMAINING PIC S9(7)V99.
         05 WS-CREDIT-LEFT PIC S9(7)V99.

       01 WS-SAVINGS-WORK.
         05 WS-SAVRULE-STATUS PIC X(2).
           88 WS-SAVRULE-OK VALUE '00'.
         05 WS-SAVRULE-OPEN-FLAG PIC X(1) VALUE 'N'.
           88 WS-SAVRULE-OPEN VALUE 'Y'.
         05 WS-SAVRULE-DONE-FLAG PIC X(1).
           88 WS-SAVRULE-DONE VALUE 'Y'.
         05 WS-ALRTQUE-STATUS PIC X(2).
           88 WS-ALRTQUE-OK VALUE '00'.
         05 WS-FRDHOLD-STATUS PIC X(2).
           88 WS-FRDHOLD-OK VALUE '00'.
         05 WS-FRDHOLD-OPEN-FLAG PIC X(1) VALUE 'N'.
           88 WS-FRDHOLD-OPEN VALUE 'Y'.
         05 WS-SAVE-AMOUNT PIC S9(7)V99.
         05 WS-SAVE-ORIGINATOR PIC X(20).
         05 WS-SAVE-SKIP-TEXT PIC X(40).
         05 WS-SAVE-FROM-KEY PIC X(14).

       COPY CNAMESCQ.

       01 WS-SCREEN-WORK.

       COPY CRUNCTLQ.

       COPY CREGPLNQ.

       PROCEDURE DIVISION.
       000-START-PROCESSING.
      *****************************************************************
               OPEN I-O SCRNHIT-FILE
           END-IF
           OPEN OUTPUT DCRJCT-FILE
           OPEN I-O SAVRULE-FILE
           IF WS-SAVRULE-OK
               SET WS-SAVRULE-OPEN TO TRUE
           END-IF
           OPEN INPUT FRDHOLD-FILE
           IF WS-FRDHOLD-OK
               SET WS-FRDHOLD-OPEN TO TRUE
           END-IF
           .
           PERFORM UNTIL WS-DIRCRD-EOF
               READ DIRCRD-FILE
           CLOSE ACCTTRN-FILE
           CLOSE SCRNHIT-FILE
           CLOSE DCRJCT-FILE
           IF WS-SAVRULE-OPEN
               CLOSE SAVRULE-FILE
           END-IF
           IF WS-FRDHOLD-OPEN
               CLOSE FRDHOLD-FILE
           END-IF
           .
           DISPLAY WS-ITEM-COUNT ' credit(s) read, '
               WS-POSTED-COUNT ' posted, '
               WS-REJECT-COUNT ' rejected, '
               WS-PLAN-WARN-COUNT ' registered plan warning(s), '
               WS-SAVE-MOVED-COUNT ' payday saving(s), '
               WS-SAVE-SKIPPED-COUNT ' skipped at floor, '
               WS-SAVE-FROZEN-COUNT ' held by insolvency freeze'
           .
      *****************************************************************
      * Control proof - every item must be accounted for, posted or   *
           MOVE ATN-REF-NO TO LPQ-REF-NO
           CALL 'LIQPOS' USING LIQPOS-REQUEST
           .
      *****************************************************************
      * A credit into a registered plan account is a contribution -   *
      * one that exceeds the customer's room has still posted, but    *
      * is counted here and logged by REGPLAN for the branch.         *
      *****************************************************************
           SET RPQ-CONTRIBUTION TO TRUE
           MOVE DCR-OWNER-PID TO RPQ-OWNER-PID
           MOVE DCR-ACCOUNT TO RPQ-ACCOUNT
           MOVE AMS-PRODUCT-CODE TO RPQ-PRODUCT-CODE
           MOVE 'DC' TO RPQ-SOURCE-TYPE
           MOVE DCR-AMOUNT TO RPQ-AMOUNT
           MOVE GBD-BUSINESS-DATE TO RPQ-POST-DATE
           CALL 'REGPLAN' USING REGPLAN-REQUEST
           IF RPQ-OVER-CONTRIBUTED
               ADD 1 TO WS-PLAN-WARN-COUNT
           END-IF
           .
           PERFORM SCREEN-INBOUND-PARTY THRU
               SCREEN-INBOUND-PARTY-EXIT
           .
           PERFORM INTERCEPT-LEGAL-ORDERS THRU
               INTERCEPT-LEGAL-ORDERS-EXIT
           .
      *****************************************************************
      * Save on payday - the customer's own rules for this account    *
      * and originator move part of what is left of the pay to their  *
      * savings once any court order has taken its share.             *
      *****************************************************************
           PERFORM APPLY-SAVINGS-RULES THRU APPLY-SAVINGS-RULES-EXIT
           .
       POST-ONE-CREDIT-EXIT.
           EXIT
           .
       CAPTURE-ONE-ORDER-EXIT.
           EXIT
           .
       APPLY-SAVINGS-RULES.
           IF NOT WS-SAVRULE-OPEN
               GO TO APPLY-SAVINGS-RULES-EXIT
           END-IF
      *****************************************************************
      * Pay landing in a pre-filing account frozen for the customer's *
      * insolvency stays where it is - no saving is swept out of it.  *
      *****************************************************************
           IF WS-FRDHOLD-OPEN
               MOVE DCR-OWNER-PID TO FRD-OWNER-PID
               MOVE DCR-ACCOUNT TO FRD-ACCOUNT
               READ FRDHOLD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FRD-HELD
                           AND FRD-SOURCE-TYPE IS EQUAL TO 'BK'
                           ADD 1 TO WS-SAVE-FROZEN-COUNT
                           GO TO APPLY-SAVINGS-RULES-EXIT
                       END-IF
               END-READ
           END-IF
           MOVE FUNCTION UPPER-CASE(DCR-ORIGINATOR) TO
               WS-SAVE-ORIGINATOR
           MOVE 'N' TO WS-SAVRULE-DONE-FLAG
           MOVE DCR-OWNER-PID TO SVR-PID
           MOVE ZERO TO SVR-RULE-NO
           START SAVRULE-FILE KEY IS NOT LESS THAN SVR-KEY
               INVALID KEY
                   GO TO APPLY-SAVINGS-RULES-EXIT
           END-START
           PERFORM APPLY-ONE-SAVINGS-RULE THRU
               APPLY-ONE-SAVINGS-RULE-EXIT
               UNTIL WS-SAVRULE-DONE
           .
       APPLY-SAVINGS-RULES-EXIT.
           EXIT
           .
      *****************************************************************
      * A percentage is of the whole credit; neither kind takes more  *
      * than the credit has left after garnishment and earlier rules. *
      * The saving is skipped, and the customer told, when it would   *
      * leave the chequing account under the floor they set or the    *
      * savings account named is no longer on file.                   *
      *****************************************************************
       APPLY-ONE-SAVINGS-RULE.
           READ SAVRULE-FILE NEXT RECORD
               AT END
                   SET WS-SAVRULE-DONE TO TRUE
                   GO TO APPLY-ONE-SAVINGS-RULE-EXIT
           END-READ
           IF SVR-PID IS NOT EQUAL TO DCR-OWNER-PID
               SET WS-SAVRULE-DONE TO TRUE
               GO TO APPLY-ONE-SAVINGS-RULE-EXIT
           END-IF
           IF NOT SVR-ACTIVE
               OR SVR-FROM-ACC IS NOT EQUAL TO DCR-ACCOUNT
               OR SVR-ORIGINATOR IS NOT EQUAL TO WS-SAVE-ORIGINATOR
               GO TO APPLY-ONE-SAVINGS-RULE-EXIT
           END-IF
           IF WS-CREDIT-LEFT IS NOT GREATER THAN ZERO
               SET WS-SAVRULE-DONE TO TRUE
               GO TO APPLY-ONE-SAVINGS-RULE-EXIT
           END-IF
           .
           IF SVR-METHOD-PERCENT
               COMPUTE WS-SAVE-AMOUNT ROUNDED =
                   DCR-AMOUNT * SVR-PERCENT / 100
           ELSE
               MOVE SVR-FIXED-AMOUNT TO WS-SAVE-AMOUNT
           END-IF
           IF WS-SAVE-AMOUNT IS GREATER THAN WS-CREDIT-LEFT
               MOVE WS-CREDIT-LEFT TO WS-SAVE-AMOUNT
           END-IF
           IF WS-SAVE-AMOUNT IS NOT GREATER THAN ZERO
               GO TO APPLY-ONE-SAVINGS-RULE-EXIT
           END-IF
           .
           MOVE GBD-BUSINESS-DATE TO SVR-LAST-FIRED-DATE
           MOVE WS-SAVE-AMOUNT TO SVR-LAST-AMOUNT
           IF AMS-BALANCE - WS-SAVE-AMOUNT IS LESS THAN SVR-FLOOR
               MOVE 'Payday saving skipped - below floor' TO
                   WS-SAVE-SKIP-TEXT
               PERFORM SKIP-SAVINGS-RULE THRU SKIP-SAVINGS-RULE-EXIT
               GO TO APPLY-ONE-SAVINGS-RULE-EXIT
           END-IF
           .
      *****************************************************************
      * The savings side is read first, so a closed savings account   *
      * leaves the chequing account exactly as it was.                *
      *****************************************************************
           MOVE AMS-KEY TO WS-SAVE-FROM-KEY
           MOVE SVR-PID TO AMS-OWNER-PID
           MOVE SVR-TO-ACC TO AMS-ACCOUNT
           READ ACCTMST-FILE
               INVALID KEY
                   MOVE WS-SAVE-FROM-KEY TO AMS-KEY
                   READ ACCTMST-FILE
                   END-READ
                   MOVE 'Payday saving skipped - account closed' TO
                       WS-SAVE-SKIP-TEXT
                   PERFORM SKIP-SAVINGS-RULE THRU
                       SKIP-SAVINGS-RULE-EXIT
                   GO TO APPLY-ONE-SAVINGS-RULE-EXIT
           END-READ
           MOVE ACCTMST-RECORD TO WS-BEFORE-ACCTMST
           ADD WS-SAVE-AMOUNT TO AMS-BALANCE
           MOVE WS-CURRENT-DATE TO AMS-LAST-DATE
           SET AMS-TXN-PRESENT TO TRUE
           REWRITE ACCTMST-RECORD
           PERFORM JOURNAL-ACCTMST-IMAGE THRU
               JOURNAL-ACCTMST-IMAGE-EXIT
           .
      *****************************************************************
      * A saving swept into a registered plan account is a            *
      * contribution like the pay itself.                             *
      *****************************************************************
           SET RPQ-CONTRIBUTION TO TRUE
           MOVE SVR-PID TO RPQ-OWNER-PID
           MOVE SVR-TO-ACC TO RPQ-ACCOUNT
           MOVE AMS-PRODUCT-CODE TO RPQ-PRODUCT-CODE
           MOVE 'SV' TO RPQ-SOURCE-TYPE
           MOVE WS-SAVE-AMOUNT TO RPQ-AMOUNT
           MOVE GBD-BUSINESS-DATE TO RPQ-POST-DATE
           CALL 'REGPLAN' USING REGPLAN-REQUEST
           IF RPQ-OVER-CONTRIBUTED
               ADD 1 TO WS-PLAN-WARN-COUNT
           END-IF
           .
           MOVE WS-SAVE-FROM-KEY TO AMS-KEY
           READ ACCTMST-FILE
           END-READ
           MOVE ACCTMST-RECORD TO WS-BEFORE-ACCTMST
           SUBTRACT WS-SAVE-AMOUNT FROM AMS-BALANCE
           MOVE WS-CURRENT-DATE TO AMS-LAST-DATE
           SET AMS-TXN-PRESENT TO TRUE
           REWRITE ACCTMST-RECORD
           PERFORM JOURNAL-ACCTMST-IMAGE THRU
               JOURNAL-ACCTMST-IMAGE-EXIT
           .
           MOVE SPACES TO ACCTTRN-RECORD
           MOVE GBD-BUSINESS-DATE TO ATN-DATE
           MOVE WS-CURRENT-TIME TO ATN-TIME
           MOVE DCR-ACCOUNT TO ATN-FROM-ACC
           MOVE DCR-OWNER-PID TO ATN-FROM-PID
           MOVE SVR-PID TO ATN-TO-PID
           MOVE SVR-TO-ACC TO ATN-TO-ACC
           MOVE WS-SAVE-AMOUNT TO ATN-AMOUNT
           SET ATN-TYPE-PAYDAY-SAVE TO TRUE
           MOVE SPACES TO ATN-DESC
           STRING 'Payday saving rule ' SVR-RULE-NO
               DELIMITED BY SIZE INTO ATN-DESC
           CALL 'ACCTREFN' USING ATN-REF-NO
           WRITE ACCTTRN-RECORD
           .
           SUBTRACT WS-SAVE-AMOUNT FROM WS-CREDIT-LEFT
           SET SVR-LAST-MOVED TO TRUE
           ADD WS-SAVE-AMOUNT TO SVR-TOTAL-SAVED
           REWRITE SAVRULE-RECORD
           ADD 1 TO WS-SAVE-MOVED-COUNT
           .
       APPLY-ONE-SAVINGS-RULE-EXIT.
           EXIT
           .
       SKIP-SAVINGS-RULE.
           SET SVR-LAST-SKIPPED TO TRUE
           REWRITE SAVRULE-RECORD
           ADD 1 TO WS-SAVE-SKIPPED-COUNT
           .
           OPEN EXTEND ALRTQUE-FILE
           IF NOT WS-ALRTQUE-OK
               GO TO SKIP-SAVINGS-RULE-EXIT
           END-IF
           MOVE SPACES TO ALRTQUE-RECORD
           MOVE WS-CURRENT-DATE TO AQU-DATE
           MOVE WS-CURRENT-TIME TO AQU-TIME
           MOVE DCR-OWNER-PID TO AQU-PID
           SET AQU-TYPE-SAVE-SKIPPED TO TRUE
           MOVE WS-SAVE-AMOUNT TO AQU-AMOUNT
           MOVE WS-SAVE-SKIP-TEXT TO AQU-TEXT
           SET AQU-PENDING TO TRUE
           WRITE ALRTQUE-RECORD
           CLOSE ALRTQUE-FILE
           .
       SKIP-SAVINGS-RULE-EXIT.
           EXIT
           .
       JOURNAL-ACCTMST-IMAGE.
           MOVE WS-PROGRAM-ID TO MJQ-PROGRAM
           MOVE 'ACCTMST ' TO MJQ-FILE-ID
