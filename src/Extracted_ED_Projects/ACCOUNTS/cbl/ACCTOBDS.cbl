000100*****************************************************************
000200*                                                               *
000300*   Copyright (C) 1998-2021 Micro Focus. All Rights Reserved.   *
000400*   This demonstration program is provided for use by users     *
000500*   of Micro Focus products and may be used, modified and       *
000600*   distributed as part of your application provided that       *
000700*   you properly acknowledge the copyright of Micro Focus       *
000800*   in this material.                                           *
000900*                                                               *
001000*****************************************************************

001150***************************************************************** acctobds
001160* Program:     ACCTOBDS.CBL                                     * acctobds
001170* Function:    Read-only open banking data service for third    * acctobds
001180*              parties admitted on OBPARTY. The party quotes    * acctobds
001190*              its own id, the customer's PID and the consent   * acctobds
001200*              reference the customer's grant issued; the       * acctobds
001210*              request is answered only while that consent is   * acctobds
001220*              in force on OBCONS - not revoked, not past its   * acctobds
001230*              expiry date - and the party active. 'L' lists    * acctobds
001240*              the consented accounts, 'B' gives their balances * acctobds
001250*              (or one of them), and 'H' pages eight ACCTHST    * acctobds
001260*              entries at a time on one consented account,      * acctobds
001270*              resuming after the last entry returned. An       * acctobds
001280*              account outside the consent is refused. Nothing  * acctobds
001290*              is ever changed on the customer's accounts.      * acctobds
001300*              Every request, answered or refused, is written   * acctobds
001310*              to the OBACCESS log for the monthly OBCNRPT      * acctobds
001320*              report, and an answered one is counted on the    * acctobds
001330*              consent.                                         * acctobds
001340***************************************************************** acctobds
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTOBDS.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'ACCTOBDS'.
         05 WS-COMMAREA-LENGTH PIC 9(5).
         05 WS-RESP PIC S9(8) COMP.
         05 WS-BNKCUST-RID PIC X(5).
         05 WS-ACC-IDX PIC 9(1).
         05 WS-TXN-IDX PIC 9(1).
         05 WS-IN-SCOPE-FLAG PIC X(1).
           88 WS-IN-SCOPE VALUE 'Y'.
         05 WS-BROWSE-DONE-FLAG PIC X(1).
           88 WS-BROWSE-DONE VALUE 'Y'.
         05 WS-RESUME-KEY.
           10 WS-RESUME-ACCOUNT PIC X(9).
           10 WS-RESUME-DATE-TIME PIC X(16).
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
           10 FILLER PIC X(5).
       COPY COBCONS.
       COPY COBPARTY.
       COPY COBACCS.
       COPY CACCTMST.
       COPY CACCTHST.
       01 WS-BNKCUST-REC.
       COPY CBANKVCS.
       01 WS-COMMAREA.
       COPY CACCTD13.

       COPY CGETBDTQ.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
         05 LK-COMMAREA PIC X(1) OCCURS 1 TO 4096 TIMES DEPENDING ON
                WS-COMMAREA-LENGTH.
       COPY 'OBDSREQ'.
       COPY 'OBDSRESP'.

       PROCEDURE DIVISION USING BRE-INP-INPUT-STRUCTURE
                                BRE-OUT-OUTPUT-STRUCTURE.
           PERFORM BRE-COPY-INPUT-DATA-0
           .
           PERFORM DATA-SERVICE-PROCESSING THRU
               DATA-SERVICE-PROCESSING-EXIT
           .
           PERFORM LOG-THIRD-PARTY-ACCESS THRU
               LOG-THIRD-PARTY-ACCESS-EXIT
           .
           PERFORM BRE-COPY-OUTPUT-DATA
           .
           GOBACK
           .
       DATA-SERVICE-PROCESSING.
           CALL 'GETBDTE' USING GETBDTE-REQUEST
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           .
           PERFORM CHECK-CONSENT-SCOPE THRU CHECK-CONSENT-SCOPE-EXIT
           IF CD13O-MESSAGE IS NOT EQUAL TO SPACES
               GO TO DATA-SERVICE-PROCESSING-EXIT
           END-IF
           .
           IF CD13I-HISTORY
               PERFORM BROWSE-HISTORY-PAGE THRU
                   BROWSE-HISTORY-PAGE-EXIT
           ELSE
               PERFORM LOAD-CONSENTED-ACCOUNTS THRU
                   LOAD-CONSENTED-ACCOUNTS-EXIT
           END-IF
           IF CD13O-MESSAGE IS NOT EQUAL TO SPACES
               GO TO DATA-SERVICE-PROCESSING-EXIT
           END-IF
           .
           PERFORM COUNT-CONSENT-ACCESS THRU COUNT-CONSENT-ACCESS-EXIT
           .
           EVALUATE TRUE
               WHEN CD13I-ACCOUNTS
                   MOVE 'Accounts listed' TO CD13O-MESSAGE
               WHEN CD13I-BALANCES
                   MOVE 'Balances given' TO CD13O-MESSAGE
               WHEN CD13O-TXN-COUNT IS EQUAL TO ZERO
                   MOVE 'No further transactions' TO CD13O-MESSAGE
               WHEN OTHER
                   MOVE 'Transactions given' TO CD13O-MESSAGE
           END-EVALUATE
           SET CD13O-APPROVED TO TRUE
           .
       DATA-SERVICE-PROCESSING-EXIT.
           EXIT
           .
      *****************************************************************
      * The party, the customer's consent to it and the account asked *
      * about must all hold before anything is read for the party.    *
      *****************************************************************
       CHECK-CONSENT-SCOPE.
           IF CD13I-PARTY-ID IS EQUAL TO SPACES
               OR CD13I-PERSON-PID IS EQUAL TO SPACES
               MOVE 'Third party and customer required' TO
                   CD13O-MESSAGE
               GO TO CHECK-CONSENT-SCOPE-EXIT
           END-IF
           .
           IF NOT CD13I-ACCOUNTS
               AND NOT CD13I-BALANCES
               AND NOT CD13I-HISTORY
               MOVE 'Unknown request' TO CD13O-MESSAGE
               GO TO CHECK-CONSENT-SCOPE-EXIT
           END-IF
           .
           MOVE CD13I-PARTY-ID TO OBP-PARTY-ID
           EXEC CICS READ FILE('OBPARTY')
                          INTO(OBPARTY-RECORD)
                          LENGTH(LENGTH OF OBPARTY-RECORD)
                          RIDFLD(OBP-KEY)
                          RESP(WS-RESP)
           END-EXEC
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               MOVE 'Third party not registered' TO CD13O-MESSAGE
               GO TO CHECK-CONSENT-SCOPE-EXIT
           END-IF
           IF NOT OBP-ACTIVE
               MOVE 'Third party suspended' TO CD13O-MESSAGE
               GO TO CHECK-CONSENT-SCOPE-EXIT
           END-IF
           .
           MOVE CD13I-PERSON-PID TO OBC-PID
           MOVE CD13I-PARTY-ID TO OBC-PARTY-ID
           EXEC CICS READ FILE('OBCONS')
                          INTO(OBCONS-RECORD)
                          LENGTH(LENGTH OF OBCONS-RECORD)
                          RIDFLD(OBC-KEY)
                          RESP(WS-RESP)
           END-EXEC
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               MOVE 'No consent from this customer' TO CD13O-MESSAGE
               GO TO CHECK-CONSENT-SCOPE-EXIT
           END-IF
           IF CD13I-CONSENT-REF IS NOT NUMERIC
               OR CD13I-CONSENT-REF IS NOT EQUAL TO OBC-CONSENT-REF
               MOVE 'Consent reference not valid' TO CD13O-MESSAGE
               GO TO CHECK-CONSENT-SCOPE-EXIT
           END-IF
           IF OBC-REVOKED
               MOVE 'Consent revoked' TO CD13O-MESSAGE
               GO TO CHECK-CONSENT-SCOPE-EXIT
           END-IF
           IF OBC-EXPIRY-DATE IS LESS THAN GBD-BUSINESS-DATE
               MOVE 'Consent lapsed' TO CD13O-MESSAGE
               GO TO CHECK-CONSENT-SCOPE-EXIT
           END-IF
           .
           MOVE CD13I-PERSON-PID TO WS-BNKCUST-RID
           EXEC CICS READ FILE('BNKCUST')
                          INTO(WS-BNKCUST-REC)
                          LENGTH(LENGTH OF WS-BNKCUST-REC)
                          RIDFLD(WS-BNKCUST-RID)
                          RESP(WS-RESP)
           END-EXEC
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               OR BCS-REC-CLOSED
               MOVE 'Customer closed' TO CD13O-MESSAGE
               GO TO CHECK-CONSENT-SCOPE-EXIT
           END-IF
           .
           IF CD13I-HISTORY
               AND CD13I-ACCOUNT IS EQUAL TO SPACES
               MOVE 'Name the account' TO CD13O-MESSAGE
               GO TO CHECK-CONSENT-SCOPE-EXIT
           END-IF
           .
           IF CD13I-ACCOUNT IS NOT EQUAL TO SPACES
               MOVE 'N' TO WS-IN-SCOPE-FLAG
               PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
                       UNTIL WS-ACC-IDX > OBC-ACCOUNT-COUNT
                   IF OBC-ACCOUNT (WS-ACC-IDX) IS EQUAL TO
                          CD13I-ACCOUNT
                       SET WS-IN-SCOPE TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-IN-SCOPE
                   MOVE 'Account outside consent' TO CD13O-MESSAGE
                   GO TO CHECK-CONSENT-SCOPE-EXIT
               END-IF
           END-IF
           .
       CHECK-CONSENT-SCOPE-EXIT.
           EXIT
           .
      *****************************************************************
      * 'L' and 'B' walk the consented accounts - only the one named  *
      * when a balance is asked for a single account. An account      *
      * closed since the grant is left out rather than refused.       *
      *****************************************************************
       LOAD-CONSENTED-ACCOUNTS.
           PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
                   UNTIL WS-ACC-IDX > OBC-ACCOUNT-COUNT
               IF CD13I-ACCOUNT IS EQUAL TO SPACES
                   OR CD13I-ACCOUNT IS EQUAL TO
                      OBC-ACCOUNT (WS-ACC-IDX)
                   PERFORM LOAD-ONE-ACCOUNT THRU
                       LOAD-ONE-ACCOUNT-EXIT
               END-IF
           END-PERFORM
           .
           IF CD13O-ACC-COUNT IS EQUAL TO ZERO
               MOVE 'No consented account open' TO CD13O-MESSAGE
           END-IF
           .
       LOAD-CONSENTED-ACCOUNTS-EXIT.
           EXIT
           .
       LOAD-ONE-ACCOUNT.
           MOVE CD13I-PERSON-PID TO AMS-OWNER-PID
           MOVE OBC-ACCOUNT (WS-ACC-IDX) TO AMS-ACCOUNT
           EXEC CICS READ FILE('ACCTMST')
                          INTO(ACCTMST-RECORD)
                          LENGTH(LENGTH OF ACCTMST-RECORD)
                          RIDFLD(AMS-KEY)
                          RESP(WS-RESP)
           END-EXEC
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               GO TO LOAD-ONE-ACCOUNT-EXIT
           END-IF
           .
           ADD 1 TO CD13O-ACC-COUNT
           MOVE AMS-ACCOUNT TO CD13O-ACC-NUMBER (CD13O-ACC-COUNT)
           MOVE AMS-DESC TO CD13O-ACC-DESC (CD13O-ACC-COUNT)
           MOVE AMS-PRODUCT-CODE TO CD13O-ACC-PRODUCT (CD13O-ACC-COUNT)
           MOVE AMS-CURRENCY TO CD13O-ACC-CURRENCY (CD13O-ACC-COUNT)
           IF CD13I-BALANCES
               MOVE AMS-BALANCE TO CD13O-ACC-BALANCE (CD13O-ACC-COUNT)
           END-IF
           .
       LOAD-ONE-ACCOUNT-EXIT.
           EXIT
           .
      *****************************************************************
      * A forward page of ACCTHST on the one account, the ACCTHIST    *
      * browse without the screen paging - the party hands back the   *
      * last entry it was given to carry on from there.               *
      *****************************************************************
       BROWSE-HISTORY-PAGE.
           MOVE CD13I-RESUME-KEY TO WS-RESUME-KEY
           IF WS-RESUME-ACCOUNT IS NOT EQUAL TO CD13I-ACCOUNT
               MOVE CD13I-ACCOUNT TO AHS-ACCOUNT
               MOVE ZERO TO AHS-DATE
               MOVE ZERO TO AHS-TIME
               MOVE SPACES TO WS-RESUME-KEY
           ELSE
               MOVE WS-RESUME-KEY TO AHS-KEY
           END-IF
           .
           EXEC CICS STARTBR FILE('ACCTHST')
                             RIDFLD(AHS-KEY)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC
           .
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               GO TO BROWSE-HISTORY-PAGE-EXIT
           END-IF
           .
           MOVE 'N' TO WS-BROWSE-DONE-FLAG
           PERFORM UNTIL WS-BROWSE-DONE
               EXEC CICS READNEXT FILE('ACCTHST')
                                  INTO(ACCTHST-RECORD)
                                  RIDFLD(AHS-KEY)
                                  RESP(WS-RESP)
               END-EXEC
               IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
                   OR AHS-ACCOUNT IS NOT EQUAL TO CD13I-ACCOUNT
                   SET WS-BROWSE-DONE TO TRUE
               ELSE
                   IF AHS-KEY IS NOT EQUAL TO WS-RESUME-KEY
                       IF CD13O-TXN-COUNT IS EQUAL TO 8
                           SET CD13O-MORE TO TRUE
                           SET WS-BROWSE-DONE TO TRUE
                       ELSE
                           ADD 1 TO CD13O-TXN-COUNT
                           MOVE CD13O-TXN-COUNT TO WS-TXN-IDX
                           MOVE AHS-DATE TO CD13O-TXN-DATE (WS-TXN-IDX)
                           MOVE AHS-TIME TO CD13O-TXN-TIME (WS-TXN-IDX)
                           MOVE AHS-AMOUNT TO
                               CD13O-TXN-AMOUNT (WS-TXN-IDX)
                           MOVE AHS-TYPE TO CD13O-TXN-TYPE (WS-TXN-IDX)
                           MOVE AHS-DESC TO CD13O-TXN-DESC (WS-TXN-IDX)
                           MOVE AHS-REF-NO TO CD13O-TXN-REF (WS-TXN-IDX)
                           MOVE AHS-KEY TO CD13O-LAST-ENTRY
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .
           EXEC CICS ENDBR FILE('ACCTHST') END-EXEC
           .
       BROWSE-HISTORY-PAGE-EXIT.
           EXIT
           .
       COUNT-CONSENT-ACCESS.
           EXEC CICS READ FILE('OBCONS')
                          UPDATE
                          INTO(OBCONS-RECORD)
                          LENGTH(LENGTH OF OBCONS-RECORD)
                          RIDFLD(OBC-KEY)
                          RESP(WS-RESP)
           END-EXEC
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               GO TO COUNT-CONSENT-ACCESS-EXIT
           END-IF
           .
           MOVE GBD-BUSINESS-DATE TO OBC-LAST-ACCESS-DATE
           IF OBC-ACCESS-COUNT IS LESS THAN 9999999
               ADD 1 TO OBC-ACCESS-COUNT
           END-IF
           EXEC CICS REWRITE FILE('OBCONS')
                             FROM(OBCONS-RECORD)
                             LENGTH(LENGTH OF OBCONS-RECORD)
                             RESP(WS-RESP)
           END-EXEC
           .
       COUNT-CONSENT-ACCESS-EXIT.
           EXIT
           .
      *****************************************************************
      * Every request is logged, refused ones too - the party id is   *
      * as given, so probing with a bad id shows up as well.          *
      *****************************************************************
       LOG-THIRD-PARTY-ACCESS.
           MOVE SPACES TO OBACCESS-RECORD
           MOVE CD13I-PARTY-ID TO OBA-PARTY-ID
           MOVE WS-CURRENT-DATE TO OBA-DATE
           MOVE WS-CURRENT-TIME TO OBA-TIME
           MOVE CD13I-PERSON-PID TO OBA-PID
           MOVE CD13I-REQUEST TO OBA-REQUEST
           MOVE CD13I-ACCOUNT TO OBA-ACCOUNT
           IF CD13O-APPROVED
               SET OBA-ANSWERED TO TRUE
           ELSE
               SET OBA-REFUSED TO TRUE
           END-IF
           IF CD13I-CONSENT-REF IS NUMERIC
               MOVE CD13I-CONSENT-REF TO OBA-CONSENT-REF
           ELSE
               MOVE ZERO TO OBA-CONSENT-REF
           END-IF
           MOVE CD13O-MESSAGE TO OBA-REASON
           .
           EXEC CICS WRITE FILE('OBACCESS')
                           FROM(OBACCESS-RECORD)
                           LENGTH(LENGTH OF OBACCESS-RECORD)
                           RIDFLD(OBA-KEY)
                           RESP(WS-RESP)
           END-EXEC
           .
       LOG-THIRD-PARTY-ACCESS-EXIT.
           EXIT
           .
       BRE-COPY-INPUT-DATA-0.
           MOVE BRE-I-CD13I-PARTY-ID TO CD13I-PARTY-ID
           MOVE BRE-I-CD13I-PERSON-PID TO CD13I-PERSON-PID
           MOVE BRE-I-CD13I-CONSENT-REF TO CD13I-CONSENT-REF
           MOVE BRE-I-CD13I-REQUEST TO CD13I-REQUEST
           MOVE BRE-I-CD13I-ACCOUNT TO CD13I-ACCOUNT
           MOVE BRE-I-CD13I-RESUME-KEY TO CD13I-RESUME-KEY
           MOVE SPACES TO CD13O-DATA
           MOVE ZERO TO CD13O-ACC-COUNT
           MOVE ZERO TO CD13O-TXN-COUNT
           PERFORM VARYING WS-ACC-IDX FROM 1 BY 1 UNTIL WS-ACC-IDX > 5
               MOVE ZERO TO CD13O-ACC-BALANCE (WS-ACC-IDX)
           END-PERFORM
           PERFORM VARYING WS-TXN-IDX FROM 1 BY 1 UNTIL WS-TXN-IDX > 8
               MOVE ZERO TO CD13O-TXN-DATE (WS-TXN-IDX)
               MOVE ZERO TO CD13O-TXN-TIME (WS-TXN-IDX)
               MOVE ZERO TO CD13O-TXN-AMOUNT (WS-TXN-IDX)
               MOVE ZERO TO CD13O-TXN-REF (WS-TXN-IDX)
           END-PERFORM
           .
       BRE-COPY-OUTPUT-DATA.
           MOVE CD13O-APPROVED-FLAG TO BRE-O-CD13O-APPROVED-FLAG
           MOVE CD13O-MESSAGE TO BRE-O-CD13O-MESSAGE
           MOVE CD13O-ACC-COUNT TO BRE-O-CD13O-ACC-COUNT
           PERFORM VARYING WS-ACC-IDX FROM 1 BY 1 UNTIL WS-ACC-IDX > 5
               MOVE CD13O-ACC-NUMBER (WS-ACC-IDX)
                       TO BRE-O-CD13O-ACC-NUMBER (WS-ACC-IDX)
               MOVE CD13O-ACC-DESC (WS-ACC-IDX)
                       TO BRE-O-CD13O-ACC-DESC (WS-ACC-IDX)
               MOVE CD13O-ACC-PRODUCT (WS-ACC-IDX)
                       TO BRE-O-CD13O-ACC-PRODUCT (WS-ACC-IDX)
               MOVE CD13O-ACC-CURRENCY (WS-ACC-IDX)
                       TO BRE-O-CD13O-ACC-CURRENCY (WS-ACC-IDX)
               MOVE CD13O-ACC-BALANCE (WS-ACC-IDX)
                       TO BRE-O-CD13O-ACC-BALANCE (WS-ACC-IDX)
           END-PERFORM
           MOVE CD13O-TXN-COUNT TO BRE-O-CD13O-TXN-COUNT
           PERFORM VARYING WS-TXN-IDX FROM 1 BY 1 UNTIL WS-TXN-IDX > 8
               MOVE CD13O-TXN-DATE (WS-TXN-IDX)
                       TO BRE-O-CD13O-TXN-DATE (WS-TXN-IDX)
               MOVE CD13O-TXN-TIME (WS-TXN-IDX)
                       TO BRE-O-CD13O-TXN-TIME (WS-TXN-IDX)
               MOVE CD13O-TXN-AMOUNT (WS-TXN-IDX)
                       TO BRE-O-CD13O-TXN-AMOUNT (WS-TXN-IDX)
               MOVE CD13O-TXN-TYPE (WS-TXN-IDX)
                       TO BRE-O-CD13O-TXN-TYPE (WS-TXN-IDX)
               MOVE CD13O-TXN-DESC (WS-TXN-IDX)
                       TO BRE-O-CD13O-TXN-DESC (WS-TXN-IDX)
               MOVE CD13O-TXN-REF (WS-TXN-IDX)
                       TO BRE-O-CD13O-TXN-REF (WS-TXN-IDX)
           END-PERFORM
           MOVE CD13O-LAST-ENTRY TO BRE-O-CD13O-LAST-ENTRY
           MOVE CD13O-MORE-FLAG TO BRE-O-CD13O-MORE-FLAG
           MOVE EIBRESP TO BRE-O-EIBRESP
           .
