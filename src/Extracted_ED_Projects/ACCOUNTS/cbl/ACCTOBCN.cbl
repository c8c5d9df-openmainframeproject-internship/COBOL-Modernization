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

001150***************************************************************** acctobcn
001160* Program:     ACCTOBCN.CBL                                     * acctobcn
001170* Function:    Open banking consents through the web channel.   * acctobcn
001180*              'E' shows the signed-on customer's consent for   * acctobcn
001190*              one OBPARTY third party with its accounts,       * acctobcn
001200*              period and how often the party has used it. 'G'  * acctobcn
001210*              grants it, or renews it over a fresh set of      * acctobcn
001220*              accounts and period: the party must be           * acctobcn
001230*              registered and active, the period no longer than * acctobcn
001240*              the party is allowed (90 days where the register * acctobcn
001250*              sets none), and each of the up to five accounts  * acctobcn
001260*              the customer's own. A grant issues a new consent * acctobcn
001270*              reference, through ACCTREFN, for the party to    * acctobcn
001280*              quote to ACCTOBDS, so a reference from an        * acctobcn
001290*              earlier grant stops working. 'R' revokes the     * acctobcn
001300*              consent at once, keeping the row for the record. * acctobcn
001310*              A read-only signon may look but not change       * acctobcn
001320*              anything.                                        * acctobcn
001330***************************************************************** acctobcn
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTOBCN.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'ACCTOBCN'.
         05 WS-COMMAREA-LENGTH PIC 9(5).
         05 WS-RESP PIC S9(8) COMP.
         05 WS-BNKCUST-RID PIC X(5).
         05 WS-READ-ONLY-FLAG PIC X(1).
           88 WS-READ-ONLY VALUE 'Y'.
         05 WS-CONSENT-FOUND-FLAG PIC X(1).
           88 WS-CONSENT-FOUND VALUE 'Y'.
         05 WS-ACC-IDX PIC 9(1).
         05 WS-ACC-IDX2 PIC 9(1).
         05 WS-ACC-COUNT PIC 9(1).
         05 WS-ACC-LIST.
           10 WS-ACC-ENTRY PIC X(9) OCCURS 5 TIMES.
         05 WS-DEFAULT-MAX-DAYS PIC 9(3) VALUE 90.
         05 WS-MAX-DAYS PIC 9(3).
         05 WS-MAX-DAYS-EDIT PIC ZZ9.
         05 WS-CONSENT-REF PIC 9(12).
         05 WS-NEXT-DATE.
           10 WS-NXT-YYYY PIC 9(4).
           10 WS-NXT-MM PIC 9(2).
           10 WS-NXT-DD PIC 9(2).
         05 WS-NEXT-DATE-N REDEFINES WS-NEXT-DATE PIC 9(8).
         05 WS-MONTH-DAYS-TABLE.
           10 FILLER PIC X(24) VALUE '312831303130313130313031'.
         05 WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
           10 WS-DAYS-IN-MONTH PIC 9(2) OCCURS 12 TIMES.
         05 WS-THIS-MONTH-DAYS PIC 9(2).
         05 WS-LEAP-WORK PIC 9(4).
         05 WS-LEAP-REM PIC 9(4).
       COPY COBCONS.
       COPY COBPARTY.
       COPY CACCTMST.
       01 WS-BNKCUST-REC.
       COPY CBANKVCS.
       01 WS-COMMAREA.
       COPY CACCTD12.

       COPY CGETBDTQ.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
         05 LK-COMMAREA PIC X(1) OCCURS 1 TO 4096 TIMES DEPENDING ON
                WS-COMMAREA-LENGTH.
       COPY 'OBCNREQ'.
       COPY 'OBCNRESP'.

       PROCEDURE DIVISION USING BRE-INP-INPUT-STRUCTURE
                                BRE-OUT-OUTPUT-STRUCTURE.
           PERFORM BRE-COPY-INPUT-DATA-0
           .
           PERFORM CONSENT-PROCESSING THRU CONSENT-PROCESSING-EXIT
           .
           PERFORM BRE-COPY-OUTPUT-DATA
           .
           GOBACK
           .
       CONSENT-PROCESSING.
           CALL 'GETBDTE' USING GETBDTE-REQUEST
           .
           IF CD12I-PARTY-ID IS EQUAL TO SPACES
               MOVE 'Name the third party' TO CD12O-MESSAGE
               GO TO CONSENT-PROCESSING-EXIT
           END-IF
           .
           MOVE CD12I-PARTY-ID TO OBP-PARTY-ID
           EXEC CICS READ FILE('OBPARTY')
                          INTO(OBPARTY-RECORD)
                          LENGTH(LENGTH OF OBPARTY-RECORD)
                          RIDFLD(OBP-KEY)
                          RESP(WS-RESP)
           END-EXEC
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               MOVE 'Third party not registered' TO CD12O-MESSAGE
               GO TO CONSENT-PROCESSING-EXIT
           END-IF
           MOVE OBP-NAME TO CD12O-PARTY-NAME
           .
           IF CD12I-ENQUIRE
               PERFORM ENQUIRE-PROCESSING THRU ENQUIRE-PROCESSING-EXIT
               GO TO CONSENT-PROCESSING-EXIT
           END-IF
           .
           IF CD12I-GRANT
               PERFORM GRANT-PROCESSING THRU GRANT-PROCESSING-EXIT
               GO TO CONSENT-PROCESSING-EXIT
           END-IF
           .
           IF CD12I-REVOKE
               PERFORM REVOKE-PROCESSING THRU REVOKE-PROCESSING-EXIT
               GO TO CONSENT-PROCESSING-EXIT
           END-IF
           .
           MOVE 'Unknown consent action' TO CD12O-MESSAGE
           .
       CONSENT-PROCESSING-EXIT.
           EXIT
           .
       ENQUIRE-PROCESSING.
           MOVE CD12I-PERSON-PID TO OBC-PID
           MOVE CD12I-PARTY-ID TO OBC-PARTY-ID
           EXEC CICS READ FILE('OBCONS')
                          INTO(OBCONS-RECORD)
                          LENGTH(LENGTH OF OBCONS-RECORD)
                          RIDFLD(OBC-KEY)
                          RESP(WS-RESP)
           END-EXEC
           .
           IF WS-RESP IS EQUAL TO DFHRESP(NOTFND)
               MOVE 'No consent given to this party' TO CD12O-MESSAGE
               SET CD12O-APPROVED TO TRUE
               GO TO ENQUIRE-PROCESSING-EXIT
           END-IF
           .
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               MOVE 'Consents unavailable' TO CD12O-MESSAGE
               GO TO ENQUIRE-PROCESSING-EXIT
           END-IF
           .
           PERFORM LOAD-CONSENT-OUTPUT THRU LOAD-CONSENT-OUTPUT-EXIT
           EVALUATE TRUE
               WHEN OBC-REVOKED
                   MOVE 'Consent revoked' TO CD12O-MESSAGE
               WHEN OBC-EXPIRY-DATE IS LESS THAN GBD-BUSINESS-DATE
                   MOVE 'Consent lapsed' TO CD12O-MESSAGE
               WHEN OBP-SUSPENDED
                   MOVE 'Consent held - third party suspended' TO
                       CD12O-MESSAGE
               WHEN OTHER
                   MOVE 'Consent in force' TO CD12O-MESSAGE
           END-EVALUATE
           SET CD12O-APPROVED TO TRUE
           .
       ENQUIRE-PROCESSING-EXIT.
           EXIT
           .
       GRANT-PROCESSING.
      *****************************************************************
      * A GUEST (read-only) signon is not permitted to give consent.  *
      *****************************************************************
           IF WS-READ-ONLY
               MOVE 'Read-only signon - consent not changed' TO
                       CD12O-MESSAGE
               GO TO GRANT-PROCESSING-EXIT
           END-IF
           .
           PERFORM CHECK-CUSTOMER-OPEN THRU CHECK-CUSTOMER-OPEN-EXIT
           IF CD12O-MESSAGE IS NOT EQUAL TO SPACES
               GO TO GRANT-PROCESSING-EXIT
           END-IF
           .
           IF NOT OBP-ACTIVE
               MOVE 'Third party suspended' TO CD12O-MESSAGE
               GO TO GRANT-PROCESSING-EXIT
           END-IF
           .
           IF OBP-MAX-DAYS IS NUMERIC
               AND OBP-MAX-DAYS IS GREATER THAN ZERO
               MOVE OBP-MAX-DAYS TO WS-MAX-DAYS
           ELSE
               MOVE WS-DEFAULT-MAX-DAYS TO WS-MAX-DAYS
           END-IF
           IF CD12I-DAYS IS NOT NUMERIC
               OR CD12I-DAYS IS EQUAL TO ZERO
               OR CD12I-DAYS IS GREATER THAN WS-MAX-DAYS
               MOVE WS-MAX-DAYS TO WS-MAX-DAYS-EDIT
               STRING 'Period must be 1 to ' WS-MAX-DAYS-EDIT
                      ' days' DELIMITED BY SIZE
                      INTO CD12O-MESSAGE
               END-STRING
               GO TO GRANT-PROCESSING-EXIT
           END-IF
           .
           PERFORM CHECK-CONSENT-ACCOUNTS THRU
               CHECK-CONSENT-ACCOUNTS-EXIT
           IF CD12O-MESSAGE IS NOT EQUAL TO SPACES
               GO TO GRANT-PROCESSING-EXIT
           END-IF
           .
           MOVE CD12I-PERSON-PID TO OBC-PID
           MOVE CD12I-PARTY-ID TO OBC-PARTY-ID
           EXEC CICS READ FILE('OBCONS')
                          UPDATE
                          INTO(OBCONS-RECORD)
                          LENGTH(LENGTH OF OBCONS-RECORD)
                          RIDFLD(OBC-KEY)
                          RESP(WS-RESP)
           END-EXEC
           MOVE 'N' TO WS-CONSENT-FOUND-FLAG
           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
               SET WS-CONSENT-FOUND TO TRUE
           ELSE
               MOVE SPACES TO OBCONS-RECORD
               MOVE CD12I-PERSON-PID TO OBC-PID
               MOVE CD12I-PARTY-ID TO OBC-PARTY-ID
           END-IF
           .
      *****************************************************************
      * Every grant is a new consent - a new reference, accounts and  *
      * period, and its own access count from nil.                    *
      *****************************************************************
           MOVE ZERO TO WS-CONSENT-REF
           CALL 'ACCTREFN' USING WS-CONSENT-REF
           MOVE WS-CONSENT-REF TO OBC-CONSENT-REF
           MOVE WS-ACC-COUNT TO OBC-ACCOUNT-COUNT
           PERFORM VARYING WS-ACC-IDX FROM 1 BY 1 UNTIL WS-ACC-IDX > 5
               MOVE WS-ACC-ENTRY (WS-ACC-IDX) TO
                   OBC-ACCOUNT (WS-ACC-IDX)
           END-PERFORM
           SET OBC-ACTIVE TO TRUE
           MOVE GBD-BUSINESS-DATE TO OBC-GRANTED-DATE
           MOVE GBD-BUSINESS-DATE TO WS-NEXT-DATE-N
           PERFORM STEP-ONE-DAY THRU STEP-ONE-DAY-EXIT
               CD12I-DAYS TIMES
           MOVE WS-NEXT-DATE-N TO OBC-EXPIRY-DATE
           MOVE ZERO TO OBC-REVOKED-DATE
           MOVE ZERO TO OBC-LAST-ACCESS-DATE
           MOVE ZERO TO OBC-ACCESS-COUNT
           .
           IF WS-CONSENT-FOUND
               EXEC CICS REWRITE FILE('OBCONS')
                                 FROM(OBCONS-RECORD)
                                 LENGTH(LENGTH OF OBCONS-RECORD)
                                 RESP(WS-RESP)
               END-EXEC
           ELSE
               EXEC CICS WRITE FILE('OBCONS')
                               FROM(OBCONS-RECORD)
                               LENGTH(LENGTH OF OBCONS-RECORD)
                               RIDFLD(OBC-KEY)
                               RESP(WS-RESP)
               END-EXEC
           END-IF
           .
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               MOVE 'Update failed' TO CD12O-MESSAGE
               GO TO GRANT-PROCESSING-EXIT
           END-IF
           .
           PERFORM LOAD-CONSENT-OUTPUT THRU LOAD-CONSENT-OUTPUT-EXIT
           MOVE 'Consent granted' TO CD12O-MESSAGE
           SET CD12O-APPROVED TO TRUE
           .
       GRANT-PROCESSING-EXIT.
           EXIT
           .
      *****************************************************************
      * The accounts named are gathered to the front of the list,     *
      * once each, and every one must be the customer's own.          *
      *****************************************************************
       CHECK-CONSENT-ACCOUNTS.
           MOVE SPACES TO WS-ACC-LIST
           MOVE ZERO TO WS-ACC-COUNT
           PERFORM VARYING WS-ACC-IDX FROM 1 BY 1 UNTIL WS-ACC-IDX > 5
               IF CD12I-ACCOUNT (WS-ACC-IDX) IS NOT EQUAL TO SPACES
                   PERFORM VARYING WS-ACC-IDX2 FROM 1 BY 1
                           UNTIL WS-ACC-IDX2 > WS-ACC-COUNT
                           OR WS-ACC-ENTRY (WS-ACC-IDX2) IS EQUAL TO
                              CD12I-ACCOUNT (WS-ACC-IDX)
                       CONTINUE
                   END-PERFORM
                   IF WS-ACC-IDX2 IS GREATER THAN WS-ACC-COUNT
                       ADD 1 TO WS-ACC-COUNT
                       MOVE CD12I-ACCOUNT (WS-ACC-IDX) TO
                           WS-ACC-ENTRY (WS-ACC-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           .
           IF WS-ACC-COUNT IS EQUAL TO ZERO
               MOVE 'Name at least one account' TO CD12O-MESSAGE
               GO TO CHECK-CONSENT-ACCOUNTS-EXIT
           END-IF
           .
           PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
                   UNTIL WS-ACC-IDX > WS-ACC-COUNT
               MOVE CD12I-PERSON-PID TO AMS-OWNER-PID
               MOVE WS-ACC-ENTRY (WS-ACC-IDX) TO AMS-ACCOUNT
               EXEC CICS READ FILE('ACCTMST')
                              INTO(ACCTMST-RECORD)
                              LENGTH(LENGTH OF ACCTMST-RECORD)
                              RIDFLD(AMS-KEY)
                              RESP(WS-RESP)
               END-EXEC
               IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
                   STRING 'Account not found ' WS-ACC-ENTRY (WS-ACC-IDX)
                          DELIMITED BY SIZE
                          INTO CD12O-MESSAGE
                   END-STRING
                   GO TO CHECK-CONSENT-ACCOUNTS-EXIT
               END-IF
           END-PERFORM
           .
       CHECK-CONSENT-ACCOUNTS-EXIT.
           EXIT
           .
       REVOKE-PROCESSING.
           IF WS-READ-ONLY
               MOVE 'Read-only signon - consent not changed' TO
                       CD12O-MESSAGE
               GO TO REVOKE-PROCESSING-EXIT
           END-IF
           .
           MOVE CD12I-PERSON-PID TO OBC-PID
           MOVE CD12I-PARTY-ID TO OBC-PARTY-ID
           EXEC CICS READ FILE('OBCONS')
                          UPDATE
                          INTO(OBCONS-RECORD)
                          LENGTH(LENGTH OF OBCONS-RECORD)
                          RIDFLD(OBC-KEY)
                          RESP(WS-RESP)
           END-EXEC
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               MOVE 'No consent given to this party' TO CD12O-MESSAGE
               GO TO REVOKE-PROCESSING-EXIT
           END-IF
           .
           IF OBC-REVOKED
               EXEC CICS UNLOCK FILE('OBCONS')
                                RESP(WS-RESP)
               END-EXEC
               PERFORM LOAD-CONSENT-OUTPUT THRU
                   LOAD-CONSENT-OUTPUT-EXIT
               MOVE 'Consent already revoked' TO CD12O-MESSAGE
               SET CD12O-APPROVED TO TRUE
               GO TO REVOKE-PROCESSING-EXIT
           END-IF
           .
           SET OBC-REVOKED TO TRUE
           MOVE GBD-BUSINESS-DATE TO OBC-REVOKED-DATE
           EXEC CICS REWRITE FILE('OBCONS')
                             FROM(OBCONS-RECORD)
                             LENGTH(LENGTH OF OBCONS-RECORD)
                             RESP(WS-RESP)
           END-EXEC
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               MOVE 'Update failed' TO CD12O-MESSAGE
               GO TO REVOKE-PROCESSING-EXIT
           END-IF
           .
           PERFORM LOAD-CONSENT-OUTPUT THRU LOAD-CONSENT-OUTPUT-EXIT
           MOVE 'Consent revoked' TO CD12O-MESSAGE
           SET CD12O-APPROVED TO TRUE
           .
       REVOKE-PROCESSING-EXIT.
           EXIT
           .
       CHECK-CUSTOMER-OPEN.
           MOVE CD12I-PERSON-PID TO WS-BNKCUST-RID
           EXEC CICS READ FILE('BNKCUST')
                          INTO(WS-BNKCUST-REC)
                          LENGTH(LENGTH OF WS-BNKCUST-REC)
                          RIDFLD(WS-BNKCUST-RID)
                          RESP(WS-RESP)
           END-EXEC
           .
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               OR BCS-REC-CLOSED
               MOVE 'Account closed' TO CD12O-MESSAGE
           END-IF
           .
       CHECK-CUSTOMER-OPEN-EXIT.
           EXIT
           .
       LOAD-CONSENT-OUTPUT.
           MOVE OBC-STATUS TO CD12O-STATUS
           MOVE OBC-CONSENT-REF TO CD12O-CONSENT-REF
           MOVE OBC-GRANTED-DATE TO CD12O-GRANTED-DATE
           MOVE OBC-EXPIRY-DATE TO CD12O-EXPIRY-DATE
           MOVE OBC-ACCOUNT-COUNT TO CD12O-ACCOUNT-COUNT
           PERFORM VARYING WS-ACC-IDX FROM 1 BY 1 UNTIL WS-ACC-IDX > 5
               MOVE OBC-ACCOUNT (WS-ACC-IDX) TO
                   CD12O-ACCOUNT (WS-ACC-IDX)
           END-PERFORM
           MOVE OBC-LAST-ACCESS-DATE TO CD12O-LAST-ACCESS-DATE
           MOVE OBC-ACCESS-COUNT TO CD12O-ACCESS-COUNT
           .
       LOAD-CONSENT-OUTPUT-EXIT.
           EXIT
           .
       STEP-ONE-DAY.
           MOVE WS-DAYS-IN-MONTH(WS-NXT-MM) TO WS-THIS-MONTH-DAYS
           IF WS-NXT-MM IS EQUAL TO 2
               DIVIDE WS-NXT-YYYY BY 4 GIVING WS-LEAP-WORK
                   REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM IS EQUAL TO ZERO
                   MOVE 29 TO WS-THIS-MONTH-DAYS
               END-IF
           END-IF
           ADD 1 TO WS-NXT-DD
           IF WS-NXT-DD IS GREATER THAN WS-THIS-MONTH-DAYS
               MOVE 1 TO WS-NXT-DD
               ADD 1 TO WS-NXT-MM
               IF WS-NXT-MM IS GREATER THAN 12
                   MOVE 1 TO WS-NXT-MM
                   ADD 1 TO WS-NXT-YYYY
               END-IF
           END-IF
           .
       STEP-ONE-DAY-EXIT.
           EXIT
           .
       BRE-COPY-INPUT-DATA-0.
           MOVE BRE-I-CD12I-ACTION TO CD12I-ACTION
           MOVE BRE-I-CD12I-PERSON-PID TO CD12I-PERSON-PID
           MOVE BRE-I-CD12I-PARTY-ID TO CD12I-PARTY-ID
           PERFORM VARYING WS-ACC-IDX FROM 1 BY 1 UNTIL WS-ACC-IDX > 5
               MOVE BRE-I-CD12I-ACCOUNT (WS-ACC-IDX) TO
                   CD12I-ACCOUNT (WS-ACC-IDX)
           END-PERFORM
           MOVE BRE-I-CD12I-DAYS TO CD12I-DAYS
           MOVE BRE-I-READ-ONLY-FLAG TO WS-READ-ONLY-FLAG
           MOVE SPACES TO CD12O-DATA
           MOVE ZERO TO CD12O-CONSENT-REF
           MOVE ZERO TO CD12O-GRANTED-DATE
           MOVE ZERO TO CD12O-EXPIRY-DATE
           MOVE ZERO TO CD12O-ACCOUNT-COUNT
           MOVE ZERO TO CD12O-LAST-ACCESS-DATE
           MOVE ZERO TO CD12O-ACCESS-COUNT
           .
       BRE-COPY-OUTPUT-DATA.
           MOVE CD12O-APPROVED-FLAG TO BRE-O-CD12O-APPROVED-FLAG
           MOVE CD12O-MESSAGE TO BRE-O-CD12O-MESSAGE
           MOVE CD12O-PARTY-NAME TO BRE-O-CD12O-PARTY-NAME
           MOVE CD12O-STATUS TO BRE-O-CD12O-STATUS
           MOVE CD12O-CONSENT-REF TO BRE-O-CD12O-CONSENT-REF
           MOVE CD12O-GRANTED-DATE TO BRE-O-CD12O-GRANTED-DATE
           MOVE CD12O-EXPIRY-DATE TO BRE-O-CD12O-EXPIRY-DATE
           MOVE CD12O-ACCOUNT-COUNT TO BRE-O-CD12O-ACCOUNT-COUNT
           PERFORM VARYING WS-ACC-IDX FROM 1 BY 1 UNTIL WS-ACC-IDX > 5
               MOVE CD12O-ACCOUNT (WS-ACC-IDX) TO
                   BRE-O-CD12O-ACCOUNT (WS-ACC-IDX)
           END-PERFORM
           MOVE CD12O-LAST-ACCESS-DATE TO BRE-O-CD12O-LAST-ACCESS-DATE
           MOVE CD12O-ACCESS-COUNT TO BRE-O-CD12O-ACCESS-COUNT
           MOVE EIBRESP TO BRE-O-EIBRESP
           .
