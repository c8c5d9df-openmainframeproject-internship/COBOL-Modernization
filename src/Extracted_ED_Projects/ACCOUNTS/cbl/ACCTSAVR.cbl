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

001150***************************************************************** acctsavr
001160* Program:     ACCTSAVR.CBL                                     * acctsavr
001170* Function:    Save-on-payday rules through the web channel.    * acctsavr
001180*              'E' shows one of the signed-on customer's        * acctsavr
001190*              SAVRULE rules with the last time it fired and    * acctsavr
001200*              the total it has saved. 'S' sets a rule up or    * acctsavr
001210*              changes it: the chequing account the pay lands   * acctsavr
001220*              in, the originator named on the direct credit,   * acctsavr
001230*              the savings or GIC-funding account to move it    * acctsavr
001240*              to, a percentage of the credit or a fixed        * acctsavr
001250*              amount, and the floor the chequing account must  * acctsavr
001260*              not drop below. Both accounts must be the        * acctsavr
001270*              customer's own and the savings account may not   * acctsavr
001280*              be a loan or line. 'R' removes a rule, which     * acctsavr
001290*              ACCTDCRP then ignores. A read-only signon may    * acctsavr
001300*              look but not change anything.                    * acctsavr
001310***************************************************************** acctsavr
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTSAVR.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'ACCTSAVR'.
         05 WS-COMMAREA-LENGTH PIC 9(5).
         05 WS-RESP PIC S9(8) COMP.
         05 WS-BNKCUST-RID PIC X(5).
         05 WS-READ-ONLY-FLAG PIC X(1).
           88 WS-READ-ONLY VALUE 'Y'.
         05 WS-RULE-FOUND-FLAG PIC X(1).
           88 WS-RULE-FOUND VALUE 'Y'.
       COPY CSAVRULE.
       COPY CACCTMST.
       01 WS-BNKCUST-REC.
       COPY CBANKVCS.
       01 WS-COMMAREA.
       COPY CACCTD11.

       COPY CGETBDTQ.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
         05 LK-COMMAREA PIC X(1) OCCURS 1 TO 4096 TIMES DEPENDING ON
                WS-COMMAREA-LENGTH.
       COPY 'SAVRREQ'.
       COPY 'SAVRRESP'.

       PROCEDURE DIVISION USING BRE-INP-INPUT-STRUCTURE
                                BRE-OUT-OUTPUT-STRUCTURE.
           PERFORM BRE-COPY-INPUT-DATA-0
           .
           PERFORM SAVINGS-RULE-PROCESSING THRU
               SAVINGS-RULE-PROCESSING-EXIT
           .
           PERFORM BRE-COPY-OUTPUT-DATA
           .
           GOBACK
           .
       SAVINGS-RULE-PROCESSING.
           CALL 'GETBDTE' USING GETBDTE-REQUEST
           .
           IF CD11I-RULE-NO IS NOT NUMERIC
               OR CD11I-RULE-NO IS EQUAL TO ZERO
               MOVE 'Rule number must be 1 to 9' TO CD11O-MESSAGE
               GO TO SAVINGS-RULE-PROCESSING-EXIT
           END-IF
           .
           IF CD11I-ENQUIRE
               PERFORM ENQUIRE-PROCESSING THRU ENQUIRE-PROCESSING-EXIT
               GO TO SAVINGS-RULE-PROCESSING-EXIT
           END-IF
           .
           IF CD11I-SET
               PERFORM SET-PROCESSING THRU SET-PROCESSING-EXIT
               GO TO SAVINGS-RULE-PROCESSING-EXIT
           END-IF
           .
           IF CD11I-REMOVE
               PERFORM REMOVE-PROCESSING THRU REMOVE-PROCESSING-EXIT
               GO TO SAVINGS-RULE-PROCESSING-EXIT
           END-IF
           .
           MOVE 'Unknown savings rule action' TO CD11O-MESSAGE
           .
       SAVINGS-RULE-PROCESSING-EXIT.
           EXIT
           .
       ENQUIRE-PROCESSING.
           MOVE CD11I-PERSON-PID TO SVR-PID
           MOVE CD11I-RULE-NO TO SVR-RULE-NO
           EXEC CICS READ FILE('SAVRULE')
                          INTO(SAVRULE-RECORD)
                          LENGTH(LENGTH OF SAVRULE-RECORD)
                          RIDFLD(SVR-KEY)
                          RESP(WS-RESP)
           END-EXEC
           .
           IF WS-RESP IS EQUAL TO DFHRESP(NOTFND)
               MOVE 'No savings rule with that number' TO
                   CD11O-MESSAGE
               SET CD11O-APPROVED TO TRUE
               GO TO ENQUIRE-PROCESSING-EXIT
           END-IF
           .
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               MOVE 'Savings rules unavailable' TO CD11O-MESSAGE
               GO TO ENQUIRE-PROCESSING-EXIT
           END-IF
           .
           PERFORM LOAD-RULE-OUTPUT THRU LOAD-RULE-OUTPUT-EXIT
           IF SVR-REMOVED
               MOVE 'Savings rule removed' TO CD11O-MESSAGE
           ELSE
               MOVE 'Savings rule shown' TO CD11O-MESSAGE
           END-IF
           SET CD11O-APPROVED TO TRUE
           .
       ENQUIRE-PROCESSING-EXIT.
           EXIT
           .
       SET-PROCESSING.
      *****************************************************************
      * A GUEST (read-only) signon is not permitted to change rules.  *
      *****************************************************************
           IF WS-READ-ONLY
               MOVE 'Read-only signon - rule not changed' TO
                       CD11O-MESSAGE
               GO TO SET-PROCESSING-EXIT
           END-IF
           .
           PERFORM CHECK-CUSTOMER-OPEN THRU CHECK-CUSTOMER-OPEN-EXIT
           IF CD11O-MESSAGE IS NOT EQUAL TO SPACES
               GO TO SET-PROCESSING-EXIT
           END-IF
           .
           IF CD11I-ORIGINATOR IS EQUAL TO SPACES
               MOVE 'Name the employer or payer' TO CD11O-MESSAGE
               GO TO SET-PROCESSING-EXIT
           END-IF
           IF CD11I-FROM-ACC IS EQUAL TO CD11I-TO-ACC
               MOVE 'Savings account must differ' TO CD11O-MESSAGE
               GO TO SET-PROCESSING-EXIT
           END-IF
           IF CD11I-FLOOR IS NOT NUMERIC
               MOVE 'Floor amount not valid' TO CD11O-MESSAGE
               GO TO SET-PROCESSING-EXIT
           END-IF
           .
           EVALUATE TRUE
               WHEN CD11I-PERCENT-METHOD
                   IF CD11I-PERCENT IS NOT NUMERIC
                       OR CD11I-PERCENT IS EQUAL TO ZERO
                       OR CD11I-PERCENT IS GREATER THAN 100
                       MOVE 'Percentage must be over 0 up to 100' TO
                           CD11O-MESSAGE
                       GO TO SET-PROCESSING-EXIT
                   END-IF
               WHEN CD11I-FIXED-METHOD
                   IF CD11I-FIXED-AMOUNT IS NOT NUMERIC
                       OR CD11I-FIXED-AMOUNT IS EQUAL TO ZERO
                       MOVE 'Fixed amount must be over zero' TO
                           CD11O-MESSAGE
                       GO TO SET-PROCESSING-EXIT
                   END-IF
               WHEN OTHER
                   MOVE 'Method must be P or F' TO CD11O-MESSAGE
                   GO TO SET-PROCESSING-EXIT
           END-EVALUATE
           .
           MOVE CD11I-PERSON-PID TO AMS-OWNER-PID
           MOVE CD11I-FROM-ACC TO AMS-ACCOUNT
           EXEC CICS READ FILE('ACCTMST')
                          INTO(ACCTMST-RECORD)
                          LENGTH(LENGTH OF ACCTMST-RECORD)
                          RIDFLD(AMS-KEY)
                          RESP(WS-RESP)
           END-EXEC
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               MOVE 'Pay account not found' TO CD11O-MESSAGE
               GO TO SET-PROCESSING-EXIT
           END-IF
           .
      *****************************************************************
      * Savings go to a deposit - an account carrying a debit balance *
      * is a loan, line or overdraft and cannot take them.            *
      *****************************************************************
           MOVE CD11I-PERSON-PID TO AMS-OWNER-PID
           MOVE CD11I-TO-ACC TO AMS-ACCOUNT
           EXEC CICS READ FILE('ACCTMST')
                          INTO(ACCTMST-RECORD)
                          LENGTH(LENGTH OF ACCTMST-RECORD)
                          RIDFLD(AMS-KEY)
                          RESP(WS-RESP)
           END-EXEC
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               MOVE 'Savings account not found' TO CD11O-MESSAGE
               GO TO SET-PROCESSING-EXIT
           END-IF
           IF AMS-BALANCE IS LESS THAN ZERO
               MOVE 'Savings account must be a deposit' TO
                   CD11O-MESSAGE
               GO TO SET-PROCESSING-EXIT
           END-IF
           .
           MOVE CD11I-PERSON-PID TO SVR-PID
           MOVE CD11I-RULE-NO TO SVR-RULE-NO
           EXEC CICS READ FILE('SAVRULE')
                          UPDATE
                          INTO(SAVRULE-RECORD)
                          LENGTH(LENGTH OF SAVRULE-RECORD)
                          RIDFLD(SVR-KEY)
                          RESP(WS-RESP)
           END-EXEC
           MOVE 'N' TO WS-RULE-FOUND-FLAG
           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
               SET WS-RULE-FOUND TO TRUE
           ELSE
               MOVE SPACES TO SAVRULE-RECORD
               MOVE CD11I-PERSON-PID TO SVR-PID
               MOVE CD11I-RULE-NO TO SVR-RULE-NO
               MOVE ZERO TO SVR-LAST-FIRED-DATE
               MOVE ZERO TO SVR-LAST-AMOUNT
               MOVE ZERO TO SVR-TOTAL-SAVED
           END-IF
           .
           MOVE CD11I-FROM-ACC TO SVR-FROM-ACC
           MOVE FUNCTION UPPER-CASE(CD11I-ORIGINATOR) TO
               SVR-ORIGINATOR
           MOVE CD11I-TO-ACC TO SVR-TO-ACC
           MOVE CD11I-METHOD TO SVR-METHOD
           IF CD11I-PERCENT-METHOD
               MOVE CD11I-PERCENT TO SVR-PERCENT
               MOVE ZERO TO SVR-FIXED-AMOUNT
           ELSE
               MOVE ZERO TO SVR-PERCENT
               MOVE CD11I-FIXED-AMOUNT TO SVR-FIXED-AMOUNT
           END-IF
           MOVE CD11I-FLOOR TO SVR-FLOOR
           SET SVR-ACTIVE TO TRUE
           MOVE GBD-BUSINESS-DATE TO SVR-CHANGED-DATE
           .
           IF WS-RULE-FOUND
               EXEC CICS REWRITE FILE('SAVRULE')
                                 FROM(SAVRULE-RECORD)
                                 LENGTH(LENGTH OF SAVRULE-RECORD)
                                 RESP(WS-RESP)
               END-EXEC
           ELSE
               EXEC CICS WRITE FILE('SAVRULE')
                               FROM(SAVRULE-RECORD)
                               LENGTH(LENGTH OF SAVRULE-RECORD)
                               RIDFLD(SVR-KEY)
                               RESP(WS-RESP)
               END-EXEC
           END-IF
           .
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               MOVE 'Update failed' TO CD11O-MESSAGE
               GO TO SET-PROCESSING-EXIT
           END-IF
           .
           PERFORM LOAD-RULE-OUTPUT THRU LOAD-RULE-OUTPUT-EXIT
           MOVE 'Savings rule saved' TO CD11O-MESSAGE
           SET CD11O-APPROVED TO TRUE
           .
       SET-PROCESSING-EXIT.
           EXIT
           .
       REMOVE-PROCESSING.
           IF WS-READ-ONLY
               MOVE 'Read-only signon - rule not changed' TO
                       CD11O-MESSAGE
               GO TO REMOVE-PROCESSING-EXIT
           END-IF
           .
           MOVE CD11I-PERSON-PID TO SVR-PID
           MOVE CD11I-RULE-NO TO SVR-RULE-NO
           EXEC CICS READ FILE('SAVRULE')
                          UPDATE
                          INTO(SAVRULE-RECORD)
                          LENGTH(LENGTH OF SAVRULE-RECORD)
                          RIDFLD(SVR-KEY)
                          RESP(WS-RESP)
           END-EXEC
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               MOVE 'No savings rule with that number' TO
                   CD11O-MESSAGE
               GO TO REMOVE-PROCESSING-EXIT
           END-IF
           .
           SET SVR-REMOVED TO TRUE
           MOVE GBD-BUSINESS-DATE TO SVR-CHANGED-DATE
           EXEC CICS REWRITE FILE('SAVRULE')
                             FROM(SAVRULE-RECORD)
                             LENGTH(LENGTH OF SAVRULE-RECORD)
                             RESP(WS-RESP)
           END-EXEC
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               MOVE 'Update failed' TO CD11O-MESSAGE
               GO TO REMOVE-PROCESSING-EXIT
           END-IF
           .
           PERFORM LOAD-RULE-OUTPUT THRU LOAD-RULE-OUTPUT-EXIT
           MOVE 'Savings rule removed' TO CD11O-MESSAGE
           SET CD11O-APPROVED TO TRUE
           .
       REMOVE-PROCESSING-EXIT.
           EXIT
           .
       CHECK-CUSTOMER-OPEN.
           MOVE CD11I-PERSON-PID TO WS-BNKCUST-RID
           EXEC CICS READ FILE('BNKCUST')
                          INTO(WS-BNKCUST-REC)
                          LENGTH(LENGTH OF WS-BNKCUST-REC)
                          RIDFLD(WS-BNKCUST-RID)
                          RESP(WS-RESP)
           END-EXEC
           .
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               OR BCS-REC-CLOSED
               MOVE 'Account closed' TO CD11O-MESSAGE
           END-IF
           .
       CHECK-CUSTOMER-OPEN-EXIT.
           EXIT
           .
       LOAD-RULE-OUTPUT.
           MOVE SVR-STATUS TO CD11O-STATUS
           MOVE SVR-FROM-ACC TO CD11O-FROM-ACC
           MOVE SVR-ORIGINATOR TO CD11O-ORIGINATOR
           MOVE SVR-TO-ACC TO CD11O-TO-ACC
           MOVE SVR-METHOD TO CD11O-METHOD
           MOVE SVR-PERCENT TO CD11O-PERCENT
           MOVE SVR-FIXED-AMOUNT TO CD11O-FIXED-AMOUNT
           MOVE SVR-FLOOR TO CD11O-FLOOR
           MOVE SVR-LAST-FIRED-DATE TO CD11O-LAST-FIRED-DATE
           MOVE SVR-LAST-AMOUNT TO CD11O-LAST-AMOUNT
           MOVE SVR-LAST-RESULT TO CD11O-LAST-RESULT
           MOVE SVR-TOTAL-SAVED TO CD11O-TOTAL-SAVED
           .
       LOAD-RULE-OUTPUT-EXIT.
           EXIT
           .
       BRE-COPY-INPUT-DATA-0.
           MOVE BRE-I-CD11I-ACTION TO CD11I-ACTION
           MOVE BRE-I-CD11I-PERSON-PID TO CD11I-PERSON-PID
           MOVE BRE-I-CD11I-RULE-NO TO CD11I-RULE-NO
           MOVE BRE-I-CD11I-FROM-ACC TO CD11I-FROM-ACC
           MOVE BRE-I-CD11I-ORIGINATOR TO CD11I-ORIGINATOR
           MOVE BRE-I-CD11I-TO-ACC TO CD11I-TO-ACC
           MOVE BRE-I-CD11I-METHOD TO CD11I-METHOD
           MOVE BRE-I-CD11I-PERCENT TO CD11I-PERCENT
           MOVE BRE-I-CD11I-FIXED-AMOUNT TO CD11I-FIXED-AMOUNT
           MOVE BRE-I-CD11I-FLOOR TO CD11I-FLOOR
           MOVE BRE-I-READ-ONLY-FLAG TO WS-READ-ONLY-FLAG
           MOVE SPACES TO CD11O-DATA
           MOVE ZERO TO CD11O-PERCENT
           MOVE ZERO TO CD11O-FIXED-AMOUNT
           MOVE ZERO TO CD11O-FLOOR
           MOVE ZERO TO CD11O-LAST-FIRED-DATE
           MOVE ZERO TO CD11O-LAST-AMOUNT
           MOVE ZERO TO CD11O-TOTAL-SAVED
           .
       BRE-COPY-OUTPUT-DATA.
           MOVE CD11O-APPROVED-FLAG TO BRE-O-CD11O-APPROVED-FLAG
           MOVE CD11O-MESSAGE TO BRE-O-CD11O-MESSAGE
           MOVE CD11O-STATUS TO BRE-O-CD11O-STATUS
           MOVE CD11O-FROM-ACC TO BRE-O-CD11O-FROM-ACC
           MOVE CD11O-ORIGINATOR TO BRE-O-CD11O-ORIGINATOR
           MOVE CD11O-TO-ACC TO BRE-O-CD11O-TO-ACC
           MOVE CD11O-METHOD TO BRE-O-CD11O-METHOD
           MOVE CD11O-PERCENT TO BRE-O-CD11O-PERCENT
           MOVE CD11O-FIXED-AMOUNT TO BRE-O-CD11O-FIXED-AMOUNT
           MOVE CD11O-FLOOR TO BRE-O-CD11O-FLOOR
           MOVE CD11O-LAST-FIRED-DATE TO BRE-O-CD11O-LAST-FIRED-DATE
           MOVE CD11O-LAST-AMOUNT TO BRE-O-CD11O-LAST-AMOUNT
           MOVE CD11O-LAST-RESULT TO BRE-O-CD11O-LAST-RESULT
           MOVE CD11O-TOTAL-SAVED TO BRE-O-CD11O-TOTAL-SAVED
           MOVE EIBRESP TO BRE-O-EIBRESP
           .
