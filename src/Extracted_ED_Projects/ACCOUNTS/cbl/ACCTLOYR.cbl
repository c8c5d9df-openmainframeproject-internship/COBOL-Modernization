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

001150***************************************************************** acctloyr
001160* Program:     ACCTLOYR.CBL                                     * acctloyr
001170* Function:    Loyalty points through the web channel. 'E'      * acctloyr
001180*              shows the signed-on customer's points balance    * acctloyr
001190*              and tier from LOYLDGR. 'R' spends points the way * acctloyr
001200*              a teller redemption does: LOYREDM values them    * acctloyr
001210*              first, the account to credit - one of the        * acctloyr
001220*              customer's own for a statement credit, the       * acctloyr
001230*              programme's charity account for a donation - is  * acctloyr
001240*              read for update, and only then are the points    * acctloyr
001250*              taken off the ledger against the posting's       * acctloyr
001260*              reference and the dollar value credited as an    * acctloyr
001270*              'LR' or 'LD' posting. A read-only signon may     * acctloyr
001280*              look but not spend.                              * acctloyr
001290***************************************************************** acctloyr
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTLOYR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTTRN-FILE ASSIGN TO "ACCTTRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCTTRN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCTTRN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CACCTTRN.

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'ACCTLOYR'.
         05 WS-COMMAREA-LENGTH PIC 9(5).
         05 WS-RESP PIC S9(8) COMP.
         05 WS-ACCTTRN-STATUS PIC X(2).
           88 WS-ACCTTRN-OK VALUE '00'.
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
           10 FILLER PIC X(5).
         05 WS-BNKCUST-RID PIC X(5).
         05 WS-READ-ONLY-FLAG PIC X(1).
           88 WS-READ-ONLY VALUE 'Y'.
         05 WS-CREDIT-PID PIC X(5).
         05 WS-CREDIT-ACCOUNT PIC X(9).
       COPY CACCTMST.
       COPY CACCTXRF.
       COPY CLOYLDGR.
       COPY CLOYRDMQ.
       COPY CCKDGQ.
       01 WS-BNKCUST-REC.
       COPY CBANKVCS.
       01 WS-COMMAREA.
       COPY CACCTD09.
       01 WS-BEFORE-ACCTMST PIC X(250).
       COPY CMSTJNLQ.

       COPY CGETBDTQ.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
         05 LK-COMMAREA PIC X(1) OCCURS 1 TO 4096 TIMES DEPENDING ON
                WS-COMMAREA-LENGTH.
       COPY 'LOYREQ'.
       COPY 'LOYRESP'.

       PROCEDURE DIVISION USING BRE-INP-INPUT-STRUCTURE
                                BRE-OUT-OUTPUT-STRUCTURE.
           PERFORM BRE-COPY-INPUT-DATA-0
           .
           PERFORM LOYALTY-PROCESSING THRU LOYALTY-PROCESSING-EXIT
           .
           PERFORM BRE-COPY-OUTPUT-DATA
           .
           GOBACK
           .
       LOYALTY-PROCESSING.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           CALL 'GETBDTE' USING GETBDTE-REQUEST
           .
           IF CD09I-ENQUIRE
               PERFORM ENQUIRE-PROCESSING THRU ENQUIRE-PROCESSING-EXIT
               GO TO LOYALTY-PROCESSING-EXIT
           END-IF
           .
           IF CD09I-REDEEM
               PERFORM REDEEM-PROCESSING THRU REDEEM-PROCESSING-EXIT
               GO TO LOYALTY-PROCESSING-EXIT
           END-IF
           .
           MOVE 'Unknown loyalty action' TO CD09O-MESSAGE
           .
       LOYALTY-PROCESSING-EXIT.
           EXIT
           .
      *****************************************************************
      * A customer not yet on the ledger has earned nothing so far -  *
      * that is shown as a zero balance at the base tier, not as an   *
      * error.                                                        *
      *****************************************************************
       ENQUIRE-PROCESSING.
           MOVE CD09I-PERSON-PID TO LDG-PID
           EXEC CICS READ FILE('LOYLDGR')
                          INTO(LOYLDGR-RECORD)
                          LENGTH(LENGTH OF LOYLDGR-RECORD)
                          RIDFLD(LDG-PID)
                          RESP(WS-RESP)
           END-EXEC
           .
           IF WS-RESP IS EQUAL TO DFHRESP(NOTFND)
               MOVE ZERO TO CD09O-POINTS-BALANCE
               MOVE 'B' TO CD09O-TIER
               SET CD09O-APPROVED TO TRUE
               MOVE 'No points earned yet' TO CD09O-MESSAGE
               GO TO ENQUIRE-PROCESSING-EXIT
           END-IF
           .
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               MOVE 'Loyalty ledger unavailable' TO CD09O-MESSAGE
               GO TO ENQUIRE-PROCESSING-EXIT
           END-IF
           .
           MOVE LDG-POINTS-BALANCE TO CD09O-POINTS-BALANCE
           MOVE LDG-TIER TO CD09O-TIER
           SET CD09O-APPROVED TO TRUE
           MOVE 'Points balance shown' TO CD09O-MESSAGE
           .
       ENQUIRE-PROCESSING-EXIT.
           EXIT
           .
       REDEEM-PROCESSING.
      *****************************************************************
      * A GUEST (read-only) signon is not permitted to spend points.  *
      *****************************************************************
           IF WS-READ-ONLY
               MOVE 'Read-only signon - redemption denied' TO
                       CD09O-MESSAGE
               GO TO REDEEM-PROCESSING-EXIT
           END-IF
           .
           MOVE CD09I-PERSON-PID TO WS-BNKCUST-RID
           EXEC CICS READ FILE('BNKCUST')
                          INTO(WS-BNKCUST-REC)
                          LENGTH(LENGTH OF WS-BNKCUST-REC)
                          RIDFLD(WS-BNKCUST-RID)
                          RESP(WS-RESP)
           END-EXEC
           .
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               OR BCS-REC-CLOSED
               MOVE 'Account closed' TO CD09O-MESSAGE
               GO TO REDEEM-PROCESSING-EXIT
           END-IF
           .
           SET LRQ-FUNC-CHECK TO TRUE
           PERFORM LOAD-LOYALTY-REQUEST THRU
               LOAD-LOYALTY-REQUEST-EXIT
           CALL 'LOYREDM' USING LOYREDM-REQUEST
           IF LRQ-REFUSED
               MOVE LRQ-REPLY-MSG TO CD09O-MESSAGE
               GO TO REDEEM-PROCESSING-EXIT
           END-IF
           .
           IF LRQ-DONATION
               MOVE LRQ-DONATE-PID TO WS-CREDIT-PID
               MOVE LRQ-DONATE-ACCOUNT TO WS-CREDIT-ACCOUNT
           ELSE
               IF CD09I-ACCOUNT IS EQUAL TO SPACES
                   MOVE 'Account to credit required' TO
                       CD09O-MESSAGE
                   GO TO REDEEM-PROCESSING-EXIT
               END-IF
               MOVE CD09I-PERSON-PID TO WS-CREDIT-PID
               MOVE CD09I-ACCOUNT TO WS-CREDIT-ACCOUNT
           END-IF
           MOVE WS-CREDIT-PID TO AMS-OWNER-PID
           MOVE WS-CREDIT-ACCOUNT TO AMS-ACCOUNT
           .
           EXEC CICS READ FILE('ACCTMST')
                          UPDATE
                          INTO(ACCTMST-RECORD)
                          LENGTH(LENGTH OF ACCTMST-RECORD)
                          RIDFLD(AMS-KEY)
                          RESP(WS-RESP)
           END-EXEC
           .
      *****************************************************************
      * A joint holder's own account lives under its primary owner -  *
      * the co-owner cross-reference fallback ACCTXFER makes. The     *
      * charity account is always held in the policy's own name.      *
      *****************************************************************
           IF WS-RESP IS EQUAL TO DFHRESP(NOTFND)
               AND LRQ-STATEMENT-CREDIT
               MOVE WS-CREDIT-PID TO XRF-CO-OWNER-PID
               MOVE WS-CREDIT-ACCOUNT TO XRF-ACCOUNT
               EXEC CICS READ FILE('ACCTXRF')
                              INTO(ACCTXRF-RECORD)
                              LENGTH(LENGTH OF ACCTXRF-RECORD)
                              RIDFLD(XRF-KEY)
                              RESP(WS-RESP)
               END-EXEC
               IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
                   MOVE XRF-PRIMARY-PID TO AMS-OWNER-PID
                   MOVE WS-CREDIT-ACCOUNT TO AMS-ACCOUNT
                   EXEC CICS READ FILE('ACCTMST')
                                  UPDATE
                                  INTO(ACCTMST-RECORD)
                                  LENGTH(LENGTH OF ACCTMST-RECORD)
                                  RIDFLD(AMS-KEY)
                                  RESP(WS-RESP)
                   END-EXEC
               END-IF
           END-IF
           .
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               MOVE 'Account not found' TO CD09O-MESSAGE
               GO TO REDEEM-PROCESSING-EXIT
           END-IF
           .
           IF AMS-HAS-CHECK-DIGIT
               AND LRQ-STATEMENT-CREDIT
               SET CKD-FUNC-VALIDATE TO TRUE
               MOVE WS-CREDIT-ACCOUNT TO CKD-ACCOUNT
               CALL 'ACCTCKDG' USING CKDIGIT-REQUEST
               IF CKD-INVALID
                   EXEC CICS UNLOCK FILE('ACCTMST') END-EXEC
                   MOVE 'Account check digit bad' TO CD09O-MESSAGE
                   GO TO REDEEM-PROCESSING-EXIT
               END-IF
           END-IF
           .
      *****************************************************************
      * The posting's reference is taken before the points come off   *
      * so the LOYTXN row and the ACCTTRN credit carry the same one.  *
      *****************************************************************
           MOVE SPACES TO ACCTTRN-RECORD
           CALL 'ACCTREFN' USING ATN-REF-NO
           SET LRQ-FUNC-REDEEM TO TRUE
           PERFORM LOAD-LOYALTY-REQUEST THRU
               LOAD-LOYALTY-REQUEST-EXIT
           CALL 'LOYREDM' USING LOYREDM-REQUEST
           IF LRQ-REFUSED
               EXEC CICS UNLOCK FILE('ACCTMST') END-EXEC
               MOVE LRQ-REPLY-MSG TO CD09O-MESSAGE
               GO TO REDEEM-PROCESSING-EXIT
           END-IF
           .
           MOVE SPACES TO WS-BEFORE-ACCTMST
           MOVE ACCTMST-RECORD TO WS-BEFORE-ACCTMST
           ADD LRQ-VALUE TO AMS-BALANCE
           MOVE WS-CURRENT-DATE TO AMS-LAST-DATE
           SET AMS-TXN-PRESENT TO TRUE
           .
           EXEC CICS REWRITE FILE('ACCTMST')
                             FROM(ACCTMST-RECORD)
                             LENGTH(LENGTH OF ACCTMST-RECORD)
                             RESP(WS-RESP)
           END-EXEC
           .
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               MOVE 'Update failed' TO CD09O-MESSAGE
               GO TO REDEEM-PROCESSING-EXIT
           END-IF
           .
           PERFORM JOURNAL-ACCTMST-IMAGE THRU
               JOURNAL-ACCTMST-IMAGE-EXIT
           .
           PERFORM LOG-REDEMPTION THRU LOG-REDEMPTION-EXIT
           .
           MOVE LRQ-BALANCE-AFTER TO CD09O-POINTS-BALANCE
           MOVE LRQ-VALUE TO CD09O-VALUE
           MOVE ATN-REF-NO TO CD09O-REF-NO
           IF LRQ-STATEMENT-CREDIT
               MOVE AMS-BALANCE TO CD09O-BALANCE
               MOVE 'Points credited to your account' TO
                   CD09O-MESSAGE
           ELSE
               MOVE 'Points donated - thank you' TO CD09O-MESSAGE
           END-IF
           SET CD09O-APPROVED TO TRUE
           .
       REDEEM-PROCESSING-EXIT.
           EXIT
           .
       LOAD-LOYALTY-REQUEST.
           MOVE CD09I-PERSON-PID TO LRQ-PID
           MOVE CD09I-OPTION TO LRQ-OPTION
           MOVE CD09I-POINTS TO LRQ-POINTS
           MOVE 'W' TO LRQ-CHANNEL
           MOVE GBD-BUSINESS-DATE TO LRQ-DATE
           MOVE WS-CURRENT-TIME TO LRQ-TIME
           MOVE ATN-REF-NO TO LRQ-REF-NO
           .
       LOAD-LOYALTY-REQUEST-EXIT.
           EXIT
           .
       LOG-REDEMPTION.
           OPEN EXTEND ACCTTRN-FILE
           .
           IF NOT WS-ACCTTRN-OK
               GO TO LOG-REDEMPTION-EXIT
           END-IF
           .
           MOVE GBD-BUSINESS-DATE TO ATN-DATE
           MOVE WS-CURRENT-TIME TO ATN-TIME
           MOVE SPACES TO ATN-FROM-ACC
           MOVE CD09I-PERSON-PID TO ATN-FROM-PID
           MOVE AMS-OWNER-PID TO ATN-TO-PID
           MOVE AMS-ACCOUNT TO ATN-TO-ACC
           MOVE LRQ-VALUE TO ATN-AMOUNT
           MOVE ZERO TO ATN-FX-RATE
           MOVE SPACES TO ATN-DESC
           IF LRQ-DONATION
               SET ATN-TYPE-LOYALTY-DN TO TRUE
               STRING 'Points gift ' CD09I-POINTS
                   DELIMITED BY SIZE INTO ATN-DESC
           ELSE
               SET ATN-TYPE-LOYALTY-CR TO TRUE
               STRING 'Points credit ' CD09I-POINTS
                   DELIMITED BY SIZE INTO ATN-DESC
           END-IF
           .
           WRITE ACCTTRN-RECORD
           .
           CLOSE ACCTTRN-FILE
           .
       LOG-REDEMPTION-EXIT.
           EXIT
           .
       JOURNAL-ACCTMST-IMAGE.
           MOVE WS-PROGRAM-ID TO MJQ-PROGRAM
           MOVE 'ACCTMST ' TO MJQ-FILE-ID
           MOVE 'R' TO MJQ-ACTION
           MOVE AMS-KEY TO MJQ-KEY
           MOVE WS-BEFORE-ACCTMST TO MJQ-BEFORE-IMAGE
           MOVE SPACES TO MJQ-AFTER-IMAGE
           MOVE ACCTMST-RECORD TO MJQ-AFTER-IMAGE
           CALL 'MSTJRNL' USING MSTJNL-REQUEST
           .
       JOURNAL-ACCTMST-IMAGE-EXIT.
           EXIT
           .
       BRE-COPY-INPUT-DATA-0.
           MOVE BRE-I-CD09I-ACTION TO CD09I-ACTION
           MOVE BRE-I-CD09I-PERSON-PID TO CD09I-PERSON-PID
           MOVE BRE-I-CD09I-ACCOUNT TO CD09I-ACCOUNT
           MOVE BRE-I-CD09I-OPTION TO CD09I-OPTION
           MOVE BRE-I-CD09I-POINTS TO CD09I-POINTS
           MOVE BRE-I-READ-ONLY-FLAG TO WS-READ-ONLY-FLAG
           MOVE SPACES TO CD09O-DATA
           MOVE ZERO TO CD09O-POINTS-BALANCE
           MOVE ZERO TO CD09O-VALUE
           MOVE ZERO TO CD09O-BALANCE
           MOVE ZERO TO CD09O-REF-NO
           MOVE SPACES TO ACCTMST-RECORD
           MOVE ZERO TO ATN-REF-NO
           .
       BRE-COPY-OUTPUT-DATA.
           MOVE CD09O-APPROVED-FLAG TO BRE-O-CD09O-APPROVED-FLAG
           MOVE CD09O-MESSAGE TO BRE-O-CD09O-MESSAGE
           MOVE CD09O-POINTS-BALANCE TO BRE-O-CD09O-POINTS-BALANCE
           MOVE CD09O-TIER TO BRE-O-CD09O-TIER
           MOVE CD09O-VALUE TO BRE-O-CD09O-VALUE
           MOVE CD09O-BALANCE TO BRE-O-CD09O-BALANCE
           MOVE CD09O-REF-NO TO BRE-O-CD09O-REF-NO
           MOVE EIBRESP TO BRE-O-EIBRESP
           .
