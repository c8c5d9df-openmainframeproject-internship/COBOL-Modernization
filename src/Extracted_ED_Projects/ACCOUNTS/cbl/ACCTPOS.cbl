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

001150***************************************************************** acctpos
001160* Program:     ACCTPOS.CBL                                      * acctpos
001170* Function:    Point-of-sale debit purchase authorization for   * acctpos
001180*              requests arriving from the card network. The     * acctpos
001190*              card must pass the ACCTATM hot-card check (on    * acctpos
001200*              CARDMST, active, not expired) and the keyed PIN  * acctpos
001210*              must hash to the card's PIN hash; the card must  * acctpos
001220*              be linked to a purchase account and its owner    * acctpos
001230*              open and not an estate. The purchase is held to  * acctpos
001240*              the card's own daily POS limit, apart from the   * acctpos
001250*              ATM one, and VELOCHK is asked under source type  * acctpos
001260*              'PO'. It is then checked against the available   * acctpos
001270*              balance - ledger plus overdraft facility less    * acctpos
001280*              active holds, the ACCTP2P arithmetic, with the   * acctpos
001290*              ACCTXRF joint-account fallback. An approval      * acctpos
001300*              places the amount on HOLDMST as an authorization * acctpos
001310*              hold and records it on POSAUTH under the         * acctpos
001320*              network's reference with a fresh authorization   * acctpos
001330*              code; ACCTPOSS posts it when the network         * acctpos
001340*              settles.                                         * acctpos
001343*              The first purchase on a renewal card retires the * acctpos
001346*              card it renews, as ACCTATM does.                 * acctpos
001350***************************************************************** acctpos
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTPOS.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'ACCTPOS '.
         05 WS-COMMAREA-LENGTH PIC 9(5).
         05 WS-RESP PIC S9(8) COMP.
         05 WS-CARD-RESP PIC S9(8) COMP.
         05 WS-CARDMST-RID PIC X(16).
         05 WS-RENEWAL-OF PIC X(16).
         05 WS-BNKCUST-RID PIC X(5).
         05 WS-POS-LIMITS.
           10 WS-POS-STANDARD-LIMIT     PIC 9(5)V99 VALUE 1000.00.
           10 WS-POS-HOLD-DAYS          PIC 9(2) VALUE 7.
         05 WS-DAY-LIMIT PIC 9(5)V99.
         05 WS-DAY-USED PIC 9(5)V99.
         05 WS-REMAINING-LIMIT PIC 9(5)V99.
         05 WS-HOLD-RESP PIC S9(8) COMP.
         05 WS-HOLDS-DONE-FLAG PIC X(1).
           88 WS-HOLDS-DONE VALUE 'Y'.
         05 WS-HOLD-TOTAL PIC 9(7)V99.
         05 WS-LAST-HOLD-SEQ PIC 9(4).
         05 WS-HOLD-PLACED-FLAG PIC X(1).
           88 WS-HOLD-PLACED VALUE 'Y'.
         05 WS-REF-WORK PIC 9(12).
         05 WS-AUTH-CODE PIC 9(6).
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
           10 FILLER PIC X(5).
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
       01 WS-PIN-HASH-FIELDS.
         05 WS-PIN-HASH-WORK PIC 9(9).
         05 WS-PIN-HASH-QUOT PIC 9(9).
         05 WS-PIN-HASH-REM PIC 9(4).
       COPY CCARDMST.
       COPY CACCTMST.
       COPY CACCTHLD.
       COPY CACCTXRF.
       COPY CPOSAUTH.
       COPY CVELOCKQ.
       01 WS-BNKCUST-REC.
       COPY CBANKVCS.
       01 WS-COMMAREA.
       COPY CACCTD14.

       COPY CGETBDTQ.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
         05 LK-COMMAREA PIC X(1) OCCURS 1 TO 4096 TIMES DEPENDING ON
                WS-COMMAREA-LENGTH.
       COPY 'POSREQ'.
       COPY 'POSRESP'.

       PROCEDURE DIVISION USING BRE-INP-INPUT-STRUCTURE
                                BRE-OUT-OUTPUT-STRUCTURE.
           PERFORM BRE-COPY-INPUT-DATA-0
           .
           PERFORM AUTHORIZATION-PROCESSING THRU
               AUTHORIZATION-PROCESSING-EXIT
           .
           PERFORM BRE-COPY-OUTPUT-DATA
           .
           GOBACK
           .
       AUTHORIZATION-PROCESSING.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           CALL 'GETBDTE' USING GETBDTE-REQUEST
           .
           IF CD14I-AMOUNT IS NOT GREATER THAN ZERO
               MOVE 'Purchase amount must be positive' TO
                   CD14O-MESSAGE
               GO TO AUTHORIZATION-PROCESSING-EXIT
           END-IF
           .
           IF CD14I-NETWORK-REF IS EQUAL TO SPACES
               MOVE 'Network reference required' TO CD14O-MESSAGE
               GO TO AUTHORIZATION-PROCESSING-EXIT
           END-IF
           .
      *****************************************************************
      * The network repeats a request it never saw answered - the     *
      * same reference for the same card and amount gets the original *
      * approval back rather than a second hold. Anything else under  *
      * a reference already used is refused.                          *
      *****************************************************************
           MOVE CD14I-NETWORK-REF TO PAU-NETWORK-REF
           EXEC CICS READ FILE('POSAUTH')
                          INTO(POSAUTH-RECORD)
                          LENGTH(LENGTH OF POSAUTH-RECORD)
                          RIDFLD(PAU-NETWORK-REF)
                          RESP(WS-RESP)
           END-EXEC
           .
           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
               IF PAU-CARD-NO IS EQUAL TO CD14I-CARD-NO
                   AND PAU-AMOUNT IS EQUAL TO CD14I-AMOUNT
                   AND PAU-AUTHORIZED
                   SET CD14O-APPROVED TO TRUE
                   MOVE PAU-AUTH-CODE TO CD14O-AUTH-CODE
                   MOVE 'Purchase approved' TO CD14O-MESSAGE
               ELSE
                   MOVE 'Duplicate network reference' TO
                       CD14O-MESSAGE
               END-IF
               GO TO AUTHORIZATION-PROCESSING-EXIT
           END-IF
           .
      *****************************************************************
      * Hot-card check, as ACCTATM makes it - the card must be on the *
      * card master and active, so a reported-lost or stolen card is  *
      * refused at the till the moment ACCTCARD marks it.             *
      *****************************************************************
           MOVE CD14I-CARD-NO TO WS-CARDMST-RID
           EXEC CICS READ FILE('CARDMST')
                          INTO(CARDMST-RECORD)
                          LENGTH(LENGTH OF CARDMST-RECORD)
                          RIDFLD(WS-CARDMST-RID)
                          RESP(WS-CARD-RESP)
           END-EXEC
           .
           IF WS-CARD-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               MOVE 'Card not recognized' TO CD14O-MESSAGE
               GO TO AUTHORIZATION-PROCESSING-EXIT
           END-IF
           .
           IF NOT CRD-ACTIVE
               MOVE 'Card blocked - contact the branch' TO
                   CD14O-MESSAGE
               GO TO AUTHORIZATION-PROCESSING-EXIT
           END-IF
           .
           IF CRD-EXPIRY-DATE IS LESS THAN WS-CURRENT-DATE
               AND CRD-EXPIRY-DATE IS GREATER THAN ZERO
               MOVE 'Card expired' TO CD14O-MESSAGE
               GO TO AUTHORIZATION-PROCESSING-EXIT
           END-IF
           .
      *****************************************************************
      * The PIN is compared only as its hash, the ACCTPIN scramble,   *
      * against the hash the card carries.                            *
      *****************************************************************
           MOVE CD14I-PIN TO WS-PIN-HASH-WORK
           PERFORM HASH-PIN-VALUE THRU HASH-PIN-VALUE-EXIT
           IF WS-PIN-HASH-REM IS NOT EQUAL TO CRD-PIN-HASH
               MOVE 'Incorrect PIN' TO CD14O-MESSAGE
               GO TO AUTHORIZATION-PROCESSING-EXIT
           END-IF
           .
           IF CRD-POS-ACCOUNT IS EQUAL TO SPACES
               MOVE 'Card not enabled for purchases' TO
                   CD14O-MESSAGE
               GO TO AUTHORIZATION-PROCESSING-EXIT
           END-IF
           .
           MOVE CRD-OWNER-PID TO WS-BNKCUST-RID
           EXEC CICS READ FILE('BNKCUST')
                          INTO(WS-BNKCUST-REC)
                          LENGTH(LENGTH OF WS-BNKCUST-REC)
                          RIDFLD(WS-BNKCUST-RID)
                          RESP(WS-RESP)
           END-EXEC
           .
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               MOVE 'Customer record not found' TO CD14O-MESSAGE
               GO TO AUTHORIZATION-PROCESSING-EXIT
           END-IF
           .
           IF BCS-REC-CLOSED
               MOVE 'Account closed' TO CD14O-MESSAGE
               GO TO AUTHORIZATION-PROCESSING-EXIT
           END-IF
           .
           IF BCS-REC-DECEASED
               MOVE 'Estate hold - contact the branch' TO
                   CD14O-MESSAGE
               GO TO AUTHORIZATION-PROCESSING-EXIT
           END-IF
           .
      *****************************************************************
      * The card's own daily purchase limit, kept apart from the ATM  *
      * limit on BNKCUST and tracked the same way - the running total *
      * of today's approvals, restarted on the first one of the day.  *
      * A card with no limit of its own takes the standard limit.     *
      *****************************************************************
           MOVE CRD-POS-LIMIT TO WS-DAY-LIMIT
           IF WS-DAY-LIMIT IS EQUAL TO ZERO
               MOVE WS-POS-STANDARD-LIMIT TO WS-DAY-LIMIT
           END-IF
           MOVE CRD-POS-LAST-AMT TO WS-DAY-USED
           IF CRD-POS-LAST-DTE IS NOT EQUAL TO WS-CURRENT-DATE
               MOVE ZERO TO WS-DAY-USED
           END-IF
           .
           IF WS-DAY-USED + CD14I-AMOUNT IS GREATER THAN WS-DAY-LIMIT
               MOVE 'Daily purchase limit exceeded' TO CD14O-MESSAGE
               IF WS-DAY-USED IS LESS THAN WS-DAY-LIMIT
                   COMPUTE WS-REMAINING-LIMIT =
                           WS-DAY-LIMIT - WS-DAY-USED
                   MOVE WS-REMAINING-LIMIT TO CD14O-REMAINING-LIMIT
               END-IF
               GO TO AUTHORIZATION-PROCESSING-EXIT
           END-IF
           .
           MOVE CRD-OWNER-PID TO VCK-OWNER-PID
           MOVE CRD-POS-ACCOUNT TO VCK-ACCOUNT
           MOVE 'PO' TO VCK-SOURCE-TYPE
           MOVE CD14I-AMOUNT TO VCK-AMOUNT
           CALL 'VELOCHK' USING VELOCHK-REQUEST
           IF VCK-REFUSED
               MOVE VCK-REPLY-MSG TO CD14O-MESSAGE
               GO TO AUTHORIZATION-PROCESSING-EXIT
           END-IF
           .
      *****************************************************************
      * The account is read for update so two purchases on it cannot  *
      * both pass the funds check on the same money. A joint account  *
      * lives under its primary owner - the ACCTXRF fallback ACCTP2P  *
      * makes.                                                        *
      *****************************************************************
           MOVE CRD-OWNER-PID TO AMS-OWNER-PID
           MOVE CRD-POS-ACCOUNT TO AMS-ACCOUNT
           EXEC CICS READ FILE('ACCTMST')
                          UPDATE
                          INTO(ACCTMST-RECORD)
                          LENGTH(LENGTH OF ACCTMST-RECORD)
                          RIDFLD(AMS-KEY)
                          RESP(WS-RESP)
           END-EXEC
           .
           IF WS-RESP IS EQUAL TO DFHRESP(NOTFND)
               MOVE CRD-OWNER-PID TO XRF-CO-OWNER-PID
               MOVE CRD-POS-ACCOUNT TO XRF-ACCOUNT
               EXEC CICS READ FILE('ACCTXRF')
                              INTO(ACCTXRF-RECORD)
                              LENGTH(LENGTH OF ACCTXRF-RECORD)
                              RIDFLD(XRF-KEY)
                              RESP(WS-RESP)
               END-EXEC
               IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
                   MOVE XRF-PRIMARY-PID TO AMS-OWNER-PID
                   MOVE CRD-POS-ACCOUNT TO AMS-ACCOUNT
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
               MOVE 'Purchase account not found' TO CD14O-MESSAGE
               GO TO AUTHORIZATION-PROCESSING-EXIT
           END-IF
           .
           PERFORM SUM-ACTIVE-HOLDS THRU SUM-ACTIVE-HOLDS-EXIT
           .
           IF AMS-BALANCE + AMS-OVERDRAFT-LIMIT - WS-HOLD-TOTAL
                   IS LESS THAN CD14I-AMOUNT
               EXEC CICS UNLOCK FILE('ACCTMST') END-EXEC
               MOVE 'Insufficient available funds' TO CD14O-MESSAGE
               GO TO AUTHORIZATION-PROCESSING-EXIT
           END-IF
           .
           CALL 'ACCTREFN' USING WS-REF-WORK
           MOVE WS-REF-WORK TO WS-AUTH-CODE
           .
           PERFORM PLACE-AUTH-HOLD THRU PLACE-AUTH-HOLD-EXIT
           EXEC CICS UNLOCK FILE('ACCTMST') END-EXEC
           .
           IF NOT WS-HOLD-PLACED
               MOVE 'Authorization hold failed' TO CD14O-MESSAGE
               GO TO AUTHORIZATION-PROCESSING-EXIT
           END-IF
           .
           PERFORM RECORD-AUTHORIZATION THRU
               RECORD-AUTHORIZATION-EXIT
           .
           PERFORM ADD-DAY-PURCHASE THRU ADD-DAY-PURCHASE-EXIT
           .
           IF CRD-RENEWAL-OF IS NOT EQUAL TO SPACES
               PERFORM RETIRE-RENEWED-CARD THRU
                   RETIRE-RENEWED-CARD-EXIT
           END-IF
           .
           SET CD14O-APPROVED TO TRUE
           MOVE WS-AUTH-CODE TO CD14O-AUTH-CODE
           MOVE 'Purchase approved' TO CD14O-MESSAGE
           .
       AUTHORIZATION-PROCESSING-EXIT.
           EXIT
           .
      *****************************************************************
      * The authorization hold - the next sequence under the account, *
      * released by ACCTPOSS when the purchase settles or, failing    *
      * that, by ACCTHOLD's expiry sweep once the hold days are up.   *
      *****************************************************************
       PLACE-AUTH-HOLD.
           MOVE 'N' TO WS-HOLD-PLACED-FLAG
           MOVE SPACES TO HOLDMST-RECORD
           MOVE AMS-OWNER-PID TO HLD-OWNER-PID
           MOVE AMS-ACCOUNT TO HLD-ACCOUNT
           COMPUTE HLD-SEQ-NO = WS-LAST-HOLD-SEQ + 1
           MOVE CD14I-AMOUNT TO HLD-AMOUNT
           STRING 'POS AUTH ' WS-AUTH-CODE
               DELIMITED BY SIZE INTO HLD-REASON
           MOVE WS-CURRENT-DATE TO WS-NEXT-DATE-N
           PERFORM STEP-ONE-DAY THRU STEP-ONE-DAY-EXIT
               WS-POS-HOLD-DAYS TIMES
           MOVE WS-NEXT-DATE-N TO HLD-RELEASE-DATE
           MOVE WS-CURRENT-DATE TO HLD-PLACED-DATE
           SET HLD-ACTIVE TO TRUE
           .
           EXEC CICS WRITE FILE('HOLDMST')
                     FROM(HOLDMST-RECORD)
                     LENGTH(LENGTH OF HOLDMST-RECORD)
                     RIDFLD(HLD-KEY)
                     RESP(WS-HOLD-RESP)
           END-EXEC
           .
           IF WS-HOLD-RESP IS EQUAL TO DFHRESP(NORMAL)
               SET WS-HOLD-PLACED TO TRUE
           END-IF
           .
       PLACE-AUTH-HOLD-EXIT.
           EXIT
           .
       RECORD-AUTHORIZATION.
           MOVE SPACES TO POSAUTH-RECORD
           MOVE CD14I-NETWORK-REF TO PAU-NETWORK-REF
           MOVE CD14I-CARD-NO TO PAU-CARD-NO
           MOVE CRD-OWNER-PID TO PAU-CARD-PID
           MOVE AMS-OWNER-PID TO PAU-OWNER-PID
           MOVE AMS-ACCOUNT TO PAU-ACCOUNT
           MOVE HLD-SEQ-NO TO PAU-HOLD-SEQ
           MOVE CD14I-AMOUNT TO PAU-AMOUNT
           MOVE WS-AUTH-CODE TO PAU-AUTH-CODE
           MOVE WS-CURRENT-DATE TO PAU-AUTH-DATE
           MOVE WS-CURRENT-TIME TO PAU-AUTH-TIME
           MOVE CD14I-MERCHANT-ID TO PAU-MERCHANT-ID
           MOVE CD14I-MERCHANT-NAME TO PAU-MERCHANT-NAME
           SET PAU-AUTHORIZED TO TRUE
           MOVE ZERO TO PAU-SETTLED-DATE
           MOVE ZERO TO PAU-SETTLED-AMOUNT
           MOVE ZERO TO PAU-POST-REF
           .
           EXEC CICS WRITE FILE('POSAUTH')
                     FROM(POSAUTH-RECORD)
                     LENGTH(LENGTH OF POSAUTH-RECORD)
                     RIDFLD(PAU-NETWORK-REF)
                     RESP(WS-RESP)
           END-EXEC
           .
       RECORD-AUTHORIZATION-EXIT.
           EXIT
           .
       ADD-DAY-PURCHASE.
           EXEC CICS READ FILE('CARDMST')
                          UPDATE
                          INTO(CARDMST-RECORD)
                          LENGTH(LENGTH OF CARDMST-RECORD)
                          RIDFLD(WS-CARDMST-RID)
                          RESP(WS-CARD-RESP)
           END-EXEC
           .
           IF WS-CARD-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               GO TO ADD-DAY-PURCHASE-EXIT
           END-IF
           .
           IF CRD-POS-LAST-DTE IS NOT EQUAL TO WS-CURRENT-DATE
               MOVE ZERO TO CRD-POS-LAST-AMT
               MOVE WS-CURRENT-DATE TO CRD-POS-LAST-DTE
           END-IF
           ADD CD14I-AMOUNT TO CRD-POS-LAST-AMT
           .
           EXEC CICS REWRITE FILE('CARDMST')
                             FROM(CARDMST-RECORD)
                             LENGTH(LENGTH OF CARDMST-RECORD)
                             RESP(WS-CARD-RESP)
           END-EXEC
           .
           IF CRD-POS-LAST-AMT IS LESS THAN WS-DAY-LIMIT
               COMPUTE WS-REMAINING-LIMIT =
                       WS-DAY-LIMIT - CRD-POS-LAST-AMT
               MOVE WS-REMAINING-LIMIT TO CD14O-REMAINING-LIMIT
           END-IF
           .
       ADD-DAY-PURCHASE-EXIT.
           EXIT
           .
      *****************************************************************
      * First use of a renewal card retires the card it renews - the  *
      * old plastic stays good until the customer is seen holding the *
      * new one, then it is marked replaced and the link is cleared.  *
      *****************************************************************
       RETIRE-RENEWED-CARD.
           MOVE CRD-RENEWAL-OF TO WS-RENEWAL-OF
           EXEC CICS READ FILE('CARDMST')
                          UPDATE
                          INTO(CARDMST-RECORD)
                          LENGTH(LENGTH OF CARDMST-RECORD)
                          RIDFLD(WS-CARDMST-RID)
                          RESP(WS-CARD-RESP)
           END-EXEC
           IF WS-CARD-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               GO TO RETIRE-RENEWED-CARD-EXIT
           END-IF
           MOVE SPACES TO CRD-RENEWAL-OF
           EXEC CICS REWRITE FILE('CARDMST')
                             FROM(CARDMST-RECORD)
                             LENGTH(LENGTH OF CARDMST-RECORD)
                             RESP(WS-CARD-RESP)
           END-EXEC
           .
           MOVE WS-RENEWAL-OF TO WS-CARDMST-RID
           EXEC CICS READ FILE('CARDMST')
                          UPDATE
                          INTO(CARDMST-RECORD)
                          LENGTH(LENGTH OF CARDMST-RECORD)
                          RIDFLD(WS-CARDMST-RID)
                          RESP(WS-CARD-RESP)
           END-EXEC
           IF WS-CARD-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               GO TO RETIRE-RENEWED-CARD-EXIT
           END-IF
           IF NOT CRD-ACTIVE
               EXEC CICS UNLOCK FILE('CARDMST') END-EXEC
               GO TO RETIRE-RENEWED-CARD-EXIT
           END-IF
           SET CRD-REPLACED TO TRUE
           MOVE WS-CURRENT-DATE TO CRD-STATUS-DATE
           EXEC CICS REWRITE FILE('CARDMST')
                             FROM(CARDMST-RECORD)
                             LENGTH(LENGTH OF CARDMST-RECORD)
                             RESP(WS-CARD-RESP)
           END-EXEC
           .
       RETIRE-RENEWED-CARD-EXIT.
           EXIT
           .
      *****************************************************************
      * Active holds on the account, browsed under the owner and      *
      * account partial key - the highest sequence seen is where the  *
      * new authorization hold goes.                                  *
      *****************************************************************
       SUM-ACTIVE-HOLDS.
           MOVE ZERO TO WS-HOLD-TOTAL
           MOVE ZERO TO WS-LAST-HOLD-SEQ
           MOVE 'N' TO WS-HOLDS-DONE-FLAG
           MOVE AMS-OWNER-PID TO HLD-OWNER-PID
           MOVE AMS-ACCOUNT TO HLD-ACCOUNT
           MOVE ZERO TO HLD-SEQ-NO
           .
           EXEC CICS STARTBR FILE('HOLDMST')
                             RIDFLD(HLD-KEY)
                             GTEQ
                             RESP(WS-HOLD-RESP)
           END-EXEC
           .
           IF WS-HOLD-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               GO TO SUM-ACTIVE-HOLDS-EXIT
           END-IF
           .
           PERFORM SUM-ONE-HOLD THRU SUM-ONE-HOLD-EXIT
               UNTIL WS-HOLDS-DONE
           .
           EXEC CICS ENDBR FILE('HOLDMST') END-EXEC
           .
       SUM-ACTIVE-HOLDS-EXIT.
           EXIT
           .
       SUM-ONE-HOLD.
           EXEC CICS READNEXT FILE('HOLDMST')
                              INTO(HOLDMST-RECORD)
                              RIDFLD(HLD-KEY)
                              RESP(WS-HOLD-RESP)
           END-EXEC
           .
           IF WS-HOLD-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               SET WS-HOLDS-DONE TO TRUE
               GO TO SUM-ONE-HOLD-EXIT
           END-IF
           .
           IF HLD-OWNER-PID IS NOT EQUAL TO AMS-OWNER-PID
               OR HLD-ACCOUNT IS NOT EQUAL TO AMS-ACCOUNT
               SET WS-HOLDS-DONE TO TRUE
               GO TO SUM-ONE-HOLD-EXIT
           END-IF
           .
           MOVE HLD-SEQ-NO TO WS-LAST-HOLD-SEQ
           IF HLD-ACTIVE
               ADD HLD-AMOUNT TO WS-HOLD-TOTAL
           END-IF
           .
       SUM-ONE-HOLD-EXIT.
           EXIT
           .
      *****************************************************************
      * The ACCTPIN one-way scramble of a 4-digit PIN - the keyed PIN *
      * is never held or compared in the clear.                       *
      *****************************************************************
       HASH-PIN-VALUE.
           COMPUTE WS-PIN-HASH-WORK =
                   (WS-PIN-HASH-WORK * 7919) + 1009
           .
           DIVIDE WS-PIN-HASH-WORK BY 10000
               GIVING WS-PIN-HASH-QUOT
               REMAINDER WS-PIN-HASH-REM
           .
       HASH-PIN-VALUE-EXIT.
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
           MOVE BRE-I-CD14I-CARD-NO TO CD14I-CARD-NO
           MOVE BRE-I-CD14I-PIN TO CD14I-PIN
           MOVE BRE-I-CD14I-AMOUNT TO CD14I-AMOUNT
           MOVE BRE-I-CD14I-NETWORK-REF TO CD14I-NETWORK-REF
           MOVE BRE-I-CD14I-MERCHANT-ID TO CD14I-MERCHANT-ID
           MOVE BRE-I-CD14I-MERCHANT-NAME TO CD14I-MERCHANT-NAME
           MOVE SPACES TO CD14O-DATA
           MOVE ZERO TO CD14O-AUTH-CODE
           MOVE ZERO TO CD14O-REMAINING-LIMIT
           .
       BRE-COPY-OUTPUT-DATA.
           MOVE CD14O-APPROVED-FLAG TO BRE-O-CD14O-APPROVED-FLAG
           MOVE CD14O-MESSAGE TO BRE-O-CD14O-MESSAGE
           MOVE CD14O-AUTH-CODE TO BRE-O-CD14O-AUTH-CODE
           MOVE CD14O-REMAINING-LIMIT TO BRE-O-CD14O-REMAINING-LIMIT
           MOVE EIBRESP TO BRE-O-EIBRESP
           .
