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

001150***************************************************************** acctp2p
001160* Program:     ACCTP2P.CBL                                      * acctp2p
001170* Function:    Person-to-person money transfer by e-mail        * acctp2p
001180*              address or mobile number through the web         * acctp2p
001190*              channel. 'S' sends: the alias is looked up on    * acctp2p
001200*              the P2PALIAS registry, VELOCHK is asked about    * acctp2p
001210*              the amount under source type 'PS' the way        * acctp2p
001220*              ACCTXFER asks under 'XF', and the sender is      * acctp2p
001230*              debited at once against the available balance. A * acctp2p
001240*              verified alias of ours with auto-deposit on is   * acctp2p
001250*              credited straight away; any other transfer waits * acctp2p
001260*              on P2PXFER with its security question (the       * acctp2p
001270*              answer kept only as a hash) until it is accepted * acctp2p
001280*              or, after 30 days, expires and ACCTP2PB refunds  * acctp2p
001290*              it. An alias not in our registry goes out to the * acctp2p
001300*              payment network on tonight's P2POUT file. 'A'    * acctp2p
001310*              accepts a transfer waiting for the signed-on     * acctp2p
001320*              customer's alias, once the security answer       * acctp2p
001330*              matches, into the account named (the alias's     * acctp2p
001340*              registered account if none is); three wrong      * acctp2p
001350*              answers lock the transfer until it expires.      * acctp2p
001360***************************************************************** acctp2p
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTP2P.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTTRN-FILE ASSIGN TO "ACCTTRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCTTRN-STATUS.
           SELECT ALRTQUE-FILE ASSIGN TO "ALRTQUE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALRTQUE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCTTRN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CACCTTRN.

       FD ALRTQUE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CALRTQUE.

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'ACCTP2P '.
         05 WS-COMMAREA-LENGTH PIC 9(5).
         05 WS-RESP PIC S9(8) COMP.
         05 WS-ACCTTRN-STATUS PIC X(2).
           88 WS-ACCTTRN-OK VALUE '00'.
         05 WS-ALRTQUE-STATUS PIC X(2).
           88 WS-ALRTQUE-OK VALUE '00'.
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
           10 FILLER PIC X(5).
         05 WS-P2P-LIMITS.
           10 WS-P2P-MAX-AMOUNT         PIC S9(7)V99 VALUE 3000.00.
           10 WS-P2P-EXPIRY-DAYS        PIC 9(2) VALUE 30.
           10 WS-P2P-MAX-ATTEMPTS       PIC 9(1) VALUE 3.
         05 WS-BNKCUST-RID PIC X(5).
         05 WS-READ-ONLY-FLAG PIC X(1).
           88 WS-READ-ONLY VALUE 'Y'.
         05 WS-HOLD-RESP PIC S9(8) COMP.
         05 WS-HOLDS-DONE-FLAG PIC X(1).
           88 WS-HOLDS-DONE VALUE 'Y'.
         05 WS-HOLD-TOTAL PIC 9(7)V99.
         05 WS-ALIAS-STATE-FLAG PIC X(1).
           88 WS-ALIAS-LOCAL VALUE 'L'.
           88 WS-ALIAS-NETWORK VALUE 'N'.
         05 WS-SENDER-NAME PIC X(25).
         05 WS-CREDIT-PID PIC X(5).
         05 WS-CREDIT-ACCOUNT PIC X(9).
         05 WS-CREDIT-AMOUNT PIC S9(7)V99.
         05 WS-CREDIT-FROM PIC X(11).
         05 WS-CREDIT-DONE-FLAG PIC X(1).
           88 WS-CREDIT-DONE VALUE 'Y'.
         05 WS-CREDIT-MSG PIC X(40).
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
       01 WS-ANSWER-HASH-FIELDS.
         05 WS-ANS-TEXT PIC X(20).
         05 WS-ANS-IDX PIC 9(2).
         05 WS-ANS-HASH PIC 9(9).
         05 WS-ANS-HASH-WORK PIC 9(12).
         05 WS-ANS-HASH-QUOT PIC 9(12).
         05 WS-ANS-CHAR-PAIR.
           10 FILLER PIC X(1) VALUE LOW-VALUE.
           10 WS-ANS-CHAR PIC X(1).
         05 WS-ANS-CHAR-CODE REDEFINES WS-ANS-CHAR-PAIR
                PIC 9(4) BINARY.
       COPY CACCTMST.
       COPY CACCTHLD.
       COPY CACCTXRF.
       COPY CP2PALS.
       COPY CP2PXFR.
       COPY CCKDGQ.
       COPY CVELOCKQ.
       01 WS-BNKCUST-REC.
       COPY CBANKVCS.
       01 WS-COMMAREA.
       COPY CACCTD08.
       01 WS-BEFORE-ACCTMST PIC X(250).
       COPY CMSTJNLQ.

       COPY CGETBDTQ.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
         05 LK-COMMAREA PIC X(1) OCCURS 1 TO 4096 TIMES DEPENDING ON
                WS-COMMAREA-LENGTH.
       COPY 'P2PREQ'.
       COPY 'P2PRESP'.

       PROCEDURE DIVISION USING BRE-INP-INPUT-STRUCTURE
                                BRE-OUT-OUTPUT-STRUCTURE.
           PERFORM BRE-COPY-INPUT-DATA-0
           .
           PERFORM P2P-PROCESSING THRU P2P-PROCESSING-EXIT
           .
           PERFORM BRE-COPY-OUTPUT-DATA
           .
           GOBACK
           .
       P2P-PROCESSING.
      *****************************************************************
      * A GUEST (read-only) signon is not permitted to move money.    *
      *****************************************************************
           IF WS-READ-ONLY
               MOVE 'Read-only signon - transfer not allowed' TO
                       CD08O-MESSAGE
               GO TO P2P-PROCESSING-EXIT
           END-IF
           .
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           CALL 'GETBDTE' USING GETBDTE-REQUEST
           .
           IF CD08I-SEND
               PERFORM SEND-PROCESSING THRU SEND-PROCESSING-EXIT
               GO TO P2P-PROCESSING-EXIT
           END-IF
           .
           IF CD08I-ACCEPT
               PERFORM ACCEPT-PROCESSING THRU ACCEPT-PROCESSING-EXIT
               GO TO P2P-PROCESSING-EXIT
           END-IF
           .
           MOVE 'Unknown transfer action' TO CD08O-MESSAGE
           .
       P2P-PROCESSING-EXIT.
           EXIT
           .
       SEND-PROCESSING.
           IF CD08I-AMOUNT IS NOT GREATER THAN ZERO
               MOVE 'Transfer amount must be positive' TO
                   CD08O-MESSAGE
               GO TO SEND-PROCESSING-EXIT
           END-IF
           .
           IF CD08I-AMOUNT IS GREATER THAN WS-P2P-MAX-AMOUNT
               MOVE 'Transfer limit exceeded' TO CD08O-MESSAGE
               GO TO SEND-PROCESSING-EXIT
           END-IF
           .
           MOVE FUNCTION UPPER-CASE(CD08I-ALIAS) TO CD08I-ALIAS
           IF CD08I-ALIAS IS EQUAL TO SPACES
               MOVE 'Recipient e-mail or mobile required' TO
                   CD08O-MESSAGE
               GO TO SEND-PROCESSING-EXIT
           END-IF
           .
      *****************************************************************
      * A verified alias in our own registry is delivered in-house;   *
      * one still awaiting its verification code cannot receive yet.  *
      * Anything else belongs to another institution and goes to the  *
      * payment network.                                              *
      *****************************************************************
           SET WS-ALIAS-NETWORK TO TRUE
           MOVE CD08I-ALIAS TO PAL-ALIAS
           EXEC CICS READ FILE('P2PALIAS')
                          INTO(P2PALIAS-RECORD)
                          LENGTH(LENGTH OF P2PALIAS-RECORD)
                          RIDFLD(PAL-ALIAS)
                          RESP(WS-RESP)
           END-EXEC
           .
           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
               IF PAL-PENDING
                   MOVE 'Recipient alias not yet verified' TO
                       CD08O-MESSAGE
                   GO TO SEND-PROCESSING-EXIT
               END-IF
               IF PAL-VERIFIED
                   SET WS-ALIAS-LOCAL TO TRUE
               END-IF
           END-IF
           .
           IF WS-ALIAS-LOCAL
               AND PAL-OWNER-PID IS EQUAL TO CD08I-PERSON-PID
               MOVE 'Cannot send to your own alias' TO CD08O-MESSAGE
               GO TO SEND-PROCESSING-EXIT
           END-IF
           .
      *****************************************************************
      * Only an auto-deposit alias of ours may go without a security  *
      * question - everything else waits for the recipient to answer. *
      *****************************************************************
           IF WS-ALIAS-NETWORK
               OR NOT PAL-AUTO-DEPOSIT-ON
               IF CD08I-QUESTION IS EQUAL TO SPACES
                   OR CD08I-ANSWER IS EQUAL TO SPACES
                   MOVE 'Security question and answer required' TO
                       CD08O-MESSAGE
                   GO TO SEND-PROCESSING-EXIT
               END-IF
           END-IF
           .
      *****************************************************************
      * Velocity check at the moment of posting, under the send's own *
      * ACCTTRN type so a VELOLIM rule for 'PS' counts only sends.    *
      *****************************************************************
           MOVE CD08I-PERSON-PID TO VCK-OWNER-PID
           MOVE CD08I-ACCOUNT TO VCK-ACCOUNT
           MOVE 'PS' TO VCK-SOURCE-TYPE
           MOVE CD08I-AMOUNT TO VCK-AMOUNT
           CALL 'VELOCHK' USING VELOCHK-REQUEST
           IF VCK-REFUSED
               MOVE VCK-REPLY-MSG TO CD08O-MESSAGE
               GO TO SEND-PROCESSING-EXIT
           END-IF
           .
           MOVE CD08I-PERSON-PID TO WS-BNKCUST-RID
           .
           EXEC CICS READ FILE('BNKCUST')
                          INTO(WS-BNKCUST-REC)
                          LENGTH(LENGTH OF WS-BNKCUST-REC)
                          RIDFLD(WS-BNKCUST-RID)
                          RESP(WS-RESP)
           END-EXEC
           .
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               MOVE 'Customer record not found' TO CD08O-MESSAGE
               GO TO SEND-PROCESSING-EXIT
           END-IF
           .
           IF BCS-REC-CLOSED
               MOVE 'Account closed' TO CD08O-MESSAGE
               GO TO SEND-PROCESSING-EXIT
           END-IF
           .
           MOVE BCS-REC-NAME TO WS-SENDER-NAME
           MOVE CD08I-PERSON-PID TO AMS-OWNER-PID
           MOVE CD08I-ACCOUNT TO AMS-ACCOUNT
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
      * A joint holder's account lives under its primary owner - look *
      * it up on the co-owner cross-reference and retry under the     *
      * primary PID, the same fallback ACCTXFER makes.                *
      *****************************************************************
           IF WS-RESP IS EQUAL TO DFHRESP(NOTFND)
               MOVE CD08I-PERSON-PID TO XRF-CO-OWNER-PID
               MOVE CD08I-ACCOUNT TO XRF-ACCOUNT
               EXEC CICS READ FILE('ACCTXRF')
                              INTO(ACCTXRF-RECORD)
                              LENGTH(LENGTH OF ACCTXRF-RECORD)
                              RIDFLD(XRF-KEY)
                              RESP(WS-RESP)
               END-EXEC
               IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
                   MOVE XRF-PRIMARY-PID TO AMS-OWNER-PID
                   MOVE CD08I-ACCOUNT TO AMS-ACCOUNT
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
               MOVE 'Account not found' TO CD08O-MESSAGE
               GO TO SEND-PROCESSING-EXIT
           END-IF
           .
           IF AMS-HAS-CHECK-DIGIT
               SET CKD-FUNC-VALIDATE TO TRUE
               MOVE CD08I-ACCOUNT TO CKD-ACCOUNT
               CALL 'ACCTCKDG' USING CKDIGIT-REQUEST
               IF CKD-INVALID
                   EXEC CICS UNLOCK FILE('ACCTMST') END-EXEC
                   MOVE 'Account check digit bad' TO CD08O-MESSAGE
                   GO TO SEND-PROCESSING-EXIT
               END-IF
           END-IF
           .
      *****************************************************************
      * The send is checked against the available balance - ledger    *
      * plus overdraft facility less active holds - as ACCTXFER does. *
      *****************************************************************
           PERFORM SUM-ACTIVE-HOLDS THRU SUM-ACTIVE-HOLDS-EXIT
           .
           IF AMS-BALANCE + AMS-OVERDRAFT-LIMIT - WS-HOLD-TOTAL
                   IS LESS THAN CD08I-AMOUNT
               EXEC CICS UNLOCK FILE('ACCTMST') END-EXEC
               MOVE 'Insufficient available funds' TO CD08O-MESSAGE
               MOVE AMS-BALANCE TO CD08O-BALANCE
               GO TO SEND-PROCESSING-EXIT
           END-IF
           .
           MOVE SPACES TO WS-BEFORE-ACCTMST
           MOVE ACCTMST-RECORD TO WS-BEFORE-ACCTMST
           SUBTRACT CD08I-AMOUNT FROM AMS-BALANCE
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
               MOVE 'Update failed' TO CD08O-MESSAGE
               GO TO SEND-PROCESSING-EXIT
           END-IF
           .
           PERFORM JOURNAL-ACCTMST-IMAGE THRU
               JOURNAL-ACCTMST-IMAGE-EXIT
           .
           PERFORM LOG-SEND THRU LOG-SEND-EXIT
           .
           MOVE AMS-BALANCE TO CD08O-BALANCE
           MOVE ATN-REF-NO TO CD08O-REF-NO
           .
      *****************************************************************
      * The transfer itself, under the reference of the debit that    *
      * funded it. It expires a fixed number of calendar days after   *
      * it was sent.                                                  *
      *****************************************************************
           MOVE SPACES TO P2PXFER-RECORD
           MOVE ATN-REF-NO TO PXF-REF-NO
           SET PXF-OUTBOUND TO TRUE
           MOVE CD08I-ALIAS TO PXF-ALIAS
           MOVE AMS-OWNER-PID TO PXF-SENDER-PID
           MOVE AMS-ACCOUNT TO PXF-SENDER-ACCOUNT
           MOVE WS-SENDER-NAME TO PXF-SENDER-NAME
           MOVE CD08I-AMOUNT TO PXF-AMOUNT
           MOVE CD08I-QUESTION TO PXF-QUESTION
           MOVE ZERO TO PXF-ANSWER-HASH
           IF CD08I-ANSWER IS NOT EQUAL TO SPACES
               MOVE CD08I-ANSWER TO WS-ANS-TEXT
               PERFORM HASH-ANSWER-VALUE THRU HASH-ANSWER-VALUE-EXIT
               MOVE WS-ANS-HASH TO PXF-ANSWER-HASH
           END-IF
           MOVE ZERO TO PXF-ANSWER-ATTEMPTS
           MOVE GBD-BUSINESS-DATE TO PXF-SEND-DATE
           MOVE GBD-BUSINESS-DATE TO WS-NEXT-DATE-N
           PERFORM STEP-ONE-DAY THRU STEP-ONE-DAY-EXIT
               WS-P2P-EXPIRY-DAYS TIMES
           MOVE WS-NEXT-DATE-N TO PXF-EXPIRY-DATE
           SET PXF-PENDING TO TRUE
           MOVE ZERO TO PXF-SETTLED-DATE
           IF WS-ALIAS-LOCAL
               SET PXF-NET-IN-HOUSE TO TRUE
           ELSE
               SET PXF-NET-SEND-DUE TO TRUE
           END-IF
           .
           IF WS-ALIAS-LOCAL
               AND PAL-AUTO-DEPOSIT-ON
               MOVE PAL-OWNER-PID TO WS-CREDIT-PID
               MOVE PAL-ACCOUNT TO WS-CREDIT-ACCOUNT
               MOVE CD08I-AMOUNT TO WS-CREDIT-AMOUNT
               MOVE WS-SENDER-NAME TO WS-CREDIT-FROM
               PERFORM CREDIT-RECIPIENT THRU CREDIT-RECIPIENT-EXIT
               IF WS-CREDIT-DONE
                   SET PXF-AUTO-DEPOSITED TO TRUE
                   MOVE AMS-OWNER-PID TO PXF-RECIP-PID
                   MOVE AMS-ACCOUNT TO PXF-RECIP-ACCOUNT
                   MOVE GBD-BUSINESS-DATE TO PXF-SETTLED-DATE
               END-IF
           END-IF
           .
           EXEC CICS WRITE FILE('P2PXFER')
                     FROM(P2PXFER-RECORD)
                     LENGTH(LENGTH OF P2PXFER-RECORD)
                     RIDFLD(PXF-REF-NO)
                     RESP(WS-RESP)
           END-EXEC
           .
           IF WS-ALIAS-LOCAL
               AND PXF-PENDING
               PERFORM QUEUE-WAITING-ALERT THRU
                   QUEUE-WAITING-ALERT-EXIT
           END-IF
           .
           MOVE PXF-STATUS TO CD08O-XFER-STATUS
           MOVE PXF-EXPIRY-DATE TO CD08O-EXPIRY-DATE
           SET CD08O-APPROVED TO TRUE
           IF PXF-AUTO-DEPOSITED
               MOVE 'Transfer sent and deposited' TO CD08O-MESSAGE
           ELSE
               MOVE 'Transfer sent - awaiting acceptance' TO
                   CD08O-MESSAGE
           END-IF
           .
       SEND-PROCESSING-EXIT.
           EXIT
           .
      *****************************************************************
      * Acceptance - only by the customer whose verified alias the    *
      * transfer was sent to, and only with the right answer.         *
      *****************************************************************
       ACCEPT-PROCESSING.
           MOVE CD08I-REF-NO TO PXF-REF-NO
           EXEC CICS READ FILE('P2PXFER')
                          UPDATE
                          INTO(P2PXFER-RECORD)
                          LENGTH(LENGTH OF P2PXFER-RECORD)
                          RIDFLD(PXF-REF-NO)
                          RESP(WS-RESP)
           END-EXEC
           .
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               MOVE 'Transfer not found' TO CD08O-MESSAGE
               GO TO ACCEPT-PROCESSING-EXIT
           END-IF
           .
           IF NOT PXF-PENDING
               EXEC CICS UNLOCK FILE('P2PXFER') END-EXEC
               MOVE 'Transfer is no longer waiting' TO CD08O-MESSAGE
               GO TO ACCEPT-PROCESSING-EXIT
           END-IF
           .
           MOVE PXF-ALIAS TO PAL-ALIAS
           EXEC CICS READ FILE('P2PALIAS')
                          INTO(P2PALIAS-RECORD)
                          LENGTH(LENGTH OF P2PALIAS-RECORD)
                          RIDFLD(PAL-ALIAS)
                          RESP(WS-RESP)
           END-EXEC
           .
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               OR NOT PAL-VERIFIED
               OR PAL-OWNER-PID IS NOT EQUAL TO CD08I-PERSON-PID
               EXEC CICS UNLOCK FILE('P2PXFER') END-EXEC
               MOVE 'Transfer is not addressed to you' TO
                   CD08O-MESSAGE
               GO TO ACCEPT-PROCESSING-EXIT
           END-IF
           .
           IF PXF-ANSWER-ATTEMPTS IS NOT LESS THAN WS-P2P-MAX-ATTEMPTS
               EXEC CICS UNLOCK FILE('P2PXFER') END-EXEC
               MOVE 'Too many wrong answers - transfer locked' TO
                   CD08O-MESSAGE
               GO TO ACCEPT-PROCESSING-EXIT
           END-IF
           .
      *****************************************************************
      * A transfer sent with no answer was meant for auto-deposit     *
      * and only waits because the deposit could not be made - the    *
      * alias owner takes it without one.                             *
      *****************************************************************
           MOVE CD08I-ANSWER TO WS-ANS-TEXT
           PERFORM HASH-ANSWER-VALUE THRU HASH-ANSWER-VALUE-EXIT
           IF PXF-ANSWER-HASH IS NOT EQUAL TO ZERO
               AND WS-ANS-HASH IS NOT EQUAL TO PXF-ANSWER-HASH
               ADD 1 TO PXF-ANSWER-ATTEMPTS
               EXEC CICS REWRITE FILE('P2PXFER')
                                 FROM(P2PXFER-RECORD)
                                 LENGTH(LENGTH OF P2PXFER-RECORD)
                                 RESP(WS-RESP)
               END-EXEC
               MOVE 'Security answer incorrect' TO CD08O-MESSAGE
               GO TO ACCEPT-PROCESSING-EXIT
           END-IF
           .
           MOVE CD08I-PERSON-PID TO WS-BNKCUST-RID
           EXEC CICS READ FILE('BNKCUST')
                          INTO(WS-BNKCUST-REC)
                          LENGTH(LENGTH OF WS-BNKCUST-REC)
                          RIDFLD(WS-BNKCUST-RID)
                          RESP(WS-RESP)
           END-EXEC
           .
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               OR BCS-REC-CLOSED
               EXEC CICS UNLOCK FILE('P2PXFER') END-EXEC
               MOVE 'Account closed' TO CD08O-MESSAGE
               GO TO ACCEPT-PROCESSING-EXIT
           END-IF
           .
           IF CD08I-ACCOUNT IS EQUAL TO SPACES
               MOVE PAL-OWNER-PID TO WS-CREDIT-PID
               MOVE PAL-ACCOUNT TO WS-CREDIT-ACCOUNT
           ELSE
               MOVE CD08I-PERSON-PID TO WS-CREDIT-PID
               MOVE CD08I-ACCOUNT TO WS-CREDIT-ACCOUNT
           END-IF
           MOVE PXF-AMOUNT TO WS-CREDIT-AMOUNT
           MOVE PXF-SENDER-NAME TO WS-CREDIT-FROM
           PERFORM CREDIT-RECIPIENT THRU CREDIT-RECIPIENT-EXIT
           .
           IF NOT WS-CREDIT-DONE
               EXEC CICS UNLOCK FILE('P2PXFER') END-EXEC
               MOVE WS-CREDIT-MSG TO CD08O-MESSAGE
               GO TO ACCEPT-PROCESSING-EXIT
           END-IF
           .
      *****************************************************************
      * An inbound transfer owes the network an acceptance notice,    *
      * which tonight's ACCTP2PB sends.                               *
      *****************************************************************
           SET PXF-ACCEPTED TO TRUE
           MOVE AMS-OWNER-PID TO PXF-RECIP-PID
           MOVE AMS-ACCOUNT TO PXF-RECIP-ACCOUNT
           MOVE GBD-BUSINESS-DATE TO PXF-SETTLED-DATE
           IF PXF-INBOUND
               SET PXF-NET-NOTICE-DUE TO TRUE
           END-IF
           .
           EXEC CICS REWRITE FILE('P2PXFER')
                             FROM(P2PXFER-RECORD)
                             LENGTH(LENGTH OF P2PXFER-RECORD)
                             RESP(WS-RESP)
           END-EXEC
           .
           MOVE AMS-BALANCE TO CD08O-BALANCE
           MOVE ATN-REF-NO TO CD08O-REF-NO
           MOVE PXF-STATUS TO CD08O-XFER-STATUS
           MOVE PXF-EXPIRY-DATE TO CD08O-EXPIRY-DATE
           SET CD08O-APPROVED TO TRUE
           MOVE 'Transfer accepted' TO CD08O-MESSAGE
           .
       ACCEPT-PROCESSING-EXIT.
           EXIT
           .
      *****************************************************************
      * Credit one recipient account - shared by auto-deposit and     *
      * acceptance. The co-owner fallback applies as on the debit.    *
      *****************************************************************
       CREDIT-RECIPIENT.
           MOVE 'N' TO WS-CREDIT-DONE-FLAG
           MOVE SPACES TO WS-CREDIT-MSG
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
           IF WS-RESP IS EQUAL TO DFHRESP(NOTFND)
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
               MOVE 'Receiving account not found' TO WS-CREDIT-MSG
               GO TO CREDIT-RECIPIENT-EXIT
           END-IF
           .
           IF AMS-HAS-CHECK-DIGIT
               SET CKD-FUNC-VALIDATE TO TRUE
               MOVE WS-CREDIT-ACCOUNT TO CKD-ACCOUNT
               CALL 'ACCTCKDG' USING CKDIGIT-REQUEST
               IF CKD-INVALID
                   EXEC CICS UNLOCK FILE('ACCTMST') END-EXEC
                   MOVE 'Account check digit bad' TO WS-CREDIT-MSG
                   GO TO CREDIT-RECIPIENT-EXIT
               END-IF
           END-IF
           .
           MOVE SPACES TO WS-BEFORE-ACCTMST
           MOVE ACCTMST-RECORD TO WS-BEFORE-ACCTMST
           ADD WS-CREDIT-AMOUNT TO AMS-BALANCE
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
               MOVE 'Update failed' TO WS-CREDIT-MSG
               GO TO CREDIT-RECIPIENT-EXIT
           END-IF
           .
           PERFORM JOURNAL-ACCTMST-IMAGE THRU
               JOURNAL-ACCTMST-IMAGE-EXIT
           .
           MOVE SPACES TO ACCTTRN-RECORD
           MOVE ZERO TO ATN-REF-NO
           OPEN EXTEND ACCTTRN-FILE
           IF WS-ACCTTRN-OK
               MOVE GBD-BUSINESS-DATE TO ATN-DATE
               MOVE WS-CURRENT-TIME TO ATN-TIME
               MOVE SPACES TO ATN-FROM-ACC
               MOVE SPACES TO ATN-FROM-PID
               MOVE AMS-OWNER-PID TO ATN-TO-PID
               MOVE AMS-ACCOUNT TO ATN-TO-ACC
               MOVE WS-CREDIT-AMOUNT TO ATN-AMOUNT
               SET ATN-TYPE-P2P-CREDIT TO TRUE
               MOVE ZERO TO ATN-FX-RATE
               STRING 'P2P from ' WS-CREDIT-FROM
                   DELIMITED BY SIZE INTO ATN-DESC
               CALL 'ACCTREFN' USING ATN-REF-NO
               WRITE ACCTTRN-RECORD
               CLOSE ACCTTRN-FILE
           END-IF
           .
           SET WS-CREDIT-DONE TO TRUE
           .
       CREDIT-RECIPIENT-EXIT.
           EXIT
           .
       LOG-SEND.
           MOVE SPACES TO ACCTTRN-RECORD
           MOVE ZERO TO ATN-REF-NO
           OPEN EXTEND ACCTTRN-FILE
           .
           IF NOT WS-ACCTTRN-OK
               GO TO LOG-SEND-EXIT
           END-IF
           .
           MOVE GBD-BUSINESS-DATE TO ATN-DATE
           MOVE WS-CURRENT-TIME TO ATN-TIME
           MOVE AMS-ACCOUNT TO ATN-FROM-ACC
           MOVE AMS-OWNER-PID TO ATN-FROM-PID
           IF WS-ALIAS-LOCAL
               MOVE PAL-OWNER-PID TO ATN-TO-PID
           ELSE
               MOVE SPACES TO ATN-TO-PID
           END-IF
           MOVE SPACES TO ATN-TO-ACC
           MOVE CD08I-AMOUNT TO ATN-AMOUNT
           SET ATN-TYPE-P2P-SEND TO TRUE
           MOVE ZERO TO ATN-FX-RATE
           MOVE SPACES TO ATN-DESC
           STRING 'P2P to ' CD08I-ALIAS
               DELIMITED BY SIZE INTO ATN-DESC
           .
           CALL 'ACCTREFN' USING ATN-REF-NO
           WRITE ACCTTRN-RECORD
           .
           CLOSE ACCTTRN-FILE
           .
       LOG-SEND-EXIT.
           EXIT
           .
      *****************************************************************
      * Tell the recipient money is waiting - the alert carries the   *
      * amount, never the question or the answer.                     *
      *****************************************************************
       QUEUE-WAITING-ALERT.
           OPEN EXTEND ALRTQUE-FILE
           IF NOT WS-ALRTQUE-OK
               GO TO QUEUE-WAITING-ALERT-EXIT
           END-IF
           MOVE SPACES TO ALRTQUE-RECORD
           MOVE WS-CURRENT-DATE TO AQU-DATE
           MOVE WS-CURRENT-TIME TO AQU-TIME
           MOVE PAL-OWNER-PID TO AQU-PID
           SET AQU-TYPE-P2P-WAITING TO TRUE
           MOVE PXF-AMOUNT TO AQU-AMOUNT
           MOVE 'Money transfer waiting for you' TO AQU-TEXT
           SET AQU-PENDING TO TRUE
           WRITE ALRTQUE-RECORD
           CLOSE ALRTQUE-FILE
           .
       QUEUE-WAITING-ALERT-EXIT.
           EXIT
           .
      *****************************************************************
      * The security answer is never stored - only this hash of it,   *
      * taken case-blind over all twenty positions in the ACCTPIN     *
      * multiply-and-fold manner, one character code at a time.       *
      *****************************************************************
       HASH-ANSWER-VALUE.
           MOVE FUNCTION UPPER-CASE(WS-ANS-TEXT) TO WS-ANS-TEXT
           MOVE 7919 TO WS-ANS-HASH
           PERFORM HASH-ONE-CHARACTER THRU HASH-ONE-CHARACTER-EXIT
               VARYING WS-ANS-IDX FROM 1 BY 1
               UNTIL WS-ANS-IDX IS GREATER THAN 20
           .
       HASH-ANSWER-VALUE-EXIT.
           EXIT
           .
       HASH-ONE-CHARACTER.
           MOVE WS-ANS-TEXT(WS-ANS-IDX:1) TO WS-ANS-CHAR
           COMPUTE WS-ANS-HASH-WORK =
                   (WS-ANS-HASH * 31) + WS-ANS-CHAR-CODE + 1009
           DIVIDE WS-ANS-HASH-WORK BY 999999937
               GIVING WS-ANS-HASH-QUOT
               REMAINDER WS-ANS-HASH
           .
       HASH-ONE-CHARACTER-EXIT.
           EXIT
           .
       SUM-ACTIVE-HOLDS.
           MOVE ZERO TO WS-HOLD-TOTAL
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
           IF HLD-ACTIVE
               ADD HLD-AMOUNT TO WS-HOLD-TOTAL
           END-IF
           .
       SUM-ONE-HOLD-EXIT.
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
           MOVE BRE-I-CD08I-ACTION TO CD08I-ACTION
           MOVE BRE-I-CD08I-PERSON-PID TO CD08I-PERSON-PID
           MOVE BRE-I-CD08I-ACCOUNT TO CD08I-ACCOUNT
           MOVE BRE-I-CD08I-ALIAS TO CD08I-ALIAS
           MOVE BRE-I-CD08I-AMOUNT TO CD08I-AMOUNT
           MOVE BRE-I-CD08I-QUESTION TO CD08I-QUESTION
           MOVE BRE-I-CD08I-ANSWER TO CD08I-ANSWER
           MOVE BRE-I-CD08I-REF-NO TO CD08I-REF-NO
           MOVE BRE-I-READ-ONLY-FLAG TO WS-READ-ONLY-FLAG
           MOVE SPACES TO CD08O-DATA
           MOVE ZERO TO CD08O-BALANCE
           MOVE ZERO TO CD08O-REF-NO
           MOVE ZERO TO CD08O-EXPIRY-DATE
           MOVE SPACES TO ACCTMST-RECORD
           MOVE SPACES TO P2PALIAS-RECORD
           MOVE ZERO TO ATN-REF-NO
           .
       BRE-COPY-OUTPUT-DATA.
           MOVE CD08O-APPROVED-FLAG TO BRE-O-CD08O-APPROVED-FLAG
           MOVE CD08O-MESSAGE TO BRE-O-CD08O-MESSAGE
           MOVE CD08O-BALANCE TO BRE-O-CD08O-BALANCE
           MOVE CD08O-REF-NO TO BRE-O-CD08O-REF-NO
           MOVE CD08O-XFER-STATUS TO BRE-O-CD08O-XFER-STATUS
           MOVE CD08O-EXPIRY-DATE TO BRE-O-CD08O-EXPIRY-DATE
           MOVE EIBRESP TO BRE-O-EIBRESP
           .
