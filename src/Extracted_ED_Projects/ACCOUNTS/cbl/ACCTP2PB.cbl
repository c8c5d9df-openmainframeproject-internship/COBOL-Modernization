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

001150***************************************************************** acctp2pb
001160* Program:     ACCTP2PB.CBL                                     * acctp2pb
001170* Function:    Nightly person-to-person transfer run against    * acctp2pb
001180*              the payment network. The inbound P2PIN file is   * acctp2pb
001190*              proved against its control trailer first, the    * acctp2pb
001200*              way ACCTWIRI proves WIREIN. A 'P' record for a   * acctp2pb
001210*              verified alias in our P2PALIAS registry is auto- * acctp2pb
001220*              deposited as a 'PC' posting, or left waiting on  * acctp2pb
001230*              P2PXFER for the customer to accept, with an      * acctp2pb
001240*              alert queued; one for an alias we do not hold is * acctp2pb
001250*              returned. An 'A' record closes one of our        * acctp2pb
001260*              outbound transfers as accepted. An 'R' record    * acctp2pb
001270*              refunds the sender as a 'PX' posting. Every      * acctp2pb
001280*              transfer still waiting after its expiry date is  * acctp2pb
001290*              then expired: an outbound one is refunded to the * acctp2pb
001300*              sender, and an inbound one is returned to the    * acctp2pb
001310*              network. Last, the P2POUT file is cut with our   * acctp2pb
001320*              new outbound transfers and the acceptance,       * acctp2pb
001330*              return and cancellation notices the network is   * acctp2pb
001340*              owed, closed by a control trailer. A refund      * acctp2pb
001350*              whose account is gone falls into SUSPMST as a    * acctp2pb
001360*              'PU' exception instead of being lost.            * acctp2pb
001370***************************************************************** acctp2pb
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTP2PB.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT P2PIN-FILE ASSIGN TO "P2PIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-P2PIN-STATUS.
           SELECT P2POUT-FILE ASSIGN TO "P2POUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-P2POUT-STATUS.
           SELECT P2PXFER-FILE ASSIGN TO "P2PXFER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PXF-REF-NO
               FILE STATUS IS WS-P2PXFER-STATUS.
           SELECT P2PALIAS-FILE ASSIGN TO "P2PALIAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PAL-ALIAS
               FILE STATUS IS WS-P2PALIAS-STATUS.
           SELECT ACCTMST-FILE ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AMS-KEY
               FILE STATUS IS WS-ACCTMST-STATUS.
           SELECT ACCTTRN-FILE ASSIGN TO "ACCTTRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCTTRN-STATUS.
           SELECT SUSPMST-FILE ASSIGN TO "SUSPMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUS-KEY
               FILE STATUS IS WS-SUSPMST-STATUS.
           SELECT ALRTQUE-FILE ASSIGN TO "ALRTQUE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALRTQUE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD P2PIN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CP2PIN.

       FD P2POUT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CP2POUT.

       FD P2PXFER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CP2PXFR.

       FD P2PALIAS-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CP2PALS.

       FD ACCTMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CACCTMST.

       FD ACCTTRN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CACCTTRN.

       FD SUSPMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CSUSPNSE.

       FD ALRTQUE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CALRTQUE.

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'ACCTP2PB'.
         05 WS-P2PIN-STATUS PIC X(2).
           88 WS-P2PIN-OK VALUE '00'.
         05 WS-P2POUT-STATUS PIC X(2).
           88 WS-P2POUT-OK VALUE '00'.
         05 WS-P2PXFER-STATUS PIC X(2).
           88 WS-P2PXFER-OK VALUE '00'.
         05 WS-P2PALIAS-STATUS PIC X(2).
           88 WS-P2PALIAS-OK VALUE '00'.
         05 WS-ACCTMST-STATUS PIC X(2).
           88 WS-ACCTMST-OK VALUE '00'.
         05 WS-ACCTTRN-STATUS PIC X(2).
           88 WS-ACCTTRN-OK VALUE '00'.
         05 WS-SUSPMST-STATUS PIC X(2).
           88 WS-SUSPMST-OK VALUE '00'.
         05 WS-ALRTQUE-STATUS PIC X(2).
           88 WS-ALRTQUE-OK VALUE '00'.
         05 WS-P2PIN-EOF-FLAG PIC X(1).
           88 WS-P2PIN-EOF VALUE 'Y'.
         05 WS-P2PXFER-EOF-FLAG PIC X(1).
           88 WS-P2PXFER-EOF VALUE 'Y'.
         05 WS-P2PIN-PRESENT-FLAG PIC X(1) VALUE 'Y'.
           88 WS-P2PIN-PRESENT VALUE 'Y'.
         05 WS-VAL-ITEM-COUNT PIC 9(6) VALUE ZERO.
         05 WS-VAL-AMOUNT-TOTAL PIC 9(11)V99 VALUE ZERO.
         05 WS-CTL-SEEN-FLAG PIC X(1) VALUE 'N'.
           88 WS-CTL-SEEN VALUE 'Y'.
         05 WS-CTL-COUNT PIC 9(6) VALUE ZERO.
         05 WS-CTL-AMOUNT PIC 9(11)V99 VALUE ZERO.
         05 WS-OUT-COUNT PIC 9(6) VALUE ZERO.
         05 WS-OUT-AMOUNT PIC 9(11)V99 VALUE ZERO.
         05 WS-INBOUND-COUNT PIC 9(6) VALUE ZERO.
         05 WS-DEPOSITED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-WAITING-COUNT PIC 9(6) VALUE ZERO.
         05 WS-RETURNED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-ACCEPTED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-REFUNDED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-EXPIRED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-UNMATCHED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-SUSPENSE-COUNT PIC 9(6) VALUE ZERO.
         05 WS-P2P-EXPIRY-DAYS PIC 9(2) VALUE 30.
         05 WS-NEW-REF PIC 9(12).
         05 WS-ROW-CHANGED-FLAG PIC X(1).
           88 WS-ROW-CHANGED VALUE 'Y'.
         05 WS-POSTING-DONE-FLAG PIC X(1).
           88 WS-POSTING-DONE VALUE 'Y'.
         05 WS-POST-PID PIC X(5).
         05 WS-POST-ACCOUNT PIC X(9).
         05 WS-POST-AMOUNT PIC S9(7)V99.
         05 WS-POST-DESC PIC X(20).
         05 WS-POST-TYPE PIC X(2).
         05 WS-OUT-TYPE PIC X(1).
         05 WS-SUSPENSE-AMOUNT PIC S9(7)V99.
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

       01 WS-JOURNAL-WORK.
         05 WS-BEFORE-ACCTMST PIC X(250).
       COPY CMSTJNLQ.

       COPY CGETBDTQ.

       COPY CRUNCTLQ.

       PROCEDURE DIVISION.
       000-START-PROCESSING.
           MOVE 'S' TO RCQ-FUNCTION
           MOVE 'ACCTP2PB' TO RCQ-JOB-NAME
           MOVE SPACES TO RCQ-PREREQ-JOB
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           IF RCQ-REPLY-REFUSED
               DISPLAY 'Run control refused start: ' RCQ-REPLY-MSG
               STOP RUN
           END-IF
           .
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           CALL 'GETBDTE' USING GETBDTE-REQUEST
           .
      *****************************************************************
      * No inbound file from the network is a quiet night, not an     *
      * error - expiries and our own sends still go. A file that is   *
      * there must prove to its trailer before anything posts.        *
      *****************************************************************
           PERFORM VALIDATE-P2PIN-CONTROLS THRU
               VALIDATE-P2PIN-CONTROLS-EXIT
           IF WS-P2PIN-PRESENT
               IF NOT WS-CTL-SEEN
                   OR WS-CTL-COUNT IS NOT EQUAL TO WS-VAL-ITEM-COUNT
                   OR WS-CTL-AMOUNT IS NOT EQUAL TO
                       WS-VAL-AMOUNT-TOTAL
                   DISPLAY 'P2PIN file out of proof - nothing posted'
                   MOVE 'E' TO RCQ-FUNCTION
                   MOVE ZERO TO RCQ-REC-COUNT
                   MOVE 'F' TO RCQ-OUTCOME
                   CALL 'RUNCTL' USING RUNCTL-REQUEST
                   STOP RUN
               END-IF
           ELSE
               DISPLAY 'No P2PIN file - no inbound transfers tonight'
           END-IF
           .
           OPEN OUTPUT P2POUT-FILE
           OPEN I-O P2PXFER-FILE
           IF NOT WS-P2PXFER-OK
               OPEN OUTPUT P2PXFER-FILE
               CLOSE P2PXFER-FILE
               OPEN I-O P2PXFER-FILE
           END-IF
           OPEN INPUT P2PALIAS-FILE
           OPEN I-O ACCTMST-FILE
           OPEN EXTEND ACCTTRN-FILE
           OPEN I-O SUSPMST-FILE
           IF NOT WS-SUSPMST-OK
               OPEN OUTPUT SUSPMST-FILE
               CLOSE SUSPMST-FILE
               OPEN I-O SUSPMST-FILE
           END-IF
           .
           IF WS-P2PIN-PRESENT
               OPEN INPUT P2PIN-FILE
               MOVE 'N' TO WS-P2PIN-EOF-FLAG
               PERFORM UNTIL WS-P2PIN-EOF
                   READ P2PIN-FILE
                       AT END
                           SET WS-P2PIN-EOF TO TRUE
                       NOT AT END
                           PERFORM POST-ONE-INBOUND THRU
                               POST-ONE-INBOUND-EXIT
                   END-READ
               END-PERFORM
               CLOSE P2PIN-FILE
           END-IF
           .
      *****************************************************************
      * One pass over every transfer - expire what has waited too     *
      * long, then put on the outbound file whatever the network is   *
      * still owed for the row, including tonight's expiries.         *
      *****************************************************************
           MOVE 'N' TO WS-P2PXFER-EOF-FLAG
           MOVE LOW-VALUES TO PXF-REF-NO
           START P2PXFER-FILE KEY IS NOT LESS THAN PXF-REF-NO
               INVALID KEY
                   SET WS-P2PXFER-EOF TO TRUE
           END-START
           .
           PERFORM UNTIL WS-P2PXFER-EOF
               READ P2PXFER-FILE NEXT RECORD
                   AT END
                       SET WS-P2PXFER-EOF TO TRUE
                   NOT AT END
                       PERFORM SERVICE-ONE-TRANSFER THRU
                           SERVICE-ONE-TRANSFER-EXIT
               END-READ
           END-PERFORM
           .
           MOVE SPACES TO P2POUT-RECORD
           SET POU-CONTROL-RECORD TO TRUE
           MOVE WS-OUT-COUNT TO POT-ITEM-COUNT
           MOVE WS-OUT-AMOUNT TO POT-AMOUNT-TOTAL
           WRITE P2POUT-RECORD
           .
           CLOSE P2POUT-FILE
           CLOSE P2PXFER-FILE
           CLOSE P2PALIAS-FILE
           CLOSE ACCTMST-FILE
           CLOSE ACCTTRN-FILE
           CLOSE SUSPMST-FILE
           .
           DISPLAY WS-INBOUND-COUNT ' inbound record(s), '
               WS-DEPOSITED-COUNT ' auto-deposited, '
               WS-WAITING-COUNT ' waiting, '
               WS-RETURNED-COUNT ' returned'
           DISPLAY WS-ACCEPTED-COUNT ' accepted, '
               WS-REFUNDED-COUNT ' refunded, '
               WS-EXPIRED-COUNT ' expired, '
               WS-UNMATCHED-COUNT ' unmatched, '
               WS-SUSPENSE-COUNT ' to suspense'
           DISPLAY WS-OUT-COUNT ' record(s) to P2POUT'
           .
           MOVE 'E' TO RCQ-FUNCTION
           MOVE WS-INBOUND-COUNT TO RCQ-REC-COUNT
           MOVE 'C' TO RCQ-OUTCOME
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           .
           STOP RUN
           .
       POST-ONE-INBOUND.
           IF PIN-CONTROL-RECORD
               GO TO POST-ONE-INBOUND-EXIT
           END-IF
           .
           ADD 1 TO WS-INBOUND-COUNT
           .
           IF PIN-PAYMENT
               PERFORM RECEIVE-ONE-PAYMENT THRU
                   RECEIVE-ONE-PAYMENT-EXIT
               GO TO POST-ONE-INBOUND-EXIT
           END-IF
           .
           MOVE PIN-REF-NO TO PXF-REF-NO
           READ P2PXFER-FILE
               INVALID KEY
                   MOVE 'N' TO PXF-DIRECTION
           END-READ
           .
           IF NOT PXF-OUTBOUND
               OR NOT PXF-PENDING
               OR NOT PXF-NET-AWAITING
               ADD 1 TO WS-UNMATCHED-COUNT
               DISPLAY 'Unmatched network notice ' PIN-TYPE ' '
                   PIN-REF-NO
               IF PIN-RETURNED
                   MOVE SPACES TO SUS-OWNER-PID
                   MOVE SPACES TO SUS-ACCOUNT
                   MOVE PIN-AMOUNT TO WS-SUSPENSE-AMOUNT
                   PERFORM RAISE-ONE-SUSPENSE THRU
                       RAISE-ONE-SUSPENSE-EXIT
               END-IF
               GO TO POST-ONE-INBOUND-EXIT
           END-IF
           .
           IF PIN-ACCEPTED
               SET PXF-ACCEPTED TO TRUE
               MOVE GBD-BUSINESS-DATE TO PXF-SETTLED-DATE
               SET PXF-NET-CLOSED TO TRUE
               REWRITE P2PXFER-RECORD
               ADD 1 TO WS-ACCEPTED-COUNT
               GO TO POST-ONE-INBOUND-EXIT
           END-IF
           .
      *****************************************************************
      * Declined or undeliverable at the other institution - the      *
      * money comes back to the sender now, not at expiry.            *
      *****************************************************************
           IF PIN-RETURNED
               MOVE 'P2P returned' TO WS-POST-DESC
               PERFORM REFUND-SENDER THRU REFUND-SENDER-EXIT
               SET PXF-RETURNED TO TRUE
               MOVE GBD-BUSINESS-DATE TO PXF-SETTLED-DATE
               SET PXF-NET-CLOSED TO TRUE
               REWRITE P2PXFER-RECORD
               GO TO POST-ONE-INBOUND-EXIT
           END-IF
           .
           ADD 1 TO WS-UNMATCHED-COUNT
           .
       POST-ONE-INBOUND-EXIT.
           EXIT
           .
      *****************************************************************
      * A transfer from another institution to one of our aliases.    *
      * It gets its own P2PXFER row under a fresh reference whatever  *
      * becomes of it, so the notice owed back to the network is cut  *
      * by the same pass that cuts every other one.                   *
      *****************************************************************
       RECEIVE-ONE-PAYMENT.
           CALL 'ACCTREFN' USING WS-NEW-REF
           MOVE SPACES TO P2PXFER-RECORD
           MOVE WS-NEW-REF TO PXF-REF-NO
           SET PXF-INBOUND TO TRUE
           MOVE FUNCTION UPPER-CASE(PIN-ALIAS) TO PXF-ALIAS
           MOVE PIN-SENDER-NAME TO PXF-SENDER-NAME
           MOVE PIN-AMOUNT TO PXF-AMOUNT
           MOVE PIN-QUESTION TO PXF-QUESTION
           MOVE PIN-ANSWER-HASH TO PXF-ANSWER-HASH
           MOVE ZERO TO PXF-ANSWER-ATTEMPTS
           MOVE PIN-NETWORK-REF TO PXF-NETWORK-REF
           MOVE ZERO TO PXF-SETTLED-DATE
           IF PIN-SEND-DATE IS NUMERIC
               AND PIN-SEND-DATE IS GREATER THAN ZERO
               MOVE PIN-SEND-DATE TO PXF-SEND-DATE
           ELSE
               MOVE GBD-BUSINESS-DATE TO PXF-SEND-DATE
           END-IF
           MOVE PXF-SEND-DATE TO WS-NEXT-DATE-N
           PERFORM STEP-ONE-DAY THRU STEP-ONE-DAY-EXIT
               WS-P2P-EXPIRY-DAYS TIMES
           MOVE WS-NEXT-DATE-N TO PXF-EXPIRY-DATE
           SET PXF-PENDING TO TRUE
           SET PXF-NET-AWAITING TO TRUE
           .
           MOVE PXF-ALIAS TO PAL-ALIAS
           READ P2PALIAS-FILE
               INVALID KEY
                   SET PAL-CANCELLED TO TRUE
           END-READ
           .
           IF NOT PAL-VERIFIED
               SET PXF-RETURNED TO TRUE
               MOVE GBD-BUSINESS-DATE TO PXF-SETTLED-DATE
               SET PXF-NET-NOTICE-DUE TO TRUE
               WRITE P2PXFER-RECORD
               ADD 1 TO WS-RETURNED-COUNT
               GO TO RECEIVE-ONE-PAYMENT-EXIT
           END-IF
           .
           IF PAL-AUTO-DEPOSIT-ON
               MOVE PAL-OWNER-PID TO WS-POST-PID
               MOVE PAL-ACCOUNT TO WS-POST-ACCOUNT
               MOVE PXF-AMOUNT TO WS-POST-AMOUNT
               MOVE SPACES TO WS-POST-DESC
               STRING 'P2P from ' PXF-SENDER-NAME
                   DELIMITED BY SIZE INTO WS-POST-DESC
               MOVE 'PC' TO WS-POST-TYPE
               PERFORM POST-ONE-CREDIT THRU POST-ONE-CREDIT-EXIT
               IF WS-POSTING-DONE
                   SET PXF-AUTO-DEPOSITED TO TRUE
                   MOVE PAL-OWNER-PID TO PXF-RECIP-PID
                   MOVE PAL-ACCOUNT TO PXF-RECIP-ACCOUNT
                   MOVE GBD-BUSINESS-DATE TO PXF-SETTLED-DATE
                   SET PXF-NET-NOTICE-DUE TO TRUE
                   WRITE P2PXFER-RECORD
                   ADD 1 TO WS-DEPOSITED-COUNT
                   GO TO RECEIVE-ONE-PAYMENT-EXIT
               END-IF
           END-IF
           .
           WRITE P2PXFER-RECORD
           ADD 1 TO WS-WAITING-COUNT
           PERFORM QUEUE-WAITING-ALERT THRU QUEUE-WAITING-ALERT-EXIT
           .
       RECEIVE-ONE-PAYMENT-EXIT.
           EXIT
           .
       SERVICE-ONE-TRANSFER.
           MOVE 'N' TO WS-ROW-CHANGED-FLAG
           .
           IF PXF-PENDING
               AND PXF-EXPIRY-DATE IS LESS THAN GBD-BUSINESS-DATE
               PERFORM EXPIRE-ONE-TRANSFER THRU
                   EXPIRE-ONE-TRANSFER-EXIT
               SET WS-ROW-CHANGED TO TRUE
           END-IF
           .
           IF PXF-NET-SEND-DUE
               MOVE 'P' TO WS-OUT-TYPE
               PERFORM WRITE-ONE-OUTBOUND THRU
                   WRITE-ONE-OUTBOUND-EXIT
               SET PXF-NET-AWAITING TO TRUE
               SET WS-ROW-CHANGED TO TRUE
           END-IF
           .
      *****************************************************************
      * The notice follows from the row's state: an inbound transfer  *
      * taken here is an acceptance and one that was not is a return; *
      * an outbound one still open at the network is a cancellation.  *
      *****************************************************************
           IF PXF-NET-NOTICE-DUE
               IF PXF-INBOUND
                   IF PXF-ACCEPTED OR PXF-AUTO-DEPOSITED
                       MOVE 'A' TO WS-OUT-TYPE
                   ELSE
                       MOVE 'R' TO WS-OUT-TYPE
                   END-IF
               ELSE
                   MOVE 'X' TO WS-OUT-TYPE
               END-IF
               PERFORM WRITE-ONE-OUTBOUND THRU
                   WRITE-ONE-OUTBOUND-EXIT
               SET PXF-NET-CLOSED TO TRUE
               SET WS-ROW-CHANGED TO TRUE
           END-IF
           .
           IF WS-ROW-CHANGED
               REWRITE P2PXFER-RECORD
           END-IF
           .
       SERVICE-ONE-TRANSFER-EXIT.
           EXIT
           .
      *****************************************************************
      * Unaccepted past its expiry date. Our own customer's money     *
      * goes back to them; money from another institution goes back   *
      * through the network, which refunds its own customer.          *
      *****************************************************************
       EXPIRE-ONE-TRANSFER.
           IF PXF-OUTBOUND
               MOVE 'P2P expired' TO WS-POST-DESC
               PERFORM REFUND-SENDER THRU REFUND-SENDER-EXIT
           END-IF
           .
           SET PXF-EXPIRED TO TRUE
           MOVE GBD-BUSINESS-DATE TO PXF-SETTLED-DATE
           IF PXF-INBOUND
               OR PXF-NET-AWAITING
               SET PXF-NET-NOTICE-DUE TO TRUE
           END-IF
           ADD 1 TO WS-EXPIRED-COUNT
           .
       EXPIRE-ONE-TRANSFER-EXIT.
           EXIT
           .
       REFUND-SENDER.
           MOVE PXF-SENDER-PID TO WS-POST-PID
           MOVE PXF-SENDER-ACCOUNT TO WS-POST-ACCOUNT
           MOVE PXF-AMOUNT TO WS-POST-AMOUNT
           MOVE 'PX' TO WS-POST-TYPE
           PERFORM POST-ONE-CREDIT THRU POST-ONE-CREDIT-EXIT
           .
           IF WS-POSTING-DONE
               ADD 1 TO WS-REFUNDED-COUNT
           ELSE
               MOVE PXF-SENDER-PID TO SUS-OWNER-PID
               MOVE PXF-SENDER-ACCOUNT TO SUS-ACCOUNT
               MOVE PXF-AMOUNT TO WS-SUSPENSE-AMOUNT
               PERFORM RAISE-ONE-SUSPENSE THRU
                   RAISE-ONE-SUSPENSE-EXIT
           END-IF
           .
       REFUND-SENDER-EXIT.
           EXIT
           .
      *****************************************************************
      * Credit one account with the ACCTTRN type the caller has set   *
      * in WS-POST-TYPE - 'PC' for money received, 'PX' for a refund. *
      *****************************************************************
       POST-ONE-CREDIT.
           MOVE 'N' TO WS-POSTING-DONE-FLAG
           MOVE WS-POST-PID TO AMS-OWNER-PID
           MOVE WS-POST-ACCOUNT TO AMS-ACCOUNT
           READ ACCTMST-FILE
               INVALID KEY
                   GO TO POST-ONE-CREDIT-EXIT
           END-READ
           .
           MOVE ACCTMST-RECORD TO WS-BEFORE-ACCTMST
           ADD WS-POST-AMOUNT TO AMS-BALANCE
           MOVE WS-CURRENT-DATE TO AMS-LAST-DATE
           SET AMS-TXN-PRESENT TO TRUE
           REWRITE ACCTMST-RECORD
           PERFORM JOURNAL-ACCTMST-IMAGE THRU
               JOURNAL-ACCTMST-IMAGE-EXIT
           .
           MOVE SPACES TO ACCTTRN-RECORD
           MOVE GBD-BUSINESS-DATE TO ATN-DATE
           MOVE WS-CURRENT-TIME TO ATN-TIME
           MOVE SPACES TO ATN-FROM-ACC
           MOVE SPACES TO ATN-FROM-PID
           MOVE WS-POST-PID TO ATN-TO-PID
           MOVE WS-POST-ACCOUNT TO ATN-TO-ACC
           MOVE WS-POST-AMOUNT TO ATN-AMOUNT
           MOVE WS-POST-TYPE TO ATN-TYPE
           MOVE WS-POST-DESC TO ATN-DESC
           MOVE ZERO TO ATN-FX-RATE
           CALL 'ACCTREFN' USING ATN-REF-NO
           WRITE ACCTTRN-RECORD
           .
           SET WS-POSTING-DONE TO TRUE
           .
       POST-ONE-CREDIT-EXIT.
           EXIT
           .
       WRITE-ONE-OUTBOUND.
           MOVE SPACES TO P2POUT-RECORD
           MOVE WS-OUT-TYPE TO POU-TYPE
           MOVE PXF-NETWORK-REF TO POU-NETWORK-REF
           MOVE PXF-REF-NO TO POU-REF-NO
           MOVE PXF-ALIAS TO POU-ALIAS
           MOVE PXF-AMOUNT TO POU-AMOUNT
           MOVE PXF-SENDER-NAME TO POU-SENDER-NAME
           MOVE ZERO TO POU-ANSWER-HASH
           IF POU-PAYMENT
               MOVE PXF-QUESTION TO POU-QUESTION
               MOVE PXF-ANSWER-HASH TO POU-ANSWER-HASH
           END-IF
           MOVE PXF-SEND-DATE TO POU-SEND-DATE
           WRITE P2POUT-RECORD
           .
           ADD 1 TO WS-OUT-COUNT
           ADD PXF-AMOUNT TO WS-OUT-AMOUNT
           .
       WRITE-ONE-OUTBOUND-EXIT.
           EXIT
           .
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
      * The ACCTWIRI suspense convention - one aged row per account   *
      * and reason, refreshed if the same break comes back.           *
      *****************************************************************
       RAISE-ONE-SUSPENSE.
           MOVE 'PU' TO SUS-REASON-CODE
           READ SUSPMST-FILE
               INVALID KEY
                   MOVE WS-SUSPENSE-AMOUNT TO SUS-AMOUNT
                   MOVE WS-CURRENT-DATE TO SUS-RAISED-DATE
                   MOVE WS-CURRENT-DATE TO SUS-LAST-SEEN-DATE
                   SET SUS-OPEN TO TRUE
                   MOVE SPACES TO SUS-APPROVED-BY
                   MOVE ZERO TO SUS-ADJUSTED-DATE
                   WRITE SUSPMST-RECORD
                   ADD 1 TO WS-SUSPENSE-COUNT
                   GO TO RAISE-ONE-SUSPENSE-EXIT
           END-READ
           .
           MOVE WS-SUSPENSE-AMOUNT TO SUS-AMOUNT
           MOVE WS-CURRENT-DATE TO SUS-LAST-SEEN-DATE
           IF SUS-ADJUSTED
               SET SUS-OPEN TO TRUE
           END-IF
           REWRITE SUSPMST-RECORD
           ADD 1 TO WS-SUSPENSE-COUNT
           .
       RAISE-ONE-SUSPENSE-EXIT.
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
       VALIDATE-P2PIN-CONTROLS.
           OPEN INPUT P2PIN-FILE
           IF NOT WS-P2PIN-OK
               MOVE 'N' TO WS-P2PIN-PRESENT-FLAG
               GO TO VALIDATE-P2PIN-CONTROLS-EXIT
           END-IF
           MOVE 'N' TO WS-P2PIN-EOF-FLAG
           PERFORM UNTIL WS-P2PIN-EOF
               READ P2PIN-FILE
                   AT END
                       SET WS-P2PIN-EOF TO TRUE
                   NOT AT END
                       IF PIN-CONTROL-RECORD
                           SET WS-CTL-SEEN TO TRUE
                           MOVE PNT-ITEM-COUNT TO WS-CTL-COUNT
                           MOVE PNT-AMOUNT-TOTAL TO WS-CTL-AMOUNT
                       ELSE
                           ADD 1 TO WS-VAL-ITEM-COUNT
                           ADD PIN-AMOUNT TO WS-VAL-AMOUNT-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE P2PIN-FILE
           .
       VALIDATE-P2PIN-CONTROLS-EXIT.
           EXIT
           .
