001150***************************************************************** acctwire
001160* Program:     ACCTWIRE.CBL                                     * acctwire
001170* Function:    Wire capture - applies the day's WIREREQ wire    * acctwire
001180*              requests the way ACCTHOLD applies HOLDREQ. Each  * acctwire
001190*              accepted request debits the customer's ACCTMST   * acctwire
001200*              account (available balance: ledger plus          * acctwire
001210*              overdraft facility, the ACCTCHQP test) and       * acctwire
001220*              queues the wire on WIREMST under a fresh         * acctwire
001230*              ACCTREFN reference for ACCTWIRO to cut onto the  * acctwire
001240*              night's outbound file. The money leaves the      * acctwire
001250*              customer the moment the wire is accepted, so a   * acctwire
001260*              request the account cannot cover is refused, and * acctwire
001261*              so is one VELOCHK refuses - an active fraud hold * acctwire
001262*              or a breached wire velocity rule. The request    * acctwire
001263*              also carries what an ISO 20022 credit transfer   * acctwire
001264*              needs - the creditor's full name and structured  * acctwire
001265*              address, the account being paid, a purpose code  * acctwire
001266*              and remittance information - and one without the * acctwire
001267*              creditor's name, town, country, account or       * acctwire
001268*              purpose is refused. The debtor's name and        * acctwire
001269*              address are taken from BNKCUST and stored on     * acctwire
001270*              WIREMST with the rest.                           * acctwire
001271*              A wire on an account with a SGNMAND signing      * acctwire
001272*              mandate is passed to MANDCHK with the WRQ-       * acctwire
001273*              SIGNER-PID who asked for it; one that signer     * acctwire
001274*              cannot carry alone is held on MANDPND for the    * acctwire
001275*              other signers and not captured. Wires the        * acctwire
001276*              signers have since released are captured at the  * acctwire
001277*              start of the next run from the request image     * acctwire
001278*              kept with the item.                              * acctwire
001279***************************************************************** acctwire
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTWIRE.

           SELECT ACCTTRN-FILE ASSIGN TO "ACCTTRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCTTRN-STATUS.
           SELECT BNKCUST-FILE ASSIGN TO "BNKCUST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BCS-REC-PID
               FILE STATUS IS WS-BNKCUST-STATUS.

       DATA DIVISION.
       FILE SECTION.
         05 WRQ-AMOUNT PIC 9(7)V99.
         05 WRQ-CORR-ROUTING PIC X(9).
         05 WRQ-BENEFICIARY PIC X(25).
         05 WRQ-CREDITOR.
           10 WRQ-CDTR-NAME PIC X(70).
           10 WRQ-CDTR-STREET PIC X(70).
           10 WRQ-CDTR-POST-CODE PIC X(16).
           10 WRQ-CDTR-TOWN PIC X(35).
           10 WRQ-CDTR-SUBDIVISION PIC X(35).
           10 WRQ-CDTR-COUNTRY PIC X(2).
           10 WRQ-CDTR-ACCOUNT PIC X(34).
         05 WRQ-PURPOSE-CODE PIC X(4).
         05 WRQ-REMIT-INFO PIC X(140).
         05 WRQ-SIGNER-PID PIC X(5).

       FD WIREMST-FILE
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
       COPY CACCTTRN.

       FD BNKCUST-FILE
           LABEL RECORDS ARE STANDARD.
       01 BNKCUST-RECORD.
       COPY CBANKVCS.

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'ACCTWIRE'.
           88 WS-ACCTMST-OK VALUE '00'.
         05 WS-ACCTTRN-STATUS PIC X(2).
           88 WS-ACCTTRN-OK VALUE '00'.
         05 WS-BNKCUST-STATUS PIC X(2).
           88 WS-BNKCUST-OK VALUE '00'.
         05 WS-WIREREQ-EOF-FLAG PIC X(1).
           88 WS-WIREREQ-EOF VALUE 'Y'.
         05 WS-REQ-COUNT PIC 9(6) VALUE ZERO.
         05 WS-QUEUED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-REFUSED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-HELD-COUNT PIC 9(6) VALUE ZERO.
         05 WS-RELEASED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-RELEASED-FLAG PIC X(1) VALUE 'N'.
           88 WS-RELEASED-ITEM VALUE 'Y'.
         05 WS-RELEASED-DONE-FLAG PIC X(1) VALUE 'N'.
           88 WS-RELEASED-DONE VALUE 'Y'.
         05 WS-MANDATE-REF PIC 9(12) VALUE ZERO.
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).

       COPY CLIQPOSQ.

       COPY CVELOCKQ.

       COPY CGETBDTQ.

       COPY CRUNCTLQ.

       COPY CMANDCKQ.

       PROCEDURE DIVISION.
       000-START-PROCESSING.
           MOVE 'S' TO RCQ-FUNCTION
           END-IF
           OPEN I-O ACCTMST-FILE
           OPEN EXTEND ACCTTRN-FILE
           OPEN INPUT BNKCUST-FILE
           .
      *****************************************************************
      * Wires held for a signing mandate and since released by the    *
      * other signers are captured first, from the request image kept *
      * with the held item.                                           *
      *****************************************************************
           SET WS-RELEASED-ITEM TO TRUE
           PERFORM UNTIL WS-RELEASED-DONE
               MOVE SPACES TO MANDCHK-REQUEST
               SET MCQ-FUNC-NEXT-RELEASED TO TRUE
               MOVE 'WIRE' TO MCQ-CHANNEL
               MOVE WS-MANDATE-REF TO MCQ-REF-NO
               MOVE ZERO TO MCQ-AMOUNT
               MOVE GBD-BUSINESS-DATE TO MCQ-DATE
               CALL 'MANDCHK' USING MANDCHK-REQUEST
               IF MCQ-CLEAR
                   MOVE MCQ-REF-NO TO WS-MANDATE-REF
                   MOVE MCQ-ITEM-IMAGE TO WIREREQ-RECORD
                   ADD 1 TO WS-RELEASED-COUNT
                   PERFORM CAPTURE-ONE-WIRE THRU
                       CAPTURE-ONE-WIRE-EXIT
               ELSE
                   SET WS-RELEASED-DONE TO TRUE
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-RELEASED-FLAG
           MOVE ZERO TO WS-MANDATE-REF
           .
           PERFORM UNTIL WS-WIREREQ-EOF
               READ WIREREQ-FILE
           CLOSE WIREMST-FILE
           CLOSE ACCTMST-FILE
           CLOSE ACCTTRN-FILE
           CLOSE BNKCUST-FILE
           .
           DISPLAY WS-REQ-COUNT ' wire request(s) read, '
               WS-QUEUED-COUNT ' queued, '
               WS-REFUSED-COUNT ' refused, '
               WS-HELD-COUNT ' held for signers, '
               WS-RELEASED-COUNT ' released by signers'
           .
           MOVE 'E' TO RCQ-FUNCTION
           MOVE WS-REQ-COUNT TO RCQ-REC-COUNT
           STOP RUN
           .
       CAPTURE-ONE-WIRE.
           IF NOT WS-RELEASED-ITEM
               ADD 1 TO WS-REQ-COUNT
           END-IF
           .
           IF WRQ-AMOUNT IS NOT GREATER THAN ZERO
               ADD 1 TO WS-REFUSED-COUNT
               GO TO CAPTURE-ONE-WIRE-EXIT
           END-IF
           .
      *****************************************************************
      * The ISO 20022 credit transfer ACCTWIRO cuts cannot go without *
      * the creditor's name, town and country, the account being paid *
      * and the purpose code - a request missing any is refused here  *
      * rather than rejected by the correspondent after the customer  *
      * has been debited.                                             *
      *****************************************************************
           IF WRQ-CDTR-NAME IS EQUAL TO SPACES
               OR WRQ-CDTR-TOWN IS EQUAL TO SPACES
               OR WRQ-CDTR-COUNTRY IS EQUAL TO SPACES
               OR WRQ-CDTR-ACCOUNT IS EQUAL TO SPACES
               OR WRQ-PURPOSE-CODE IS EQUAL TO SPACES
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY 'Wire refused - creditor details incomplete '
                   WRQ-OWNER-PID ' ' WRQ-ACCOUNT
               GO TO CAPTURE-ONE-WIRE-EXIT
           END-IF
           .
           MOVE WRQ-OWNER-PID TO BCS-REC-PID
           READ BNKCUST-FILE
               INVALID KEY
                   ADD 1 TO WS-REFUSED-COUNT
                   DISPLAY 'Wire refused - no customer '
                       WRQ-OWNER-PID
                   GO TO CAPTURE-ONE-WIRE-EXIT
           END-READ
           .
      *****************************************************************
      * Velocity check before the money leaves - an active fraud hold *
      * or a breached wire rule refuses the request the same way it   *
      * refuses a bill payment in ACCTBPAY.                           *
      *****************************************************************
           MOVE WRQ-OWNER-PID TO VCK-OWNER-PID
           MOVE WRQ-ACCOUNT TO VCK-ACCOUNT
           MOVE 'WO' TO VCK-SOURCE-TYPE
           MOVE WRQ-AMOUNT TO VCK-AMOUNT
           CALL 'VELOCHK' USING VELOCHK-REQUEST
           IF VCK-REFUSED
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY 'Wire refused - ' VCK-REPLY-MSG ' '
                   WRQ-OWNER-PID ' ' WRQ-ACCOUNT
               GO TO CAPTURE-ONE-WIRE-EXIT
           END-IF
           .
           MOVE WRQ-OWNER-PID TO AMS-OWNER-PID
           MOVE WRQ-ACCOUNT TO AMS-ACCOUNT
           READ ACCTMST-FILE
               GO TO CAPTURE-ONE-WIRE-EXIT
           END-IF
           .
           PERFORM CHECK-SIGNING-MANDATE THRU
               CHECK-SIGNING-MANDATE-EXIT
           IF MCQ-REFUSED
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY 'Wire refused - ' MCQ-REPLY-MSG ' '
                   WRQ-OWNER-PID ' ' WRQ-ACCOUNT
               GO TO CAPTURE-ONE-WIRE-EXIT
           END-IF
           IF MCQ-HELD
               ADD 1 TO WS-HELD-COUNT
               DISPLAY 'Wire held - ' MCQ-REPLY-MSG ' '
                   WRQ-OWNER-PID ' ' WRQ-ACCOUNT
               GO TO CAPTURE-ONE-WIRE-EXIT
           END-IF
           .
           MOVE ACCTMST-RECORD TO WS-BEFORE-ACCTMST
           SUBTRACT WRQ-AMOUNT FROM AMS-BALANCE
           MOVE WS-CURRENT-DATE TO AMS-LAST-DATE
           MOVE WRQ-AMOUNT TO WIR-AMOUNT
           MOVE WRQ-CORR-ROUTING TO WIR-CORR-ROUTING
           MOVE WRQ-BENEFICIARY TO WIR-BENEFICIARY
           IF WRQ-BENEFICIARY IS EQUAL TO SPACES
               MOVE WRQ-CDTR-NAME TO WIR-BENEFICIARY
           END-IF
           SET WIR-QUEUED TO TRUE
           MOVE WS-CURRENT-DATE TO WIR-QUEUED-DATE
           MOVE ZERO TO WIR-SENT-DATE
           MOVE ZERO TO WIR-CONFIRMED-DATE
           PERFORM CAPTURE-WIRE-PARTIES THRU
               CAPTURE-WIRE-PARTIES-EXIT
           WRITE WIREMST-RECORD
           .
           ADD 1 TO WS-QUEUED-COUNT
       CAPTURE-ONE-WIRE-EXIT.
           EXIT
           .
      *****************************************************************
      * The debtor is our customer as BNKCUST has them - the ISO      *
      * country code is derived from the country the address edits    *
      * allow. The creditor, purpose and remittance information come  *
      * straight off the request. The message id and status fields    *
      * are left for ACCTWIRO and ACCTWIRI.                           *
      *****************************************************************
       CAPTURE-WIRE-PARTIES.
           MOVE BCS-REC-NAME TO WIR-DBTR-NAME
           MOVE BCS-REC-ADDR1 TO WIR-DBTR-STREET
           MOVE BCS-REC-POST-CODE TO WIR-DBTR-POST-CODE
           MOVE BCS-REC-ADDR2 TO WIR-DBTR-TOWN
           MOVE BCS-REC-STATE TO WIR-DBTR-SUBDIVISION
           EVALUATE BCS-REC-CNTRY
               WHEN 'USA   '
                   MOVE 'US' TO WIR-DBTR-COUNTRY
               WHEN 'UK    '
                   MOVE 'GB' TO WIR-DBTR-COUNTRY
               WHEN OTHER
                   MOVE 'CA' TO WIR-DBTR-COUNTRY
           END-EVALUATE
           .
           MOVE WRQ-CREDITOR TO WIR-CREDITOR
           MOVE WRQ-PURPOSE-CODE TO WIR-PURPOSE-CODE
           MOVE WRQ-REMIT-INFO TO WIR-REMIT-INFO
           MOVE SPACES TO WIR-MSG-ID
           MOVE SPACES TO WIR-STATUS-REASON
           MOVE ZERO TO WIR-STATUS-DATE
           .
       CAPTURE-WIRE-PARTIES-EXIT.
           EXIT
           .
      *****************************************************************
      * A new request is tested against the account's signing         *
      * mandate; a released one is marked carried out on MANDPND.     *
      *****************************************************************
       CHECK-SIGNING-MANDATE.
           MOVE SPACES TO MANDCHK-REQUEST
           MOVE 'WIRE' TO MCQ-CHANNEL
           MOVE WRQ-ACCOUNT TO MCQ-ACCOUNT
           MOVE WRQ-OWNER-PID TO MCQ-OWNER-PID
           MOVE WRQ-SIGNER-PID TO MCQ-SIGNER-PID
           MOVE 'BATCH' TO MCQ-OPERATOR
           MOVE WRQ-AMOUNT TO MCQ-AMOUNT
           MOVE GBD-BUSINESS-DATE TO MCQ-DATE
           MOVE WIREREQ-RECORD TO MCQ-ITEM-IMAGE
           IF WS-RELEASED-ITEM
               SET MCQ-FUNC-USE TO TRUE
               MOVE WS-MANDATE-REF TO MCQ-REF-NO
           ELSE
               SET MCQ-FUNC-CHECK TO TRUE
               MOVE ZERO TO MCQ-REF-NO
           END-IF
           CALL 'MANDCHK' USING MANDCHK-REQUEST
           .
       CHECK-SIGNING-MANDATE-EXIT.
           EXIT
           .
       JOURNAL-ACCTMST-IMAGE.
           MOVE WS-PROGRAM-ID TO MJQ-PROGRAM
           MOVE 'ACCTMST ' TO MJQ-FILE-ID
