001150***************************************************************** acctwiri
001160* Program:     ACCTWIRI.CBL                                     * acctwiri
001170* Function:    Posting of the inbound wire file from the        * acctwiri
001180*              correspondent bank - ISO 20022 messages, one XML * acctwiri
001190*              element per line. Every message is proved        * acctwiri
001200*              against its group header transaction count and   * acctwiri
001210*              control sum before anything posts, the way       * acctwiri
001220*              ACCTCHQP proves CHQCLR. A pacs.002 payment       * acctwiri
001230*              status report updates the outbound wires         * acctwiri
001240*              ACCTWIRO sent, by end-to-end id or, for a group  * acctwiri
001250*              status, every wire under the original message    * acctwiri
001260*              id: accepted marks the WIREMST row confirmed,    * acctwiri
001270*              rejected marks it rejected with the reason code  * acctwiri
001280*              and credits the customer back. A pacs.004        * acctwiri
001281*              payment return marks the wire returned and       * acctwiri
001282*              credits the returned amount back. A status or    * acctwiri
001283*              return that matches no sent wire falls into      * acctwiri
001284*              SUSPMST as a 'WU' exception the way a            * acctwiri
001285*              reconciliation break does. A pacs.008 customer   * acctwiri
001286*              credit transfer is an incoming wire and credits  * acctwiri
001287*              the customer's ACCTMST account as a 'WI'         * acctwiri
001288*              posting; one for an unknown account goes to      * acctwiri
001289*              SUSPMST as 'WN' instead of being lost.           * acctwiri
001290***************************************************************** acctwiri
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTWIRI.
               FILE STATUS IS WS-WIREIN-STATUS.
           SELECT WIREMST-FILE ASSIGN TO "WIREMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WIR-KEY
               FILE STATUS IS WS-WIREMST-STATUS.
           SELECT ACCTMST-FILE ASSIGN TO "ACCTMST"
           88 WS-SUSPMST-OK VALUE '00'.
         05 WS-WIREIN-EOF-FLAG PIC X(1).
           88 WS-WIREIN-EOF VALUE 'Y'.
         05 WS-WIREMST-EOF-FLAG PIC X(1).
           88 WS-WIREMST-EOF VALUE 'Y'.
         05 WS-PASS-FLAG PIC X(1).
           88 WS-PASS-PROVE VALUE 'V'.
           88 WS-PASS-POST VALUE 'P'.
         05 WS-PROOF-FLAG PIC X(1) VALUE 'Y'.
           88 WS-IN-PROOF VALUE 'Y'.
           88 WS-OUT-OF-PROOF VALUE 'N'.
         05 WS-DOC-OPENED PIC 9(6) VALUE ZERO.
         05 WS-DOC-CLOSED PIC 9(6) VALUE ZERO.
         05 WS-ITEM-COUNT PIC 9(6) VALUE ZERO.
         05 WS-CONFIRMED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-REJECTED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-RETURNED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-CREDITED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-SUSPENSE-COUNT PIC 9(6) VALUE ZERO.
         05 WS-MATCHED-COUNT PIC 9(6).
         05 WS-SUSPENSE-REASON PIC X(2).
         05 WS-SUSPENSE-AMOUNT PIC S9(7)V99.
         05 WS-SUSPENSE-PID PIC X(5).
         05 WS-SUSPENSE-ACCOUNT PIC X(9).
         05 WS-BACK-AMOUNT PIC 9(7)V99.
         05 WS-BACK-DESC PIC X(14).
         05 WS-APPLY-STATUS PIC X(4).
           88 WS-APPLY-ACCEPTED VALUES 'ACCP' 'ACSC' 'ACSP' 'ACCC'
                                       'ACWC'.
           88 WS-APPLY-REJECTED VALUE 'RJCT'.
         05 WS-APPLY-REASON PIC X(4).
         05 WS-ORIGINATOR PIC X(25).
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
           10 FILLER PIC X(5).
      *****************************************************************
      * One line of the inbound file taken apart - the element name,  *
      * whether it opens, closes or carries a value, and the value    *
      * with the XML escapes undone.                                  *
      *****************************************************************
       01 WS-XML-WORK.
         05 WS-XML-LEAD PIC 9(3).
         05 WS-XML-TAG-PART PIC X(80).
         05 WS-XML-REST PIC X(512).
         05 WS-XML-TAG PIC X(30).
         05 WS-XML-KIND PIC X(1).
           88 WS-XML-OPEN VALUE 'O'.
           88 WS-XML-CLOSE VALUE 'C'.
           88 WS-XML-ELEMENT VALUE 'E'.
           88 WS-XML-SKIP VALUE 'S'.
         05 WS-XML-DELIM PIC X(2).
         05 WS-XML-SLASHES PIC 9(3).
         05 WS-XML-AMPS PIC 9(3).
         05 WS-XML-RAW PIC X(512).
         05 WS-XML-VALUE PIC X(140).
         05 WS-XML-IX PIC 9(3).
         05 WS-XML-PTR PIC 9(3).
         05 WS-XML-NUMBER-X.
           10 WS-XML-WHOLE-X PIC X(11) JUSTIFIED RIGHT.
           10 WS-XML-CENTS-X PIC X(2).
         05 WS-XML-NUMBER REDEFINES WS-XML-NUMBER-X PIC 9(11)V99.
      *****************************************************************
      * The message being read - its kind from the element under the  *
      * document root, the group header controls and, for a status    *
      * report, the group status against the original message.        *
      *****************************************************************
       01 WS-DOC-WORK.
         05 WS-DOC-MSG-KIND PIC X(1).
           88 WS-DOC-CREDIT-TRANSFER VALUE 'C'.
           88 WS-DOC-STATUS-REPORT VALUE 'S'.
           88 WS-DOC-PAYMENT-RETURN VALUE 'R'.
         05 WS-DOC-TX-COUNT PIC 9(6).
         05 WS-DOC-TX-SUM PIC 9(11)V99.
         05 WS-DOC-CTL-COUNT-FLAG PIC X(1).
           88 WS-DOC-CTL-COUNT-SEEN VALUE 'Y'.
         05 WS-DOC-CTL-COUNT PIC 9(6).
         05 WS-DOC-CTL-SUM-FLAG PIC X(1).
           88 WS-DOC-CTL-SUM-SEEN VALUE 'Y'.
         05 WS-DOC-CTL-SUM PIC 9(11)V99.
         05 WS-DOC-ORGNL-MSG-ID PIC X(35).
         05 WS-DOC-GRP-STATUS PIC X(4).
         05 WS-DOC-GRP-REASON PIC X(4).
         05 WS-IN-TX-FLAG PIC X(1).
           88 WS-IN-TX VALUE 'Y'.
         05 WS-IN-DBTR-FLAG PIC X(1).
           88 WS-IN-DBTR VALUE 'Y'.
         05 WS-IN-CDTR-ACCT-FLAG PIC X(1).
           88 WS-IN-CDTR-ACCT VALUE 'Y'.
         05 WS-IN-REASON-FLAG PIC X(1).
           88 WS-IN-REASON VALUE 'Y'.
         05 WS-IN-ORGNL-REF-FLAG PIC X(1).
           88 WS-IN-ORGNL-REF VALUE 'Y'.
       01 WS-TX-WORK.
         05 WS-TX-END-TO-END PIC X(35).
         05 WS-TX-END-TO-END-REF REDEFINES WS-TX-END-TO-END.
           10 WS-TX-REF-NO PIC X(12).
           10 WS-TX-REF-REST PIC X(23).
         05 WS-TX-AMOUNT PIC 9(11)V99.
         05 WS-TX-STATUS PIC X(4).
         05 WS-TX-REASON PIC X(4).
         05 WS-TX-DBTR-NAME PIC X(70).
         05 WS-TX-CDTR-ACCOUNT PIC X(34).
         05 WS-TX-CDTR-ACCOUNT-R REDEFINES WS-TX-CDTR-ACCOUNT.
           10 WS-TX-CDTR-PID PIC X(5).
           10 WS-TX-CDTR-ACC PIC X(9).
           10 FILLER PIC X(20).

       01 WS-JOURNAL-WORK.
         05 WS-BEFORE-ACCTMST PIC X(250).
           .
      *****************************************************************
      * The inbound file must arrive whole before a single credit or  *
      * status posts - a message left open, a group header count or   *
      * control sum the transactions do not add up to, or a message   *
      * of a kind we do not take means a bad transmission and the     *
      * whole file is refused.                                        *
      *****************************************************************
           PERFORM VALIDATE-WIREIN-CONTROLS THRU
               VALIDATE-WIREIN-CONTROLS-EXIT
           IF WS-OUT-OF-PROOF
               OR WS-DOC-OPENED IS EQUAL TO ZERO
               OR WS-DOC-OPENED IS NOT EQUAL TO WS-DOC-CLOSED
               DISPLAY 'WIREIN file out of proof - nothing posted'
               MOVE 'E' TO RCQ-FUNCTION
               MOVE ZERO TO RCQ-REC-COUNT
               OPEN I-O SUSPMST-FILE
           END-IF
           .
           SET WS-PASS-POST TO TRUE
           MOVE 'N' TO WS-WIREIN-EOF-FLAG
           PERFORM UNTIL WS-WIREIN-EOF
               READ WIREIN-FILE
                   AT END
                       SET WS-WIREIN-EOF TO TRUE
                   NOT AT END
                       PERFORM PARSE-ONE-LINE THRU
                           PARSE-ONE-LINE-EXIT
               END-READ
           END-PERFORM
           .
           CLOSE SCRNHIT-FILE
           CLOSE SUSPMST-FILE
           .
           DISPLAY WS-ITEM-COUNT ' wire item(s), '
               WS-CONFIRMED-COUNT ' confirmed, '
               WS-REJECTED-COUNT ' rejected, '
               WS-RETURNED-COUNT ' returned'
           DISPLAY WS-CREDITED-COUNT ' credited, '
               WS-SUSPENSE-COUNT ' to suspense'
           .
           MOVE 'E' TO RCQ-FUNCTION
           .
           STOP RUN
           .
      *****************************************************************
      * One element to a line: <Tag>, </Tag>, or <Tag>value</Tag>.    *
      * Attributes (the currency on an amount, the namespace on the   *
      * document) are read past; the declaration, comments and empty  *
      * <Tag/> elements carry nothing we post from.                   *
      *****************************************************************
       PARSE-ONE-LINE.
           SET WS-XML-SKIP TO TRUE
           MOVE SPACES TO WS-XML-TAG
           MOVE SPACES TO WS-XML-VALUE
           IF WIN-LINE IS EQUAL TO SPACES
               GO TO PARSE-ONE-LINE-EXIT
           END-IF
           .
           MOVE ZERO TO WS-XML-LEAD
           INSPECT WIN-LINE TALLYING WS-XML-LEAD FOR LEADING SPACES
           IF WS-XML-LEAD IS GREATER THAN 509
               OR WIN-LINE(WS-XML-LEAD + 1:1) IS NOT EQUAL TO '<'
               OR WIN-LINE(WS-XML-LEAD + 2:1) IS EQUAL TO '?'
               OR WIN-LINE(WS-XML-LEAD + 2:1) IS EQUAL TO '!'
               GO TO PARSE-ONE-LINE-EXIT
           END-IF
           .
           IF WIN-LINE(WS-XML-LEAD + 2:1) IS EQUAL TO '/'
               UNSTRING WIN-LINE(WS-XML-LEAD + 3:)
                   DELIMITED BY '>' INTO WS-XML-TAG
               SET WS-XML-CLOSE TO TRUE
               PERFORM HANDLE-CLOSE-TAG THRU HANDLE-CLOSE-TAG-EXIT
               GO TO PARSE-ONE-LINE-EXIT
           END-IF
           .
           MOVE SPACES TO WS-XML-TAG-PART
           MOVE SPACES TO WS-XML-REST
           UNSTRING WIN-LINE(WS-XML-LEAD + 2:)
               DELIMITED BY '>' INTO WS-XML-TAG-PART WS-XML-REST
           MOVE ZERO TO WS-XML-SLASHES
           INSPECT WS-XML-TAG-PART TALLYING WS-XML-SLASHES
               FOR ALL '/'
           IF WS-XML-SLASHES IS GREATER THAN ZERO
               GO TO PARSE-ONE-LINE-EXIT
           END-IF
           UNSTRING WS-XML-TAG-PART DELIMITED BY SPACE
               INTO WS-XML-TAG
           .
           MOVE SPACES TO WS-XML-RAW
           MOVE SPACES TO WS-XML-DELIM
           UNSTRING WS-XML-REST DELIMITED BY '</'
               INTO WS-XML-RAW DELIMITER IN WS-XML-DELIM
           IF WS-XML-DELIM IS NOT EQUAL TO '</'
               SET WS-XML-OPEN TO TRUE
               PERFORM HANDLE-OPEN-TAG THRU HANDLE-OPEN-TAG-EXIT
               GO TO PARSE-ONE-LINE-EXIT
           END-IF
           .
           SET WS-XML-ELEMENT TO TRUE
           PERFORM UNESCAPE-XML-VALUE THRU UNESCAPE-XML-VALUE-EXIT
           PERFORM HANDLE-VALUE-ELEMENT THRU
               HANDLE-VALUE-ELEMENT-EXIT
           .
       PARSE-ONE-LINE-EXIT.
           EXIT
           .
       UNESCAPE-XML-VALUE.
           MOVE ZERO TO WS-XML-AMPS
           INSPECT WS-XML-RAW TALLYING WS-XML-AMPS FOR ALL '&'
           IF WS-XML-AMPS IS EQUAL TO ZERO
               MOVE WS-XML-RAW TO WS-XML-VALUE
               GO TO UNESCAPE-XML-VALUE-EXIT
           END-IF
           .
           MOVE 1 TO WS-XML-PTR
           PERFORM VARYING WS-XML-IX FROM 1 BY 1
                   UNTIL WS-XML-IX IS GREATER THAN 500
                   OR WS-XML-PTR IS GREATER THAN 140
               EVALUATE TRUE
                   WHEN WS-XML-RAW(WS-XML-IX:5) IS EQUAL TO '&amp;'
                       STRING '&' DELIMITED BY SIZE
                           INTO WS-XML-VALUE WITH POINTER WS-XML-PTR
                       ADD 4 TO WS-XML-IX
                   WHEN WS-XML-RAW(WS-XML-IX:4) IS EQUAL TO '&lt;'
                       STRING '<' DELIMITED BY SIZE
                           INTO WS-XML-VALUE WITH POINTER WS-XML-PTR
                       ADD 3 TO WS-XML-IX
                   WHEN WS-XML-RAW(WS-XML-IX:4) IS EQUAL TO '&gt;'
                       STRING '>' DELIMITED BY SIZE
                           INTO WS-XML-VALUE WITH POINTER WS-XML-PTR
                       ADD 3 TO WS-XML-IX
                   WHEN WS-XML-RAW(WS-XML-IX:6) IS EQUAL TO '&quot;'
                       STRING '"' DELIMITED BY SIZE
                           INTO WS-XML-VALUE WITH POINTER WS-XML-PTR
                       ADD 5 TO WS-XML-IX
                   WHEN WS-XML-RAW(WS-XML-IX:6) IS EQUAL TO '&apos;'
                       STRING "'" DELIMITED BY SIZE
                           INTO WS-XML-VALUE WITH POINTER WS-XML-PTR
                       ADD 5 TO WS-XML-IX
                   WHEN OTHER
                       STRING WS-XML-RAW(WS-XML-IX:1) DELIMITED BY SIZE
                           INTO WS-XML-VALUE WITH POINTER WS-XML-PTR
               END-EVALUATE
           END-PERFORM
           .
       UNESCAPE-XML-VALUE-EXIT.
           EXIT
           .
      *****************************************************************
      * An opening element - a new message, the message kind, the     *
      * start of a transaction, or a block whose contents we read in  *
      * context (the debtor's name, the creditor's account, a reason  *
      * code). The original transaction reference on a status or a    *
      * return repeats the original wire and is read past.            *
      *****************************************************************
       HANDLE-OPEN-TAG.
           EVALUATE WS-XML-TAG
               WHEN 'Document'
                   ADD 1 TO WS-DOC-OPENED
                   MOVE SPACES TO WS-DOC-MSG-KIND
                   MOVE ZERO TO WS-DOC-TX-COUNT
                   MOVE ZERO TO WS-DOC-TX-SUM
                   MOVE 'N' TO WS-DOC-CTL-COUNT-FLAG
                   MOVE ZERO TO WS-DOC-CTL-COUNT
                   MOVE 'N' TO WS-DOC-CTL-SUM-FLAG
                   MOVE ZERO TO WS-DOC-CTL-SUM
                   MOVE SPACES TO WS-DOC-ORGNL-MSG-ID
                   MOVE SPACES TO WS-DOC-GRP-STATUS
                   MOVE SPACES TO WS-DOC-GRP-REASON
                   MOVE 'N' TO WS-IN-TX-FLAG
                   MOVE 'N' TO WS-IN-DBTR-FLAG
                   MOVE 'N' TO WS-IN-CDTR-ACCT-FLAG
                   MOVE 'N' TO WS-IN-REASON-FLAG
                   MOVE 'N' TO WS-IN-ORGNL-REF-FLAG
               WHEN 'FIToFICstmrCdtTrf'
                   SET WS-DOC-CREDIT-TRANSFER TO TRUE
               WHEN 'FIToFIPmtStsRpt'
                   SET WS-DOC-STATUS-REPORT TO TRUE
               WHEN 'PmtRtr'
                   SET WS-DOC-PAYMENT-RETURN TO TRUE
               WHEN 'CdtTrfTxInf'
               WHEN 'TxInfAndSts'
               WHEN 'TxInf'
                   MOVE SPACES TO WS-TX-END-TO-END
                   MOVE ZERO TO WS-TX-AMOUNT
                   MOVE SPACES TO WS-TX-STATUS
                   MOVE SPACES TO WS-TX-REASON
                   MOVE SPACES TO WS-TX-DBTR-NAME
                   MOVE SPACES TO WS-TX-CDTR-ACCOUNT
                   SET WS-IN-TX TO TRUE
               WHEN 'Dbtr'
                   SET WS-IN-DBTR TO TRUE
               WHEN 'CdtrAcct'
                   SET WS-IN-CDTR-ACCT TO TRUE
               WHEN 'StsRsnInf'
               WHEN 'RtrRsnInf'
                   SET WS-IN-REASON TO TRUE
               WHEN 'OrgnlTxRef'
                   SET WS-IN-ORGNL-REF TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       HANDLE-OPEN-TAG-EXIT.
           EXIT
           .
       HANDLE-CLOSE-TAG.
           EVALUATE WS-XML-TAG
               WHEN 'Dbtr'
                   MOVE 'N' TO WS-IN-DBTR-FLAG
               WHEN 'CdtrAcct'
                   MOVE 'N' TO WS-IN-CDTR-ACCT-FLAG
               WHEN 'StsRsnInf'
               WHEN 'RtrRsnInf'
                   MOVE 'N' TO WS-IN-REASON-FLAG
               WHEN 'OrgnlTxRef'
                   MOVE 'N' TO WS-IN-ORGNL-REF-FLAG
               WHEN 'CdtTrfTxInf'
               WHEN 'TxInfAndSts'
               WHEN 'TxInf'
                   MOVE 'N' TO WS-IN-TX-FLAG
                   ADD 1 TO WS-DOC-TX-COUNT
                   ADD WS-TX-AMOUNT TO WS-DOC-TX-SUM
                   IF WS-PASS-POST
                       PERFORM POST-ONE-TRANSACTION THRU
                           POST-ONE-TRANSACTION-EXIT
                   END-IF
               WHEN 'Document'
                   ADD 1 TO WS-DOC-CLOSED
                   IF WS-PASS-PROVE
                       PERFORM PROVE-ONE-MESSAGE THRU
                           PROVE-ONE-MESSAGE-EXIT
                   ELSE
                       PERFORM POST-GROUP-STATUS THRU
                           POST-GROUP-STATUS-EXIT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       HANDLE-CLOSE-TAG-EXIT.
           EXIT
           .
       HANDLE-VALUE-ELEMENT.
           IF WS-IN-ORGNL-REF
               GO TO HANDLE-VALUE-ELEMENT-EXIT
           END-IF
           .
           IF WS-IN-REASON
               IF WS-XML-TAG IS EQUAL TO 'Cd'
                   IF WS-IN-TX
                       MOVE WS-XML-VALUE TO WS-TX-REASON
                   ELSE
                       MOVE WS-XML-VALUE TO WS-DOC-GRP-REASON
                   END-IF
               END-IF
               GO TO HANDLE-VALUE-ELEMENT-EXIT
           END-IF
           .
           IF NOT WS-IN-TX
               EVALUATE WS-XML-TAG
                   WHEN 'NbOfTxs'
                       PERFORM PARSE-XML-NUMBER THRU
                           PARSE-XML-NUMBER-EXIT
                       MOVE WS-XML-NUMBER TO WS-DOC-CTL-COUNT
                       SET WS-DOC-CTL-COUNT-SEEN TO TRUE
                   WHEN 'CtrlSum'
                   WHEN 'TtlIntrBkSttlmAmt'
                   WHEN 'TtlRtrdIntrBkSttlmAmt'
                       PERFORM PARSE-XML-NUMBER THRU
                           PARSE-XML-NUMBER-EXIT
                       MOVE WS-XML-NUMBER TO WS-DOC-CTL-SUM
                       SET WS-DOC-CTL-SUM-SEEN TO TRUE
                   WHEN 'OrgnlMsgId'
                       MOVE WS-XML-VALUE TO WS-DOC-ORGNL-MSG-ID
                   WHEN 'GrpSts'
                       MOVE WS-XML-VALUE TO WS-DOC-GRP-STATUS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               GO TO HANDLE-VALUE-ELEMENT-EXIT
           END-IF
           .
           EVALUATE TRUE
               WHEN WS-XML-TAG IS EQUAL TO 'EndToEndId'
               WHEN WS-XML-TAG IS EQUAL TO 'OrgnlEndToEndId'
                   MOVE WS-XML-VALUE TO WS-TX-END-TO-END
               WHEN WS-XML-TAG IS EQUAL TO 'IntrBkSttlmAmt'
               WHEN WS-XML-TAG IS EQUAL TO 'RtrdIntrBkSttlmAmt'
                   PERFORM PARSE-XML-NUMBER THRU
                       PARSE-XML-NUMBER-EXIT
                   MOVE WS-XML-NUMBER TO WS-TX-AMOUNT
               WHEN WS-XML-TAG IS EQUAL TO 'TxSts'
                   MOVE WS-XML-VALUE TO WS-TX-STATUS
               WHEN WS-XML-TAG IS EQUAL TO 'Nm' AND WS-IN-DBTR
                   MOVE WS-XML-VALUE TO WS-TX-DBTR-NAME
               WHEN WS-XML-TAG IS EQUAL TO 'Id' AND WS-IN-CDTR-ACCT
                   MOVE WS-XML-VALUE TO WS-TX-CDTR-ACCOUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       HANDLE-VALUE-ELEMENT-EXIT.
           EXIT
           .
      *****************************************************************
      * A decimal amount or a count as text, '1234.5' or '7', into    *
      * WS-XML-NUMBER. Anything that is not a plain number puts the   *
      * file out of proof.                                            *
      *****************************************************************
       PARSE-XML-NUMBER.
           MOVE SPACES TO WS-XML-WHOLE-X
           MOVE SPACES TO WS-XML-CENTS-X
           UNSTRING WS-XML-VALUE DELIMITED BY '.' OR SPACE
               INTO WS-XML-WHOLE-X WS-XML-CENTS-X
           INSPECT WS-XML-WHOLE-X REPLACING LEADING SPACE BY '0'
           INSPECT WS-XML-CENTS-X REPLACING ALL SPACE BY '0'
           IF WS-XML-NUMBER-X IS NOT NUMERIC
               SET WS-OUT-OF-PROOF TO TRUE
               MOVE ZERO TO WS-XML-NUMBER
           END-IF
           .
       PARSE-XML-NUMBER-EXIT.
           EXIT
           .
       PROVE-ONE-MESSAGE.
           IF WS-DOC-MSG-KIND IS EQUAL TO SPACES
               DISPLAY 'WIREIN message of an unknown kind'
               SET WS-OUT-OF-PROOF TO TRUE
           END-IF
           IF WS-DOC-CTL-COUNT-SEEN
               AND WS-DOC-CTL-COUNT IS NOT EQUAL TO WS-DOC-TX-COUNT
               DISPLAY 'WIREIN message count ' WS-DOC-CTL-COUNT
                   ' but ' WS-DOC-TX-COUNT ' transaction(s)'
               SET WS-OUT-OF-PROOF TO TRUE
           END-IF
           IF WS-DOC-CTL-SUM-SEEN
               AND WS-DOC-CTL-SUM IS NOT EQUAL TO WS-DOC-TX-SUM
               DISPLAY 'WIREIN message control sum does not agree'
               SET WS-OUT-OF-PROOF TO TRUE
           END-IF
           .
       PROVE-ONE-MESSAGE-EXIT.
           EXIT
           .
       POST-ONE-TRANSACTION.
           ADD 1 TO WS-ITEM-COUNT
           .
           EVALUATE TRUE
               WHEN WS-DOC-CREDIT-TRANSFER
                   PERFORM CREDIT-ONE-INCOMING THRU
                       CREDIT-ONE-INCOMING-EXIT
               WHEN WS-DOC-STATUS-REPORT
                   PERFORM APPLY-ONE-STATUS THRU
                       APPLY-ONE-STATUS-EXIT
               WHEN WS-DOC-PAYMENT-RETURN
                   PERFORM APPLY-ONE-RETURN THRU
                       APPLY-ONE-RETURN-EXIT
           END-EVALUATE
           .
       POST-ONE-TRANSACTION-EXIT.
           EXIT
           .
      *****************************************************************
      * Our end-to-end id is the twelve-digit WIREMST reference. One  *
      * the correspondent quotes that we never sent goes to suspense  *
      * under the reference itself, there being no account to key it. *
      *****************************************************************
       FIND-SENT-WIRE.
           MOVE SPACES TO WS-SUSPENSE-PID
           MOVE WS-TX-REF-NO(4:9) TO WS-SUSPENSE-ACCOUNT
           IF WS-TX-REF-NO IS NOT NUMERIC
               OR WS-TX-REF-REST IS NOT EQUAL TO SPACES
               MOVE SPACES TO WS-WIREMST-STATUS
               GO TO FIND-SENT-WIRE-EXIT
           END-IF
           .
           MOVE WS-TX-REF-NO TO WIR-REF-NO
           READ WIREMST-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-WIREMST-OK
               MOVE WIR-OWNER-PID TO WS-SUSPENSE-PID
               MOVE WIR-ACCOUNT TO WS-SUSPENSE-ACCOUNT
           END-IF
           .
       FIND-SENT-WIRE-EXIT.
           EXIT
           .
       APPLY-ONE-STATUS.
           PERFORM FIND-SENT-WIRE THRU FIND-SENT-WIRE-EXIT
           IF NOT WS-WIREMST-OK
               OR NOT WIR-OUTGOING
               MOVE 'WU' TO WS-SUSPENSE-REASON
               MOVE ZERO TO WS-SUSPENSE-AMOUNT
               PERFORM RAISE-ONE-SUSPENSE THRU
                   RAISE-ONE-SUSPENSE-EXIT
               GO TO APPLY-ONE-STATUS-EXIT
           END-IF
           .
           MOVE WS-TX-STATUS TO WS-APPLY-STATUS
           MOVE WS-TX-REASON TO WS-APPLY-REASON
           PERFORM APPLY-WIRE-STATUS THRU APPLY-WIRE-STATUS-EXIT
           .
       APPLY-ONE-STATUS-EXIT.
           EXIT
           .
      *****************************************************************
      * Accepted settles a sent wire; rejected sends the money back   *
      * to the customer. Interim statuses (received, pending, the     *
      * technical acceptance) change nothing, and a repeat of the     *
      * status the wire already has is ignored. A final status on a   *
      * wire that was not waiting for one is a break for suspense.    *
      *****************************************************************
       APPLY-WIRE-STATUS.
           EVALUATE TRUE
               WHEN WS-APPLY-ACCEPTED AND WIR-SENT
                   SET WIR-CONFIRMED TO TRUE
                   MOVE WS-CURRENT-DATE TO WIR-CONFIRMED-DATE
                   MOVE WS-APPLY-REASON TO WIR-STATUS-REASON
                   MOVE WS-CURRENT-DATE TO WIR-STATUS-DATE
                   REWRITE WIREMST-RECORD
                   ADD 1 TO WS-CONFIRMED-COUNT
               WHEN WS-APPLY-ACCEPTED AND WIR-CONFIRMED
               WHEN WS-APPLY-REJECTED AND WIR-REJECTED
                   CONTINUE
               WHEN WS-APPLY-REJECTED AND WIR-SENT
                   SET WIR-REJECTED TO TRUE
                   MOVE WS-APPLY-REASON TO WIR-STATUS-REASON
                   MOVE WS-CURRENT-DATE TO WIR-STATUS-DATE
                   REWRITE WIREMST-RECORD
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE WIR-AMOUNT TO WS-BACK-AMOUNT
                   MOVE 'Wire rejected ' TO WS-BACK-DESC
                   PERFORM CREDIT-WIRE-BACK THRU
                       CREDIT-WIRE-BACK-EXIT
               WHEN WS-APPLY-ACCEPTED
               WHEN WS-APPLY-REJECTED
                   MOVE 'WU' TO WS-SUSPENSE-REASON
                   MOVE WIR-AMOUNT TO WS-SUSPENSE-AMOUNT
                   PERFORM RAISE-ONE-SUSPENSE THRU
                       RAISE-ONE-SUSPENSE-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       APPLY-WIRE-STATUS-EXIT.
           EXIT
           .
      *****************************************************************
      * A status report with no transaction statuses carries its      *
      * answer at group level - it applies to every wire we sent      *
      * under the original message id.                                *
      *****************************************************************
       POST-GROUP-STATUS.
           IF NOT WS-DOC-STATUS-REPORT
               OR WS-DOC-TX-COUNT IS GREATER THAN ZERO
               OR WS-DOC-GRP-STATUS IS EQUAL TO SPACES
               GO TO POST-GROUP-STATUS-EXIT
           END-IF
           .
           ADD 1 TO WS-ITEM-COUNT
           MOVE WS-DOC-GRP-STATUS TO WS-APPLY-STATUS
           MOVE WS-DOC-GRP-REASON TO WS-APPLY-REASON
           MOVE ZERO TO WS-MATCHED-COUNT
           MOVE 'N' TO WS-WIREMST-EOF-FLAG
           MOVE LOW-VALUES TO WIR-KEY
           START WIREMST-FILE KEY IS NOT LESS THAN WIR-KEY
               INVALID KEY
                   SET WS-WIREMST-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-WIREMST-EOF
               READ WIREMST-FILE NEXT RECORD
                   AT END
                       SET WS-WIREMST-EOF TO TRUE
                   NOT AT END
                       IF WIR-OUTGOING
                           AND WIR-MSG-ID IS EQUAL TO
                               WS-DOC-ORGNL-MSG-ID
                           ADD 1 TO WS-MATCHED-COUNT
                           MOVE WIR-OWNER-PID TO WS-SUSPENSE-PID
                           MOVE WIR-ACCOUNT TO WS-SUSPENSE-ACCOUNT
                           PERFORM APPLY-WIRE-STATUS THRU
                               APPLY-WIRE-STATUS-EXIT
                       END-IF
               END-READ
           END-PERFORM
           .
           IF WS-MATCHED-COUNT IS EQUAL TO ZERO
               DISPLAY 'Status for unknown message '
                   WS-DOC-ORGNL-MSG-ID
           END-IF
           .
       POST-GROUP-STATUS-EXIT.
           EXIT
           .
      *****************************************************************
      * A return can follow acceptance - the creditor bank sends the  *
      * money back days later - so a confirmed wire can be returned   *
      * as well as a sent one.                                        *
      *****************************************************************
       APPLY-ONE-RETURN.
           PERFORM FIND-SENT-WIRE THRU FIND-SENT-WIRE-EXIT
           IF NOT WS-WIREMST-OK
               OR NOT WIR-OUTGOING
               OR NOT (WIR-SENT OR WIR-CONFIRMED)
               MOVE 'WU' TO WS-SUSPENSE-REASON
               MOVE WS-TX-AMOUNT TO WS-SUSPENSE-AMOUNT
               PERFORM RAISE-ONE-SUSPENSE THRU
                   RAISE-ONE-SUSPENSE-EXIT
               GO TO APPLY-ONE-RETURN-EXIT
           END-IF
           .
           SET WIR-RETURNED TO TRUE
           MOVE WS-TX-REASON TO WIR-STATUS-REASON
           MOVE WS-CURRENT-DATE TO WIR-STATUS-DATE
           REWRITE WIREMST-RECORD
           ADD 1 TO WS-RETURNED-COUNT
           .
           MOVE WS-TX-AMOUNT TO WS-BACK-AMOUNT
           IF WS-TX-AMOUNT IS EQUAL TO ZERO
               MOVE WIR-AMOUNT TO WS-BACK-AMOUNT
           END-IF
           MOVE 'Wire returned ' TO WS-BACK-DESC
           PERFORM CREDIT-WIRE-BACK THRU CREDIT-WIRE-BACK-EXIT
           .
       APPLY-ONE-RETURN-EXIT.
           EXIT
           .
      *****************************************************************
      * Money coming back on a rejected or returned wire is credited  *
      * to the account it left as a 'WI' posting naming the ISO       *
      * reason; an account closed since goes to suspense as 'WN'.     *
      *****************************************************************
       CREDIT-WIRE-BACK.
           MOVE WIR-OWNER-PID TO AMS-OWNER-PID
           MOVE WIR-ACCOUNT TO AMS-ACCOUNT
           READ ACCTMST-FILE
               INVALID KEY
                   MOVE WIR-OWNER-PID TO WS-SUSPENSE-PID
                   MOVE WIR-ACCOUNT TO WS-SUSPENSE-ACCOUNT
                   MOVE 'WN' TO WS-SUSPENSE-REASON
                   MOVE WS-BACK-AMOUNT TO WS-SUSPENSE-AMOUNT
                   PERFORM RAISE-ONE-SUSPENSE THRU
                       RAISE-ONE-SUSPENSE-EXIT
                   GO TO CREDIT-WIRE-BACK-EXIT
           END-READ
           .
           MOVE ACCTMST-RECORD TO WS-BEFORE-ACCTMST
           ADD WS-BACK-AMOUNT TO AMS-BALANCE
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
           MOVE WIR-OWNER-PID TO ATN-TO-PID
           MOVE WIR-ACCOUNT TO ATN-TO-ACC
           MOVE WS-BACK-AMOUNT TO ATN-AMOUNT
           SET ATN-TYPE-WIRE-IN TO TRUE
           MOVE SPACES TO ATN-DESC
           STRING WS-BACK-DESC WIR-STATUS-REASON
               DELIMITED BY SIZE INTO ATN-DESC
           CALL 'ACCTREFN' USING ATN-REF-NO
           WRITE ACCTTRN-RECORD
           .
           MOVE 'WR' TO LPQ-FLOW
           MOVE WS-BACK-AMOUNT TO LPQ-AMOUNT
           MOVE ATN-REF-NO TO LPQ-REF-NO
           CALL 'LIQPOS' USING LIQPOS-REQUEST
           .
       CREDIT-WIRE-BACK-EXIT.
           EXIT
           .
      *****************************************************************
      * An incoming credit transfer names our customer in the         *
      * creditor account as PID and account number run together, the  *
      * form ACCTWIRO quotes our own accounts in.                     *
      *****************************************************************
       CREDIT-ONE-INCOMING.
           MOVE WS-TX-DBTR-NAME TO WS-ORIGINATOR
           MOVE WS-TX-CDTR-PID TO WS-SUSPENSE-PID
           MOVE WS-TX-CDTR-ACC TO WS-SUSPENSE-ACCOUNT
           MOVE WS-TX-CDTR-PID TO AMS-OWNER-PID
           MOVE WS-TX-CDTR-ACC TO AMS-ACCOUNT
           READ ACCTMST-FILE
               INVALID KEY
                   MOVE 'WN' TO WS-SUSPENSE-REASON
                   MOVE WS-TX-AMOUNT TO WS-SUSPENSE-AMOUNT
                   PERFORM RAISE-ONE-SUSPENSE THRU
                       RAISE-ONE-SUSPENSE-EXIT
                   GO TO CREDIT-ONE-INCOMING-EXIT
           END-READ
           .
           MOVE ACCTMST-RECORD TO WS-BEFORE-ACCTMST
           ADD WS-TX-AMOUNT TO AMS-BALANCE
           MOVE WS-CURRENT-DATE TO AMS-LAST-DATE
           SET AMS-TXN-PRESENT TO TRUE
           REWRITE ACCTMST-RECORD
           MOVE WS-CURRENT-TIME TO ATN-TIME
           MOVE SPACES TO ATN-FROM-ACC
           MOVE SPACES TO ATN-FROM-PID
           MOVE WS-TX-CDTR-PID TO ATN-TO-PID
           MOVE WS-TX-CDTR-ACC TO ATN-TO-ACC
           MOVE WS-TX-AMOUNT TO ATN-AMOUNT
           SET ATN-TYPE-WIRE-IN TO TRUE
           MOVE SPACES TO ATN-DESC
           STRING 'Wire from ' WS-ORIGINATOR
               DELIMITED BY SIZE INTO ATN-DESC
           CALL 'ACCTREFN' USING ATN-REF-NO
           WRITE ACCTTRN-RECORD
           ADD 1 TO WS-CREDITED-COUNT
           .
           MOVE 'WR' TO LPQ-FLOW
           MOVE WS-TX-AMOUNT TO LPQ-AMOUNT
           MOVE ATN-REF-NO TO LPQ-REF-NO
           CALL 'LIQPOS' USING LIQPOS-REQUEST
           .
      * date on an existing row instead of writing a fresh one.       *
      *****************************************************************
       RAISE-ONE-SUSPENSE.
           MOVE WS-SUSPENSE-PID TO SUS-OWNER-PID
           MOVE WS-SUSPENSE-ACCOUNT TO SUS-ACCOUNT
           MOVE WS-SUSPENSE-REASON TO SUS-REASON-CODE
           READ SUSPMST-FILE
               INVALID KEY
           EXIT
           .
       VALIDATE-WIREIN-CONTROLS.
           SET WS-PASS-PROVE TO TRUE
           OPEN INPUT WIREIN-FILE
           MOVE 'N' TO WS-WIREIN-EOF-FLAG
           PERFORM UNTIL WS-WIREIN-EOF
                   AT END
                       SET WS-WIREIN-EOF TO TRUE
                   NOT AT END
                       PERFORM PARSE-ONE-LINE THRU
                           PARSE-ONE-LINE-EXIT
               END-READ
           END-PERFORM
           CLOSE WIREIN-FILE
      * compliance to confirm or clear through SCRNREVW.              *
      *****************************************************************
       SCREEN-INBOUND-PARTY.
           MOVE FUNCTION UPPER-CASE(WS-ORIGINATOR) TO NSQ-NAME
           CALL 'NAMESCRN' USING NAMESCRN-REQUEST
           IF NSQ-CLEAR
               GO TO SCREEN-INBOUND-PARTY-EXIT
           .
           CALL 'ACCTREFN' USING WS-HIT-REF
           MOVE WS-HIT-REF-X(5:8) TO SCR-HIT-NO(1:8)
           MOVE WS-TX-CDTR-PID TO SCR-PID
           MOVE WS-ORIGINATOR TO SCR-SCREENED-NAME
           MOVE NSQ-MATCHED-NAME TO SCR-MATCHED-NAME
           MOVE NSQ-LIST-CODE TO SCR-LIST-CODE
           MOVE 'ACCTWIRI' TO SCR-SOURCE
