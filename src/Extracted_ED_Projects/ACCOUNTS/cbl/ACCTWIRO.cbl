001150***************************************************************** acctwiro
001160* Program:     ACCTWIRO.CBL                                     * acctwiro
001170* Function:    Night-run cut of the outbound wire file - walks  * acctwiro
001180*              the WIREMST queue and writes every still-queued  * acctwiro
001190*              outgoing wire to WIREOUT as one ISO 20022        * acctwiro
001200*              pacs.008 customer credit transfer message for    * acctwiro
001210*              the correspondent bank, marking each row sent    * acctwiro
001220*              under the message id. A first pass over the      * acctwiro
001230*              queue counts and totals the wires so the group   * acctwiro
001231*              header can carry the transaction count and       * acctwiro
001232*              control sum the correspondent proves the message * acctwiro
001233*              against. Our BIC, the clearing system, currency  * acctwiro
001234*              and charge bearer come from WIREPOL; with no BIC * acctwiro
001235*              on file nothing is cut and the run ends failed.  * acctwiro
001236*              A wire whose account is under an active FRDHOLD  * acctwiro
001237*              fraud hold is left queued until ACCTFRDR         * acctwiro
001238*              releases it.                                     * acctwiro
001240***************************************************************** acctwiro
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTWIRO.
           SELECT WIREOUT-FILE ASSIGN TO "WIREOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WIREOUT-STATUS.
           SELECT FRDHOLD-FILE ASSIGN TO "FRDHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FRD-KEY
               FILE STATUS IS WS-FRDHOLD-STATUS.
           SELECT WIREPOL-FILE ASSIGN TO "WIREPOL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WIREPOL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       COPY CWIREOUT.

       FD FRDHOLD-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CFRDHOLD.

       FD WIREPOL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CWIREPOL.

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'ACCTWIRO'.
           88 WS-WIREMST-OK VALUE '00'.
         05 WS-WIREOUT-STATUS PIC X(2).
           88 WS-WIREOUT-OK VALUE '00'.
         05 WS-FRDHOLD-STATUS PIC X(2).
           88 WS-FRDHOLD-OK VALUE '00'.
         05 WS-WIREPOL-STATUS PIC X(2).
           88 WS-WIREPOL-OK VALUE '00'.
         05 WS-WIREMST-EOF-FLAG PIC X(1).
           88 WS-WIREMST-EOF VALUE 'Y'.
         05 WS-FRDHOLD-OPEN-FLAG PIC X(1) VALUE 'N'.
           88 WS-FRDHOLD-OPEN VALUE 'Y'.
         05 WS-PASS-FLAG PIC X(1).
           88 WS-PASS-COUNT VALUE 'C'.
           88 WS-PASS-CUT VALUE 'W'.
         05 WS-WIRE-HELD-FLAG PIC X(1).
           88 WS-WIRE-HELD VALUE 'Y'.
         05 WS-ITEM-COUNT PIC 9(6) VALUE ZERO.
         05 WS-CUT-COUNT PIC 9(6) VALUE ZERO.
         05 WS-HELD-COUNT PIC 9(6) VALUE ZERO.
         05 WS-ITEM-TOTAL PIC 9(11)V99 VALUE ZERO.
         05 WS-MSG-ID PIC X(35).
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE.
             15 WS-CURRENT-YYYY PIC X(4).
             15 WS-CURRENT-MM PIC X(2).
             15 WS-CURRENT-DD PIC X(2).
           10 WS-CURRENT-TIME PIC 9(8).
           10 WS-CURRENT-TIME-X REDEFINES WS-CURRENT-TIME.
             15 WS-CURRENT-HH PIC X(2).
             15 WS-CURRENT-MI PIC X(2).
             15 WS-CURRENT-SS PIC X(2).
             15 FILLER PIC X(2).
           10 FILLER PIC X(5).
      *****************************************************************
      * Message settings - WIREPOL overrides any it carries. There is *
      * no default BIC: the bank's own identity has to be on file.    *
      *****************************************************************
       01 WS-WIRE-POLICY.
         05 WS-OUR-BIC PIC X(11) VALUE SPACES.
         05 WS-CLEARING-SYSTEM PIC X(5) VALUE 'CACPA'.
         05 WS-CURRENCY PIC X(3) VALUE 'CAD'.
         05 WS-CHARGE-BEARER PIC X(4) VALUE 'SHAR'.
      *****************************************************************
      * XML line building - one element per WIREOUT line, indented    *
      * two spaces a level.                                           *
      *****************************************************************
       01 WS-XML-WORK.
         05 WS-XML-DEPTH PIC 9(2) VALUE ZERO.
         05 WS-XML-PTR PIC 9(4).
         05 WS-XML-TAG PIC X(30).
         05 WS-XML-OUTER-TAG PIC X(30).
         05 WS-XML-VALUE PIC X(140).
         05 WS-XML-LEN PIC 9(3).
         05 WS-XML-IX PIC 9(3).
         05 WS-XML-CHAR PIC X(1).
         05 WS-XML-AMOUNT PIC 9(11)V99.
         05 WS-XML-AMOUNT-ED PIC Z(10)9.99.
         05 WS-XML-COUNT-ED PIC Z(5)9.
         05 WS-XML-LEAD PIC 9(2).
         05 WS-XML-REF PIC 9(12).
         05 WS-XML-DATE PIC 9(8).
         05 WS-XML-DATE-X REDEFINES WS-XML-DATE.
           10 WS-XML-YYYY PIC X(4).
           10 WS-XML-MM PIC X(2).
           10 WS-XML-DD PIC X(2).
       01 WS-PARTY.
         05 WS-PARTY-NAME PIC X(70).
         05 WS-PARTY-STREET PIC X(70).
         05 WS-PARTY-POST-CODE PIC X(16).
         05 WS-PARTY-TOWN PIC X(35).
         05 WS-PARTY-SUBDIVISION PIC X(35).
         05 WS-PARTY-COUNTRY PIC X(2).

       COPY CRUNCTLQ.

           .
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           .
           PERFORM LOAD-WIRE-POLICY THRU LOAD-WIRE-POLICY-EXIT
           IF WS-OUR-BIC IS EQUAL TO SPACES
               DISPLAY 'No bank BIC on WIREPOL - no wires cut'
               MOVE 'E' TO RCQ-FUNCTION
               MOVE ZERO TO RCQ-REC-COUNT
               MOVE 'F' TO RCQ-OUTCOME
               CALL 'RUNCTL' USING RUNCTL-REQUEST
               STOP RUN
           END-IF
           .
           OPEN I-O WIREMST-FILE
           OPEN OUTPUT WIREOUT-FILE
           OPEN INPUT FRDHOLD-FILE
           IF WS-FRDHOLD-OK
               SET WS-FRDHOLD-OPEN TO TRUE
           END-IF
           .
      *****************************************************************
      * The group header comes before the first transaction and must  *
      * carry the count and control sum, so the queue is walked twice *
      * - once to count what will go, once to write it.               *
      *****************************************************************
           SET WS-PASS-COUNT TO TRUE
           PERFORM BROWSE-WIRE-QUEUE THRU BROWSE-WIRE-QUEUE-EXIT
           .
           IF WS-ITEM-COUNT IS GREATER THAN ZERO
               MOVE SPACES TO WS-MSG-ID
               STRING 'WIRO' WS-CURRENT-DATE WS-CURRENT-TIME(1:6)
                   DELIMITED BY SIZE INTO WS-MSG-ID
               PERFORM WRITE-MESSAGE-HEADER THRU
                   WRITE-MESSAGE-HEADER-EXIT
               SET WS-PASS-CUT TO TRUE
               PERFORM BROWSE-WIRE-QUEUE THRU BROWSE-WIRE-QUEUE-EXIT
               PERFORM WRITE-MESSAGE-TRAILER THRU
                   WRITE-MESSAGE-TRAILER-EXIT
           END-IF
           .
           CLOSE WIREMST-FILE
           CLOSE WIREOUT-FILE
           IF WS-FRDHOLD-OPEN
               CLOSE FRDHOLD-FILE
           END-IF
           .
           DISPLAY WS-CUT-COUNT ' wire(s) cut to WIREOUT, '
               WS-HELD-COUNT ' held back under fraud hold'
           .
           MOVE 'E' TO RCQ-FUNCTION
           MOVE WS-CUT-COUNT TO RCQ-REC-COUNT
           MOVE 'C' TO RCQ-OUTCOME
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           .
           STOP RUN
           .
       LOAD-WIRE-POLICY.
           OPEN INPUT WIREPOL-FILE
           IF NOT WS-WIREPOL-OK
               GO TO LOAD-WIRE-POLICY-EXIT
           END-IF
           READ WIREPOL-FILE
               AT END
                   CLOSE WIREPOL-FILE
                   GO TO LOAD-WIRE-POLICY-EXIT
           END-READ
           IF WRP-OUR-BIC IS NOT EQUAL TO SPACES
               MOVE WRP-OUR-BIC TO WS-OUR-BIC
           END-IF
           IF WRP-CLEARING-SYSTEM IS NOT EQUAL TO SPACES
               MOVE WRP-CLEARING-SYSTEM TO WS-CLEARING-SYSTEM
           END-IF
           IF WRP-CURRENCY IS NOT EQUAL TO SPACES
               MOVE WRP-CURRENCY TO WS-CURRENCY
           END-IF
           IF WRP-CHARGE-BEARER-VALID
               MOVE WRP-CHARGE-BEARER TO WS-CHARGE-BEARER
           END-IF
           CLOSE WIREPOL-FILE
           .
       LOAD-WIRE-POLICY-EXIT.
           EXIT
           .
       BROWSE-WIRE-QUEUE.
           MOVE 'N' TO WS-WIREMST-EOF-FLAG
           MOVE LOW-VALUES TO WIR-KEY
           START WIREMST-FILE KEY IS NOT LESS THAN WIR-KEY
               INVALID KEY
                       SET WS-WIREMST-EOF TO TRUE
                   NOT AT END
                       IF WIR-OUTGOING AND WIR-QUEUED
                           PERFORM CHECK-WIRE-HOLD THRU
                               CHECK-WIRE-HOLD-EXIT
                           PERFORM TAKE-ONE-WIRE THRU
                               TAKE-ONE-WIRE-EXIT
                       END-IF
               END-READ
           END-PERFORM
           .
       BROWSE-WIRE-QUEUE-EXIT.
           EXIT
           .
      *****************************************************************
      * A wire queued before its account went under a fraud hold      *
      * stays queued - it is cut on the first night after ACCTFRDR    *
      * releases the hold.                                            *
      *****************************************************************
       CHECK-WIRE-HOLD.
           MOVE 'N' TO WS-WIRE-HELD-FLAG
           IF NOT WS-FRDHOLD-OPEN
               GO TO CHECK-WIRE-HOLD-EXIT
           END-IF
           .
           MOVE WIR-OWNER-PID TO FRD-OWNER-PID
           MOVE WIR-ACCOUNT TO FRD-ACCOUNT
           READ FRDHOLD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FRD-HELD
                       SET WS-WIRE-HELD TO TRUE
                   END-IF
           END-READ
           .
       CHECK-WIRE-HOLD-EXIT.
           EXIT
           .
       TAKE-ONE-WIRE.
           IF WS-PASS-COUNT
               IF WS-WIRE-HELD
                   ADD 1 TO WS-HELD-COUNT
                   DISPLAY 'Wire held - fraud hold '
                       WIR-OWNER-PID ' ' WIR-ACCOUNT
               ELSE
                   ADD 1 TO WS-ITEM-COUNT
                   ADD WIR-AMOUNT TO WS-ITEM-TOTAL
               END-IF
               GO TO TAKE-ONE-WIRE-EXIT
           END-IF
           .
           IF NOT WS-WIRE-HELD
               PERFORM CUT-ONE-WIRE THRU CUT-ONE-WIRE-EXIT
           END-IF
           .
       TAKE-ONE-WIRE-EXIT.
           EXIT
           .
      *****************************************************************
      * pacs.008 group header - settlement is through the instructed  *
      * agent's account with us (INDA).                               *
      *****************************************************************
       WRITE-MESSAGE-HEADER.
           MOVE '<?xml version="1.0" encoding="UTF-8"?>' TO WOU-LINE
           WRITE WIREOUT-RECORD
           MOVE SPACES TO WOU-LINE
           STRING '<Document xmlns="urn:iso:std:iso:20022:tech:xsd:'
               'pacs.008.001.08">'
               DELIMITED BY SIZE INTO WOU-LINE
           WRITE WIREOUT-RECORD
           MOVE 1 TO WS-XML-DEPTH
           .
           MOVE 'FIToFICstmrCdtTrf' TO WS-XML-TAG
           PERFORM WRITE-OPEN-TAG THRU WRITE-OPEN-TAG-EXIT
           MOVE 'GrpHdr' TO WS-XML-TAG
           PERFORM WRITE-OPEN-TAG THRU WRITE-OPEN-TAG-EXIT
           MOVE 'MsgId' TO WS-XML-TAG
           MOVE WS-MSG-ID TO WS-XML-VALUE
           PERFORM WRITE-VALUE-ELEMENT THRU WRITE-VALUE-ELEMENT-EXIT
           MOVE 'CreDtTm' TO WS-XML-TAG
           MOVE SPACES TO WS-XML-VALUE
           STRING WS-CURRENT-YYYY '-' WS-CURRENT-MM '-' WS-CURRENT-DD
               'T' WS-CURRENT-HH ':' WS-CURRENT-MI ':' WS-CURRENT-SS
               DELIMITED BY SIZE INTO WS-XML-VALUE
           PERFORM WRITE-VALUE-ELEMENT THRU WRITE-VALUE-ELEMENT-EXIT
           MOVE 'NbOfTxs' TO WS-XML-TAG
           MOVE WS-ITEM-COUNT TO WS-XML-COUNT-ED
           MOVE ZERO TO WS-XML-LEAD
           INSPECT WS-XML-COUNT-ED TALLYING WS-XML-LEAD
               FOR LEADING SPACES
           MOVE WS-XML-COUNT-ED(WS-XML-LEAD + 1:) TO WS-XML-VALUE
           PERFORM WRITE-VALUE-ELEMENT THRU WRITE-VALUE-ELEMENT-EXIT
           MOVE 'CtrlSum' TO WS-XML-TAG
           MOVE WS-ITEM-TOTAL TO WS-XML-AMOUNT-ED
           MOVE ZERO TO WS-XML-LEAD
           INSPECT WS-XML-AMOUNT-ED TALLYING WS-XML-LEAD
               FOR LEADING SPACES
           MOVE WS-XML-AMOUNT-ED(WS-XML-LEAD + 1:) TO WS-XML-VALUE
           PERFORM WRITE-VALUE-ELEMENT THRU WRITE-VALUE-ELEMENT-EXIT
           MOVE 'SttlmInf' TO WS-XML-TAG
           PERFORM WRITE-OPEN-TAG THRU WRITE-OPEN-TAG-EXIT
           MOVE 'SttlmMtd' TO WS-XML-TAG
           MOVE 'INDA' TO WS-XML-VALUE
           PERFORM WRITE-VALUE-ELEMENT THRU WRITE-VALUE-ELEMENT-EXIT
           MOVE 'SttlmInf' TO WS-XML-TAG
           PERFORM WRITE-CLOSE-TAG THRU WRITE-CLOSE-TAG-EXIT
           MOVE 'InstgAgt' TO WS-XML-TAG
           PERFORM WRITE-OUR-AGENT THRU WRITE-OUR-AGENT-EXIT
           MOVE 'GrpHdr' TO WS-XML-TAG
           PERFORM WRITE-CLOSE-TAG THRU WRITE-CLOSE-TAG-EXIT
           .
       WRITE-MESSAGE-HEADER-EXIT.
           EXIT
           .
       WRITE-MESSAGE-TRAILER.
           MOVE 'FIToFICstmrCdtTrf' TO WS-XML-TAG
           PERFORM WRITE-CLOSE-TAG THRU WRITE-CLOSE-TAG-EXIT
           MOVE 'Document' TO WS-XML-TAG
           PERFORM WRITE-CLOSE-TAG THRU WRITE-CLOSE-TAG-EXIT
           .
       WRITE-MESSAGE-TRAILER-EXIT.
           EXIT
           .
      *****************************************************************
      * One credit transfer transaction per wire. The WIREMST         *
      * reference is both instruction and end-to-end id - the status  *
      * report and any return quote it back to ACCTWIRI.              *
      *****************************************************************
       CUT-ONE-WIRE.
           MOVE 'CdtTrfTxInf' TO WS-XML-TAG
           PERFORM WRITE-OPEN-TAG THRU WRITE-OPEN-TAG-EXIT
           MOVE 'PmtId' TO WS-XML-TAG
           PERFORM WRITE-OPEN-TAG THRU WRITE-OPEN-TAG-EXIT
           MOVE WIR-REF-NO TO WS-XML-REF
           MOVE 'InstrId' TO WS-XML-TAG
           MOVE WS-XML-REF TO WS-XML-VALUE
           PERFORM WRITE-VALUE-ELEMENT THRU WRITE-VALUE-ELEMENT-EXIT
           MOVE 'EndToEndId' TO WS-XML-TAG
           MOVE WS-XML-REF TO WS-XML-VALUE
           PERFORM WRITE-VALUE-ELEMENT THRU WRITE-VALUE-ELEMENT-EXIT
           MOVE 'PmtId' TO WS-XML-TAG
           PERFORM WRITE-CLOSE-TAG THRU WRITE-CLOSE-TAG-EXIT
           .
           MOVE 'IntrBkSttlmAmt' TO WS-XML-TAG
           MOVE WIR-AMOUNT TO WS-XML-AMOUNT
           PERFORM WRITE-AMOUNT-ELEMENT THRU
               WRITE-AMOUNT-ELEMENT-EXIT
           MOVE 'IntrBkSttlmDt' TO WS-XML-TAG
           MOVE WS-CURRENT-DATE TO WS-XML-DATE
           MOVE SPACES TO WS-XML-VALUE
           STRING WS-XML-YYYY '-' WS-XML-MM '-' WS-XML-DD
               DELIMITED BY SIZE INTO WS-XML-VALUE
           PERFORM WRITE-VALUE-ELEMENT THRU WRITE-VALUE-ELEMENT-EXIT
           MOVE 'ChrgBr' TO WS-XML-TAG
           MOVE WS-CHARGE-BEARER TO WS-XML-VALUE
           PERFORM WRITE-VALUE-ELEMENT THRU WRITE-VALUE-ELEMENT-EXIT
           .
           MOVE WIR-DEBTOR TO WS-PARTY
           MOVE 'Dbtr' TO WS-XML-TAG
           PERFORM WRITE-PARTY THRU WRITE-PARTY-EXIT
           MOVE 'DbtrAcct' TO WS-XML-TAG
           MOVE SPACES TO WS-XML-VALUE
           STRING WIR-OWNER-PID WIR-ACCOUNT
               DELIMITED BY SIZE INTO WS-XML-VALUE
           PERFORM WRITE-ACCOUNT THRU WRITE-ACCOUNT-EXIT
           MOVE 'DbtrAgt' TO WS-XML-TAG
           PERFORM WRITE-OUR-AGENT THRU WRITE-OUR-AGENT-EXIT
           .
           MOVE 'CdtrAgt' TO WS-XML-TAG
           PERFORM WRITE-OPEN-TAG THRU WRITE-OPEN-TAG-EXIT
           MOVE 'FinInstnId' TO WS-XML-TAG
           PERFORM WRITE-OPEN-TAG THRU WRITE-OPEN-TAG-EXIT
           MOVE 'ClrSysMmbId' TO WS-XML-TAG
           PERFORM WRITE-OPEN-TAG THRU WRITE-OPEN-TAG-EXIT
           MOVE 'ClrSysId' TO WS-XML-TAG
           PERFORM WRITE-OPEN-TAG THRU WRITE-OPEN-TAG-EXIT
           MOVE 'Cd' TO WS-XML-TAG
           MOVE WS-CLEARING-SYSTEM TO WS-XML-VALUE
           PERFORM WRITE-VALUE-ELEMENT THRU WRITE-VALUE-ELEMENT-EXIT
           MOVE 'ClrSysId' TO WS-XML-TAG
           PERFORM WRITE-CLOSE-TAG THRU WRITE-CLOSE-TAG-EXIT
           MOVE 'MmbId' TO WS-XML-TAG
           MOVE WIR-CORR-ROUTING TO WS-XML-VALUE
           PERFORM WRITE-VALUE-ELEMENT THRU WRITE-VALUE-ELEMENT-EXIT
           MOVE 'ClrSysMmbId' TO WS-XML-TAG
           PERFORM WRITE-CLOSE-TAG THRU WRITE-CLOSE-TAG-EXIT
           MOVE 'FinInstnId' TO WS-XML-TAG
           PERFORM WRITE-CLOSE-TAG THRU WRITE-CLOSE-TAG-EXIT
           MOVE 'CdtrAgt' TO WS-XML-TAG
           PERFORM WRITE-CLOSE-TAG THRU WRITE-CLOSE-TAG-EXIT
           .
           MOVE WIR-CDTR-NAME TO WS-PARTY-NAME
           MOVE WIR-CDTR-STREET TO WS-PARTY-STREET
           MOVE WIR-CDTR-POST-CODE TO WS-PARTY-POST-CODE
           MOVE WIR-CDTR-TOWN TO WS-PARTY-TOWN
           MOVE WIR-CDTR-SUBDIVISION TO WS-PARTY-SUBDIVISION
           MOVE WIR-CDTR-COUNTRY TO WS-PARTY-COUNTRY
           MOVE 'Cdtr' TO WS-XML-TAG
           PERFORM WRITE-PARTY THRU WRITE-PARTY-EXIT
           MOVE 'CdtrAcct' TO WS-XML-TAG
           MOVE WIR-CDTR-ACCOUNT TO WS-XML-VALUE
           PERFORM WRITE-ACCOUNT THRU WRITE-ACCOUNT-EXIT
           .
           MOVE 'Purp' TO WS-XML-TAG
           PERFORM WRITE-OPEN-TAG THRU WRITE-OPEN-TAG-EXIT
           MOVE 'Cd' TO WS-XML-TAG
           MOVE WIR-PURPOSE-CODE TO WS-XML-VALUE
           PERFORM WRITE-VALUE-ELEMENT THRU WRITE-VALUE-ELEMENT-EXIT
           MOVE 'Purp' TO WS-XML-TAG
           PERFORM WRITE-CLOSE-TAG THRU WRITE-CLOSE-TAG-EXIT
           IF WIR-REMIT-INFO IS NOT EQUAL TO SPACES
               MOVE 'RmtInf' TO WS-XML-TAG
               PERFORM WRITE-OPEN-TAG THRU WRITE-OPEN-TAG-EXIT
               MOVE 'Ustrd' TO WS-XML-TAG
               MOVE WIR-REMIT-INFO TO WS-XML-VALUE
               PERFORM WRITE-VALUE-ELEMENT THRU
                   WRITE-VALUE-ELEMENT-EXIT
               MOVE 'RmtInf' TO WS-XML-TAG
               PERFORM WRITE-CLOSE-TAG THRU WRITE-CLOSE-TAG-EXIT
           END-IF
           MOVE 'CdtTrfTxInf' TO WS-XML-TAG
           PERFORM WRITE-CLOSE-TAG THRU WRITE-CLOSE-TAG-EXIT
           .
           SET WIR-SENT TO TRUE
           MOVE WS-CURRENT-DATE TO WIR-SENT-DATE
           MOVE WS-MSG-ID TO WIR-MSG-ID
           REWRITE WIREMST-RECORD
           .
           ADD 1 TO WS-CUT-COUNT
           .
       CUT-ONE-WIRE-EXIT.
           EXIT
           .
      *****************************************************************
      * A party - name and structured postal address, the address     *
      * elements in schema order and only those we hold.              *
      *****************************************************************
       WRITE-PARTY.
           MOVE WS-XML-TAG TO WS-XML-OUTER-TAG
           PERFORM WRITE-OPEN-TAG THRU WRITE-OPEN-TAG-EXIT
           MOVE 'Nm' TO WS-XML-TAG
           MOVE WS-PARTY-NAME TO WS-XML-VALUE
           PERFORM WRITE-VALUE-ELEMENT THRU WRITE-VALUE-ELEMENT-EXIT
           MOVE 'PstlAdr' TO WS-XML-TAG
           PERFORM WRITE-OPEN-TAG THRU WRITE-OPEN-TAG-EXIT
           MOVE 'StrtNm' TO WS-XML-TAG
           MOVE WS-PARTY-STREET TO WS-XML-VALUE
           PERFORM WRITE-VALUE-ELEMENT THRU WRITE-VALUE-ELEMENT-EXIT
           MOVE 'PstCd' TO WS-XML-TAG
           MOVE WS-PARTY-POST-CODE TO WS-XML-VALUE
           PERFORM WRITE-VALUE-ELEMENT THRU WRITE-VALUE-ELEMENT-EXIT
           MOVE 'TwnNm' TO WS-XML-TAG
           MOVE WS-PARTY-TOWN TO WS-XML-VALUE
           PERFORM WRITE-VALUE-ELEMENT THRU WRITE-VALUE-ELEMENT-EXIT
           MOVE 'CtrySubDvsn' TO WS-XML-TAG
           MOVE WS-PARTY-SUBDIVISION TO WS-XML-VALUE
           PERFORM WRITE-VALUE-ELEMENT THRU WRITE-VALUE-ELEMENT-EXIT
           MOVE 'Ctry' TO WS-XML-TAG
           MOVE WS-PARTY-COUNTRY TO WS-XML-VALUE
           PERFORM WRITE-VALUE-ELEMENT THRU WRITE-VALUE-ELEMENT-EXIT
           MOVE 'PstlAdr' TO WS-XML-TAG
           PERFORM WRITE-CLOSE-TAG THRU WRITE-CLOSE-TAG-EXIT
           .
           MOVE WS-XML-OUTER-TAG TO WS-XML-TAG
           PERFORM WRITE-CLOSE-TAG THRU WRITE-CLOSE-TAG-EXIT
           .
       WRITE-PARTY-EXIT.
           EXIT
           .
       WRITE-ACCOUNT.
           MOVE WS-XML-TAG TO WS-XML-OUTER-TAG
           PERFORM WRITE-OPEN-TAG THRU WRITE-OPEN-TAG-EXIT
           MOVE 'Id' TO WS-XML-TAG
           PERFORM WRITE-OPEN-TAG THRU WRITE-OPEN-TAG-EXIT
           MOVE 'Othr' TO WS-XML-TAG
           PERFORM WRITE-OPEN-TAG THRU WRITE-OPEN-TAG-EXIT
           MOVE 'Id' TO WS-XML-TAG
           PERFORM WRITE-VALUE-ELEMENT THRU WRITE-VALUE-ELEMENT-EXIT
           MOVE 'Othr' TO WS-XML-TAG
           PERFORM WRITE-CLOSE-TAG THRU WRITE-CLOSE-TAG-EXIT
           MOVE 'Id' TO WS-XML-TAG
           PERFORM WRITE-CLOSE-TAG THRU WRITE-CLOSE-TAG-EXIT
           MOVE WS-XML-OUTER-TAG TO WS-XML-TAG
           PERFORM WRITE-CLOSE-TAG THRU WRITE-CLOSE-TAG-EXIT
           .
       WRITE-ACCOUNT-EXIT.
           EXIT
           .
       WRITE-OUR-AGENT.
           MOVE WS-XML-TAG TO WS-XML-OUTER-TAG
           PERFORM WRITE-OPEN-TAG THRU WRITE-OPEN-TAG-EXIT
           MOVE 'FinInstnId' TO WS-XML-TAG
           PERFORM WRITE-OPEN-TAG THRU WRITE-OPEN-TAG-EXIT
           MOVE 'BICFI' TO WS-XML-TAG
           MOVE WS-OUR-BIC TO WS-XML-VALUE
           PERFORM WRITE-VALUE-ELEMENT THRU WRITE-VALUE-ELEMENT-EXIT
           MOVE 'FinInstnId' TO WS-XML-TAG
           PERFORM WRITE-CLOSE-TAG THRU WRITE-CLOSE-TAG-EXIT
           MOVE WS-XML-OUTER-TAG TO WS-XML-TAG
           PERFORM WRITE-CLOSE-TAG THRU WRITE-CLOSE-TAG-EXIT
           .
       WRITE-OUR-AGENT-EXIT.
           EXIT
           .
       WRITE-OPEN-TAG.
           MOVE SPACES TO WOU-LINE
           COMPUTE WS-XML-PTR = WS-XML-DEPTH * 2 + 1
           STRING '<' DELIMITED BY SIZE
               WS-XML-TAG DELIMITED BY SPACE
               '>' DELIMITED BY SIZE
               INTO WOU-LINE WITH POINTER WS-XML-PTR
           WRITE WIREOUT-RECORD
           ADD 1 TO WS-XML-DEPTH
           .
       WRITE-OPEN-TAG-EXIT.
           EXIT
           .
       WRITE-CLOSE-TAG.
           IF WS-XML-DEPTH IS GREATER THAN ZERO
               SUBTRACT 1 FROM WS-XML-DEPTH
           END-IF
           MOVE SPACES TO WOU-LINE
           COMPUTE WS-XML-PTR = WS-XML-DEPTH * 2 + 1
           STRING '</' DELIMITED BY SIZE
               WS-XML-TAG DELIMITED BY SPACE
               '>' DELIMITED BY SIZE
               INTO WOU-LINE WITH POINTER WS-XML-PTR
           WRITE WIREOUT-RECORD
           .
       WRITE-CLOSE-TAG-EXIT.
           EXIT
           .
      *****************************************************************
      * A simple element on one line. An empty value writes nothing - *
      * optional elements we hold no data for are left out - and the  *
      * characters XML reserves in text are escaped.                  *
      *****************************************************************
       WRITE-VALUE-ELEMENT.
           IF WS-XML-VALUE IS EQUAL TO SPACES
               GO TO WRITE-VALUE-ELEMENT-EXIT
           END-IF
           .
           PERFORM VARYING WS-XML-LEN FROM 140 BY -1
                   UNTIL WS-XML-VALUE(WS-XML-LEN:1) IS NOT EQUAL TO
                       SPACE
               CONTINUE
           END-PERFORM
           .
           MOVE SPACES TO WOU-LINE
           COMPUTE WS-XML-PTR = WS-XML-DEPTH * 2 + 1
           STRING '<' DELIMITED BY SIZE
               WS-XML-TAG DELIMITED BY SPACE
               '>' DELIMITED BY SIZE
               INTO WOU-LINE WITH POINTER WS-XML-PTR
           PERFORM VARYING WS-XML-IX FROM 1 BY 1
                   UNTIL WS-XML-IX IS GREATER THAN WS-XML-LEN
               MOVE WS-XML-VALUE(WS-XML-IX:1) TO WS-XML-CHAR
               EVALUATE WS-XML-CHAR
                   WHEN '&'
                       STRING '&amp;' DELIMITED BY SIZE
                           INTO WOU-LINE WITH POINTER WS-XML-PTR
                   WHEN '<'
                       STRING '&lt;' DELIMITED BY SIZE
                           INTO WOU-LINE WITH POINTER WS-XML-PTR
                   WHEN '>'
                       STRING '&gt;' DELIMITED BY SIZE
                           INTO WOU-LINE WITH POINTER WS-XML-PTR
                   WHEN OTHER
                       STRING WS-XML-CHAR DELIMITED BY SIZE
                           INTO WOU-LINE WITH POINTER WS-XML-PTR
               END-EVALUATE
           END-PERFORM
           STRING '</' DELIMITED BY SIZE
               WS-XML-TAG DELIMITED BY SPACE
               '>' DELIMITED BY SIZE
               INTO WOU-LINE WITH POINTER WS-XML-PTR
           WRITE WIREOUT-RECORD
           .
       WRITE-VALUE-ELEMENT-EXIT.
           EXIT
           .
       WRITE-AMOUNT-ELEMENT.
           MOVE WS-XML-AMOUNT TO WS-XML-AMOUNT-ED
           MOVE ZERO TO WS-XML-LEAD
           INSPECT WS-XML-AMOUNT-ED TALLYING WS-XML-LEAD
               FOR LEADING SPACES
           MOVE SPACES TO WOU-LINE
           COMPUTE WS-XML-PTR = WS-XML-DEPTH * 2 + 1
           STRING '<' DELIMITED BY SIZE
               WS-XML-TAG DELIMITED BY SPACE
               ' Ccy="' WS-CURRENCY '">'
               WS-XML-AMOUNT-ED(WS-XML-LEAD + 1:)
               '</' DELIMITED BY SIZE
               WS-XML-TAG DELIMITED BY SPACE
               '>' DELIMITED BY SIZE
               INTO WOU-LINE WITH POINTER WS-XML-PTR
           WRITE WIREOUT-RECORD
           .
       WRITE-AMOUNT-ELEMENT-EXIT.
           EXIT
           .
