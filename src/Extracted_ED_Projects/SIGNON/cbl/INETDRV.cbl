001220*              and otherwise runs through the same idle-timeout * inetdrv
001230*              and UserVal validation as DRIVER, then renders    * inetdrv
001240*              the result as a small HTML page.                 * inetdrv
001242*              A form whose function field is CHQDEP is a       * inetdrv
001244*              remote cheque deposit from a signed-on customer, * inetdrv
001246*              passed to ACCTRDEP under the session's own PID   * inetdrv
001248*              after the same idle-timeout check.               * inetdrv
001249*              A form whose function is P2PSEND sends money to  * inetdrv
001250*              an e-mail or mobile alias, and one whose         * inetdrv
001251*              function is P2PACPT accepts a transfer waiting   * inetdrv
001252*              for the customer. Both go to ACCTP2P under the   * inetdrv
001253*              session's own PID after the same check.          * inetdrv
001254*              A form whose function is LOYPTS shows the        * inetdrv
001255*              customer's loyalty points and tier, and one      * inetdrv
001256*              whose function is LOYRDM spends them; both go to * inetdrv
001257*              ACCTLOYR under the session's own PID after the   * inetdrv
001258*              same check.                                      * inetdrv
001259*              A form whose function is CEMVIEW shows the       * inetdrv
001260*              customer's marketing consent on a channel and    * inetdrv
001261*              one whose function is CEMSET gives or withdraws  * inetdrv
001262*              it; both go to ACCTMKTC under the session's own  * inetdrv
001263*              PID after the same check.                        * inetdrv
001264*              A form whose function is SAVVIEW shows one of    * inetdrv
001265*              the customer's save-on-payday rules, SAVSET sets * inetdrv
001266*              one up or changes it and SAVDEL removes it; all  * inetdrv
001267*              three go to ACCTSAVR under the session's own PID * inetdrv
001268*              after the same check.                            * inetdrv
001269*              A form whose function is OBVIEW shows the        * inetdrv
001270*              customer's open banking consent to one third     * inetdrv
001271*              party, OBGRANT grants or renews it and OBREVOKE  * inetdrv
001272*              revokes it; all three go to ACCTOBCN under the   * inetdrv
001273*              session's own PID after the same check.          * inetdrv
001274*              A form whose function is OBDATA comes from a     * inetdrv
001275*              third party rather than the customer and needs   * inetdrv
001276*              no session: the party's id, the customer's PID   * inetdrv
001277*              and the consent reference go to ACCTOBDS, which  * inetdrv
001278*              answers only within that consent.                * inetdrv
001279*              A form whose function is MDVIEW shows a money    * inetdrv
001280*              item held for signers on a mandated account,     * inetdrv
001281*              MDSIGN adds the customer's signature to it and   * inetdrv
001282*              MDDECL declines it; all three go to ACCTMAND     * inetdrv
001283*              under the session's own PID after the same       * inetdrv
001284*              check.                                           * inetdrv
001285*              The optional 'otpcode' form field carries the    * inetdrv
001286*              one-time code for a step-up signon back to       * inetdrv
001287*              USERVAL.                                         * inetdrv
001288***************************************************************** inetdrv
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INETDRV.

           05 WS-WEB-SIGNON-ID PIC X(5).
           05 WS-WEB-USERID PIC X(5).
           05 WS-WEB-PSWD PIC X(8).
           05 WS-WEB-STEPUP-CODE PIC X(6).
           05 WS-HTML-PAGE PIC X(512).
           05 WS-HTML-LEN PIC S9(8) COMP.
           05 WS-WEB-FUNCTION PIC X(8).
             88 WS-WEB-FUNC-CHQ-DEPOSIT VALUE 'CHQDEP'.
             88 WS-WEB-FUNC-P2P-SEND VALUE 'P2PSEND'.
             88 WS-WEB-FUNC-P2P-ACCEPT VALUE 'P2PACPT'.
             88 WS-WEB-FUNC-LOY-ENQUIRE VALUE 'LOYPTS'.
             88 WS-WEB-FUNC-LOY-REDEEM VALUE 'LOYRDM'.
             88 WS-WEB-FUNC-CEM-VIEW VALUE 'CEMVIEW'.
             88 WS-WEB-FUNC-CEM-SET VALUE 'CEMSET'.
             88 WS-WEB-FUNC-SAV-VIEW VALUE 'SAVVIEW'.
             88 WS-WEB-FUNC-SAV-SET VALUE 'SAVSET'.
             88 WS-WEB-FUNC-SAV-REMOVE VALUE 'SAVDEL'.
             88 WS-WEB-FUNC-OB-VIEW VALUE 'OBVIEW'.
             88 WS-WEB-FUNC-OB-GRANT VALUE 'OBGRANT'.
             88 WS-WEB-FUNC-OB-REVOKE VALUE 'OBREVOKE'.
             88 WS-WEB-FUNC-OB-DATA VALUE 'OBDATA'.
             88 WS-WEB-FUNC-MD-VIEW VALUE 'MDVIEW'.
             88 WS-WEB-FUNC-MD-SIGN VALUE 'MDSIGN'.
             88 WS-WEB-FUNC-MD-DECLINE VALUE 'MDDECL'.
           05 WS-WEB-VALUE-LEN PIC S9(8) COMP.
           05 WS-WEB-AMOUNT-TEXT PIC X(9).
           05 WS-WEB-AMOUNT-CENTS PIC 9(9).
           05 WS-WEB-HOLD-EDIT PIC Z(6)9.99.
           05 WS-WEB-REF-TEXT PIC X(12).
           05 WS-WEB-POINTS-TEXT PIC X(7).
           05 WS-WEB-POINTS-EDIT PIC -(8)9.
           05 WS-WEB-SAVED-EDIT PIC Z(8)9.99.
           05 WS-WEB-COUNT-EDIT PIC Z(6)9.
           05 WS-WEB-MONEY-EDIT PIC -(7)9.99.
           05 WS-WEB-OB-IDX PIC 9(1).
      *****************************************************************
      * A third party's account data runs to more than one line, so   *
      * it is built up in its own larger page.                        *
      *****************************************************************
           05 WS-OB-PAGE PIC X(2048).
           05 WS-OB-PAGE-PTR PIC S9(4) COMP.
       COPY CSESSMST.
      *****************************************************************
      * Call areas shaped exactly like RDEPREQ/RDEPRESP - the same    *
      * structures ACCTRDEP is called with, under driver-local names, *
      * the IVRDRV convention.                                        *
      *****************************************************************
       01 WS-RDP-REQUEST.
         05 WS-RDP-I-PERSON-PID             PIC X(5).
         05 WS-RDP-I-ACCOUNT                PIC X(9).
         05 WS-RDP-I-PAYOR-ROUTING          PIC X(9).
         05 WS-RDP-I-PAYOR-ACCOUNT          PIC X(12).
         05 WS-RDP-I-SERIAL                 PIC X(6).
         05 WS-RDP-I-AMOUNT                 PIC S9(7)V99.
         05 WS-RDP-I-IMAGE-REF              PIC X(20).
         05 WS-RDP-I-READ-ONLY-FLAG         PIC X(1).
       01 WS-RDP-RESPONSE.
         05 WS-RDP-O-APPROVED-FLAG          PIC X(1).
         05 WS-RDP-O-MESSAGE                PIC X(40).
         05 WS-RDP-O-BALANCE                PIC S9(7)V99.
         05 WS-RDP-O-HOLD-AMOUNT            PIC 9(7)V99.
         05 WS-RDP-O-RELEASE-DATE           PIC 9(8).
         05 WS-RDP-O-REF-NO                 PIC 9(12).
         05 WS-RDP-O-EIBRESP                PIC S9(8) BINARY.
      *****************************************************************
      * Call areas shaped exactly like P2PREQ/P2PRESP for ACCTP2P.    *
      *****************************************************************
       01 WS-P2P-REQUEST.
         05 WS-P2P-I-ACTION                 PIC X(1).
         05 WS-P2P-I-PERSON-PID             PIC X(5).
         05 WS-P2P-I-ACCOUNT                PIC X(9).
         05 WS-P2P-I-ALIAS                  PIC X(50).
         05 WS-P2P-I-AMOUNT                 PIC S9(7)V99.
         05 WS-P2P-I-QUESTION               PIC X(40).
         05 WS-P2P-I-ANSWER                 PIC X(20).
         05 WS-P2P-I-REF-NO                 PIC 9(12).
         05 WS-P2P-I-READ-ONLY-FLAG         PIC X(1).
       01 WS-P2P-RESPONSE.
         05 WS-P2P-O-APPROVED-FLAG          PIC X(1).
         05 WS-P2P-O-MESSAGE                PIC X(40).
         05 WS-P2P-O-BALANCE                PIC S9(7)V99.
         05 WS-P2P-O-REF-NO                 PIC 9(12).
         05 WS-P2P-O-XFER-STATUS            PIC X(1).
         05 WS-P2P-O-EXPIRY-DATE            PIC 9(8).
         05 WS-P2P-O-EIBRESP                PIC S9(8) BINARY.
      *****************************************************************
      * Call areas shaped exactly like LOYREQ/LOYRESP for ACCTLOYR.   *
      *****************************************************************
       01 WS-LOY-REQUEST.
         05 WS-LOY-I-ACTION                 PIC X(1).
         05 WS-LOY-I-PERSON-PID             PIC X(5).
         05 WS-LOY-I-ACCOUNT                PIC X(9).
         05 WS-LOY-I-OPTION                 PIC X(1).
         05 WS-LOY-I-POINTS                 PIC 9(7).
         05 WS-LOY-I-READ-ONLY-FLAG         PIC X(1).
       01 WS-LOY-RESPONSE.
         05 WS-LOY-O-APPROVED-FLAG          PIC X(1).
         05 WS-LOY-O-MESSAGE                PIC X(40).
         05 WS-LOY-O-POINTS-BALANCE         PIC S9(9).
         05 WS-LOY-O-TIER                   PIC X(1).
         05 WS-LOY-O-VALUE                  PIC 9(7)V99.
         05 WS-LOY-O-BALANCE                PIC S9(7)V99.
         05 WS-LOY-O-REF-NO                 PIC 9(12).
         05 WS-LOY-O-EIBRESP                PIC S9(8) BINARY.
      *****************************************************************
      * Call areas shaped exactly like MKTCREQ/MKTCRESP for ACCTMKTC. *
      *****************************************************************
       01 WS-MKT-REQUEST.
         05 WS-MKT-I-ACTION                 PIC X(1).
         05 WS-MKT-I-PERSON-PID             PIC X(5).
         05 WS-MKT-I-CHANNEL                PIC X(1).
         05 WS-MKT-I-CONSENT                PIC X(1).
         05 WS-MKT-I-READ-ONLY-FLAG         PIC X(1).
       01 WS-MKT-RESPONSE.
         05 WS-MKT-O-APPROVED-FLAG          PIC X(1).
         05 WS-MKT-O-MESSAGE                PIC X(40).
         05 WS-MKT-O-STATUS                 PIC X(1).
         05 WS-MKT-O-TYPE                   PIC X(1).
         05 WS-MKT-O-CONSENT-DATE           PIC 9(8).
         05 WS-MKT-O-EXPIRY-DATE            PIC 9(8).
         05 WS-MKT-O-EIBRESP                PIC S9(8) BINARY.
      *****************************************************************
      * Call areas shaped exactly like SAVRREQ/SAVRRESP for ACCTSAVR. *
      *****************************************************************
       01 WS-SAV-REQUEST.
         05 WS-SAV-I-ACTION                 PIC X(1).
         05 WS-SAV-I-PERSON-PID             PIC X(5).
         05 WS-SAV-I-RULE-NO                PIC X(1).
         05 WS-SAV-I-FROM-ACC               PIC X(9).
         05 WS-SAV-I-ORIGINATOR             PIC X(20).
         05 WS-SAV-I-TO-ACC                 PIC X(9).
         05 WS-SAV-I-METHOD                 PIC X(1).
         05 WS-SAV-I-PERCENT                PIC 9(3)V99.
         05 WS-SAV-I-FIXED-AMOUNT           PIC 9(7)V99.
         05 WS-SAV-I-FLOOR                  PIC 9(7)V99.
         05 WS-SAV-I-READ-ONLY-FLAG         PIC X(1).
       01 WS-SAV-RESPONSE.
         05 WS-SAV-O-APPROVED-FLAG          PIC X(1).
         05 WS-SAV-O-MESSAGE                PIC X(40).
         05 WS-SAV-O-STATUS                 PIC X(1).
         05 WS-SAV-O-FROM-ACC               PIC X(9).
         05 WS-SAV-O-ORIGINATOR             PIC X(20).
         05 WS-SAV-O-TO-ACC                 PIC X(9).
         05 WS-SAV-O-METHOD                 PIC X(1).
         05 WS-SAV-O-PERCENT                PIC 9(3)V99.
         05 WS-SAV-O-FIXED-AMOUNT           PIC 9(7)V99.
         05 WS-SAV-O-FLOOR                  PIC 9(7)V99.
         05 WS-SAV-O-LAST-FIRED-DATE        PIC 9(8).
         05 WS-SAV-O-LAST-AMOUNT            PIC 9(7)V99.
         05 WS-SAV-O-LAST-RESULT            PIC X(1).
         05 WS-SAV-O-TOTAL-SAVED            PIC 9(9)V99.
         05 WS-SAV-O-EIBRESP                PIC S9(8) BINARY.
      *****************************************************************
      * Call areas shaped exactly like OBCNREQ/OBCNRESP for ACCTOBCN. *
      *****************************************************************
       01 WS-OBC-REQUEST.
         05 WS-OBC-I-ACTION                 PIC X(1).
         05 WS-OBC-I-PERSON-PID             PIC X(5).
         05 WS-OBC-I-PARTY-ID               PIC X(8).
         05 WS-OBC-I-ACCOUNT                PIC X(9) OCCURS 5 TIMES.
         05 WS-OBC-I-DAYS                   PIC 9(3).
         05 WS-OBC-I-READ-ONLY-FLAG         PIC X(1).
       01 WS-OBC-RESPONSE.
         05 WS-OBC-O-APPROVED-FLAG          PIC X(1).
         05 WS-OBC-O-MESSAGE                PIC X(40).
         05 WS-OBC-O-PARTY-NAME             PIC X(30).
         05 WS-OBC-O-STATUS                 PIC X(1).
         05 WS-OBC-O-CONSENT-REF            PIC 9(12).
         05 WS-OBC-O-GRANTED-DATE           PIC 9(8).
         05 WS-OBC-O-EXPIRY-DATE            PIC 9(8).
         05 WS-OBC-O-ACCOUNT-COUNT          PIC 9(1).
         05 WS-OBC-O-ACCOUNT                PIC X(9) OCCURS 5 TIMES.
         05 WS-OBC-O-LAST-ACCESS-DATE       PIC 9(8).
         05 WS-OBC-O-ACCESS-COUNT           PIC 9(7).
         05 WS-OBC-O-EIBRESP                PIC S9(8) BINARY.
      *****************************************************************
      * Call areas shaped exactly like OBDSREQ/OBDSRESP for ACCTOBDS. *
      *****************************************************************
       01 WS-OBD-REQUEST.
         05 WS-OBD-I-PARTY-ID               PIC X(8).
         05 WS-OBD-I-PERSON-PID             PIC X(5).
         05 WS-OBD-I-CONSENT-REF            PIC 9(12).
         05 WS-OBD-I-REQUEST                PIC X(1).
         05 WS-OBD-I-ACCOUNT                PIC X(9).
         05 WS-OBD-I-RESUME-KEY             PIC X(25).
       01 WS-OBD-RESPONSE.
         05 WS-OBD-O-APPROVED-FLAG          PIC X(1).
         05 WS-OBD-O-MESSAGE                PIC X(40).
         05 WS-OBD-O-ACC-COUNT              PIC 9(1).
         05 WS-OBD-O-ACC-FIELDS OCCURS 5 TIMES.
           10 WS-OBD-O-ACC-NUMBER           PIC X(9).
           10 WS-OBD-O-ACC-DESC             PIC X(15).
           10 WS-OBD-O-ACC-PRODUCT          PIC X(4).
           10 WS-OBD-O-ACC-CURRENCY         PIC X(3).
           10 WS-OBD-O-ACC-BALANCE          PIC S9(7)V99.
         05 WS-OBD-O-TXN-COUNT              PIC 9(1).
         05 WS-OBD-O-TXN-FIELDS OCCURS 8 TIMES.
           10 WS-OBD-O-TXN-DATE             PIC 9(8).
           10 WS-OBD-O-TXN-TIME             PIC 9(8).
           10 WS-OBD-O-TXN-AMOUNT           PIC S9(7)V99.
           10 WS-OBD-O-TXN-TYPE             PIC X(2).
           10 WS-OBD-O-TXN-DESC             PIC X(20).
           10 WS-OBD-O-TXN-REF              PIC 9(12).
         05 WS-OBD-O-LAST-ENTRY             PIC X(25).
         05 WS-OBD-O-MORE-FLAG              PIC X(1).
         05 WS-OBD-O-EIBRESP                PIC S9(8) BINARY.
      *****************************************************************
      * Call areas shaped exactly like MANDREQ/MANDRESP for ACCTMAND. *
      *****************************************************************
       01 WS-MND-REQUEST.
         05 WS-MND-I-ACTION                 PIC X(1).
         05 WS-MND-I-PERSON-PID             PIC X(5).
         05 WS-MND-I-REF-NO                 PIC 9(12).
         05 WS-MND-I-READ-ONLY-FLAG         PIC X(1).
       01 WS-MND-RESPONSE.
         05 WS-MND-O-APPROVED-FLAG          PIC X(1).
         05 WS-MND-O-MESSAGE                PIC X(40).
         05 WS-MND-O-ACCOUNT                PIC X(9).
         05 WS-MND-O-CHANNEL                PIC X(4).
         05 WS-MND-O-AMOUNT                 PIC 9(7)V99.
         05 WS-MND-O-STATUS                 PIC X(1).
         05 WS-MND-O-EXPIRY-DATE            PIC 9(8).
         05 WS-MND-O-SIG-COUNT              PIC 9(1).
         05 WS-MND-O-SIGS-NEEDED            PIC 9(1).
         05 WS-MND-O-EIBRESP                PIC S9(8) BINARY.

       LINKAGE SECTION.

           .
           SET BANK-ENV-INET TO TRUE
           .
      *****************************************************************
      * A signed-on customer's cheque deposit form names its function *
      * - everything else is the sign-on form, as before.             *
      *****************************************************************
           PERFORM READ-WEB-FUNCTION THRU READ-WEB-FUNCTION-EXIT
           .
           IF WS-WEB-FUNC-CHQ-DEPOSIT
               PERFORM SERVE-CHEQUE-DEPOSIT THRU
                   SERVE-CHEQUE-DEPOSIT-EXIT
               EXEC CICS RETURN
               END-EXEC
           END-IF
           .
           IF WS-WEB-FUNC-P2P-SEND
               OR WS-WEB-FUNC-P2P-ACCEPT
               PERFORM SERVE-P2P-TRANSFER THRU
                   SERVE-P2P-TRANSFER-EXIT
               EXEC CICS RETURN
               END-EXEC
           END-IF
           .
           IF WS-WEB-FUNC-LOY-ENQUIRE
               OR WS-WEB-FUNC-LOY-REDEEM
               PERFORM SERVE-LOYALTY-POINTS THRU
                   SERVE-LOYALTY-POINTS-EXIT
               EXEC CICS RETURN
               END-EXEC
           END-IF
           .
           IF WS-WEB-FUNC-CEM-VIEW
               OR WS-WEB-FUNC-CEM-SET
               PERFORM SERVE-MARKETING-CONSENT THRU
                   SERVE-MARKETING-CONSENT-EXIT
               EXEC CICS RETURN
               END-EXEC
           END-IF
           .
           IF WS-WEB-FUNC-SAV-VIEW
               OR WS-WEB-FUNC-SAV-SET
               OR WS-WEB-FUNC-SAV-REMOVE
               PERFORM SERVE-SAVINGS-RULE THRU
                   SERVE-SAVINGS-RULE-EXIT
               EXEC CICS RETURN
               END-EXEC
           END-IF
           .
           IF WS-WEB-FUNC-OB-VIEW
               OR WS-WEB-FUNC-OB-GRANT
               OR WS-WEB-FUNC-OB-REVOKE
               PERFORM SERVE-OPEN-BANKING-CONSENT THRU
                   SERVE-OPEN-BANKING-CONSENT-EXIT
               EXEC CICS RETURN
               END-EXEC
           END-IF
           .
           IF WS-WEB-FUNC-OB-DATA
               PERFORM SERVE-OPEN-BANKING-DATA THRU
                   SERVE-OPEN-BANKING-DATA-EXIT
               EXEC CICS RETURN
               END-EXEC
           END-IF
           .
           IF WS-WEB-FUNC-MD-VIEW
               OR WS-WEB-FUNC-MD-SIGN
               OR WS-WEB-FUNC-MD-DECLINE
               PERFORM SERVE-SIGNING-MANDATE THRU
                   SERVE-SIGNING-MANDATE-EXIT
               EXEC CICS RETURN
               END-EXEC
           END-IF
           .
           PERFORM RECEIVE-WEB-SIGNON-FORM
           .
           IF BANK-CONV-IN-PROGRESS
                     RESP(WS-WEB-RESP)
           END-EXEC
           .
           MOVE SPACES TO WS-WEB-STEPUP-CODE
           EXEC CICS WEB READ FORMFIELD('otpcode')
                     VALUE(WS-WEB-STEPUP-CODE)
                     RESP(WS-WEB-RESP)
           END-EXEC
           .
           MOVE WS-WEB-SIGNON-ID TO BRE-I-BANK-SIGNON-ID
           MOVE WS-WEB-USERID TO BRE-I-BANK-USERID
           MOVE WS-WEB-PSWD TO BRE-I-BANK-PSWD
           MOVE WS-WEB-STEPUP-CODE TO BRE-I-BANK-STEPUP-CODE
           .
       RECEIVE-WEB-SIGNON-FORM-EXIT.
           EXIT
           .
       READ-WEB-FUNCTION.
           MOVE SPACES TO WS-WEB-FUNCTION
           .
           EXEC CICS WEB READ FORMFIELD('function')
                     VALUE(WS-WEB-FUNCTION)
                     RESP(WS-WEB-RESP)
           END-EXEC
           .
       READ-WEB-FUNCTION-EXIT.
           EXIT
           .
      *****************************************************************
      * Remote cheque deposit - only inside a live, unexpired web     *
      * session, and always as the signed-on customer. ACCTRDEP makes *
      * the duplicate check, the credit and the availability hold;    *
      * the amount arrives in cents so no edited text is parsed here. *
      *****************************************************************
       SERVE-CHEQUE-DEPOSIT.
           MOVE SPACES TO WS-HTML-PAGE
           .
           IF NOT BANK-CONV-IN-PROGRESS
               STRING '<html><body><p>Deposit error: '
                      'please sign on first</p></body></html>'
                      DELIMITED BY SIZE
                      INTO WS-HTML-PAGE
               END-STRING
               PERFORM SEND-WEB-PAGE THRU SEND-WEB-PAGE-EXIT
               GO TO SERVE-CHEQUE-DEPOSIT-EXIT
           END-IF
           .
           PERFORM CHECK-IDLE-TIMEOUT
           .
           IF WS-SESSION-TIMED-OUT
               STRING '<html><body><p>Deposit error: '
                      DELIMITED BY SIZE
                      BANK-ERROR-MSG DELIMITED BY '  '
                      '</p></body></html>' DELIMITED BY SIZE
                      INTO WS-HTML-PAGE
               END-STRING
               PERFORM SEND-WEB-PAGE THRU SEND-WEB-PAGE-EXIT
               GO TO SERVE-CHEQUE-DEPOSIT-EXIT
           END-IF
           .
           EXEC CICS WEB RECEIVE
                     RESP(WS-WEB-RESP)
           END-EXEC
           .
           MOVE SPACES TO WS-RDP-REQUEST
           MOVE BANK-USERID TO WS-RDP-I-PERSON-PID
           MOVE BANK-READ-ONLY-FLAG TO WS-RDP-I-READ-ONLY-FLAG
           .
           EXEC CICS WEB READ FORMFIELD('account')
                     VALUE(WS-RDP-I-ACCOUNT)
                     RESP(WS-WEB-RESP)
           END-EXEC
           .
           EXEC CICS WEB READ FORMFIELD('routing')
                     VALUE(WS-RDP-I-PAYOR-ROUTING)
                     RESP(WS-WEB-RESP)
           END-EXEC
           .
           EXEC CICS WEB READ FORMFIELD('payoracct')
                     VALUE(WS-RDP-I-PAYOR-ACCOUNT)
                     RESP(WS-WEB-RESP)
           END-EXEC
           .
           EXEC CICS WEB READ FORMFIELD('serial')
                     VALUE(WS-RDP-I-SERIAL)
                     RESP(WS-WEB-RESP)
           END-EXEC
           .
           EXEC CICS WEB READ FORMFIELD('imageref')
                     VALUE(WS-RDP-I-IMAGE-REF)
                     RESP(WS-WEB-RESP)
           END-EXEC
           .
           MOVE SPACES TO WS-WEB-AMOUNT-TEXT
           MOVE ZERO TO WS-WEB-VALUE-LEN
           EXEC CICS WEB READ FORMFIELD('amountcents')
                     VALUE(WS-WEB-AMOUNT-TEXT)
                     VALUELENGTH(WS-WEB-VALUE-LEN)
                     RESP(WS-WEB-RESP)
           END-EXEC
           .
           MOVE ZERO TO WS-RDP-I-AMOUNT
           IF WS-WEB-VALUE-LEN IS GREATER THAN ZERO
               AND WS-WEB-VALUE-LEN IS NOT GREATER THAN 9
               IF WS-WEB-AMOUNT-TEXT(1:WS-WEB-VALUE-LEN) IS NUMERIC
                   MOVE WS-WEB-AMOUNT-TEXT(1:WS-WEB-VALUE-LEN) TO
                       WS-WEB-AMOUNT-CENTS
                   COMPUTE WS-RDP-I-AMOUNT =
                       WS-WEB-AMOUNT-CENTS / 100
               END-IF
           END-IF
           .
           CALL 'ACCTRDEP' USING DFHEIBLK
                                 DFHCOMMAREA
                                 WS-RDP-REQUEST
                                 WS-RDP-RESPONSE
           .
           PERFORM UPDATE-CONVERSATION-STATE
           .
           IF WS-RDP-O-APPROVED-FLAG IS NOT EQUAL TO 'Y'
               STRING '<html><body><p>Deposit refused: '
                      DELIMITED BY SIZE
                      WS-RDP-O-MESSAGE DELIMITED BY '  '
                      '</p></body></html>' DELIMITED BY SIZE
                      INTO WS-HTML-PAGE
               END-STRING
           ELSE
               IF WS-RDP-O-HOLD-AMOUNT IS GREATER THAN ZERO
                   MOVE WS-RDP-O-HOLD-AMOUNT TO WS-WEB-HOLD-EDIT
                   STRING '<html><body><p>'
                          DELIMITED BY SIZE
                          WS-RDP-O-MESSAGE DELIMITED BY '  '
                          ' - reference ' WS-RDP-O-REF-NO
                          ', ' WS-WEB-HOLD-EDIT
                          ' available on ' WS-RDP-O-RELEASE-DATE
                          '</p></body></html>' DELIMITED BY SIZE
                          INTO WS-HTML-PAGE
                   END-STRING
               ELSE
                   STRING '<html><body><p>'
                          DELIMITED BY SIZE
                          WS-RDP-O-MESSAGE DELIMITED BY '  '
                          ' - reference ' WS-RDP-O-REF-NO
                          '</p></body></html>' DELIMITED BY SIZE
                          INTO WS-HTML-PAGE
                   END-STRING
               END-IF
           END-IF
           .
           PERFORM SEND-WEB-PAGE THRU SEND-WEB-PAGE-EXIT
           .
       SERVE-CHEQUE-DEPOSIT-EXIT.
           EXIT
           .
      *****************************************************************
      * Person-to-person transfer by e-mail or mobile alias - a send  *
      * (P2PSEND) or the acceptance of one waiting for this customer  *
      * (P2PACPT), under the same live-session rules as a deposit.    *
      * ACCTP2P does the velocity check, the posting and the hashing  *
      * of the security answer; nothing here keeps the answer.        *
      *****************************************************************
       SERVE-P2P-TRANSFER.
           MOVE SPACES TO WS-HTML-PAGE
           .
           IF NOT BANK-CONV-IN-PROGRESS
               STRING '<html><body><p>Transfer error: '
                      'please sign on first</p></body></html>'
                      DELIMITED BY SIZE
                      INTO WS-HTML-PAGE
               END-STRING
               PERFORM SEND-WEB-PAGE THRU SEND-WEB-PAGE-EXIT
               GO TO SERVE-P2P-TRANSFER-EXIT
           END-IF
           .
           PERFORM CHECK-IDLE-TIMEOUT
           .
           IF WS-SESSION-TIMED-OUT
               STRING '<html><body><p>Transfer error: '
                      DELIMITED BY SIZE
                      BANK-ERROR-MSG DELIMITED BY '  '
                      '</p></body></html>' DELIMITED BY SIZE
                      INTO WS-HTML-PAGE
               END-STRING
               PERFORM SEND-WEB-PAGE THRU SEND-WEB-PAGE-EXIT
               GO TO SERVE-P2P-TRANSFER-EXIT
           END-IF
           .
           EXEC CICS WEB RECEIVE
                     RESP(WS-WEB-RESP)
           END-EXEC
           .
           MOVE SPACES TO WS-P2P-REQUEST
           MOVE ZERO TO WS-P2P-I-AMOUNT
           MOVE ZERO TO WS-P2P-I-REF-NO
           MOVE BANK-USERID TO WS-P2P-I-PERSON-PID
           MOVE BANK-READ-ONLY-FLAG TO WS-P2P-I-READ-ONLY-FLAG
           IF WS-WEB-FUNC-P2P-SEND
               MOVE 'S' TO WS-P2P-I-ACTION
           ELSE
               MOVE 'A' TO WS-P2P-I-ACTION
           END-IF
           .
           EXEC CICS WEB READ FORMFIELD('account')
                     VALUE(WS-P2P-I-ACCOUNT)
                     RESP(WS-WEB-RESP)
           END-EXEC
           .
           EXEC CICS WEB READ FORMFIELD('answer')
                     VALUE(WS-P2P-I-ANSWER)
                     RESP(WS-WEB-RESP)
           END-EXEC
           .
           IF WS-WEB-FUNC-P2P-SEND
               EXEC CICS WEB READ FORMFIELD('alias')
                         VALUE(WS-P2P-I-ALIAS)
                         RESP(WS-WEB-RESP)
               END-EXEC
               EXEC CICS WEB READ FORMFIELD('question')
                         VALUE(WS-P2P-I-QUESTION)
                         RESP(WS-WEB-RESP)
               END-EXEC
               MOVE SPACES TO WS-WEB-AMOUNT-TEXT
               MOVE ZERO TO WS-WEB-VALUE-LEN
               EXEC CICS WEB READ FORMFIELD('amountcents')
                         VALUE(WS-WEB-AMOUNT-TEXT)
                         VALUELENGTH(WS-WEB-VALUE-LEN)
                         RESP(WS-WEB-RESP)
               END-EXEC
               IF WS-WEB-VALUE-LEN IS GREATER THAN ZERO
                   AND WS-WEB-VALUE-LEN IS NOT GREATER THAN 9
                   IF WS-WEB-AMOUNT-TEXT(1:WS-WEB-VALUE-LEN)
                           IS NUMERIC
                       MOVE WS-WEB-AMOUNT-TEXT(1:WS-WEB-VALUE-LEN)
                           TO WS-WEB-AMOUNT-CENTS
                       COMPUTE WS-P2P-I-AMOUNT =
                           WS-WEB-AMOUNT-CENTS / 100
                   END-IF
               END-IF
           ELSE
               MOVE SPACES TO WS-WEB-REF-TEXT
               MOVE ZERO TO WS-WEB-VALUE-LEN
               EXEC CICS WEB READ FORMFIELD('ref')
                         VALUE(WS-WEB-REF-TEXT)
                         VALUELENGTH(WS-WEB-VALUE-LEN)
                         RESP(WS-WEB-RESP)
               END-EXEC
               IF WS-WEB-VALUE-LEN IS GREATER THAN ZERO
                   AND WS-WEB-VALUE-LEN IS NOT GREATER THAN 12
                   IF WS-WEB-REF-TEXT(1:WS-WEB-VALUE-LEN) IS NUMERIC
                       MOVE WS-WEB-REF-TEXT(1:WS-WEB-VALUE-LEN) TO
                           WS-P2P-I-REF-NO
                   END-IF
               END-IF
           END-IF
           .
           CALL 'ACCTP2P' USING DFHEIBLK
                                DFHCOMMAREA
                                WS-P2P-REQUEST
                                WS-P2P-RESPONSE
           .
           PERFORM UPDATE-CONVERSATION-STATE
           .
           IF WS-P2P-O-APPROVED-FLAG IS NOT EQUAL TO 'Y'
               STRING '<html><body><p>Transfer refused: '
                      DELIMITED BY SIZE
                      WS-P2P-O-MESSAGE DELIMITED BY '  '
                      '</p></body></html>' DELIMITED BY SIZE
                      INTO WS-HTML-PAGE
               END-STRING
           ELSE
               STRING '<html><body><p>'
                      DELIMITED BY SIZE
                      WS-P2P-O-MESSAGE DELIMITED BY '  '
                      ' - reference ' WS-P2P-O-REF-NO
                      '</p></body></html>' DELIMITED BY SIZE
                      INTO WS-HTML-PAGE
               END-STRING
           END-IF
           .
           PERFORM SEND-WEB-PAGE THRU SEND-WEB-PAGE-EXIT
           .
       SERVE-P2P-TRANSFER-EXIT.
           EXIT
           .
      *****************************************************************
      * Loyalty points - the balance and tier (LOYPTS) or spending    *
      * them (LOYRDM) as a credit to one of the customer's accounts   *
      * or a donation, under the same live-session rules as a         *
      * deposit. ACCTLOYR values the points and does the posting.     *
      *****************************************************************
       SERVE-LOYALTY-POINTS.
           MOVE SPACES TO WS-HTML-PAGE
           .
           IF NOT BANK-CONV-IN-PROGRESS
               STRING '<html><body><p>Points error: '
                      'please sign on first</p></body></html>'
                      DELIMITED BY SIZE
                      INTO WS-HTML-PAGE
               END-STRING
               PERFORM SEND-WEB-PAGE THRU SEND-WEB-PAGE-EXIT
               GO TO SERVE-LOYALTY-POINTS-EXIT
           END-IF
           .
           PERFORM CHECK-IDLE-TIMEOUT
           .
           IF WS-SESSION-TIMED-OUT
               STRING '<html><body><p>Points error: '
                      DELIMITED BY SIZE
                      BANK-ERROR-MSG DELIMITED BY '  '
                      '</p></body></html>' DELIMITED BY SIZE
                      INTO WS-HTML-PAGE
               END-STRING
               PERFORM SEND-WEB-PAGE THRU SEND-WEB-PAGE-EXIT
               GO TO SERVE-LOYALTY-POINTS-EXIT
           END-IF
           .
           MOVE SPACES TO WS-LOY-REQUEST
           MOVE ZERO TO WS-LOY-I-POINTS
           MOVE BANK-USERID TO WS-LOY-I-PERSON-PID
           MOVE BANK-READ-ONLY-FLAG TO WS-LOY-I-READ-ONLY-FLAG
           IF WS-WEB-FUNC-LOY-ENQUIRE
               MOVE 'E' TO WS-LOY-I-ACTION
           ELSE
               MOVE 'R' TO WS-LOY-I-ACTION
               EXEC CICS WEB RECEIVE
                         RESP(WS-WEB-RESP)
               END-EXEC
               EXEC CICS WEB READ FORMFIELD('account')
                         VALUE(WS-LOY-I-ACCOUNT)
                         RESP(WS-WEB-RESP)
               END-EXEC
               EXEC CICS WEB READ FORMFIELD('option')
                         VALUE(WS-LOY-I-OPTION)
                         RESP(WS-WEB-RESP)
               END-EXEC
               MOVE SPACES TO WS-WEB-POINTS-TEXT
               MOVE ZERO TO WS-WEB-VALUE-LEN
               EXEC CICS WEB READ FORMFIELD('points')
                         VALUE(WS-WEB-POINTS-TEXT)
                         VALUELENGTH(WS-WEB-VALUE-LEN)
                         RESP(WS-WEB-RESP)
               END-EXEC
               IF WS-WEB-VALUE-LEN IS GREATER THAN ZERO
                   AND WS-WEB-VALUE-LEN IS NOT GREATER THAN 7
                   IF WS-WEB-POINTS-TEXT(1:WS-WEB-VALUE-LEN)
                           IS NUMERIC
                       MOVE WS-WEB-POINTS-TEXT(1:WS-WEB-VALUE-LEN)
                           TO WS-LOY-I-POINTS
                   END-IF
               END-IF
           END-IF
           .
           CALL 'ACCTLOYR' USING DFHEIBLK
                                 DFHCOMMAREA
                                 WS-LOY-REQUEST
                                 WS-LOY-RESPONSE
           .
           PERFORM UPDATE-CONVERSATION-STATE
           .
           MOVE WS-LOY-O-POINTS-BALANCE TO WS-WEB-POINTS-EDIT
           IF WS-LOY-O-APPROVED-FLAG IS NOT EQUAL TO 'Y'
               STRING '<html><body><p>Points refused: '
                      DELIMITED BY SIZE
                      WS-LOY-O-MESSAGE DELIMITED BY '  '
                      '</p></body></html>' DELIMITED BY SIZE
                      INTO WS-HTML-PAGE
               END-STRING
           ELSE
               IF WS-WEB-FUNC-LOY-ENQUIRE
                   STRING '<html><body><p>Points balance '
                          WS-WEB-POINTS-EDIT
                          ' - tier ' WS-LOY-O-TIER
                          '</p></body></html>' DELIMITED BY SIZE
                          INTO WS-HTML-PAGE
                   END-STRING
               ELSE
                   STRING '<html><body><p>'
                          DELIMITED BY SIZE
                          WS-LOY-O-MESSAGE DELIMITED BY '  '
                          ' - reference ' WS-LOY-O-REF-NO
                          ' - points left ' WS-WEB-POINTS-EDIT
                          '</p></body></html>' DELIMITED BY SIZE
                          INTO WS-HTML-PAGE
                   END-STRING
               END-IF
           END-IF
           .
           PERFORM SEND-WEB-PAGE THRU SEND-WEB-PAGE-EXIT
           .
       SERVE-LOYALTY-POINTS-EXIT.
           EXIT
           .
      *****************************************************************
      * Marketing consent on one channel - what the register holds    *
      * (CEMVIEW) or the customer giving or withdrawing it (CEMSET),  *
      * under the same live-session rules as a deposit.               *
      *****************************************************************
       SERVE-MARKETING-CONSENT.
           MOVE SPACES TO WS-HTML-PAGE
           .
           IF NOT BANK-CONV-IN-PROGRESS
               STRING '<html><body><p>Consent error: '
                      'please sign on first</p></body></html>'
                      DELIMITED BY SIZE
                      INTO WS-HTML-PAGE
               END-STRING
               PERFORM SEND-WEB-PAGE THRU SEND-WEB-PAGE-EXIT
               GO TO SERVE-MARKETING-CONSENT-EXIT
           END-IF
           .
           PERFORM CHECK-IDLE-TIMEOUT
           .
           IF WS-SESSION-TIMED-OUT
               STRING '<html><body><p>Consent error: '
                      DELIMITED BY SIZE
                      BANK-ERROR-MSG DELIMITED BY '  '
                      '</p></body></html>' DELIMITED BY SIZE
                      INTO WS-HTML-PAGE
               END-STRING
               PERFORM SEND-WEB-PAGE THRU SEND-WEB-PAGE-EXIT
               GO TO SERVE-MARKETING-CONSENT-EXIT
           END-IF
           .
           MOVE SPACES TO WS-MKT-REQUEST
           MOVE BANK-USERID TO WS-MKT-I-PERSON-PID
           MOVE BANK-READ-ONLY-FLAG TO WS-MKT-I-READ-ONLY-FLAG
           IF WS-WEB-FUNC-CEM-VIEW
               MOVE 'E' TO WS-MKT-I-ACTION
           ELSE
               MOVE 'S' TO WS-MKT-I-ACTION
           END-IF
           EXEC CICS WEB RECEIVE
                     RESP(WS-WEB-RESP)
           END-EXEC
           EXEC CICS WEB READ FORMFIELD('channel')
                     VALUE(WS-MKT-I-CHANNEL)
                     RESP(WS-WEB-RESP)
           END-EXEC
           IF WS-WEB-FUNC-CEM-SET
               EXEC CICS WEB READ FORMFIELD('consent')
                         VALUE(WS-MKT-I-CONSENT)
                         RESP(WS-WEB-RESP)
               END-EXEC
           END-IF
           .
           CALL 'ACCTMKTC' USING DFHEIBLK
                                 DFHCOMMAREA
                                 WS-MKT-REQUEST
                                 WS-MKT-RESPONSE
           .
           PERFORM UPDATE-CONVERSATION-STATE
           .
           IF WS-MKT-O-APPROVED-FLAG IS NOT EQUAL TO 'Y'
               STRING '<html><body><p>Consent refused: '
                      DELIMITED BY SIZE
                      WS-MKT-O-MESSAGE DELIMITED BY '  '
                      '</p></body></html>' DELIMITED BY SIZE
                      INTO WS-HTML-PAGE
               END-STRING
           ELSE
               IF WS-MKT-O-EXPIRY-DATE IS GREATER THAN ZERO
                   STRING '<html><body><p>'
                          DELIMITED BY SIZE
                          WS-MKT-O-MESSAGE DELIMITED BY '  '
                          ' - given ' WS-MKT-O-CONSENT-DATE
                          ' - lapses ' WS-MKT-O-EXPIRY-DATE
                          '</p></body></html>' DELIMITED BY SIZE
                          INTO WS-HTML-PAGE
                   END-STRING
               ELSE
                   STRING '<html><body><p>'
                          DELIMITED BY SIZE
                          WS-MKT-O-MESSAGE DELIMITED BY '  '
                          '</p></body></html>' DELIMITED BY SIZE
                          INTO WS-HTML-PAGE
                   END-STRING
               END-IF
           END-IF
           .
           PERFORM SEND-WEB-PAGE THRU SEND-WEB-PAGE-EXIT
           .
       SERVE-MARKETING-CONSENT-EXIT.
           EXIT
           .
      *****************************************************************
      * Save-on-payday rules - one rule shown (SAVVIEW), set up or    *
      * changed (SAVSET) or removed (SAVDEL), under the same          *
      * live-session rules as a deposit. Money comes in as cents and  *
      * the percentage in hundredths of a percent.                    *
      *****************************************************************
       SERVE-SAVINGS-RULE.
           MOVE SPACES TO WS-HTML-PAGE
           .
           IF NOT BANK-CONV-IN-PROGRESS
               STRING '<html><body><p>Savings rule error: '
                      'please sign on first</p></body></html>'
                      DELIMITED BY SIZE
                      INTO WS-HTML-PAGE
               END-STRING
               PERFORM SEND-WEB-PAGE THRU SEND-WEB-PAGE-EXIT
               GO TO SERVE-SAVINGS-RULE-EXIT
           END-IF
           .
           PERFORM CHECK-IDLE-TIMEOUT
           .
           IF WS-SESSION-TIMED-OUT
               STRING '<html><body><p>Savings rule error: '
                      DELIMITED BY SIZE
                      BANK-ERROR-MSG DELIMITED BY '  '
                      '</p></body></html>' DELIMITED BY SIZE
                      INTO WS-HTML-PAGE
               END-STRING
               PERFORM SEND-WEB-PAGE THRU SEND-WEB-PAGE-EXIT
               GO TO SERVE-SAVINGS-RULE-EXIT
           END-IF
           .
           MOVE SPACES TO WS-SAV-REQUEST
           MOVE ZERO TO WS-SAV-I-PERCENT
           MOVE ZERO TO WS-SAV-I-FIXED-AMOUNT
           MOVE ZERO TO WS-SAV-I-FLOOR
           MOVE BANK-USERID TO WS-SAV-I-PERSON-PID
           MOVE BANK-READ-ONLY-FLAG TO WS-SAV-I-READ-ONLY-FLAG
           EVALUATE TRUE
               WHEN WS-WEB-FUNC-SAV-VIEW
                   MOVE 'E' TO WS-SAV-I-ACTION
               WHEN WS-WEB-FUNC-SAV-SET
                   MOVE 'S' TO WS-SAV-I-ACTION
               WHEN OTHER
                   MOVE 'R' TO WS-SAV-I-ACTION
           END-EVALUATE
           EXEC CICS WEB RECEIVE
                     RESP(WS-WEB-RESP)
           END-EXEC
           EXEC CICS WEB READ FORMFIELD('rule')
                     VALUE(WS-SAV-I-RULE-NO)
                     RESP(WS-WEB-RESP)
           END-EXEC
           .
           IF WS-WEB-FUNC-SAV-SET
               EXEC CICS WEB READ FORMFIELD('fromaccount')
                         VALUE(WS-SAV-I-FROM-ACC)
                         RESP(WS-WEB-RESP)
               END-EXEC
               EXEC CICS WEB READ FORMFIELD('originator')
                         VALUE(WS-SAV-I-ORIGINATOR)
                         RESP(WS-WEB-RESP)
               END-EXEC
               EXEC CICS WEB READ FORMFIELD('toaccount')
                         VALUE(WS-SAV-I-TO-ACC)
                         RESP(WS-WEB-RESP)
               END-EXEC
               EXEC CICS WEB READ FORMFIELD('method')
                         VALUE(WS-SAV-I-METHOD)
                         RESP(WS-WEB-RESP)
               END-EXEC
               MOVE SPACES TO WS-WEB-AMOUNT-TEXT
               MOVE ZERO TO WS-WEB-VALUE-LEN
               EXEC CICS WEB READ FORMFIELD('percenthundredths')
                         VALUE(WS-WEB-AMOUNT-TEXT)
                         VALUELENGTH(WS-WEB-VALUE-LEN)
                         RESP(WS-WEB-RESP)
               END-EXEC
               IF WS-WEB-VALUE-LEN IS GREATER THAN ZERO
                   AND WS-WEB-VALUE-LEN IS NOT GREATER THAN 5
                   IF WS-WEB-AMOUNT-TEXT(1:WS-WEB-VALUE-LEN)
                           IS NUMERIC
                       MOVE WS-WEB-AMOUNT-TEXT(1:WS-WEB-VALUE-LEN)
                           TO WS-WEB-AMOUNT-CENTS
                       COMPUTE WS-SAV-I-PERCENT =
                           WS-WEB-AMOUNT-CENTS / 100
                   END-IF
               END-IF
               MOVE SPACES TO WS-WEB-AMOUNT-TEXT
               MOVE ZERO TO WS-WEB-VALUE-LEN
               EXEC CICS WEB READ FORMFIELD('amountcents')
                         VALUE(WS-WEB-AMOUNT-TEXT)
                         VALUELENGTH(WS-WEB-VALUE-LEN)
                         RESP(WS-WEB-RESP)
               END-EXEC
               IF WS-WEB-VALUE-LEN IS GREATER THAN ZERO
                   AND WS-WEB-VALUE-LEN IS NOT GREATER THAN 9
                   IF WS-WEB-AMOUNT-TEXT(1:WS-WEB-VALUE-LEN)
                           IS NUMERIC
                       MOVE WS-WEB-AMOUNT-TEXT(1:WS-WEB-VALUE-LEN)
                           TO WS-WEB-AMOUNT-CENTS
                       COMPUTE WS-SAV-I-FIXED-AMOUNT =
                           WS-WEB-AMOUNT-CENTS / 100
                   END-IF
               END-IF
               MOVE SPACES TO WS-WEB-AMOUNT-TEXT
               MOVE ZERO TO WS-WEB-VALUE-LEN
               EXEC CICS WEB READ FORMFIELD('floorcents')
                         VALUE(WS-WEB-AMOUNT-TEXT)
                         VALUELENGTH(WS-WEB-VALUE-LEN)
                         RESP(WS-WEB-RESP)
               END-EXEC
               IF WS-WEB-VALUE-LEN IS GREATER THAN ZERO
                   AND WS-WEB-VALUE-LEN IS NOT GREATER THAN 9
                   IF WS-WEB-AMOUNT-TEXT(1:WS-WEB-VALUE-LEN)
                           IS NUMERIC
                       MOVE WS-WEB-AMOUNT-TEXT(1:WS-WEB-VALUE-LEN)
                           TO WS-WEB-AMOUNT-CENTS
                       COMPUTE WS-SAV-I-FLOOR =
                           WS-WEB-AMOUNT-CENTS / 100
                   END-IF
               END-IF
           END-IF
           .
           CALL 'ACCTSAVR' USING DFHEIBLK
                                 DFHCOMMAREA
                                 WS-SAV-REQUEST
                                 WS-SAV-RESPONSE
           .
           PERFORM UPDATE-CONVERSATION-STATE
           .
           IF WS-SAV-O-APPROVED-FLAG IS NOT EQUAL TO 'Y'
               STRING '<html><body><p>Savings rule refused: '
                      DELIMITED BY SIZE
                      WS-SAV-O-MESSAGE DELIMITED BY '  '
                      '</p></body></html>' DELIMITED BY SIZE
                      INTO WS-HTML-PAGE
               END-STRING
           ELSE
               IF WS-SAV-O-FROM-ACC IS EQUAL TO SPACES
                   STRING '<html><body><p>'
                          DELIMITED BY SIZE
                          WS-SAV-O-MESSAGE DELIMITED BY '  '
                          '</p></body></html>' DELIMITED BY SIZE
                          INTO WS-HTML-PAGE
                   END-STRING
               ELSE
                   MOVE WS-SAV-O-TOTAL-SAVED TO WS-WEB-SAVED-EDIT
                   STRING '<html><body><p>'
                          DELIMITED BY SIZE
                          WS-SAV-O-MESSAGE DELIMITED BY '  '
                          ' - pay from ' DELIMITED BY SIZE
                          WS-SAV-O-ORIGINATOR DELIMITED BY '  '
                          ' into ' WS-SAV-O-FROM-ACC
                          ' saves to ' WS-SAV-O-TO-ACC
                          ' - saved so far ' WS-WEB-SAVED-EDIT
                          '</p></body></html>' DELIMITED BY SIZE
                          INTO WS-HTML-PAGE
                   END-STRING
               END-IF
           END-IF
           .
           PERFORM SEND-WEB-PAGE THRU SEND-WEB-PAGE-EXIT
           .
       SERVE-SAVINGS-RULE-EXIT.
           EXIT
           .
      *****************************************************************
      * Open banking consent to one third party - what is held        *
      * (OBVIEW), a grant or renewal over up to five accounts for a   *
      * number of days (OBGRANT) or a revocation (OBREVOKE), under    *
      * the same live-session rules as a deposit.                     *
      *****************************************************************
       SERVE-OPEN-BANKING-CONSENT.
           MOVE SPACES TO WS-HTML-PAGE
           .
           IF NOT BANK-CONV-IN-PROGRESS
               STRING '<html><body><p>Open banking error: '
                      'please sign on first</p></body></html>'
                      DELIMITED BY SIZE
                      INTO WS-HTML-PAGE
               END-STRING
               PERFORM SEND-WEB-PAGE THRU SEND-WEB-PAGE-EXIT
               GO TO SERVE-OPEN-BANKING-CONSENT-EXIT
           END-IF
           .
           PERFORM CHECK-IDLE-TIMEOUT
           .
           IF WS-SESSION-TIMED-OUT
               STRING '<html><body><p>Open banking error: '
                      DELIMITED BY SIZE
                      BANK-ERROR-MSG DELIMITED BY '  '
                      '</p></body></html>' DELIMITED BY SIZE
                      INTO WS-HTML-PAGE
               END-STRING
               PERFORM SEND-WEB-PAGE THRU SEND-WEB-PAGE-EXIT
               GO TO SERVE-OPEN-BANKING-CONSENT-EXIT
           END-IF
           .
           MOVE SPACES TO WS-OBC-REQUEST
           MOVE ZERO TO WS-OBC-I-DAYS
           MOVE BANK-USERID TO WS-OBC-I-PERSON-PID
           MOVE BANK-READ-ONLY-FLAG TO WS-OBC-I-READ-ONLY-FLAG
           EVALUATE TRUE
               WHEN WS-WEB-FUNC-OB-VIEW
                   MOVE 'E' TO WS-OBC-I-ACTION
               WHEN WS-WEB-FUNC-OB-GRANT
                   MOVE 'G' TO WS-OBC-I-ACTION
               WHEN OTHER
                   MOVE 'R' TO WS-OBC-I-ACTION
           END-EVALUATE
           EXEC CICS WEB RECEIVE
                     RESP(WS-WEB-RESP)
           END-EXEC
           EXEC CICS WEB READ FORMFIELD('party')
                     VALUE(WS-OBC-I-PARTY-ID)
                     RESP(WS-WEB-RESP)
           END-EXEC
           .
           IF WS-WEB-FUNC-OB-GRANT
               EXEC CICS WEB READ FORMFIELD('account1')
                         VALUE(WS-OBC-I-ACCOUNT (1))
                         RESP(WS-WEB-RESP)
               END-EXEC
               EXEC CICS WEB READ FORMFIELD('account2')
                         VALUE(WS-OBC-I-ACCOUNT (2))
                         RESP(WS-WEB-RESP)
               END-EXEC
               EXEC CICS WEB READ FORMFIELD('account3')
                         VALUE(WS-OBC-I-ACCOUNT (3))
                         RESP(WS-WEB-RESP)
               END-EXEC
               EXEC CICS WEB READ FORMFIELD('account4')
                         VALUE(WS-OBC-I-ACCOUNT (4))
                         RESP(WS-WEB-RESP)
               END-EXEC
               EXEC CICS WEB READ FORMFIELD('account5')
                         VALUE(WS-OBC-I-ACCOUNT (5))
                         RESP(WS-WEB-RESP)
               END-EXEC
               MOVE SPACES TO WS-WEB-AMOUNT-TEXT
               MOVE ZERO TO WS-WEB-VALUE-LEN
               EXEC CICS WEB READ FORMFIELD('days')
                         VALUE(WS-WEB-AMOUNT-TEXT)
                         VALUELENGTH(WS-WEB-VALUE-LEN)
                         RESP(WS-WEB-RESP)
               END-EXEC
               IF WS-WEB-VALUE-LEN IS GREATER THAN ZERO
                   AND WS-WEB-VALUE-LEN IS NOT GREATER THAN 3
                   IF WS-WEB-AMOUNT-TEXT(1:WS-WEB-VALUE-LEN)
                           IS NUMERIC
                       MOVE WS-WEB-AMOUNT-TEXT(1:WS-WEB-VALUE-LEN)
                           TO WS-OBC-I-DAYS
                   END-IF
               END-IF
           END-IF
           .
           CALL 'ACCTOBCN' USING DFHEIBLK
                                 DFHCOMMAREA
                                 WS-OBC-REQUEST
                                 WS-OBC-RESPONSE
           .
           PERFORM UPDATE-CONVERSATION-STATE
           .
           IF WS-OBC-O-APPROVED-FLAG IS NOT EQUAL TO 'Y'
               STRING '<html><body><p>Open banking consent refused: '
                      DELIMITED BY SIZE
                      WS-OBC-O-MESSAGE DELIMITED BY '  '
                      '</p></body></html>' DELIMITED BY SIZE
                      INTO WS-HTML-PAGE
               END-STRING
           ELSE
               IF WS-OBC-O-CONSENT-REF IS EQUAL TO ZERO
                   STRING '<html><body><p>'
                          DELIMITED BY SIZE
                          WS-OBC-O-MESSAGE DELIMITED BY '  '
                          ' - ' DELIMITED BY SIZE
                          WS-OBC-O-PARTY-NAME DELIMITED BY '  '
                          '</p></body></html>' DELIMITED BY SIZE
                          INTO WS-HTML-PAGE
                   END-STRING
               ELSE
                   MOVE WS-OBC-O-ACCESS-COUNT TO WS-WEB-COUNT-EDIT
                   MOVE 1 TO WS-OB-PAGE-PTR
                   STRING '<html><body><p>'
                          DELIMITED BY SIZE
                          WS-OBC-O-MESSAGE DELIMITED BY '  '
                          ' - ' DELIMITED BY SIZE
                          WS-OBC-O-PARTY-NAME DELIMITED BY '  '
                          ' - reference ' WS-OBC-O-CONSENT-REF
                          ' - granted ' WS-OBC-O-GRANTED-DATE
                          ' - expires ' WS-OBC-O-EXPIRY-DATE
                          ' - used ' WS-WEB-COUNT-EDIT
                          ' times - accounts'
                          DELIMITED BY SIZE
                          INTO WS-HTML-PAGE
                          WITH POINTER WS-OB-PAGE-PTR
                   END-STRING
                   PERFORM VARYING WS-WEB-OB-IDX FROM 1 BY 1
                           UNTIL WS-WEB-OB-IDX > WS-OBC-O-ACCOUNT-COUNT
                       STRING ' ' WS-OBC-O-ACCOUNT (WS-WEB-OB-IDX)
                              DELIMITED BY SIZE
                              INTO WS-HTML-PAGE
                              WITH POINTER WS-OB-PAGE-PTR
                       END-STRING
                   END-PERFORM
                   STRING '</p></body></html>' DELIMITED BY SIZE
                          INTO WS-HTML-PAGE
                          WITH POINTER WS-OB-PAGE-PTR
                   END-STRING
               END-IF
           END-IF
           .
           PERFORM SEND-WEB-PAGE THRU SEND-WEB-PAGE-EXIT
           .
       SERVE-OPEN-BANKING-CONSENT-EXIT.
           EXIT
           .
      *****************************************************************
      * A third party's read-only request. There is no customer       *
      * session here and none is started - ACCTOBDS decides from the  *
      * party, the PID and the consent reference alone, and logs the  *
      * request whatever it decides. Money goes out in dollars and    *
      * cents; the last entry key is handed back to page on.          *
      *****************************************************************
       SERVE-OPEN-BANKING-DATA.
           MOVE SPACES TO WS-OB-PAGE
           MOVE SPACES TO WS-OBD-REQUEST
           MOVE ZERO TO WS-OBD-I-CONSENT-REF
           .
           EXEC CICS WEB RECEIVE
                     RESP(WS-WEB-RESP)
           END-EXEC
           EXEC CICS WEB READ FORMFIELD('party')
                     VALUE(WS-OBD-I-PARTY-ID)
                     RESP(WS-WEB-RESP)
           END-EXEC
           EXEC CICS WEB READ FORMFIELD('customer')
                     VALUE(WS-OBD-I-PERSON-PID)
                     RESP(WS-WEB-RESP)
           END-EXEC
           EXEC CICS WEB READ FORMFIELD('request')
                     VALUE(WS-OBD-I-REQUEST)
                     RESP(WS-WEB-RESP)
           END-EXEC
           EXEC CICS WEB READ FORMFIELD('account')
                     VALUE(WS-OBD-I-ACCOUNT)
                     RESP(WS-WEB-RESP)
           END-EXEC
           EXEC CICS WEB READ FORMFIELD('resumekey')
                     VALUE(WS-OBD-I-RESUME-KEY)
                     RESP(WS-WEB-RESP)
           END-EXEC
           MOVE SPACES TO WS-WEB-REF-TEXT
           MOVE ZERO TO WS-WEB-VALUE-LEN
           EXEC CICS WEB READ FORMFIELD('consentref')
                     VALUE(WS-WEB-REF-TEXT)
                     VALUELENGTH(WS-WEB-VALUE-LEN)
                     RESP(WS-WEB-RESP)
           END-EXEC
           IF WS-WEB-VALUE-LEN IS GREATER THAN ZERO
               AND WS-WEB-VALUE-LEN IS NOT GREATER THAN 12
               IF WS-WEB-REF-TEXT(1:WS-WEB-VALUE-LEN) IS NUMERIC
                   MOVE WS-WEB-REF-TEXT(1:WS-WEB-VALUE-LEN) TO
                       WS-OBD-I-CONSENT-REF
               END-IF
           END-IF
           .
           CALL 'ACCTOBDS' USING DFHEIBLK
                                 DFHCOMMAREA
                                 WS-OBD-REQUEST
                                 WS-OBD-RESPONSE
           .
           MOVE 1 TO WS-OB-PAGE-PTR
           IF WS-OBD-O-APPROVED-FLAG IS NOT EQUAL TO 'Y'
               STRING '<html><body><p>Request refused: '
                      DELIMITED BY SIZE
                      WS-OBD-O-MESSAGE DELIMITED BY '  '
                      '</p></body></html>' DELIMITED BY SIZE
                      INTO WS-OB-PAGE
                      WITH POINTER WS-OB-PAGE-PTR
               END-STRING
               PERFORM SEND-OB-DATA-PAGE THRU SEND-OB-DATA-PAGE-EXIT
               GO TO SERVE-OPEN-BANKING-DATA-EXIT
           END-IF
           .
           STRING '<html><body><p>' DELIMITED BY SIZE
                  WS-OBD-O-MESSAGE DELIMITED BY '  '
                  '</p><table>' DELIMITED BY SIZE
                  INTO WS-OB-PAGE
                  WITH POINTER WS-OB-PAGE-PTR
           END-STRING
           PERFORM VARYING WS-WEB-OB-IDX FROM 1 BY 1
                   UNTIL WS-WEB-OB-IDX > WS-OBD-O-ACC-COUNT
               MOVE WS-OBD-O-ACC-BALANCE (WS-WEB-OB-IDX) TO
                   WS-WEB-MONEY-EDIT
               STRING '<tr><td>' WS-OBD-O-ACC-NUMBER (WS-WEB-OB-IDX)
                      '</td><td>' DELIMITED BY SIZE
                      WS-OBD-O-ACC-DESC (WS-WEB-OB-IDX)
                          DELIMITED BY '  '
                      '</td><td>' WS-OBD-O-ACC-PRODUCT (WS-WEB-OB-IDX)
                      '</td><td>' WS-OBD-O-ACC-CURRENCY (WS-WEB-OB-IDX)
                      DELIMITED BY SIZE
                      INTO WS-OB-PAGE
                      WITH POINTER WS-OB-PAGE-PTR
               END-STRING
               IF WS-OBD-I-REQUEST IS EQUAL TO 'B'
                   STRING '</td><td>' WS-WEB-MONEY-EDIT
                          DELIMITED BY SIZE
                          INTO WS-OB-PAGE
                          WITH POINTER WS-OB-PAGE-PTR
                   END-STRING
               END-IF
               STRING '</td></tr>' DELIMITED BY SIZE
                      INTO WS-OB-PAGE
                      WITH POINTER WS-OB-PAGE-PTR
               END-STRING
           END-PERFORM
           .
           PERFORM VARYING WS-WEB-OB-IDX FROM 1 BY 1
                   UNTIL WS-WEB-OB-IDX > WS-OBD-O-TXN-COUNT
               MOVE WS-OBD-O-TXN-AMOUNT (WS-WEB-OB-IDX) TO
                   WS-WEB-MONEY-EDIT
               STRING '<tr><td>' WS-OBD-O-TXN-DATE (WS-WEB-OB-IDX)
                      '</td><td>' WS-OBD-O-TXN-TIME (WS-WEB-OB-IDX)
                      '</td><td>' WS-OBD-O-TXN-TYPE (WS-WEB-OB-IDX)
                      '</td><td>' WS-WEB-MONEY-EDIT
                      '</td><td>' DELIMITED BY SIZE
                      WS-OBD-O-TXN-DESC (WS-WEB-OB-IDX)
                          DELIMITED BY '  '
                      '</td><td>' WS-OBD-O-TXN-REF (WS-WEB-OB-IDX)
                      '</td></tr>' DELIMITED BY SIZE
                      INTO WS-OB-PAGE
                      WITH POINTER WS-OB-PAGE-PTR
               END-STRING
           END-PERFORM
           .
           STRING '</table>' DELIMITED BY SIZE
                  INTO WS-OB-PAGE
                  WITH POINTER WS-OB-PAGE-PTR
           END-STRING
           IF WS-OBD-O-MORE-FLAG IS EQUAL TO 'Y'
               STRING '<p>More - resumekey ' WS-OBD-O-LAST-ENTRY
                      '</p>' DELIMITED BY SIZE
                      INTO WS-OB-PAGE
                      WITH POINTER WS-OB-PAGE-PTR
               END-STRING
           END-IF
           STRING '</body></html>' DELIMITED BY SIZE
                  INTO WS-OB-PAGE
                  WITH POINTER WS-OB-PAGE-PTR
           END-STRING
           .
           PERFORM SEND-OB-DATA-PAGE THRU SEND-OB-DATA-PAGE-EXIT
           .
       SERVE-OPEN-BANKING-DATA-EXIT.
           EXIT
           .
      *****************************************************************
      * A money item held for further signers on a mandated account - *
      * what it is and who has signed (MDVIEW), the customer's own    *
      * signature (MDSIGN) or a refusal (MDDECL), under the same      *
      * live-session rules as a deposit.                              *
      *****************************************************************
       SERVE-SIGNING-MANDATE.
           MOVE SPACES TO WS-HTML-PAGE
           .
           IF NOT BANK-CONV-IN-PROGRESS
               STRING '<html><body><p>Signing error: '
                      'please sign on first</p></body></html>'
                      DELIMITED BY SIZE
                      INTO WS-HTML-PAGE
               END-STRING
               PERFORM SEND-WEB-PAGE THRU SEND-WEB-PAGE-EXIT
               GO TO SERVE-SIGNING-MANDATE-EXIT
           END-IF
           .
           PERFORM CHECK-IDLE-TIMEOUT
           .
           IF WS-SESSION-TIMED-OUT
               STRING '<html><body><p>Signing error: '
                      DELIMITED BY SIZE
                      BANK-ERROR-MSG DELIMITED BY '  '
                      '</p></body></html>' DELIMITED BY SIZE
                      INTO WS-HTML-PAGE
               END-STRING
               PERFORM SEND-WEB-PAGE THRU SEND-WEB-PAGE-EXIT
               GO TO SERVE-SIGNING-MANDATE-EXIT
           END-IF
           .
           MOVE SPACES TO WS-MND-REQUEST
           MOVE ZERO TO WS-MND-I-REF-NO
           MOVE BANK-USERID TO WS-MND-I-PERSON-PID
           MOVE BANK-READ-ONLY-FLAG TO WS-MND-I-READ-ONLY-FLAG
           EVALUATE TRUE
               WHEN WS-WEB-FUNC-MD-VIEW
                   MOVE 'E' TO WS-MND-I-ACTION
               WHEN WS-WEB-FUNC-MD-SIGN
                   MOVE 'S' TO WS-MND-I-ACTION
               WHEN OTHER
                   MOVE 'D' TO WS-MND-I-ACTION
           END-EVALUATE
           EXEC CICS WEB RECEIVE
                     RESP(WS-WEB-RESP)
           END-EXEC
           MOVE SPACES TO WS-WEB-REF-TEXT
           MOVE ZERO TO WS-WEB-VALUE-LEN
           EXEC CICS WEB READ FORMFIELD('ref')
                     VALUE(WS-WEB-REF-TEXT)
                     VALUELENGTH(WS-WEB-VALUE-LEN)
                     RESP(WS-WEB-RESP)
           END-EXEC
           IF WS-WEB-VALUE-LEN IS GREATER THAN ZERO
               AND WS-WEB-VALUE-LEN IS NOT GREATER THAN 12
               IF WS-WEB-REF-TEXT(1:WS-WEB-VALUE-LEN) IS NUMERIC
                   MOVE WS-WEB-REF-TEXT(1:WS-WEB-VALUE-LEN) TO
                       WS-MND-I-REF-NO
               END-IF
           END-IF
           .
           CALL 'ACCTMAND' USING DFHEIBLK
                                 DFHCOMMAREA
                                 WS-MND-REQUEST
                                 WS-MND-RESPONSE
           .
           PERFORM UPDATE-CONVERSATION-STATE
           .
           IF WS-MND-O-APPROVED-FLAG IS NOT EQUAL TO 'Y'
               STRING '<html><body><p>Signing refused: '
                      DELIMITED BY SIZE
                      WS-MND-O-MESSAGE DELIMITED BY '  '
                      '</p></body></html>' DELIMITED BY SIZE
                      INTO WS-HTML-PAGE
               END-STRING
           ELSE
               MOVE WS-MND-O-AMOUNT TO WS-WEB-HOLD-EDIT
               STRING '<html><body><p>'
                      DELIMITED BY SIZE
                      WS-MND-O-MESSAGE DELIMITED BY '  '
                      ' - ' WS-MND-O-CHANNEL
                      ' of ' WS-WEB-HOLD-EDIT
                      ' on account ' WS-MND-O-ACCOUNT
                      ' - signatures ' WS-MND-O-SIG-COUNT
                      ' of ' WS-MND-O-SIGS-NEEDED
                      ' - expires ' WS-MND-O-EXPIRY-DATE
                      '</p></body></html>' DELIMITED BY SIZE
                      INTO WS-HTML-PAGE
               END-STRING
           END-IF
           .
           PERFORM SEND-WEB-PAGE THRU SEND-WEB-PAGE-EXIT
           .
       SERVE-SIGNING-MANDATE-EXIT.
           EXIT
           .
       SEND-OB-DATA-PAGE.
           COMPUTE WS-HTML-LEN = WS-OB-PAGE-PTR - 1
           .
           EXEC CICS WEB SEND
                     FROM(WS-OB-PAGE)
                     LENGTH(WS-HTML-LEN)
                     MEDIATYPE('text/html')
                     RESP(WS-WEB-RESP2)
           END-EXEC
           .
       SEND-OB-DATA-PAGE-EXIT.
           EXIT
           .
       SEND-WEB-PAGE.
           MOVE LENGTH OF WS-HTML-PAGE TO WS-HTML-LEN
           .
           EXEC CICS WEB SEND
                     FROM(WS-HTML-PAGE)
                     LENGTH(WS-HTML-LEN)
                     MEDIATYPE('text/html')
                     RESP(WS-WEB-RESP2)
           END-EXEC
           .
       SEND-WEB-PAGE-EXIT.
           EXIT
           .
       CHECK-IDLE-TIMEOUT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           .
