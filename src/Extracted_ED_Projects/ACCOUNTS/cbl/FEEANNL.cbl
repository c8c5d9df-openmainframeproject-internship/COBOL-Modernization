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

001150***************************************************************** feeannl
001160* Program:     FEEANNL.CBL                                      * feeannl
001170* Function:    Year-end fee and charges summary for every       * feeannl
001180*              deposit account. Pass 1 reads the prior calendar * feeannl
001190*              year's ACCTTRN postings into a FEEWORK row per   * feeannl
001200*              account - service charges, NSF and stop-payment  * feeannl
001210*              fees, the other fee types, overdraft interest,   * feeannl
001220*              and interest earned and charged - with each 'RV' * feeannl
001230*              reversal traced through ACCTHST to the fee or    * feeannl
001240*              interest it undid and taken back off the same    * feeannl
001250*              figure. Pass 2 walks ACCTMST and prints one      * feeannl
001260*              summary per deposit account on FEESTMT in the    * feeannl
001270*              customer's language, for the channel their       * feeannl
001280*              mail/e-mail consents resolve to, with an         * feeannl
001290*              EMAILEXT notice for e-mail customers. Every      * feeannl
001300*              summary is kept on the STMTARCH year-end row for * feeannl
001310*              ACCTFSUM and STMTRPRT and registered with        * feeannl
001320*              CORRNDX.                                         * feeannl
001330***************************************************************** feeannl
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEANNL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTTRN-FILE ASSIGN TO "ACCTTRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCTTRN-STATUS.
           SELECT ACCTHST-FILE ASSIGN TO "ACCTHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AHS-KEY
               FILE STATUS IS WS-ACCTHST-STATUS.
           SELECT ACCTMST-FILE ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AMS-KEY
               FILE STATUS IS WS-ACCTMST-STATUS.
           SELECT BNKCUST-FILE ASSIGN TO "BNKCUST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BCS-REC-PID
               FILE STATUS IS WS-BNKCUST-STATUS.
           SELECT FEEWORK-FILE ASSIGN TO "FEEWORK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FWK-KEY
               FILE STATUS IS WS-FEEWORK-STATUS.
           SELECT STMTARCH-FILE ASSIGN TO "STMTARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SAR-KEY
               FILE STATUS IS WS-STMTARCH-STATUS.
           SELECT FEESTMT-FILE ASSIGN TO "FEESTMT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEESTMT-STATUS.
           SELECT EMAILEXT-FILE ASSIGN TO "EMAILEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EMAILEXT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCTTRN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CACCTTRN.

       FD ACCTHST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CACCTHST.

       FD ACCTMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CACCTMST.

       FD BNKCUST-FILE
           LABEL RECORDS ARE STANDARD.
       01 BNKCUST-RECORD.
       COPY CBANKVCS.

       FD FEEWORK-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CFEEWRK.

       FD STMTARCH-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CSTMARCH.

       FD FEESTMT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 FEESTMT-RECORD                  PIC X(80).

       FD EMAILEXT-FILE
           LABEL RECORDS ARE STANDARD.
       01 EMAILEXT-RECORD.
         05 EML-DATE PIC 9(8).
         05 EML-PID PIC X(5).
         05 EML-EMAIL PIC X(30).
         05 EML-TEXT PIC X(40).
         05 EML-ALERT-COUNT PIC 9(3).

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'FEEANNL '.
         05 WS-ACCTTRN-STATUS PIC X(2).
           88 WS-ACCTTRN-OK VALUE '00'.
         05 WS-ACCTTRN-OPEN-FLAG PIC X(1) VALUE 'N'.
           88 WS-ACCTTRN-OPEN VALUE 'Y'.
         05 WS-ACCTHST-STATUS PIC X(2).
           88 WS-ACCTHST-OK VALUE '00'.
         05 WS-ACCTMST-STATUS PIC X(2).
           88 WS-ACCTMST-OK VALUE '00'.
         05 WS-BNKCUST-STATUS PIC X(2).
           88 WS-BNKCUST-OK VALUE '00'.
         05 WS-FEEWORK-STATUS PIC X(2).
           88 WS-FEEWORK-OK VALUE '00'.
         05 WS-STMTARCH-STATUS PIC X(2).
           88 WS-STMTARCH-OK VALUE '00'.
         05 WS-FEESTMT-STATUS PIC X(2).
           88 WS-FEESTMT-OK VALUE '00'.
         05 WS-EMAILEXT-STATUS PIC X(2).
           88 WS-EMAILEXT-OK VALUE '00'.
         05 WS-ACCTTRN-EOF-FLAG PIC X(1) VALUE 'N'.
           88 WS-ACCTTRN-EOF VALUE 'Y'.
         05 WS-ACCTMST-EOF-FLAG PIC X(1) VALUE 'N'.
           88 WS-ACCTMST-EOF VALUE 'Y'.
         05 WS-ACCTHST-OPEN-FLAG PIC X(1) VALUE 'N'.
           88 WS-ACCTHST-OPEN VALUE 'Y'.
         05 WS-CHANNEL PIC X(5).
           88 WS-CHANNEL-EMAIL VALUE 'EMAIL'.
           88 WS-CHANNEL-PRINT VALUE 'PRINT'.
           88 WS-CHANNEL-NONE VALUE SPACES.
         05 WS-POSTING-COUNT PIC 9(7) VALUE ZERO.
         05 WS-REVERSAL-COUNT PIC 9(6) VALUE ZERO.
         05 WS-UNTRACED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-ACCOUNT-COUNT PIC 9(6) VALUE ZERO.
         05 WS-STMT-COUNT PIC 9(6) VALUE ZERO.
         05 WS-EMAIL-COUNT PIC 9(6) VALUE ZERO.
         05 WS-NO-CONSENT-COUNT PIC 9(6) VALUE ZERO.
         05 WS-SKIP-COUNT PIC 9(6) VALUE ZERO.
         05 WS-FEE-YEAR PIC 9(4).
         05 WS-YEAR-START PIC 9(8).
         05 WS-YEAR-END PIC 9(8).
         05 WS-SIGN PIC S9(1).
         05 WS-SIGNED-AMOUNT PIC S9(7)V99.
         05 WS-FEE-TOTAL PIC S9(7)V99.
      *****************************************************************
      * The posting being tallied - an ACCTTRN row as read, or the    *
      * original ACCTHST row a reversal undid.                        *
      *****************************************************************
         05 WS-POSTING.
           10 WS-PST-TYPE PIC X(2).
             88 WS-PST-SVC-CHARGE VALUE 'SC'.
             88 WS-PST-NSF-FEE VALUE 'NF'.
             88 WS-PST-STOP-FEE VALUE 'SF'.
             88 WS-PST-OTHER-FEE VALUES 'SD' 'AN' 'CB' 'PN'.
             88 WS-PST-INTEREST VALUE 'IN'.
           10 WS-PST-FROM-ACC PIC X(9).
           10 WS-PST-FROM-PID PIC X(5).
           10 WS-PST-TO-ACC PIC X(9).
           10 WS-PST-TO-PID PIC X(5).
           10 WS-PST-AMOUNT PIC S9(7)V99.
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
           10 FILLER PIC X(5).
      *****************************************************************
      * Summary wording in both languages - the customer's preference *
      * picks which set is moved into WS-LABELS.                      *
      *****************************************************************
       01 WS-LABELS.
         05 WS-LBL-TITLE PIC X(26).
         05 WS-LBL-SVC-CHARGES PIC X(32).
         05 WS-LBL-NSF PIC X(32).
         05 WS-LBL-STOP-PAYMENT PIC X(32).
         05 WS-LBL-OTHER PIC X(32).
         05 WS-LBL-OD-INTEREST PIC X(32).
         05 WS-LBL-TOTAL PIC X(32).
         05 WS-LBL-INT-EARNED PIC X(32).
         05 WS-LBL-INT-CHARGED PIC X(32).
         05 WS-LBL-EMAIL-TEXT PIC X(40).
       01 WS-LABELS-ENGLISH.
         05 FILLER PIC X(26) VALUE 'ANNUAL FEE SUMMARY'.
         05 FILLER PIC X(32) VALUE 'SERVICE CHARGES'.
         05 FILLER PIC X(32) VALUE 'NSF FEES'.
         05 FILLER PIC X(32) VALUE 'STOP PAYMENT FEES'.
         05 FILLER PIC X(32) VALUE 'OTHER FEES'.
         05 FILLER PIC X(32) VALUE 'OVERDRAFT INTEREST'.
         05 FILLER PIC X(32) VALUE 'TOTAL FEES AND CHARGES'.
         05 FILLER PIC X(32) VALUE 'INTEREST EARNED'.
         05 FILLER PIC X(32) VALUE 'INTEREST CHARGED'.
         05 FILLER PIC X(40) VALUE
             'Your annual fee summary is ready'.
       01 WS-LABELS-FRENCH.
         05 FILLER PIC X(26) VALUE 'SOMMAIRE ANNUEL DES FRAIS'.
         05 FILLER PIC X(32) VALUE 'FRAIS DE SERVICE'.
         05 FILLER PIC X(32) VALUE 'FRAIS DE CHEQUES SANS PROVISION'.
         05 FILLER PIC X(32) VALUE 'FRAIS ARRET DE PAIEMENT'.
         05 FILLER PIC X(32) VALUE 'AUTRES FRAIS'.
         05 FILLER PIC X(32) VALUE 'INTERETS SUR DECOUVERT'.
         05 FILLER PIC X(32) VALUE 'TOTAL DES FRAIS'.
         05 FILLER PIC X(32) VALUE 'INTERETS GAGNES'.
         05 FILLER PIC X(32) VALUE 'INTERETS IMPUTES'.
         05 FILLER PIC X(40) VALUE
             'Votre sommaire annuel des frais est pret'.
       01 WS-STMT-HEADING.
         05 WS-STH-TITLE PIC X(26).
         05 WS-STH-PID PIC X(5).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-STH-ACCOUNT PIC X(9).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-STH-YEAR PIC 9(4).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-STH-DATE PIC 9(8).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-STH-CHANNEL PIC X(5).
         05 FILLER PIC X(19) VALUE SPACES.
       01 WS-STMT-ADDRESS.
         05 FILLER PIC X(5) VALUE SPACES.
         05 WS-STA-TEXT PIC X(30).
         05 FILLER PIC X(45) VALUE SPACES.
       01 WS-STMT-FIGURE.
         05 FILLER PIC X(5) VALUE SPACES.
         05 WS-STF-LABEL PIC X(32).
         05 FILLER PIC X(5) VALUE SPACES.
         05 WS-STF-AMOUNT PIC -(7)9.99.
         05 FILLER PIC X(26) VALUE SPACES.

       COPY CCORRNDQ.

       COPY CGETBDTQ.

       COPY CRUNCTLQ.

       PROCEDURE DIVISION.
       000-START-PROCESSING.
           MOVE 'S' TO RCQ-FUNCTION
           MOVE 'FEEANNL ' TO RCQ-JOB-NAME
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
      * The summary covers the calendar year before the business      *
      * date - run in January it reports the year just closed.        *
      *****************************************************************
           MOVE GBD-BUSINESS-DATE(1:4) TO WS-FEE-YEAR
           SUBTRACT 1 FROM WS-FEE-YEAR
           COMPUTE WS-YEAR-START = WS-FEE-YEAR * 10000 + 0101
           COMPUTE WS-YEAR-END = WS-FEE-YEAR * 10000 + 1231
           .
           OPEN OUTPUT FEEWORK-FILE
           CLOSE FEEWORK-FILE
           OPEN I-O FEEWORK-FILE
           OPEN INPUT ACCTHST-FILE
           IF WS-ACCTHST-OK
               SET WS-ACCTHST-OPEN TO TRUE
           END-IF
           .
      *****************************************************************
      * Pass 1 - the year's postings, each fee and interest amount    *
      * added to the account it was charged to or paid into.          *
      *****************************************************************
           OPEN INPUT ACCTTRN-FILE
           IF WS-ACCTTRN-OK
               SET WS-ACCTTRN-OPEN TO TRUE
           END-IF
           IF NOT WS-ACCTTRN-OK
               SET WS-ACCTTRN-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-ACCTTRN-EOF
               READ ACCTTRN-FILE
                   AT END
                       SET WS-ACCTTRN-EOF TO TRUE
                   NOT AT END
                       IF ATN-DATE IS NOT LESS THAN WS-YEAR-START
                           AND ATN-DATE IS NOT GREATER THAN
                               WS-YEAR-END
                           PERFORM ABSORB-ONE-POSTING THRU
                               ABSORB-ONE-POSTING-EXIT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ACCTTRN-OPEN
               CLOSE ACCTTRN-FILE
           END-IF
           IF WS-ACCTHST-OPEN
               CLOSE ACCTHST-FILE
           END-IF
           .
      *****************************************************************
      * Pass 2 - one summary for every deposit account on file.       *
      *****************************************************************
           OPEN INPUT ACCTMST-FILE
           OPEN INPUT BNKCUST-FILE
           OPEN I-O STMTARCH-FILE
           IF NOT WS-STMTARCH-OK
               OPEN OUTPUT STMTARCH-FILE
               CLOSE STMTARCH-FILE
               OPEN I-O STMTARCH-FILE
           END-IF
           OPEN OUTPUT FEESTMT-FILE
           OPEN EXTEND EMAILEXT-FILE
           IF NOT WS-EMAILEXT-OK
               OPEN OUTPUT EMAILEXT-FILE
           END-IF
           .
           MOVE LOW-VALUES TO AMS-KEY
           START ACCTMST-FILE KEY IS NOT LESS THAN AMS-KEY
               INVALID KEY
                   SET WS-ACCTMST-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-ACCTMST-EOF
               READ ACCTMST-FILE NEXT RECORD
                   AT END
                       SET WS-ACCTMST-EOF TO TRUE
                   NOT AT END
                       PERFORM SUMMARIZE-ONE-ACCOUNT THRU
                           SUMMARIZE-ONE-ACCOUNT-EXIT
               END-READ
           END-PERFORM
           .
           CLOSE ACCTMST-FILE
           CLOSE BNKCUST-FILE
           CLOSE FEEWORK-FILE
           CLOSE STMTARCH-FILE
           CLOSE FEESTMT-FILE
           CLOSE EMAILEXT-FILE
           .
           DISPLAY WS-POSTING-COUNT ' posting(s), '
               WS-REVERSAL-COUNT ' reversal(s) traced, '
               WS-UNTRACED-COUNT ' untraced'
           DISPLAY WS-ACCOUNT-COUNT ' account(s), '
               WS-STMT-COUNT ' summary(ies), '
               WS-EMAIL-COUNT ' by e-mail, '
               WS-NO-CONSENT-COUNT ' archived only (no consent), '
               WS-SKIP-COUNT ' skipped'
           .
           MOVE 'E' TO RCQ-FUNCTION
           MOVE WS-STMT-COUNT TO RCQ-REC-COUNT
           MOVE 'C' TO RCQ-OUTCOME
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           .
           STOP RUN
           .
      *****************************************************************
      * A reversal carries 'REV ' and the original's date and time in *
      * its description, and is posted against the account the        *
      * original was filed under on ACCTHST - the original row tells  *
      * which figure it came off. Other postings are taken as read.   *
      *****************************************************************
       ABSORB-ONE-POSTING.
           IF ATN-TYPE-REVERSAL
               PERFORM TRACE-ONE-REVERSAL THRU
                   TRACE-ONE-REVERSAL-EXIT
               GO TO ABSORB-ONE-POSTING-EXIT
           END-IF
           .
           MOVE 1 TO WS-SIGN
           MOVE ATN-TYPE TO WS-PST-TYPE
           MOVE ATN-FROM-ACC TO WS-PST-FROM-ACC
           MOVE ATN-FROM-PID TO WS-PST-FROM-PID
           MOVE ATN-TO-ACC TO WS-PST-TO-ACC
           MOVE ATN-TO-PID TO WS-PST-TO-PID
           MOVE ATN-AMOUNT TO WS-PST-AMOUNT
           PERFORM TALLY-ONE-POSTING THRU TALLY-ONE-POSTING-EXIT
           .
       ABSORB-ONE-POSTING-EXIT.
           EXIT
           .
       TRACE-ONE-REVERSAL.
           IF NOT WS-ACCTHST-OPEN
               OR ATN-DESC(1:4) IS NOT EQUAL TO 'REV '
               OR ATN-DESC(5:16) IS NOT NUMERIC
               ADD 1 TO WS-UNTRACED-COUNT
               GO TO TRACE-ONE-REVERSAL-EXIT
           END-IF
           MOVE ATN-FROM-ACC TO AHS-ACCOUNT
           MOVE ATN-DESC(5:8) TO AHS-DATE
           MOVE ATN-DESC(13:8) TO AHS-TIME
           READ ACCTHST-FILE
               INVALID KEY
                   ADD 1 TO WS-UNTRACED-COUNT
                   GO TO TRACE-ONE-REVERSAL-EXIT
           END-READ
           ADD 1 TO WS-REVERSAL-COUNT
           .
      *****************************************************************
      * ACCTHST files a posting under its FROM account, or under its  *
      * TO account when there is no FROM side - a history row whose   *
      * TO account is the one it is filed under had no FROM account.  *
      *****************************************************************
           MOVE -1 TO WS-SIGN
           MOVE AHS-TYPE TO WS-PST-TYPE
           IF AHS-TO-ACC IS EQUAL TO AHS-ACCOUNT
               MOVE SPACES TO WS-PST-FROM-ACC
           ELSE
               MOVE AHS-ACCOUNT TO WS-PST-FROM-ACC
           END-IF
           MOVE AHS-FROM-PID TO WS-PST-FROM-PID
           MOVE AHS-TO-ACC TO WS-PST-TO-ACC
           MOVE AHS-TO-PID TO WS-PST-TO-PID
           MOVE AHS-AMOUNT TO WS-PST-AMOUNT
           PERFORM TALLY-ONE-POSTING THRU TALLY-ONE-POSTING-EXIT
           .
       TRACE-ONE-REVERSAL-EXIT.
           EXIT
           .
      *****************************************************************
      * Fees are drawn from the FROM account. Interest paid into an   *
      * account is earned when positive; a negative 'IN' is overdraft *
      * interest charged to it. Interest billed from the FROM side    *
      * (a line or loan) is interest charged. Anything else is not a  *
      * fee or interest and is passed over.                           *
      *****************************************************************
       TALLY-ONE-POSTING.
           IF WS-PST-SVC-CHARGE OR WS-PST-NSF-FEE OR WS-PST-STOP-FEE
               OR WS-PST-OTHER-FEE
               IF WS-PST-FROM-ACC IS EQUAL TO SPACES
                   GO TO TALLY-ONE-POSTING-EXIT
               END-IF
               MOVE WS-PST-FROM-PID TO FWK-PID
               MOVE WS-PST-FROM-ACC TO FWK-ACCOUNT
           ELSE
               IF NOT WS-PST-INTEREST
                   GO TO TALLY-ONE-POSTING-EXIT
               END-IF
               IF WS-PST-TO-ACC IS NOT EQUAL TO SPACES
                   MOVE WS-PST-TO-PID TO FWK-PID
                   MOVE WS-PST-TO-ACC TO FWK-ACCOUNT
               ELSE
                   IF WS-PST-FROM-ACC IS EQUAL TO SPACES
                       GO TO TALLY-ONE-POSTING-EXIT
                   END-IF
                   MOVE WS-PST-FROM-PID TO FWK-PID
                   MOVE WS-PST-FROM-ACC TO FWK-ACCOUNT
               END-IF
           END-IF
           .
           READ FEEWORK-FILE
               INVALID KEY
                   MOVE ZERO TO FWK-SVC-CHARGES
                   MOVE ZERO TO FWK-NSF
                   MOVE ZERO TO FWK-STOP-PAYMENT
                   MOVE ZERO TO FWK-OTHER
                   MOVE ZERO TO FWK-OD-INTEREST
                   MOVE ZERO TO FWK-INT-EARNED
                   MOVE ZERO TO FWK-INT-CHARGED
                   WRITE FEEWORK-RECORD
           END-READ
           ADD 1 TO WS-POSTING-COUNT
           COMPUTE WS-SIGNED-AMOUNT = WS-SIGN * WS-PST-AMOUNT
           .
           EVALUATE TRUE
               WHEN WS-PST-SVC-CHARGE
                   ADD WS-SIGNED-AMOUNT TO FWK-SVC-CHARGES
               WHEN WS-PST-NSF-FEE
                   ADD WS-SIGNED-AMOUNT TO FWK-NSF
               WHEN WS-PST-STOP-FEE
                   ADD WS-SIGNED-AMOUNT TO FWK-STOP-PAYMENT
               WHEN WS-PST-OTHER-FEE
                   ADD WS-SIGNED-AMOUNT TO FWK-OTHER
               WHEN WS-PST-TO-ACC IS EQUAL TO SPACES
                   ADD WS-SIGNED-AMOUNT TO FWK-INT-CHARGED
               WHEN WS-PST-AMOUNT IS GREATER THAN ZERO
                   ADD WS-SIGNED-AMOUNT TO FWK-INT-EARNED
               WHEN OTHER
                   SUBTRACT WS-SIGNED-AMOUNT FROM FWK-OD-INTEREST
                   SUBTRACT WS-SIGNED-AMOUNT FROM FWK-INT-CHARGED
           END-EVALUATE
           REWRITE FEEWORK-RECORD
           .
       TALLY-ONE-POSTING-EXIT.
           EXIT
           .
      *****************************************************************
      * Loan and line-of-credit shadow rows get their own statements; *
      * every other account gets a summary, all-zero years included,  *
      * since the customer is owed one whether or not anything was    *
      * charged.                                                      *
      *****************************************************************
       SUMMARIZE-ONE-ACCOUNT.
           IF AMS-PRODUCT-CODE IS EQUAL TO 'LOAN'
               OR AMS-PRODUCT-CODE IS EQUAL TO 'LOC '
               GO TO SUMMARIZE-ONE-ACCOUNT-EXIT
           END-IF
           ADD 1 TO WS-ACCOUNT-COUNT
           .
           MOVE AMS-OWNER-PID TO BCS-REC-PID
           READ BNKCUST-FILE
               INVALID KEY
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY 'No customer for ' AMS-ACCOUNT
                   GO TO SUMMARIZE-ONE-ACCOUNT-EXIT
           END-READ
           MOVE AMS-OWNER-PID TO FWK-PID
           MOVE AMS-ACCOUNT TO FWK-ACCOUNT
           READ FEEWORK-FILE
               INVALID KEY
                   MOVE ZERO TO FWK-SVC-CHARGES
                   MOVE ZERO TO FWK-NSF
                   MOVE ZERO TO FWK-STOP-PAYMENT
                   MOVE ZERO TO FWK-OTHER
                   MOVE ZERO TO FWK-OD-INTEREST
                   MOVE ZERO TO FWK-INT-EARNED
                   MOVE ZERO TO FWK-INT-CHARGED
           END-READ
           COMPUTE WS-FEE-TOTAL = FWK-SVC-CHARGES + FWK-NSF
               + FWK-STOP-PAYMENT + FWK-OTHER + FWK-OD-INTEREST
           .
           IF BCS-REC-LANG-FRENCH
               MOVE WS-LABELS-FRENCH TO WS-LABELS
           ELSE
               MOVE WS-LABELS-ENGLISH TO WS-LABELS
           END-IF
      *****************************************************************
      * Channel as STMTRPRT resolves it on auto - e-mail where the    *
      * customer consents, paper otherwise. With neither consent the  *
      * summary is still archived for the branch to reprint on        *
      * request, but nothing is sent.                                 *
      *****************************************************************
           MOVE SPACES TO WS-CHANNEL
           IF BCS-REC-SEND-EMAIL IS EQUAL TO 'Y'
               SET WS-CHANNEL-EMAIL TO TRUE
           ELSE
               IF BCS-REC-SEND-MAIL IS EQUAL TO 'Y'
                   SET WS-CHANNEL-PRINT TO TRUE
               END-IF
           END-IF
           .
           IF NOT WS-CHANNEL-NONE
               PERFORM PRINT-FEE-SUMMARY THRU PRINT-FEE-SUMMARY-EXIT
           END-IF
           .
           PERFORM ARCHIVE-FEE-SUMMARY THRU ARCHIVE-FEE-SUMMARY-EXIT
           .
           IF WS-CHANNEL-NONE
               ADD 1 TO WS-NO-CONSENT-COUNT
           ELSE
               IF WS-CHANNEL-EMAIL
                   MOVE SPACES TO EMAILEXT-RECORD
                   MOVE GBD-BUSINESS-DATE TO EML-DATE
                   MOVE AMS-OWNER-PID TO EML-PID
                   MOVE BCS-REC-EMAIL TO EML-EMAIL
                   MOVE WS-LBL-EMAIL-TEXT TO EML-TEXT
                   MOVE 1 TO EML-ALERT-COUNT
                   WRITE EMAILEXT-RECORD
                   ADD 1 TO WS-EMAIL-COUNT
               END-IF
               MOVE AMS-OWNER-PID TO CDQ-PID
               MOVE 'FEEA' TO CDQ-DOC-TYPE
               MOVE WS-PROGRAM-ID TO CDQ-SOURCE-PGM
               MOVE SPACES TO CDQ-SUMMARY
               STRING 'Annual fee summary ' WS-FEE-YEAR
                   ' account ' AMS-ACCOUNT
                   DELIMITED BY SIZE INTO CDQ-SUMMARY
               CALL 'CORRNDX' USING CORRNDX-REQUEST
           END-IF
           ADD 1 TO WS-STMT-COUNT
           .
       SUMMARIZE-ONE-ACCOUNT-EXIT.
           EXIT
           .
       PRINT-FEE-SUMMARY.
           MOVE WS-LBL-TITLE TO WS-STH-TITLE
           MOVE AMS-OWNER-PID TO WS-STH-PID
           MOVE AMS-ACCOUNT TO WS-STH-ACCOUNT
           MOVE WS-FEE-YEAR TO WS-STH-YEAR
           MOVE GBD-BUSINESS-DATE TO WS-STH-DATE
           MOVE WS-CHANNEL TO WS-STH-CHANNEL
           WRITE FEESTMT-RECORD FROM WS-STMT-HEADING
           MOVE BCS-REC-NAME TO WS-STA-TEXT
           WRITE FEESTMT-RECORD FROM WS-STMT-ADDRESS
           IF WS-CHANNEL-EMAIL
               MOVE BCS-REC-EMAIL TO WS-STA-TEXT
               WRITE FEESTMT-RECORD FROM WS-STMT-ADDRESS
           ELSE
               MOVE BCS-REC-ADDR1 TO WS-STA-TEXT
               WRITE FEESTMT-RECORD FROM WS-STMT-ADDRESS
               MOVE BCS-REC-ADDR2 TO WS-STA-TEXT
               WRITE FEESTMT-RECORD FROM WS-STMT-ADDRESS
           END-IF
           .
           MOVE WS-LBL-SVC-CHARGES TO WS-STF-LABEL
           MOVE FWK-SVC-CHARGES TO WS-STF-AMOUNT
           WRITE FEESTMT-RECORD FROM WS-STMT-FIGURE
           MOVE WS-LBL-NSF TO WS-STF-LABEL
           MOVE FWK-NSF TO WS-STF-AMOUNT
           WRITE FEESTMT-RECORD FROM WS-STMT-FIGURE
           MOVE WS-LBL-STOP-PAYMENT TO WS-STF-LABEL
           MOVE FWK-STOP-PAYMENT TO WS-STF-AMOUNT
           WRITE FEESTMT-RECORD FROM WS-STMT-FIGURE
           MOVE WS-LBL-OTHER TO WS-STF-LABEL
           MOVE FWK-OTHER TO WS-STF-AMOUNT
           WRITE FEESTMT-RECORD FROM WS-STMT-FIGURE
           MOVE WS-LBL-OD-INTEREST TO WS-STF-LABEL
           MOVE FWK-OD-INTEREST TO WS-STF-AMOUNT
           WRITE FEESTMT-RECORD FROM WS-STMT-FIGURE
           MOVE WS-LBL-TOTAL TO WS-STF-LABEL
           MOVE WS-FEE-TOTAL TO WS-STF-AMOUNT
           WRITE FEESTMT-RECORD FROM WS-STMT-FIGURE
           MOVE SPACES TO FEESTMT-RECORD
           WRITE FEESTMT-RECORD
           MOVE WS-LBL-INT-EARNED TO WS-STF-LABEL
           MOVE FWK-INT-EARNED TO WS-STF-AMOUNT
           WRITE FEESTMT-RECORD FROM WS-STMT-FIGURE
           MOVE WS-LBL-INT-CHARGED TO WS-STF-LABEL
           MOVE FWK-INT-CHARGED TO WS-STF-AMOUNT
           WRITE FEESTMT-RECORD FROM WS-STMT-FIGURE
           MOVE SPACES TO FEESTMT-RECORD
           WRITE FEESTMT-RECORD
           .
       PRINT-FEE-SUMMARY-EXIT.
           EXIT
           .
      *****************************************************************
      * The summary rides on the account's year-end archive row. When *
      * ACCTSTMT has already archived a December 31 cycle there, only *
      * the fee figures are set so the statement itself survives.     *
      *****************************************************************
       ARCHIVE-FEE-SUMMARY.
           MOVE WS-YEAR-END TO SAR-STMT-DATE
           MOVE AMS-OWNER-PID TO SAR-PID
           MOVE AMS-ACCOUNT TO SAR-ACCOUNT
           READ STMTARCH-FILE
               INVALID KEY
                   MOVE SPACES TO STMTARCH-RECORD
                   MOVE WS-YEAR-END TO SAR-STMT-DATE
                   MOVE AMS-OWNER-PID TO SAR-PID
                   MOVE AMS-ACCOUNT TO SAR-ACCOUNT
                   MOVE BCS-REC-NAME TO SAR-NAME
                   MOVE BCS-REC-ADDR1 TO SAR-ADDR1
                   MOVE BCS-REC-ADDR2 TO SAR-ADDR2
                   MOVE BCS-REC-STATE TO SAR-STATE
                   MOVE BCS-REC-CNTRY TO SAR-CNTRY
                   MOVE BCS-REC-POST-CODE TO SAR-POST-CODE
                   MOVE AMS-DESC TO SAR-ACC-DESC
                   MOVE AMS-BALANCE TO SAR-BALANCE
                   MOVE AMS-CURRENCY TO SAR-CURRENCY
                   MOVE AMS-PRODUCT-CODE TO SAR-PRODUCT-CODE
           END-READ
           .
           MOVE WS-FEE-YEAR TO SAR-FEE-YEAR
           MOVE FWK-SVC-CHARGES TO SAR-FEE-SVC-CHARGES
           MOVE FWK-NSF TO SAR-FEE-NSF
           MOVE FWK-STOP-PAYMENT TO SAR-FEE-STOP-PAYMENT
           MOVE FWK-OTHER TO SAR-FEE-OTHER
           MOVE FWK-OD-INTEREST TO SAR-FEE-OD-INTEREST
           MOVE WS-FEE-TOTAL TO SAR-FEE-TOTAL
           MOVE FWK-INT-EARNED TO SAR-FEE-INT-EARNED
           MOVE FWK-INT-CHARGED TO SAR-FEE-INT-CHARGED
           WRITE STMTARCH-RECORD
               INVALID KEY
                   REWRITE STMTARCH-RECORD
           END-WRITE
           .
       ARCHIVE-FEE-SUMMARY-EXIT.
           EXIT
           .
