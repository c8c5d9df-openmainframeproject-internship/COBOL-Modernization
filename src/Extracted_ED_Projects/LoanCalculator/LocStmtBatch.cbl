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

001150***************************************************************** locstmtb
001160* Program:     LOCSTMTBATCH.CBL                                 * locstmtb
001170* Function:    Monthly line-of-credit statement, cut on the     * locstmtb
001180*              day LoanServBatch bills each facility. Lists     * locstmtb
001190*              every advance, payment and interest charge       * locstmtb
001200*              posted to the shadow account on ACCTTRN since    * locstmtb
001210*              the last statement, from the opening balance     * locstmtb
001220*              owing to the closing one, with the credit        * locstmtb
001230*              limit, available credit and the minimum payment  * locstmtb
001240*              with its due date. Printed on LOCSTMT in the     * locstmtb
001250*              customer's language (BNKCUST English/French      * locstmtb
001260*              preference) for the channel their mail/e-mail    * locstmtb
001270*              consents resolve to - e-mail first, the way      * locstmtb
001280*              STMTRPRT picks - with an EMAILEXT notice for     * locstmtb
001290*              e-mail customers. Every statement is kept on     * locstmtb
001300*              the STMTARCH archive for STMTRPRT to reprint and * locstmtb
001310*              registered with CORRNDX.                         * locstmtb
001311*              While the customer's INSCASE insolvency stay is  * locstmtb
001312*              in force, or the debt has been released, a line  * locstmtb
001313*              opened before the filing still gets its          * locstmtb
001314*              statement but no payment is demanded - the       * locstmtb
001315*              minimum and due date give way to a stay notice.  * locstmtb
001320***************************************************************** locstmtb
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LocStmtBatch.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCMST-FILE ASSIGN TO "LOCMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOC-KEY
               FILE STATUS IS WS-LOCMST-STATUS.
           SELECT ACCTMST-FILE ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AMS-KEY
               FILE STATUS IS WS-ACCTMST-STATUS.
           SELECT BNKCUST-FILE ASSIGN TO "BNKCUST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BCS-REC-PID
               FILE STATUS IS WS-BNKCUST-STATUS.
           SELECT ACCTTRN-FILE ASSIGN TO "ACCTTRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCTTRN-STATUS.
           SELECT STMTARCH-FILE ASSIGN TO "STMTARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SAR-KEY
               FILE STATUS IS WS-STMTARCH-STATUS.
           SELECT LOCSTMT-FILE ASSIGN TO "LOCSTMT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOCSTMT-STATUS.
           SELECT EMAILEXT-FILE ASSIGN TO "EMAILEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EMAILEXT-STATUS.
           SELECT INSCASE-FILE ASSIGN TO "INSCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INS-PID
               FILE STATUS IS WS-INSCASE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOCMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CLOCMST.

       FD ACCTMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CACCTMST.

       FD BNKCUST-FILE
           LABEL RECORDS ARE STANDARD.
       01 BNKCUST-RECORD.
       COPY CBANKVCS.

       FD ACCTTRN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CACCTTRN.

       FD STMTARCH-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CSTMARCH.

       FD LOCSTMT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 LOCSTMT-RECORD                  PIC X(80).

       FD EMAILEXT-FILE
           LABEL RECORDS ARE STANDARD.
       01 EMAILEXT-RECORD.
         05 EML-DATE PIC 9(8).
         05 EML-PID PIC X(5).
         05 EML-EMAIL PIC X(30).
         05 EML-TEXT PIC X(40).
         05 EML-ALERT-COUNT PIC 9(3).

       FD INSCASE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CINSCASE.

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'LOCSTMTB'.
         05 WS-LOCMST-STATUS PIC X(2).
           88 WS-LOCMST-OK VALUE '00'.
         05 WS-ACCTMST-STATUS PIC X(2).
           88 WS-ACCTMST-OK VALUE '00'.
         05 WS-BNKCUST-STATUS PIC X(2).
           88 WS-BNKCUST-OK VALUE '00'.
         05 WS-ACCTTRN-STATUS PIC X(2).
           88 WS-ACCTTRN-OK VALUE '00'.
         05 WS-STMTARCH-STATUS PIC X(2).
           88 WS-STMTARCH-OK VALUE '00'.
         05 WS-LOCSTMT-STATUS PIC X(2).
           88 WS-LOCSTMT-OK VALUE '00'.
         05 WS-EMAILEXT-STATUS PIC X(2).
           88 WS-EMAILEXT-OK VALUE '00'.
         05 WS-INSCASE-STATUS PIC X(2).
           88 WS-INSCASE-OK VALUE '00'.
         05 WS-INSCASE-OPEN-FLAG PIC X(1) VALUE 'N'.
           88 WS-INSCASE-OPEN VALUE 'Y'.
         05 WS-STAYED-FLAG PIC X(1).
           88 WS-STAYED VALUE 'Y'.
         05 WS-STAYED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-LOCMST-EOF-FLAG PIC X(1).
           88 WS-LOCMST-EOF VALUE 'Y'.
         05 WS-ACCTTRN-EOF-FLAG PIC X(1).
           88 WS-ACCTTRN-EOF VALUE 'Y'.
         05 WS-CHANNEL PIC X(5).
           88 WS-CHANNEL-EMAIL VALUE 'EMAIL'.
           88 WS-CHANNEL-PRINT VALUE 'PRINT'.
           88 WS-CHANNEL-NONE VALUE SPACES.
         05 WS-FACILITY-COUNT PIC 9(6) VALUE ZERO.
         05 WS-STMT-COUNT PIC 9(6) VALUE ZERO.
         05 WS-EMAIL-COUNT PIC 9(6) VALUE ZERO.
         05 WS-NO-CONSENT-COUNT PIC 9(6) VALUE ZERO.
         05 WS-SKIP-COUNT PIC 9(6) VALUE ZERO.
         05 WS-CYCLE-WORK.
           10 WS-CYC-YYYY PIC 9(4).
           10 WS-CYC-MM PIC 9(2).
           10 WS-CYC-DD PIC 9(2).
         05 WS-CYCLE-WORK-N REDEFINES WS-CYCLE-WORK PIC 9(8).
         05 WS-OPENING-BAL PIC S9(7)V99.
         05 WS-CLOSING-BAL PIC S9(7)V99.
         05 WS-ADVANCES PIC S9(7)V99.
         05 WS-PAYMENTS PIC S9(7)V99.
         05 WS-INTEREST PIC S9(7)V99.
         05 WS-AVAILABLE PIC S9(7)V99.
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
           10 FILLER PIC X(5).
      *****************************************************************
      * Statement wording in both languages - the customer's          *
      * preference picks which set is moved into WS-LABELS.           *
      *****************************************************************
       01 WS-LABELS.
         05 WS-LBL-TITLE PIC X(26).
         05 WS-LBL-OPENING PIC X(20).
         05 WS-LBL-ADVANCE PIC X(20).
         05 WS-LBL-PAYMENT PIC X(20).
         05 WS-LBL-INTEREST PIC X(20).
         05 WS-LBL-TOTAL-ADVANCES PIC X(20).
         05 WS-LBL-TOTAL-PAYMENTS PIC X(20).
         05 WS-LBL-CLOSING PIC X(20).
         05 WS-LBL-LIMIT PIC X(20).
         05 WS-LBL-AVAILABLE PIC X(20).
         05 WS-LBL-MINIMUM PIC X(20).
         05 WS-LBL-DUE PIC X(20).
         05 WS-LBL-EMAIL-TEXT PIC X(40).
         05 WS-LBL-STAY PIC X(30).
       01 WS-LABELS-ENGLISH.
         05 FILLER PIC X(26) VALUE 'LINE OF CREDIT STATEMENT'.
         05 FILLER PIC X(20) VALUE 'OPENING BALANCE'.
         05 FILLER PIC X(20) VALUE 'ADVANCE'.
         05 FILLER PIC X(20) VALUE 'PAYMENT'.
         05 FILLER PIC X(20) VALUE 'INTEREST CHARGED'.
         05 FILLER PIC X(20) VALUE 'TOTAL ADVANCES'.
         05 FILLER PIC X(20) VALUE 'TOTAL PAYMENTS'.
         05 FILLER PIC X(20) VALUE 'BALANCE OWING'.
         05 FILLER PIC X(20) VALUE 'CREDIT LIMIT'.
         05 FILLER PIC X(20) VALUE 'AVAILABLE CREDIT'.
         05 FILLER PIC X(20) VALUE 'MINIMUM PAYMENT'.
         05 FILLER PIC X(20) VALUE 'PAYMENT DUE BY'.
         05 FILLER PIC X(40) VALUE
             'Your line of credit statement is ready'.
         05 FILLER PIC X(30) VALUE 'NO PAYMENT DUE - STAY IN FORCE'.
       01 WS-LABELS-FRENCH.
         05 FILLER PIC X(26) VALUE 'RELEVE DE MARGE DE CREDIT'.
         05 FILLER PIC X(20) VALUE 'SOLDE INITIAL'.
         05 FILLER PIC X(20) VALUE 'AVANCE'.
         05 FILLER PIC X(20) VALUE 'PAIEMENT'.
         05 FILLER PIC X(20) VALUE 'INTERETS IMPUTES'.
         05 FILLER PIC X(20) VALUE 'TOTAL DES AVANCES'.
         05 FILLER PIC X(20) VALUE 'TOTAL DES PAIEMENTS'.
         05 FILLER PIC X(20) VALUE 'SOLDE DU'.
         05 FILLER PIC X(20) VALUE 'LIMITE DE CREDIT'.
         05 FILLER PIC X(20) VALUE 'CREDIT DISPONIBLE'.
         05 FILLER PIC X(20) VALUE 'PAIEMENT MINIMUM'.
         05 FILLER PIC X(20) VALUE 'A PAYER AU PLUS TARD'.
         05 FILLER PIC X(40) VALUE
             'Votre releve de marge de credit est pret'.
         05 FILLER PIC X(30) VALUE 'AUCUN PAIEMENT EXIGE - SURSIS'.
       01 WS-STMT-HEADING.
         05 WS-STH-TITLE PIC X(26).
         05 WS-STH-PID PIC X(5).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-STH-ACCOUNT PIC X(9).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-STH-DATE PIC 9(8).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-STH-CHANNEL PIC X(5).
         05 FILLER PIC X(24) VALUE SPACES.
       01 WS-STMT-ADDRESS.
         05 FILLER PIC X(5) VALUE SPACES.
         05 WS-STA-TEXT PIC X(30).
         05 FILLER PIC X(45) VALUE SPACES.
       01 WS-STMT-TXN.
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-STT-DATE PIC 9(8).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-STT-LABEL PIC X(20).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-STT-DESC PIC X(20).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-STT-AMOUNT PIC -(7)9.99.
         05 FILLER PIC X(15) VALUE SPACES.
       01 WS-STMT-FIGURE.
         05 FILLER PIC X(5) VALUE SPACES.
         05 WS-STF-LABEL PIC X(20).
         05 FILLER PIC X(5) VALUE SPACES.
         05 WS-STF-AMOUNT PIC -(7)9.99.
         05 FILLER PIC X(38) VALUE SPACES.
       01 WS-STMT-DUE.
         05 FILLER PIC X(5) VALUE SPACES.
         05 WS-STD-LABEL PIC X(20).
         05 FILLER PIC X(5) VALUE SPACES.
         05 WS-STD-DATE PIC 9(8).
         05 FILLER PIC X(42) VALUE SPACES.

       COPY CCORRNDQ.

       COPY CGETBDTQ.

       COPY CRUNCTLQ.

       PROCEDURE DIVISION.
       000-START-PROCESSING.
           MOVE 'S' TO RCQ-FUNCTION
           MOVE 'LOCSTMTB' TO RCQ-JOB-NAME
           MOVE 'LOANSERV' TO RCQ-PREREQ-JOB
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           IF RCQ-REPLY-REFUSED
               DISPLAY 'Run control refused start: ' RCQ-REPLY-MSG
               STOP RUN
           END-IF
           .
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           CALL 'GETBDTE' USING GETBDTE-REQUEST
           .
           OPEN I-O LOCMST-FILE
           OPEN INPUT ACCTMST-FILE
           OPEN INPUT BNKCUST-FILE
           OPEN I-O STMTARCH-FILE
           IF NOT WS-STMTARCH-OK
               OPEN OUTPUT STMTARCH-FILE
               CLOSE STMTARCH-FILE
               OPEN I-O STMTARCH-FILE
           END-IF
           OPEN OUTPUT LOCSTMT-FILE
           OPEN EXTEND EMAILEXT-FILE
           IF NOT WS-EMAILEXT-OK
               OPEN OUTPUT EMAILEXT-FILE
           END-IF
           OPEN INPUT INSCASE-FILE
           IF WS-INSCASE-OK
               SET WS-INSCASE-OPEN TO TRUE
           END-IF
           .
           MOVE LOW-VALUES TO LOC-KEY
           START LOCMST-FILE KEY IS NOT LESS THAN LOC-KEY
               INVALID KEY
                   SET WS-LOCMST-EOF TO TRUE
           END-START
           .
           PERFORM UNTIL WS-LOCMST-EOF
               READ LOCMST-FILE NEXT RECORD
                   AT END
                       SET WS-LOCMST-EOF TO TRUE
                   NOT AT END
                       IF LOC-ACTIVE
                           PERFORM STATE-ONE-FACILITY THRU
                               STATE-ONE-FACILITY-EXIT
                       END-IF
               END-READ
           END-PERFORM
           .
           CLOSE LOCMST-FILE
           CLOSE ACCTMST-FILE
           CLOSE BNKCUST-FILE
           CLOSE STMTARCH-FILE
           CLOSE LOCSTMT-FILE
           CLOSE EMAILEXT-FILE
           IF WS-INSCASE-OPEN
               CLOSE INSCASE-FILE
           END-IF
           .
           DISPLAY WS-FACILITY-COUNT ' facility(ies), '
               WS-STMT-COUNT ' statement(s), '
               WS-EMAIL-COUNT ' by e-mail, '
               WS-NO-CONSENT-COUNT ' archived only (no consent), '
               WS-SKIP-COUNT ' skipped, '
               WS-STAYED-COUNT ' under insolvency stay'
           .
           MOVE 'E' TO RCQ-FUNCTION
           MOVE WS-STMT-COUNT TO RCQ-REC-COUNT
           MOVE 'C' TO RCQ-OUTCOME
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           .
           STOP RUN
           .
      *****************************************************************
      * A facility is due a statement once LoanServBatch has billed   *
      * it - its next bill date has moved past the cycle date, one    *
      * month back, and the last statement ran before that cycle.     *
      * A line opened this month has not been billed yet.             *
      *****************************************************************
       STATE-ONE-FACILITY.
           ADD 1 TO WS-FACILITY-COUNT
           .
           IF LOC-STMT-THRU-DTE IS NOT NUMERIC
               OR LOC-STMT-THRU-TIME IS NOT NUMERIC
               OR LOC-STMT-BALANCE IS NOT NUMERIC
               MOVE LOC-OPEN-DATE TO LOC-STMT-THRU-DTE
               MOVE ZERO TO LOC-STMT-THRU-TIME
               MOVE ZERO TO LOC-STMT-BALANCE
           END-IF
           MOVE LOC-NEXT-BILL-DTE TO WS-CYCLE-WORK-N
           IF WS-CYC-MM IS EQUAL TO 1
               MOVE 12 TO WS-CYC-MM
               SUBTRACT 1 FROM WS-CYC-YYYY
           ELSE
               SUBTRACT 1 FROM WS-CYC-MM
           END-IF
           IF WS-CYCLE-WORK-N IS NOT GREATER THAN LOC-OPEN-DATE
               OR WS-CYCLE-WORK-N IS GREATER THAN GBD-BUSINESS-DATE
               OR LOC-STMT-THRU-DTE IS NOT LESS THAN WS-CYCLE-WORK-N
               GO TO STATE-ONE-FACILITY-EXIT
           END-IF
           .
           MOVE LOC-OWNER-PID TO AMS-OWNER-PID
           MOVE LOC-ACCOUNT TO AMS-ACCOUNT
           READ ACCTMST-FILE
               INVALID KEY
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY 'No account for ' LOC-ACCOUNT
                   GO TO STATE-ONE-FACILITY-EXIT
           END-READ
           MOVE LOC-OWNER-PID TO BCS-REC-PID
           READ BNKCUST-FILE
               INVALID KEY
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY 'No customer for ' LOC-ACCOUNT
                   GO TO STATE-ONE-FACILITY-EXIT
           END-READ
           .
           IF BCS-REC-LANG-FRENCH
               MOVE WS-LABELS-FRENCH TO WS-LABELS
           ELSE
               MOVE WS-LABELS-ENGLISH TO WS-LABELS
           END-IF
           PERFORM CHECK-INSOLVENCY-STAY THRU
               CHECK-INSOLVENCY-STAY-EXIT
      *****************************************************************
      * Channel as STMTRPRT resolves it on auto - e-mail where the    *
      * customer consents, paper otherwise. With neither consent the  *
      * statement is still cut and archived for the branch to reprint *
      * on request, but nothing is sent.                              *
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
           MOVE 'N' TO WS-ACCTTRN-EOF-FLAG
           OPEN INPUT ACCTTRN-FILE
           IF NOT WS-ACCTTRN-OK
               DISPLAY 'ACCTTRN not available, status '
                   WS-ACCTTRN-STATUS
               GO TO STATE-ONE-FACILITY-EXIT
           END-IF
           .
           MOVE LOC-STMT-BALANCE TO WS-OPENING-BAL
           COMPUTE WS-CLOSING-BAL = ZERO - AMS-BALANCE
           COMPUTE WS-AVAILABLE = LOC-CREDIT-LIMIT - WS-CLOSING-BAL
           MOVE ZERO TO WS-ADVANCES
           MOVE ZERO TO WS-PAYMENTS
           MOVE ZERO TO WS-INTEREST
           .
           IF NOT WS-CHANNEL-NONE
               MOVE WS-LBL-TITLE TO WS-STH-TITLE
               MOVE LOC-OWNER-PID TO WS-STH-PID
               MOVE LOC-ACCOUNT TO WS-STH-ACCOUNT
               MOVE GBD-BUSINESS-DATE TO WS-STH-DATE
               MOVE WS-CHANNEL TO WS-STH-CHANNEL
               WRITE LOCSTMT-RECORD FROM WS-STMT-HEADING
               MOVE BCS-REC-NAME TO WS-STA-TEXT
               WRITE LOCSTMT-RECORD FROM WS-STMT-ADDRESS
               IF WS-CHANNEL-EMAIL
                   MOVE BCS-REC-EMAIL TO WS-STA-TEXT
                   WRITE LOCSTMT-RECORD FROM WS-STMT-ADDRESS
               ELSE
                   MOVE BCS-REC-ADDR1 TO WS-STA-TEXT
                   WRITE LOCSTMT-RECORD FROM WS-STMT-ADDRESS
                   MOVE BCS-REC-ADDR2 TO WS-STA-TEXT
                   WRITE LOCSTMT-RECORD FROM WS-STMT-ADDRESS
               END-IF
               MOVE WS-LBL-OPENING TO WS-STF-LABEL
               MOVE WS-OPENING-BAL TO WS-STF-AMOUNT
               WRITE LOCSTMT-RECORD FROM WS-STMT-FIGURE
           END-IF
           .
      *****************************************************************
      * The posting log is read through once for each statement and   *
      * only postings since the last statement's stamp are listed,    *
      * in posting order.                                             *
      *****************************************************************
           PERFORM UNTIL WS-ACCTTRN-EOF
               READ ACCTTRN-FILE
                   AT END
                       SET WS-ACCTTRN-EOF TO TRUE
                   NOT AT END
                       PERFORM STATE-ONE-POSTING THRU
                           STATE-ONE-POSTING-EXIT
               END-READ
           END-PERFORM
           CLOSE ACCTTRN-FILE
           .
           IF NOT WS-CHANNEL-NONE
               PERFORM WRITE-STATEMENT-FIGURES THRU
                   WRITE-STATEMENT-FIGURES-EXIT
           END-IF
           .
           PERFORM ARCHIVE-STATEMENT THRU ARCHIVE-STATEMENT-EXIT
           .
           IF WS-CHANNEL-NONE
               ADD 1 TO WS-NO-CONSENT-COUNT
           ELSE
               IF WS-CHANNEL-EMAIL
                   MOVE SPACES TO EMAILEXT-RECORD
                   MOVE GBD-BUSINESS-DATE TO EML-DATE
                   MOVE LOC-OWNER-PID TO EML-PID
                   MOVE BCS-REC-EMAIL TO EML-EMAIL
                   MOVE WS-LBL-EMAIL-TEXT TO EML-TEXT
                   MOVE 1 TO EML-ALERT-COUNT
                   WRITE EMAILEXT-RECORD
                   ADD 1 TO WS-EMAIL-COUNT
               END-IF
               MOVE LOC-OWNER-PID TO CDQ-PID
               MOVE 'LOCS' TO CDQ-DOC-TYPE
               MOVE WS-PROGRAM-ID TO CDQ-SOURCE-PGM
               MOVE SPACES TO CDQ-SUMMARY
               IF WS-STAYED
                   STRING 'LOC statement ' LOC-ACCOUNT
                       ' insolvency stay'
                       DELIMITED BY SIZE INTO CDQ-SUMMARY
               ELSE
                   STRING 'LOC statement ' LOC-ACCOUNT
                       ' minimum due ' LOC-NEXT-BILL-DTE
                       DELIMITED BY SIZE INTO CDQ-SUMMARY
               END-IF
               CALL 'CORRNDX' USING CORRNDX-REQUEST
           END-IF
           .
           MOVE GBD-BUSINESS-DATE TO LOC-STMT-THRU-DTE
           MOVE WS-CURRENT-TIME TO LOC-STMT-THRU-TIME
           MOVE WS-CLOSING-BAL TO LOC-STMT-BALANCE
           REWRITE LOCMST-RECORD
           ADD 1 TO WS-STMT-COUNT
           .
       STATE-ONE-FACILITY-EXIT.
           EXIT
           .
      *****************************************************************
      * A posting after the last statement's stamp that debits the    *
      * line is an advance (or, typed 'IN', the interest billed); one *
      * that credits it is a payment. Amounts print as they move the  *
      * balance owing - payments negative.                            *
      *****************************************************************
       STATE-ONE-POSTING.
           IF ATN-DATE IS LESS THAN LOC-STMT-THRU-DTE
               GO TO STATE-ONE-POSTING-EXIT
           END-IF
           IF ATN-DATE IS EQUAL TO LOC-STMT-THRU-DTE
               AND ATN-TIME IS NOT GREATER THAN LOC-STMT-THRU-TIME
               GO TO STATE-ONE-POSTING-EXIT
           END-IF
           IF ATN-DATE IS GREATER THAN GBD-BUSINESS-DATE
               GO TO STATE-ONE-POSTING-EXIT
           END-IF
           .
           IF ATN-FROM-ACC IS EQUAL TO LOC-ACCOUNT
               AND ATN-FROM-PID IS EQUAL TO LOC-OWNER-PID
               IF ATN-TYPE-INTEREST
                   ADD ATN-AMOUNT TO WS-INTEREST
                   MOVE WS-LBL-INTEREST TO WS-STT-LABEL
               ELSE
                   ADD ATN-AMOUNT TO WS-ADVANCES
                   MOVE WS-LBL-ADVANCE TO WS-STT-LABEL
               END-IF
               MOVE ATN-AMOUNT TO WS-STT-AMOUNT
           ELSE
               IF ATN-TO-ACC IS EQUAL TO LOC-ACCOUNT
                   AND ATN-TO-PID IS EQUAL TO LOC-OWNER-PID
                   ADD ATN-AMOUNT TO WS-PAYMENTS
                   MOVE WS-LBL-PAYMENT TO WS-STT-LABEL
                   COMPUTE WS-STT-AMOUNT = ZERO - ATN-AMOUNT
               ELSE
                   GO TO STATE-ONE-POSTING-EXIT
               END-IF
           END-IF
           .
           IF NOT WS-CHANNEL-NONE
               MOVE ATN-DATE TO WS-STT-DATE
               MOVE ATN-DESC TO WS-STT-DESC
               WRITE LOCSTMT-RECORD FROM WS-STMT-TXN
           END-IF
           .
       STATE-ONE-POSTING-EXIT.
           EXIT
           .
       WRITE-STATEMENT-FIGURES.
           MOVE WS-LBL-TOTAL-ADVANCES TO WS-STF-LABEL
           MOVE WS-ADVANCES TO WS-STF-AMOUNT
           WRITE LOCSTMT-RECORD FROM WS-STMT-FIGURE
           MOVE WS-LBL-INTEREST TO WS-STF-LABEL
           MOVE WS-INTEREST TO WS-STF-AMOUNT
           WRITE LOCSTMT-RECORD FROM WS-STMT-FIGURE
           MOVE WS-LBL-TOTAL-PAYMENTS TO WS-STF-LABEL
           MOVE WS-PAYMENTS TO WS-STF-AMOUNT
           WRITE LOCSTMT-RECORD FROM WS-STMT-FIGURE
           MOVE WS-LBL-CLOSING TO WS-STF-LABEL
           MOVE WS-CLOSING-BAL TO WS-STF-AMOUNT
           WRITE LOCSTMT-RECORD FROM WS-STMT-FIGURE
           MOVE WS-LBL-LIMIT TO WS-STF-LABEL
           MOVE LOC-CREDIT-LIMIT TO WS-STF-AMOUNT
           WRITE LOCSTMT-RECORD FROM WS-STMT-FIGURE
           MOVE WS-LBL-AVAILABLE TO WS-STF-LABEL
           MOVE WS-AVAILABLE TO WS-STF-AMOUNT
           WRITE LOCSTMT-RECORD FROM WS-STMT-FIGURE
           IF WS-STAYED
               MOVE WS-LBL-STAY TO WS-STA-TEXT
               WRITE LOCSTMT-RECORD FROM WS-STMT-ADDRESS
           ELSE
               MOVE WS-LBL-MINIMUM TO WS-STF-LABEL
               MOVE LOC-BILLED-MIN TO WS-STF-AMOUNT
               WRITE LOCSTMT-RECORD FROM WS-STMT-FIGURE
               MOVE WS-LBL-DUE TO WS-STD-LABEL
               MOVE LOC-NEXT-BILL-DTE TO WS-STD-DATE
               WRITE LOCSTMT-RECORD FROM WS-STMT-DUE
           END-IF
           MOVE SPACES TO LOCSTMT-RECORD
           WRITE LOCSTMT-RECORD
           .
       WRITE-STATEMENT-FIGURES-EXIT.
           EXIT
           .
      *****************************************************************
      * The archive row for the cycle. A month-end extract row for    *
      * the same shadow account and date is replaced - the statement  *
      * figures are the fuller record of that cycle.                  *
      *****************************************************************
       ARCHIVE-STATEMENT.
           MOVE SPACES TO STMTARCH-RECORD
           MOVE GBD-BUSINESS-DATE TO SAR-STMT-DATE
           MOVE LOC-OWNER-PID TO SAR-PID
           MOVE LOC-ACCOUNT TO SAR-ACCOUNT
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
           MOVE WS-OPENING-BAL TO SAR-LOC-OPENING-BAL
           MOVE WS-ADVANCES TO SAR-LOC-ADVANCES
           MOVE WS-PAYMENTS TO SAR-LOC-PAYMENTS
           MOVE WS-INTEREST TO SAR-LOC-INTEREST
           MOVE LOC-CREDIT-LIMIT TO SAR-LOC-CREDIT-LIMIT
           MOVE WS-AVAILABLE TO SAR-LOC-AVAILABLE
           MOVE LOC-BILLED-MIN TO SAR-LOC-MIN-PAYMENT
           MOVE LOC-NEXT-BILL-DTE TO SAR-LOC-DUE-DTE
           IF WS-STAYED
               MOVE ZERO TO SAR-LOC-MIN-PAYMENT
               MOVE ZERO TO SAR-LOC-DUE-DTE
           END-IF
           WRITE STMTARCH-RECORD
               INVALID KEY
                   REWRITE STMTARCH-RECORD
           END-WRITE
           .
       ARCHIVE-STATEMENT-EXIT.
           EXIT
           .
      *****************************************************************
      * The rule LoanDelqBatch applies - a stay in force, or a        *
      * discharge or completed proposal, on a line opened by the      *
      * filing date. A lifted stay or an annulment demands payment    *
      * again.                                                        *
      *****************************************************************
       CHECK-INSOLVENCY-STAY.
           MOVE 'N' TO WS-STAYED-FLAG
           IF NOT WS-INSCASE-OPEN
               GO TO CHECK-INSOLVENCY-STAY-EXIT
           END-IF
           .
           MOVE LOC-OWNER-PID TO INS-PID
           READ INSCASE-FILE
               INVALID KEY
                   GO TO CHECK-INSOLVENCY-STAY-EXIT
           END-READ
           IF INS-ANNULLED
               GO TO CHECK-INSOLVENCY-STAY-EXIT
           END-IF
           IF NOT INS-STAY-IN-FORCE AND NOT INS-DEBT-RELEASED
               GO TO CHECK-INSOLVENCY-STAY-EXIT
           END-IF
           IF LOC-OPEN-DATE IS GREATER THAN INS-FILING-DATE
               GO TO CHECK-INSOLVENCY-STAY-EXIT
           END-IF
           .
           SET WS-STAYED TO TRUE
           ADD 1 TO WS-STAYED-COUNT
           .
       CHECK-INSOLVENCY-STAY-EXIT.
           EXIT
           .
