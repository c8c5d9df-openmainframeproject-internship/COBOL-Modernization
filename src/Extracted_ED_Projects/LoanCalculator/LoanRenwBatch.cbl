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

001150***************************************************************** loanrenw
001160* Program:     LOANRENWBATCH.CBL                                * loanrenw
001170* Function:    Mortgage term renewal. LNM-TERM-MONTHS is the    * loanrenw
001180*              amortization; the loan also runs on a one-to-    * loanrenw
001190*              five-year term that matures on LNM-TERM-         * loanrenw
001200*              MATURITY-DTE. The RENWINST file carries the      * loanrenw
001210*              day's branch input - 'R' records the term the    * loanrenw
001220*              borrower chose, 'S' puts a loan already on the   * loanrenw
001230*              book onto a term. The LOANMST sweep then writes  * loanrenw
001240*              a RENWLTR offer letter the RENWPOL number of     * loanrenw
001250*              days (default 120) before maturity, quoting the  * loanrenw
001260*              current posted RATETBL rate and payment for each * loanrenw
001270*              term ('MTG1' to 'MTG5'), and at maturity renews  * loanrenw
001280*              the loan at the posted rate for the chosen term  * loanrenw
001290*              - or the RENWPOL default term if no instruction  * loanrenw
001300*              came in - re-amortizing the balance over what is * loanrenw
001310*              left of the amortization. New rate, term and     * loanrenw
001320*              payment go on LOANMST and a LOANAMND amendment   * loanrenw
001330*              row, and the borrower gets a confirmation. A     * loanrenw
001331*              loan put onto a term becomes closed and takes    * loanrenw
001332*              the PREPPOL prepayment privilege.                * loanrenw
001340***************************************************************** loanrenw
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanRenwBatch.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RENWINST-FILE ASSIGN TO "RENWINST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RENWINST-STATUS.
           SELECT LOANMST-FILE ASSIGN TO "LOANMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LNM-KEY
               FILE STATUS IS WS-LOANMST-STATUS.
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
           SELECT RATETBL-FILE ASSIGN TO "RATETBL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATETBL-STATUS.
           SELECT RENWPOL-FILE ASSIGN TO "RENWPOL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RENWPOL-STATUS.
           SELECT PREPPOL-FILE ASSIGN TO "PREPPOL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PREPPOL-STATUS.
           SELECT LOANAMND-FILE ASSIGN TO "LOANAMND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOANAMND-STATUS.
           SELECT RENWLTR-FILE ASSIGN TO "RENWLTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RENWLTR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RENWINST-FILE
           LABEL RECORDS ARE STANDARD.
       01 RENWINST-RECORD.
         05 RNI-ACTION PIC X(1).
           88 RNI-RENEWAL-CHOICE VALUE 'R'.
           88 RNI-SET-TERM VALUE 'S'.
         05 RNI-OWNER-PID PIC X(5).
         05 RNI-ACCOUNT PIC X(9).
         05 RNI-TERM-YEARS PIC 9(1).
         05 RNI-MATURITY-DTE PIC 9(8).
         05 RNI-USERID PIC X(5).

       FD LOANMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CLOANMST.

       FD ACCTMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CACCTMST.

       FD BNKCUST-FILE
           LABEL RECORDS ARE STANDARD.
       01 BNKCUST-RECORD.
       COPY CBANKVCS.

       FD RATETBL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CRATETBL.

       FD RENWPOL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CRNWPOL.

       FD PREPPOL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CPREPPOL.

       FD LOANAMND-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CLOANAMD.

       FD RENWLTR-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 RENWLTR-RECORD                  PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'LOANRENW'.
         05 WS-RENWINST-STATUS PIC X(2).
           88 WS-RENWINST-OK VALUE '00'.
         05 WS-LOANMST-STATUS PIC X(2).
           88 WS-LOANMST-OK VALUE '00'.
         05 WS-ACCTMST-STATUS PIC X(2).
           88 WS-ACCTMST-OK VALUE '00'.
         05 WS-BNKCUST-STATUS PIC X(2).
           88 WS-BNKCUST-OK VALUE '00'.
         05 WS-RATETBL-STATUS PIC X(2).
           88 WS-RATETBL-OK VALUE '00'.
         05 WS-RENWPOL-STATUS PIC X(2).
           88 WS-RENWPOL-OK VALUE '00'.
         05 WS-PREPPOL-STATUS PIC X(2).
           88 WS-PREPPOL-OK VALUE '00'.
         05 WS-LOANAMND-STATUS PIC X(2).
           88 WS-LOANAMND-OK VALUE '00'.
         05 WS-RENWLTR-STATUS PIC X(2).
           88 WS-RENWLTR-OK VALUE '00'.
         05 WS-RENWINST-EOF-FLAG PIC X(1).
           88 WS-RENWINST-EOF VALUE 'Y'.
         05 WS-LOANMST-EOF-FLAG PIC X(1).
           88 WS-LOANMST-EOF VALUE 'Y'.
         05 WS-RATETBL-EOF-FLAG PIC X(1).
           88 WS-RATETBL-EOF VALUE 'Y'.
         05 WS-OFFER-DAYS PIC 9(3).
         05 WS-DEFAULT-TERM-YEARS PIC 9(1).
         05 WS-PREPAY-PCT PIC 9(3)V99.
         05 WS-INST-COUNT PIC 9(6) VALUE ZERO.
         05 WS-LOAN-COUNT PIC 9(6) VALUE ZERO.
         05 WS-OFFERED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-RENEWED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-AUTO-COUNT PIC 9(6) VALUE ZERO.
         05 WS-SKIP-COUNT PIC 9(6) VALUE ZERO.
         05 WS-TODAY-DAYS PIC 9(7).
         05 WS-MATURITY-DAYS PIC 9(7).
         05 WS-REMAINING-BALANCE PIC S9(7)V99.
         05 WS-ELAPSED-MONTHS PIC S9(5).
         05 WS-REMAINING-TERM PIC S9(5).
         05 WS-MONTHLY-RATE PIC 9(3)V9(9).
         05 WS-PICK-YEARS PIC 9(1).
         05 WS-PICK-RATE PIC 9(3)V9(6).
         05 WS-PICK-FLOOR PIC 9(7)V99.
         05 WS-PICK-EFF PIC 9(8).
         05 WS-PICK-PAYMENT PIC S9(6)V99.
         05 WS-NEW-TERM-YEARS PIC 9(1).
         05 WS-RENEWAL-SOURCE-FLAG PIC X(1).
           88 WS-RENEWAL-INSTRUCTED VALUE 'I'.
           88 WS-RENEWAL-DEFAULTED VALUE 'D'.
         05 WS-TRM-IDX PIC 9(3).
         05 WS-OFR-IDX PIC 9(1).
         05 WS-DATE-WORK.
           10 WS-DTW-YYYY PIC 9(4).
           10 WS-DTW-MM PIC 9(2).
           10 WS-DTW-DD PIC 9(2).
         05 WS-DATE-WORK-N REDEFINES WS-DATE-WORK PIC 9(8).
         05 WS-OPEN-DATE-WORK.
           10 WS-ODW-YYYY PIC 9(4).
           10 WS-ODW-MM PIC 9(2).
           10 WS-ODW-DD PIC 9(2).
         05 WS-OPEN-DATE-WORK-N REDEFINES WS-OPEN-DATE-WORK
             PIC 9(8).
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
           10 FILLER PIC X(5).
      *****************************************************************
      * The posted mortgage rates - RATETBL rows for 'MTG1' (one-year *
      * term) through 'MTG5' effective by the business date, still    *
      * tiered by balance floor the way the deposit rows are.         *
      *****************************************************************
       01 WS-TERM-RATE-TABLE.
         05 WS-TRM-COUNT PIC 9(3) VALUE ZERO.
         05 WS-TRM-ENTRY OCCURS 100 TIMES.
           10 WS-TRM-YEARS PIC 9(1).
           10 WS-TRM-FLOOR PIC 9(7)V99.
           10 WS-TRM-RATE PIC 9(3)V9(6).
           10 WS-TRM-EFF-DATE PIC 9(8).
       01 WS-RATE-CODE.
         05 FILLER PIC X(3) VALUE 'MTG'.
         05 WS-RATE-CODE-YEARS PIC 9(1).
       01 WS-LETTER-HEADING.
         05 FILLER PIC X(15) VALUE 'RENEWAL OFFER  '.
         05 WS-LTH-PID PIC X(5).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-LTH-ACCOUNT PIC X(9).
         05 FILLER PIC X(15) VALUE ' TERM MATURES  '.
         05 WS-LTH-MATURITY PIC 9(8).
         05 FILLER PIC X(27) VALUE SPACES.
       01 WS-LETTER-ADDRESS.
         05 FILLER PIC X(5) VALUE SPACES.
         05 WS-LTA-TEXT PIC X(25).
         05 FILLER PIC X(50) VALUE SPACES.
       01 WS-LETTER-BALANCE.
         05 FILLER PIC X(22) VALUE '     BALANCE TO RENEW '.
         05 WS-LTB-BALANCE PIC Z(6)9.99.
         05 FILLER PIC X(20) VALUE '  MONTHS AMORTIZING '.
         05 WS-LTB-MONTHS PIC ZZZZ9.
         05 FILLER PIC X(23) VALUE SPACES.
       01 WS-LETTER-OPTION.
         05 FILLER PIC X(5) VALUE SPACES.
         05 WS-LTO-YEARS PIC 9(1).
         05 FILLER PIC X(17) VALUE '-YEAR TERM  RATE '.
         05 WS-LTO-RATE PIC ZZ9.999999.
         05 FILLER PIC X(11) VALUE '%  PAYMENT '.
         05 WS-LTO-PAYMENT PIC Z(5)9.99.
         05 FILLER PIC X(27) VALUE SPACES.
       01 WS-LETTER-DEFAULT.
         05 FILLER PIC X(46)
             VALUE '     NO INSTRUCTION BY MATURITY RENEWS INTO A '.
         05 WS-LTD-YEARS PIC 9(1).
         05 FILLER PIC X(11) VALUE '-YEAR TERM.'.
         05 FILLER PIC X(22) VALUE SPACES.
       01 WS-LETTER-CONFIRM.
         05 FILLER PIC X(15) VALUE 'LOAN RENEWED   '.
         05 WS-LTC-PID PIC X(5).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-LTC-ACCOUNT PIC X(9).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-LTC-YEARS PIC 9(1).
         05 FILLER PIC X(16) VALUE '-YEAR TERM RATE '.
         05 WS-LTC-RATE PIC ZZ9.999999.
         05 FILLER PIC X(22) VALUE SPACES.
       01 WS-LETTER-CONFIRM-2.
         05 FILLER PIC X(22) VALUE '     PAYMENT         '.
         05 WS-LTC-PAYMENT PIC Z(5)9.99.
         05 FILLER PIC X(20) VALUE '   TERM NOW MATURES '.
         05 WS-LTC-MATURITY PIC 9(8).
         05 FILLER PIC X(21) VALUE SPACES.

       01 WS-JOURNAL-WORK.
         05 WS-BEFORE-LOANMST PIC X(250).
       COPY CMSTJNLQ.

       COPY CCORRNDQ.

       COPY CGETBDTQ.

       COPY CRUNCTLQ.

       PROCEDURE DIVISION.
       000-START-PROCESSING.
           MOVE 'S' TO RCQ-FUNCTION
           MOVE 'LOANRENW' TO RCQ-JOB-NAME
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
           PERFORM LOAD-RENEWAL-POLICY THRU LOAD-RENEWAL-POLICY-EXIT
           PERFORM LOAD-TERM-RATES THRU LOAD-TERM-RATES-EXIT
           .
           MOVE GBD-BUSINESS-DATE TO WS-DATE-WORK-N
           COMPUTE WS-TODAY-DAYS = (WS-DTW-YYYY * 365)
               + (WS-DTW-MM * 30) + WS-DTW-DD
           .
           OPEN I-O LOANMST-FILE
           OPEN INPUT ACCTMST-FILE
           OPEN INPUT BNKCUST-FILE
           OPEN EXTEND LOANAMND-FILE
           IF NOT WS-LOANAMND-OK
               OPEN OUTPUT LOANAMND-FILE
           END-IF
           OPEN OUTPUT RENWLTR-FILE
           .
      *****************************************************************
      * Pass 1 - the day's branch input, ahead of the sweep so a      *
      * choice that came in on maturity day still counts.             *
      *****************************************************************
           OPEN INPUT RENWINST-FILE
           IF WS-RENWINST-OK
               PERFORM UNTIL WS-RENWINST-EOF
                   READ RENWINST-FILE
                       AT END
                           SET WS-RENWINST-EOF TO TRUE
                       NOT AT END
                           PERFORM APPLY-ONE-INSTRUCTION THRU
                               APPLY-ONE-INSTRUCTION-EXIT
                   END-READ
               END-PERFORM
               CLOSE RENWINST-FILE
           END-IF
           .
      *****************************************************************
      * Pass 2 - every active loan on a term: renew what has matured, *
      * offer what is inside the offer window and not yet offered.    *
      *****************************************************************
           MOVE LOW-VALUES TO LNM-KEY
           START LOANMST-FILE KEY IS NOT LESS THAN LNM-KEY
               INVALID KEY
                   SET WS-LOANMST-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-LOANMST-EOF
               READ LOANMST-FILE NEXT RECORD
                   AT END
                       SET WS-LOANMST-EOF TO TRUE
                   NOT AT END
                       PERFORM SELECT-ONE-LOAN THRU
                           SELECT-ONE-LOAN-EXIT
               END-READ
           END-PERFORM
           .
           CLOSE LOANMST-FILE
           CLOSE ACCTMST-FILE
           CLOSE BNKCUST-FILE
           CLOSE LOANAMND-FILE
           CLOSE RENWLTR-FILE
           .
           DISPLAY WS-INST-COUNT ' instruction(s), '
               WS-LOAN-COUNT ' loan(s) on a term, '
               WS-OFFERED-COUNT ' offered, '
               WS-RENEWED-COUNT ' renewed ('
               WS-AUTO-COUNT ' into the default term), '
               WS-SKIP-COUNT ' skipped'
           .
           MOVE 'E' TO RCQ-FUNCTION
           MOVE WS-LOAN-COUNT TO RCQ-REC-COUNT
           MOVE 'C' TO RCQ-OUTCOME
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           .
           STOP RUN
           .
       LOAD-RENEWAL-POLICY.
           MOVE 120 TO WS-OFFER-DAYS
           MOVE 1 TO WS-DEFAULT-TERM-YEARS
           MOVE 15.00 TO WS-PREPAY-PCT
           OPEN INPUT PREPPOL-FILE
           IF WS-PREPPOL-OK
               READ PREPPOL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PPP-ALLOWANCE-PCT TO WS-PREPAY-PCT
               END-READ
               CLOSE PREPPOL-FILE
           END-IF
           OPEN INPUT RENWPOL-FILE
           IF NOT WS-RENWPOL-OK
               GO TO LOAD-RENEWAL-POLICY-EXIT
           END-IF
           READ RENWPOL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF RNP-OFFER-DAYS IS NUMERIC
                       AND RNP-OFFER-DAYS IS GREATER THAN ZERO
                       MOVE RNP-OFFER-DAYS TO WS-OFFER-DAYS
                   END-IF
                   IF RNP-DEFAULT-TERM-YEARS IS NUMERIC
                       AND RNP-DEFAULT-TERM-YEARS IS GREATER THAN ZERO
                       AND RNP-DEFAULT-TERM-YEARS IS NOT GREATER THAN 5
                       MOVE RNP-DEFAULT-TERM-YEARS TO
                           WS-DEFAULT-TERM-YEARS
                   END-IF
           END-READ
           CLOSE RENWPOL-FILE
           .
       LOAD-RENEWAL-POLICY-EXIT.
           EXIT
           .
       LOAD-TERM-RATES.
           OPEN INPUT RATETBL-FILE
           IF NOT WS-RATETBL-OK
               DISPLAY 'No RATETBL - no posted term rates'
               GO TO LOAD-TERM-RATES-EXIT
           END-IF
           PERFORM UNTIL WS-RATETBL-EOF
               READ RATETBL-FILE
                   AT END
                       SET WS-RATETBL-EOF TO TRUE
                   NOT AT END
                       IF RTB-PRODUCT-CODE(1:3) IS EQUAL TO 'MTG'
                           AND RTB-PRODUCT-CODE(4:1) IS NUMERIC
                           AND RTB-PRODUCT-CODE(4:1) IS NOT LESS
                               THAN '1'
                           AND RTB-PRODUCT-CODE(4:1) IS NOT GREATER
                               THAN '5'
                           AND RTB-EFF-DATE IS NOT GREATER THAN
                               GBD-BUSINESS-DATE
                           AND WS-TRM-COUNT IS LESS THAN 100
                           ADD 1 TO WS-TRM-COUNT
                           MOVE RTB-PRODUCT-CODE(4:1) TO
                               WS-TRM-YEARS(WS-TRM-COUNT)
                           MOVE RTB-TIER-FLOOR TO
                               WS-TRM-FLOOR(WS-TRM-COUNT)
                           MOVE RTB-DEBIT-RATE TO
                               WS-TRM-RATE(WS-TRM-COUNT)
                           MOVE RTB-EFF-DATE TO
                               WS-TRM-EFF-DATE(WS-TRM-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RATETBL-FILE
           .
       LOAD-TERM-RATES-EXIT.
           EXIT
           .
       APPLY-ONE-INSTRUCTION.
           ADD 1 TO WS-INST-COUNT
           .
           MOVE RNI-OWNER-PID TO LNM-OWNER-PID
           MOVE RNI-ACCOUNT TO LNM-ACCOUNT
           READ LOANMST-FILE
               INVALID KEY
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY 'No loan ' RNI-OWNER-PID ' ' RNI-ACCOUNT
                   GO TO APPLY-ONE-INSTRUCTION-EXIT
           END-READ
           IF NOT LNM-ACTIVE
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'Loan not active ' RNI-ACCOUNT
               GO TO APPLY-ONE-INSTRUCTION-EXIT
           END-IF
           IF RNI-TERM-YEARS IS NOT NUMERIC
               OR RNI-TERM-YEARS IS LESS THAN 1
               OR RNI-TERM-YEARS IS GREATER THAN 5
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'Invalid term on instruction ' RNI-ACCOUNT
               GO TO APPLY-ONE-INSTRUCTION-EXIT
           END-IF
           MOVE LOANMST-RECORD TO WS-BEFORE-LOANMST
           .
           IF RNI-RENEWAL-CHOICE
               PERFORM RECORD-RENEWAL-CHOICE THRU
                   RECORD-RENEWAL-CHOICE-EXIT
               GO TO APPLY-ONE-INSTRUCTION-EXIT
           END-IF
           IF RNI-SET-TERM
               PERFORM ESTABLISH-ONE-TERM THRU
                   ESTABLISH-ONE-TERM-EXIT
               GO TO APPLY-ONE-INSTRUCTION-EXIT
           END-IF
           .
           ADD 1 TO WS-SKIP-COUNT
           .
       APPLY-ONE-INSTRUCTION-EXIT.
           EXIT
           .
      *****************************************************************
      * The borrower's choice is held on the loan until maturity - a  *
      * later instruction simply replaces an earlier one.             *
      *****************************************************************
       RECORD-RENEWAL-CHOICE.
           IF LNM-TERM-MATURITY-DTE IS NOT NUMERIC
               OR LNM-TERM-MATURITY-DTE IS EQUAL TO ZERO
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'Loan not on a term ' RNI-ACCOUNT
               GO TO RECORD-RENEWAL-CHOICE-EXIT
           END-IF
           MOVE RNI-TERM-YEARS TO WS-PICK-YEARS
           MOVE ZERO TO WS-REMAINING-BALANCE
           PERFORM PICK-TERM-RATE THRU PICK-TERM-RATE-EXIT
           IF WS-PICK-RATE IS EQUAL TO ZERO
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'No posted rate for ' RNI-TERM-YEARS
                   '-year term ' RNI-ACCOUNT
               GO TO RECORD-RENEWAL-CHOICE-EXIT
           END-IF
           .
           MOVE RNI-TERM-YEARS TO LNM-RENEWAL-TERM-YEARS
           SET LNM-RENEWAL-INSTRUCTED TO TRUE
           REWRITE LOANMST-RECORD
           PERFORM JOURNAL-LOANMST-IMAGE THRU
               JOURNAL-LOANMST-IMAGE-EXIT
           .
       RECORD-RENEWAL-CHOICE-EXIT.
           EXIT
           .
      *****************************************************************
      * Put a loan already on the book onto a term - rate and payment *
      * are untouched, but the change is still an amendment.          *
      *****************************************************************
       ESTABLISH-ONE-TERM.
           IF RNI-MATURITY-DTE IS NOT NUMERIC
               OR RNI-MATURITY-DTE IS NOT GREATER THAN
                   GBD-BUSINESS-DATE
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'Invalid maturity on instruction '
                   RNI-ACCOUNT
               GO TO ESTABLISH-ONE-TERM-EXIT
           END-IF
           .
           PERFORM START-AMENDMENT THRU START-AMENDMENT-EXIT
           MOVE RNI-USERID TO AMD-USERID
           MOVE 'Term established' TO AMD-REASON
           .
           MOVE RNI-TERM-YEARS TO LNM-TERM-YEARS
           MOVE RNI-MATURITY-DTE TO LNM-TERM-MATURITY-DTE
           SET LNM-RENEWAL-NONE TO TRUE
           MOVE ZERO TO LNM-RENEWAL-OFFER-DTE
           MOVE ZERO TO LNM-RENEWAL-TERM-YEARS
           .
      *****************************************************************
      * Now closed - the privilege year runs from the opening         *
      * anniversary, and servicing rolls it forward to the current    *
      * one.                                                          *
      *****************************************************************
           IF LNM-PREPAY-PCT IS NOT NUMERIC
               OR LNM-PREPAY-PCT IS EQUAL TO ZERO
               MOVE WS-PREPAY-PCT TO LNM-PREPAY-PCT
               COMPUTE LNM-PREPAY-ALLOWANCE ROUNDED =
                   LNM-ORIG-AMOUNT * WS-PREPAY-PCT / 100
               MOVE LNM-OPEN-DATE TO LNM-PREPAY-YEAR-START
               MOVE ZERO TO LNM-PREPAY-USED
           END-IF
           REWRITE LOANMST-RECORD
           PERFORM JOURNAL-LOANMST-IMAGE THRU
               JOURNAL-LOANMST-IMAGE-EXIT
           .
           PERFORM FINISH-AMENDMENT THRU FINISH-AMENDMENT-EXIT
           .
       ESTABLISH-ONE-TERM-EXIT.
           EXIT
           .
       SELECT-ONE-LOAN.
           IF NOT LNM-ACTIVE
               GO TO SELECT-ONE-LOAN-EXIT
           END-IF
           IF LNM-TERM-MATURITY-DTE IS NOT NUMERIC
               OR LNM-TERM-MATURITY-DTE IS EQUAL TO ZERO
               GO TO SELECT-ONE-LOAN-EXIT
           END-IF
           ADD 1 TO WS-LOAN-COUNT
           .
           MOVE LNM-TERM-MATURITY-DTE TO WS-DATE-WORK-N
           COMPUTE WS-MATURITY-DAYS = (WS-DTW-YYYY * 365)
               + (WS-DTW-MM * 30) + WS-DTW-DD
           .
           MOVE LNM-OWNER-PID TO AMS-OWNER-PID
           MOVE LNM-ACCOUNT TO AMS-ACCOUNT
           READ ACCTMST-FILE
               INVALID KEY
                   ADD 1 TO WS-SKIP-COUNT
                   GO TO SELECT-ONE-LOAN-EXIT
           END-READ
           COMPUTE WS-REMAINING-BALANCE = ZERO - AMS-BALANCE
           IF WS-REMAINING-BALANCE IS NOT GREATER THAN ZERO
               GO TO SELECT-ONE-LOAN-EXIT
           END-IF
           MOVE LOANMST-RECORD TO WS-BEFORE-LOANMST
           .
           IF LNM-TERM-MATURITY-DTE IS NOT GREATER THAN
                   GBD-BUSINESS-DATE
               PERFORM RENEW-ONE-LOAN THRU RENEW-ONE-LOAN-EXIT
               GO TO SELECT-ONE-LOAN-EXIT
           END-IF
           IF LNM-RENEWAL-NONE
               AND WS-MATURITY-DAYS - WS-TODAY-DAYS IS NOT GREATER
                   THAN WS-OFFER-DAYS
               PERFORM OFFER-ONE-LOAN THRU OFFER-ONE-LOAN-EXIT
           END-IF
           .
       SELECT-ONE-LOAN-EXIT.
           EXIT
           .
      *****************************************************************
      * Months still to run on the amortization - the contract        *
      * amortization less the months since opening, never below one,  *
      * the way LoanServBatch's repricing counts it.                  *
      *****************************************************************
       COMPUTE-REMAINING-TERM.
           MOVE LNM-OPEN-DATE TO WS-OPEN-DATE-WORK-N
           COMPUTE WS-ELAPSED-MONTHS =
               ((WS-DTW-YYYY - WS-ODW-YYYY) * 12)
               + (WS-DTW-MM - WS-ODW-MM)
           COMPUTE WS-REMAINING-TERM =
               LNM-TERM-MONTHS - WS-ELAPSED-MONTHS
           IF WS-REMAINING-TERM IS LESS THAN 1
               MOVE 1 TO WS-REMAINING-TERM
           END-IF
           .
       COMPUTE-REMAINING-TERM-EXIT.
           EXIT
           .
      *****************************************************************
      * One letter per loan: who, what matures when, and the posted   *
      * rate and payment for every term on offer, worked from the     *
      * maturity date.                                                *
      *****************************************************************
       OFFER-ONE-LOAN.
           PERFORM COMPUTE-REMAINING-TERM THRU
               COMPUTE-REMAINING-TERM-EXIT
           .
           MOVE LNM-OWNER-PID TO WS-LTH-PID
           MOVE LNM-ACCOUNT TO WS-LTH-ACCOUNT
           MOVE LNM-TERM-MATURITY-DTE TO WS-LTH-MATURITY
           WRITE RENWLTR-RECORD FROM WS-LETTER-HEADING
           MOVE LNM-OWNER-PID TO BCS-REC-PID
           READ BNKCUST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE BCS-REC-NAME TO WS-LTA-TEXT
                   WRITE RENWLTR-RECORD FROM WS-LETTER-ADDRESS
                   MOVE BCS-REC-ADDR1 TO WS-LTA-TEXT
                   WRITE RENWLTR-RECORD FROM WS-LETTER-ADDRESS
                   MOVE BCS-REC-ADDR2 TO WS-LTA-TEXT
                   WRITE RENWLTR-RECORD FROM WS-LETTER-ADDRESS
           END-READ
           MOVE WS-REMAINING-BALANCE TO WS-LTB-BALANCE
           MOVE WS-REMAINING-TERM TO WS-LTB-MONTHS
           WRITE RENWLTR-RECORD FROM WS-LETTER-BALANCE
           .
           PERFORM VARYING WS-OFR-IDX FROM 1 BY 1
                   UNTIL WS-OFR-IDX IS GREATER THAN 5
               MOVE WS-OFR-IDX TO WS-PICK-YEARS
               PERFORM PICK-TERM-RATE THRU PICK-TERM-RATE-EXIT
               IF WS-PICK-RATE IS GREATER THAN ZERO
                   PERFORM COMPUTE-TERM-PAYMENT THRU
                       COMPUTE-TERM-PAYMENT-EXIT
                   MOVE WS-OFR-IDX TO WS-LTO-YEARS
                   MOVE WS-PICK-RATE TO WS-LTO-RATE
                   MOVE WS-PICK-PAYMENT TO WS-LTO-PAYMENT
                   WRITE RENWLTR-RECORD FROM WS-LETTER-OPTION
               END-IF
           END-PERFORM
           MOVE WS-DEFAULT-TERM-YEARS TO WS-LTD-YEARS
           WRITE RENWLTR-RECORD FROM WS-LETTER-DEFAULT
           MOVE SPACES TO RENWLTR-RECORD
           WRITE RENWLTR-RECORD
           .
           SET LNM-RENEWAL-OFFERED TO TRUE
           MOVE GBD-BUSINESS-DATE TO LNM-RENEWAL-OFFER-DTE
           REWRITE LOANMST-RECORD
           PERFORM JOURNAL-LOANMST-IMAGE THRU
               JOURNAL-LOANMST-IMAGE-EXIT
           .
           MOVE LNM-OWNER-PID TO CDQ-PID
           MOVE 'RNWO' TO CDQ-DOC-TYPE
           MOVE WS-PROGRAM-ID TO CDQ-SOURCE-PGM
           MOVE SPACES TO CDQ-SUMMARY
           STRING 'Renewal offer ' LNM-ACCOUNT ' matures '
               LNM-TERM-MATURITY-DTE
               DELIMITED BY SIZE INTO CDQ-SUMMARY
           CALL 'CORRNDX' USING CORRNDX-REQUEST
           ADD 1 TO WS-OFFERED-COUNT
           .
       OFFER-ONE-LOAN-EXIT.
           EXIT
           .
      *****************************************************************
      * Renew at maturity into the chosen term, or the default term   *
      * if the borrower never answered. Posted term rates are fixed,  *
      * so the loan comes out of the renewal on a fixed rate, and the *
      * new term runs from the old maturity date.                     *
      *****************************************************************
       RENEW-ONE-LOAN.
           IF LNM-RENEWAL-INSTRUCTED
               AND LNM-RENEWAL-TERM-YEARS IS NUMERIC
               AND LNM-RENEWAL-TERM-YEARS IS GREATER THAN ZERO
               SET WS-RENEWAL-INSTRUCTED TO TRUE
               MOVE LNM-RENEWAL-TERM-YEARS TO WS-NEW-TERM-YEARS
           ELSE
               SET WS-RENEWAL-DEFAULTED TO TRUE
               MOVE WS-DEFAULT-TERM-YEARS TO WS-NEW-TERM-YEARS
           END-IF
           MOVE WS-NEW-TERM-YEARS TO WS-PICK-YEARS
           PERFORM PICK-TERM-RATE THRU PICK-TERM-RATE-EXIT
           IF WS-PICK-RATE IS EQUAL TO ZERO
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'No posted rate for ' WS-NEW-TERM-YEARS
                   '-year term - renewal held ' LNM-ACCOUNT
               GO TO RENEW-ONE-LOAN-EXIT
           END-IF
           .
           MOVE GBD-BUSINESS-DATE TO WS-DATE-WORK-N
           PERFORM COMPUTE-REMAINING-TERM THRU
               COMPUTE-REMAINING-TERM-EXIT
           PERFORM COMPUTE-TERM-PAYMENT THRU
               COMPUTE-TERM-PAYMENT-EXIT
           .
           PERFORM START-AMENDMENT THRU START-AMENDMENT-EXIT
           IF WS-RENEWAL-INSTRUCTED
               MOVE 'Renewed per instruction' TO AMD-REASON
           ELSE
               MOVE 'Renewed - default term' TO AMD-REASON
           END-IF
           .
           MOVE LNM-TERM-MATURITY-DTE TO WS-DATE-WORK-N
           ADD WS-NEW-TERM-YEARS TO WS-DTW-YYYY
           IF WS-DTW-MM IS EQUAL TO 2
               AND WS-DTW-DD IS GREATER THAN 28
               MOVE 28 TO WS-DTW-DD
           END-IF
           MOVE WS-PICK-RATE TO LNM-ANNUAL-RATE
           MOVE WS-PICK-PAYMENT TO LNM-PAYMENT
           SET LNM-RATE-FIXED TO TRUE
           MOVE WS-NEW-TERM-YEARS TO LNM-TERM-YEARS
           MOVE WS-DATE-WORK-N TO LNM-TERM-MATURITY-DTE
           SET LNM-RENEWAL-NONE TO TRUE
           MOVE ZERO TO LNM-RENEWAL-OFFER-DTE
           MOVE ZERO TO LNM-RENEWAL-TERM-YEARS
           REWRITE LOANMST-RECORD
           PERFORM JOURNAL-LOANMST-IMAGE THRU
               JOURNAL-LOANMST-IMAGE-EXIT
           .
           PERFORM FINISH-AMENDMENT THRU FINISH-AMENDMENT-EXIT
           .
           MOVE LNM-OWNER-PID TO WS-LTC-PID
           MOVE LNM-ACCOUNT TO WS-LTC-ACCOUNT
           MOVE LNM-TERM-YEARS TO WS-LTC-YEARS
           MOVE LNM-ANNUAL-RATE TO WS-LTC-RATE
           WRITE RENWLTR-RECORD FROM WS-LETTER-CONFIRM
           MOVE LNM-PAYMENT TO WS-LTC-PAYMENT
           MOVE LNM-TERM-MATURITY-DTE TO WS-LTC-MATURITY
           WRITE RENWLTR-RECORD FROM WS-LETTER-CONFIRM-2
           MOVE SPACES TO RENWLTR-RECORD
           WRITE RENWLTR-RECORD
           .
           MOVE LNM-OWNER-PID TO CDQ-PID
           MOVE 'RNWC' TO CDQ-DOC-TYPE
           MOVE WS-PROGRAM-ID TO CDQ-SOURCE-PGM
           MOVE SPACES TO CDQ-SUMMARY
           STRING 'Loan renewed ' LNM-ACCOUNT ' to '
               LNM-TERM-MATURITY-DTE
               DELIMITED BY SIZE INTO CDQ-SUMMARY
           CALL 'CORRNDX' USING CORRNDX-REQUEST
           .
           ADD 1 TO WS-RENEWED-COUNT
           IF WS-RENEWAL-DEFAULTED
               ADD 1 TO WS-AUTO-COUNT
           END-IF
           .
       RENEW-ONE-LOAN-EXIT.
           EXIT
           .
      *****************************************************************
      * Posted rate for WS-PICK-YEARS at the loan's balance - among   *
      * the rows whose floor the balance reaches, the highest floor   *
      * wins, and on the same floor the latest effective date. Zero   *
      * back means the term is not on offer.                          *
      *****************************************************************
       PICK-TERM-RATE.
           MOVE ZERO TO WS-PICK-RATE
           MOVE ZERO TO WS-PICK-FLOOR
           MOVE ZERO TO WS-PICK-EFF
           PERFORM VARYING WS-TRM-IDX FROM 1 BY 1
                   UNTIL WS-TRM-IDX IS GREATER THAN WS-TRM-COUNT
               IF WS-TRM-YEARS(WS-TRM-IDX) IS EQUAL TO WS-PICK-YEARS
                   AND WS-TRM-FLOOR(WS-TRM-IDX) IS NOT GREATER THAN
                       WS-REMAINING-BALANCE
                   IF WS-TRM-FLOOR(WS-TRM-IDX) IS GREATER THAN
                           WS-PICK-FLOOR
                       OR (WS-TRM-FLOOR(WS-TRM-IDX) IS EQUAL TO
                           WS-PICK-FLOOR
                       AND WS-TRM-EFF-DATE(WS-TRM-IDX) IS NOT LESS
                           THAN WS-PICK-EFF)
                       MOVE WS-TRM-RATE(WS-TRM-IDX) TO WS-PICK-RATE
                       MOVE WS-TRM-FLOOR(WS-TRM-IDX) TO WS-PICK-FLOOR
                       MOVE WS-TRM-EFF-DATE(WS-TRM-IDX) TO
                           WS-PICK-EFF
                   END-IF
               END-IF
           END-PERFORM
           .
       PICK-TERM-RATE-EXIT.
           EXIT
           .
      *****************************************************************
      * The annuity formula CalcLoan's CALCULATE-LOAN-PAYMENT uses,   *
      * over what is left of the amortization.                        *
      *****************************************************************
       COMPUTE-TERM-PAYMENT.
           COMPUTE WS-MONTHLY-RATE ROUNDED =
               WS-PICK-RATE / 100 / 12
           COMPUTE WS-PICK-PAYMENT ROUNDED =
               ((WS-MONTHLY-RATE * ((1 + WS-MONTHLY-RATE)
               ** WS-REMAINING-TERM)) /
               (((1 + WS-MONTHLY-RATE) ** WS-REMAINING-TERM) - 1))
               * WS-REMAINING-BALANCE
           .
       COMPUTE-TERM-PAYMENT-EXIT.
           EXIT
           .
      *****************************************************************
      * The amendment row carries the before picture; FINISH fills in *
      * the after picture from the rewritten loan.                    *
      *****************************************************************
       START-AMENDMENT.
           MOVE SPACES TO LOANAMND-RECORD
           MOVE LNM-OWNER-PID TO AMD-OWNER-PID
           MOVE LNM-ACCOUNT TO AMD-ACCOUNT
           MOVE WS-CURRENT-DATE TO AMD-DATE
           MOVE WS-CURRENT-TIME TO AMD-TIME
           MOVE 'BATCH' TO AMD-USERID
           SET AMD-RENEWAL TO TRUE
           MOVE LNM-ANNUAL-RATE TO AMD-OLD-RATE
           MOVE LNM-TERM-MONTHS TO AMD-OLD-TERM
           MOVE LNM-PAYMENT TO AMD-OLD-PAYMENT
           MOVE ZERO TO AMD-OLD-TERM-YEARS
           IF LNM-TERM-YEARS IS NUMERIC
               MOVE LNM-TERM-YEARS TO AMD-OLD-TERM-YEARS
           END-IF
           MOVE ZERO TO AMD-MONTHS-SKIPPED
           MOVE ZERO TO AMD-CAPITALIZED-INT
           .
       START-AMENDMENT-EXIT.
           EXIT
           .
       FINISH-AMENDMENT.
           MOVE LNM-ANNUAL-RATE TO AMD-NEW-RATE
           MOVE LNM-TERM-MONTHS TO AMD-NEW-TERM
           MOVE LNM-PAYMENT TO AMD-NEW-PAYMENT
           MOVE LNM-TERM-YEARS TO AMD-NEW-TERM-YEARS
           MOVE LNM-TERM-MATURITY-DTE TO AMD-NEW-MATURITY-DTE
           WRITE LOANAMND-RECORD
           .
       FINISH-AMENDMENT-EXIT.
           EXIT
           .
       JOURNAL-LOANMST-IMAGE.
           MOVE WS-PROGRAM-ID TO MJQ-PROGRAM
           MOVE 'LOANMST ' TO MJQ-FILE-ID
           MOVE 'R' TO MJQ-ACTION
           MOVE LNM-KEY TO MJQ-KEY
           MOVE WS-BEFORE-LOANMST TO MJQ-BEFORE-IMAGE
           MOVE SPACES TO MJQ-AFTER-IMAGE
           MOVE LOANMST-RECORD TO MJQ-AFTER-IMAGE
           CALL 'MSTJRNL' USING MSTJNL-REQUEST
           .
       JOURNAL-LOANMST-IMAGE-EXIT.
           EXIT
           .
