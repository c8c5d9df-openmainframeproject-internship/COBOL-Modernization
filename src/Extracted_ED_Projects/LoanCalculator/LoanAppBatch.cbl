001310*              and disburses: loan and shadow account opened    * loanappb
001320*              exactly as CalcLoanBatch opens them, proceeds    * loanappb
001330*              credited to the applicant's chequing account.    * loanappb
001331*              A secured application is also measured on        * loanappb
001332*              combined loan-to-value from the COLLATRL rows    * loanappb
001333*              registered against its loan account: over the    * loanappb
001334*              LTVPOL ceiling it queues for release whatever    * loanappb
001335*              the amount, over the decline limit it declines.  * loanappb
001336*              A mortgage application's term in years sets the  * loanappb
001337*              term-maturity date LoanRenwBatch renews the loan * loanappb
001338*              at, and stamps the PREPPOL prepayment privilege  * loanappb
001339*              on the new closed loan.                          * loanappb
001340*              A construction mortgage opens with nothing       * loanappb
001341*              advanced - LoanDrawBatch pays it out stage by    * loanappb
001342*              stage against its DRAWSCH schedule.              * loanappb
001343*              An application priced below the PRCGRID rate for * loanappb
001344*              its product, term, loan-to-value and credit tier * loanappb
001345*              (looked up through LoanPrice) is never approved  * loanappb
001346*              on the assessment - it queues for second-person  * loanappb
001347*              release, and once disbursed goes on the PRCEXCP  * loanappb
001348*              off-grid log with the supervisor who released    * loanappb
001349*              it.                                              * loanappb
001350*              An applicant under the PRODMST minimum age of    * loanappb
001351*              the product applied for, or with no date of      * loanappb
001352*              birth on BNKCUST to show otherwise, is declined  * loanappb
001353*              through PRODELIG before any other test.          * loanappb
001354*              CpExpChk measures the loan against the           * loanappb
001355*              applicant's connected-party group: over the      * loanappb
001356*              CPEXPOL single-name limit declines, past its     * loanappb
001357*              referral share queues for release, and an        * loanappb
001358*              approved or queued loan is recorded against the  * loanappb
001359*              group.                                           * loanappb
001360*              Where the product carries a BURCUT score cutoff, * loanappb
001361*              an application that passes the hard tests is     * loanappb
001362*              held for a credit bureau report - BurInqBatch    * loanappb
001363*              sends the inquiry, BurRspBatch loads the answer  * loanappb
001364*              onto the application - and a later run assesses  * loanappb
001365*              it again on its score: under the decline score   * loanappb
001366*              declines naming the bureau's first reason        * loanappb
001367*              factor, short of the approve score (or with no   * loanappb
001368*              bureau file, as the cutoff says) queues for      * loanappb
001369*              release, and an approve-band score whose         * loanappb
001370*              debt-service ratio is over the cutoff's refer    * loanappb
001371*              ratio queues too.                                * loanappb
001372***************************************************************** loanappb
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanAppBatch.

               FILE STATUS IS WS-LOANAPPI-STATUS.
           SELECT LOANAPP-FILE ASSIGN TO "LOANAPP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APP-KEY
               FILE STATUS IS WS-LOANAPP-STATUS.
           SELECT LOANMST-FILE ASSIGN TO "LOANMST"
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-KEY
               FILE STATUS IS WS-PENDAPR-STATUS.
           SELECT COLLATRL-FILE ASSIGN TO "COLLATRL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLT-KEY
               FILE STATUS IS WS-COLLATRL-STATUS.
           SELECT LTVPOL-FILE ASSIGN TO "LTVPOL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LTVPOL-STATUS.
           SELECT PREPPOL-FILE ASSIGN TO "PREPPOL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PREPPOL-STATUS.
           SELECT PRCEXCP-FILE ASSIGN TO "PRCEXCP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRCEXCP-STATUS.
           SELECT BNKCUST-FILE ASSIGN TO "BNKCUST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BCS-REC-PID
               FILE STATUS IS WS-BNKCUST-STATUS.
           SELECT BURCUT-FILE ASSIGN TO "BURCUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BURCUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
         05 API-ANNUAL-RATE PIC 9(3)V9(6).
         05 API-TERM-MONTHS PIC 9(5).
         05 API-USERID PIC X(5).
         05 API-TERM-YEARS PIC 9(1).
         05 API-LOAN-TYPE PIC X(1).
         05 API-CREDIT-TIER PIC X(1).

       FD LOANAPP-FILE
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
       COPY CPENDAPR.

       FD COLLATRL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CCOLLAT.

       FD LTVPOL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CLTVPOL.

       FD PREPPOL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CPREPPOL.

       FD PRCEXCP-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CPRCEXCP.

       FD BNKCUST-FILE
           LABEL RECORDS ARE STANDARD.
       01 BNKCUST-RECORD.
       COPY CBANKVCS.

       FD BURCUT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CBURCUT.

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'LOANAPPB'.
         05 WS-TOTAL-PAYMENTS PIC S9(9)V99.
         05 WS-TOTAL-ASSETS PIC S9(9)V99.
         05 WS-DSR PIC 9(3)V99.
         05 WS-COLLATRL-STATUS PIC X(2).
           88 WS-COLLATRL-OK VALUE '00'.
         05 WS-LTVPOL-STATUS PIC X(2).
           88 WS-LTVPOL-OK VALUE '00'.
         05 WS-COLLATRL-OPEN-FLAG PIC X(1).
           88 WS-COLLATRL-OPEN VALUE 'Y'.
         05 WS-LTV-CEILING PIC 9(3)V99 VALUE 80.00.
         05 WS-LTV-DECLINE PIC 9(3)V99 VALUE 95.00.
         05 WS-PREPPOL-STATUS PIC X(2).
           88 WS-PREPPOL-OK VALUE '00'.
         05 WS-PREPAY-PCT PIC 9(3)V99 VALUE 15.00.
         05 WS-PRCEXCP-STATUS PIC X(2).
           88 WS-PRCEXCP-OK VALUE '00'.
         05 WS-BNKCUST-STATUS PIC X(2).
           88 WS-BNKCUST-OK VALUE '00'.
         05 WS-COLLAT-VALUE PIC S9(11)V99.
         05 WS-PRIOR-LIENS PIC S9(11)V99.
         05 WS-LTV PIC 9(3)V99.
         05 WS-LTV-QUEUE-FLAG PIC X(1).
           88 WS-LTV-OVER-CEILING VALUE 'Y'.
         05 WS-NEXT-DUE-DATE.
           10 WS-NEXT-DUE-YYYY PIC 9(4).
           10 WS-NEXT-DUE-MM PIC 9(2).
           10 WS-EXP-MM PIC 9(2).
           10 WS-EXP-DD PIC 9(2).
         05 WS-EXPIRY-WORK-N REDEFINES WS-EXPIRY-WORK PIC 9(8).
         05 WS-MATURITY-WORK.
           10 WS-MAT-YYYY PIC 9(4).
           10 WS-MAT-MM PIC 9(2).
           10 WS-MAT-DD PIC 9(2).
         05 WS-MATURITY-WORK-N REDEFINES WS-MATURITY-WORK PIC 9(8).
         05 WS-BURCUT-STATUS PIC X(2).
           88 WS-BURCUT-OK VALUE '00'.
         05 WS-BURCUT-EOF-FLAG PIC X(1).
           88 WS-BURCUT-EOF VALUE 'Y'.
         05 WS-LOANAPP-EOF-FLAG PIC X(1).
           88 WS-LOANAPP-EOF VALUE 'Y'.
         05 WS-BUREAU-PASS-FLAG PIC X(1) VALUE 'N'.
           88 WS-BUREAU-PASS VALUE 'Y'.
         05 WS-HELD-COUNT PIC 9(6) VALUE ZERO.
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
           10 FILLER PIC X(5).
      *****************************************************************
      * BURCUT cutoffs in force on the business date, by product.     *
      *****************************************************************
       01 WS-CUTOFF-TABLE.
         05 WS-CUT-COUNT PIC 9(3) VALUE ZERO.
         05 WS-CUT-IDX PIC 9(3).
         05 WS-CUT-FOUND-IDX PIC 9(3).
         05 WS-CUT-ENTRY OCCURS 50 TIMES.
           10 WS-CUT-PRODUCT PIC X(4).
           10 WS-CUT-DECLINE-SCORE PIC 9(3).
           10 WS-CUT-APPROVE-SCORE PIC 9(3).
           10 WS-CUT-REFER-DSR PIC 9(3)V99.
           10 WS-CUT-NO-FILE-ACTION PIC X(1).
           10 WS-CUT-EFF-DATE PIC 9(8).
       01 WS-APP-DETAILS.
         05 WS-APD-OWNER-PID PIC X(5).
         05 WS-APD-NUMBER PIC X(9).

       COPY CCKDGQ.

       COPY CLNPRCQ.

       COPY CPRDELGQ.

       COPY CCPEXPQ.

       COPY CGETBDTQ.

       COPY CRUNCTLQ.
           CALL 'GETBDTE' USING GETBDTE-REQUEST
           .
           PERFORM LOAD-APPROVAL-RULE THRU LOAD-APPROVAL-RULE-EXIT
           PERFORM LOAD-LTV-POLICY THRU LOAD-LTV-POLICY-EXIT
           PERFORM LOAD-PREPAY-POLICY THRU LOAD-PREPAY-POLICY-EXIT
           PERFORM LOAD-BUREAU-CUTOFFS THRU LOAD-BUREAU-CUTOFFS-EXIT
           .
           OPEN I-O LOANAPP-FILE
           IF NOT WS-LOANAPP-OK
               CLOSE PENDAPR-FILE
               OPEN I-O PENDAPR-FILE
           END-IF
           MOVE 'N' TO WS-COLLATRL-OPEN-FLAG
           OPEN INPUT COLLATRL-FILE
           IF WS-COLLATRL-OK
               SET WS-COLLATRL-OPEN TO TRUE
           END-IF
           OPEN EXTEND PRCEXCP-FILE
           IF NOT WS-PRCEXCP-OK
               OPEN OUTPUT PRCEXCP-FILE
           END-IF
           OPEN INPUT BNKCUST-FILE
           .
      *****************************************************************
      * Pass 1 - disburse what a supervisor released. The queued-     *
           END-PERFORM
           .
      *****************************************************************
      * Pass 2 - assess again the applications held for a bureau      *
      * report that BurRspBatch has since loaded an answer onto. The  *
      * intake file is opened first - the held row is put back into   *
      * its record so the assessment runs exactly as on the day.      *
      *****************************************************************
           OPEN INPUT LOANAPPI-FILE
           SET WS-BUREAU-PASS TO TRUE
           MOVE LOW-VALUES TO APP-KEY
           START LOANAPP-FILE KEY IS NOT LESS THAN APP-KEY
               INVALID KEY
                   SET WS-LOANAPP-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-LOANAPP-EOF
               READ LOANAPP-FILE NEXT RECORD
                   AT END
                       SET WS-LOANAPP-EOF TO TRUE
                   NOT AT END
                       IF APP-NEW
                           AND (APP-BUREAU-RECEIVED
                               OR APP-BUREAU-NO-FILE)
                           PERFORM REASSESS-ONE-APPLICATION THRU
                               REASSESS-ONE-APPLICATION-EXIT
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-BUREAU-PASS-FLAG
           .
      *****************************************************************
      * Pass 3 - assess the day's fresh applications.                 *
      *****************************************************************
           PERFORM UNTIL WS-LOANAPPI-EOF
               READ LOANAPPI-FILE
                   AT END
           CLOSE ACCTMST-FILE
           CLOSE ACCTTRN-FILE
           CLOSE PENDAPR-FILE
           IF WS-COLLATRL-OPEN
               CLOSE COLLATRL-FILE
           END-IF
           CLOSE PRCEXCP-FILE
           CLOSE BNKCUST-FILE
           .
           DISPLAY WS-APP-COUNT ' application(s), '
               WS-APPROVED-COUNT ' approved, '
               WS-DECLINED-COUNT ' declined, '
               WS-QUEUED-COUNT ' queued, '
               WS-HELD-COUNT ' held for bureau, '
               WS-DISBURSED-COUNT ' disbursed'
           .
           MOVE 'E' TO RCQ-FUNCTION
       LOAD-APPROVAL-RULE-EXIT.
           EXIT
           .
      *****************************************************************
      * LTV policy - no LTVPOL record leaves the 80% ceiling and 95%  *
      * decline limit in force.                                       *
      *****************************************************************
       LOAD-LTV-POLICY.
           OPEN INPUT LTVPOL-FILE
           IF NOT WS-LTVPOL-OK
               GO TO LOAD-LTV-POLICY-EXIT
           END-IF
           READ LTVPOL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE LTP-CEILING-PCT TO WS-LTV-CEILING
                   MOVE LTP-DECLINE-PCT TO WS-LTV-DECLINE
           END-READ
           CLOSE LTVPOL-FILE
           .
       LOAD-LTV-POLICY-EXIT.
           EXIT
           .
      *****************************************************************
      * Prepayment privilege - no PREPPOL record leaves 15% of the    *
      * original amount a year in force.                              *
      *****************************************************************
       LOAD-PREPAY-POLICY.
           OPEN INPUT PREPPOL-FILE
           IF NOT WS-PREPPOL-OK
               GO TO LOAD-PREPAY-POLICY-EXIT
           END-IF
           READ PREPPOL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PPP-ALLOWANCE-PCT TO WS-PREPAY-PCT
           END-READ
           CLOSE PREPPOL-FILE
           .
       LOAD-PREPAY-POLICY-EXIT.
           EXIT
           .
      *****************************************************************
      * Bureau score cutoffs - for each product the latest BURCUT row *
      * not after the business date, a later row on the same date     *
      * winning. No file, or no row for a product, decides that       *
      * product's applications without a bureau inquiry.              *
      *****************************************************************
       LOAD-BUREAU-CUTOFFS.
           MOVE ZERO TO WS-CUT-COUNT
           OPEN INPUT BURCUT-FILE
           IF NOT WS-BURCUT-OK
               GO TO LOAD-BUREAU-CUTOFFS-EXIT
           END-IF
           MOVE 'N' TO WS-BURCUT-EOF-FLAG
           PERFORM UNTIL WS-BURCUT-EOF
               READ BURCUT-FILE
                   AT END
                       SET WS-BURCUT-EOF TO TRUE
                   NOT AT END
                       IF BCU-EFF-DATE IS NOT GREATER THAN
                               GBD-BUSINESS-DATE
                           PERFORM KEEP-ONE-CUTOFF THRU
                               KEEP-ONE-CUTOFF-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BURCUT-FILE
           .
       LOAD-BUREAU-CUTOFFS-EXIT.
           EXIT
           .
       KEEP-ONE-CUTOFF.
           MOVE BCU-PRODUCT-CODE TO LPQ-PRODUCT-CODE
           PERFORM FIND-PRODUCT-CUTOFF THRU FIND-PRODUCT-CUTOFF-EXIT
           IF WS-CUT-FOUND-IDX IS EQUAL TO ZERO
               IF WS-CUT-COUNT IS NOT LESS THAN 50
                   DISPLAY 'BURCUT table full - cutoff ignored for '
                       BCU-PRODUCT-CODE
                   GO TO KEEP-ONE-CUTOFF-EXIT
               END-IF
               ADD 1 TO WS-CUT-COUNT
               MOVE WS-CUT-COUNT TO WS-CUT-FOUND-IDX
           ELSE
               IF BCU-EFF-DATE IS LESS THAN
                       WS-CUT-EFF-DATE (WS-CUT-FOUND-IDX)
                   GO TO KEEP-ONE-CUTOFF-EXIT
               END-IF
           END-IF
           MOVE BCU-PRODUCT-CODE TO WS-CUT-PRODUCT (WS-CUT-FOUND-IDX)
           MOVE BCU-DECLINE-SCORE TO
               WS-CUT-DECLINE-SCORE (WS-CUT-FOUND-IDX)
           MOVE BCU-APPROVE-SCORE TO
               WS-CUT-APPROVE-SCORE (WS-CUT-FOUND-IDX)
           MOVE BCU-REFER-DSR TO WS-CUT-REFER-DSR (WS-CUT-FOUND-IDX)
           MOVE BCU-NO-FILE-ACTION TO
               WS-CUT-NO-FILE-ACTION (WS-CUT-FOUND-IDX)
           MOVE BCU-EFF-DATE TO WS-CUT-EFF-DATE (WS-CUT-FOUND-IDX)
           .
       KEEP-ONE-CUTOFF-EXIT.
           EXIT
           .
       FIND-PRODUCT-CUTOFF.
           MOVE ZERO TO WS-CUT-FOUND-IDX
           PERFORM VARYING WS-CUT-IDX FROM 1 BY 1
                   UNTIL WS-CUT-IDX > WS-CUT-COUNT
                   OR WS-CUT-FOUND-IDX IS GREATER THAN ZERO
               IF WS-CUT-PRODUCT (WS-CUT-IDX) IS EQUAL TO
                       LPQ-PRODUCT-CODE
                   MOVE WS-CUT-IDX TO WS-CUT-FOUND-IDX
               END-IF
           END-PERFORM
           .
       FIND-PRODUCT-CUTOFF-EXIT.
           EXIT
           .
       ASSESS-ONE-APPLICATION.
           ADD 1 TO WS-APP-COUNT
           .
           IF API-TERM-YEARS IS NOT NUMERIC
               MOVE ZERO TO API-TERM-YEARS
           END-IF
           IF API-AMOUNT IS NOT GREATER THAN ZERO
               OR API-TERM-MONTHS IS EQUAL TO ZERO
               OR API-TERM-YEARS IS GREATER THAN 5
               OR (API-TERM-YEARS * 12) IS GREATER THAN
                   API-TERM-MONTHS
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'Invalid application ' API-NUMBER
               GO TO ASSESS-ONE-APPLICATION-EXIT
           MOVE API-AMOUNT TO APP-AMOUNT
           MOVE API-ANNUAL-RATE TO APP-ANNUAL-RATE
           MOVE API-TERM-MONTHS TO APP-TERM-MONTHS
           MOVE API-TERM-YEARS TO APP-TERM-YEARS
           MOVE API-LOAN-TYPE TO APP-LOAN-TYPE
           MOVE WS-NEW-PAYMENT TO APP-PAYMENT
           MOVE WS-DSR TO APP-DEBT-SERVICE-RATIO
           MOVE WS-LTV TO APP-LTV-RATIO
           MOVE API-USERID TO APP-ENTERED-BY
           IF NOT WS-BUREAU-PASS
               MOVE WS-CURRENT-DATE TO APP-APPLIED-DATE
               PERFORM CLEAR-BUREAU-RESULT THRU
                   CLEAR-BUREAU-RESULT-EXIT
           END-IF
           MOVE ZERO TO APP-DECIDED-DATE
           MOVE SPACES TO APP-DECIDED-BY
           MOVE SPACES TO APP-DECLINE-REASON
           MOVE API-CREDIT-TIER TO APP-CREDIT-TIER
           .
           PERFORM PRICE-APPLICATION THRU PRICE-APPLICATION-EXIT
           .
      *****************************************************************
      * A product with a minimum age declines an applicant under it,  *
      * or one whose age cannot be shown, before any other test.      *
      *****************************************************************
           PERFORM CHECK-APPLICANT-AGE THRU CHECK-APPLICANT-AGE-EXIT
           IF NOT PEQ-ELIGIBLE
               SET APP-DECLINED TO TRUE
               MOVE WS-CURRENT-DATE TO APP-DECIDED-DATE
               MOVE 'ASSMT' TO APP-DECIDED-BY
               IF PEQ-UNDER-AGE
                   MOVE 'Under product minimum age' TO
                       APP-DECLINE-REASON
               ELSE
                   MOVE 'No date of birth on file' TO
                       APP-DECLINE-REASON
               END-IF
               ADD 1 TO WS-DECLINED-COUNT
               PERFORM WRITE-APPLICATION THRU WRITE-APPLICATION-EXIT
               GO TO ASSESS-ONE-APPLICATION-EXIT
           END-IF
           .
           IF WS-DSR IS GREATER THAN WS-DSR-CUTOFF
               SET APP-DECLINED TO TRUE
               GO TO ASSESS-ONE-APPLICATION-EXIT
           END-IF
           .
           IF WS-LTV IS GREATER THAN WS-LTV-DECLINE
               SET APP-DECLINED TO TRUE
               MOVE WS-CURRENT-DATE TO APP-DECIDED-DATE
               MOVE 'ASSMT' TO APP-DECIDED-BY
               MOVE 'Loan to value over limit' TO
                   APP-DECLINE-REASON
               ADD 1 TO WS-DECLINED-COUNT
               PERFORM WRITE-APPLICATION THRU WRITE-APPLICATION-EXIT
               GO TO ASSESS-ONE-APPLICATION-EXIT
           END-IF
           .
      *****************************************************************
      * CpExpChk adds the loan to everything the applicant's          *
      * connected group already owes - over the single-name limit     *
      * declines, past the referral share goes to a second person.    *
      *****************************************************************
           PERFORM CHECK-GROUP-EXPOSURE THRU
               CHECK-GROUP-EXPOSURE-EXIT
           IF CXQ-OVER-LIMIT
               SET APP-DECLINED TO TRUE
               MOVE WS-CURRENT-DATE TO APP-DECIDED-DATE
               MOVE 'ASSMT' TO APP-DECIDED-BY
               MOVE 'Group exposure over limit' TO
                   APP-DECLINE-REASON
               ADD 1 TO WS-DECLINED-COUNT
               PERFORM WRITE-APPLICATION THRU WRITE-APPLICATION-EXIT
               GO TO ASSESS-ONE-APPLICATION-EXIT
           END-IF
           .
      *****************************************************************
      * The bureau is asked only once the hard tests are passed. An   *
      * application held for its report waits as new; one the bureau  *
      * has answered declines on a score under the cutoff, giving the *
      * bureau's own first reason as the decline reason.              *
      *****************************************************************
           PERFORM APPLY-BUREAU-CUTOFF THRU APPLY-BUREAU-CUTOFF-EXIT
           IF APP-BUREAU-PENDING
               SET APP-NEW TO TRUE
               PERFORM WRITE-APPLICATION THRU WRITE-APPLICATION-EXIT
               ADD 1 TO WS-HELD-COUNT
               GO TO ASSESS-ONE-APPLICATION-EXIT
           END-IF
           IF APP-BUR-DECLINE-BAND
               SET APP-DECLINED TO TRUE
               MOVE WS-CURRENT-DATE TO APP-DECIDED-DATE
               MOVE 'ASSMT' TO APP-DECIDED-BY
               IF APP-BUREAU-NO-FILE
                   MOVE 'No credit bureau file' TO APP-DECLINE-REASON
               ELSE
                   IF APP-BUR-FACTOR-TEXT IS EQUAL TO SPACES
                       MOVE 'Credit score below cutoff' TO
                           APP-DECLINE-REASON
                   ELSE
                       MOVE APP-BUR-FACTOR-TEXT TO APP-DECLINE-REASON
                   END-IF
               END-IF
               ADD 1 TO WS-DECLINED-COUNT
               PERFORM WRITE-APPLICATION THRU WRITE-APPLICATION-EXIT
               GO TO ASSESS-ONE-APPLICATION-EXIT
           END-IF
           .
      *****************************************************************
      * Over the LTV ceiling, priced below the grid, near the group   *
      * exposure limit or in the bureau's refer band goes to a second *
      * person whatever the amount, even where no amount rule is      *
      * active.                                                       *
      *****************************************************************
           IF (WS-APPR-ACTIVE
               AND API-AMOUNT IS NOT LESS THAN WS-APPR-THRESHOLD)
               OR WS-LTV-OVER-CEILING
               OR APP-BELOW-GRID
               OR CXQ-REFER
               OR APP-BUR-REFER-BAND
               SET APP-QUEUED TO TRUE
               PERFORM WRITE-APPLICATION THRU WRITE-APPLICATION-EXIT
               PERFORM RECORD-GROUP-EXPOSURE THRU
                   RECORD-GROUP-EXPOSURE-EXIT
               PERFORM QUEUE-FOR-APPROVAL THRU
                   QUEUE-FOR-APPROVAL-EXIT
               ADD 1 TO WS-QUEUED-COUNT
           MOVE 'ASSMT' TO APP-DECIDED-BY
           PERFORM WRITE-APPLICATION THRU WRITE-APPLICATION-EXIT
           ADD 1 TO WS-APPROVED-COUNT
           PERFORM RECORD-GROUP-EXPOSURE THRU
               RECORD-GROUP-EXPOSURE-EXIT
           PERFORM DISBURSE-ONE-APPLICATION THRU
               DISBURSE-ONE-APPLICATION-EXIT
           .
               END-COMPUTE
           END-IF
           .
           PERFORM COMPUTE-LOAN-TO-VALUE THRU
               COMPUTE-LOAN-TO-VALUE-EXIT
           .
       COMPUTE-DEBT-SERVICE-EXIT.
           EXIT
           .
      *****************************************************************
      * Combined loan-to-value - the amount applied for plus every    *
      * lien ranking ahead of us, over the appraised value of the     *
      * active collateral registered against the application's loan   *
      * account. No collateral means an unsecured loan and a zero     *
      * ratio that neither queues nor declines.                       *
      *****************************************************************
       COMPUTE-LOAN-TO-VALUE.
           MOVE ZERO TO WS-LTV
           MOVE ZERO TO WS-COLLAT-VALUE
           MOVE ZERO TO WS-PRIOR-LIENS
           MOVE 'N' TO WS-LTV-QUEUE-FLAG
           IF NOT WS-COLLATRL-OPEN
               GO TO COMPUTE-LOAN-TO-VALUE-EXIT
           END-IF
           .
           MOVE 'N' TO WS-SCAN-EOF-FLAG
           MOVE API-OWNER-PID TO CLT-OWNER-PID
           MOVE API-LOAN-ACCOUNT TO CLT-ACCOUNT
           MOVE ZERO TO CLT-SEQ-NO
           START COLLATRL-FILE KEY IS NOT LESS THAN CLT-KEY
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-SCAN-EOF
               READ COLLATRL-FILE NEXT RECORD
                   AT END
                       SET WS-SCAN-EOF TO TRUE
                   NOT AT END
                       IF CLT-OWNER-PID IS NOT EQUAL TO
                               API-OWNER-PID
                           OR CLT-ACCOUNT IS NOT EQUAL TO
                               API-LOAN-ACCOUNT
                           SET WS-SCAN-EOF TO TRUE
                       ELSE
                           IF CLT-ACTIVE
                               ADD CLT-APPRAISED-VALUE TO
                                   WS-COLLAT-VALUE
                               ADD CLT-PRIOR-LIENS TO WS-PRIOR-LIENS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .
           IF WS-COLLAT-VALUE IS NOT GREATER THAN ZERO
               GO TO COMPUTE-LOAN-TO-VALUE-EXIT
           END-IF
           .
           COMPUTE WS-LTV ROUNDED =
               (API-AMOUNT + WS-PRIOR-LIENS) * 100 / WS-COLLAT-VALUE
               ON SIZE ERROR
                   MOVE 999.99 TO WS-LTV
           END-COMPUTE
           IF WS-LTV IS GREATER THAN WS-LTV-CEILING
               SET WS-LTV-OVER-CEILING TO TRUE
           END-IF
           .
       COMPUTE-LOAN-TO-VALUE-EXIT.
           EXIT
           .
      *****************************************************************
      * The PRCGRID rate for the application - a construction loan    *
      * prices as CNST, a loan on a mortgage term as MORT and the     *
      * rest as LOAN, on the combined loan-to-value just computed.    *
      * With no grid row the applied rate stands, as before the grid. *
      *****************************************************************
       PRICE-APPLICATION.
           MOVE ZERO TO APP-GRID-RATE
           SET APP-NOT-PRICED TO TRUE
           .
           MOVE 'LOAN' TO LPQ-PRODUCT-CODE
           IF API-TERM-YEARS IS GREATER THAN ZERO
               MOVE 'MORT' TO LPQ-PRODUCT-CODE
           END-IF
           IF APP-CONSTRUCTION
               MOVE 'CNST' TO LPQ-PRODUCT-CODE
           END-IF
           MOVE API-TERM-MONTHS TO LPQ-TERM-MONTHS
           MOVE WS-LTV TO LPQ-LTV-PCT
           MOVE API-CREDIT-TIER TO LPQ-CREDIT-TIER
           MOVE GBD-BUSINESS-DATE TO LPQ-PRICE-DATE
           CALL 'LoanPrice' USING LOANPRICE-REQUEST
           IF LPQ-NO-GRID-ROW
               GO TO PRICE-APPLICATION-EXIT
           END-IF
           .
           MOVE LPQ-GRID-RATE TO APP-GRID-RATE
           IF API-ANNUAL-RATE IS LESS THAN LPQ-GRID-RATE
               SET APP-BELOW-GRID TO TRUE
           ELSE
               SET APP-ON-GRID TO TRUE
           END-IF
           .
       PRICE-APPLICATION-EXIT.
           EXIT
           .
      *****************************************************************
      * PRODELIG judges the applicant's BNKCUST date of birth against *
      * the PRODMST minimum age of the product PRICE-APPLICATION just *
      * priced the loan as.                                           *
      *****************************************************************
       CHECK-APPLICANT-AGE.
           MOVE LPQ-PRODUCT-CODE TO PEQ-PRODUCT-CODE
           MOVE GBD-BUSINESS-DATE TO PEQ-AS-OF-DATE
           MOVE ZERO TO PEQ-BIRTH-DTE
           MOVE API-OWNER-PID TO BCS-REC-PID
           READ BNKCUST-FILE
               INVALID KEY
                   MOVE ZERO TO BCS-REC-BIRTH-DTE
           END-READ
           IF BCS-REC-BIRTH-DTE IS NUMERIC
               MOVE BCS-REC-BIRTH-DTE TO PEQ-BIRTH-DTE
           END-IF
           CALL 'PRODELIG' USING PRODELIG-REQUEST
           .
       CHECK-APPLICANT-AGE-EXIT.
           EXIT
           .
      *****************************************************************
      * A queued application's commitment is recorded when it is      *
      * queued, so a second application for the same group the same   *
      * day already counts it - the release does not add it again.    *
      *****************************************************************
       CHECK-GROUP-EXPOSURE.
           SET CXQ-FUNC-CHECK TO TRUE
           MOVE API-OWNER-PID TO CXQ-PID
           MOVE API-AMOUNT TO CXQ-AMOUNT
           CALL 'CpExpChk' USING CPEXPCHK-REQUEST
           .
       CHECK-GROUP-EXPOSURE-EXIT.
           EXIT
           .
       RECORD-GROUP-EXPOSURE.
           SET CXQ-FUNC-ADD TO TRUE
           MOVE API-OWNER-PID TO CXQ-PID
           MOVE API-AMOUNT TO CXQ-AMOUNT
           CALL 'CpExpChk' USING CPEXPCHK-REQUEST
           .
       RECORD-GROUP-EXPOSURE-EXIT.
           EXIT
           .
       WRITE-APPLICATION.
           IF WS-BUREAU-PASS
               REWRITE LOANAPP-RECORD
               GO TO WRITE-APPLICATION-EXIT
           END-IF
           WRITE LOANAPP-RECORD
               INVALID KEY
                   REWRITE LOANAPP-RECORD
       WRITE-APPLICATION-EXIT.
           EXIT
           .
      *****************************************************************
      * A fresh application starts with no bureau history - whatever  *
      * the record area held from the last row written is cleared.    *
      *****************************************************************
       CLEAR-BUREAU-RESULT.
           SET APP-BUREAU-NOT-USED TO TRUE
           MOVE ZERO TO APP-BUR-INQUIRY-DATE
           MOVE ZERO TO APP-BUR-RESPONSE-DATE
           MOVE ZERO TO APP-BUR-SCORE
           MOVE ZERO TO APP-BUR-TRADE-COUNT
           MOVE ZERO TO APP-BUR-TRADE-BALANCE
           MOVE ZERO TO APP-BUR-TRADE-PAYMENTS
           MOVE ZERO TO APP-BUR-WORST-RATING
           MOVE ZERO TO APP-BUR-INQUIRY-COUNT
           MOVE ZERO TO APP-BUR-DEROG-COUNT
           MOVE SPACES TO APP-BUR-FACTOR-CODES
           MOVE SPACES TO APP-BUR-FACTOR-TEXT
           SET APP-BUR-NO-DECISION TO TRUE
           .
       CLEAR-BUREAU-RESULT-EXIT.
           EXIT
           .
      *****************************************************************
      * The product's BURCUT row bands the answered application -     *
      * under the decline score declines, short of the approve score  *
      * refers, and an approve-band score still refers when the       *
      * debt-service ratio is over the row's refer ratio. No file at  *
      * the bureau refers or declines as the row says. A product with *
      * no row leaves the application off the bureau altogether.      *
      *****************************************************************
       APPLY-BUREAU-CUTOFF.
           SET APP-BUR-NO-DECISION TO TRUE
           PERFORM FIND-PRODUCT-CUTOFF THRU FIND-PRODUCT-CUTOFF-EXIT
           IF WS-CUT-FOUND-IDX IS EQUAL TO ZERO
               GO TO APPLY-BUREAU-CUTOFF-EXIT
           END-IF
           IF APP-BUREAU-NOT-USED
               SET APP-BUREAU-PENDING TO TRUE
               GO TO APPLY-BUREAU-CUTOFF-EXIT
           END-IF
           IF APP-BUREAU-PENDING OR APP-BUREAU-SENT
               GO TO APPLY-BUREAU-CUTOFF-EXIT
           END-IF
           .
           IF APP-BUREAU-NO-FILE
               IF WS-CUT-NO-FILE-ACTION (WS-CUT-FOUND-IDX) IS EQUAL
                       TO 'D'
                   SET APP-BUR-DECLINE-BAND TO TRUE
               ELSE
                   SET APP-BUR-REFER-BAND TO TRUE
               END-IF
               GO TO APPLY-BUREAU-CUTOFF-EXIT
           END-IF
           .
           IF APP-BUR-SCORE IS LESS THAN
                   WS-CUT-DECLINE-SCORE (WS-CUT-FOUND-IDX)
               SET APP-BUR-DECLINE-BAND TO TRUE
               GO TO APPLY-BUREAU-CUTOFF-EXIT
           END-IF
           IF APP-BUR-SCORE IS LESS THAN
                   WS-CUT-APPROVE-SCORE (WS-CUT-FOUND-IDX)
               SET APP-BUR-REFER-BAND TO TRUE
               GO TO APPLY-BUREAU-CUTOFF-EXIT
           END-IF
           SET APP-BUR-APPROVE-BAND TO TRUE
           IF WS-CUT-REFER-DSR (WS-CUT-FOUND-IDX) IS GREATER THAN ZERO
               AND WS-DSR IS GREATER THAN
                   WS-CUT-REFER-DSR (WS-CUT-FOUND-IDX)
               SET APP-BUR-REFER-BAND TO TRUE
           END-IF
           .
       APPLY-BUREAU-CUTOFF-EXIT.
           EXIT
           .
       QUEUE-FOR-APPROVAL.
      *****************************************************************
      * The queued moment is taken fresh for every item - a second    *
      * over-threshold application from the same requester in one     *
      * run must land on its own PND-KEY, not overwrite the first.    *
      *****************************************************************
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE TO PND-QUEUED-DATE
           EXIT
           .
      *****************************************************************
      * A key collision (two items in the same hundredth) bumps the   *
      * queued time and retries, the CORRNDX convention, so both      *
      * pending approvals survive.                                    *
      *****************************************************************
       WRITE-ONE-APPROVAL.
       WRITE-ONE-APPROVAL-EXIT.
           EXIT
           .
      *****************************************************************
      * The held row goes back into the intake record it was keyed    *
      * from, and the whole assessment runs again on today's balances *
      * with the bureau's answer now on it.                           *
      *****************************************************************
       REASSESS-ONE-APPLICATION.
           MOVE SPACES TO LOANAPPI-RECORD
           MOVE APP-OWNER-PID TO API-OWNER-PID
           MOVE APP-NUMBER TO API-NUMBER
           MOVE APP-LOAN-ACCOUNT TO API-LOAN-ACCOUNT
           MOVE APP-CHEQUING-ACCOUNT TO API-CHEQUING-ACCOUNT
           MOVE APP-AMOUNT TO API-AMOUNT
           MOVE APP-ANNUAL-RATE TO API-ANNUAL-RATE
           MOVE APP-TERM-MONTHS TO API-TERM-MONTHS
           MOVE APP-ENTERED-BY TO API-USERID
           MOVE APP-TERM-YEARS TO API-TERM-YEARS
           MOVE APP-LOAN-TYPE TO API-LOAN-TYPE
           MOVE APP-CREDIT-TIER TO API-CREDIT-TIER
           PERFORM ASSESS-ONE-APPLICATION THRU
               ASSESS-ONE-APPLICATION-EXIT
           .
       REASSESS-ONE-APPLICATION-EXIT.
           EXIT
           .
       RELEASE-ONE-APPLICATION.
           MOVE WS-APD-OWNER-PID TO APP-OWNER-PID
           MOVE WS-APD-NUMBER TO APP-NUMBER
           MOVE APP-LOAN-ACCOUNT TO AMS-ACCOUNT
           MOVE 'LOAN ACCOUNT' TO AMS-DESC
           COMPUTE AMS-BALANCE = ZERO - APP-AMOUNT
           IF APP-CONSTRUCTION
               MOVE ZERO TO AMS-BALANCE
           END-IF
           SET AMS-CURRENCY-HOME TO TRUE
           MOVE WS-CURRENT-DATE TO AMS-LAST-DATE
           MOVE SPACES TO AMS-LAST-TXN-FLAG
           MOVE SPACES TO LNM-ESCROW-FLAG
           MOVE ZERO TO LNM-ESCROW-BALANCE
           MOVE ZERO TO LNM-ESCROW-PORTION
           .
      *****************************************************************
      * A mortgage's first term matures the given number of years     *
      * after opening; a loan with no term carries a zero maturity    *
      * and is never offered renewal.                                 *
      *****************************************************************
           MOVE APP-TERM-YEARS TO LNM-TERM-YEARS
           MOVE ZERO TO LNM-TERM-MATURITY-DTE
           IF APP-TERM-YEARS IS GREATER THAN ZERO
               MOVE WS-CURRENT-DATE TO WS-MATURITY-WORK-N
               ADD APP-TERM-YEARS TO WS-MAT-YYYY
               IF WS-MAT-MM IS EQUAL TO 2
                   AND WS-MAT-DD IS GREATER THAN 28
                   MOVE 28 TO WS-MAT-DD
               END-IF
               MOVE WS-MATURITY-WORK-N TO LNM-TERM-MATURITY-DTE
           END-IF
           .
      *****************************************************************
      * A loan on a term is closed - its first anniversary year of    *
      * prepayment privilege starts the day it opens.                 *
      *****************************************************************
           MOVE ZERO TO LNM-PREPAY-PCT
           MOVE ZERO TO LNM-PREPAY-ALLOWANCE
           IF APP-TERM-YEARS IS GREATER THAN ZERO
               MOVE WS-PREPAY-PCT TO LNM-PREPAY-PCT
               COMPUTE LNM-PREPAY-ALLOWANCE ROUNDED =
                   APP-AMOUNT * WS-PREPAY-PCT / 100
           END-IF
           MOVE WS-CURRENT-DATE TO LNM-PREPAY-YEAR-START
           MOVE ZERO TO LNM-PREPAY-USED
           SET LNM-RENEWAL-NONE TO TRUE
           MOVE ZERO TO LNM-RENEWAL-OFFER-DTE
           MOVE ZERO TO LNM-RENEWAL-TERM-YEARS
           MOVE ZERO TO LNM-CHARGEOFF-DTE
           MOVE ZERO TO LNM-CHARGEOFF-AMOUNT
           MOVE ZERO TO LNM-RECOVERED-AMOUNT
           IF APP-CONSTRUCTION
               SET LNM-CONSTRUCTION-DRAWING TO TRUE
           END-IF
           WRITE LOANMST-RECORD
               INVALID KEY
                   DISPLAY 'Loan master not written '
                       APP-LOAN-ACCOUNT
           END-WRITE
           .
      *****************************************************************
      * A construction mortgage stops here - the loan is open with    *
      * nothing advanced, and each stage's proceeds go out through    *
      * LoanDrawBatch once its inspection is in.                      *
      *****************************************************************
           IF APP-CONSTRUCTION
               SET APP-DISBURSED TO TRUE
               REWRITE LOANAPP-RECORD
               ADD 1 TO WS-DISBURSED-COUNT
               PERFORM LOG-OFF-GRID-BOOKING THRU
                   LOG-OFF-GRID-BOOKING-EXIT
               GO TO DISBURSE-ONE-APPLICATION-EXIT
           END-IF
           .
           MOVE APP-OWNER-PID TO AMS-OWNER-PID
           MOVE APP-CHEQUING-ACCOUNT TO AMS-ACCOUNT
           READ ACCTMST-FILE
           SET APP-DISBURSED TO TRUE
           REWRITE LOANAPP-RECORD
           ADD 1 TO WS-DISBURSED-COUNT
           PERFORM LOG-OFF-GRID-BOOKING THRU
               LOG-OFF-GRID-BOOKING-EXIT
           .
       DISBURSE-ONE-APPLICATION-EXIT.
           EXIT
           .
      *****************************************************************
      * A loan booked below its grid rate only ever reaches here off  *
      * a released PENDAPR item - the releasing supervisor is the one *
      * who authorized the price.                                     *
      *****************************************************************
       LOG-OFF-GRID-BOOKING.
           IF NOT APP-BELOW-GRID
               GO TO LOG-OFF-GRID-BOOKING-EXIT
           END-IF
           .
           MOVE SPACES TO PRCEXCP-RECORD
           MOVE GBD-BUSINESS-DATE TO PXC-DATE
           MOVE APP-OWNER-PID TO PXC-OWNER-PID
           MOVE APP-LOAN-ACCOUNT TO PXC-ACCOUNT
           MOVE 'LOAN' TO PXC-PRODUCT-CODE
           IF APP-TERM-YEARS IS GREATER THAN ZERO
               MOVE 'MORT' TO PXC-PRODUCT-CODE
           END-IF
           IF APP-CONSTRUCTION
               MOVE 'CNST' TO PXC-PRODUCT-CODE
           END-IF
           MOVE APP-CREDIT-TIER TO PXC-CREDIT-TIER
           MOVE APP-TERM-MONTHS TO PXC-TERM-MONTHS
           MOVE APP-AMOUNT TO PXC-AMOUNT
           MOVE APP-GRID-RATE TO PXC-GRID-RATE
           MOVE APP-ANNUAL-RATE TO PXC-BOOKED-RATE
           MOVE PND-REQUESTED-BY TO PXC-REQUESTED-BY
           MOVE APP-DECIDED-BY TO PXC-AUTHORIZED-BY
           MOVE 'Released below grid' TO PXC-REASON
           MOVE WS-PROGRAM-ID TO PXC-SOURCE-PGM
           WRITE PRCEXCP-RECORD
           .
       LOG-OFF-GRID-BOOKING-EXIT.
           EXIT
           .
       JOURNAL-ACCTMST-IMAGE.
           MOVE WS-PROGRAM-ID TO MJQ-PROGRAM
           MOVE 'ACCTMST ' TO MJQ-FILE-ID
