
001150***************************************************************** loanpayo
001160* Program:     LOANPAYOBATCH.CBL                                * loanpayo
001170* Function:    Loan payoff quotes, discharge postings and lump- * loanpayo
001175*              sum prepayments from the PAYOREQ request file -  * loanpayo
001180*              the real-money side of the hypothetical CalcLoan * loanpayo
001185*              payoff calculator. 'Q' computes the exact        * loanpayo
001190*              discharge amount to a named future date          * loanpayo
001195*              (outstanding balance plus per-diem interest from * loanpayo
001200*              LNM-APPLIED-THRU-DTE, plus the prepayment        * loanpayo
001205*              penalty on a closed loan) and holds it on        * loanpayo
001210*              PAYQUOTE for ten days, printing the quote to     * loanpayo
001215*              PAYONOTC with the penalty as its own line. 'D'   * loanpayo
001220*              accepts the funds against a live quote: the      * loanpayo
001225*              funding account is debited the quoted amount,    * loanpayo
001230*              the loan zeroes and closes LNM-PAID-OFF, the     * loanpayo
001235*              shadow ACCTMST row closes, and a discharge       * loanpayo
001240*              confirmation line goes to DISCHLTR. 'P' applies  * loanpayo
001245*              a lump sum to principal only, as a 'PP' posting: * loanpayo
001250*              up to the anniversary year's remaining           * loanpayo
001255*              prepayment privilege it is free, and on a closed * loanpayo
001260*              loan anything beyond is charged the greater of   * loanpayo
001265*              three months' interest and the interest-rate     * loanpayo
001270*              differential against today's posted RATETBL rate * loanpayo
001275*              for the term left, as a 'PN' posting.            * loanpayo
001290***************************************************************** loanpayo
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanPayoBatch.
           SELECT DISCHLTR-FILE ASSIGN TO "DISCHLTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DISCHLTR-STATUS.
           SELECT PAYONOTC-FILE ASSIGN TO "PAYONOTC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYONOTC-STATUS.
           SELECT RATETBL-FILE ASSIGN TO "RATETBL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATETBL-STATUS.

       DATA DIVISION.
       FILE SECTION.
         05 PYQ-ACTION PIC X(1).
           88 PYQ-QUOTE VALUE 'Q'.
           88 PYQ-DISCHARGE VALUE 'D'.
           88 PYQ-PREPAY VALUE 'P'.
         05 PYQ-OWNER-PID PIC X(5).
         05 PYQ-ACCOUNT PIC X(9).
         05 PYQ-PAYOFF-DATE PIC 9(8).
         05 PYQ-FUND-ACCOUNT PIC X(9).
         05 PYQ-AMOUNT PIC 9(7)V99.

       FD PAYQUOTE-FILE
           LABEL RECORDS ARE STANDARD.
           RECORDING MODE IS F.
       01 DISCHLTR-RECORD                 PIC X(80).

       FD PAYONOTC-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 PAYONOTC-RECORD                 PIC X(80).

       FD RATETBL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CRATETBL.

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'LOANPAYO'.
           88 WS-ACCTTRN-OK VALUE '00'.
         05 WS-DISCHLTR-STATUS PIC X(2).
           88 WS-DISCHLTR-OK VALUE '00'.
         05 WS-PAYONOTC-STATUS PIC X(2).
           88 WS-PAYONOTC-OK VALUE '00'.
         05 WS-RATETBL-STATUS PIC X(2).
           88 WS-RATETBL-OK VALUE '00'.
         05 WS-PAYOREQ-EOF-FLAG PIC X(1).
           88 WS-PAYOREQ-EOF VALUE 'Y'.
         05 WS-RATETBL-EOF-FLAG PIC X(1).
           88 WS-RATETBL-EOF VALUE 'Y'.
         05 WS-QUOTE-VALID-DAYS PIC 9(2) VALUE 10.
         05 WS-REQ-COUNT PIC 9(6) VALUE ZERO.
         05 WS-QUOTED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-DISCHARGED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-PREPAID-COUNT PIC 9(6) VALUE ZERO.
         05 WS-SKIP-COUNT PIC 9(6) VALUE ZERO.
         05 WS-OUTSTANDING PIC S9(7)V99.
         05 WS-PER-DIEM PIC S9(5)V99.
         05 WS-TO-DAYS PIC S9(9).
         05 WS-QUOTE-AMOUNT PIC S9(7)V99.
         05 WS-INT-COMPONENT PIC S9(7)V99.
         05 WS-FREE-ALLOWANCE PIC S9(7)V99.
         05 WS-WITHIN-PRIVILEGE PIC S9(7)V99.
         05 WS-PENALTY-BASE PIC S9(7)V99.
         05 WS-PENALTY PIC S9(7)V99.
         05 WS-PENALTY-METHOD PIC X(1).
         05 WS-THREE-MONTHS PIC S9(7)V99.
         05 WS-IRD PIC S9(7)V99.
         05 WS-PEN-AS-OF PIC 9(8).
         05 WS-MONTHS-LEFT PIC S9(5).
         05 WS-FUND-NEEDED PIC S9(7)V99.
         05 WS-TRANSFER-AMOUNT PIC S9(7)V99.
         05 WS-PICK-YEARS PIC 9(1).
         05 WS-PICK-RATE PIC 9(3)V9(6).
         05 WS-PICK-FLOOR PIC 9(7)V99.
         05 WS-PICK-EFF PIC 9(8).
         05 WS-TRM-IDX PIC 9(3).
         05 WS-PREPAY-YEAR-WORK.
           10 WS-PYW-YYYY PIC 9(4).
           10 WS-PYW-MM PIC 9(2).
           10 WS-PYW-DD PIC 9(2).
         05 WS-PREPAY-YEAR-WORK-N REDEFINES WS-PREPAY-YEAR-WORK
             PIC 9(8).
         05 WS-PREPAY-ROLLED-FLAG PIC X(1).
           88 WS-PREPAY-ROLLED VALUE 'Y'.
         05 WS-MATURITY-WORK.
           10 WS-MTW-YYYY PIC 9(4).
           10 WS-MTW-MM PIC 9(2).
           10 WS-MTW-DD PIC 9(2).
         05 WS-AS-OF-WORK.
           10 WS-AOW-YYYY PIC 9(4).
           10 WS-AOW-MM PIC 9(2).
           10 WS-AOW-DD PIC 9(2).
         05 WS-DATE-WORK.
           10 WS-DTW-YYYY PIC 9(4).
           10 WS-DTW-MM PIC 9(2).
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
           10 FILLER PIC X(5).
      *****************************************************************
      * Posted mortgage rates by term, 'MTG1' to 'MTG5' - the rate    *
      * the bank would lend at today for the term a closed loan has   *
      * left, which the interest-rate differential is measured from.  *
      *****************************************************************
       01 WS-TERM-RATE-TABLE.
         05 WS-TRM-COUNT PIC 9(3) VALUE ZERO.
         05 WS-TRM-ENTRY OCCURS 100 TIMES.
           10 WS-TRM-YEARS PIC 9(1).
           10 WS-TRM-FLOOR PIC 9(7)V99.
           10 WS-TRM-RATE PIC 9(3)V9(6).
           10 WS-TRM-EFF-DATE PIC 9(8).
       01 WS-NOTICE-HEADING.
         05 WS-NTH-TITLE PIC X(15).
         05 WS-NTH-PID PIC X(5).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-NTH-ACCOUNT PIC X(9).
         05 WS-NTH-DATE-LABEL PIC X(15).
         05 WS-NTH-DATE PIC 9(8).
         05 FILLER PIC X(27) VALUE SPACES.
       01 WS-NOTICE-LINE.
         05 FILLER PIC X(5) VALUE SPACES.
         05 WS-NTL-LABEL PIC X(25).
         05 WS-NTL-AMOUNT PIC Z(6)9.99-.
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-NTL-NOTE PIC X(37).

       01 WS-JOURNAL-WORK.
         05 WS-BEFORE-ACCTMST PIC X(250).
           OPEN I-O ACCTMST-FILE
           OPEN EXTEND ACCTTRN-FILE
           OPEN OUTPUT DISCHLTR-FILE
           OPEN OUTPUT PAYONOTC-FILE
           .
           PERFORM LOAD-TERM-RATES THRU LOAD-TERM-RATES-EXIT
           .
           PERFORM UNTIL WS-PAYOREQ-EOF
               READ PAYOREQ-FILE
           CLOSE ACCTMST-FILE
           CLOSE ACCTTRN-FILE
           CLOSE DISCHLTR-FILE
           CLOSE PAYONOTC-FILE
           .
           DISPLAY WS-REQ-COUNT ' request(s), '
               WS-QUOTED-COUNT ' quoted, '
               WS-DISCHARGED-COUNT ' discharged, '
               WS-PREPAID-COUNT ' prepayment(s), '
               WS-SKIP-COUNT ' skipped'
           .
           MOVE 'E' TO RCQ-FUNCTION
                   DISCHARGE-ONE-LOAN-EXIT
               GO TO APPLY-ONE-REQUEST-EXIT
           END-IF
           IF PYQ-PREPAY
               PERFORM PREPAY-ONE-LOAN THRU PREPAY-ONE-LOAN-EXIT
               GO TO APPLY-ONE-REQUEST-EXIT
           END-IF
           ADD 1 TO WS-SKIP-COUNT
           .
       APPLY-ONE-REQUEST-EXIT.
               MOVE ZERO TO WS-ACCRUED-DAYS
           END-IF
           .
      *****************************************************************
      * Paying off a closed loan prepays all of it - whatever the     *
      * year's remaining privilege does not cover is priced as of the *
      * payoff date and added to the quote.                           *
      *****************************************************************
           PERFORM ROLL-PREPAY-YEAR THRU ROLL-PREPAY-YEAR-EXIT
           COMPUTE WS-PENALTY-BASE =
               WS-OUTSTANDING - WS-FREE-ALLOWANCE
           IF WS-PENALTY-BASE IS LESS THAN ZERO
               MOVE ZERO TO WS-PENALTY-BASE
           END-IF
           MOVE PYQ-PAYOFF-DATE TO WS-PEN-AS-OF
           PERFORM COMPUTE-PREPAY-PENALTY THRU
               COMPUTE-PREPAY-PENALTY-EXIT
           .
           COMPUTE WS-QUOTE-AMOUNT =
               WS-OUTSTANDING + (WS-PER-DIEM * WS-ACCRUED-DAYS)
               + WS-PENALTY
           .
           MOVE PYQ-OWNER-PID TO PQT-OWNER-PID
           MOVE PYQ-ACCOUNT TO PQT-ACCOUNT
               END-IF
           END-IF
           MOVE WS-VALID-WORK-N TO PQT-VALID-UNTIL
           MOVE WS-PENALTY TO PQT-PENALTY
           MOVE WS-PENALTY-METHOD TO PQT-PENALTY-METHOD
           SET PQT-QUOTED TO TRUE
           WRITE PAYQUOTE-RECORD
               INVALID KEY
           END-WRITE
           ADD 1 TO WS-QUOTED-COUNT
           .
           PERFORM PRINT-ONE-QUOTE THRU PRINT-ONE-QUOTE-EXIT
           .
       QUOTE-ONE-PAYOFF-EXIT.
           EXIT
           .
               DISPLAY 'Funds short for discharge ' PYQ-ACCOUNT
               GO TO DISCHARGE-ONE-LOAN-EXIT
           END-IF
           MOVE ZERO TO WS-PENALTY
           IF PQT-PENALTY IS NUMERIC
               MOVE PQT-PENALTY TO WS-PENALTY
           END-IF
           COMPUTE WS-TRANSFER-AMOUNT = PQT-QUOTE-AMOUNT - WS-PENALTY
           .
           MOVE ACCTMST-RECORD TO WS-BEFORE-ACCTMST
           SUBTRACT PQT-QUOTE-AMOUNT FROM AMS-BALANCE
           MOVE PYQ-OWNER-PID TO ATN-FROM-PID
           MOVE PYQ-OWNER-PID TO ATN-TO-PID
           MOVE PYQ-ACCOUNT TO ATN-TO-ACC
           MOVE WS-TRANSFER-AMOUNT TO ATN-AMOUNT
           SET ATN-TYPE-TRANSFER TO TRUE
           MOVE 'Loan discharge' TO ATN-DESC
           CALL 'ACCTREFN' USING ATN-REF-NO
           WRITE ACCTTRN-RECORD
           .
           IF WS-PENALTY IS GREATER THAN ZERO
               PERFORM POST-PREPAY-PENALTY THRU
                   POST-PREPAY-PENALTY-EXIT
           END-IF
           .
      *****************************************************************
      * Zero and close the shadow row, settle the loan master's       *
      * accumulators, and cut the confirmation letter line.           *
           END-READ
           MOVE ACCTMST-RECORD TO WS-BEFORE-ACCTMST
           COMPUTE WS-INT-COMPONENT =
               WS-TRANSFER-AMOUNT - PQT-OUTSTANDING
           MOVE ZERO TO AMS-BALANCE
           MOVE 'LOAN DISCHARGED' TO AMS-DESC
           MOVE WS-CURRENT-DATE TO AMS-LAST-DATE
       DISCHARGE-ONE-LOAN-EXIT.
           EXIT
           .
      *****************************************************************
      * A lump-sum prepayment on a loan that stays open. The part the *
      * year's privilege covers goes in free; the excess carries the  *
      * prepayment penalty, taken from the funding account alongside  *
      * the payment itself. A lump sum that would clear the loan is   *
      * a discharge and needs a payoff quote instead.                 *
      *****************************************************************
       PREPAY-ONE-LOAN.
           IF PYQ-AMOUNT IS NOT NUMERIC
               OR PYQ-AMOUNT IS EQUAL TO ZERO
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'Bad prepayment amount ' PYQ-ACCOUNT
               GO TO PREPAY-ONE-LOAN-EXIT
           END-IF
           MOVE PYQ-OWNER-PID TO AMS-OWNER-PID
           MOVE PYQ-ACCOUNT TO AMS-ACCOUNT
           READ ACCTMST-FILE
               INVALID KEY
                   ADD 1 TO WS-SKIP-COUNT
                   GO TO PREPAY-ONE-LOAN-EXIT
           END-READ
           COMPUTE WS-OUTSTANDING = ZERO - AMS-BALANCE
           IF PYQ-AMOUNT IS NOT LESS THAN WS-OUTSTANDING
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'Prepayment clears loan - use a payoff quote '
                   PYQ-ACCOUNT
               GO TO PREPAY-ONE-LOAN-EXIT
           END-IF
           .
           PERFORM ROLL-PREPAY-YEAR THRU ROLL-PREPAY-YEAR-EXIT
           MOVE PYQ-AMOUNT TO WS-WITHIN-PRIVILEGE
           IF WS-WITHIN-PRIVILEGE IS GREATER THAN WS-FREE-ALLOWANCE
               MOVE WS-FREE-ALLOWANCE TO WS-WITHIN-PRIVILEGE
           END-IF
           COMPUTE WS-PENALTY-BASE = PYQ-AMOUNT - WS-WITHIN-PRIVILEGE
           MOVE GBD-BUSINESS-DATE TO WS-PEN-AS-OF
           PERFORM COMPUTE-PREPAY-PENALTY THRU
               COMPUTE-PREPAY-PENALTY-EXIT
           COMPUTE WS-FUND-NEEDED = PYQ-AMOUNT + WS-PENALTY
           .
           MOVE PYQ-OWNER-PID TO AMS-OWNER-PID
           MOVE PYQ-FUND-ACCOUNT TO AMS-ACCOUNT
           READ ACCTMST-FILE
               INVALID KEY
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY 'Funding account missing '
                       PYQ-FUND-ACCOUNT
                   GO TO PREPAY-ONE-LOAN-EXIT
           END-READ
           IF AMS-BALANCE + AMS-OVERDRAFT-LIMIT IS LESS THAN
                   WS-FUND-NEEDED
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'Funds short for prepayment ' PYQ-ACCOUNT
               GO TO PREPAY-ONE-LOAN-EXIT
           END-IF
           MOVE ACCTMST-RECORD TO WS-BEFORE-ACCTMST
           SUBTRACT WS-FUND-NEEDED FROM AMS-BALANCE
           MOVE WS-CURRENT-DATE TO AMS-LAST-DATE
           SET AMS-TXN-PRESENT TO TRUE
           REWRITE ACCTMST-RECORD
           PERFORM JOURNAL-ACCTMST-IMAGE THRU
               JOURNAL-ACCTMST-IMAGE-EXIT
           .
           MOVE SPACES TO ACCTTRN-RECORD
           MOVE GBD-BUSINESS-DATE TO ATN-DATE
           MOVE WS-CURRENT-TIME TO ATN-TIME
           MOVE PYQ-FUND-ACCOUNT TO ATN-FROM-ACC
           MOVE PYQ-OWNER-PID TO ATN-FROM-PID
           MOVE PYQ-OWNER-PID TO ATN-TO-PID
           MOVE PYQ-ACCOUNT TO ATN-TO-ACC
           MOVE PYQ-AMOUNT TO ATN-AMOUNT
           SET ATN-TYPE-PREPAYMENT TO TRUE
           MOVE 'Loan prepayment' TO ATN-DESC
           CALL 'ACCTREFN' USING ATN-REF-NO
           WRITE ACCTTRN-RECORD
           .
           IF WS-PENALTY IS GREATER THAN ZERO
               PERFORM POST-PREPAY-PENALTY THRU
                   POST-PREPAY-PENALTY-EXIT
           END-IF
           .
      *****************************************************************
      * The whole lump sum goes to principal - the shadow row comes   *
      * down by it and the loan master books it as principal paid and *
      * the covered part as privilege used.                           *
      *****************************************************************
           MOVE PYQ-OWNER-PID TO AMS-OWNER-PID
           MOVE PYQ-ACCOUNT TO AMS-ACCOUNT
           READ ACCTMST-FILE
               INVALID KEY
                   GO TO PREPAY-ONE-LOAN-EXIT
           END-READ
           MOVE ACCTMST-RECORD TO WS-BEFORE-ACCTMST
           ADD PYQ-AMOUNT TO AMS-BALANCE
           MOVE WS-CURRENT-DATE TO AMS-LAST-DATE
           SET AMS-TXN-PRESENT TO TRUE
           REWRITE ACCTMST-RECORD
           PERFORM JOURNAL-ACCTMST-IMAGE THRU
               JOURNAL-ACCTMST-IMAGE-EXIT
           .
           ADD PYQ-AMOUNT TO LNM-PRIN-PAID
           IF LNM-PREPAY-USED IS NOT NUMERIC
               MOVE ZERO TO LNM-PREPAY-USED
           END-IF
           ADD WS-WITHIN-PRIVILEGE TO LNM-PREPAY-USED
           REWRITE LOANMST-RECORD
           PERFORM JOURNAL-LOANMST-IMAGE THRU
               JOURNAL-LOANMST-IMAGE-EXIT
           .
           MOVE SPACES TO WS-NOTICE-HEADING
           MOVE 'PREPAYMENT     ' TO WS-NTH-TITLE
           MOVE PYQ-OWNER-PID TO WS-NTH-PID
           MOVE PYQ-ACCOUNT TO WS-NTH-ACCOUNT
           MOVE '  APPLIED ON   ' TO WS-NTH-DATE-LABEL
           MOVE GBD-BUSINESS-DATE TO WS-NTH-DATE
           WRITE PAYONOTC-RECORD FROM WS-NOTICE-HEADING
           MOVE SPACES TO WS-NOTICE-LINE
           MOVE 'Lump sum applied' TO WS-NTL-LABEL
           MOVE PYQ-AMOUNT TO WS-NTL-AMOUNT
           WRITE PAYONOTC-RECORD FROM WS-NOTICE-LINE
           MOVE SPACES TO WS-NOTICE-LINE
           MOVE 'Within privilege' TO WS-NTL-LABEL
           MOVE WS-WITHIN-PRIVILEGE TO WS-NTL-AMOUNT
           WRITE PAYONOTC-RECORD FROM WS-NOTICE-LINE
           PERFORM PRINT-PENALTY-LINE THRU PRINT-PENALTY-LINE-EXIT
           MOVE SPACES TO WS-NOTICE-LINE
           MOVE 'Principal now outstanding' TO WS-NTL-LABEL
           COMPUTE WS-NTL-AMOUNT = WS-OUTSTANDING - PYQ-AMOUNT
           WRITE PAYONOTC-RECORD FROM WS-NOTICE-LINE
           MOVE SPACES TO PAYONOTC-RECORD
           WRITE PAYONOTC-RECORD
           .
           MOVE PYQ-OWNER-PID TO CDQ-PID
           MOVE 'PREP' TO CDQ-DOC-TYPE
           MOVE WS-PROGRAM-ID TO CDQ-SOURCE-PGM
           MOVE SPACES TO CDQ-SUMMARY
           STRING 'Loan prepayment ' PYQ-ACCOUNT
               DELIMITED BY SIZE INTO CDQ-SUMMARY
           CALL 'CORRNDX' USING CORRNDX-REQUEST
           .
           ADD 1 TO WS-PREPAID-COUNT
           .
       PREPAY-ONE-LOAN-EXIT.
           EXIT
           .
      *****************************************************************
      * The penalty leg - a debit on the funding account with no      *
      * receiving account, so the ledger feed books it as income.     *
      *****************************************************************
       POST-PREPAY-PENALTY.
           MOVE SPACES TO ACCTTRN-RECORD
           MOVE GBD-BUSINESS-DATE TO ATN-DATE
           MOVE WS-CURRENT-TIME TO ATN-TIME
           MOVE PYQ-FUND-ACCOUNT TO ATN-FROM-ACC
           MOVE PYQ-OWNER-PID TO ATN-FROM-PID
           MOVE WS-PENALTY TO ATN-AMOUNT
           SET ATN-TYPE-PREPAY-PENALTY TO TRUE
           MOVE 'Prepayment penalty' TO ATN-DESC
           CALL 'ACCTREFN' USING ATN-REF-NO
           WRITE ACCTTRN-RECORD
           .
       POST-PREPAY-PENALTY-EXIT.
           EXIT
           .
      *****************************************************************
      * The printed payoff quote - principal, interest to the payoff  *
      * date, the prepayment penalty with how it was reached, and the *
      * total the customer must bring before the quote lapses.        *
      *****************************************************************
       PRINT-ONE-QUOTE.
           MOVE SPACES TO WS-NOTICE-HEADING
           MOVE 'PAYOFF QUOTE   ' TO WS-NTH-TITLE
           MOVE PYQ-OWNER-PID TO WS-NTH-PID
           MOVE PYQ-ACCOUNT TO WS-NTH-ACCOUNT
           MOVE '  PAYOFF DATE  ' TO WS-NTH-DATE-LABEL
           MOVE PYQ-PAYOFF-DATE TO WS-NTH-DATE
           WRITE PAYONOTC-RECORD FROM WS-NOTICE-HEADING
           MOVE SPACES TO WS-NOTICE-LINE
           MOVE 'Principal outstanding' TO WS-NTL-LABEL
           MOVE WS-OUTSTANDING TO WS-NTL-AMOUNT
           WRITE PAYONOTC-RECORD FROM WS-NOTICE-LINE
           MOVE SPACES TO WS-NOTICE-LINE
           MOVE 'Interest to payoff date' TO WS-NTL-LABEL
           COMPUTE WS-NTL-AMOUNT =
               WS-QUOTE-AMOUNT - WS-OUTSTANDING - WS-PENALTY
           WRITE PAYONOTC-RECORD FROM WS-NOTICE-LINE
           PERFORM PRINT-PENALTY-LINE THRU PRINT-PENALTY-LINE-EXIT
           MOVE SPACES TO WS-NOTICE-LINE
           MOVE 'Total to discharge' TO WS-NTL-LABEL
           MOVE WS-QUOTE-AMOUNT TO WS-NTL-AMOUNT
           STRING 'Valid until ' WS-VALID-WORK-N
               DELIMITED BY SIZE INTO WS-NTL-NOTE
           WRITE PAYONOTC-RECORD FROM WS-NOTICE-LINE
           MOVE SPACES TO PAYONOTC-RECORD
           WRITE PAYONOTC-RECORD
           .
       PRINT-ONE-QUOTE-EXIT.
           EXIT
           .
       PRINT-PENALTY-LINE.
           MOVE SPACES TO WS-NOTICE-LINE
           MOVE 'Prepayment penalty' TO WS-NTL-LABEL
           MOVE WS-PENALTY TO WS-NTL-AMOUNT
           IF WS-PENALTY-METHOD IS EQUAL TO '3'
               MOVE 'Three months interest' TO WS-NTL-NOTE
           END-IF
           IF WS-PENALTY-METHOD IS EQUAL TO 'D'
               MOVE 'Interest rate differential' TO WS-NTL-NOTE
           END-IF
           IF WS-PENALTY-METHOD IS EQUAL TO SPACE
               MOVE 'None - open or within privilege' TO WS-NTL-NOTE
           END-IF
           WRITE PAYONOTC-RECORD FROM WS-NOTICE-LINE
           .
       PRINT-PENALTY-LINE-EXIT.
           EXIT
           .
      *****************************************************************
      * Prepayment penalty on WS-PENALTY-BASE as of WS-PEN-AS-OF -    *
      * the greater of three months' interest at the loan's rate and  *
      * the interest-rate differential against today's posted rate    *
      * for the nearest term to the months left. A loan that is not   *
      * on a term, or whose term has run out, is open and pays none.  *
      *****************************************************************
       COMPUTE-PREPAY-PENALTY.
           MOVE ZERO TO WS-PENALTY
           MOVE SPACE TO WS-PENALTY-METHOD
           IF WS-PENALTY-BASE IS NOT GREATER THAN ZERO
               GO TO COMPUTE-PREPAY-PENALTY-EXIT
           END-IF
           IF LNM-TERM-YEARS IS NOT NUMERIC
               OR LNM-TERM-YEARS IS EQUAL TO ZERO
               OR LNM-TERM-MATURITY-DTE IS NOT NUMERIC
               OR LNM-TERM-MATURITY-DTE IS NOT GREATER THAN
                   WS-PEN-AS-OF
               GO TO COMPUTE-PREPAY-PENALTY-EXIT
           END-IF
           .
           MOVE LNM-TERM-MATURITY-DTE TO WS-MATURITY-WORK
           MOVE WS-PEN-AS-OF TO WS-AS-OF-WORK
           COMPUTE WS-MONTHS-LEFT =
               ((WS-MTW-YYYY - WS-AOW-YYYY) * 12)
               + WS-MTW-MM - WS-AOW-MM
           IF WS-MTW-DD IS LESS THAN WS-AOW-DD
               SUBTRACT 1 FROM WS-MONTHS-LEFT
           END-IF
           IF WS-MONTHS-LEFT IS LESS THAN 1
               MOVE 1 TO WS-MONTHS-LEFT
           END-IF
           .
           COMPUTE WS-THREE-MONTHS ROUNDED =
               WS-PENALTY-BASE * (LNM-ANNUAL-RATE / 100) * 3 / 12
           .
           MOVE ZERO TO WS-IRD
           COMPUTE WS-PICK-YEARS = (WS-MONTHS-LEFT + 11) / 12
           IF WS-PICK-YEARS IS GREATER THAN 5
               MOVE 5 TO WS-PICK-YEARS
           END-IF
           PERFORM PICK-TERM-RATE THRU PICK-TERM-RATE-EXIT
           IF WS-PICK-RATE IS GREATER THAN ZERO
               AND LNM-ANNUAL-RATE IS GREATER THAN WS-PICK-RATE
               COMPUTE WS-IRD ROUNDED =
                   WS-PENALTY-BASE
                   * ((LNM-ANNUAL-RATE - WS-PICK-RATE) / 100)
                   * WS-MONTHS-LEFT / 12
           END-IF
           .
           IF WS-IRD IS GREATER THAN WS-THREE-MONTHS
               MOVE WS-IRD TO WS-PENALTY
               MOVE 'D' TO WS-PENALTY-METHOD
           ELSE
               MOVE WS-THREE-MONTHS TO WS-PENALTY
               MOVE '3' TO WS-PENALTY-METHOD
           END-IF
           .
       COMPUTE-PREPAY-PENALTY-EXIT.
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
                       WS-OUTSTANDING
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
      * A closed loan's privilege year runs anniversary to            *
      * anniversary of its opening - once the next anniversary has    *
      * arrived the allowance is reset and the amount used zeroed.    *
      * What is left of the year's allowance comes back in            *
      * WS-FREE-ALLOWANCE.                                            *
      *****************************************************************
       ROLL-PREPAY-YEAR.
           MOVE ZERO TO WS-FREE-ALLOWANCE
           IF LNM-PREPAY-PCT IS NOT NUMERIC
               OR LNM-PREPAY-PCT IS EQUAL TO ZERO
               GO TO ROLL-PREPAY-YEAR-EXIT
           END-IF
           IF LNM-PREPAY-YEAR-START IS NOT NUMERIC
               OR LNM-PREPAY-YEAR-START IS EQUAL TO ZERO
               MOVE LNM-OPEN-DATE TO LNM-PREPAY-YEAR-START
           END-IF
           .
           MOVE 'N' TO WS-PREPAY-ROLLED-FLAG
           MOVE LNM-PREPAY-YEAR-START TO WS-PREPAY-YEAR-WORK-N
           ADD 1 TO WS-PYW-YYYY
           PERFORM UNTIL WS-PREPAY-YEAR-WORK-N IS GREATER THAN
                   GBD-BUSINESS-DATE
               MOVE WS-PREPAY-YEAR-WORK-N TO LNM-PREPAY-YEAR-START
               SET WS-PREPAY-ROLLED TO TRUE
               ADD 1 TO WS-PYW-YYYY
           END-PERFORM
           IF WS-PREPAY-ROLLED
               COMPUTE LNM-PREPAY-ALLOWANCE ROUNDED =
                   LNM-ORIG-AMOUNT * LNM-PREPAY-PCT / 100
               MOVE ZERO TO LNM-PREPAY-USED
           END-IF
           .
           COMPUTE WS-FREE-ALLOWANCE =
               LNM-PREPAY-ALLOWANCE - LNM-PREPAY-USED
           IF WS-FREE-ALLOWANCE IS LESS THAN ZERO
               MOVE ZERO TO WS-FREE-ALLOWANCE
           END-IF
           .
       ROLL-PREPAY-YEAR-EXIT.
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
       JOURNAL-ACCTMST-IMAGE.
           MOVE WS-PROGRAM-ID TO MJQ-PROGRAM
           MOVE 'ACCTMST ' TO MJQ-FILE-ID
