001250*              balance is no longer negative. Run monthly,      * loansrvb
001260*              after the day's posting work, so the whole        * loansrvb
001270*              month's payments are on the log.                 * loansrvb
001271*              A loan or line already charged off is never      * loansrvb
001272*              billed or reactivated - any credit reaching its  * loansrvb
001273*              account is swept off as an 'RC' recovery.        * loansrvb
001274*              A 'PP' lump-sum prepayment was already applied   * loansrvb
001275*              to principal by LoanPayoBatch and is not split   * loansrvb
001276*              again here; a closed loan's prepayment privilege * loansrvb
001277*              year rolls on its opening anniversary.           * loansrvb
001278*              A construction mortgage still drawing is billed  * loansrvb
001279*              interest only on its advanced balance until the  * loansrvb
001280*              final draw converts it to the blended payment,   * loansrvb
001281*              and is not marked paid off while nothing is      * loansrvb
001282*              owing between draws.                             * loansrvb
001283***************************************************************** loansrvb
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanServBatch.

         05 WS-BILLED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-APPLIED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-PAIDOFF-COUNT PIC 9(6) VALUE ZERO.
         05 WS-RECOVERY-COUNT PIC 9(6) VALUE ZERO.
         05 WS-RCV-OWNER-PID PIC X(5).
         05 WS-RCV-ACCOUNT PIC X(9).
         05 WS-RCV-AMOUNT PIC S9(7)V99.
         05 WS-MONTHLY-RATE PIC 9(3)V9(8).
         05 WS-INT-PORTION PIC S9(7)V99.
         05 WS-PRIN-PORTION PIC S9(7)V99.
         05 WS-PRE-PAYMENT-OWING PIC S9(7)V99.
         05 WS-BILL-AMOUNT PIC S9(7)V99.
         05 WS-NEXT-DUE-DATE.
           10 WS-NEXT-DUE-YYYY PIC 9(4).
           10 WS-NEXT-DUE-MM PIC 9(2).
           10 WS-NEXT-DUE-DD PIC 9(2).
         05 WS-NEXT-DUE-DATE-N REDEFINES WS-NEXT-DUE-DATE PIC 9(8).
         05 WS-PREPAY-YEAR-WORK.
           10 WS-PYW-YYYY PIC 9(4).
           10 WS-PYW-MM PIC 9(2).
           10 WS-PYW-DD PIC 9(2).
         05 WS-PREPAY-YEAR-WORK-N REDEFINES WS-PREPAY-YEAR-WORK
             PIC 9(8).
         05 WS-PREPAY-ROLLED-FLAG PIC X(1).
           88 WS-PREPAY-ROLLED VALUE 'Y'.
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
           .
      *****************************************************************
      * Pass 3 - stamp every loan as serviced through today so the    *
      * next run does not re-apply this month's payments. A charged-  *
      * off loan first has any credit since swept off as a recovery.  *
      *****************************************************************
           MOVE 'N' TO WS-LOANMST-EOF-FLAG
           MOVE LOW-VALUES TO LNM-KEY
                       SET WS-LOANMST-EOF TO TRUE
                   NOT AT END
                       MOVE LOANMST-RECORD TO WS-BEFORE-LOANMST
                       IF LNM-CHARGED-OFF
                           MOVE LNM-OWNER-PID TO WS-RCV-OWNER-PID
                           MOVE LNM-ACCOUNT TO WS-RCV-ACCOUNT
                           PERFORM SWEEP-RECOVERY THRU
                               SWEEP-RECOVERY-EXIT
                           ADD WS-RCV-AMOUNT TO LNM-RECOVERED-AMOUNT
                       END-IF
                       IF LNM-ACTIVE
                           PERFORM ROLL-PREPAY-YEAR THRU
                               ROLL-PREPAY-YEAR-EXIT
                       END-IF
                       MOVE GBD-BUSINESS-DATE TO
                           LNM-APPLIED-THRU-DTE
                       MOVE WS-CURRENT-TIME TO
      * the facility's percentage of the drawn balance - is billed   *
      * into LOC-BILLED-MIN for the delinquency run to age. A        *
      * facility already carrying an unpaid minimum steps its        *
      * months-delinquent counter. A charged-off facility is not     *
      * billed; its recoveries are swept the way a loan's are.        *
      *****************************************************************
           MOVE LOW-VALUES TO LOC-KEY
           START LOCMST-FILE KEY IS NOT LESS THAN LOC-KEY
                           PERFORM BILL-ONE-FACILITY THRU
                               BILL-ONE-FACILITY-EXIT
                       END-IF
                       IF LOC-CHARGED-OFF
                           MOVE LOC-OWNER-PID TO WS-RCV-OWNER-PID
                           MOVE LOC-ACCOUNT TO WS-RCV-ACCOUNT
                           PERFORM SWEEP-RECOVERY THRU
                               SWEEP-RECOVERY-EXIT
                           IF WS-RCV-AMOUNT IS GREATER THAN ZERO
                               ADD WS-RCV-AMOUNT TO
                                   LOC-RECOVERED-AMOUNT
                               REWRITE LOCMST-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .
           .
           DISPLAY WS-LOC-BILLED-COUNT ' facility(ies) billed'
           DISPLAY WS-REPRICED-COUNT ' loan(s) repriced'
           DISPLAY WS-RECOVERY-COUNT ' charge-off recovery(ies)'
           DISPLAY WS-LOAN-COUNT ' loan(s) read, '
               WS-BILLED-COUNT ' billed, '
               WS-APPLIED-COUNT ' payment(s) applied, '
           END-IF
           .
      *****************************************************************
      * A construction mortgage still drawing is billed interest only *
      * - a month's interest on what has been advanced so far, read   *
      * off its shadow account. The blended payment starts once the   *
      * final draw converts it.                                       *
      *****************************************************************
           MOVE LNM-PAYMENT TO WS-BILL-AMOUNT
           MOVE 'BILLED   ' TO WS-SRV-ACTION
           IF LNM-CONSTRUCTION-DRAWING
               MOVE ZERO TO WS-BILL-AMOUNT
               MOVE 'BILL INT ' TO WS-SRV-ACTION
               MOVE LNM-OWNER-PID TO AMS-OWNER-PID
               MOVE LNM-ACCOUNT TO AMS-ACCOUNT
               READ ACCTMST-FILE
                   INVALID KEY
                       MOVE ZERO TO AMS-BALANCE
               END-READ
               IF AMS-BALANCE IS LESS THAN ZERO
                   COMPUTE WS-BILL-AMOUNT ROUNDED =
                       (ZERO - AMS-BALANCE) * LNM-ANNUAL-RATE
                       / 100 / 12
               END-IF
           END-IF
           .
      *****************************************************************
      * Bill every scheduled payment whose due date has passed, not   *
      * just the first - if the batch missed a month the arrears      *
      * catch up in one run instead of lagging a month forever.       *
      *****************************************************************
           PERFORM UNTIL LNM-NEXT-DUE-DTE IS GREATER THAN
                   WS-CURRENT-DATE
               ADD WS-BILL-AMOUNT TO LNM-ARREARS-AMOUNT
               IF LNM-ESCROWED
                   ADD LNM-ESCROW-PORTION TO LNM-ARREARS-AMOUNT
               END-IF
                   ADD 1 TO WS-NEXT-DUE-YYYY
               END-IF
               MOVE WS-NEXT-DUE-DATE-N TO LNM-NEXT-DUE-DTE
               MOVE LNM-OWNER-PID TO WS-SRV-PID
               MOVE LNM-ACCOUNT TO WS-SRV-ACCOUNT
               MOVE WS-BILL-AMOUNT TO WS-SRV-AMOUNT
               MOVE ZERO TO WS-SRV-INT
               MOVE ZERO TO WS-SRV-PRIN
               WRITE LOANSRPT-RECORD FROM WS-SERVICE-DETAIL
               GO TO APPLY-ONE-PAYMENT-EXIT
           END-IF
           .
      *****************************************************************
      * A lump-sum prepayment went to principal when LoanPayoBatch    *
      * posted it - splitting it again would count it twice.          *
      *****************************************************************
           IF ATN-TYPE-PREPAYMENT
               GO TO APPLY-ONE-PAYMENT-EXIT
           END-IF
           .
           IF ATN-AMOUNT IS NOT GREATER THAN ZERO
               GO TO APPLY-ONE-PAYMENT-EXIT
           END-IF
           ADD 1 TO WS-APPLIED-COUNT
           .
           IF AMS-BALANCE IS NOT LESS THAN ZERO
               AND NOT LNM-CONSTRUCTION-DRAWING
               SET LNM-PAID-OFF TO TRUE
               MOVE 'PAID OFF ' TO WS-SRV-ACTION
               MOVE ZERO TO WS-SRV-AMOUNT
      *****************************************************************
           IF LOC-BILLED-MIN IS GREATER THAN ZERO
               ADD 1 TO LOC-MONTHS-DELQ
               MOVE GBD-BUSINESS-DATE TO LOC-LAST-DELQ-DTE
           END-IF
           .
           IF AMS-BALANCE IS LESS THAN ZERO
           EXIT
           .
      *****************************************************************
      * Money reaching a charged-off account is a recovery, not a     *
      * payment - the positive balance it leaves is taken back off    *
      * the account as an 'RC' debit, which GLPOST carries to the     *
      * recovery GL, and the account stays at zero.                   *
      *****************************************************************
       SWEEP-RECOVERY.
           MOVE ZERO TO WS-RCV-AMOUNT
           MOVE WS-RCV-OWNER-PID TO AMS-OWNER-PID
           MOVE WS-RCV-ACCOUNT TO AMS-ACCOUNT
           READ ACCTMST-FILE
               INVALID KEY
                   GO TO SWEEP-RECOVERY-EXIT
           END-READ
           IF AMS-BALANCE IS NOT GREATER THAN ZERO
               GO TO SWEEP-RECOVERY-EXIT
           END-IF
           .
           MOVE AMS-BALANCE TO WS-RCV-AMOUNT
           MOVE ZERO TO AMS-BALANCE
           MOVE WS-CURRENT-DATE TO AMS-LAST-DATE
           SET AMS-TXN-PRESENT TO TRUE
           REWRITE ACCTMST-RECORD
           .
           MOVE SPACES TO ACCTTRN-RECORD
           MOVE GBD-BUSINESS-DATE TO ATN-DATE
           MOVE WS-CURRENT-TIME TO ATN-TIME
           MOVE WS-RCV-ACCOUNT TO ATN-FROM-ACC
           MOVE WS-RCV-OWNER-PID TO ATN-FROM-PID
           MOVE SPACES TO ATN-TO-PID
           MOVE SPACES TO ATN-TO-ACC
           MOVE WS-RCV-AMOUNT TO ATN-AMOUNT
           SET ATN-TYPE-RECOVERY TO TRUE
           MOVE 'Charge-off recovery' TO ATN-DESC
           CALL 'ACCTREFN' USING ATN-REF-NO
           WRITE ACCTTRN-RECORD
           .
           MOVE 'RECOVERY ' TO WS-SRV-ACTION
           MOVE WS-RCV-OWNER-PID TO WS-SRV-PID
           MOVE WS-RCV-ACCOUNT TO WS-SRV-ACCOUNT
           MOVE WS-RCV-AMOUNT TO WS-SRV-AMOUNT
           MOVE ZERO TO WS-SRV-INT
           MOVE ZERO TO WS-SRV-PRIN
           WRITE LOANSRPT-RECORD FROM WS-SERVICE-DETAIL
           ADD 1 TO WS-RECOVERY-COUNT
           .
       SWEEP-RECOVERY-EXIT.
           EXIT
           .
      *****************************************************************
      * A closed loan's privilege year runs anniversary to            *
      * anniversary of its opening - once the next anniversary has    *
      * arrived the allowance is reset and the amount used zeroed.    *
      *****************************************************************
       ROLL-PREPAY-YEAR.
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
       ROLL-PREPAY-YEAR-EXIT.
           EXIT
           .
      *****************************************************************
      * The loan's own after-image through MSTJRNL, the same way the *
      * posting programs journal ACCTMST, so the standby apply can   *
      * roll LOANMST forward. The before-image is captured when the  *
