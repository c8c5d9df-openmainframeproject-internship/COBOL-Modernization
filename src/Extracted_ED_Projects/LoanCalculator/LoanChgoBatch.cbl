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

001150***************************************************************** loanchgo
001160* Program:     LOANCHGOBATCH.CBL                                * loanchgo
001170* Function:    Loan and line-of-credit charge-off. First posts  * loanchgo
001180*              any 'CHGO' items a supervisor has released on    * loanchgo
001190*              the PENDAPR dual-control queue: the LOANMST or   * loanchgo
001200*              LOCMST row goes to charged-off status, the       * loanchgo
001210*              negative ACCTMST balance is cleared with a 'CO'  * loanchgo
001220*              transaction that GLPOST carries to the loss GL,  * loanchgo
001230*              and the account stops bearing interest. Then     * loanchgo
001240*              selects every active loan and facility at or     * loanchgo
001250*              past the CHGOPOL days-overdue threshold (aged    * loanchgo
001260*              the way LoanDelqBatch ages them) and queues it   * loanchgo
001270*              for second-person release, listing each on the   * loanchgo
001280*              CHGORPT report. Nothing is written off on one    * loanchgo
001290*              signature.                                       * loanchgo
001291*              A third pass takes each INSCASE discharge or     * loanchgo
001292*              completed proposal: every loan and line opened   * loanchgo
001293*              by the filing date and every deposit account     * loanchgo
001294*              still overdrawn is queued the same way, and each * loanchgo
001295*              'BK' insolvency freeze comes off once its        * loanchgo
001296*              account has nothing left to write off.           * loanchgo
001300***************************************************************** loanchgo
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanChgoBatch.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANMST-FILE ASSIGN TO "LOANMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LNM-KEY
               FILE STATUS IS WS-LOANMST-STATUS.
           SELECT LOCMST-FILE ASSIGN TO "LOCMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOC-KEY
               FILE STATUS IS WS-LOCMST-STATUS.
           SELECT ACCTMST-FILE ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AMS-KEY
               FILE STATUS IS WS-ACCTMST-STATUS.
           SELECT ACCTTRN-FILE ASSIGN TO "ACCTTRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCTTRN-STATUS.
           SELECT CHGOPOL-FILE ASSIGN TO "CHGOPOL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGOPOL-STATUS.
           SELECT APPRRULE-FILE ASSIGN TO "APPRRULE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APPRRULE-STATUS.
           SELECT PENDAPR-FILE ASSIGN TO "PENDAPR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-KEY
               FILE STATUS IS WS-PENDAPR-STATUS.
           SELECT CHGORPT-FILE ASSIGN TO "CHGORPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGORPT-STATUS.
           SELECT INSCASE-FILE ASSIGN TO "INSCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INS-PID
               FILE STATUS IS WS-INSCASE-STATUS.
           SELECT FRDHOLD-FILE ASSIGN TO "FRDHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FRD-KEY
               FILE STATUS IS WS-FRDHOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOANMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CLOANMST.

       FD LOCMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CLOCMST.

       FD ACCTMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CACCTMST.

       FD ACCTTRN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CACCTTRN.

       FD CHGOPOL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CCHGOPOL.

       FD APPRRULE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CAPPRULE.

       FD PENDAPR-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CPENDAPR.

       FD CHGORPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 CHGORPT-RECORD                  PIC X(80).

       FD INSCASE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CINSCASE.

       FD FRDHOLD-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CFRDHOLD.

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'LOANCHGO'.
         05 WS-LOANMST-STATUS PIC X(2).
           88 WS-LOANMST-OK VALUE '00'.
         05 WS-LOCMST-STATUS PIC X(2).
           88 WS-LOCMST-OK VALUE '00'.
         05 WS-LOCMST-OPEN-FLAG PIC X(1) VALUE 'N'.
           88 WS-LOCMST-OPEN VALUE 'Y'.
         05 WS-ACCTMST-STATUS PIC X(2).
           88 WS-ACCTMST-OK VALUE '00'.
         05 WS-ACCTTRN-STATUS PIC X(2).
           88 WS-ACCTTRN-OK VALUE '00'.
         05 WS-CHGOPOL-STATUS PIC X(2).
           88 WS-CHGOPOL-OK VALUE '00'.
         05 WS-APPRRULE-STATUS PIC X(2).
           88 WS-APPRRULE-OK VALUE '00'.
         05 WS-PENDAPR-STATUS PIC X(2).
           88 WS-PENDAPR-OK VALUE '00'.
         05 WS-CHGORPT-STATUS PIC X(2).
           88 WS-CHGORPT-OK VALUE '00'.
         05 WS-INSCASE-STATUS PIC X(2).
           88 WS-INSCASE-OK VALUE '00'.
         05 WS-INSCASE-OPEN-FLAG PIC X(1) VALUE 'N'.
           88 WS-INSCASE-OPEN VALUE 'Y'.
         05 WS-FRDHOLD-STATUS PIC X(2).
           88 WS-FRDHOLD-OK VALUE '00'.
         05 WS-INSCASE-EOF-FLAG PIC X(1).
           88 WS-INSCASE-EOF VALUE 'Y'.
         05 WS-ACCTMST-EOF-FLAG PIC X(1).
           88 WS-ACCTMST-EOF VALUE 'Y'.
         05 WS-INSOLVENT-PASS-FLAG PIC X(1) VALUE 'N'.
           88 WS-INSOLVENT-PASS VALUE 'Y'.
         05 WS-INSOLVENT-COUNT PIC 9(6) VALUE ZERO.
         05 WS-UNFROZEN-COUNT PIC 9(6) VALUE ZERO.
         05 WS-LOANMST-EOF-FLAG PIC X(1).
           88 WS-LOANMST-EOF VALUE 'Y'.
         05 WS-LOCMST-EOF-FLAG PIC X(1).
           88 WS-LOCMST-EOF VALUE 'Y'.
         05 WS-APPRRULE-EOF-FLAG PIC X(1).
           88 WS-APPRRULE-EOF VALUE 'Y'.
         05 WS-PENDAPR-EOF-FLAG PIC X(1).
           88 WS-PENDAPR-EOF VALUE 'Y'.
         05 WS-CHGO-DAYS PIC 9(4) VALUE 180.
         05 WS-APPR-EXPIRY-DAYS PIC 9(3).
         05 WS-PAYMENTS-BEHIND PIC 9(4).
         05 WS-DAYS-OVERDUE PIC 9(4).
         05 WS-CHGO-AMOUNT PIC S9(7)V99.
         05 WS-LOAN-COUNT PIC 9(6) VALUE ZERO.
         05 WS-LOC-COUNT PIC 9(6) VALUE ZERO.
         05 WS-POSTED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-QUEUED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-SKIP-COUNT PIC 9(6) VALUE ZERO.
         05 WS-PND-RETRY-COUNT PIC 9(2).
         05 WS-PND-WRITTEN-FLAG PIC X(1).
           88 WS-PND-WRITTEN VALUE 'Y'.
         05 WS-EXPIRY-WORK.
           10 WS-EXP-YYYY PIC 9(4).
           10 WS-EXP-MM PIC 9(2).
           10 WS-EXP-DD PIC 9(2).
         05 WS-EXPIRY-WORK-N REDEFINES WS-EXPIRY-WORK PIC 9(8).
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
           10 FILLER PIC X(5).
      *****************************************************************
      * Accounts already waiting on a second signature - a facility   *
      * in this table is not queued again while its item is pending.  *
      *****************************************************************
       01 WS-PENDING-TABLE.
         05 WS-PENDING-COUNT PIC 9(4) VALUE ZERO.
         05 WS-PENDING-FOUND-FLAG PIC X(1).
           88 WS-PENDING-FOUND VALUE 'Y'.
         05 WS-PENDING-IDX PIC 9(4).
         05 WS-PENDING-ENTRY OCCURS 500 TIMES.
           10 WS-PEN-OWNER-PID PIC X(5).
           10 WS-PEN-ACCOUNT PIC X(9).
      *****************************************************************
      * A discharged customer's overdrawn deposit accounts, gathered  *
      * while their ACCTMST rows are browsed and queued afterwards.   *
      *****************************************************************
       01 WS-OVERDRAWN-TABLE.
         05 WS-OVERDRAWN-COUNT PIC 9(2).
         05 WS-OVERDRAWN-IDX PIC 9(2).
         05 WS-OVERDRAWN-ACCOUNT PIC X(9) OCCURS 20 TIMES.
       01 WS-CHGO-DETAILS.
         05 WS-CGD-FACILITY PIC X(1).
           88 WS-CGD-LOAN VALUE 'L'.
           88 WS-CGD-LOC VALUE 'C'.
           88 WS-CGD-DEPOSIT VALUE 'D'.
         05 WS-CGD-OWNER-PID PIC X(5).
         05 WS-CGD-ACCOUNT PIC X(9).
         05 WS-CGD-DAYS-OVERDUE PIC 9(4).
         05 WS-CGD-BALANCE PIC S9(7)V99.
         05 FILLER PIC X(102).
       01 WS-REPORT-HEADING.
         05 FILLER PIC X(33) VALUE 'CHARGE-OFF PROPOSALS  RUN DATE '.
         05 WS-RPT-HDG-DATE PIC 9(8).
         05 FILLER PIC X(17) VALUE '  THRESHOLD DAYS '.
         05 WS-RPT-HDG-DAYS PIC ZZZ9.
         05 FILLER PIC X(18) VALUE SPACES.
       01 WS-REPORT-DETAIL.
         05 WS-RPT-TYPE PIC X(4).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-PID PIC X(5).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-ACCOUNT PIC X(9).
         05 FILLER PIC X(9) VALUE ' BALANCE '.
         05 WS-RPT-BALANCE PIC -(7)9.99.
         05 FILLER PIC X(6) VALUE ' DAYS '.
         05 WS-RPT-DAYS PIC ZZZ9.
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-ACTION PIC X(16).
         05 FILLER PIC X(13) VALUE SPACES.
       01 WS-REPORT-TOTAL-LINE.
         05 FILLER PIC X(8) VALUE 'POSTED '.
         05 WS-RPT-T-POSTED PIC 9(6).
         05 FILLER PIC X(9) VALUE '  QUEUED '.
         05 WS-RPT-T-QUEUED PIC 9(6).
         05 FILLER PIC X(51) VALUE SPACES.

       01 WS-JOURNAL-WORK.
         05 WS-BEFORE-ACCTMST PIC X(250).
         05 WS-BEFORE-LOANMST PIC X(250).
       COPY CMSTJNLQ.

       COPY CGETBDTQ.

       COPY CRUNCTLQ.

       PROCEDURE DIVISION.
       000-START-PROCESSING.
           MOVE 'S' TO RCQ-FUNCTION
           MOVE 'LOANCHGO' TO RCQ-JOB-NAME
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
           PERFORM LOAD-CHARGE-OFF-POLICY THRU
               LOAD-CHARGE-OFF-POLICY-EXIT
           PERFORM LOAD-APPROVAL-RULE THRU LOAD-APPROVAL-RULE-EXIT
           .
           OPEN I-O LOANMST-FILE
           OPEN I-O LOCMST-FILE
           IF WS-LOCMST-OK
               SET WS-LOCMST-OPEN TO TRUE
           END-IF
           OPEN I-O ACCTMST-FILE
           OPEN EXTEND ACCTTRN-FILE
           OPEN I-O PENDAPR-FILE
           IF NOT WS-PENDAPR-OK
               OPEN OUTPUT PENDAPR-FILE
               CLOSE PENDAPR-FILE
               OPEN I-O PENDAPR-FILE
           END-IF
           OPEN OUTPUT CHGORPT-FILE
           OPEN I-O INSCASE-FILE
           IF WS-INSCASE-OK
               SET WS-INSCASE-OPEN TO TRUE
           END-IF
           OPEN I-O FRDHOLD-FILE
           IF NOT WS-FRDHOLD-OK
               OPEN OUTPUT FRDHOLD-FILE
               CLOSE FRDHOLD-FILE
               OPEN I-O FRDHOLD-FILE
           END-IF
           .
           MOVE WS-CURRENT-DATE TO WS-RPT-HDG-DATE
           MOVE WS-CHGO-DAYS TO WS-RPT-HDG-DAYS
           WRITE CHGORPT-RECORD FROM WS-REPORT-HEADING
           .
      *****************************************************************
      * Pass 1 - post what a supervisor has already released, and     *
      * note what is still waiting so pass 2 does not queue it twice. *
      * The still-active guard makes a re-run harmless.               *
      *****************************************************************
           MOVE LOW-VALUES TO PND-KEY
           START PENDAPR-FILE KEY IS NOT LESS THAN PND-KEY
               INVALID KEY
                   SET WS-PENDAPR-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-PENDAPR-EOF
               READ PENDAPR-FILE NEXT RECORD
                   AT END
                       SET WS-PENDAPR-EOF TO TRUE
                   NOT AT END
                       IF PND-ACTION-CHARGE-OFF
                           MOVE PND-DETAILS TO WS-CHGO-DETAILS
                           IF PND-APPROVED
                               PERFORM CHARGE-OFF-ONE THRU
                                   CHARGE-OFF-ONE-EXIT
                               SET PND-APPLIED TO TRUE
                               REWRITE PENDAPR-RECORD
                           ELSE
                               IF PND-PENDING
                                   PERFORM NOTE-PENDING-ITEM THRU
                                       NOTE-PENDING-ITEM-EXIT
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .
      *****************************************************************
      * Pass 2 - propose every active loan and facility at or past    *
      * the threshold.                                                *
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
           IF WS-LOCMST-OPEN
               MOVE LOW-VALUES TO LOC-KEY
               START LOCMST-FILE KEY IS NOT LESS THAN LOC-KEY
                   INVALID KEY
                       SET WS-LOCMST-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-LOCMST-EOF
                   READ LOCMST-FILE NEXT RECORD
                       AT END
                           SET WS-LOCMST-EOF TO TRUE
                       NOT AT END
                           PERFORM SELECT-ONE-FACILITY THRU
                               SELECT-ONE-FACILITY-EXIT
                   END-READ
               END-PERFORM
           END-IF
           .
      *****************************************************************
      * Pass 3 - a discharge or a completed proposal releases the     *
      * customer from what they owed at the filing date. Whatever is  *
      * still owing is queued for release like any other charge-off,  *
      * once per case.                                                *
      *****************************************************************
           IF WS-INSCASE-OPEN
               SET WS-INSOLVENT-PASS TO TRUE
               MOVE LOW-VALUES TO INS-PID
               START INSCASE-FILE KEY IS NOT LESS THAN INS-PID
                   INVALID KEY
                       SET WS-INSCASE-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-INSCASE-EOF
                   READ INSCASE-FILE NEXT RECORD
                       AT END
                           SET WS-INSCASE-EOF TO TRUE
                       NOT AT END
                           IF INS-DEBT-RELEASED
                               AND INS-CHGO-DATE IS EQUAL TO ZERO
                               PERFORM RELEASE-INSOLVENT-DEBT THRU
                                   RELEASE-INSOLVENT-DEBT-EXIT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           .
           MOVE WS-POSTED-COUNT TO WS-RPT-T-POSTED
           MOVE WS-QUEUED-COUNT TO WS-RPT-T-QUEUED
           WRITE CHGORPT-RECORD FROM WS-REPORT-TOTAL-LINE
           .
           CLOSE LOANMST-FILE
           IF WS-LOCMST-OPEN
               CLOSE LOCMST-FILE
           END-IF
           CLOSE ACCTMST-FILE
           CLOSE ACCTTRN-FILE
           CLOSE PENDAPR-FILE
           CLOSE CHGORPT-FILE
           IF WS-INSCASE-OPEN
               CLOSE INSCASE-FILE
           END-IF
           CLOSE FRDHOLD-FILE
           .
           DISPLAY WS-LOAN-COUNT ' loan(s), '
               WS-LOC-COUNT ' facilit(ies) read, '
               WS-POSTED-COUNT ' charged off, '
               WS-QUEUED-COUNT ' queued for approval, '
               WS-SKIP-COUNT ' skipped'
           DISPLAY WS-INSOLVENT-COUNT ' insolvency case(s) closed out, '
               WS-UNFROZEN-COUNT ' freeze(s) released'
           .
           MOVE 'E' TO RCQ-FUNCTION
           COMPUTE RCQ-REC-COUNT = WS-LOAN-COUNT + WS-LOC-COUNT
           MOVE 'C' TO RCQ-OUTCOME
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           .
           STOP RUN
           .
      *****************************************************************
      * No CHGOPOL file leaves the policy at 180 days overdue.        *
      *****************************************************************
       LOAD-CHARGE-OFF-POLICY.
           OPEN INPUT CHGOPOL-FILE
           IF NOT WS-CHGOPOL-OK
               GO TO LOAD-CHARGE-OFF-POLICY-EXIT
           END-IF
           READ CHGOPOL-FILE
               AT END
                   CLOSE CHGOPOL-FILE
                   GO TO LOAD-CHARGE-OFF-POLICY-EXIT
           END-READ
           IF CHP-DAYS-OVERDUE IS NUMERIC
               AND CHP-DAYS-OVERDUE IS GREATER THAN ZERO
               MOVE CHP-DAYS-OVERDUE TO WS-CHGO-DAYS
           END-IF
           CLOSE CHGOPOL-FILE
           .
       LOAD-CHARGE-OFF-POLICY-EXIT.
           EXIT
           .
      *****************************************************************
      * Every charge-off queues whatever its size - the APPRRULE      *
      * 'CHGO' row only sets how long the item waits for release.     *
      *****************************************************************
       LOAD-APPROVAL-RULE.
           MOVE 5 TO WS-APPR-EXPIRY-DAYS
           OPEN INPUT APPRRULE-FILE
           IF NOT WS-APPRRULE-OK
               GO TO LOAD-APPROVAL-RULE-EXIT
           END-IF
           PERFORM UNTIL WS-APPRRULE-EOF
               READ APPRRULE-FILE
                   AT END
                       SET WS-APPRRULE-EOF TO TRUE
                   NOT AT END
                       IF APR-ACTION-TYPE IS EQUAL TO 'CHGO'
                           AND APR-ACTIVE
                           MOVE APR-EXPIRY-DAYS TO
                               WS-APPR-EXPIRY-DAYS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPRRULE-FILE
           .
       LOAD-APPROVAL-RULE-EXIT.
           EXIT
           .
       NOTE-PENDING-ITEM.
           IF WS-PENDING-COUNT IS NOT LESS THAN 500
               GO TO NOTE-PENDING-ITEM-EXIT
           END-IF
           ADD 1 TO WS-PENDING-COUNT
           MOVE WS-CGD-OWNER-PID TO
               WS-PEN-OWNER-PID (WS-PENDING-COUNT)
           MOVE WS-CGD-ACCOUNT TO WS-PEN-ACCOUNT (WS-PENDING-COUNT)
           .
       NOTE-PENDING-ITEM-EXIT.
           EXIT
           .
       FIND-PENDING-ITEM.
           MOVE 'N' TO WS-PENDING-FOUND-FLAG
           PERFORM VARYING WS-PENDING-IDX FROM 1 BY 1
               UNTIL WS-PENDING-IDX IS GREATER THAN WS-PENDING-COUNT
               OR WS-PENDING-FOUND
               IF WS-PEN-OWNER-PID (WS-PENDING-IDX) IS EQUAL TO
                   WS-CGD-OWNER-PID
                   AND WS-PEN-ACCOUNT (WS-PENDING-IDX) IS EQUAL TO
                   WS-CGD-ACCOUNT
                   SET WS-PENDING-FOUND TO TRUE
               END-IF
           END-PERFORM
           .
       FIND-PENDING-ITEM-EXIT.
           EXIT
           .
      *****************************************************************
      * Days overdue as LoanDelqBatch ages it - the scheduled         *
      * payments the arrears cover, at 30 days each.                  *
      *****************************************************************
       SELECT-ONE-LOAN.
           ADD 1 TO WS-LOAN-COUNT
           .
           IF NOT LNM-ACTIVE
               GO TO SELECT-ONE-LOAN-EXIT
           END-IF
           IF LNM-ARREARS-AMOUNT IS NOT GREATER THAN ZERO
               GO TO SELECT-ONE-LOAN-EXIT
           END-IF
           .
           IF LNM-PAYMENT IS GREATER THAN ZERO
               DIVIDE LNM-ARREARS-AMOUNT BY LNM-PAYMENT
                   GIVING WS-PAYMENTS-BEHIND
           ELSE
               MOVE 1 TO WS-PAYMENTS-BEHIND
           END-IF
           IF WS-PAYMENTS-BEHIND IS LESS THAN 1
               MOVE 1 TO WS-PAYMENTS-BEHIND
           END-IF
           COMPUTE WS-DAYS-OVERDUE = WS-PAYMENTS-BEHIND * 30
           IF WS-DAYS-OVERDUE IS GREATER THAN 9999
               MOVE 9999 TO WS-DAYS-OVERDUE
           END-IF
           IF WS-DAYS-OVERDUE IS LESS THAN WS-CHGO-DAYS
               GO TO SELECT-ONE-LOAN-EXIT
           END-IF
           .
           MOVE SPACES TO WS-CHGO-DETAILS
           SET WS-CGD-LOAN TO TRUE
           MOVE LNM-OWNER-PID TO WS-CGD-OWNER-PID
           MOVE LNM-ACCOUNT TO WS-CGD-ACCOUNT
           MOVE WS-DAYS-OVERDUE TO WS-CGD-DAYS-OVERDUE
           PERFORM PROPOSE-ONE THRU PROPOSE-ONE-EXIT
           .
       SELECT-ONE-LOAN-EXIT.
           EXIT
           .
       SELECT-ONE-FACILITY.
           ADD 1 TO WS-LOC-COUNT
           .
           IF NOT LOC-ACTIVE
               GO TO SELECT-ONE-FACILITY-EXIT
           END-IF
           IF LOC-BILLED-MIN IS NOT GREATER THAN ZERO
               GO TO SELECT-ONE-FACILITY-EXIT
           END-IF
           .
           MOVE LOC-MONTHS-DELQ TO WS-PAYMENTS-BEHIND
           IF WS-PAYMENTS-BEHIND IS LESS THAN 1
               MOVE 1 TO WS-PAYMENTS-BEHIND
           END-IF
           COMPUTE WS-DAYS-OVERDUE = WS-PAYMENTS-BEHIND * 30
           IF WS-DAYS-OVERDUE IS GREATER THAN 9999
               MOVE 9999 TO WS-DAYS-OVERDUE
           END-IF
           IF WS-DAYS-OVERDUE IS LESS THAN WS-CHGO-DAYS
               GO TO SELECT-ONE-FACILITY-EXIT
           END-IF
           .
           MOVE SPACES TO WS-CHGO-DETAILS
           SET WS-CGD-LOC TO TRUE
           MOVE LOC-OWNER-PID TO WS-CGD-OWNER-PID
           MOVE LOC-ACCOUNT TO WS-CGD-ACCOUNT
           MOVE WS-DAYS-OVERDUE TO WS-CGD-DAYS-OVERDUE
           PERFORM PROPOSE-ONE THRU PROPOSE-ONE-EXIT
           .
       SELECT-ONE-FACILITY-EXIT.
           EXIT
           .
      *****************************************************************
      * The balance to write off is the shadow ACCTMST row's, the     *
      * way BurExtBatch reads it - an account already at zero has     *
      * nothing to charge off.                                        *
      *****************************************************************
       PROPOSE-ONE.
           PERFORM FIND-PENDING-ITEM THRU FIND-PENDING-ITEM-EXIT
           IF WS-PENDING-FOUND
               GO TO PROPOSE-ONE-EXIT
           END-IF
           .
           MOVE WS-CGD-OWNER-PID TO AMS-OWNER-PID
           MOVE WS-CGD-ACCOUNT TO AMS-ACCOUNT
           READ ACCTMST-FILE
               INVALID KEY
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY 'No account for ' WS-CGD-ACCOUNT
                   GO TO PROPOSE-ONE-EXIT
           END-READ
           IF AMS-BALANCE IS NOT LESS THAN ZERO
               ADD 1 TO WS-SKIP-COUNT
               GO TO PROPOSE-ONE-EXIT
           END-IF
           COMPUTE WS-CGD-BALANCE = ZERO - AMS-BALANCE
           .
           PERFORM QUEUE-FOR-APPROVAL THRU QUEUE-FOR-APPROVAL-EXIT
           .
           IF WS-INSOLVENT-PASS
               MOVE 'QUEUED INSOLVENT' TO WS-RPT-ACTION
           ELSE
               MOVE 'QUEUED' TO WS-RPT-ACTION
           END-IF
           PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-EXIT
           .
       PROPOSE-ONE-EXIT.
           EXIT
           .
       QUEUE-FOR-APPROVAL.
      *****************************************************************
      * The queued moment is taken fresh for every item so each      *
      * proposal lands on its own PND-KEY.                           *
      *****************************************************************
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE TO PND-QUEUED-DATE
           MOVE WS-CURRENT-TIME TO PND-QUEUED-TIME
           MOVE 'BATCH' TO PND-REQUESTED-BY
           SET PND-ACTION-CHARGE-OFF TO TRUE
           SET PND-PENDING TO TRUE
           MOVE WS-CURRENT-DATE TO WS-EXPIRY-WORK
           ADD WS-APPR-EXPIRY-DAYS TO WS-EXP-DD
           IF WS-EXP-DD IS GREATER THAN 28
               MOVE 28 TO WS-EXP-DD
               ADD 1 TO WS-EXP-MM
               IF WS-EXP-MM IS GREATER THAN 12
                   MOVE 1 TO WS-EXP-MM
                   ADD 1 TO WS-EXP-YYYY
               END-IF
           END-IF
           MOVE WS-EXPIRY-WORK-N TO PND-EXPIRY-DATE
           MOVE SPACES TO PND-APPROVED-BY
           MOVE WS-CHGO-DETAILS TO PND-DETAILS
           MOVE ZERO TO WS-PND-RETRY-COUNT
           MOVE 'N' TO WS-PND-WRITTEN-FLAG
           PERFORM WRITE-ONE-APPROVAL THRU WRITE-ONE-APPROVAL-EXIT
               UNTIL WS-PND-WRITTEN
               OR WS-PND-RETRY-COUNT IS GREATER THAN 10
           ADD 1 TO WS-QUEUED-COUNT
           PERFORM NOTE-PENDING-ITEM THRU NOTE-PENDING-ITEM-EXIT
           .
       QUEUE-FOR-APPROVAL-EXIT.
           EXIT
           .
      *****************************************************************
      * A key collision (two items in the same hundredth) bumps the  *
      * queued time and retries, the CORRNDX convention, so both     *
      * pending approvals survive.                                    *
      *****************************************************************
       WRITE-ONE-APPROVAL.
           WRITE PENDAPR-RECORD
               INVALID KEY
                   ADD 1 TO WS-PND-RETRY-COUNT
                   ADD 1 TO PND-QUEUED-TIME
                   GO TO WRITE-ONE-APPROVAL-EXIT
           END-WRITE
           SET WS-PND-WRITTEN TO TRUE
           .
       WRITE-ONE-APPROVAL-EXIT.
           EXIT
           .
      *****************************************************************
      * Post one released charge-off. The balance cleared is what the *
      * account owes today, not what it owed when queued - a payment  *
      * received while the item waited reduces the loss.              *
      *****************************************************************
       CHARGE-OFF-ONE.
           IF WS-CGD-LOAN
               MOVE WS-CGD-OWNER-PID TO LNM-OWNER-PID
               MOVE WS-CGD-ACCOUNT TO LNM-ACCOUNT
               READ LOANMST-FILE
                   INVALID KEY
                       ADD 1 TO WS-SKIP-COUNT
                       GO TO CHARGE-OFF-ONE-EXIT
               END-READ
               IF NOT LNM-ACTIVE
                   ADD 1 TO WS-SKIP-COUNT
                   GO TO CHARGE-OFF-ONE-EXIT
               END-IF
           END-IF
           IF WS-CGD-LOC
               MOVE WS-CGD-OWNER-PID TO LOC-OWNER-PID
               MOVE WS-CGD-ACCOUNT TO LOC-ACCOUNT
               READ LOCMST-FILE
                   INVALID KEY
                       ADD 1 TO WS-SKIP-COUNT
                       GO TO CHARGE-OFF-ONE-EXIT
               END-READ
               IF NOT LOC-ACTIVE
                   ADD 1 TO WS-SKIP-COUNT
                   GO TO CHARGE-OFF-ONE-EXIT
               END-IF
           END-IF
           .
           MOVE WS-CGD-OWNER-PID TO AMS-OWNER-PID
           MOVE WS-CGD-ACCOUNT TO AMS-ACCOUNT
           READ ACCTMST-FILE
               INVALID KEY
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY 'No account for ' WS-CGD-ACCOUNT
                   GO TO CHARGE-OFF-ONE-EXIT
           END-READ
           .
           MOVE ACCTMST-RECORD TO WS-BEFORE-ACCTMST
           MOVE ZERO TO WS-CHGO-AMOUNT
           IF AMS-BALANCE IS LESS THAN ZERO
               COMPUTE WS-CHGO-AMOUNT = ZERO - AMS-BALANCE
           END-IF
      *****************************************************************
      * The account stops accruing and, for a line, stops lending -   *
      * the mirrored limit goes to zero so no screen-50 draw lands.   *
      * An overdrawn deposit account written off after a discharge    *
      * keeps its interest terms but loses its overdraft.             *
      *****************************************************************
           ADD WS-CHGO-AMOUNT TO AMS-BALANCE
           IF NOT WS-CGD-DEPOSIT
               MOVE 'N' TO AMS-INTEREST-BEARING-FLAG
           END-IF
           IF NOT WS-CGD-LOAN
               MOVE ZERO TO AMS-OVERDRAFT-LIMIT
           END-IF
           MOVE WS-CURRENT-DATE TO AMS-LAST-DATE
           SET AMS-TXN-PRESENT TO TRUE
           REWRITE ACCTMST-RECORD
           PERFORM JOURNAL-ACCTMST-IMAGE THRU
               JOURNAL-ACCTMST-IMAGE-EXIT
           .
           IF WS-CHGO-AMOUNT IS GREATER THAN ZERO
               MOVE SPACES TO ACCTTRN-RECORD
               MOVE GBD-BUSINESS-DATE TO ATN-DATE
               MOVE WS-CURRENT-TIME TO ATN-TIME
               MOVE WS-CGD-ACCOUNT TO ATN-TO-ACC
               MOVE WS-CGD-OWNER-PID TO ATN-TO-PID
               MOVE WS-CGD-OWNER-PID TO ATN-FROM-PID
               MOVE WS-CHGO-AMOUNT TO ATN-AMOUNT
               SET ATN-TYPE-CHARGE-OFF TO TRUE
               IF WS-CGD-DEPOSIT
                   MOVE 'Insolvency write-off' TO ATN-DESC
               ELSE
                   MOVE 'Loan charge-off' TO ATN-DESC
               END-IF
               CALL 'ACCTREFN' USING ATN-REF-NO
               WRITE ACCTTRN-RECORD
           END-IF
           .
           IF WS-CGD-LOAN
               MOVE LOANMST-RECORD TO WS-BEFORE-LOANMST
               SET LNM-CHARGED-OFF TO TRUE
               MOVE GBD-BUSINESS-DATE TO LNM-CHARGEOFF-DTE
               MOVE WS-CHGO-AMOUNT TO LNM-CHARGEOFF-AMOUNT
               MOVE ZERO TO LNM-RECOVERED-AMOUNT
               REWRITE LOANMST-RECORD
               PERFORM JOURNAL-LOANMST-IMAGE THRU
                   JOURNAL-LOANMST-IMAGE-EXIT
           END-IF
           IF WS-CGD-LOC
               SET LOC-CHARGED-OFF TO TRUE
               MOVE GBD-BUSINESS-DATE TO LOC-CHARGEOFF-DTE
               MOVE WS-CHGO-AMOUNT TO LOC-CHARGEOFF-AMOUNT
               MOVE ZERO TO LOC-RECOVERED-AMOUNT
               MOVE ZERO TO LOC-BILLED-MIN
               MOVE ZERO TO LOC-ACCRUED-INT
               REWRITE LOCMST-RECORD
           END-IF
           .
           MOVE WS-CGD-OWNER-PID TO FRD-OWNER-PID
           MOVE WS-CGD-ACCOUNT TO FRD-ACCOUNT
           PERFORM RELEASE-INSOLVENCY-HOLD THRU
               RELEASE-INSOLVENCY-HOLD-EXIT
           .
           MOVE WS-CHGO-AMOUNT TO WS-CGD-BALANCE
           MOVE 'CHARGED OFF' TO WS-RPT-ACTION
           PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-EXIT
           ADD 1 TO WS-POSTED-COUNT
           .
       CHARGE-OFF-ONE-EXIT.
           EXIT
           .
      *****************************************************************
      * One discharged or completed case. Loans and lines opened by   *
      * the filing date are queued whatever their arrears; a deposit  *
      * account or line still under the 'BK' freeze is queued if it   *
      * is overdrawn and unfrozen now if it is not. The queued ones   *
      * come out of the freeze when the write-off posts.              *
      *****************************************************************
       RELEASE-INSOLVENT-DEBT.
           ADD 1 TO WS-INSOLVENT-COUNT
           .
           MOVE 'N' TO WS-LOANMST-EOF-FLAG
           MOVE INS-PID TO LNM-OWNER-PID
           MOVE LOW-VALUES TO LNM-ACCOUNT
           START LOANMST-FILE KEY IS NOT LESS THAN LNM-KEY
               INVALID KEY
                   SET WS-LOANMST-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-LOANMST-EOF
               READ LOANMST-FILE NEXT RECORD
                   AT END
                       SET WS-LOANMST-EOF TO TRUE
                   NOT AT END
                       IF LNM-OWNER-PID IS NOT EQUAL TO INS-PID
                           SET WS-LOANMST-EOF TO TRUE
                       ELSE
                           PERFORM SELECT-INSOLVENT-LOAN THRU
                               SELECT-INSOLVENT-LOAN-EXIT
                       END-IF
               END-READ
           END-PERFORM
           .
           IF WS-LOCMST-OPEN
               MOVE 'N' TO WS-LOCMST-EOF-FLAG
               MOVE INS-PID TO LOC-OWNER-PID
               MOVE LOW-VALUES TO LOC-ACCOUNT
               START LOCMST-FILE KEY IS NOT LESS THAN LOC-KEY
                   INVALID KEY
                       SET WS-LOCMST-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-LOCMST-EOF
                   READ LOCMST-FILE NEXT RECORD
                       AT END
                           SET WS-LOCMST-EOF TO TRUE
                       NOT AT END
                           IF LOC-OWNER-PID IS NOT EQUAL TO INS-PID
                               SET WS-LOCMST-EOF TO TRUE
                           ELSE
                               PERFORM SELECT-INSOLVENT-FACILITY THRU
                                   SELECT-INSOLVENT-FACILITY-EXIT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           .
           MOVE ZERO TO WS-OVERDRAWN-COUNT
           MOVE 'N' TO WS-ACCTMST-EOF-FLAG
           MOVE INS-PID TO AMS-OWNER-PID
           MOVE LOW-VALUES TO AMS-ACCOUNT
           START ACCTMST-FILE KEY IS NOT LESS THAN AMS-KEY
               INVALID KEY
                   SET WS-ACCTMST-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-ACCTMST-EOF
               READ ACCTMST-FILE NEXT RECORD
                   AT END
                       SET WS-ACCTMST-EOF TO TRUE
                   NOT AT END
                       IF AMS-OWNER-PID IS NOT EQUAL TO INS-PID
                           SET WS-ACCTMST-EOF TO TRUE
                       ELSE
                           PERFORM SORT-FROZEN-ACCOUNT THRU
                               SORT-FROZEN-ACCOUNT-EXIT
                       END-IF
               END-READ
           END-PERFORM
           .
           PERFORM VARYING WS-OVERDRAWN-IDX FROM 1 BY 1
               UNTIL WS-OVERDRAWN-IDX IS GREATER THAN WS-OVERDRAWN-COUNT
               MOVE SPACES TO WS-CHGO-DETAILS
               SET WS-CGD-DEPOSIT TO TRUE
               MOVE INS-PID TO WS-CGD-OWNER-PID
               MOVE WS-OVERDRAWN-ACCOUNT (WS-OVERDRAWN-IDX) TO
                   WS-CGD-ACCOUNT
               MOVE ZERO TO WS-CGD-DAYS-OVERDUE
               PERFORM PROPOSE-ONE THRU PROPOSE-ONE-EXIT
           END-PERFORM
           .
           MOVE GBD-BUSINESS-DATE TO INS-CHGO-DATE
           REWRITE INSCASE-RECORD
           .
       RELEASE-INSOLVENT-DEBT-EXIT.
           EXIT
           .
       SELECT-INSOLVENT-LOAN.
           IF NOT LNM-ACTIVE
               GO TO SELECT-INSOLVENT-LOAN-EXIT
           END-IF
           IF LNM-OPEN-DATE IS GREATER THAN INS-FILING-DATE
               GO TO SELECT-INSOLVENT-LOAN-EXIT
           END-IF
           .
           MOVE SPACES TO WS-CHGO-DETAILS
           SET WS-CGD-LOAN TO TRUE
           MOVE LNM-OWNER-PID TO WS-CGD-OWNER-PID
           MOVE LNM-ACCOUNT TO WS-CGD-ACCOUNT
           MOVE ZERO TO WS-CGD-DAYS-OVERDUE
           PERFORM PROPOSE-ONE THRU PROPOSE-ONE-EXIT
           .
       SELECT-INSOLVENT-LOAN-EXIT.
           EXIT
           .
       SELECT-INSOLVENT-FACILITY.
           IF NOT LOC-ACTIVE
               GO TO SELECT-INSOLVENT-FACILITY-EXIT
           END-IF
           IF LOC-OPEN-DATE IS GREATER THAN INS-FILING-DATE
               GO TO SELECT-INSOLVENT-FACILITY-EXIT
           END-IF
           .
           MOVE SPACES TO WS-CHGO-DETAILS
           SET WS-CGD-LOC TO TRUE
           MOVE LOC-OWNER-PID TO WS-CGD-OWNER-PID
           MOVE LOC-ACCOUNT TO WS-CGD-ACCOUNT
           MOVE ZERO TO WS-CGD-DAYS-OVERDUE
           PERFORM PROPOSE-ONE THRU PROPOSE-ONE-EXIT
           .
       SELECT-INSOLVENT-FACILITY-EXIT.
           EXIT
           .
      *****************************************************************
      * Only accounts LoanInsBatch froze at the filing are touched.   *
      * An overdrawn one is kept for queueing - a line's own LOCMST   *
      * row has already queued it - and keeps its freeze until the    *
      * write-off posts; anything else is unfrozen now.               *
      *****************************************************************
       SORT-FROZEN-ACCOUNT.
           IF AMS-PRODUCT-CODE IS EQUAL TO 'LOAN'
               GO TO SORT-FROZEN-ACCOUNT-EXIT
           END-IF
           MOVE AMS-OWNER-PID TO FRD-OWNER-PID
           MOVE AMS-ACCOUNT TO FRD-ACCOUNT
           READ FRDHOLD-FILE
               INVALID KEY
                   GO TO SORT-FROZEN-ACCOUNT-EXIT
           END-READ
           IF NOT FRD-HELD
               OR FRD-SOURCE-TYPE IS NOT EQUAL TO 'BK'
               GO TO SORT-FROZEN-ACCOUNT-EXIT
           END-IF
           .
           IF AMS-BALANCE IS LESS THAN ZERO
               IF AMS-PRODUCT-CODE IS EQUAL TO 'LOC '
                   GO TO SORT-FROZEN-ACCOUNT-EXIT
               END-IF
               IF WS-OVERDRAWN-COUNT IS NOT LESS THAN 20
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY 'Too many overdrawn accounts for '
                       AMS-OWNER-PID ' - ' AMS-ACCOUNT ' left frozen'
                   GO TO SORT-FROZEN-ACCOUNT-EXIT
               END-IF
               ADD 1 TO WS-OVERDRAWN-COUNT
               MOVE AMS-ACCOUNT TO
                   WS-OVERDRAWN-ACCOUNT (WS-OVERDRAWN-COUNT)
               GO TO SORT-FROZEN-ACCOUNT-EXIT
           END-IF
           .
           PERFORM RELEASE-INSOLVENCY-HOLD THRU
               RELEASE-INSOLVENCY-HOLD-EXIT
           .
       SORT-FROZEN-ACCOUNT-EXIT.
           EXIT
           .
      *****************************************************************
      * FRD-KEY is set by the caller. A fraud or takeover hold on the *
      * same account is not this run's to release.                    *
      *****************************************************************
       RELEASE-INSOLVENCY-HOLD.
           READ FRDHOLD-FILE
               INVALID KEY
                   GO TO RELEASE-INSOLVENCY-HOLD-EXIT
           END-READ
           IF NOT FRD-HELD
               OR FRD-SOURCE-TYPE IS NOT EQUAL TO 'BK'
               GO TO RELEASE-INSOLVENCY-HOLD-EXIT
           END-IF
           SET FRD-OVERRIDDEN TO TRUE
           MOVE 'BATCH' TO FRD-RELEASED-BY
           MOVE WS-CURRENT-DATE TO FRD-RELEASED-DATE
           REWRITE FRDHOLD-RECORD
           ADD 1 TO WS-UNFROZEN-COUNT
           .
       RELEASE-INSOLVENCY-HOLD-EXIT.
           EXIT
           .
       WRITE-REPORT-LINE.
           EVALUATE TRUE
               WHEN WS-CGD-LOAN
                   MOVE 'LOAN' TO WS-RPT-TYPE
               WHEN WS-CGD-LOC
                   MOVE 'LOC ' TO WS-RPT-TYPE
               WHEN OTHER
                   MOVE 'DEP ' TO WS-RPT-TYPE
           END-EVALUATE
           MOVE WS-CGD-OWNER-PID TO WS-RPT-PID
           MOVE WS-CGD-ACCOUNT TO WS-RPT-ACCOUNT
           MOVE WS-CGD-BALANCE TO WS-RPT-BALANCE
           MOVE WS-CGD-DAYS-OVERDUE TO WS-RPT-DAYS
           WRITE CHGORPT-RECORD FROM WS-REPORT-DETAIL
           .
       WRITE-REPORT-LINE-EXIT.
           EXIT
           .
       JOURNAL-ACCTMST-IMAGE.
           MOVE WS-PROGRAM-ID TO MJQ-PROGRAM
           MOVE 'ACCTMST ' TO MJQ-FILE-ID
           MOVE 'R' TO MJQ-ACTION
           MOVE AMS-KEY TO MJQ-KEY
           MOVE WS-BEFORE-ACCTMST TO MJQ-BEFORE-IMAGE
           MOVE SPACES TO MJQ-AFTER-IMAGE
           MOVE ACCTMST-RECORD TO MJQ-AFTER-IMAGE
           CALL 'MSTJRNL' USING MSTJNL-REQUEST
           .
       JOURNAL-ACCTMST-IMAGE-EXIT.
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
