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

001150***************************************************************** loandraw
001160* Program:     LOANDRAWBATCH.CBL                                * loandraw
001170* Function:    Construction mortgage progressive draws. A       * loandraw
001180*              construction loan opens from LoanAppBatch with   * loandraw
001190*              nothing advanced; the DRAWREQ file carries the   * loandraw
001200*              branch's input against it - 'S' schedules a      * loandraw
001210*              stage (percent complete required and maximum     * loandraw
001220*              advance) on DRAWSCH, 'I' records the inspector's * loandraw
001230*              report, 'D' asks for a stage's advance and 'H'   * loandraw
001240*              asks for the holdback. An advance is released    * loandraw
001250*              only once an inspection at or past the stage's   * loandraw
001260*              required percent is on file; the CNSTPOL         * loandraw
001270*              holdback percentage is kept back from it and     * loandraw
001280*              the rest is paid from the loan to the named      * loandraw
001290*              account. The draw that leaves no stage unpaid    * loandraw
001300*              converts the loan from interest-only to its      * loandraw
001310*              blended payment over the full amortization, and  * loandraw
001320*              the holdback is paid out once the CNSTPOL lien   * loandraw
001330*              period has run from that final draw.             * loandraw
001340***************************************************************** loandraw
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanDrawBatch.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRAWREQ-FILE ASSIGN TO "DRAWREQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DRAWREQ-STATUS.
           SELECT DRAWSCH-FILE ASSIGN TO "DRAWSCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DRW-KEY
               FILE STATUS IS WS-DRAWSCH-STATUS.
           SELECT LOANMST-FILE ASSIGN TO "LOANMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LNM-KEY
               FILE STATUS IS WS-LOANMST-STATUS.
           SELECT ACCTMST-FILE ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AMS-KEY
               FILE STATUS IS WS-ACCTMST-STATUS.
           SELECT ACCTTRN-FILE ASSIGN TO "ACCTTRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCTTRN-STATUS.
           SELECT CNSTPOL-FILE ASSIGN TO "CNSTPOL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CNSTPOL-STATUS.
           SELECT DRAWRPT-FILE ASSIGN TO "DRAWRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DRAWRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DRAWREQ-FILE
           LABEL RECORDS ARE STANDARD.
       01 DRAWREQ-RECORD.
         05 DRQ-ACTION PIC X(1).
           88 DRQ-SCHEDULE VALUE 'S'.
           88 DRQ-INSPECTION VALUE 'I'.
           88 DRQ-DRAW VALUE 'D'.
           88 DRQ-HOLDBACK VALUE 'H'.
         05 DRQ-OWNER-PID PIC X(5).
         05 DRQ-ACCOUNT PIC X(9).
         05 DRQ-STAGE PIC 9(2).
         05 DRQ-PCT PIC 9(3).
         05 DRQ-AMOUNT PIC 9(7)V99.
         05 DRQ-DATE PIC 9(8).
         05 DRQ-CREDIT-ACCOUNT PIC X(9).
         05 DRQ-USERID PIC X(5).

       FD DRAWSCH-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CDRAWSCH.

       FD LOANMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CLOANMST.

       FD ACCTMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CACCTMST.

       FD ACCTTRN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CACCTTRN.

       FD CNSTPOL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CCNSTPOL.

       FD DRAWRPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 DRAWRPT-RECORD                  PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'LOANDRAW'.
         05 WS-DRAWREQ-STATUS PIC X(2).
           88 WS-DRAWREQ-OK VALUE '00'.
         05 WS-DRAWSCH-STATUS PIC X(2).
           88 WS-DRAWSCH-OK VALUE '00'.
         05 WS-LOANMST-STATUS PIC X(2).
           88 WS-LOANMST-OK VALUE '00'.
         05 WS-ACCTMST-STATUS PIC X(2).
           88 WS-ACCTMST-OK VALUE '00'.
         05 WS-ACCTTRN-STATUS PIC X(2).
           88 WS-ACCTTRN-OK VALUE '00'.
         05 WS-CNSTPOL-STATUS PIC X(2).
           88 WS-CNSTPOL-OK VALUE '00'.
         05 WS-DRAWRPT-STATUS PIC X(2).
           88 WS-DRAWRPT-OK VALUE '00'.
         05 WS-DRAWREQ-EOF-FLAG PIC X(1).
           88 WS-DRAWREQ-EOF VALUE 'Y'.
         05 WS-STAGE-EOF-FLAG PIC X(1).
           88 WS-STAGE-EOF VALUE 'Y'.
         05 WS-STAGE-NEW-FLAG PIC X(1).
           88 WS-STAGE-NEW VALUE 'Y'.
         05 WS-UNPAID-FLAG PIC X(1).
           88 WS-UNPAID-STAGE VALUE 'Y'.
         05 WS-HOLDBACK-PCT PIC 9(3)V99 VALUE 10.00.
         05 WS-HOLDBACK-DAYS PIC 9(3) VALUE 45.
         05 WS-REQ-COUNT PIC 9(6) VALUE ZERO.
         05 WS-SCHEDULED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-INSPECTED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-ADVANCED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-CONVERTED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-RELEASED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-SKIP-COUNT PIC 9(6) VALUE ZERO.
         05 WS-OLD-MAX-ADVANCE PIC 9(7)V99.
         05 WS-SCHEDULE-TOTAL PIC 9(9)V99.
         05 WS-GROSS-ADVANCE PIC S9(7)V99.
         05 WS-HOLDBACK-AMOUNT PIC S9(7)V99.
         05 WS-NET-ADVANCE PIC S9(7)V99.
         05 WS-ADVANCED-TO-DATE PIC S9(9)V99.
         05 WS-CONVERT-BALANCE PIC S9(9)V99.
         05 WS-MONTHLY-RATE PIC 9(3)V9(9).
         05 WS-FROM-DAYS PIC S9(9).
         05 WS-TO-DAYS PIC S9(9).
         05 WS-DATE-WORK.
           10 WS-DTW-YYYY PIC 9(4).
           10 WS-DTW-MM PIC 9(2).
           10 WS-DTW-DD PIC 9(2).
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
           10 FILLER PIC X(5).
       01 WS-DRAW-DETAIL.
         05 WS-DRD-ACTION PIC X(10).
         05 WS-DRD-PID PIC X(5).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-DRD-ACCOUNT PIC X(9).
         05 FILLER PIC X(5) VALUE ' STG '.
         05 WS-DRD-STAGE PIC 9(2).
         05 FILLER PIC X(5) VALUE ' AMT '.
         05 WS-DRD-AMOUNT PIC Z(6)9.99-.
         05 FILLER PIC X(4) VALUE ' HB '.
         05 WS-DRD-HOLDBACK PIC Z(6)9.99-.
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-DRD-NOTE PIC X(16).

       01 WS-JOURNAL-WORK.
         05 WS-BEFORE-ACCTMST PIC X(250).
         05 WS-BEFORE-LOANMST PIC X(250).
       COPY CMSTJNLQ.

       COPY CGETBDTQ.

       COPY CRUNCTLQ.

       PROCEDURE DIVISION.
       000-START-PROCESSING.
           MOVE 'S' TO RCQ-FUNCTION
           MOVE 'LOANDRAW' TO RCQ-JOB-NAME
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
           PERFORM LOAD-CONSTRUCTION-POLICY THRU
               LOAD-CONSTRUCTION-POLICY-EXIT
           .
           OPEN INPUT DRAWREQ-FILE
           OPEN I-O DRAWSCH-FILE
           IF NOT WS-DRAWSCH-OK
               OPEN OUTPUT DRAWSCH-FILE
               CLOSE DRAWSCH-FILE
               OPEN I-O DRAWSCH-FILE
           END-IF
           OPEN I-O LOANMST-FILE
           OPEN I-O ACCTMST-FILE
           OPEN EXTEND ACCTTRN-FILE
           IF NOT WS-ACCTTRN-OK
               OPEN OUTPUT ACCTTRN-FILE
           END-IF
           OPEN OUTPUT DRAWRPT-FILE
           .
           PERFORM UNTIL WS-DRAWREQ-EOF
               READ DRAWREQ-FILE
                   AT END
                       SET WS-DRAWREQ-EOF TO TRUE
                   NOT AT END
                       PERFORM APPLY-ONE-REQUEST THRU
                           APPLY-ONE-REQUEST-EXIT
               END-READ
           END-PERFORM
           .
           CLOSE DRAWREQ-FILE
           CLOSE DRAWSCH-FILE
           CLOSE LOANMST-FILE
           CLOSE ACCTMST-FILE
           CLOSE ACCTTRN-FILE
           CLOSE DRAWRPT-FILE
           .
           DISPLAY WS-REQ-COUNT ' request(s), '
               WS-SCHEDULED-COUNT ' stage(s) scheduled, '
               WS-INSPECTED-COUNT ' inspected, '
               WS-ADVANCED-COUNT ' advanced'
           DISPLAY WS-CONVERTED-COUNT ' loan(s) converted, '
               WS-RELEASED-COUNT ' holdback(s) released, '
               WS-SKIP-COUNT ' skipped'
           .
           MOVE 'E' TO RCQ-FUNCTION
           MOVE WS-REQ-COUNT TO RCQ-REC-COUNT
           MOVE 'C' TO RCQ-OUTCOME
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           .
           STOP RUN
           .
      *****************************************************************
      * Holdback percentage and lien-period days - 10% held for 45    *
      * days when no CNSTPOL record has been set up.                  *
      *****************************************************************
       LOAD-CONSTRUCTION-POLICY.
           OPEN INPUT CNSTPOL-FILE
           IF NOT WS-CNSTPOL-OK
               GO TO LOAD-CONSTRUCTION-POLICY-EXIT
           END-IF
           READ CNSTPOL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CNP-HOLDBACK-PCT IS NUMERIC
                       MOVE CNP-HOLDBACK-PCT TO WS-HOLDBACK-PCT
                   END-IF
                   IF CNP-HOLDBACK-DAYS IS NUMERIC
                       MOVE CNP-HOLDBACK-DAYS TO WS-HOLDBACK-DAYS
                   END-IF
           END-READ
           CLOSE CNSTPOL-FILE
           .
       LOAD-CONSTRUCTION-POLICY-EXIT.
           EXIT
           .
       APPLY-ONE-REQUEST.
           ADD 1 TO WS-REQ-COUNT
           .
           MOVE DRQ-OWNER-PID TO LNM-OWNER-PID
           MOVE DRQ-ACCOUNT TO LNM-ACCOUNT
           READ LOANMST-FILE
               INVALID KEY
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY 'No loan ' DRQ-ACCOUNT
                   GO TO APPLY-ONE-REQUEST-EXIT
           END-READ
           MOVE LOANMST-RECORD TO WS-BEFORE-LOANMST
           IF NOT LNM-ACTIVE
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'Loan not active ' DRQ-ACCOUNT
               GO TO APPLY-ONE-REQUEST-EXIT
           END-IF
           .
           IF DRQ-HOLDBACK
               PERFORM RELEASE-HOLDBACK THRU RELEASE-HOLDBACK-EXIT
               GO TO APPLY-ONE-REQUEST-EXIT
           END-IF
           IF NOT LNM-CONSTRUCTION-DRAWING
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'Not a construction loan in draw '
                   DRQ-ACCOUNT
               GO TO APPLY-ONE-REQUEST-EXIT
           END-IF
           IF DRQ-STAGE IS NOT NUMERIC
               OR DRQ-STAGE IS EQUAL TO ZERO
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'Bad stage number ' DRQ-ACCOUNT
               GO TO APPLY-ONE-REQUEST-EXIT
           END-IF
           .
           IF DRQ-SCHEDULE
               PERFORM SCHEDULE-ONE-STAGE THRU
                   SCHEDULE-ONE-STAGE-EXIT
               GO TO APPLY-ONE-REQUEST-EXIT
           END-IF
           IF DRQ-INSPECTION
               PERFORM RECORD-INSPECTION THRU RECORD-INSPECTION-EXIT
               GO TO APPLY-ONE-REQUEST-EXIT
           END-IF
           IF DRQ-DRAW
               PERFORM ADVANCE-ONE-STAGE THRU ADVANCE-ONE-STAGE-EXIT
               GO TO APPLY-ONE-REQUEST-EXIT
           END-IF
           ADD 1 TO WS-SKIP-COUNT
           .
       APPLY-ONE-REQUEST-EXIT.
           EXIT
           .
      *****************************************************************
      * Add a stage to the schedule, or change one not yet advanced.  *
      * The stages together may not promise more than the loan was    *
      * approved for. The control row is started with the first       *
      * stage.                                                        *
      *****************************************************************
       SCHEDULE-ONE-STAGE.
           IF DRQ-PCT IS NOT NUMERIC
               OR DRQ-PCT IS EQUAL TO ZERO
               OR DRQ-PCT IS GREATER THAN 100
               OR DRQ-AMOUNT IS NOT NUMERIC
               OR DRQ-AMOUNT IS EQUAL TO ZERO
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'Bad stage terms ' DRQ-ACCOUNT ' ' DRQ-STAGE
               GO TO SCHEDULE-ONE-STAGE-EXIT
           END-IF
           .
           PERFORM READ-CONTROL-ROW THRU READ-CONTROL-ROW-EXIT
           MOVE DRW-CTL-SCHEDULED-TOTAL TO WS-SCHEDULE-TOTAL
           .
           MOVE 'N' TO WS-STAGE-NEW-FLAG
           MOVE ZERO TO WS-OLD-MAX-ADVANCE
           MOVE DRQ-OWNER-PID TO DRW-OWNER-PID
           MOVE DRQ-ACCOUNT TO DRW-ACCOUNT
           MOVE DRQ-STAGE TO DRW-STAGE
           READ DRAWSCH-FILE
               INVALID KEY
                   SET WS-STAGE-NEW TO TRUE
           END-READ
           IF NOT WS-STAGE-NEW
               IF DRW-ADVANCED
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY 'Stage already advanced ' DRQ-ACCOUNT ' '
                       DRQ-STAGE
                   GO TO SCHEDULE-ONE-STAGE-EXIT
               END-IF
               MOVE DRW-MAX-ADVANCE TO WS-OLD-MAX-ADVANCE
           END-IF
           .
           COMPUTE WS-SCHEDULE-TOTAL =
               WS-SCHEDULE-TOTAL - WS-OLD-MAX-ADVANCE + DRQ-AMOUNT
           IF WS-SCHEDULE-TOTAL IS GREATER THAN LNM-ORIG-AMOUNT
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'Schedule exceeds loan amount ' DRQ-ACCOUNT
               GO TO SCHEDULE-ONE-STAGE-EXIT
           END-IF
           .
           IF WS-STAGE-NEW
               MOVE SPACES TO DRAWSCH-RECORD
               MOVE DRQ-OWNER-PID TO DRW-OWNER-PID
               MOVE DRQ-ACCOUNT TO DRW-ACCOUNT
               MOVE DRQ-STAGE TO DRW-STAGE
               MOVE ZERO TO DRW-INSPECTION-DTE
               MOVE ZERO TO DRW-INSPECTED-PCT
               MOVE SPACES TO DRW-INSPECTED-BY
               SET DRW-SCHEDULED TO TRUE
               MOVE ZERO TO DRW-ADVANCE-DTE
               MOVE ZERO TO DRW-ADVANCE-GROSS
               MOVE ZERO TO DRW-ADVANCE-HOLDBACK
           END-IF
           MOVE DRQ-PCT TO DRW-PCT-REQUIRED
           MOVE DRQ-AMOUNT TO DRW-MAX-ADVANCE
           MOVE DRQ-USERID TO DRW-ADDED-BY
           IF WS-STAGE-NEW
               WRITE DRAWSCH-RECORD
           ELSE
               REWRITE DRAWSCH-RECORD
           END-IF
           .
           PERFORM READ-CONTROL-ROW THRU READ-CONTROL-ROW-EXIT
           IF WS-STAGE-NEW
               ADD 1 TO DRW-CTL-STAGE-COUNT
           END-IF
           MOVE WS-SCHEDULE-TOTAL TO DRW-CTL-SCHEDULED-TOTAL
           REWRITE DRAWSCH-RECORD
           .
           MOVE 'SCHEDULED ' TO WS-DRD-ACTION
           MOVE DRQ-AMOUNT TO WS-DRD-AMOUNT
           MOVE ZERO TO WS-DRD-HOLDBACK
           MOVE SPACES TO WS-DRD-NOTE
           PERFORM WRITE-DRAW-DETAIL THRU WRITE-DRAW-DETAIL-EXIT
           ADD 1 TO WS-SCHEDULED-COUNT
           .
       SCHEDULE-ONE-STAGE-EXIT.
           EXIT
           .
      *****************************************************************
      * The inspector's report against a stage - the percent of the   *
      * build complete and the date seen. A later inspection replaces *
      * an earlier one until the stage is advanced.                   *
      *****************************************************************
       RECORD-INSPECTION.
           IF DRQ-PCT IS NOT NUMERIC
               OR DRQ-PCT IS GREATER THAN 100
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'Bad inspection percent ' DRQ-ACCOUNT
               GO TO RECORD-INSPECTION-EXIT
           END-IF
           IF DRQ-DATE IS NOT NUMERIC
               OR DRQ-DATE IS EQUAL TO ZERO
               MOVE GBD-BUSINESS-DATE TO DRQ-DATE
           END-IF
           IF DRQ-DATE IS GREATER THAN GBD-BUSINESS-DATE
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'Inspection dated ahead ' DRQ-ACCOUNT
               GO TO RECORD-INSPECTION-EXIT
           END-IF
           .
           MOVE DRQ-OWNER-PID TO DRW-OWNER-PID
           MOVE DRQ-ACCOUNT TO DRW-ACCOUNT
           MOVE DRQ-STAGE TO DRW-STAGE
           READ DRAWSCH-FILE
               INVALID KEY
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY 'Stage not scheduled ' DRQ-ACCOUNT ' '
                       DRQ-STAGE
                   GO TO RECORD-INSPECTION-EXIT
           END-READ
           IF DRW-ADVANCED
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'Stage already advanced ' DRQ-ACCOUNT ' '
                   DRQ-STAGE
               GO TO RECORD-INSPECTION-EXIT
           END-IF
           .
           MOVE DRQ-DATE TO DRW-INSPECTION-DTE
           MOVE DRQ-PCT TO DRW-INSPECTED-PCT
           MOVE DRQ-USERID TO DRW-INSPECTED-BY
           SET DRW-INSPECTED TO TRUE
           REWRITE DRAWSCH-RECORD
           .
           MOVE 'INSPECTED ' TO WS-DRD-ACTION
           MOVE ZERO TO WS-DRD-AMOUNT
           MOVE ZERO TO WS-DRD-HOLDBACK
           MOVE SPACES TO WS-DRD-NOTE
           STRING 'AT ' DRQ-PCT ' PCT' DELIMITED BY SIZE
               INTO WS-DRD-NOTE
           PERFORM WRITE-DRAW-DETAIL THRU WRITE-DRAW-DETAIL-EXIT
           ADD 1 TO WS-INSPECTED-COUNT
           .
       RECORD-INSPECTION-EXIT.
           EXIT
           .
      *****************************************************************
      * One stage's advance. Nothing goes out until the stage has an  *
      * inspection at or past its required percent complete, and the  *
      * total advanced plus holdback may not pass the approved        *
      * amount. The holdback is kept back from the advance and        *
      * carried on the control row; only the net is paid out, so the  *
      * shadow account - and the interest billed on it - carries      *
      * just what the borrower has had.                               *
      *****************************************************************
       ADVANCE-ONE-STAGE.
           MOVE DRQ-OWNER-PID TO DRW-OWNER-PID
           MOVE DRQ-ACCOUNT TO DRW-ACCOUNT
           MOVE DRQ-STAGE TO DRW-STAGE
           READ DRAWSCH-FILE
               INVALID KEY
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY 'Stage not scheduled ' DRQ-ACCOUNT ' '
                       DRQ-STAGE
                   GO TO ADVANCE-ONE-STAGE-EXIT
           END-READ
           IF DRW-ADVANCED
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'Stage already advanced ' DRQ-ACCOUNT ' '
                   DRQ-STAGE
               GO TO ADVANCE-ONE-STAGE-EXIT
           END-IF
           IF NOT DRW-INSPECTED
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'No inspection on file ' DRQ-ACCOUNT ' '
                   DRQ-STAGE
               GO TO ADVANCE-ONE-STAGE-EXIT
           END-IF
           IF DRW-INSPECTED-PCT IS LESS THAN DRW-PCT-REQUIRED
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'Stage not complete enough ' DRQ-ACCOUNT ' '
                   DRQ-STAGE
               GO TO ADVANCE-ONE-STAGE-EXIT
           END-IF
           .
           MOVE DRW-MAX-ADVANCE TO WS-GROSS-ADVANCE
           IF DRQ-AMOUNT IS NUMERIC
               AND DRQ-AMOUNT IS GREATER THAN ZERO
               MOVE DRQ-AMOUNT TO WS-GROSS-ADVANCE
           END-IF
           IF WS-GROSS-ADVANCE IS GREATER THAN DRW-MAX-ADVANCE
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'Advance over stage maximum ' DRQ-ACCOUNT ' '
                   DRQ-STAGE
               GO TO ADVANCE-ONE-STAGE-EXIT
           END-IF
           .
           PERFORM READ-CONTROL-ROW THRU READ-CONTROL-ROW-EXIT
           MOVE DRQ-OWNER-PID TO AMS-OWNER-PID
           MOVE DRQ-ACCOUNT TO AMS-ACCOUNT
           READ ACCTMST-FILE
               INVALID KEY
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY 'Loan account missing ' DRQ-ACCOUNT
                   GO TO ADVANCE-ONE-STAGE-EXIT
           END-READ
           COMPUTE WS-ADVANCED-TO-DATE =
               (ZERO - AMS-BALANCE) + DRW-CTL-HOLDBACK
           IF WS-ADVANCED-TO-DATE + WS-GROSS-ADVANCE IS GREATER THAN
                   LNM-ORIG-AMOUNT
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'Advance exceeds loan amount ' DRQ-ACCOUNT
               GO TO ADVANCE-ONE-STAGE-EXIT
           END-IF
           .
           COMPUTE WS-HOLDBACK-AMOUNT ROUNDED =
               WS-GROSS-ADVANCE * WS-HOLDBACK-PCT / 100
           COMPUTE WS-NET-ADVANCE =
               WS-GROSS-ADVANCE - WS-HOLDBACK-AMOUNT
           PERFORM PAY-OUT-ADVANCE THRU PAY-OUT-ADVANCE-EXIT
           IF WS-NET-ADVANCE IS EQUAL TO ZERO
               GO TO ADVANCE-ONE-STAGE-EXIT
           END-IF
           .
           MOVE DRQ-OWNER-PID TO DRW-OWNER-PID
           MOVE DRQ-ACCOUNT TO DRW-ACCOUNT
           MOVE DRQ-STAGE TO DRW-STAGE
           READ DRAWSCH-FILE
               INVALID KEY
                   GO TO ADVANCE-ONE-STAGE-EXIT
           END-READ
           SET DRW-ADVANCED TO TRUE
           MOVE GBD-BUSINESS-DATE TO DRW-ADVANCE-DTE
           MOVE WS-GROSS-ADVANCE TO DRW-ADVANCE-GROSS
           MOVE WS-HOLDBACK-AMOUNT TO DRW-ADVANCE-HOLDBACK
           REWRITE DRAWSCH-RECORD
           .
           PERFORM READ-CONTROL-ROW THRU READ-CONTROL-ROW-EXIT
           ADD WS-HOLDBACK-AMOUNT TO DRW-CTL-HOLDBACK
           REWRITE DRAWSCH-RECORD
           .
           MOVE 'ADVANCED  ' TO WS-DRD-ACTION
           MOVE WS-GROSS-ADVANCE TO WS-DRD-AMOUNT
           MOVE WS-HOLDBACK-AMOUNT TO WS-DRD-HOLDBACK
           MOVE SPACES TO WS-DRD-NOTE
           PERFORM WRITE-DRAW-DETAIL THRU WRITE-DRAW-DETAIL-EXIT
           ADD 1 TO WS-ADVANCED-COUNT
           .
      *****************************************************************
      * The draw that leaves no scheduled stage unpaid is the final   *
      * one - the loan converts to its blended payment.               *
      *****************************************************************
           MOVE 'N' TO WS-UNPAID-FLAG
           MOVE 'N' TO WS-STAGE-EOF-FLAG
           MOVE DRQ-OWNER-PID TO DRW-OWNER-PID
           MOVE DRQ-ACCOUNT TO DRW-ACCOUNT
           MOVE 1 TO DRW-STAGE
           START DRAWSCH-FILE KEY IS NOT LESS THAN DRW-KEY
               INVALID KEY
                   SET WS-STAGE-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-STAGE-EOF
               READ DRAWSCH-FILE NEXT RECORD
                   AT END
                       SET WS-STAGE-EOF TO TRUE
                   NOT AT END
                       IF DRW-OWNER-PID IS NOT EQUAL TO DRQ-OWNER-PID
                           OR DRW-ACCOUNT IS NOT EQUAL TO DRQ-ACCOUNT
                           SET WS-STAGE-EOF TO TRUE
                       ELSE
                           IF NOT DRW-ADVANCED
                               SET WS-UNPAID-STAGE TO TRUE
                               SET WS-STAGE-EOF TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF NOT WS-UNPAID-STAGE
               PERFORM CONVERT-ONE-LOAN THRU CONVERT-ONE-LOAN-EXIT
           END-IF
           .
       ADVANCE-ONE-STAGE-EXIT.
           EXIT
           .
      *****************************************************************
      * Net advance out of the loan's shadow account and into the     *
      * borrower's account the branch named on the request, the way   *
      * LoanAppBatch pays a conventional loan into chequing.          *
      * WS-NET-ADVANCE comes back zero if the receiving account is    *
      * not on file.                                                  *
      *****************************************************************
       PAY-OUT-ADVANCE.
           MOVE DRQ-OWNER-PID TO AMS-OWNER-PID
           MOVE DRQ-CREDIT-ACCOUNT TO AMS-ACCOUNT
           READ ACCTMST-FILE
               INVALID KEY
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY 'Receiving account missing '
                       DRQ-CREDIT-ACCOUNT
                   MOVE ZERO TO WS-NET-ADVANCE
                   GO TO PAY-OUT-ADVANCE-EXIT
           END-READ
           MOVE ACCTMST-RECORD TO WS-BEFORE-ACCTMST
           ADD WS-NET-ADVANCE TO AMS-BALANCE
           MOVE WS-CURRENT-DATE TO AMS-LAST-DATE
           SET AMS-TXN-PRESENT TO TRUE
           REWRITE ACCTMST-RECORD
           PERFORM JOURNAL-ACCTMST-IMAGE THRU
               JOURNAL-ACCTMST-IMAGE-EXIT
           .
           MOVE DRQ-OWNER-PID TO AMS-OWNER-PID
           MOVE DRQ-ACCOUNT TO AMS-ACCOUNT
           READ ACCTMST-FILE
               INVALID KEY
                   GO TO PAY-OUT-ADVANCE-EXIT
           END-READ
           MOVE ACCTMST-RECORD TO WS-BEFORE-ACCTMST
           SUBTRACT WS-NET-ADVANCE FROM AMS-BALANCE
           MOVE WS-CURRENT-DATE TO AMS-LAST-DATE
           SET AMS-TXN-PRESENT TO TRUE
           REWRITE ACCTMST-RECORD
           PERFORM JOURNAL-ACCTMST-IMAGE THRU
               JOURNAL-ACCTMST-IMAGE-EXIT
           .
           MOVE SPACES TO ACCTTRN-RECORD
           MOVE GBD-BUSINESS-DATE TO ATN-DATE
           MOVE WS-CURRENT-TIME TO ATN-TIME
           MOVE DRQ-ACCOUNT TO ATN-FROM-ACC
           MOVE DRQ-OWNER-PID TO ATN-FROM-PID
           MOVE DRQ-OWNER-PID TO ATN-TO-PID
           MOVE DRQ-CREDIT-ACCOUNT TO ATN-TO-ACC
           MOVE WS-NET-ADVANCE TO ATN-AMOUNT
           SET ATN-TYPE-TRANSFER TO TRUE
           IF DRQ-HOLDBACK
               MOVE 'Constr draw holdback' TO ATN-DESC
           ELSE
               MOVE 'Construction draw' TO ATN-DESC
           END-IF
           CALL 'ACCTREFN' USING ATN-REF-NO
           WRITE ACCTTRN-RECORD
           .
       PAY-OUT-ADVANCE-EXIT.
           EXIT
           .
      *****************************************************************
      * Conversion - the payment is re-amortized over the loan's full *
      * amortization on everything advanced including the holdback,   *
      * since no principal was repaid while it was interest-only.     *
      *****************************************************************
       CONVERT-ONE-LOAN.
           PERFORM READ-CONTROL-ROW THRU READ-CONTROL-ROW-EXIT
           MOVE GBD-BUSINESS-DATE TO DRW-CTL-FINAL-DRAW-DTE
           REWRITE DRAWSCH-RECORD
           .
           MOVE DRQ-OWNER-PID TO AMS-OWNER-PID
           MOVE DRQ-ACCOUNT TO AMS-ACCOUNT
           READ ACCTMST-FILE
               INVALID KEY
                   GO TO CONVERT-ONE-LOAN-EXIT
           END-READ
           COMPUTE WS-CONVERT-BALANCE =
               (ZERO - AMS-BALANCE) + DRW-CTL-HOLDBACK
           .
           COMPUTE WS-MONTHLY-RATE ROUNDED =
               LNM-ANNUAL-RATE / 100 / 12
           IF WS-MONTHLY-RATE IS GREATER THAN ZERO
               COMPUTE LNM-PAYMENT ROUNDED =
                   ((WS-MONTHLY-RATE * ((1 + WS-MONTHLY-RATE)
                   ** LNM-TERM-MONTHS)) /
                   (((1 + WS-MONTHLY-RATE) ** LNM-TERM-MONTHS) - 1))
                   * WS-CONVERT-BALANCE
           ELSE
               COMPUTE LNM-PAYMENT ROUNDED =
                   WS-CONVERT-BALANCE / LNM-TERM-MONTHS
           END-IF
           SET LNM-CONSTRUCTION-COMPLETE TO TRUE
           REWRITE LOANMST-RECORD
           PERFORM JOURNAL-LOANMST-IMAGE THRU
               JOURNAL-LOANMST-IMAGE-EXIT
           .
           MOVE 'CONVERTED ' TO WS-DRD-ACTION
           MOVE LNM-PAYMENT TO WS-DRD-AMOUNT
           MOVE DRW-CTL-HOLDBACK TO WS-DRD-HOLDBACK
           MOVE 'NEW PAYMENT' TO WS-DRD-NOTE
           PERFORM WRITE-DRAW-DETAIL THRU WRITE-DRAW-DETAIL-EXIT
           ADD 1 TO WS-CONVERTED-COUNT
           .
       CONVERT-ONE-LOAN-EXIT.
           EXIT
           .
      *****************************************************************
      * The holdback is paid out in one piece once the lien period    *
      * has run from the final draw.                                  *
      *****************************************************************
       RELEASE-HOLDBACK.
           IF NOT LNM-CONSTRUCTION-COMPLETE
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'Final draw not taken ' DRQ-ACCOUNT
               GO TO RELEASE-HOLDBACK-EXIT
           END-IF
           MOVE DRQ-OWNER-PID TO DRW-OWNER-PID
           MOVE DRQ-ACCOUNT TO DRW-ACCOUNT
           MOVE ZERO TO DRW-STAGE
           READ DRAWSCH-FILE
               INVALID KEY
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY 'No draw schedule ' DRQ-ACCOUNT
                   GO TO RELEASE-HOLDBACK-EXIT
           END-READ
           IF DRW-CTL-HOLDBACK IS NOT GREATER THAN ZERO
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'No holdback outstanding ' DRQ-ACCOUNT
               GO TO RELEASE-HOLDBACK-EXIT
           END-IF
           .
           MOVE DRW-CTL-FINAL-DRAW-DTE TO WS-DATE-WORK
           COMPUTE WS-FROM-DAYS = (WS-DTW-YYYY * 365)
               + (WS-DTW-MM * 30) + WS-DTW-DD
           MOVE GBD-BUSINESS-DATE TO WS-DATE-WORK
           COMPUTE WS-TO-DAYS = (WS-DTW-YYYY * 365)
               + (WS-DTW-MM * 30) + WS-DTW-DD
           IF WS-TO-DAYS - WS-FROM-DAYS IS LESS THAN WS-HOLDBACK-DAYS
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'Lien period not over ' DRQ-ACCOUNT
               GO TO RELEASE-HOLDBACK-EXIT
           END-IF
           .
           MOVE DRW-CTL-HOLDBACK TO WS-NET-ADVANCE
           PERFORM PAY-OUT-ADVANCE THRU PAY-OUT-ADVANCE-EXIT
           IF WS-NET-ADVANCE IS EQUAL TO ZERO
               GO TO RELEASE-HOLDBACK-EXIT
           END-IF
           .
           PERFORM READ-CONTROL-ROW THRU READ-CONTROL-ROW-EXIT
           MOVE ZERO TO DRW-CTL-HOLDBACK
           MOVE GBD-BUSINESS-DATE TO DRW-CTL-RELEASE-DTE
           REWRITE DRAWSCH-RECORD
           .
           MOVE 'HOLDBACK  ' TO WS-DRD-ACTION
           MOVE ZERO TO DRQ-STAGE
           MOVE WS-NET-ADVANCE TO WS-DRD-AMOUNT
           MOVE ZERO TO WS-DRD-HOLDBACK
           MOVE 'RELEASED' TO WS-DRD-NOTE
           PERFORM WRITE-DRAW-DETAIL THRU WRITE-DRAW-DETAIL-EXIT
           ADD 1 TO WS-RELEASED-COUNT
           .
       RELEASE-HOLDBACK-EXIT.
           EXIT
           .
      *****************************************************************
      * The loan's stage 00 control row, started empty the first      *
      * time a loan is scheduled.                                     *
      *****************************************************************
       READ-CONTROL-ROW.
           MOVE DRQ-OWNER-PID TO DRW-OWNER-PID
           MOVE DRQ-ACCOUNT TO DRW-ACCOUNT
           MOVE ZERO TO DRW-STAGE
           READ DRAWSCH-FILE
               INVALID KEY
                   MOVE SPACES TO DRAWSCH-RECORD
                   MOVE DRQ-OWNER-PID TO DRW-OWNER-PID
                   MOVE DRQ-ACCOUNT TO DRW-ACCOUNT
                   MOVE ZERO TO DRW-STAGE
                   MOVE ZERO TO DRW-CTL-STAGE-COUNT
                   MOVE ZERO TO DRW-CTL-SCHEDULED-TOTAL
                   MOVE ZERO TO DRW-CTL-HOLDBACK
                   MOVE ZERO TO DRW-CTL-FINAL-DRAW-DTE
                   MOVE ZERO TO DRW-CTL-RELEASE-DTE
                   WRITE DRAWSCH-RECORD
           END-READ
           .
       READ-CONTROL-ROW-EXIT.
           EXIT
           .
       WRITE-DRAW-DETAIL.
           MOVE DRQ-OWNER-PID TO WS-DRD-PID
           MOVE DRQ-ACCOUNT TO WS-DRD-ACCOUNT
           MOVE DRQ-STAGE TO WS-DRD-STAGE
           WRITE DRAWRPT-RECORD FROM WS-DRAW-DETAIL
           .
       WRITE-DRAW-DETAIL-EXIT.
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
