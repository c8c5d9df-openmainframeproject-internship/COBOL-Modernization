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

001150***************************************************************** loclimb
001160* Program:     LOCLIMBATCH.CBL                                  * loclimb
001170* Function:    Quarterly credit-limit review over the LOCMST    * loclimb
001180*              line-of-credit master, under the LOCRPOL rules.  * loclimb
001190*              First applies any 'LOCL' limit increase a        * loclimb
001200*              supervisor has released on the PENDAPR dual-     * loclimb
001210*              control queue. Then reviews each active facility * loclimb
001220*              not reviewed within the policy's review days: a  * loclimb
001230*              line late within the look-back months has its    * loclimb
001240*              limit cut toward the drawn balance at once; a    * loclimb
001250*              line never late for the good-payment months and  * loclimb
001260*              drawn near its limit is proposed an increase and * loclimb
001270*              queued for second-person release. Every change   * loclimb
001280*              mirrors the new limit into the shadow ACCTMST    * loclimb
001290*              overdraft limit, appends an old/new LOCLIMH      * loclimb
001300*              history row and sends the customer a LOCNOTC     * loclimb
001310*              notice registered with CORRNDX; the LOCLRPT      * loclimb
001320*              report lists every action taken.                 * loclimb
001321*              A proposed increase is first measured by         * loclimb
001322*              CpExpChk against the customer's connected-party  * loclimb
001323*              group: one that would take the group past the    * loclimb
001324*              CPEXPOL single-name limit is reported as GROUP   * loclimb
001325*              LIMIT instead of queued.                         * loclimb
001330***************************************************************** loclimb
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LocLimBatch.

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
           SELECT LOCRPOL-FILE ASSIGN TO "LOCRPOL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOCRPOL-STATUS.
           SELECT APPRRULE-FILE ASSIGN TO "APPRRULE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APPRRULE-STATUS.
           SELECT PENDAPR-FILE ASSIGN TO "PENDAPR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-KEY
               FILE STATUS IS WS-PENDAPR-STATUS.
           SELECT LOCLIMH-FILE ASSIGN TO "LOCLIMH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOCLIMH-STATUS.
           SELECT LOCNOTC-FILE ASSIGN TO "LOCNOTC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOCNOTC-STATUS.
           SELECT LOCLRPT-FILE ASSIGN TO "LOCLRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOCLRPT-STATUS.

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

       FD LOCRPOL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CLOCRPOL.

       FD APPRRULE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CAPPRULE.

       FD PENDAPR-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CPENDAPR.

       FD LOCLIMH-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CLOCLIMH.

       FD LOCNOTC-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 LOCNOTC-RECORD                  PIC X(80).

       FD LOCLRPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 LOCLRPT-RECORD                  PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'LOCLIMRV'.
         05 WS-LOCMST-STATUS PIC X(2).
           88 WS-LOCMST-OK VALUE '00'.
         05 WS-ACCTMST-STATUS PIC X(2).
           88 WS-ACCTMST-OK VALUE '00'.
         05 WS-BNKCUST-STATUS PIC X(2).
           88 WS-BNKCUST-OK VALUE '00'.
         05 WS-LOCRPOL-STATUS PIC X(2).
           88 WS-LOCRPOL-OK VALUE '00'.
         05 WS-APPRRULE-STATUS PIC X(2).
           88 WS-APPRRULE-OK VALUE '00'.
         05 WS-PENDAPR-STATUS PIC X(2).
           88 WS-PENDAPR-OK VALUE '00'.
         05 WS-LOCLIMH-STATUS PIC X(2).
           88 WS-LOCLIMH-OK VALUE '00'.
         05 WS-LOCNOTC-STATUS PIC X(2).
           88 WS-LOCNOTC-OK VALUE '00'.
         05 WS-LOCLRPT-STATUS PIC X(2).
           88 WS-LOCLRPT-OK VALUE '00'.
         05 WS-LOCMST-EOF-FLAG PIC X(1).
           88 WS-LOCMST-EOF VALUE 'Y'.
         05 WS-APPRRULE-EOF-FLAG PIC X(1).
           88 WS-APPRRULE-EOF VALUE 'Y'.
         05 WS-PENDAPR-EOF-FLAG PIC X(1).
           88 WS-PENDAPR-EOF VALUE 'Y'.
         05 WS-RECENT-DELQ-FLAG PIC X(1).
           88 WS-RECENT-DELQ VALUE 'Y'.
         05 WS-REVIEW-DAYS PIC 9(3) VALUE 90.
         05 WS-DELQ-LOOKBACK-MONTHS PIC 9(2) VALUE 6.
         05 WS-REDUCE-KEEP-PCT PIC 9(3)V99 VALUE 10.00.
         05 WS-GOOD-MONTHS PIC 9(2) VALUE 12.
         05 WS-UTILISATION-PCT PIC 9(3)V99 VALUE 80.00.
         05 WS-INCREASE-PCT PIC 9(3)V99 VALUE 20.00.
         05 WS-MAX-LIMIT PIC 9(7)V99 VALUE 50000.00.
         05 WS-APPR-EXPIRY-DAYS PIC 9(3).
         05 WS-FACILITY-COUNT PIC 9(6) VALUE ZERO.
         05 WS-REVIEWED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-REDUCED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-QUEUED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-INCREASED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-SKIP-COUNT PIC 9(6) VALUE ZERO.
         05 WS-GROUP-HELD-COUNT PIC 9(6) VALUE ZERO.
         05 WS-PND-RETRY-COUNT PIC 9(2).
         05 WS-PND-WRITTEN-FLAG PIC X(1).
           88 WS-PND-WRITTEN VALUE 'Y'.
         05 WS-DRAWN-BALANCE PIC 9(7)V99.
         05 WS-NEW-LIMIT PIC 9(7)V99.
         05 WS-UTILISED-PCT PIC 9(5)V99.
         05 WS-TODAY-DAYS PIC S9(9).
         05 WS-SINCE-DAYS PIC S9(9).
         05 WS-DATE-WORK.
           10 WS-DTW-YYYY PIC 9(4).
           10 WS-DTW-MM PIC 9(2).
           10 WS-DTW-DD PIC 9(2).
         05 WS-DATE-WORK-N REDEFINES WS-DATE-WORK PIC 9(8).
         05 WS-DATE-DAYS PIC S9(9).
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
      * Facilities already waiting on a second signature - one in     *
      * this table is not proposed again while its item is pending.   *
      *****************************************************************
       01 WS-PENDING-TABLE.
         05 WS-PENDING-COUNT PIC 9(4) VALUE ZERO.
         05 WS-PENDING-FOUND-FLAG PIC X(1).
           88 WS-PENDING-FOUND VALUE 'Y'.
         05 WS-PENDING-IDX PIC 9(4).
         05 WS-PENDING-ENTRY OCCURS 500 TIMES.
           10 WS-PEN-OWNER-PID PIC X(5).
           10 WS-PEN-ACCOUNT PIC X(9).
       01 WS-LIMIT-DETAILS.
         05 WS-LID-OWNER-PID PIC X(5).
         05 WS-LID-ACCOUNT PIC X(9).
         05 WS-LID-OLD-LIMIT PIC 9(7)V99.
         05 WS-LID-NEW-LIMIT PIC 9(7)V99.
         05 WS-LID-DRAWN PIC 9(7)V99.
         05 FILLER PIC X(89).
       01 WS-REPORT-HEADING.
         05 FILLER PIC X(27) VALUE 'LOC LIMIT REVIEW  RUN DATE '.
         05 WS-RPT-HDG-DATE PIC 9(8).
         05 FILLER PIC X(45) VALUE SPACES.
       01 WS-REPORT-DETAIL.
         05 WS-RPT-PID PIC X(5).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-ACCOUNT PIC X(9).
         05 FILLER PIC X(7) VALUE ' LIMIT '.
         05 WS-RPT-OLD-LIMIT PIC Z(6)9.99.
         05 FILLER PIC X(5) VALUE ' NEW '.
         05 WS-RPT-NEW-LIMIT PIC Z(6)9.99.
         05 FILLER PIC X(7) VALUE ' DRAWN '.
         05 WS-RPT-DRAWN PIC Z(6)9.99.
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-ACTION PIC X(12).
         05 FILLER PIC X(3) VALUE SPACES.
       01 WS-REPORT-TOTAL-LINE.
         05 FILLER PIC X(8) VALUE 'REDUCED '.
         05 WS-RPT-T-REDUCED PIC 9(6).
         05 FILLER PIC X(9) VALUE '  QUEUED '.
         05 WS-RPT-T-QUEUED PIC 9(6).
         05 FILLER PIC X(12) VALUE '  INCREASED '.
         05 WS-RPT-T-INCREASED PIC 9(6).
         05 FILLER PIC X(33) VALUE SPACES.
       01 WS-NOTICE-HEADING.
         05 FILLER PIC X(15) VALUE 'CREDIT LIMIT   '.
         05 WS-NTH-PID PIC X(5).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-NTH-ACCOUNT PIC X(9).
         05 FILLER PIC X(15) VALUE '  EFFECTIVE    '.
         05 WS-NTH-DATE PIC 9(8).
         05 FILLER PIC X(27) VALUE SPACES.
       01 WS-NOTICE-ADDRESS.
         05 FILLER PIC X(5) VALUE SPACES.
         05 WS-NTA-TEXT PIC X(25).
         05 FILLER PIC X(50) VALUE SPACES.
       01 WS-NOTICE-LIMITS.
         05 FILLER PIC X(20) VALUE '     PREVIOUS LIMIT '.
         05 WS-NTL-OLD-LIMIT PIC Z(6)9.99.
         05 FILLER PIC X(13) VALUE '   NEW LIMIT '.
         05 WS-NTL-NEW-LIMIT PIC Z(6)9.99.
         05 FILLER PIC X(27) VALUE SPACES.
       01 WS-NOTICE-TEXT.
         05 FILLER PIC X(5) VALUE SPACES.
         05 WS-NTT-TEXT PIC X(60).
         05 FILLER PIC X(15) VALUE SPACES.

       01 WS-JOURNAL-WORK.
         05 WS-BEFORE-ACCTMST PIC X(250).
       COPY CMSTJNLQ.

       COPY CCORRNDQ.

       COPY CCPEXPQ.

       COPY CGETBDTQ.

       COPY CRUNCTLQ.

       PROCEDURE DIVISION.
       000-START-PROCESSING.
           MOVE 'S' TO RCQ-FUNCTION
           MOVE 'LOCLIMRV' TO RCQ-JOB-NAME
           MOVE SPACES TO RCQ-PREREQ-JOB
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           IF RCQ-REPLY-REFUSED
               DISPLAY 'Run control refused start: ' RCQ-REPLY-MSG
               STOP RUN
           END-IF
           .
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           CALL 'GETBDTE' USING GETBDTE-REQUEST
           MOVE GBD-BUSINESS-DATE TO WS-DATE-WORK-N
           PERFORM DATE-TO-DAYS THRU DATE-TO-DAYS-EXIT
           MOVE WS-DATE-DAYS TO WS-TODAY-DAYS
           .
           PERFORM LOAD-REVIEW-POLICY THRU LOAD-REVIEW-POLICY-EXIT
           PERFORM LOAD-APPROVAL-RULE THRU LOAD-APPROVAL-RULE-EXIT
           .
           OPEN I-O LOCMST-FILE
           OPEN I-O ACCTMST-FILE
           OPEN INPUT BNKCUST-FILE
           OPEN I-O PENDAPR-FILE
           IF NOT WS-PENDAPR-OK
               OPEN OUTPUT PENDAPR-FILE
               CLOSE PENDAPR-FILE
               OPEN I-O PENDAPR-FILE
           END-IF
           OPEN EXTEND LOCLIMH-FILE
           IF NOT WS-LOCLIMH-OK
               OPEN OUTPUT LOCLIMH-FILE
           END-IF
           OPEN OUTPUT LOCNOTC-FILE
           OPEN OUTPUT LOCLRPT-FILE
           .
           MOVE GBD-BUSINESS-DATE TO WS-RPT-HDG-DATE
           WRITE LOCLRPT-RECORD FROM WS-REPORT-HEADING
           .
      *****************************************************************
      * Pass 1 - apply the increases a supervisor has released, and   *
      * note what is still waiting so pass 2 does not queue it twice. *
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
                       IF PND-ACTION-LOC-LIMIT
                           MOVE PND-DETAILS TO WS-LIMIT-DETAILS
                           IF PND-APPROVED
                               PERFORM INCREASE-ONE-LIMIT THRU
                                   INCREASE-ONE-LIMIT-EXIT
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
      * Pass 2 - review every active facility that is due.            *
      *****************************************************************
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
                       IF LOC-ACTIVE
                           PERFORM REVIEW-ONE-FACILITY THRU
                               REVIEW-ONE-FACILITY-EXIT
                       END-IF
               END-READ
           END-PERFORM
           .
           MOVE WS-REDUCED-COUNT TO WS-RPT-T-REDUCED
           MOVE WS-QUEUED-COUNT TO WS-RPT-T-QUEUED
           MOVE WS-INCREASED-COUNT TO WS-RPT-T-INCREASED
           WRITE LOCLRPT-RECORD FROM WS-REPORT-TOTAL-LINE
           .
           CLOSE LOCMST-FILE
           CLOSE ACCTMST-FILE
           CLOSE BNKCUST-FILE
           CLOSE PENDAPR-FILE
           CLOSE LOCLIMH-FILE
           CLOSE LOCNOTC-FILE
           CLOSE LOCLRPT-FILE
           .
           DISPLAY WS-FACILITY-COUNT ' facility(ies), '
               WS-REVIEWED-COUNT ' reviewed, '
               WS-REDUCED-COUNT ' reduced, '
               WS-QUEUED-COUNT ' queued for increase, '
               WS-INCREASED-COUNT ' increased, '
               WS-GROUP-HELD-COUNT ' held at group limit, '
               WS-SKIP-COUNT ' skipped'
           .
           MOVE 'E' TO RCQ-FUNCTION
           MOVE WS-FACILITY-COUNT TO RCQ-REC-COUNT
           MOVE 'C' TO RCQ-OUTCOME
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           .
           STOP RUN
           .
      *****************************************************************
      * No LOCRPOL file leaves the review at its defaults -           *
      * quarterly, six months' look-back keeping 10% of the unused    *
      * room, and 20% more for a line never late in a year and drawn  *
      * to 80% of its limit, to at most 50,000.                       *
      *****************************************************************
       LOAD-REVIEW-POLICY.
           OPEN INPUT LOCRPOL-FILE
           IF NOT WS-LOCRPOL-OK
               GO TO LOAD-REVIEW-POLICY-EXIT
           END-IF
           READ LOCRPOL-FILE
               AT END
                   CLOSE LOCRPOL-FILE
                   GO TO LOAD-REVIEW-POLICY-EXIT
           END-READ
           IF LRP-REVIEW-DAYS IS NUMERIC
               AND LRP-REVIEW-DAYS IS GREATER THAN ZERO
               MOVE LRP-REVIEW-DAYS TO WS-REVIEW-DAYS
           END-IF
           IF LRP-DELQ-LOOKBACK-MONTHS IS NUMERIC
               MOVE LRP-DELQ-LOOKBACK-MONTHS TO
                   WS-DELQ-LOOKBACK-MONTHS
           END-IF
           IF LRP-REDUCE-KEEP-PCT IS NUMERIC
               MOVE LRP-REDUCE-KEEP-PCT TO WS-REDUCE-KEEP-PCT
           END-IF
           IF LRP-GOOD-MONTHS IS NUMERIC
               MOVE LRP-GOOD-MONTHS TO WS-GOOD-MONTHS
           END-IF
           IF LRP-UTILISATION-PCT IS NUMERIC
               MOVE LRP-UTILISATION-PCT TO WS-UTILISATION-PCT
           END-IF
           IF LRP-INCREASE-PCT IS NUMERIC
               MOVE LRP-INCREASE-PCT TO WS-INCREASE-PCT
           END-IF
           IF LRP-MAX-LIMIT IS NUMERIC
               AND LRP-MAX-LIMIT IS GREATER THAN ZERO
               MOVE LRP-MAX-LIMIT TO WS-MAX-LIMIT
           END-IF
           CLOSE LOCRPOL-FILE
           .
       LOAD-REVIEW-POLICY-EXIT.
           EXIT
           .
      *****************************************************************
      * Every increase queues whatever its size - the APPRRULE 'LOCL' *
      * row only sets how long the item waits for release.            *
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
                       IF APR-ACTION-TYPE IS EQUAL TO 'LOCL'
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
           MOVE WS-LID-OWNER-PID TO
               WS-PEN-OWNER-PID (WS-PENDING-COUNT)
           MOVE WS-LID-ACCOUNT TO WS-PEN-ACCOUNT (WS-PENDING-COUNT)
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
                   LOC-OWNER-PID
                   AND WS-PEN-ACCOUNT (WS-PENDING-IDX) IS EQUAL TO
                   LOC-ACCOUNT
                   SET WS-PENDING-FOUND TO TRUE
               END-IF
           END-PERFORM
           .
       FIND-PENDING-ITEM-EXIT.
           EXIT
           .
      *****************************************************************
      * One facility's review. A line late within the look-back -     *
      * still carrying a missed minimum, or stamped late by the       *
      * billing run recently enough - is cut toward what it has       *
      * drawn. Otherwise a line open and clean for the good-payment   *
      * months and drawn to the utilisation level is proposed more.   *
      *****************************************************************
       REVIEW-ONE-FACILITY.
           ADD 1 TO WS-FACILITY-COUNT
           .
           IF LOC-LAST-REVIEW-DTE IS NOT NUMERIC
               MOVE ZERO TO LOC-LAST-REVIEW-DTE
           END-IF
           IF LOC-LAST-DELQ-DTE IS NOT NUMERIC
               MOVE ZERO TO LOC-LAST-DELQ-DTE
           END-IF
           IF LOC-LAST-REVIEW-DTE IS GREATER THAN ZERO
               MOVE LOC-LAST-REVIEW-DTE TO WS-DATE-WORK-N
               PERFORM DATE-TO-DAYS THRU DATE-TO-DAYS-EXIT
               COMPUTE WS-SINCE-DAYS = WS-TODAY-DAYS - WS-DATE-DAYS
               IF WS-SINCE-DAYS IS LESS THAN WS-REVIEW-DAYS
                   GO TO REVIEW-ONE-FACILITY-EXIT
               END-IF
           END-IF
           .
           MOVE LOC-OWNER-PID TO AMS-OWNER-PID
           MOVE LOC-ACCOUNT TO AMS-ACCOUNT
           READ ACCTMST-FILE
               INVALID KEY
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY 'No account for ' LOC-ACCOUNT
                   GO TO REVIEW-ONE-FACILITY-EXIT
           END-READ
           IF AMS-BALANCE IS LESS THAN ZERO
               COMPUTE WS-DRAWN-BALANCE = ZERO - AMS-BALANCE
           ELSE
               MOVE ZERO TO WS-DRAWN-BALANCE
           END-IF
           ADD 1 TO WS-REVIEWED-COUNT
           .
           MOVE 'N' TO WS-RECENT-DELQ-FLAG
           IF LOC-MONTHS-DELQ IS GREATER THAN ZERO
               SET WS-RECENT-DELQ TO TRUE
           END-IF
           IF LOC-LAST-DELQ-DTE IS GREATER THAN ZERO
               MOVE LOC-LAST-DELQ-DTE TO WS-DATE-WORK-N
               PERFORM DATE-TO-DAYS THRU DATE-TO-DAYS-EXIT
               COMPUTE WS-SINCE-DAYS = WS-TODAY-DAYS - WS-DATE-DAYS
               IF WS-SINCE-DAYS IS NOT GREATER THAN
                   WS-DELQ-LOOKBACK-MONTHS * 30
                   SET WS-RECENT-DELQ TO TRUE
               END-IF
           END-IF
           .
           IF WS-RECENT-DELQ
               PERFORM REDUCE-ONE-LIMIT THRU REDUCE-ONE-LIMIT-EXIT
           ELSE
               PERFORM PROPOSE-ONE-INCREASE THRU
                   PROPOSE-ONE-INCREASE-EXIT
           END-IF
           .
           MOVE GBD-BUSINESS-DATE TO LOC-LAST-REVIEW-DTE
           REWRITE LOCMST-RECORD
           .
       REVIEW-ONE-FACILITY-EXIT.
           EXIT
           .
      *****************************************************************
      * The new limit keeps the drawn balance plus the policy share   *
      * of the unused room - never below what is owed, so the cut     *
      * stops further draws without putting the line over its limit.  *
      *****************************************************************
       REDUCE-ONE-LIMIT.
           IF WS-DRAWN-BALANCE IS NOT LESS THAN LOC-CREDIT-LIMIT
               GO TO REDUCE-ONE-LIMIT-EXIT
           END-IF
           COMPUTE WS-NEW-LIMIT ROUNDED = WS-DRAWN-BALANCE +
               ((LOC-CREDIT-LIMIT - WS-DRAWN-BALANCE) *
                WS-REDUCE-KEEP-PCT / 100)
           IF WS-NEW-LIMIT IS NOT LESS THAN LOC-CREDIT-LIMIT
               GO TO REDUCE-ONE-LIMIT-EXIT
           END-IF
           .
           MOVE LOC-OWNER-PID TO WS-LID-OWNER-PID
           MOVE LOC-ACCOUNT TO WS-LID-ACCOUNT
           MOVE LOC-CREDIT-LIMIT TO WS-LID-OLD-LIMIT
           MOVE WS-NEW-LIMIT TO WS-LID-NEW-LIMIT
           MOVE WS-DRAWN-BALANCE TO WS-LID-DRAWN
           .
           PERFORM MIRROR-NEW-LIMIT THRU MIRROR-NEW-LIMIT-EXIT
           MOVE WS-NEW-LIMIT TO LOC-CREDIT-LIMIT
           .
           MOVE 'BATCH' TO LLH-USERID
           MOVE SPACES TO LLH-APPROVED-BY
           SET LLH-REDUCTION TO TRUE
           MOVE 'Recent delinquency' TO LLH-REASON
           PERFORM WRITE-LIMIT-HISTORY THRU WRITE-LIMIT-HISTORY-EXIT
           .
           MOVE 'YOUR LIMIT IS REDUCED AFTER RECENT MISSED PAYMENTS'
               TO WS-NTT-TEXT
           MOVE 'Credit limit reduced ' TO CDQ-SUMMARY
           PERFORM SEND-LIMIT-NOTICE THRU SEND-LIMIT-NOTICE-EXIT
           .
           MOVE 'REDUCED' TO WS-RPT-ACTION
           PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-EXIT
           ADD 1 TO WS-REDUCED-COUNT
           .
       REDUCE-ONE-LIMIT-EXIT.
           EXIT
           .
       PROPOSE-ONE-INCREASE.
           IF LOC-CREDIT-LIMIT IS EQUAL TO ZERO
               OR LOC-CREDIT-LIMIT IS NOT LESS THAN WS-MAX-LIMIT
               GO TO PROPOSE-ONE-INCREASE-EXIT
           END-IF
           IF LOC-LAST-DELQ-DTE IS GREATER THAN ZERO
               MOVE LOC-LAST-DELQ-DTE TO WS-DATE-WORK-N
               PERFORM DATE-TO-DAYS THRU DATE-TO-DAYS-EXIT
               COMPUTE WS-SINCE-DAYS = WS-TODAY-DAYS - WS-DATE-DAYS
               IF WS-SINCE-DAYS IS NOT GREATER THAN
                   WS-GOOD-MONTHS * 30
                   GO TO PROPOSE-ONE-INCREASE-EXIT
               END-IF
           END-IF
           MOVE LOC-OPEN-DATE TO WS-DATE-WORK-N
           PERFORM DATE-TO-DAYS THRU DATE-TO-DAYS-EXIT
           COMPUTE WS-SINCE-DAYS = WS-TODAY-DAYS - WS-DATE-DAYS
           IF WS-SINCE-DAYS IS LESS THAN WS-GOOD-MONTHS * 30
               GO TO PROPOSE-ONE-INCREASE-EXIT
           END-IF
           COMPUTE WS-UTILISED-PCT ROUNDED =
               WS-DRAWN-BALANCE * 100 / LOC-CREDIT-LIMIT
           IF WS-UTILISED-PCT IS LESS THAN WS-UTILISATION-PCT
               GO TO PROPOSE-ONE-INCREASE-EXIT
           END-IF
           PERFORM FIND-PENDING-ITEM THRU FIND-PENDING-ITEM-EXIT
           IF WS-PENDING-FOUND
               GO TO PROPOSE-ONE-INCREASE-EXIT
           END-IF
           .
           COMPUTE WS-NEW-LIMIT ROUNDED = LOC-CREDIT-LIMIT *
               (100 + WS-INCREASE-PCT) / 100
           IF WS-NEW-LIMIT IS GREATER THAN WS-MAX-LIMIT
               MOVE WS-MAX-LIMIT TO WS-NEW-LIMIT
           END-IF
           IF WS-NEW-LIMIT IS NOT GREATER THAN LOC-CREDIT-LIMIT
               GO TO PROPOSE-ONE-INCREASE-EXIT
           END-IF
           .
           MOVE SPACES TO WS-LIMIT-DETAILS
           MOVE LOC-OWNER-PID TO WS-LID-OWNER-PID
           MOVE LOC-ACCOUNT TO WS-LID-ACCOUNT
           MOVE LOC-CREDIT-LIMIT TO WS-LID-OLD-LIMIT
           MOVE WS-NEW-LIMIT TO WS-LID-NEW-LIMIT
           MOVE WS-DRAWN-BALANCE TO WS-LID-DRAWN
           .
      *****************************************************************
      * The extra room counts against the customer's connected group  *
      * from the moment it is proposed; one that would take the group *
      * past the CPEXPOL single-name limit is reported, not queued.   *
      *****************************************************************
           SET CXQ-FUNC-CHECK TO TRUE
           MOVE LOC-OWNER-PID TO CXQ-PID
           COMPUTE CXQ-AMOUNT = WS-NEW-LIMIT - LOC-CREDIT-LIMIT
           CALL 'CpExpChk' USING CPEXPCHK-REQUEST
           IF CXQ-OVER-LIMIT
               ADD 1 TO WS-GROUP-HELD-COUNT
               MOVE 'GROUP LIMIT' TO WS-RPT-ACTION
               PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-EXIT
               GO TO PROPOSE-ONE-INCREASE-EXIT
           END-IF
           .
           PERFORM QUEUE-FOR-APPROVAL THRU QUEUE-FOR-APPROVAL-EXIT
           SET CXQ-FUNC-ADD TO TRUE
           CALL 'CpExpChk' USING CPEXPCHK-REQUEST
           .
           MOVE 'QUEUED' TO WS-RPT-ACTION
           PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-EXIT
           .
       PROPOSE-ONE-INCREASE-EXIT.
           EXIT
           .
       QUEUE-FOR-APPROVAL.
      *****************************************************************
      * The queued moment is taken fresh for every item so each       *
      * proposal lands on its own PND-KEY.                            *
      *****************************************************************
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE TO PND-QUEUED-DATE
           MOVE WS-CURRENT-TIME TO PND-QUEUED-TIME
           MOVE 'BATCH' TO PND-REQUESTED-BY
           SET PND-ACTION-LOC-LIMIT TO TRUE
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
           MOVE WS-LIMIT-DETAILS TO PND-DETAILS
           MOVE ZERO TO WS-PND-RETRY-COUNT
           MOVE 'N' TO WS-PND-WRITTEN-FLAG
           PERFORM WRITE-ONE-APPROVAL THRU WRITE-ONE-APPROVAL-EXIT
               UNTIL WS-PND-WRITTEN
               OR WS-PND-RETRY-COUNT IS GREATER THAN 10
           ADD 1 TO WS-QUEUED-COUNT
           .
       QUEUE-FOR-APPROVAL-EXIT.
           EXIT
           .
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
      * Apply one released increase. A line that has since gone late, *
      * closed, or had its limit changed some other way is not raised *
      * on a stale approval - it is reported and the item retired.    *
      *****************************************************************
       INCREASE-ONE-LIMIT.
           MOVE WS-LID-OWNER-PID TO LOC-OWNER-PID
           MOVE WS-LID-ACCOUNT TO LOC-ACCOUNT
           READ LOCMST-FILE
               INVALID KEY
                   ADD 1 TO WS-SKIP-COUNT
                   GO TO INCREASE-ONE-LIMIT-EXIT
           END-READ
           IF NOT LOC-ACTIVE
               OR LOC-MONTHS-DELQ IS GREATER THAN ZERO
               OR LOC-CREDIT-LIMIT IS NOT EQUAL TO WS-LID-OLD-LIMIT
               ADD 1 TO WS-SKIP-COUNT
               MOVE 'NOT APPLIED' TO WS-RPT-ACTION
               PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-EXIT
               GO TO INCREASE-ONE-LIMIT-EXIT
           END-IF
           .
           MOVE WS-LID-OWNER-PID TO AMS-OWNER-PID
           MOVE WS-LID-ACCOUNT TO AMS-ACCOUNT
           READ ACCTMST-FILE
               INVALID KEY
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY 'No account for ' WS-LID-ACCOUNT
                   GO TO INCREASE-ONE-LIMIT-EXIT
           END-READ
           IF AMS-BALANCE IS LESS THAN ZERO
               COMPUTE WS-LID-DRAWN = ZERO - AMS-BALANCE
           ELSE
               MOVE ZERO TO WS-LID-DRAWN
           END-IF
           MOVE WS-LID-NEW-LIMIT TO WS-NEW-LIMIT
           PERFORM MIRROR-NEW-LIMIT THRU MIRROR-NEW-LIMIT-EXIT
           MOVE WS-NEW-LIMIT TO LOC-CREDIT-LIMIT
           REWRITE LOCMST-RECORD
           .
           MOVE PND-REQUESTED-BY TO LLH-USERID
           MOVE PND-APPROVED-BY TO LLH-APPROVED-BY
           SET LLH-INCREASE TO TRUE
           MOVE 'Good payment review' TO LLH-REASON
           PERFORM WRITE-LIMIT-HISTORY THRU WRITE-LIMIT-HISTORY-EXIT
           .
           MOVE 'YOUR LIMIT IS RAISED - CALL YOUR BRANCH TO DECLINE IT'
               TO WS-NTT-TEXT
           MOVE 'Credit limit increased ' TO CDQ-SUMMARY
           PERFORM SEND-LIMIT-NOTICE THRU SEND-LIMIT-NOTICE-EXIT
           .
           MOVE 'INCREASED' TO WS-RPT-ACTION
           PERFORM WRITE-REPORT-LINE THRU WRITE-REPORT-LINE-EXIT
           ADD 1 TO WS-INCREASED-COUNT
           .
       INCREASE-ONE-LIMIT-EXIT.
           EXIT
           .
      *****************************************************************
      * The shadow ACCTMST row's overdraft limit is what the transfer *
      * screen lets the customer draw against, so it moves with the   *
      * facility limit, journalled like any other ACCTMST change.     *
      *****************************************************************
       MIRROR-NEW-LIMIT.
           MOVE ACCTMST-RECORD TO WS-BEFORE-ACCTMST
           MOVE WS-NEW-LIMIT TO AMS-OVERDRAFT-LIMIT
           REWRITE ACCTMST-RECORD
           PERFORM JOURNAL-ACCTMST-IMAGE THRU
               JOURNAL-ACCTMST-IMAGE-EXIT
           .
       MIRROR-NEW-LIMIT-EXIT.
           EXIT
           .
       WRITE-LIMIT-HISTORY.
           MOVE WS-LID-OWNER-PID TO LLH-OWNER-PID
           MOVE WS-LID-ACCOUNT TO LLH-ACCOUNT
           MOVE GBD-BUSINESS-DATE TO LLH-DATE
           MOVE WS-CURRENT-TIME TO LLH-TIME
           MOVE WS-LID-OLD-LIMIT TO LLH-OLD-LIMIT
           MOVE WS-LID-NEW-LIMIT TO LLH-NEW-LIMIT
           MOVE WS-LID-DRAWN TO LLH-DRAWN-BALANCE
           WRITE LOCLIMH-RECORD
           .
       WRITE-LIMIT-HISTORY-EXIT.
           EXIT
           .
      *****************************************************************
      * The customer notice - the caller sets the notice wording and  *
      * the start of the CORRNDX summary; the account is added here.  *
      *****************************************************************
       SEND-LIMIT-NOTICE.
           MOVE WS-LID-OWNER-PID TO WS-NTH-PID
           MOVE WS-LID-ACCOUNT TO WS-NTH-ACCOUNT
           MOVE GBD-BUSINESS-DATE TO WS-NTH-DATE
           WRITE LOCNOTC-RECORD FROM WS-NOTICE-HEADING
           MOVE WS-LID-OWNER-PID TO BCS-REC-PID
           READ BNKCUST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE BCS-REC-NAME TO WS-NTA-TEXT
                   WRITE LOCNOTC-RECORD FROM WS-NOTICE-ADDRESS
                   MOVE BCS-REC-ADDR1 TO WS-NTA-TEXT
                   WRITE LOCNOTC-RECORD FROM WS-NOTICE-ADDRESS
                   MOVE BCS-REC-ADDR2 TO WS-NTA-TEXT
                   WRITE LOCNOTC-RECORD FROM WS-NOTICE-ADDRESS
           END-READ
           MOVE WS-LID-OLD-LIMIT TO WS-NTL-OLD-LIMIT
           MOVE WS-LID-NEW-LIMIT TO WS-NTL-NEW-LIMIT
           WRITE LOCNOTC-RECORD FROM WS-NOTICE-LIMITS
           WRITE LOCNOTC-RECORD FROM WS-NOTICE-TEXT
           MOVE SPACES TO LOCNOTC-RECORD
           WRITE LOCNOTC-RECORD
           .
           MOVE WS-LID-OWNER-PID TO CDQ-PID
           MOVE 'LOCL' TO CDQ-DOC-TYPE
           MOVE WS-PROGRAM-ID TO CDQ-SOURCE-PGM
           MOVE WS-LID-ACCOUNT TO CDQ-SUMMARY (24:9)
           CALL 'CORRNDX' USING CORRNDX-REQUEST
           .
       SEND-LIMIT-NOTICE-EXIT.
           EXIT
           .
       WRITE-REPORT-LINE.
           MOVE WS-LID-OWNER-PID TO WS-RPT-PID
           MOVE WS-LID-ACCOUNT TO WS-RPT-ACCOUNT
           MOVE WS-LID-OLD-LIMIT TO WS-RPT-OLD-LIMIT
           MOVE WS-LID-NEW-LIMIT TO WS-RPT-NEW-LIMIT
           MOVE WS-LID-DRAWN TO WS-RPT-DRAWN
           WRITE LOCLRPT-RECORD FROM WS-REPORT-DETAIL
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
      *****************************************************************
      * Day number for WS-DATE-WORK, the 365/30 approximation the     *
      * payoff and delinquency runs use.                              *
      *****************************************************************
       DATE-TO-DAYS.
           COMPUTE WS-DATE-DAYS = (WS-DTW-YYYY * 365)
               + (WS-DTW-MM * 30) + WS-DTW-DD
           .
       DATE-TO-DAYS-EXIT.
           EXIT
           .
