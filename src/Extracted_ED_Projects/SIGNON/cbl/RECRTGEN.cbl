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

001150***************************************************************** recrtgen
001160* Program:     RECRTGEN.CBL                                     * recrtgen
001170* Function:    Opens the quarterly access recertification       * recrtgen
001180*              campaign. Every active USRROLE profile gets a    * recrtgen
001190*              pending RECERT row for the quarter, routed to    * recrtgen
001200*              the manager of the user's branch on BRNCHMST -   * recrtgen
001210*              or to the security team where the branch has no  * recrtgen
001220*              manager or the user is that manager, so nobody   * recrtgen
001230*              certifies themselves. The last successful signon * recrtgen
001240*              of each user is taken from SGNAUDIT, and the     * recrtgen
001250*              review list is printed per reviewer with the     * recrtgen
001260*              deadline. A rerun in the same quarter opens      * recrtgen
001270*              nothing new and reprints the list with the       * recrtgen
001280*              decisions so far.                                * recrtgen
001283*              A completed signon that needed a one-time code   * recrtgen
001286*              counts as an ordinary signon here.               * recrtgen
001290***************************************************************** recrtgen
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECRTGEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USRROLE-FILE ASSIGN TO "USRROLE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS URP-USERID
               FILE STATUS IS WS-USRROLE-STATUS.
           SELECT BRNCHMST-FILE ASSIGN TO "BRNCHMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRN-CODE
               FILE STATUS IS WS-BRNCHMST-STATUS.
           SELECT RECERT-FILE ASSIGN TO "RECERT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCT-KEY
               FILE STATUS IS WS-RECERT-STATUS.
           SELECT SGNAUDIT-FILE ASSIGN TO "SGNAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SGNAUDIT-STATUS.
           SELECT RECRTLST-FILE ASSIGN TO "RECRTLST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECRTLST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD USRROLE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CROLEPRF.

       FD BRNCHMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CBRNCHMS.

       FD RECERT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CRECERT.

       FD SGNAUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01 SGNAUDIT-FD-RECORD.
       COPY CSGNAUD.

       FD RECRTLST-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 RECRTLST-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'RECRTGEN'.
         05 WS-USRROLE-STATUS PIC X(2).
           88 WS-USRROLE-OK VALUE '00'.
         05 WS-BRNCHMST-STATUS PIC X(2).
           88 WS-BRNCHMST-OK VALUE '00'.
         05 WS-RECERT-STATUS PIC X(2).
           88 WS-RECERT-OK VALUE '00'.
         05 WS-SGNAUDIT-STATUS PIC X(2).
           88 WS-SGNAUDIT-OK VALUE '00'.
         05 WS-RECRTLST-STATUS PIC X(2).
           88 WS-RECRTLST-OK VALUE '00'.
         05 WS-USRROLE-EOF-FLAG PIC X(1) VALUE 'N'.
           88 WS-USRROLE-EOF VALUE 'Y'.
         05 WS-SGNAUDIT-EOF-FLAG PIC X(1) VALUE 'N'.
           88 WS-SGNAUDIT-EOF VALUE 'Y'.
         05 WS-RECERT-EOF-FLAG PIC X(1).
           88 WS-RECERT-EOF VALUE 'Y'.
         05 WS-BRNCHMST-OPEN-FLAG PIC X(1) VALUE 'N'.
           88 WS-BRNCHMST-OPEN VALUE 'Y'.
         05 WS-CAMPAIGN-EXISTS-FLAG PIC X(1).
           88 WS-CAMPAIGN-EXISTS VALUE 'Y'.
         05 WS-RVW-FOUND-FLAG PIC X(1).
           88 WS-RVW-FOUND VALUE 'Y'.
         05 WS-CAMPAIGN-ID.
           10 WS-CMP-YYYY PIC 9(4).
           10 FILLER PIC X(1) VALUE 'Q'.
           10 WS-CMP-QTR PIC 9(1).
         05 WS-REVIEW-DAYS PIC 9(3) VALUE 21.
         05 WS-DEADLINE PIC 9(8).
         05 WS-PROFILE-COUNT PIC 9(6) VALUE ZERO.
         05 WS-OPENED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-INACTIVE-COUNT PIC 9(6) VALUE ZERO.
         05 WS-SECURITY-COUNT PIC 9(6) VALUE ZERO.
         05 WS-SIGNON-COUNT PIC 9(6) VALUE ZERO.
         05 WS-UNLISTED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-LIST-COUNT PIC 9(5).
         05 WS-LIST-PENDING PIC 9(5).
         05 WS-DATE-WORK.
           10 WS-DTW-YYYY PIC 9(4).
           10 WS-DTW-MM PIC 9(2).
           10 WS-DTW-DD PIC 9(2).
         05 WS-DATE-WORK-N REDEFINES WS-DATE-WORK PIC 9(8).
         05 WS-MONTH-DAYS-TABLE.
           10 FILLER PIC X(24) VALUE '312831303130313130313031'.
         05 WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
           10 WS-DAYS-IN-MONTH PIC 9(2) OCCURS 12 TIMES.
         05 WS-THIS-MONTH-DAYS PIC 9(2).
         05 WS-LEAP-WORK PIC 9(4).
         05 WS-LEAP-REM PIC 9(4).
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
           10 FILLER PIC X(5).
      *****************************************************************
      * One entry per reviewer with rows in the campaign - a branch   *
      * manager's userid, or spaces for the security team.            *
      *****************************************************************
       01 WS-REVIEWER-TABLE.
         05 WS-REVIEWER-COUNT PIC 9(3) VALUE ZERO.
         05 WS-RVW-IX PIC 9(3).
         05 WS-RVW-SEARCH-IX PIC 9(3).
         05 WS-REVIEWER-ENTRY OCCURS 300 TIMES.
           10 WS-RVW-USERID PIC X(5).
       01 WS-REPORT-HEADING.
         05 FILLER PIC X(45) VALUE
             'ACCESS RECERTIFICATION REVIEW LIST  CAMPAIGN '.
         05 WS-RPT-HDG-CAMPAIGN PIC X(6).
         05 FILLER PIC X(11) VALUE '  DEADLINE '.
         05 WS-RPT-HDG-DEADLINE PIC 9(8).
         05 FILLER PIC X(10) VALUE SPACES.
       01 WS-REVIEWER-HEADING.
         05 FILLER PIC X(9) VALUE 'REVIEWER '.
         05 WS-RPT-REVIEWER PIC X(33).
         05 FILLER PIC X(38) VALUE SPACES.
       01 WS-COLUMN-HEADING.
         05 FILLER PIC X(53) VALUE
             'USER  ROLE                BRANCH  LAST SIGNON  STATUS'.
         05 FILLER PIC X(27) VALUE SPACES.
       01 WS-REPORT-DETAIL.
         05 WS-RPT-USERID PIC X(5).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-ROLE PIC X(1).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-ROLE-NAME PIC X(16).
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-RPT-BRANCH PIC X(4).
         05 FILLER PIC X(4) VALUE SPACES.
         05 WS-RPT-LAST-SIGNON PIC X(8).
         05 FILLER PIC X(5) VALUE SPACES.
         05 WS-RPT-STATUS PIC X(10).
         05 FILLER PIC X(23) VALUE SPACES.
       01 WS-REVIEWER-TOTALS.
         05 FILLER PIC X(18) VALUE '  USERS TO REVIEW '.
         05 WS-RPT-RVW-COUNT PIC Z(4)9.
         05 FILLER PIC X(10) VALUE '  PENDING '.
         05 WS-RPT-RVW-PENDING PIC Z(4)9.
         05 FILLER PIC X(42) VALUE SPACES.
       01 WS-REPORT-TOTALS.
         05 FILLER PIC X(14) VALUE 'PROFILES READ '.
         05 WS-RPT-TOT-PROFILES PIC Z(5)9.
         05 FILLER PIC X(10) VALUE '  OPENED  '.
         05 WS-RPT-TOT-OPENED PIC Z(5)9.
         05 FILLER PIC X(14) VALUE '  NOT ACTIVE  '.
         05 WS-RPT-TOT-INACTIVE PIC Z(5)9.
         05 FILLER PIC X(16) VALUE '  SECURITY TEAM '.
         05 WS-RPT-TOT-SECURITY PIC Z(5)9.
         05 FILLER PIC X(2) VALUE SPACES.
       01 WS-BLANK-LINE PIC X(80) VALUE SPACES.

       COPY CRUNCTLQ.
       COPY CGETBDTQ.

       PROCEDURE DIVISION.
       000-START-PROCESSING.
           MOVE 'S' TO RCQ-FUNCTION
           MOVE 'RECRTGEN' TO RCQ-JOB-NAME
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
           PERFORM SET-CAMPAIGN THRU SET-CAMPAIGN-EXIT
           .
           OPEN I-O RECERT-FILE
           IF NOT WS-RECERT-OK
               OPEN OUTPUT RECERT-FILE
               CLOSE RECERT-FILE
               OPEN I-O RECERT-FILE
           END-IF
           OPEN INPUT BRNCHMST-FILE
           IF WS-BRNCHMST-OK
               SET WS-BRNCHMST-OPEN TO TRUE
           END-IF
           OPEN OUTPUT RECRTLST-FILE
           .
           PERFORM CHECK-CAMPAIGN-OPEN THRU CHECK-CAMPAIGN-OPEN-EXIT
           PERFORM OPEN-CAMPAIGN THRU OPEN-CAMPAIGN-EXIT
           .
           PERFORM LOAD-REVIEWERS THRU LOAD-REVIEWERS-EXIT
           .
           MOVE WS-CAMPAIGN-ID TO WS-RPT-HDG-CAMPAIGN
           MOVE WS-DEADLINE TO WS-RPT-HDG-DEADLINE
           WRITE RECRTLST-RECORD FROM WS-REPORT-HEADING
           .
           PERFORM PRINT-REVIEWER-LIST THRU PRINT-REVIEWER-LIST-EXIT
               VARYING WS-RVW-IX FROM 1 BY 1
               UNTIL WS-RVW-IX IS GREATER THAN WS-REVIEWER-COUNT
           .
           WRITE RECRTLST-RECORD FROM WS-BLANK-LINE
           MOVE WS-PROFILE-COUNT TO WS-RPT-TOT-PROFILES
           MOVE WS-OPENED-COUNT TO WS-RPT-TOT-OPENED
           MOVE WS-INACTIVE-COUNT TO WS-RPT-TOT-INACTIVE
           MOVE WS-SECURITY-COUNT TO WS-RPT-TOT-SECURITY
           WRITE RECRTLST-RECORD FROM WS-REPORT-TOTALS
           .
           IF WS-BRNCHMST-OPEN
               CLOSE BRNCHMST-FILE
           END-IF
           CLOSE RECERT-FILE
           CLOSE RECRTLST-FILE
           .
           IF WS-CAMPAIGN-EXISTS
               DISPLAY 'Campaign ' WS-CAMPAIGN-ID
                   ' already open - review list reprinted'
           END-IF
           IF WS-UNLISTED-COUNT IS GREATER THAN ZERO
               DISPLAY WS-UNLISTED-COUNT
                   ' review(s) not listed - reviewer table full'
           END-IF
           DISPLAY WS-PROFILE-COUNT ' role profile(s) read, '
               WS-OPENED-COUNT ' review(s) opened, '
               WS-INACTIVE-COUNT ' not active, '
               WS-SECURITY-COUNT ' to security team, '
               WS-SIGNON-COUNT ' last signon(s) found'
           .
           MOVE 'E' TO RCQ-FUNCTION
           MOVE WS-OPENED-COUNT TO RCQ-REC-COUNT
           MOVE 'C' TO RCQ-OUTCOME
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           .
           STOP RUN
           .
      *****************************************************************
      * The campaign is the calendar quarter of the business date,    *
      * e.g. 2026Q4, and the deadline a fixed number of days on.      *
      *****************************************************************
       SET-CAMPAIGN.
           MOVE GBD-BUSINESS-DATE TO WS-DATE-WORK-N
           MOVE WS-DTW-YYYY TO WS-CMP-YYYY
           COMPUTE WS-CMP-QTR = (WS-DTW-MM - 1) / 3 + 1
           .
           PERFORM STEP-ONE-DAY-FORWARD THRU STEP-ONE-DAY-FORWARD-EXIT
               WS-REVIEW-DAYS TIMES
           MOVE WS-DATE-WORK-N TO WS-DEADLINE
           .
       SET-CAMPAIGN-EXIT.
           EXIT
           .
       STEP-ONE-DAY-FORWARD.
           PERFORM GET-MONTH-LENGTH THRU GET-MONTH-LENGTH-EXIT
           IF WS-DTW-DD IS LESS THAN WS-THIS-MONTH-DAYS
               ADD 1 TO WS-DTW-DD
               GO TO STEP-ONE-DAY-FORWARD-EXIT
           END-IF
           MOVE 1 TO WS-DTW-DD
           ADD 1 TO WS-DTW-MM
           IF WS-DTW-MM IS GREATER THAN 12
               MOVE 1 TO WS-DTW-MM
               ADD 1 TO WS-DTW-YYYY
           END-IF
           .
       STEP-ONE-DAY-FORWARD-EXIT.
           EXIT
           .
       GET-MONTH-LENGTH.
           MOVE WS-DAYS-IN-MONTH(WS-DTW-MM) TO WS-THIS-MONTH-DAYS
           IF WS-DTW-MM IS EQUAL TO 2
               DIVIDE WS-DTW-YYYY BY 4 GIVING WS-LEAP-WORK
                   REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM IS EQUAL TO ZERO
                   MOVE 29 TO WS-THIS-MONTH-DAYS
               END-IF
           END-IF
           .
       GET-MONTH-LENGTH-EXIT.
           EXIT
           .
      *****************************************************************
      * A quarter is opened once. If rows already exist the original  *
      * deadline stands and the run only reprints the list.           *
      *****************************************************************
       CHECK-CAMPAIGN-OPEN.
           MOVE 'N' TO WS-CAMPAIGN-EXISTS-FLAG
           MOVE WS-CAMPAIGN-ID TO RCT-CAMPAIGN
           MOVE LOW-VALUES TO RCT-USERID
           START RECERT-FILE KEY IS NOT LESS THAN RCT-KEY
               INVALID KEY
                   GO TO CHECK-CAMPAIGN-OPEN-EXIT
           END-START
           READ RECERT-FILE NEXT RECORD
               AT END
                   GO TO CHECK-CAMPAIGN-OPEN-EXIT
           END-READ
           IF RCT-CAMPAIGN IS EQUAL TO WS-CAMPAIGN-ID
               SET WS-CAMPAIGN-EXISTS TO TRUE
               MOVE RCT-DEADLINE TO WS-DEADLINE
           END-IF
           .
       CHECK-CAMPAIGN-OPEN-EXIT.
           EXIT
           .
       OPEN-CAMPAIGN.
           IF WS-CAMPAIGN-EXISTS
               GO TO OPEN-CAMPAIGN-EXIT
           END-IF
           .
           OPEN INPUT USRROLE-FILE
           IF NOT WS-USRROLE-OK
               DISPLAY 'USRROLE not available - no reviews opened'
               GO TO OPEN-CAMPAIGN-EXIT
           END-IF
           PERFORM UNTIL WS-USRROLE-EOF
               READ USRROLE-FILE
                   AT END
                       SET WS-USRROLE-EOF TO TRUE
                   NOT AT END
                       PERFORM OPEN-ONE-REVIEW THRU
                           OPEN-ONE-REVIEW-EXIT
               END-READ
           END-PERFORM
           CLOSE USRROLE-FILE
           .
      *****************************************************************
      * Last signon for each user under review - the latest           *
      * successful UserVal signon on SGNAUDIT. Administrative entries *
      * (role changes, unlocks) also carry 'S' but always a message,  *
      * which a plain signon does not.                                *
      *****************************************************************
           OPEN INPUT SGNAUDIT-FILE
           IF NOT WS-SGNAUDIT-OK
               GO TO OPEN-CAMPAIGN-EXIT
           END-IF
           PERFORM UNTIL WS-SGNAUDIT-EOF
               READ SGNAUDIT-FILE
                   AT END
                       SET WS-SGNAUDIT-EOF TO TRUE
                   NOT AT END
                       PERFORM APPLY-ONE-SIGNON THRU
                           APPLY-ONE-SIGNON-EXIT
               END-READ
           END-PERFORM
           CLOSE SGNAUDIT-FILE
           .
       OPEN-CAMPAIGN-EXIT.
           EXIT
           .
       OPEN-ONE-REVIEW.
           ADD 1 TO WS-PROFILE-COUNT
           .
           IF NOT URP-STATUS-ACTIVE
               ADD 1 TO WS-INACTIVE-COUNT
               GO TO OPEN-ONE-REVIEW-EXIT
           END-IF
           .
           MOVE SPACES TO RECERT-RECORD
           MOVE WS-CAMPAIGN-ID TO RCT-CAMPAIGN
           MOVE URP-USERID TO RCT-USERID
           MOVE URP-BRANCH TO RCT-BRANCH
           MOVE URP-ROLE TO RCT-ROLE
           MOVE ZERO TO RCT-LAST-SIGNON
           MOVE GBD-BUSINESS-DATE TO RCT-OPENED-DATE
           MOVE WS-DEADLINE TO RCT-DEADLINE
           SET RCT-PENDING TO TRUE
           MOVE ZERO TO RCT-DECIDED-DATE
           MOVE ZERO TO RCT-DECIDED-TIME
           MOVE ZERO TO RCT-CLOSED-DATE
           PERFORM FIND-REVIEWER THRU FIND-REVIEWER-EXIT
           .
           WRITE RECERT-RECORD
               INVALID KEY
                   GO TO OPEN-ONE-REVIEW-EXIT
           END-WRITE
           ADD 1 TO WS-OPENED-COUNT
           .
       OPEN-ONE-REVIEW-EXIT.
           EXIT
           .
      *****************************************************************
      * The branch manager reviews the branch's staff. With no branch *
      * on the profile, no manager on BRNCHMST, or the user being the *
      * manager, the row goes to the security team (reviewer blank).  *
      *****************************************************************
       FIND-REVIEWER.
           MOVE SPACES TO RCT-MANAGER
           IF NOT WS-BRNCHMST-OPEN
               OR URP-BRANCH IS EQUAL TO SPACES
               GO TO FIND-REVIEWER-SECURITY
           END-IF
           MOVE URP-BRANCH TO BRN-CODE
           READ BRNCHMST-FILE
               INVALID KEY
                   GO TO FIND-REVIEWER-SECURITY
           END-READ
           IF BRN-MANAGER-USERID IS EQUAL TO SPACES
               OR BRN-MANAGER-USERID IS EQUAL TO URP-USERID
               GO TO FIND-REVIEWER-SECURITY
           END-IF
           MOVE BRN-MANAGER-USERID TO RCT-MANAGER
           GO TO FIND-REVIEWER-EXIT
           .
       FIND-REVIEWER-SECURITY.
           ADD 1 TO WS-SECURITY-COUNT
           .
       FIND-REVIEWER-EXIT.
           EXIT
           .
       APPLY-ONE-SIGNON.
           IF NOT SAU-SUCCESS
               GO TO APPLY-ONE-SIGNON-EXIT
           END-IF
           IF SAU-MESSAGE IS NOT EQUAL TO SPACES
               AND SAU-MESSAGE IS NOT EQUAL TO
                   'Off-hours signon under override'
               AND SAU-MESSAGE IS NOT EQUAL TO
                   'Signon completed with one-time code'
               GO TO APPLY-ONE-SIGNON-EXIT
           END-IF
           .
           MOVE WS-CAMPAIGN-ID TO RCT-CAMPAIGN
           MOVE SAU-USERID TO RCT-USERID
           READ RECERT-FILE
               INVALID KEY
                   GO TO APPLY-ONE-SIGNON-EXIT
           END-READ
           IF SAU-DATE IS NOT GREATER THAN RCT-LAST-SIGNON
               GO TO APPLY-ONE-SIGNON-EXIT
           END-IF
           .
           IF RCT-LAST-SIGNON IS EQUAL TO ZERO
               ADD 1 TO WS-SIGNON-COUNT
           END-IF
           MOVE SAU-DATE TO RCT-LAST-SIGNON
           REWRITE RECERT-RECORD
           .
       APPLY-ONE-SIGNON-EXIT.
           EXIT
           .
      *****************************************************************
      * Collect the distinct reviewers of the campaign, in the order  *
      * their first row is met.                                       *
      *****************************************************************
       LOAD-REVIEWERS.
           MOVE ZERO TO WS-REVIEWER-COUNT
           MOVE 'N' TO WS-RECERT-EOF-FLAG
           MOVE WS-CAMPAIGN-ID TO RCT-CAMPAIGN
           MOVE LOW-VALUES TO RCT-USERID
           START RECERT-FILE KEY IS NOT LESS THAN RCT-KEY
               INVALID KEY
                   GO TO LOAD-REVIEWERS-EXIT
           END-START
           PERFORM UNTIL WS-RECERT-EOF
               READ RECERT-FILE NEXT RECORD
                   AT END
                       SET WS-RECERT-EOF TO TRUE
                   NOT AT END
                       IF RCT-CAMPAIGN IS NOT EQUAL TO WS-CAMPAIGN-ID
                           SET WS-RECERT-EOF TO TRUE
                       ELSE
                           PERFORM NOTE-REVIEWER THRU
                               NOTE-REVIEWER-EXIT
                       END-IF
               END-READ
           END-PERFORM
           .
       LOAD-REVIEWERS-EXIT.
           EXIT
           .
       NOTE-REVIEWER.
           MOVE 'N' TO WS-RVW-FOUND-FLAG
           PERFORM VARYING WS-RVW-SEARCH-IX FROM 1 BY 1
                   UNTIL WS-RVW-SEARCH-IX IS GREATER THAN
                       WS-REVIEWER-COUNT
               IF WS-RVW-USERID(WS-RVW-SEARCH-IX) IS EQUAL TO
                       RCT-MANAGER
                   SET WS-RVW-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-RVW-FOUND
               GO TO NOTE-REVIEWER-EXIT
           END-IF
           .
           IF WS-REVIEWER-COUNT IS NOT LESS THAN 300
               ADD 1 TO WS-UNLISTED-COUNT
               GO TO NOTE-REVIEWER-EXIT
           END-IF
           ADD 1 TO WS-REVIEWER-COUNT
           MOVE RCT-MANAGER TO WS-RVW-USERID(WS-REVIEWER-COUNT)
           .
       NOTE-REVIEWER-EXIT.
           EXIT
           .
      *****************************************************************
      * One reviewer's section: every user of the campaign routed to  *
      * them, with the decision recorded so far.                      *
      *****************************************************************
       PRINT-REVIEWER-LIST.
           MOVE ZERO TO WS-LIST-COUNT
           MOVE ZERO TO WS-LIST-PENDING
           IF WS-RVW-USERID(WS-RVW-IX) IS EQUAL TO SPACES
               MOVE 'SECURITY TEAM - NO BRANCH MANAGER' TO
                   WS-RPT-REVIEWER
           ELSE
               MOVE WS-RVW-USERID(WS-RVW-IX) TO WS-RPT-REVIEWER
           END-IF
           WRITE RECRTLST-RECORD FROM WS-BLANK-LINE
           WRITE RECRTLST-RECORD FROM WS-REVIEWER-HEADING
           WRITE RECRTLST-RECORD FROM WS-COLUMN-HEADING
           .
           MOVE 'N' TO WS-RECERT-EOF-FLAG
           MOVE WS-CAMPAIGN-ID TO RCT-CAMPAIGN
           MOVE LOW-VALUES TO RCT-USERID
           START RECERT-FILE KEY IS NOT LESS THAN RCT-KEY
               INVALID KEY
                   SET WS-RECERT-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-RECERT-EOF
               READ RECERT-FILE NEXT RECORD
                   AT END
                       SET WS-RECERT-EOF TO TRUE
                   NOT AT END
                       IF RCT-CAMPAIGN IS NOT EQUAL TO WS-CAMPAIGN-ID
                           SET WS-RECERT-EOF TO TRUE
                       ELSE
                           PERFORM PRINT-ONE-REVIEW THRU
                               PRINT-ONE-REVIEW-EXIT
                       END-IF
               END-READ
           END-PERFORM
           .
           MOVE WS-LIST-COUNT TO WS-RPT-RVW-COUNT
           MOVE WS-LIST-PENDING TO WS-RPT-RVW-PENDING
           WRITE RECRTLST-RECORD FROM WS-REVIEWER-TOTALS
           .
       PRINT-REVIEWER-LIST-EXIT.
           EXIT
           .
       PRINT-ONE-REVIEW.
           IF RCT-MANAGER IS NOT EQUAL TO WS-RVW-USERID(WS-RVW-IX)
               GO TO PRINT-ONE-REVIEW-EXIT
           END-IF
           .
           MOVE RCT-USERID TO WS-RPT-USERID
           MOVE RCT-ROLE TO WS-RPT-ROLE
           EVALUATE RCT-ROLE
               WHEN 'T'
                   MOVE 'TELLER' TO WS-RPT-ROLE-NAME
               WHEN 'S'
                   MOVE 'SUPERVISOR' TO WS-RPT-ROLE-NAME
               WHEN 'A'
                   MOVE 'SECURITY ADMIN' TO WS-RPT-ROLE-NAME
               WHEN 'R'
                   MOVE 'AUDITOR' TO WS-RPT-ROLE-NAME
               WHEN OTHER
                   MOVE 'UNKNOWN' TO WS-RPT-ROLE-NAME
           END-EVALUATE
           MOVE RCT-BRANCH TO WS-RPT-BRANCH
           IF RCT-LAST-SIGNON IS EQUAL TO ZERO
               MOVE 'NEVER' TO WS-RPT-LAST-SIGNON
           ELSE
               MOVE RCT-LAST-SIGNON TO WS-RPT-LAST-SIGNON
           END-IF
           EVALUATE TRUE
               WHEN RCT-PENDING
                   MOVE 'PENDING' TO WS-RPT-STATUS
                   ADD 1 TO WS-LIST-PENDING
               WHEN RCT-CERTIFIED
                   MOVE 'CERTIFIED' TO WS-RPT-STATUS
               WHEN RCT-REVOKED
                   MOVE 'REVOKED' TO WS-RPT-STATUS
               WHEN RCT-EXPIRED
                   MOVE 'SUSPENDED' TO WS-RPT-STATUS
               WHEN OTHER
                   MOVE SPACES TO WS-RPT-STATUS
           END-EVALUATE
           WRITE RECRTLST-RECORD FROM WS-REPORT-DETAIL
           ADD 1 TO WS-LIST-COUNT
           .
       PRINT-ONE-REVIEW-EXIT.
           EXIT
           .
