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

001150***************************************************************** slfdeal
001160* Program:     SLFDEAL.CBL                                      * slfdeal
001170* Function:    Daily staff self-dealing report for compliance - * slfdeal
001180*              every STAFFLOG event of the business date: staff * slfdeal
001190*              postings stopped because the teller was linked   * slfdeal
001200*              to the customer, items queued for release by     * slfdeal
001210*              someone else, and supervisor overrides taken,    * slfdeal
001220*              with totals of each.                             * slfdeal
001230***************************************************************** slfdeal
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLFDEAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STAFFLOG-FILE ASSIGN TO "STAFFLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STAFFLOG-STATUS.
           SELECT SLFDEALP-FILE ASSIGN TO "SLFDEALP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLFDEALP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STAFFLOG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CSTAFLOG.

       FD SLFDEALP-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 SLFDEALP-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'SLFDEAL '.
         05 WS-STAFFLOG-STATUS PIC X(2).
           88 WS-STAFFLOG-OK VALUE '00'.
         05 WS-STAFFLOG-OPEN-FLAG PIC X(1) VALUE 'N'.
           88 WS-STAFFLOG-OPEN VALUE 'Y'.
         05 WS-SLFDEALP-STATUS PIC X(2).
           88 WS-SLFDEALP-OK VALUE '00'.
         05 WS-STAFFLOG-EOF-FLAG PIC X(1).
           88 WS-STAFFLOG-EOF VALUE 'Y'.
         05 WS-READ-COUNT PIC 9(6) VALUE ZERO.
         05 WS-EVENT-COUNT PIC 9(6) VALUE ZERO.
         05 WS-BLOCKED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-QUEUED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-OVERRIDE-COUNT PIC 9(6) VALUE ZERO.
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
           10 FILLER PIC X(5).
       01 WS-REPORT-HEADING.
         05 FILLER PIC X(36) VALUE
             'STAFF SELF-DEALING REPORT  BUS DATE '.
         05 WS-RPT-HDG-DATE PIC 9(8).
         05 FILLER PIC X(36) VALUE SPACES.
       01 WS-REPORT-DETAIL.
         05 WS-RPT-OUTCOME PIC X(10).
         05 WS-RPT-SOURCE PIC X(8).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-OPERATOR PIC X(5).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-OVERRIDE PIC X(5).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-PID PIC X(5).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-RELATION PIC X(1).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-ACCOUNT PIC X(9).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-AMOUNT PIC -9(7).99.
         05 FILLER PIC X(20) VALUE SPACES.
       01 WS-REPORT-REASON.
         05 FILLER PIC X(10) VALUE SPACES.
         05 WS-RPT-REASON PIC X(40).
         05 FILLER PIC X(30) VALUE SPACES.
       01 WS-REPORT-TOTALS.
         05 FILLER PIC X(9) VALUE 'BLOCKED  '.
         05 WS-RPT-TOT-BLOCKED PIC Z(5)9.
         05 FILLER PIC X(10) VALUE '  QUEUED  '.
         05 WS-RPT-TOT-QUEUED PIC Z(5)9.
         05 FILLER PIC X(14) VALUE '  OVERRIDDEN  '.
         05 WS-RPT-TOT-OVERRIDE PIC Z(5)9.
         05 FILLER PIC X(29) VALUE SPACES.

       COPY CRUNCTLQ.
       COPY CGETBDTQ.

       PROCEDURE DIVISION.
       000-START-PROCESSING.
           MOVE 'S' TO RCQ-FUNCTION
           MOVE 'SLFDEAL ' TO RCQ-JOB-NAME
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
           OPEN INPUT STAFFLOG-FILE
           IF WS-STAFFLOG-OK
               SET WS-STAFFLOG-OPEN TO TRUE
           END-IF
           IF NOT WS-STAFFLOG-OK
               SET WS-STAFFLOG-EOF TO TRUE
           END-IF
           OPEN OUTPUT SLFDEALP-FILE
           .
           MOVE GBD-BUSINESS-DATE TO WS-RPT-HDG-DATE
           WRITE SLFDEALP-RECORD FROM WS-REPORT-HEADING
           .
           PERFORM UNTIL WS-STAFFLOG-EOF
               READ STAFFLOG-FILE
                   AT END
                       SET WS-STAFFLOG-EOF TO TRUE
                   NOT AT END
                       PERFORM REPORT-ONE-EVENT THRU
                           REPORT-ONE-EVENT-EXIT
               END-READ
           END-PERFORM
           .
           MOVE WS-BLOCKED-COUNT TO WS-RPT-TOT-BLOCKED
           MOVE WS-QUEUED-COUNT TO WS-RPT-TOT-QUEUED
           MOVE WS-OVERRIDE-COUNT TO WS-RPT-TOT-OVERRIDE
           WRITE SLFDEALP-RECORD FROM WS-REPORT-TOTALS
           .
           IF WS-STAFFLOG-OPEN
               CLOSE STAFFLOG-FILE
           END-IF
           CLOSE SLFDEALP-FILE
           .
           DISPLAY WS-READ-COUNT ' staff event(s) read, '
               WS-EVENT-COUNT ' reported, '
               WS-BLOCKED-COUNT ' blocked, '
               WS-QUEUED-COUNT ' queued, '
               WS-OVERRIDE-COUNT ' overridden'
           .
           MOVE 'E' TO RCQ-FUNCTION
           MOVE WS-EVENT-COUNT TO RCQ-REC-COUNT
           MOVE 'C' TO RCQ-OUTCOME
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           .
           STOP RUN
           .
       REPORT-ONE-EVENT.
           ADD 1 TO WS-READ-COUNT
           .
           IF SFL-DATE IS NOT EQUAL TO GBD-BUSINESS-DATE
               GO TO REPORT-ONE-EVENT-EXIT
           END-IF
           .
           EVALUATE TRUE
               WHEN SFL-BLOCKED
                   MOVE 'BLOCKED   ' TO WS-RPT-OUTCOME
                   ADD 1 TO WS-BLOCKED-COUNT
               WHEN SFL-QUEUED
                   MOVE 'QUEUED    ' TO WS-RPT-OUTCOME
                   ADD 1 TO WS-QUEUED-COUNT
               WHEN SFL-OVERRIDDEN
                   MOVE 'OVERRIDDEN' TO WS-RPT-OUTCOME
                   ADD 1 TO WS-OVERRIDE-COUNT
               WHEN OTHER
                   GO TO REPORT-ONE-EVENT-EXIT
           END-EVALUATE
           .
           MOVE SFL-SOURCE TO WS-RPT-SOURCE
           MOVE SFL-OPERATOR-ID TO WS-RPT-OPERATOR
           MOVE SFL-OVERRIDE-ID TO WS-RPT-OVERRIDE
           MOVE SFL-PID TO WS-RPT-PID
           MOVE SFL-RELATION TO WS-RPT-RELATION
           MOVE SFL-ACCOUNT TO WS-RPT-ACCOUNT
           MOVE SFL-AMOUNT TO WS-RPT-AMOUNT
           WRITE SLFDEALP-RECORD FROM WS-REPORT-DETAIL
           MOVE SFL-REASON TO WS-RPT-REASON
           WRITE SLFDEALP-RECORD FROM WS-REPORT-REASON
           .
           ADD 1 TO WS-EVENT-COUNT
           .
       REPORT-ONE-EVENT-EXIT.
           EXIT
           .
