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

001150***************************************************************** recrtend
001160* Program:     RECRTEND.CBL                                     * recrtend
001170* Function:    Closes access recertification reviews whose      * recrtend
001180*              deadline has passed. A review still pending is   * recrtend
001190*              marked expired and the user's USRROLE profile is * recrtend
001200*              suspended, with an SGNAUDIT entry, so the id can * recrtend
001210*              neither sign on nor reach a transaction until    * recrtend
001220*              the security team reassigns the role. Every      * recrtend
001230*              closed review - certified, revoked or suspended  * recrtend
001240*              - is printed on the evidence report with its     * recrtend
001250*              reviewer and the date and time of the decision.  * recrtend
001260*              A review is closed once; a rerun on the same     * recrtend
001270*              business date reprints it.                       * recrtend
001280***************************************************************** recrtend
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECRTEND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECERT-FILE ASSIGN TO "RECERT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RCT-KEY
               FILE STATUS IS WS-RECERT-STATUS.
           SELECT USRROLE-FILE ASSIGN TO "USRROLE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS URP-USERID
               FILE STATUS IS WS-USRROLE-STATUS.
           SELECT SGNAUDIT-FILE ASSIGN TO "SGNAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SGNAUDIT-STATUS.
           SELECT RECRTEVD-FILE ASSIGN TO "RECRTEVD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECRTEVD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RECERT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CRECERT.

       FD USRROLE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CROLEPRF.

       FD SGNAUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01 SGNAUDIT-FD-RECORD.
       COPY CSGNAUD.

       FD RECRTEVD-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 RECRTEVD-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'RECRTEND'.
         05 WS-RECERT-STATUS PIC X(2).
           88 WS-RECERT-OK VALUE '00'.
         05 WS-USRROLE-STATUS PIC X(2).
           88 WS-USRROLE-OK VALUE '00'.
         05 WS-SGNAUDIT-STATUS PIC X(2).
           88 WS-SGNAUDIT-OK VALUE '00'.
         05 WS-RECRTEVD-STATUS PIC X(2).
           88 WS-RECRTEVD-OK VALUE '00'.
         05 WS-RECERT-EOF-FLAG PIC X(1) VALUE 'N'.
           88 WS-RECERT-EOF VALUE 'Y'.
         05 WS-USRROLE-OPEN-FLAG PIC X(1) VALUE 'N'.
           88 WS-USRROLE-OPEN VALUE 'Y'.
         05 WS-READ-COUNT PIC 9(6) VALUE ZERO.
         05 WS-CLOSED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-CERTIFIED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-REVOKED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-SUSPENDED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
           10 FILLER PIC X(5).
       01 WS-REPORT-HEADING.
         05 FILLER PIC X(42) VALUE
             'ACCESS RECERTIFICATION EVIDENCE  BUS DATE '.
         05 WS-RPT-HDG-DATE PIC 9(8).
         05 FILLER PIC X(30) VALUE SPACES.
       01 WS-COLUMN-HEADING.
         05 FILLER PIC X(35) VALUE
             'CAMPGN USER  ROLE BRANCH REVIEWER  '.
         05 FILLER PIC X(39) VALUE
             'SIGNON    DECISION  BY    DATE     TIME'.
         05 FILLER PIC X(6) VALUE SPACES.
       01 WS-REPORT-DETAIL.
         05 WS-RPT-CAMPAIGN PIC X(6).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-USERID PIC X(5).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-ROLE PIC X(1).
         05 FILLER PIC X(4) VALUE SPACES.
         05 WS-RPT-BRANCH PIC X(4).
         05 FILLER PIC X(3) VALUE SPACES.
         05 WS-RPT-REVIEWER PIC X(8).
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-RPT-LAST-SIGNON PIC X(8).
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-RPT-DECISION PIC X(9).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-DECIDED-BY PIC X(5).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-DECIDED-DATE PIC 9(8).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-DECIDED-TIME PIC X(6).
         05 FILLER PIC X(4) VALUE SPACES.
       01 WS-REPORT-TOTALS.
         05 FILLER PIC X(10) VALUE 'CERTIFIED '.
         05 WS-RPT-TOT-CERTIFIED PIC Z(5)9.
         05 FILLER PIC X(11) VALUE '  REVOKED  '.
         05 WS-RPT-TOT-REVOKED PIC Z(5)9.
         05 FILLER PIC X(13) VALUE '  SUSPENDED  '.
         05 WS-RPT-TOT-SUSPENDED PIC Z(5)9.
         05 FILLER PIC X(28) VALUE SPACES.

       COPY CRUNCTLQ.
       COPY CGETBDTQ.

       PROCEDURE DIVISION.
       000-START-PROCESSING.
           MOVE 'S' TO RCQ-FUNCTION
           MOVE 'RECRTEND' TO RCQ-JOB-NAME
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
           OPEN I-O RECERT-FILE
           IF NOT WS-RECERT-OK
               SET WS-RECERT-EOF TO TRUE
           END-IF
           OPEN I-O USRROLE-FILE
           IF WS-USRROLE-OK
               SET WS-USRROLE-OPEN TO TRUE
           END-IF
           OPEN OUTPUT RECRTEVD-FILE
           .
           MOVE GBD-BUSINESS-DATE TO WS-RPT-HDG-DATE
           WRITE RECRTEVD-RECORD FROM WS-REPORT-HEADING
           WRITE RECRTEVD-RECORD FROM WS-COLUMN-HEADING
           .
           PERFORM UNTIL WS-RECERT-EOF
               READ RECERT-FILE NEXT RECORD
                   AT END
                       SET WS-RECERT-EOF TO TRUE
                   NOT AT END
                       PERFORM CLOSE-ONE-REVIEW THRU
                           CLOSE-ONE-REVIEW-EXIT
               END-READ
           END-PERFORM
           .
           MOVE WS-CERTIFIED-COUNT TO WS-RPT-TOT-CERTIFIED
           MOVE WS-REVOKED-COUNT TO WS-RPT-TOT-REVOKED
           MOVE WS-SUSPENDED-COUNT TO WS-RPT-TOT-SUSPENDED
           WRITE RECRTEVD-RECORD FROM WS-REPORT-TOTALS
           .
           IF WS-USRROLE-OPEN
               CLOSE USRROLE-FILE
           END-IF
           CLOSE RECERT-FILE
           CLOSE RECRTEVD-FILE
           .
           DISPLAY WS-READ-COUNT ' review(s) read, '
               WS-CLOSED-COUNT ' closed, '
               WS-CERTIFIED-COUNT ' certified, '
               WS-REVOKED-COUNT ' revoked, '
               WS-SUSPENDED-COUNT ' suspended'
           .
           MOVE 'E' TO RCQ-FUNCTION
           MOVE WS-CLOSED-COUNT TO RCQ-REC-COUNT
           MOVE 'C' TO RCQ-OUTCOME
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           .
           STOP RUN
           .
      *****************************************************************
      * Reviews are decided up to and including the deadline day, so  *
      * only rows with a deadline before the business date close.     *
      * A row closed on an earlier run was already evidenced then.    *
      *****************************************************************
       CLOSE-ONE-REVIEW.
           ADD 1 TO WS-READ-COUNT
           .
           IF RCT-DEADLINE IS NOT LESS THAN GBD-BUSINESS-DATE
               GO TO CLOSE-ONE-REVIEW-EXIT
           END-IF
           IF RCT-CLOSED-DATE IS NOT EQUAL TO ZERO
               AND RCT-CLOSED-DATE IS NOT EQUAL TO GBD-BUSINESS-DATE
               GO TO CLOSE-ONE-REVIEW-EXIT
           END-IF
           .
           IF RCT-PENDING
               PERFORM SUSPEND-ROLE-PROFILE THRU
                   SUSPEND-ROLE-PROFILE-EXIT
               SET RCT-EXPIRED TO TRUE
               MOVE 'BATCH' TO RCT-DECIDED-BY
               MOVE GBD-BUSINESS-DATE TO RCT-DECIDED-DATE
               MOVE WS-CURRENT-TIME TO RCT-DECIDED-TIME
           END-IF
           MOVE GBD-BUSINESS-DATE TO RCT-CLOSED-DATE
           REWRITE RECERT-RECORD
           .
           EVALUATE TRUE
               WHEN RCT-CERTIFIED
                   MOVE 'CERTIFIED' TO WS-RPT-DECISION
                   ADD 1 TO WS-CERTIFIED-COUNT
               WHEN RCT-REVOKED
                   MOVE 'REVOKED' TO WS-RPT-DECISION
                   ADD 1 TO WS-REVOKED-COUNT
               WHEN OTHER
                   MOVE 'SUSPENDED' TO WS-RPT-DECISION
                   ADD 1 TO WS-SUSPENDED-COUNT
           END-EVALUATE
           MOVE RCT-CAMPAIGN TO WS-RPT-CAMPAIGN
           MOVE RCT-USERID TO WS-RPT-USERID
           MOVE RCT-ROLE TO WS-RPT-ROLE
           MOVE RCT-BRANCH TO WS-RPT-BRANCH
           IF RCT-MANAGER IS EQUAL TO SPACES
               MOVE 'SECURITY' TO WS-RPT-REVIEWER
           ELSE
               MOVE RCT-MANAGER TO WS-RPT-REVIEWER
           END-IF
           IF RCT-LAST-SIGNON IS EQUAL TO ZERO
               MOVE 'NEVER' TO WS-RPT-LAST-SIGNON
           ELSE
               MOVE RCT-LAST-SIGNON TO WS-RPT-LAST-SIGNON
           END-IF
           MOVE RCT-DECIDED-BY TO WS-RPT-DECIDED-BY
           MOVE RCT-DECIDED-DATE TO WS-RPT-DECIDED-DATE
           MOVE RCT-DECIDED-TIME (1:6) TO WS-RPT-DECIDED-TIME
           WRITE RECRTEVD-RECORD FROM WS-REPORT-DETAIL
           ADD 1 TO WS-CLOSED-COUNT
           .
       CLOSE-ONE-REVIEW-EXIT.
           EXIT
           .
      *****************************************************************
      * Nobody vouched for this id in time. A profile already revoked *
      * or suspended by other means is left as it is.                 *
      *****************************************************************
       SUSPEND-ROLE-PROFILE.
           IF NOT WS-USRROLE-OPEN
               GO TO SUSPEND-ROLE-PROFILE-EXIT
           END-IF
           MOVE RCT-USERID TO URP-USERID
           READ USRROLE-FILE
               INVALID KEY
                   GO TO SUSPEND-ROLE-PROFILE-EXIT
           END-READ
           IF NOT URP-STATUS-ACTIVE
               GO TO SUSPEND-ROLE-PROFILE-EXIT
           END-IF
           .
           SET URP-STATUS-SUSPENDED TO TRUE
           MOVE GBD-BUSINESS-DATE TO URP-STATUS-DATE
           MOVE 'BATCH' TO URP-STATUS-BY
           REWRITE USRROLE-RECORD
               INVALID KEY
                   GO TO SUSPEND-ROLE-PROFILE-EXIT
           END-REWRITE
           .
           OPEN EXTEND SGNAUDIT-FILE
           IF NOT WS-SGNAUDIT-OK
               GO TO SUSPEND-ROLE-PROFILE-EXIT
           END-IF
           MOVE WS-CURRENT-DATE TO SAU-DATE
           MOVE WS-CURRENT-TIME TO SAU-TIME
           MOVE RCT-USERID TO SAU-SIGNON-ID
           MOVE 'BATCH' TO SAU-USERID
           SET SAU-SUCCESS TO TRUE
           MOVE SPACES TO SAU-MESSAGE
           STRING 'Role suspended - not recertified in '
                  DELIMITED BY SIZE
                  RCT-CAMPAIGN DELIMITED BY SIZE
               INTO SAU-MESSAGE
           WRITE SGNAUDIT-FD-RECORD
           CLOSE SGNAUDIT-FILE
           .
       SUSPEND-ROLE-PROFILE-EXIT.
           EXIT
           .
