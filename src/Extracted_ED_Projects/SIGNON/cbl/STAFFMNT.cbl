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

001150***************************************************************** staffmnt
001160* Program:     STAFFMNT.CBL                                     * staffmnt
001170* Function:    Employee cross-reference maintenance in the      * staffmnt
001180*              AUTHMNT mould - applies the day's STAFFREQ       * staffmnt
001190*              requests to STAFFXRF. 'A' links a staff user ID  * staffmnt
001200*              to a customer PID, as their own record (S), a    * staffmnt
001210*              family member (F) or a business they control     * staffmnt
001220*              (B); 'R' removes a link, which stays on file     * staffmnt
001230*              marked removed. The PID must be on BNKCUST, and  * staffmnt
001240*              nobody may remove a link of their own. STAFFCHK  * staffmnt
001250*              reads the links before staff act on a customer.  * staffmnt
001260***************************************************************** staffmnt
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STAFFMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STAFFREQ-FILE ASSIGN TO "STAFFREQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STAFFREQ-STATUS.
           SELECT STAFFXRF-FILE ASSIGN TO "STAFFXRF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SXR-KEY
               FILE STATUS IS WS-STAFFXRF-STATUS.
           SELECT BNKCUST-FILE ASSIGN TO "BNKCUST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BCS-REC-PID
               FILE STATUS IS WS-BNKCUST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STAFFREQ-FILE
           LABEL RECORDS ARE STANDARD.
       01 STAFFREQ-RECORD.
         05 SRQ-ACTION PIC X(1).
           88 SRQ-ADD VALUE 'A'.
           88 SRQ-REMOVE VALUE 'R'.
         05 SRQ-STAFF-USERID PIC X(5).
         05 SRQ-PID PIC X(5).
         05 SRQ-RELATION PIC X(1).
           88 SRQ-RELATION-VALID VALUE 'S' 'F' 'B'.
         05 SRQ-NOTE PIC X(20).
         05 SRQ-USERID PIC X(5).

       FD STAFFXRF-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CSTAFXRF.

       FD BNKCUST-FILE
           LABEL RECORDS ARE STANDARD.
       01 BNKCUST-RECORD.
       COPY CBANKVCS.

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'STAFFMNT'.
         05 WS-STAFFREQ-STATUS PIC X(2).
           88 WS-STAFFREQ-OK VALUE '00'.
         05 WS-STAFFXRF-STATUS PIC X(2).
           88 WS-STAFFXRF-OK VALUE '00'.
         05 WS-BNKCUST-STATUS PIC X(2).
           88 WS-BNKCUST-OK VALUE '00'.
         05 WS-STAFFREQ-EOF-FLAG PIC X(1).
           88 WS-STAFFREQ-EOF VALUE 'Y'.
         05 WS-REQ-COUNT PIC 9(6) VALUE ZERO.
         05 WS-ADDED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-REMOVED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-SKIP-COUNT PIC 9(6) VALUE ZERO.
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
           10 FILLER PIC X(5).

       COPY CRUNCTLQ.

       PROCEDURE DIVISION.
       000-START-PROCESSING.
           MOVE 'S' TO RCQ-FUNCTION
           MOVE 'STAFFMNT' TO RCQ-JOB-NAME
           MOVE SPACES TO RCQ-PREREQ-JOB
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           IF RCQ-REPLY-REFUSED
               DISPLAY 'Run control refused start: ' RCQ-REPLY-MSG
               STOP RUN
           END-IF
           .
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           .
           OPEN INPUT STAFFREQ-FILE
           OPEN I-O STAFFXRF-FILE
           IF NOT WS-STAFFXRF-OK
               OPEN OUTPUT STAFFXRF-FILE
               CLOSE STAFFXRF-FILE
               OPEN I-O STAFFXRF-FILE
           END-IF
           OPEN INPUT BNKCUST-FILE
           .
           PERFORM UNTIL WS-STAFFREQ-EOF
               READ STAFFREQ-FILE
                   AT END
                       SET WS-STAFFREQ-EOF TO TRUE
                   NOT AT END
                       PERFORM APPLY-ONE-REQUEST THRU
                           APPLY-ONE-REQUEST-EXIT
               END-READ
           END-PERFORM
           .
           CLOSE STAFFREQ-FILE
           CLOSE STAFFXRF-FILE
           CLOSE BNKCUST-FILE
           .
           DISPLAY WS-REQ-COUNT ' staff link request(s), '
               WS-ADDED-COUNT ' linked, '
               WS-REMOVED-COUNT ' removed, '
               WS-SKIP-COUNT ' skipped'
           .
           MOVE 'E' TO RCQ-FUNCTION
           MOVE WS-REQ-COUNT TO RCQ-REC-COUNT
           MOVE 'C' TO RCQ-OUTCOME
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           .
           STOP RUN
           .
       APPLY-ONE-REQUEST.
           ADD 1 TO WS-REQ-COUNT
           .
           IF SRQ-STAFF-USERID IS EQUAL TO SPACES
               OR SRQ-PID IS EQUAL TO SPACES
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'Staff user and PID are both required'
               GO TO APPLY-ONE-REQUEST-EXIT
           END-IF
           .
           IF SRQ-ADD
               IF NOT SRQ-RELATION-VALID
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY 'Invalid relation for ' SRQ-STAFF-USERID
                       ' ' SRQ-PID ': ' SRQ-RELATION
                   GO TO APPLY-ONE-REQUEST-EXIT
               END-IF
               MOVE SRQ-PID TO BCS-REC-PID
               READ BNKCUST-FILE
                   INVALID KEY
                       ADD 1 TO WS-SKIP-COUNT
                       DISPLAY 'Customer not on file ' SRQ-PID
                       GO TO APPLY-ONE-REQUEST-EXIT
               END-READ
               MOVE SRQ-STAFF-USERID TO SXR-USERID
               MOVE SRQ-PID TO SXR-PID
               MOVE SRQ-RELATION TO SXR-RELATION
               SET SXR-ACTIVE TO TRUE
               MOVE WS-CURRENT-DATE TO SXR-DECLARED-DATE
               MOVE WS-CURRENT-DATE TO SXR-CHANGED-DATE
               MOVE SRQ-USERID TO SXR-CHANGED-BY
               MOVE SRQ-NOTE TO SXR-NOTE
               WRITE STAFFXRF-RECORD
                   INVALID KEY
                       REWRITE STAFFXRF-RECORD
               END-WRITE
               ADD 1 TO WS-ADDED-COUNT
               GO TO APPLY-ONE-REQUEST-EXIT
           END-IF
           .
      *****************************************************************
      * Taking a link off is what would let someone act on their own  *
      * customer again, so it must be keyed by somebody else.         *
      *****************************************************************
           IF SRQ-REMOVE
               IF SRQ-USERID IS EQUAL TO SRQ-STAFF-USERID
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY 'Cannot remove own staff link '
                       SRQ-STAFF-USERID ' ' SRQ-PID
                   GO TO APPLY-ONE-REQUEST-EXIT
               END-IF
               MOVE SRQ-STAFF-USERID TO SXR-USERID
               MOVE SRQ-PID TO SXR-PID
               READ STAFFXRF-FILE
                   INVALID KEY
                       ADD 1 TO WS-SKIP-COUNT
                       DISPLAY 'No staff link on file '
                           SRQ-STAFF-USERID ' ' SRQ-PID
                       GO TO APPLY-ONE-REQUEST-EXIT
               END-READ
               SET SXR-REMOVED TO TRUE
               MOVE WS-CURRENT-DATE TO SXR-CHANGED-DATE
               MOVE SRQ-USERID TO SXR-CHANGED-BY
               REWRITE STAFFXRF-RECORD
               ADD 1 TO WS-REMOVED-COUNT
               GO TO APPLY-ONE-REQUEST-EXIT
           END-IF
           .
           ADD 1 TO WS-SKIP-COUNT
           .
       APPLY-ONE-REQUEST-EXIT.
           EXIT
           .
