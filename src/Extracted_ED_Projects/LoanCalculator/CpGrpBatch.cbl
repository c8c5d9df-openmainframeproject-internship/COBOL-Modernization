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

001150***************************************************************** cpgrpb
001160* Program:     CPGRPBATCH.CBL                                   * cpgrpb
001170* Function:    Connected-party group maintenance. Applies       * cpgrpb
001180*              CPGREQ cards to CPGROUP and its PID index        * cpgrpb
001190*              CPMEMB: an add puts a customer into a group as a * cpgrpb
001200*              household member, a company they control, a      * cpgrpb
001210*              guarantor or other declared connection; a remove * cpgrpb
001220*              takes them out (the CPGROUP row stays, marked    * cpgrpb
001230*              removed, for the audit trail); a seed card adds  * cpgrpb
001240*              every HSEHOLD member not already grouped, using  * cpgrpb
001250*              the household id as the group id. A customer     * cpgrpb
001260*              belongs to one group at a time - an add for a    * cpgrpb
001270*              customer already in another group is refused     * cpgrpb
001280*              until they are removed from it.                  * cpgrpb
001290***************************************************************** cpgrpb
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CpGrpBatch.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CPGREQ-FILE ASSIGN TO "CPGREQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CPGREQ-STATUS.
           SELECT CPGROUP-FILE ASSIGN TO "CPGROUP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CPG-KEY
               FILE STATUS IS WS-CPGROUP-STATUS.
           SELECT CPMEMB-FILE ASSIGN TO "CPMEMB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CPM-PID
               FILE STATUS IS WS-CPMEMB-STATUS.
           SELECT HSEHOLD-FILE ASSIGN TO "HSEHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HSH-KEY
               FILE STATUS IS WS-HSEHOLD-STATUS.
           SELECT BNKCUST-FILE ASSIGN TO "BNKCUST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BCS-REC-PID
               FILE STATUS IS WS-BNKCUST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CPGREQ-FILE
           LABEL RECORDS ARE STANDARD.
       01 CPGREQ-RECORD.
         05 CGR-ACTION PIC X(1).
           88 CGR-SEED VALUE 'S'.
           88 CGR-ADD VALUE 'A'.
           88 CGR-REMOVE VALUE 'R'.
         05 CGR-GROUP-ID PIC X(5).
         05 CGR-PID PIC X(5).
         05 CGR-RELATION PIC X(1).
           88 CGR-RELATION-VALID VALUE 'H' 'C' 'G' 'O'.
         05 CGR-NOTE PIC X(20).
         05 CGR-USERID PIC X(5).

       FD CPGROUP-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CCPGROUP.

       FD CPMEMB-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CCPMEMB.

       FD HSEHOLD-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CHSEHOLD.

       FD BNKCUST-FILE
           LABEL RECORDS ARE STANDARD.
       01 BNKCUST-RECORD.
       COPY CBANKVCS.

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'CPGRPMNT'.
         05 WS-CPGREQ-STATUS PIC X(2).
           88 WS-CPGREQ-OK VALUE '00'.
         05 WS-CPGROUP-STATUS PIC X(2).
           88 WS-CPGROUP-OK VALUE '00'.
         05 WS-CPMEMB-STATUS PIC X(2).
           88 WS-CPMEMB-OK VALUE '00'.
         05 WS-HSEHOLD-STATUS PIC X(2).
           88 WS-HSEHOLD-OK VALUE '00'.
         05 WS-BNKCUST-STATUS PIC X(2).
           88 WS-BNKCUST-OK VALUE '00'.
         05 WS-CPGREQ-EOF-FLAG PIC X(1).
           88 WS-CPGREQ-EOF VALUE 'Y'.
         05 WS-HSEHOLD-EOF-FLAG PIC X(1).
           88 WS-HSEHOLD-EOF VALUE 'Y'.
         05 WS-REQ-COUNT PIC 9(6) VALUE ZERO.
         05 WS-ADDED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-SEEDED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-REMOVED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-SKIP-COUNT PIC 9(6) VALUE ZERO.
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
           10 FILLER PIC X(5).
      *****************************************************************
      * The member being added - filled from a card or from a         *
      * household row, so both go through ADD-GROUP-MEMBER.           *
      *****************************************************************
       01 WS-NEW-MEMBER.
         05 WS-NEW-GROUP-ID PIC X(5).
         05 WS-NEW-PID PIC X(5).
         05 WS-NEW-SOURCE PIC X(1).
         05 WS-NEW-RELATION PIC X(1).
         05 WS-NEW-NOTE PIC X(20).
         05 WS-NEW-USERID PIC X(5).
         05 WS-NEW-ADDED-FLAG PIC X(1).
           88 WS-NEW-ADDED VALUE 'Y'.

       COPY CRUNCTLQ.

       PROCEDURE DIVISION.
       000-START-PROCESSING.
           MOVE 'S' TO RCQ-FUNCTION
           MOVE 'CPGRPMNT' TO RCQ-JOB-NAME
           MOVE SPACES TO RCQ-PREREQ-JOB
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           IF RCQ-REPLY-REFUSED
               DISPLAY 'Run control refused start: ' RCQ-REPLY-MSG
               STOP RUN
           END-IF
           .
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           .
           OPEN INPUT CPGREQ-FILE
           OPEN I-O CPGROUP-FILE
           IF NOT WS-CPGROUP-OK
               OPEN OUTPUT CPGROUP-FILE
               CLOSE CPGROUP-FILE
               OPEN I-O CPGROUP-FILE
           END-IF
           OPEN I-O CPMEMB-FILE
           IF NOT WS-CPMEMB-OK
               OPEN OUTPUT CPMEMB-FILE
               CLOSE CPMEMB-FILE
               OPEN I-O CPMEMB-FILE
           END-IF
           OPEN INPUT BNKCUST-FILE
           .
           PERFORM UNTIL WS-CPGREQ-EOF
               READ CPGREQ-FILE
                   AT END
                       SET WS-CPGREQ-EOF TO TRUE
                   NOT AT END
                       PERFORM APPLY-ONE-REQUEST THRU
                           APPLY-ONE-REQUEST-EXIT
               END-READ
           END-PERFORM
           .
           CLOSE CPGREQ-FILE
           CLOSE CPGROUP-FILE
           CLOSE CPMEMB-FILE
           CLOSE BNKCUST-FILE
           .
           DISPLAY WS-REQ-COUNT ' group request(s), '
               WS-ADDED-COUNT ' added, '
               WS-SEEDED-COUNT ' seeded from households, '
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
           IF CGR-SEED
               PERFORM SEED-FROM-HOUSEHOLDS THRU
                   SEED-FROM-HOUSEHOLDS-EXIT
               GO TO APPLY-ONE-REQUEST-EXIT
           END-IF
           .
           IF CGR-GROUP-ID IS EQUAL TO SPACES
               OR CGR-PID IS EQUAL TO SPACES
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'Group id and PID are both required'
               GO TO APPLY-ONE-REQUEST-EXIT
           END-IF
           .
           IF CGR-ADD
               IF NOT CGR-RELATION-VALID
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY 'Invalid relation for ' CGR-GROUP-ID
                       ' ' CGR-PID ': ' CGR-RELATION
                   GO TO APPLY-ONE-REQUEST-EXIT
               END-IF
               MOVE CGR-PID TO BCS-REC-PID
               READ BNKCUST-FILE
                   INVALID KEY
                       ADD 1 TO WS-SKIP-COUNT
                       DISPLAY 'Customer not on file ' CGR-PID
                       GO TO APPLY-ONE-REQUEST-EXIT
               END-READ
               MOVE CGR-GROUP-ID TO WS-NEW-GROUP-ID
               MOVE CGR-PID TO WS-NEW-PID
               MOVE 'M' TO WS-NEW-SOURCE
               MOVE CGR-RELATION TO WS-NEW-RELATION
               MOVE CGR-NOTE TO WS-NEW-NOTE
               MOVE CGR-USERID TO WS-NEW-USERID
               PERFORM ADD-GROUP-MEMBER THRU ADD-GROUP-MEMBER-EXIT
               IF WS-NEW-ADDED
                   ADD 1 TO WS-ADDED-COUNT
               ELSE
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY 'Customer ' CGR-PID ' already in group '
                       CPM-GROUP-ID
               END-IF
               GO TO APPLY-ONE-REQUEST-EXIT
           END-IF
           .
           IF CGR-REMOVE
               MOVE CGR-GROUP-ID TO CPG-GROUP-ID
               MOVE CGR-PID TO CPG-PID
               READ CPGROUP-FILE
                   INVALID KEY
                       ADD 1 TO WS-SKIP-COUNT
                       DISPLAY 'Not a member of group '
                           CGR-GROUP-ID ' ' CGR-PID
                       GO TO APPLY-ONE-REQUEST-EXIT
               END-READ
               SET CPG-REMOVED TO TRUE
               MOVE WS-CURRENT-DATE TO CPG-CHANGED-DATE
               MOVE CGR-USERID TO CPG-CHANGED-BY
               IF CGR-NOTE IS NOT EQUAL TO SPACES
                   MOVE CGR-NOTE TO CPG-NOTE
               END-IF
               REWRITE CPGROUP-RECORD
               MOVE CGR-PID TO CPM-PID
               READ CPMEMB-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CPM-GROUP-ID IS EQUAL TO CGR-GROUP-ID
                           DELETE CPMEMB-FILE
                       END-IF
               END-READ
               ADD 1 TO WS-REMOVED-COUNT
               GO TO APPLY-ONE-REQUEST-EXIT
           END-IF
           .
           ADD 1 TO WS-SKIP-COUNT
           .
       APPLY-ONE-REQUEST-EXIT.
           EXIT
           .
      *****************************************************************
      * Every household member not already grouped joins a group      *
      * keyed by their household id.                                  *
      *****************************************************************
       SEED-FROM-HOUSEHOLDS.
           OPEN INPUT HSEHOLD-FILE
           IF NOT WS-HSEHOLD-OK
               DISPLAY 'No household file to seed from'
               GO TO SEED-FROM-HOUSEHOLDS-EXIT
           END-IF
           MOVE 'N' TO WS-HSEHOLD-EOF-FLAG
           PERFORM UNTIL WS-HSEHOLD-EOF
               READ HSEHOLD-FILE NEXT RECORD
                   AT END
                       SET WS-HSEHOLD-EOF TO TRUE
                   NOT AT END
                       MOVE HSH-HOUSEHOLD-ID TO WS-NEW-GROUP-ID
                       MOVE HSH-PID TO WS-NEW-PID
                       MOVE 'H' TO WS-NEW-SOURCE
                       MOVE 'H' TO WS-NEW-RELATION
                       MOVE 'Household' TO WS-NEW-NOTE
                       MOVE CGR-USERID TO WS-NEW-USERID
                       PERFORM ADD-GROUP-MEMBER THRU
                           ADD-GROUP-MEMBER-EXIT
                       IF WS-NEW-ADDED
                           ADD 1 TO WS-SEEDED-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HSEHOLD-FILE
           .
       SEED-FROM-HOUSEHOLDS-EXIT.
           EXIT
           .
      *****************************************************************
      * CPMEMB holds one group per customer; a customer already in    *
      * another group is left there. Re-adding a removed member       *
      * reactivates their old CPGROUP row.                            *
      *****************************************************************
       ADD-GROUP-MEMBER.
           MOVE 'N' TO WS-NEW-ADDED-FLAG
           MOVE WS-NEW-PID TO CPM-PID
           READ CPMEMB-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   GO TO ADD-GROUP-MEMBER-EXIT
           END-READ
           .
           MOVE WS-NEW-GROUP-ID TO CPG-GROUP-ID
           MOVE WS-NEW-PID TO CPG-PID
           READ CPGROUP-FILE
               INVALID KEY
                   MOVE SPACES TO CPGROUP-RECORD
                   MOVE WS-NEW-GROUP-ID TO CPG-GROUP-ID
                   MOVE WS-NEW-PID TO CPG-PID
                   MOVE WS-NEW-SOURCE TO CPG-SOURCE
                   MOVE WS-NEW-RELATION TO CPG-RELATION
                   SET CPG-ACTIVE TO TRUE
                   MOVE WS-CURRENT-DATE TO CPG-ADDED-DATE
                   MOVE WS-CURRENT-DATE TO CPG-CHANGED-DATE
                   MOVE WS-NEW-USERID TO CPG-CHANGED-BY
                   MOVE WS-NEW-NOTE TO CPG-NOTE
                   WRITE CPGROUP-RECORD
               NOT INVALID KEY
                   MOVE WS-NEW-SOURCE TO CPG-SOURCE
                   MOVE WS-NEW-RELATION TO CPG-RELATION
                   SET CPG-ACTIVE TO TRUE
                   MOVE WS-CURRENT-DATE TO CPG-CHANGED-DATE
                   MOVE WS-NEW-USERID TO CPG-CHANGED-BY
                   MOVE WS-NEW-NOTE TO CPG-NOTE
                   REWRITE CPGROUP-RECORD
           END-READ
           .
           MOVE WS-NEW-PID TO CPM-PID
           MOVE WS-NEW-GROUP-ID TO CPM-GROUP-ID
           MOVE WS-CURRENT-DATE TO CPM-ADDED-DATE
           WRITE CPMEMB-RECORD
           SET WS-NEW-ADDED TO TRUE
           .
       ADD-GROUP-MEMBER-EXIT.
           EXIT
           .
