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

001150***************************************************************** obpmnt
001160* Program:     OBPMNT.CBL                                       * obpmnt
001170* Function:    Open banking third-party register maintenance in * obpmnt
001180*              the ATMMNT mould - applies the day's OBPREQ      * obpmnt
001190*              requests to OBPARTY. 'A' admits a budgeting or   * obpmnt
001200*              aggregation service under a party id, or changes * obpmnt
001210*              the name or longest consent period of one        * obpmnt
001220*              already on file (a suspended party comes back    * obpmnt
001230*              active, and its customers' consents with it      * obpmnt
001240*              while they run). 'S' suspends a party, so        * obpmnt
001250*              ACCTOBDS refuses it and no customer can grant it * obpmnt
001260*              consent, keeping the row and the consents for    * obpmnt
001270*              the record.                                      * obpmnt
001280***************************************************************** obpmnt
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OBPMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OBPREQ-FILE ASSIGN TO "OBPREQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OBPREQ-STATUS.
           SELECT OBPARTY-FILE ASSIGN TO "OBPARTY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OBP-KEY
               FILE STATUS IS WS-OBPARTY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OBPREQ-FILE
           LABEL RECORDS ARE STANDARD.
       01 OBPREQ-RECORD.
         05 OPQ-ACTION PIC X(1).
           88 OPQ-ADD VALUE 'A'.
           88 OPQ-SUSPEND VALUE 'S'.
         05 OPQ-PARTY-ID PIC X(8).
         05 OPQ-NAME PIC X(30).
         05 OPQ-MAX-DAYS PIC 9(3).

       FD OBPARTY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY COBPARTY.

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'OBPMNT'.
         05 WS-OBPREQ-STATUS PIC X(2).
           88 WS-OBPREQ-OK VALUE '00'.
         05 WS-OBPARTY-STATUS PIC X(2).
           88 WS-OBPARTY-OK VALUE '00'.
         05 WS-OBPREQ-EOF-FLAG PIC X(1).
           88 WS-OBPREQ-EOF VALUE 'Y'.
         05 WS-NEW-PARTY-FLAG PIC X(1).
           88 WS-NEW-PARTY VALUE 'Y'.
         05 WS-REQ-COUNT PIC 9(6) VALUE ZERO.
         05 WS-ADDED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-CHANGED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-SUSPENDED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-SKIP-COUNT PIC 9(6) VALUE ZERO.
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
           10 FILLER PIC X(5).

       COPY CRUNCTLQ.

       PROCEDURE DIVISION.
       000-START-PROCESSING.
           MOVE 'S' TO RCQ-FUNCTION
           MOVE 'OBPMNT' TO RCQ-JOB-NAME
           MOVE SPACES TO RCQ-PREREQ-JOB
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           IF RCQ-REPLY-REFUSED
               DISPLAY 'Run control refused start: ' RCQ-REPLY-MSG
               STOP RUN
           END-IF
           .
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           .
           OPEN INPUT OBPREQ-FILE
           OPEN I-O OBPARTY-FILE
           IF NOT WS-OBPARTY-OK
               OPEN OUTPUT OBPARTY-FILE
               CLOSE OBPARTY-FILE
               OPEN I-O OBPARTY-FILE
           END-IF
           .
           PERFORM UNTIL WS-OBPREQ-EOF
               READ OBPREQ-FILE
                   AT END
                       SET WS-OBPREQ-EOF TO TRUE
                   NOT AT END
                       PERFORM APPLY-ONE-REQUEST THRU
                           APPLY-ONE-REQUEST-EXIT
               END-READ
           END-PERFORM
           .
           CLOSE OBPREQ-FILE
           CLOSE OBPARTY-FILE
           .
           DISPLAY WS-REQ-COUNT ' third-party request(s), '
               WS-ADDED-COUNT ' added, '
               WS-CHANGED-COUNT ' changed, '
               WS-SUSPENDED-COUNT ' suspended, '
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
           IF OPQ-PARTY-ID IS EQUAL TO SPACES
               ADD 1 TO WS-SKIP-COUNT
               GO TO APPLY-ONE-REQUEST-EXIT
           END-IF
           .
           IF OPQ-ADD
               PERFORM ADD-ONE-PARTY THRU ADD-ONE-PARTY-EXIT
               GO TO APPLY-ONE-REQUEST-EXIT
           END-IF
           .
           IF OPQ-SUSPEND
               MOVE OPQ-PARTY-ID TO OBP-PARTY-ID
               READ OBPARTY-FILE
                   INVALID KEY
                       ADD 1 TO WS-SKIP-COUNT
                       DISPLAY 'No third party on file ' OPQ-PARTY-ID
                       GO TO APPLY-ONE-REQUEST-EXIT
               END-READ
               SET OBP-SUSPENDED TO TRUE
               MOVE WS-CURRENT-DATE TO OBP-CHANGED-DATE
               REWRITE OBPARTY-RECORD
               ADD 1 TO WS-SUSPENDED-COUNT
               GO TO APPLY-ONE-REQUEST-EXIT
           END-IF
           .
           ADD 1 TO WS-SKIP-COUNT
           .
       APPLY-ONE-REQUEST-EXIT.
           EXIT
           .
      *****************************************************************
      * A zero period leaves the 90-day default ACCTOBCN applies; no  *
      * consent may run longer than a year.                           *
      *****************************************************************
       ADD-ONE-PARTY.
           IF OPQ-NAME IS EQUAL TO SPACES
               OR OPQ-MAX-DAYS IS NOT NUMERIC
               OR OPQ-MAX-DAYS IS GREATER THAN 366
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'Name or period not valid ' OPQ-PARTY-ID
               GO TO ADD-ONE-PARTY-EXIT
           END-IF
           .
           MOVE 'N' TO WS-NEW-PARTY-FLAG
           MOVE OPQ-PARTY-ID TO OBP-PARTY-ID
           READ OBPARTY-FILE
               INVALID KEY
                   SET WS-NEW-PARTY TO TRUE
                   MOVE SPACES TO OBPARTY-RECORD
                   MOVE OPQ-PARTY-ID TO OBP-PARTY-ID
                   MOVE WS-CURRENT-DATE TO OBP-REGISTERED-DATE
           END-READ
           .
           MOVE OPQ-NAME TO OBP-NAME
           MOVE OPQ-MAX-DAYS TO OBP-MAX-DAYS
           SET OBP-ACTIVE TO TRUE
           MOVE WS-CURRENT-DATE TO OBP-CHANGED-DATE
           IF WS-NEW-PARTY
               WRITE OBPARTY-RECORD
               ADD 1 TO WS-ADDED-COUNT
           ELSE
               REWRITE OBPARTY-RECORD
               ADD 1 TO WS-CHANGED-COUNT
           END-IF
           .
       ADD-ONE-PARTY-EXIT.
           EXIT
           .
