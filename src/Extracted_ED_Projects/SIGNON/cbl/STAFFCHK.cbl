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

001150***************************************************************** staffchk
001160* Program:     STAFFCHK.CBL                                     * staffchk
001170* Function:    Staff self-dealing check, CALLed before a teller * staffchk
001180*              item, a reversal, a suspense adjustment or an    * staffchk
001190*              address change acts on a customer. An operator   * staffchk
001200*              linked on STAFFXRF to the customer PID - their   * staffchk
001210*              own record or a declared related party - is      * staffchk
001220*              blocked unless a second staff member             * staffchk
001230*              countersigns: the override user must be someone  * staffchk
001240*              else, must not be linked to the same PID and,    * staffchk
001250*              once the USRROLE file is installed, must hold    * staffchk
001260*              the supervisor role. A queue request instead     * staffchk
001270*              tells the caller to hold the item for dual-      * staffchk
001280*              control release. Every blocked, queued or        * staffchk
001290*              overridden attempt goes to STAFFLOG for the      * staffchk
001300*              daily SLFDEAL compliance report. With no         * staffchk
001310*              STAFFXRF file installed nothing is blocked.      * staffchk
001320***************************************************************** staffchk
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STAFFCHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STAFFXRF-FILE ASSIGN TO "STAFFXRF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SXR-KEY
               FILE STATUS IS WS-STAFFXRF-STATUS.
           SELECT USRROLE-FILE ASSIGN TO "USRROLE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS URP-USERID
               FILE STATUS IS WS-USRROLE-STATUS.
           SELECT STAFFLOG-FILE ASSIGN TO "STAFFLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STAFFLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STAFFXRF-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CSTAFXRF.

       FD USRROLE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CROLEPRF.

       FD STAFFLOG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CSTAFLOG.

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'STAFFCHK'.
         05 WS-STAFFXRF-STATUS PIC X(2).
           88 WS-STAFFXRF-OK VALUE '00'.
         05 WS-USRROLE-STATUS PIC X(2).
           88 WS-USRROLE-OK VALUE '00'.
         05 WS-STAFFLOG-STATUS PIC X(2).
           88 WS-STAFFLOG-OK VALUE '00'.
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
           10 FILLER PIC X(5).

       LINKAGE SECTION.
       COPY CSTAFCKQ.

       PROCEDURE DIVISION USING STAFFCHK-REQUEST.
       000-CHECK-SELF-DEALING.
           SET SCK-CLEAR TO TRUE
           MOVE SPACE TO SCK-RELATION
           MOVE SPACES TO SCK-REPLY-MSG
           .
           IF SCK-OPERATOR-ID IS EQUAL TO SPACES
               OR SCK-PID IS EQUAL TO SPACES
               GOBACK
           END-IF
           .
           OPEN INPUT STAFFXRF-FILE
           IF NOT WS-STAFFXRF-OK
               GOBACK
           END-IF
           .
           MOVE SCK-OPERATOR-ID TO SXR-USERID
           MOVE SCK-PID TO SXR-PID
           READ STAFFXRF-FILE
               INVALID KEY
                   CLOSE STAFFXRF-FILE
                   GOBACK
           END-READ
           .
           IF NOT SXR-ACTIVE
               CLOSE STAFFXRF-FILE
               GOBACK
           END-IF
           .
           MOVE SXR-RELATION TO SCK-RELATION
           .
           IF SCK-FUNC-QUEUE
               CLOSE STAFFXRF-FILE
               SET SCK-QUEUED TO TRUE
               MOVE 'Own or related customer - dual control' TO
                   SCK-REPLY-MSG
               PERFORM LOG-STAFF-EVENT THRU LOG-STAFF-EVENT-EXIT
               GOBACK
           END-IF
           .
           PERFORM CHECK-OVERRIDE THRU CHECK-OVERRIDE-EXIT
           CLOSE STAFFXRF-FILE
           .
           PERFORM LOG-STAFF-EVENT THRU LOG-STAFF-EVENT-EXIT
           .
           GOBACK
           .
      *****************************************************************
      * The countersignature has to come from a second person who has *
      * no stake in the customer either, and who holds supervisor     *
      * authority where roles are in use.                             *
      *****************************************************************
       CHECK-OVERRIDE.
           SET SCK-BLOCKED TO TRUE
           .
           IF SCK-OVERRIDE-ID IS EQUAL TO SPACES
               MOVE 'Staff linked - override needed' TO
                   SCK-REPLY-MSG
               GO TO CHECK-OVERRIDE-EXIT
           END-IF
           .
           IF SCK-OVERRIDE-ID IS EQUAL TO SCK-OPERATOR-ID
               MOVE 'Override must be 2nd staff' TO
                   SCK-REPLY-MSG
               GO TO CHECK-OVERRIDE-EXIT
           END-IF
           .
           MOVE SCK-OVERRIDE-ID TO SXR-USERID
           MOVE SCK-PID TO SXR-PID
           READ STAFFXRF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SXR-ACTIVE
                       MOVE 'Override user linked to cust' TO
                           SCK-REPLY-MSG
                       GO TO CHECK-OVERRIDE-EXIT
                   END-IF
           END-READ
           .
           OPEN INPUT USRROLE-FILE
           IF WS-USRROLE-OK
               MOVE SCK-OVERRIDE-ID TO URP-USERID
               READ USRROLE-FILE
                   INVALID KEY
                       MOVE SPACE TO URP-ROLE
               END-READ
               CLOSE USRROLE-FILE
               IF NOT URP-ROLE-SUPERVISOR
                   MOVE 'Override user not supervisor' TO
                       SCK-REPLY-MSG
                   GO TO CHECK-OVERRIDE-EXIT
               END-IF
           END-IF
           .
           SET SCK-OVERRIDDEN TO TRUE
           MOVE 'Supervisor override recorded' TO SCK-REPLY-MSG
           .
       CHECK-OVERRIDE-EXIT.
           EXIT
           .
       LOG-STAFF-EVENT.
           OPEN EXTEND STAFFLOG-FILE
           IF NOT WS-STAFFLOG-OK
               OPEN OUTPUT STAFFLOG-FILE
           END-IF
           .
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE SPACES TO STAFFLOG-RECORD
           IF SCK-DATE IS NUMERIC AND SCK-DATE IS GREATER THAN ZERO
               MOVE SCK-DATE TO SFL-DATE
           ELSE
               MOVE WS-CURRENT-DATE TO SFL-DATE
           END-IF
           MOVE WS-CURRENT-TIME TO SFL-TIME
           MOVE SCK-SOURCE TO SFL-SOURCE
           MOVE SCK-OPERATOR-ID TO SFL-OPERATOR-ID
           MOVE SCK-OVERRIDE-ID TO SFL-OVERRIDE-ID
           MOVE SCK-PID TO SFL-PID
           MOVE SCK-RELATION TO SFL-RELATION
           MOVE SCK-ACCOUNT TO SFL-ACCOUNT
           MOVE SCK-AMOUNT TO SFL-AMOUNT
           IF SCK-OVERRIDDEN
               SET SFL-OVERRIDDEN TO TRUE
           ELSE
               IF SCK-QUEUED
                   SET SFL-QUEUED TO TRUE
               ELSE
                   SET SFL-BLOCKED TO TRUE
               END-IF
           END-IF
           MOVE SCK-REPLY-MSG TO SFL-REASON
           WRITE STAFFLOG-RECORD
           CLOSE STAFFLOG-FILE
           .
       LOG-STAFF-EVENT-EXIT.
           EXIT
           .
