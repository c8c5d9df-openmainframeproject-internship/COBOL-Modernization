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

001150***************************************************************** p2palmnt
001160* Program:     P2PALMNT.CBL                                     * p2palmnt
001170* Function:    Person-to-person alias registry maintenance in   * p2palmnt
001180*              the ACCTSTOP mould, from ALIASREQ cards. 'R'     * p2palmnt
001190*              registers an e-mail address or mobile number     * p2palmnt
001200*              against one of the customer's accounts as        * p2palmnt
001210*              pending and queues a one-time verification code  * p2palmnt
001220*              to the customer through ALRTQUE; 'V' keys the    * p2palmnt
001230*              code back and verifies the alias (three wrong    * p2palmnt
001240*              codes cancel the registration and it must be     * p2palmnt
001250*              registered again); 'U' moves a live alias to     * p2palmnt
001260*              another account or turns auto-deposit on or off; * p2palmnt
001270*              'D' deregisters it. Aliases are held upper-cased * p2palmnt
001280*              so one address keyed two ways is one alias, and  * p2palmnt
001290*              an alias live for one customer cannot be taken   * p2palmnt
001300*              by another.                                      * p2palmnt
001310***************************************************************** p2palmnt
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P2PALMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALIASREQ-FILE ASSIGN TO "ALIASREQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALIASREQ-STATUS.
           SELECT P2PALIAS-FILE ASSIGN TO "P2PALIAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PAL-ALIAS
               FILE STATUS IS WS-P2PALIAS-STATUS.
           SELECT ACCTMST-FILE ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AMS-KEY
               FILE STATUS IS WS-ACCTMST-STATUS.
           SELECT ALRTQUE-FILE ASSIGN TO "ALRTQUE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALRTQUE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ALIASREQ-FILE
           LABEL RECORDS ARE STANDARD.
       01 ALIASREQ-RECORD.
         05 ARQ-ACTION PIC X(1).
           88 ARQ-REGISTER VALUE 'R'.
           88 ARQ-VERIFY VALUE 'V'.
           88 ARQ-UPDATE VALUE 'U'.
           88 ARQ-DEREGISTER VALUE 'D'.
         05 ARQ-ALIAS PIC X(50).
         05 ARQ-ALIAS-TYPE PIC X(1).
         05 ARQ-OWNER-PID PIC X(5).
         05 ARQ-ACCOUNT PIC X(9).
         05 ARQ-AUTO-DEPOSIT PIC X(1).
         05 ARQ-VERIFY-CODE PIC 9(6).
         05 ARQ-USERID PIC X(5).

       FD P2PALIAS-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CP2PALS.

       FD ACCTMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CACCTMST.

       FD ALRTQUE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CALRTQUE.

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'P2PALMNT'.
         05 WS-ALIASREQ-STATUS PIC X(2).
           88 WS-ALIASREQ-OK VALUE '00'.
         05 WS-P2PALIAS-STATUS PIC X(2).
           88 WS-P2PALIAS-OK VALUE '00'.
         05 WS-ACCTMST-STATUS PIC X(2).
           88 WS-ACCTMST-OK VALUE '00'.
         05 WS-ALRTQUE-STATUS PIC X(2).
           88 WS-ALRTQUE-OK VALUE '00'.
         05 WS-ALIASREQ-EOF-FLAG PIC X(1).
           88 WS-ALIASREQ-EOF VALUE 'Y'.
         05 WS-ALIAS-FOUND-FLAG PIC X(1).
           88 WS-ALIAS-FOUND VALUE 'Y'.
         05 WS-MAX-VERIFY-ATTEMPTS PIC 9(1) VALUE 3.
         05 WS-AT-SIGN-COUNT PIC 9(2).
         05 WS-CODE-WORK PIC 9(12).
         05 WS-CODE-QUOT PIC 9(12).
         05 WS-CODE-REM PIC 9(6).
         05 WS-REQ-COUNT PIC 9(6) VALUE ZERO.
         05 WS-REGISTERED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-VERIFIED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-UPDATED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-DEREGISTERED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-SKIP-COUNT PIC 9(6) VALUE ZERO.
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
           10 FILLER PIC X(5).

       COPY CGETBDTQ.

       COPY CRUNCTLQ.

       PROCEDURE DIVISION.
       000-START-PROCESSING.
           MOVE 'S' TO RCQ-FUNCTION
           MOVE 'P2PALMNT' TO RCQ-JOB-NAME
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
           OPEN INPUT ALIASREQ-FILE
           OPEN I-O P2PALIAS-FILE
           IF NOT WS-P2PALIAS-OK
               OPEN OUTPUT P2PALIAS-FILE
               CLOSE P2PALIAS-FILE
               OPEN I-O P2PALIAS-FILE
           END-IF
           OPEN INPUT ACCTMST-FILE
           .
           MOVE 'N' TO WS-ALIASREQ-EOF-FLAG
           PERFORM UNTIL WS-ALIASREQ-EOF
               READ ALIASREQ-FILE
                   AT END
                       SET WS-ALIASREQ-EOF TO TRUE
                   NOT AT END
                       PERFORM PROCESS-ALIAS-REQUEST THRU
                           PROCESS-ALIAS-REQUEST-EXIT
               END-READ
           END-PERFORM
           .
           CLOSE ALIASREQ-FILE
           CLOSE P2PALIAS-FILE
           CLOSE ACCTMST-FILE
           .
           DISPLAY WS-REQ-COUNT ' alias request(s), '
               WS-REGISTERED-COUNT ' registered, '
               WS-VERIFIED-COUNT ' verified, '
               WS-UPDATED-COUNT ' updated, '
               WS-DEREGISTERED-COUNT ' deregistered, '
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
      * Every card's alias is upper-cased before the lookup - the     *
      * registry key is case-blind the way an e-mail address is.      *
      *****************************************************************
       PROCESS-ALIAS-REQUEST.
           ADD 1 TO WS-REQ-COUNT
           .
           MOVE FUNCTION UPPER-CASE(ARQ-ALIAS) TO ARQ-ALIAS
           IF ARQ-ALIAS IS EQUAL TO SPACES
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'Alias request with no alias skipped'
               GO TO PROCESS-ALIAS-REQUEST-EXIT
           END-IF
           .
           MOVE 'N' TO WS-ALIAS-FOUND-FLAG
           MOVE ARQ-ALIAS TO PAL-ALIAS
           READ P2PALIAS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ALIAS-FOUND TO TRUE
           END-READ
           .
           IF ARQ-REGISTER
               PERFORM REGISTER-ONE-ALIAS THRU
                   REGISTER-ONE-ALIAS-EXIT
               GO TO PROCESS-ALIAS-REQUEST-EXIT
           END-IF
           .
      *****************************************************************
      * Everything but a registration works on an existing alias, and *
      * only for the customer who registered it.                      *
      *****************************************************************
           IF NOT WS-ALIAS-FOUND
               OR PAL-CANCELLED
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'No live alias ' ARQ-ALIAS
               GO TO PROCESS-ALIAS-REQUEST-EXIT
           END-IF
           .
           IF PAL-OWNER-PID IS NOT EQUAL TO ARQ-OWNER-PID
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'Alias not registered to ' ARQ-OWNER-PID
                   ' ' ARQ-ALIAS
               GO TO PROCESS-ALIAS-REQUEST-EXIT
           END-IF
           .
           IF ARQ-VERIFY
               PERFORM VERIFY-ONE-ALIAS THRU VERIFY-ONE-ALIAS-EXIT
               GO TO PROCESS-ALIAS-REQUEST-EXIT
           END-IF
           .
           IF ARQ-UPDATE
               PERFORM UPDATE-ONE-ALIAS THRU UPDATE-ONE-ALIAS-EXIT
               GO TO PROCESS-ALIAS-REQUEST-EXIT
           END-IF
           .
           IF ARQ-DEREGISTER
               SET PAL-CANCELLED TO TRUE
               MOVE ARQ-USERID TO PAL-CHANGED-BY
               REWRITE P2PALIAS-RECORD
               ADD 1 TO WS-DEREGISTERED-COUNT
               GO TO PROCESS-ALIAS-REQUEST-EXIT
           END-IF
           .
           ADD 1 TO WS-SKIP-COUNT
           .
       PROCESS-ALIAS-REQUEST-EXIT.
           EXIT
           .
      *****************************************************************
      * A live alias (pending or verified) belongs to whoever holds   *
      * it; a cancelled one may be taken again. The same customer     *
      * re-registering a pending alias just gets a fresh code.        *
      *****************************************************************
       REGISTER-ONE-ALIAS.
           IF WS-ALIAS-FOUND
               AND NOT PAL-CANCELLED
               AND PAL-OWNER-PID IS NOT EQUAL TO ARQ-OWNER-PID
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'Alias already registered ' ARQ-ALIAS
               GO TO REGISTER-ONE-ALIAS-EXIT
           END-IF
           .
           IF WS-ALIAS-FOUND
               AND PAL-VERIFIED
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'Alias already verified ' ARQ-ALIAS
               GO TO REGISTER-ONE-ALIAS-EXIT
           END-IF
           .
           IF ARQ-ALIAS-TYPE IS EQUAL TO 'E'
               MOVE ZERO TO WS-AT-SIGN-COUNT
               INSPECT ARQ-ALIAS TALLYING WS-AT-SIGN-COUNT
                   FOR ALL '@'
               IF WS-AT-SIGN-COUNT IS NOT EQUAL TO 1
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY 'Not an e-mail address ' ARQ-ALIAS
                   GO TO REGISTER-ONE-ALIAS-EXIT
               END-IF
           ELSE
               IF ARQ-ALIAS-TYPE IS NOT EQUAL TO 'M'
                   OR ARQ-ALIAS(1:10) IS NOT NUMERIC
                   OR ARQ-ALIAS(11:40) IS NOT EQUAL TO SPACES
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY 'Not a mobile number ' ARQ-ALIAS
                   GO TO REGISTER-ONE-ALIAS-EXIT
               END-IF
           END-IF
           .
           MOVE ARQ-OWNER-PID TO AMS-OWNER-PID
           MOVE ARQ-ACCOUNT TO AMS-ACCOUNT
           READ ACCTMST-FILE
               INVALID KEY
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY 'Alias refused - no account '
                       ARQ-OWNER-PID ' ' ARQ-ACCOUNT
                   GO TO REGISTER-ONE-ALIAS-EXIT
           END-READ
           .
      *****************************************************************
      * A six-digit one-time code from the clock, scrambled the way   *
      * ACCTPIN scrambles a PIN, so consecutive cards do not get      *
      * consecutive codes.                                            *
      *****************************************************************
           COMPUTE WS-CODE-WORK =
                   (WS-CURRENT-TIME * 7919) + 1009 + WS-REQ-COUNT
           DIVIDE WS-CODE-WORK BY 1000000
               GIVING WS-CODE-QUOT
               REMAINDER WS-CODE-REM
           .
           MOVE SPACES TO P2PALIAS-RECORD
           MOVE ARQ-ALIAS TO PAL-ALIAS
           MOVE ARQ-ALIAS-TYPE TO PAL-ALIAS-TYPE
           MOVE ARQ-OWNER-PID TO PAL-OWNER-PID
           MOVE ARQ-ACCOUNT TO PAL-ACCOUNT
           IF ARQ-AUTO-DEPOSIT IS EQUAL TO 'Y'
               SET PAL-AUTO-DEPOSIT-ON TO TRUE
           ELSE
               MOVE 'N' TO PAL-AUTO-DEPOSIT
           END-IF
           SET PAL-PENDING TO TRUE
           MOVE WS-CODE-REM TO PAL-VERIFY-CODE
           MOVE ZERO TO PAL-VERIFY-ATTEMPTS
           MOVE WS-CURRENT-DATE TO PAL-REGISTERED-DATE
           MOVE ZERO TO PAL-VERIFIED-DATE
           MOVE ARQ-USERID TO PAL-CHANGED-BY
           .
           IF WS-ALIAS-FOUND
               REWRITE P2PALIAS-RECORD
           ELSE
               WRITE P2PALIAS-RECORD
           END-IF
           .
           PERFORM QUEUE-VERIFY-CODE THRU QUEUE-VERIFY-CODE-EXIT
           ADD 1 TO WS-REGISTERED-COUNT
           .
       REGISTER-ONE-ALIAS-EXIT.
           EXIT
           .
       VERIFY-ONE-ALIAS.
           IF NOT PAL-PENDING
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'Alias not awaiting verification ' ARQ-ALIAS
               GO TO VERIFY-ONE-ALIAS-EXIT
           END-IF
           .
           IF ARQ-VERIFY-CODE IS NOT EQUAL TO PAL-VERIFY-CODE
               ADD 1 TO PAL-VERIFY-ATTEMPTS
               IF PAL-VERIFY-ATTEMPTS IS NOT LESS THAN
                       WS-MAX-VERIFY-ATTEMPTS
                   SET PAL-CANCELLED TO TRUE
                   DISPLAY 'Alias cancelled - too many bad codes '
                       ARQ-ALIAS
               ELSE
                   DISPLAY 'Wrong verification code ' ARQ-ALIAS
               END-IF
               MOVE ARQ-USERID TO PAL-CHANGED-BY
               REWRITE P2PALIAS-RECORD
               ADD 1 TO WS-SKIP-COUNT
               GO TO VERIFY-ONE-ALIAS-EXIT
           END-IF
           .
           SET PAL-VERIFIED TO TRUE
           MOVE ZERO TO PAL-VERIFY-CODE
           MOVE WS-CURRENT-DATE TO PAL-VERIFIED-DATE
           MOVE ARQ-USERID TO PAL-CHANGED-BY
           REWRITE P2PALIAS-RECORD
           ADD 1 TO WS-VERIFIED-COUNT
           .
       VERIFY-ONE-ALIAS-EXIT.
           EXIT
           .
      *****************************************************************
      * A blank account on the card keeps the one registered; the     *
      * auto-deposit byte is always taken from the card.              *
      *****************************************************************
       UPDATE-ONE-ALIAS.
           IF ARQ-ACCOUNT IS NOT EQUAL TO SPACES
               MOVE ARQ-OWNER-PID TO AMS-OWNER-PID
               MOVE ARQ-ACCOUNT TO AMS-ACCOUNT
               READ ACCTMST-FILE
                   INVALID KEY
                       ADD 1 TO WS-SKIP-COUNT
                       DISPLAY 'Alias update refused - no account '
                           ARQ-OWNER-PID ' ' ARQ-ACCOUNT
                       GO TO UPDATE-ONE-ALIAS-EXIT
               END-READ
               MOVE ARQ-ACCOUNT TO PAL-ACCOUNT
           END-IF
           .
           IF ARQ-AUTO-DEPOSIT IS EQUAL TO 'Y'
               SET PAL-AUTO-DEPOSIT-ON TO TRUE
           ELSE
               MOVE 'N' TO PAL-AUTO-DEPOSIT
           END-IF
           MOVE ARQ-USERID TO PAL-CHANGED-BY
           REWRITE P2PALIAS-RECORD
           ADD 1 TO WS-UPDATED-COUNT
           .
       UPDATE-ONE-ALIAS-EXIT.
           EXIT
           .
      *****************************************************************
      * The code goes out through the customer's own alert channel,   *
      * never on a report or the console.                             *
      *****************************************************************
       QUEUE-VERIFY-CODE.
           OPEN EXTEND ALRTQUE-FILE
           IF NOT WS-ALRTQUE-OK
               GO TO QUEUE-VERIFY-CODE-EXIT
           END-IF
           MOVE SPACES TO ALRTQUE-RECORD
           MOVE WS-CURRENT-DATE TO AQU-DATE
           MOVE WS-CURRENT-TIME TO AQU-TIME
           MOVE PAL-OWNER-PID TO AQU-PID
           SET AQU-TYPE-P2P-VERIFY TO TRUE
           MOVE ZERO TO AQU-AMOUNT
           STRING 'Money transfer alias code '
                  PAL-VERIFY-CODE
                  DELIMITED BY SIZE INTO AQU-TEXT
           SET AQU-PENDING TO TRUE
           WRITE ALRTQUE-RECORD
           CLOSE ALRTQUE-FILE
           .
       QUEUE-VERIFY-CODE-EXIT.
           EXIT
           .
