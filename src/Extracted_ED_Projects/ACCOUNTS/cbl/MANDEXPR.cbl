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

001150***************************************************************** mandexpr
001160* Program:     MANDEXPR.CBL                                     * mandexpr
001170* Function:    Nightly expiry of signing-mandate holds in the   * mandexpr
001180*              APPREXPR mould - any MANDPND item still waiting  * mandexpr
001190*              for signers, or released but never carried out   * mandexpr
001200*              by its channel, past its expiry date is marked   * mandexpr
001210*              expired, and each one is written to the MANDLOG  * mandexpr
001220*              audit trail with the signatures it did gather,   * mandexpr
001230*              so an item the mandate never approved can not be * mandexpr
001240*              carried out weeks later.                         * mandexpr
001250***************************************************************** mandexpr
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANDEXPR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANDPND-FILE ASSIGN TO "MANDPND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MDP-KEY
               FILE STATUS IS WS-MANDPND-STATUS.
           SELECT MANDLOG-FILE ASSIGN TO "MANDLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MANDLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MANDPND-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CMANDPND.

       FD MANDLOG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CMANDLOG.

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'MANDEXPR'.
         05 WS-MANDPND-STATUS PIC X(2).
           88 WS-MANDPND-OK VALUE '00'.
         05 WS-MANDLOG-STATUS PIC X(2).
           88 WS-MANDLOG-OK VALUE '00'.
         05 WS-MANDPND-EOF-FLAG PIC X(1).
           88 WS-MANDPND-EOF VALUE 'Y'.
         05 WS-ITEM-COUNT PIC 9(6) VALUE ZERO.
         05 WS-EXPIRED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
           10 FILLER PIC X(5).

       COPY CRUNCTLQ.

       PROCEDURE DIVISION.
       000-START-PROCESSING.
           MOVE 'S' TO RCQ-FUNCTION
           MOVE 'MANDEXPR' TO RCQ-JOB-NAME
           MOVE SPACES TO RCQ-PREREQ-JOB
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           IF RCQ-REPLY-REFUSED
               DISPLAY 'Run control refused start: ' RCQ-REPLY-MSG
               STOP RUN
           END-IF
           .
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           .
           OPEN I-O MANDPND-FILE
           IF NOT WS-MANDPND-OK
               SET WS-MANDPND-EOF TO TRUE
           END-IF
           OPEN EXTEND MANDLOG-FILE
           IF NOT WS-MANDLOG-OK
               OPEN OUTPUT MANDLOG-FILE
           END-IF
           .
           IF NOT WS-MANDPND-EOF
               MOVE LOW-VALUES TO MDP-KEY
               START MANDPND-FILE KEY IS NOT LESS THAN MDP-KEY
                   INVALID KEY
                       SET WS-MANDPND-EOF TO TRUE
               END-START
           END-IF
           .
           PERFORM UNTIL WS-MANDPND-EOF
               READ MANDPND-FILE NEXT RECORD
                   AT END
                       SET WS-MANDPND-EOF TO TRUE
                   NOT AT END
                       IF NOT WS-MANDPND-OK
                           SET WS-MANDPND-EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-ITEM-COUNT
                           PERFORM EXPIRE-ONE-ITEM THRU
                               EXPIRE-ONE-ITEM-EXIT
                       END-IF
               END-READ
           END-PERFORM
           .
           CLOSE MANDPND-FILE
           CLOSE MANDLOG-FILE
           .
           DISPLAY WS-ITEM-COUNT ' mandate hold(s) read, '
               WS-EXPIRED-COUNT ' expired'
           .
           MOVE 'E' TO RCQ-FUNCTION
           MOVE WS-ITEM-COUNT TO RCQ-REC-COUNT
           MOVE 'C' TO RCQ-OUTCOME
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           .
           STOP RUN
           .
       EXPIRE-ONE-ITEM.
           IF NOT MDP-PENDING AND NOT MDP-RELEASED
               GO TO EXPIRE-ONE-ITEM-EXIT
           END-IF
           IF MDP-EXPIRY-DATE IS NOT LESS THAN WS-CURRENT-DATE
               GO TO EXPIRE-ONE-ITEM-EXIT
           END-IF
           .
           MOVE SPACES TO MANDLOG-RECORD
           MOVE WS-CURRENT-DATE TO MLG-DATE
           MOVE WS-CURRENT-TIME TO MLG-TIME
           MOVE MDP-REF-NO TO MLG-REF-NO
           MOVE MDP-ACCOUNT TO MLG-ACCOUNT
           MOVE MDP-OWNER-PID TO MLG-OWNER-PID
           MOVE MDP-CHANNEL TO MLG-CHANNEL
           MOVE MDP-AMOUNT TO MLG-AMOUNT
           MOVE 'E' TO MLG-EVENT
           MOVE SPACES TO MLG-PID
           MOVE 'BATCH' TO MLG-OPERATOR
           MOVE MDP-SIG-COUNT TO MLG-SIG-COUNT
           IF MDP-PENDING
               MOVE 'Expired - mandate never met' TO MLG-TEXT
           ELSE
               MOVE 'Expired - released but not carried out'
                   TO MLG-TEXT
           END-IF
           WRITE MANDLOG-RECORD
           .
           SET MDP-EXPIRED TO TRUE
           MOVE WS-CURRENT-DATE TO MDP-STATUS-DATE
           MOVE 'BATCH' TO MDP-STATUS-BY
           REWRITE MANDPND-RECORD
           ADD 1 TO WS-EXPIRED-COUNT
           DISPLAY 'Mandate hold expired ' MDP-REF-NO ' '
               MDP-CHANNEL ' ' MDP-ACCOUNT ' ' MDP-AMOUNT
               ' signatures ' MDP-SIG-COUNT
           .
       EXPIRE-ONE-ITEM-EXIT.
           EXIT
           .
