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

001150***************************************************************** atmmnt
001160* Program:     ATMMNT.CBL                                       * atmmnt
001170* Function:    ATM terminal master maintenance in the BANKCALM  * atmmnt
001180*              mould - applies the day's ATMREQ requests to     * atmmnt
001190*              ATMMST so every terminal the network switch      * atmmnt
001200*              settles under is tied to the branch whose vault  * atmmnt
001210*              loads it. 'A' adds a terminal, or changes the    * atmmnt
001220*              branch, location, cassette capacity or visit     * atmmnt
001230*              cycle of one already on file (a closed terminal  * atmmnt
001240*              comes back active); the branch must be open on   * atmmnt
001250*              BRNCHMST. 'C' closes a terminal, keeping the row * atmmnt
001260*              for its history.                                 * atmmnt
001270***************************************************************** atmmnt
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATMREQ-FILE ASSIGN TO "ATMREQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ATMREQ-STATUS.
           SELECT ATMMST-FILE ASSIGN TO "ATMMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ATM-KEY
               FILE STATUS IS WS-ATMMST-STATUS.
           SELECT BRNCHMST-FILE ASSIGN TO "BRNCHMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRN-CODE
               FILE STATUS IS WS-BRNCHMST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ATMREQ-FILE
           LABEL RECORDS ARE STANDARD.
       01 ATMREQ-RECORD.
         05 ATQ-ACTION PIC X(1).
           88 ATQ-ADD VALUE 'A'.
           88 ATQ-CLOSE VALUE 'C'.
         05 ATQ-TERMINAL-ID PIC X(8).
         05 ATQ-BRANCH PIC X(4).
         05 ATQ-LOCATION PIC X(20).
         05 ATQ-CAPACITY PIC 9(7)V99.
         05 ATQ-CYCLE-DAYS PIC 9(2).

       FD ATMMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CATMMST.

       FD BRNCHMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CBRNCHMS.

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'ATMMNT'.
         05 WS-ATMREQ-STATUS PIC X(2).
           88 WS-ATMREQ-OK VALUE '00'.
         05 WS-ATMMST-STATUS PIC X(2).
           88 WS-ATMMST-OK VALUE '00'.
         05 WS-BRNCHMST-STATUS PIC X(2).
           88 WS-BRNCHMST-OK VALUE '00'.
         05 WS-ATMREQ-EOF-FLAG PIC X(1).
           88 WS-ATMREQ-EOF VALUE 'Y'.
         05 WS-NEW-TERMINAL-FLAG PIC X(1).
           88 WS-NEW-TERMINAL VALUE 'Y'.
         05 WS-REQ-COUNT PIC 9(6) VALUE ZERO.
         05 WS-ADDED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-CHANGED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-CLOSED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-SKIP-COUNT PIC 9(6) VALUE ZERO.
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
           10 FILLER PIC X(5).

       COPY CRUNCTLQ.

       PROCEDURE DIVISION.
       000-START-PROCESSING.
           MOVE 'S' TO RCQ-FUNCTION
           MOVE 'ATMMNT' TO RCQ-JOB-NAME
           MOVE SPACES TO RCQ-PREREQ-JOB
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           IF RCQ-REPLY-REFUSED
               DISPLAY 'Run control refused start: ' RCQ-REPLY-MSG
               STOP RUN
           END-IF
           .
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           .
           OPEN INPUT ATMREQ-FILE
           OPEN INPUT BRNCHMST-FILE
           OPEN I-O ATMMST-FILE
           IF NOT WS-ATMMST-OK
               OPEN OUTPUT ATMMST-FILE
               CLOSE ATMMST-FILE
               OPEN I-O ATMMST-FILE
           END-IF
           .
           PERFORM UNTIL WS-ATMREQ-EOF
               READ ATMREQ-FILE
                   AT END
                       SET WS-ATMREQ-EOF TO TRUE
                   NOT AT END
                       PERFORM APPLY-ONE-REQUEST THRU
                           APPLY-ONE-REQUEST-EXIT
               END-READ
           END-PERFORM
           .
           CLOSE ATMREQ-FILE
           CLOSE BRNCHMST-FILE
           CLOSE ATMMST-FILE
           .
           DISPLAY WS-REQ-COUNT ' terminal request(s), '
               WS-ADDED-COUNT ' added, '
               WS-CHANGED-COUNT ' changed, '
               WS-CLOSED-COUNT ' closed, '
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
           IF ATQ-TERMINAL-ID IS EQUAL TO SPACES
               ADD 1 TO WS-SKIP-COUNT
               GO TO APPLY-ONE-REQUEST-EXIT
           END-IF
           .
           IF ATQ-ADD
               PERFORM ADD-ONE-TERMINAL THRU ADD-ONE-TERMINAL-EXIT
               GO TO APPLY-ONE-REQUEST-EXIT
           END-IF
           .
           IF ATQ-CLOSE
               MOVE ATQ-TERMINAL-ID TO ATM-TERMINAL-ID
               READ ATMMST-FILE
                   INVALID KEY
                       ADD 1 TO WS-SKIP-COUNT
                       DISPLAY 'No terminal on file ' ATQ-TERMINAL-ID
                       GO TO APPLY-ONE-REQUEST-EXIT
               END-READ
               SET ATM-CLOSED TO TRUE
               MOVE WS-CURRENT-DATE TO ATM-CHANGED-DATE
               REWRITE ATMMST-RECORD
               ADD 1 TO WS-CLOSED-COUNT
               GO TO APPLY-ONE-REQUEST-EXIT
           END-IF
           .
           ADD 1 TO WS-SKIP-COUNT
           .
       APPLY-ONE-REQUEST-EXIT.
           EXIT
           .
      *****************************************************************
      * A terminal is loaded from its branch's vault, so the branch   *
      * must be open. The cash estimate and load history carry over   *
      * a change of details; a new terminal starts empty until        *
      * BRCHCASH records its first load.                              *
      *****************************************************************
       ADD-ONE-TERMINAL.
           IF ATQ-CAPACITY IS NOT NUMERIC
               OR ATQ-CAPACITY IS NOT GREATER THAN ZERO
               OR ATQ-CYCLE-DAYS IS NOT NUMERIC
               OR ATQ-CYCLE-DAYS IS GREATER THAN 14
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'Capacity or cycle not valid ' ATQ-TERMINAL-ID
               GO TO ADD-ONE-TERMINAL-EXIT
           END-IF
           MOVE ATQ-BRANCH TO BRN-CODE
           READ BRNCHMST-FILE
               INVALID KEY
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY 'Branch not on master ' ATQ-BRANCH
                   GO TO ADD-ONE-TERMINAL-EXIT
           END-READ
           IF NOT BRN-STATUS-OPEN
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'Branch is not open ' ATQ-BRANCH
               GO TO ADD-ONE-TERMINAL-EXIT
           END-IF
           .
           MOVE 'N' TO WS-NEW-TERMINAL-FLAG
           MOVE ATQ-TERMINAL-ID TO ATM-TERMINAL-ID
           READ ATMMST-FILE
               INVALID KEY
                   SET WS-NEW-TERMINAL TO TRUE
                   MOVE SPACES TO ATMMST-RECORD
                   MOVE ATQ-TERMINAL-ID TO ATM-TERMINAL-ID
                   MOVE ZERO TO ATM-CASH-ESTIMATE
                   MOVE ZERO TO ATM-LAST-LOAD-DATE
                   MOVE ZERO TO ATM-LAST-LOAD-AMOUNT
                   MOVE WS-CURRENT-DATE TO ATM-OPENED-DATE
           END-READ
           .
           MOVE ATQ-BRANCH TO ATM-BRANCH
           MOVE ATQ-LOCATION TO ATM-LOCATION
           MOVE ATQ-CAPACITY TO ATM-CAPACITY
           MOVE ATQ-CYCLE-DAYS TO ATM-CYCLE-DAYS
           SET ATM-ACTIVE TO TRUE
           MOVE WS-CURRENT-DATE TO ATM-CHANGED-DATE
           IF WS-NEW-TERMINAL
               WRITE ATMMST-RECORD
               ADD 1 TO WS-ADDED-COUNT
           ELSE
               REWRITE ATMMST-RECORD
               ADD 1 TO WS-CHANGED-COUNT
           END-IF
           .
       ADD-ONE-TERMINAL-EXIT.
           EXIT
           .
