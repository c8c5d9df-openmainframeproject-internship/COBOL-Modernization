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

001150***************************************************************** loanptyb
001160* Program:     LOANPARTYBATCH.CBL                               * loanptyb
001170* Function:    Loan party cross-reference maintenance - applies * loanptyb
001180*              the day's LNPTYREQ requests to the LNPARTY file: * loanptyb
001190*              'A' adds a co-borrower or guarantor to a loan or * loanptyb
001200*              line of credit (the facility checked on ACCTMST, * loanptyb
001210*              the party on BNKCUST), 'L' changes a guarantor's * loanptyb
001220*              liability limit, 'R' releases a party. The       * loanptyb
001230*              primary owner is never a party to their own      * loanptyb
001240*              facility - LNM-OWNER-PID / LOC-OWNER-PID already * loanptyb
001250*              carry them.                                      * loanptyb
001260***************************************************************** loanptyb
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanPartyBatch.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LNPTYREQ-FILE ASSIGN TO "LNPTYREQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LNPTYREQ-STATUS.
           SELECT LNPARTY-FILE ASSIGN TO "LNPARTY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LPY-KEY
               FILE STATUS IS WS-LNPARTY-STATUS.
           SELECT ACCTMST-FILE ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AMS-KEY
               FILE STATUS IS WS-ACCTMST-STATUS.
           SELECT BNKCUST-FILE ASSIGN TO "BNKCUST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BCS-REC-PID
               FILE STATUS IS WS-BNKCUST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LNPTYREQ-FILE
           LABEL RECORDS ARE STANDARD.
       01 LNPTYREQ-RECORD.
         05 LRQ-ACTION PIC X(1).
           88 LRQ-ADD VALUE 'A'.
           88 LRQ-LIMIT VALUE 'L'.
           88 LRQ-RELEASE VALUE 'R'.
         05 LRQ-OWNER-PID PIC X(5).
         05 LRQ-ACCOUNT PIC X(9).
         05 LRQ-PARTY-PID PIC X(5).
         05 LRQ-ROLE PIC X(1).
         05 LRQ-LIABILITY-LIMIT PIC 9(7)V99.
         05 LRQ-USERID PIC X(5).

       FD LNPARTY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CLNPARTY.

       FD ACCTMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CACCTMST.

       FD BNKCUST-FILE
           LABEL RECORDS ARE STANDARD.
       01 BNKCUST-RECORD.
       COPY CBANKVCS.

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'LOANPTYB'.
         05 WS-LNPTYREQ-STATUS PIC X(2).
           88 WS-LNPTYREQ-OK VALUE '00'.
         05 WS-LNPARTY-STATUS PIC X(2).
           88 WS-LNPARTY-OK VALUE '00'.
         05 WS-ACCTMST-STATUS PIC X(2).
           88 WS-ACCTMST-OK VALUE '00'.
         05 WS-BNKCUST-STATUS PIC X(2).
           88 WS-BNKCUST-OK VALUE '00'.
         05 WS-LNPTYREQ-EOF-FLAG PIC X(1).
           88 WS-LNPTYREQ-EOF VALUE 'Y'.
         05 WS-REQ-COUNT PIC 9(6) VALUE ZERO.
         05 WS-ADDED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-CHANGED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-RELEASED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-SKIP-COUNT PIC 9(6) VALUE ZERO.
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
           10 FILLER PIC X(5).

       COPY CRUNCTLQ.

       PROCEDURE DIVISION.
       000-START-PROCESSING.
           MOVE 'S' TO RCQ-FUNCTION
           MOVE 'LOANPTYB' TO RCQ-JOB-NAME
           MOVE SPACES TO RCQ-PREREQ-JOB
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           IF RCQ-REPLY-REFUSED
               DISPLAY 'Run control refused start: ' RCQ-REPLY-MSG
               STOP RUN
           END-IF
           .
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           .
           OPEN INPUT LNPTYREQ-FILE
           OPEN I-O LNPARTY-FILE
           IF NOT WS-LNPARTY-OK
               OPEN OUTPUT LNPARTY-FILE
               CLOSE LNPARTY-FILE
               OPEN I-O LNPARTY-FILE
           END-IF
           OPEN INPUT ACCTMST-FILE
           OPEN INPUT BNKCUST-FILE
           .
           PERFORM UNTIL WS-LNPTYREQ-EOF
               READ LNPTYREQ-FILE
                   AT END
                       SET WS-LNPTYREQ-EOF TO TRUE
                   NOT AT END
                       PERFORM APPLY-ONE-REQUEST THRU
                           APPLY-ONE-REQUEST-EXIT
               END-READ
           END-PERFORM
           .
           CLOSE LNPTYREQ-FILE
           CLOSE LNPARTY-FILE
           CLOSE ACCTMST-FILE
           CLOSE BNKCUST-FILE
           .
           DISPLAY WS-REQ-COUNT ' party request(s), '
               WS-ADDED-COUNT ' added, '
               WS-CHANGED-COUNT ' changed, '
               WS-RELEASED-COUNT ' released, '
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
           MOVE LRQ-OWNER-PID TO LPY-OWNER-PID
           MOVE LRQ-ACCOUNT TO LPY-ACCOUNT
           MOVE LRQ-PARTY-PID TO LPY-PARTY-PID
           .
           IF LRQ-ADD
               PERFORM ADD-ONE-PARTY THRU ADD-ONE-PARTY-EXIT
               GO TO APPLY-ONE-REQUEST-EXIT
           END-IF
           .
           IF NOT LRQ-LIMIT AND NOT LRQ-RELEASE
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'Unknown party action: ' LRQ-ACTION
               GO TO APPLY-ONE-REQUEST-EXIT
           END-IF
           .
           READ LNPARTY-FILE
               INVALID KEY
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY 'Party not on file: ' LRQ-OWNER-PID ' '
                       LRQ-ACCOUNT ' ' LRQ-PARTY-PID
                   GO TO APPLY-ONE-REQUEST-EXIT
           END-READ
           .
           IF LRQ-LIMIT
               IF LRQ-LIABILITY-LIMIT IS NOT NUMERIC
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY 'Invalid liability limit: ' LRQ-ACCOUNT
                   GO TO APPLY-ONE-REQUEST-EXIT
               END-IF
               MOVE LRQ-LIABILITY-LIMIT TO LPY-LIABILITY-LIMIT
               REWRITE LNPARTY-RECORD
               ADD 1 TO WS-CHANGED-COUNT
               GO TO APPLY-ONE-REQUEST-EXIT
           END-IF
           .
           SET LPY-RELEASED TO TRUE
           REWRITE LNPARTY-RECORD
           ADD 1 TO WS-RELEASED-COUNT
           .
       APPLY-ONE-REQUEST-EXIT.
           EXIT
           .
      *****************************************************************
      * A new party must be a customer, the facility must be a loan   *
      * or line of credit on ACCTMST, and the owner cannot be added   *
      * as a party to their own account.                              *
      *****************************************************************
       ADD-ONE-PARTY.
           IF LRQ-PARTY-PID IS EQUAL TO LRQ-OWNER-PID
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'Owner cannot be a party: ' LRQ-ACCOUNT
               GO TO ADD-ONE-PARTY-EXIT
           END-IF
           .
           IF LRQ-ROLE IS NOT EQUAL TO 'C'
               AND LRQ-ROLE IS NOT EQUAL TO 'G'
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'Invalid party role: ' LRQ-ROLE
               GO TO ADD-ONE-PARTY-EXIT
           END-IF
           .
           MOVE LRQ-OWNER-PID TO AMS-OWNER-PID
           MOVE LRQ-ACCOUNT TO AMS-ACCOUNT
           READ ACCTMST-FILE
               INVALID KEY
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY 'Account not on ACCTMST: ' LRQ-ACCOUNT
                   GO TO ADD-ONE-PARTY-EXIT
           END-READ
           .
           IF AMS-PRODUCT-CODE IS NOT EQUAL TO 'LOAN'
               AND AMS-PRODUCT-CODE IS NOT EQUAL TO 'LOC '
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'Account is not a loan or LOC: ' LRQ-ACCOUNT
               GO TO ADD-ONE-PARTY-EXIT
           END-IF
           .
           MOVE LRQ-PARTY-PID TO BCS-REC-PID
           READ BNKCUST-FILE
               INVALID KEY
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY 'PID not on BNKCUST: ' LRQ-PARTY-PID
                   GO TO ADD-ONE-PARTY-EXIT
           END-READ
           .
           MOVE SPACES TO LNPARTY-RECORD
           MOVE LRQ-OWNER-PID TO LPY-OWNER-PID
           MOVE LRQ-ACCOUNT TO LPY-ACCOUNT
           MOVE LRQ-PARTY-PID TO LPY-PARTY-PID
           MOVE LRQ-ROLE TO LPY-ROLE
           IF LRQ-LIABILITY-LIMIT IS NUMERIC
               MOVE LRQ-LIABILITY-LIMIT TO LPY-LIABILITY-LIMIT
           ELSE
               MOVE ZERO TO LPY-LIABILITY-LIMIT
           END-IF
           SET LPY-ACTIVE TO TRUE
           MOVE WS-CURRENT-DATE TO LPY-ADDED-DATE
           MOVE LRQ-USERID TO LPY-ADDED-BY
           WRITE LNPARTY-RECORD
               INVALID KEY
                   READ LNPARTY-FILE
                   IF LPY-RELEASED
                       MOVE LRQ-ROLE TO LPY-ROLE
                       IF LRQ-LIABILITY-LIMIT IS NUMERIC
                           MOVE LRQ-LIABILITY-LIMIT TO
                               LPY-LIABILITY-LIMIT
                       END-IF
                       SET LPY-ACTIVE TO TRUE
                       MOVE WS-CURRENT-DATE TO LPY-ADDED-DATE
                       MOVE LRQ-USERID TO LPY-ADDED-BY
                       REWRITE LNPARTY-RECORD
                   ELSE
                       ADD 1 TO WS-SKIP-COUNT
                       DISPLAY 'Party already on account: '
                           LRQ-ACCOUNT ' ' LRQ-PARTY-PID
                       GO TO ADD-ONE-PARTY-EXIT
                   END-IF
           END-WRITE
           ADD 1 TO WS-ADDED-COUNT
           .
       ADD-ONE-PARTY-EXIT.
           EXIT
           .
