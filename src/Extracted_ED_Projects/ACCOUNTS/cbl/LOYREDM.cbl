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

001150***************************************************************** loyredm
001160* Program:     LOYREDM.CBL                                      * loyredm
001170* Function:    Loyalty points redemption, shared by every       * loyredm
001180*              channel that lets a customer spend points so the * loyredm
001190*              teller counter and the web refuse and value a    * loyredm
001200*              redemption the same way. A redemption is a       * loyredm
001210*              number of points taken either as a statement     * loyredm
001220*              credit to one of the customer's own accounts or  * loyredm
001230*              as a donation to the charity account on LOYPOL;  * loyredm
001240*              the points must reach the policy minimum and be  * loyredm
001250*              covered by the customer's LOYLDGR balance, and   * loyredm
001260*              are worth the LOYPOL point value each, to the    * loyredm
001270*              cent below. A check call only answers; a redeem  * loyredm
001280*              call, made once the caller has posted the        * loyredm
001290*              credit, takes the points off the ledger and logs * loyredm
001300*              the redemption on LOYTXN against that posting's  * loyredm
001310*              reference.                                       * loyredm
001320***************************************************************** loyredm
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOYREDM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOYPOL-FILE ASSIGN TO "LOYPOL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOYPOL-STATUS.
           SELECT LOYLDGR-FILE ASSIGN TO "LOYLDGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LDG-PID
               FILE STATUS IS WS-LOYLDGR-STATUS.
           SELECT LOYTXN-FILE ASSIGN TO "LOYTXN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOYTXN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOYPOL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CLOYPOL.

       FD LOYLDGR-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CLOYLDGR.

       FD LOYTXN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CLOYTXN.

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'LOYREDM '.
         05 WS-LOYPOL-STATUS PIC X(2).
           88 WS-LOYPOL-OK VALUE '00'.
         05 WS-LOYLDGR-STATUS PIC X(2).
           88 WS-LOYLDGR-OK VALUE '00'.
         05 WS-LOYTXN-STATUS PIC X(2).
           88 WS-LOYTXN-OK VALUE '00'.
         05 WS-POLICY-FOUND-FLAG PIC X(1).
           88 WS-POLICY-FOUND VALUE 'Y'.
         05 WS-MEMBER-FOUND-FLAG PIC X(1).
           88 WS-MEMBER-FOUND VALUE 'Y'.
         05 WS-MIN-REDEEM-EDIT PIC Z(6)9.

       LINKAGE SECTION.
       COPY CLOYRDMQ.

       PROCEDURE DIVISION USING LOYREDM-REQUEST.
       000-REDEEM-POINTS.
           SET LRQ-REFUSED TO TRUE
           MOVE ZERO TO LRQ-VALUE
           MOVE SPACES TO LRQ-DONATE-PID
           MOVE SPACES TO LRQ-DONATE-ACCOUNT
           MOVE ZERO TO LRQ-BALANCE-AFTER
           MOVE SPACES TO LRQ-REPLY-MSG
           MOVE 'N' TO WS-POLICY-FOUND-FLAG
           MOVE 'N' TO WS-MEMBER-FOUND-FLAG
           .
           IF NOT LRQ-STATEMENT-CREDIT
               AND NOT LRQ-DONATION
               MOVE 'Redeem as statement credit or donation' TO
                   LRQ-REPLY-MSG
               GOBACK
           END-IF
           .
           OPEN INPUT LOYPOL-FILE
           IF WS-LOYPOL-OK
               READ LOYPOL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET WS-POLICY-FOUND TO TRUE
               END-READ
               CLOSE LOYPOL-FILE
           END-IF
           IF NOT WS-POLICY-FOUND
               MOVE 'Loyalty redemption not available' TO
                   LRQ-REPLY-MSG
               GOBACK
           END-IF
           .
           IF LRQ-POINTS IS NOT NUMERIC
               OR LRQ-POINTS IS LESS THAN LPL-MIN-REDEEM
               MOVE LPL-MIN-REDEEM TO WS-MIN-REDEEM-EDIT
               STRING 'Minimum redemption is ' WS-MIN-REDEEM-EDIT
                   ' points' DELIMITED BY SIZE INTO LRQ-REPLY-MSG
               GOBACK
           END-IF
           .
           IF LRQ-FUNC-REDEEM
               OPEN I-O LOYLDGR-FILE
           ELSE
               OPEN INPUT LOYLDGR-FILE
           END-IF
           IF NOT WS-LOYLDGR-OK
               MOVE 'No loyalty points on file' TO LRQ-REPLY-MSG
               GOBACK
           END-IF
           .
           MOVE LRQ-PID TO LDG-PID
           READ LOYLDGR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LDG-MEMBER-ROW
                       SET WS-MEMBER-FOUND TO TRUE
                   END-IF
           END-READ
           IF NOT WS-MEMBER-FOUND
               MOVE 'No loyalty points on file' TO LRQ-REPLY-MSG
               CLOSE LOYLDGR-FILE
               GOBACK
           END-IF
           .
           IF LDG-POINTS-BALANCE IS LESS THAN LRQ-POINTS
               MOVE 'Not enough points for this redemption' TO
                   LRQ-REPLY-MSG
               CLOSE LOYLDGR-FILE
               GOBACK
           END-IF
           .
      *****************************************************************
      * Points are worth the policy value each - a part cent is not   *
      * paid, the same way interest is cut to the cent.               *
      *****************************************************************
           COMPUTE LRQ-VALUE = LRQ-POINTS * LPL-POINT-VALUE
           IF LRQ-VALUE IS NOT GREATER THAN ZERO
               MOVE 'Points redeemed have no value' TO LRQ-REPLY-MSG
               CLOSE LOYLDGR-FILE
               GOBACK
           END-IF
           IF LRQ-DONATION
               MOVE LPL-DONATE-PID TO LRQ-DONATE-PID
               MOVE LPL-DONATE-ACCOUNT TO LRQ-DONATE-ACCOUNT
           END-IF
           COMPUTE LRQ-BALANCE-AFTER =
               LDG-POINTS-BALANCE - LRQ-POINTS
           .
           IF LRQ-FUNC-CHECK
               SET LRQ-ACCEPTED TO TRUE
               CLOSE LOYLDGR-FILE
               GOBACK
           END-IF
           .
           SUBTRACT LRQ-POINTS FROM LDG-POINTS-BALANCE
           ADD LRQ-POINTS TO LDG-POINTS-REDEEMED
           MOVE LRQ-DATE TO LDG-LAST-REDEEM-DATE
           REWRITE LOYLDGR-RECORD
               INVALID KEY
                   MOVE 'Loyalty ledger update failed' TO
                       LRQ-REPLY-MSG
                   CLOSE LOYLDGR-FILE
                   GOBACK
           END-REWRITE
           CLOSE LOYLDGR-FILE
           .
           OPEN EXTEND LOYTXN-FILE
           IF NOT WS-LOYTXN-OK
               OPEN OUTPUT LOYTXN-FILE
           END-IF
           MOVE SPACES TO LOYTXN-RECORD
           MOVE LRQ-DATE TO LTX-DATE
           MOVE LRQ-TIME TO LTX-TIME
           MOVE LRQ-PID TO LTX-PID
           IF LRQ-DONATION
               SET LTX-DONATION TO TRUE
               MOVE 'LD' TO LTX-TXN-TYPE
           ELSE
               SET LTX-STATEMENT-CREDIT TO TRUE
               MOVE 'LR' TO LTX-TXN-TYPE
           END-IF
           COMPUTE LTX-POINTS = ZERO - LRQ-POINTS
           MOVE LRQ-VALUE TO LTX-VALUE
           MOVE LDG-TIER TO LTX-TIER
           MOVE LRQ-REF-NO TO LTX-REF-NO
           MOVE LRQ-CHANNEL TO LTX-CHANNEL
           MOVE LDG-POINTS-BALANCE TO LTX-BALANCE-AFTER
           WRITE LOYTXN-RECORD
           CLOSE LOYTXN-FILE
           .
           SET LRQ-ACCEPTED TO TRUE
           GOBACK
           .
