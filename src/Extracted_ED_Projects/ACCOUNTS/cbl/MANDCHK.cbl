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

001150***************************************************************** mandchk
001160* Program:     MANDCHK.CBL                                      * mandchk
001170* Function:    Answers "does this signature carry this money    * mandchk
001180*              item" against the account's SGNMAND signing      * mandchk
001190*              mandate, the way AUTHCHK answers third-party     * mandchk
001200*              authority. An account with no active mandate is  * mandchk
001210*              clear. A signer not named on the mandate, or an  * mandchk
001220*              amount above every band, is refused. When the    * mandchk
001230*              first signer alone meets the band the item is    * mandchk
001240*              clear; otherwise it is held on MANDPND under a   * mandchk
001250*              new reference for the other signers, who add     * mandchk
001260*              their signatures here until the band's group     * mandchk
001270*              combination is met and the item is released back * mandchk
001280*              to its channel to be carried out. Every hold,    * mandchk
001290*              signature, release, decline and use is written   * mandchk
001300*              to the MANDLOG audit trail.                      * mandchk
001310***************************************************************** mandchk
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANDCHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SGNMAND-FILE ASSIGN TO "SGNMAND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SMD-KEY
               FILE STATUS IS WS-SGNMAND-STATUS.
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
       FD SGNMAND-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CSGNMAND.

       FD MANDPND-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CMANDPND.

       FD MANDLOG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CMANDLOG.

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'MANDCHK'.
         05 WS-SGNMAND-STATUS PIC X(2).
           88 WS-SGNMAND-OK VALUE '00'.
         05 WS-MANDPND-STATUS PIC X(2).
           88 WS-MANDPND-OK VALUE '00'.
         05 WS-MANDLOG-STATUS PIC X(2).
           88 WS-MANDLOG-OK VALUE '00'.
         05 WS-MANDPND-EOF-FLAG PIC X(1).
           88 WS-MANDPND-EOF VALUE 'Y'.
         05 WS-MANDATE-FOUND-FLAG PIC X(1).
           88 WS-MANDATE-FOUND VALUE 'Y'.
         05 WS-SIGNER-FOUND-FLAG PIC X(1).
           88 WS-SIGNER-FOUND VALUE 'Y'.
         05 WS-ALREADY-SIGNED-FLAG PIC X(1).
           88 WS-ALREADY-SIGNED VALUE 'Y'.
         05 WS-BAND-FOUND-FLAG PIC X(1).
           88 WS-BAND-FOUND VALUE 'Y'.
         05 WS-MANDATE-MET-FLAG PIC X(1).
           88 WS-MANDATE-MET VALUE 'Y'.
         05 WS-ITEM-FOUND-FLAG PIC X(1).
           88 WS-ITEM-FOUND VALUE 'Y'.
         05 WS-SEEK-ACCOUNT PIC X(9).
         05 WS-SEEK-PID PIC X(5).
         05 WS-SIGNER-GROUP PIC X(1).
         05 WS-TEST-AMOUNT PIC 9(7)V99.
         05 WS-BAND-NO PIC 9(1).
         05 WS-BAND-IDX PIC 9(2).
         05 WS-RULE-IDX PIC 9(2).
         05 WS-SIGNER-IDX PIC 9(2).
         05 WS-SIG-IDX PIC 9(2).
         05 WS-RULE-GROUP PIC X(1).
         05 WS-GROUP-NEEDED PIC 9(2).
         05 WS-GROUP-COUNT PIC 9(2).
         05 WS-SIGS-NEEDED PIC 9(2).
         05 WS-HOLD-DAYS PIC 9(3).
         05 WS-TODAY PIC 9(8).
         05 WS-LOG-EVENT PIC X(1).
         05 WS-LOG-TEXT PIC X(40).
         05 WS-EXPIRY-WORK.
           10 WS-EXP-YYYY PIC 9(4).
           10 WS-EXP-MM PIC 9(2).
           10 WS-EXP-DD PIC 9(2).
         05 WS-EXPIRY-WORK-N REDEFINES WS-EXPIRY-WORK PIC 9(8).
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
           10 FILLER PIC X(5).

       LINKAGE SECTION.
       COPY CMANDCKQ.

       PROCEDURE DIVISION USING MANDCHK-REQUEST.
       000-CHECK-MANDATE.
           SET MCQ-REFUSED TO TRUE
           MOVE SPACES TO MCQ-REPLY-MSG
           MOVE SPACES TO MCQ-ITEM-STATUS
           MOVE ZERO TO MCQ-EXPIRY-DATE
           MOVE ZERO TO MCQ-SIG-COUNT
           MOVE ZERO TO MCQ-SIGS-NEEDED
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           IF MCQ-DATE IS GREATER THAN ZERO
               MOVE MCQ-DATE TO WS-TODAY
           ELSE
               MOVE WS-CURRENT-DATE TO WS-TODAY
           END-IF
           IF MCQ-SIGNER-PID IS EQUAL TO SPACES
               MOVE MCQ-OWNER-PID TO MCQ-SIGNER-PID
           END-IF
           .
           OPEN I-O MANDPND-FILE
           IF NOT WS-MANDPND-OK
               OPEN OUTPUT MANDPND-FILE
               CLOSE MANDPND-FILE
               OPEN I-O MANDPND-FILE
           END-IF
           OPEN EXTEND MANDLOG-FILE
           IF NOT WS-MANDLOG-OK
               OPEN OUTPUT MANDLOG-FILE
           END-IF
           .
           EVALUATE TRUE
               WHEN MCQ-FUNC-CHECK
                   PERFORM CHECK-OR-HOLD-ITEM THRU
                       CHECK-OR-HOLD-ITEM-EXIT
               WHEN MCQ-FUNC-SIGN
                   PERFORM SIGN-HELD-ITEM THRU SIGN-HELD-ITEM-EXIT
               WHEN MCQ-FUNC-DECLINE
                   PERFORM DECLINE-HELD-ITEM THRU
                       DECLINE-HELD-ITEM-EXIT
               WHEN MCQ-FUNC-INQUIRE
                   PERFORM INQUIRE-HELD-ITEM THRU
                       INQUIRE-HELD-ITEM-EXIT
               WHEN MCQ-FUNC-NEXT-RELEASED
                   PERFORM NEXT-RELEASED-ITEM THRU
                       NEXT-RELEASED-ITEM-EXIT
               WHEN MCQ-FUNC-USE
                   PERFORM USE-RELEASED-ITEM THRU
                       USE-RELEASED-ITEM-EXIT
               WHEN OTHER
                   MOVE 'Unknown mandate function' TO MCQ-REPLY-MSG
           END-EVALUATE
           .
           CLOSE MANDPND-FILE
           CLOSE MANDLOG-FILE
           GOBACK
           .
      *****************************************************************
      * A money item presented by one signer. The signer is taken as  *
      * the first signature; if that alone meets the band the item    *
      * goes straight through, otherwise it waits on MANDPND.         *
      *****************************************************************
       CHECK-OR-HOLD-ITEM.
           SET MCQ-CLEAR TO TRUE
           MOVE MCQ-ACCOUNT TO WS-SEEK-ACCOUNT
           PERFORM READ-MANDATE THRU READ-MANDATE-EXIT
           IF NOT WS-MANDATE-FOUND
               GO TO CHECK-OR-HOLD-ITEM-EXIT
           END-IF
           .
           MOVE MCQ-SIGNER-PID TO WS-SEEK-PID
           PERFORM FIND-SIGNER THRU FIND-SIGNER-EXIT
           IF NOT WS-SIGNER-FOUND
               SET MCQ-REFUSED TO TRUE
               MOVE 'Not a signer on the account mandate'
                   TO MCQ-REPLY-MSG
               GO TO CHECK-OR-HOLD-ITEM-EXIT
           END-IF
           .
           MOVE MCQ-AMOUNT TO WS-TEST-AMOUNT
           PERFORM FIND-AMOUNT-BAND THRU FIND-AMOUNT-BAND-EXIT
           IF NOT WS-BAND-FOUND
               SET MCQ-REFUSED TO TRUE
               MOVE 'Amount above the account mandate'
                   TO MCQ-REPLY-MSG
               GO TO CHECK-OR-HOLD-ITEM-EXIT
           END-IF
           .
           MOVE SPACES TO MANDPND-RECORD
           MOVE MCQ-ACCOUNT TO MDP-ACCOUNT
           MOVE MCQ-OWNER-PID TO MDP-OWNER-PID
           MOVE MCQ-CHANNEL TO MDP-CHANNEL
           MOVE MCQ-AMOUNT TO MDP-AMOUNT
           MOVE WS-BAND-NO TO MDP-BAND-NO
           SET MDP-PENDING TO TRUE
           MOVE WS-TODAY TO MDP-QUEUED-DATE
           MOVE WS-CURRENT-TIME TO MDP-QUEUED-TIME
           MOVE MCQ-OPERATOR TO MDP-OPERATOR
           MOVE 1 TO MDP-SIG-COUNT
           MOVE MCQ-SIGNER-PID TO MDP-SIG-PID (1)
           MOVE WS-SIGNER-GROUP TO MDP-SIG-GROUP (1)
           MOVE WS-TODAY TO MDP-SIG-DATE (1)
           MOVE WS-CURRENT-TIME TO MDP-SIG-TIME (1)
           MOVE ZERO TO MDP-STATUS-DATE
           MOVE MCQ-ITEM-IMAGE TO MDP-ITEM-IMAGE
           .
           PERFORM TEST-MANDATE-MET THRU TEST-MANDATE-MET-EXIT
           MOVE WS-SIGS-NEEDED TO MCQ-SIGS-NEEDED
           IF WS-MANDATE-MET
               GO TO CHECK-OR-HOLD-ITEM-EXIT
           END-IF
           .
      *****************************************************************
      * Hold days come from the mandate and stay inside the 28-day    *
      * roll the pending-approval queue uses.                         *
      *****************************************************************
           MOVE SMD-HOLD-DAYS TO WS-HOLD-DAYS
           IF WS-HOLD-DAYS IS EQUAL TO ZERO
               MOVE 10 TO WS-HOLD-DAYS
           END-IF
           IF WS-HOLD-DAYS IS GREATER THAN 28
               MOVE 28 TO WS-HOLD-DAYS
           END-IF
           MOVE WS-TODAY TO WS-EXPIRY-WORK-N
           ADD WS-HOLD-DAYS TO WS-EXP-DD
           IF WS-EXP-DD IS GREATER THAN 28
               SUBTRACT 28 FROM WS-EXP-DD
               ADD 1 TO WS-EXP-MM
               IF WS-EXP-MM IS GREATER THAN 12
                   MOVE 1 TO WS-EXP-MM
                   ADD 1 TO WS-EXP-YYYY
               END-IF
           END-IF
           MOVE WS-EXPIRY-WORK-N TO MDP-EXPIRY-DATE
           .
           CALL 'ACCTREFN' USING MDP-REF-NO
           WRITE MANDPND-RECORD
               INVALID KEY
                   SET MCQ-REFUSED TO TRUE
                   MOVE 'Mandate hold could not be recorded'
                       TO MCQ-REPLY-MSG
                   GO TO CHECK-OR-HOLD-ITEM-EXIT
           END-WRITE
           .
           SET MCQ-HELD TO TRUE
           MOVE MDP-REF-NO TO MCQ-REF-NO
           STRING 'Held for signers - ref ' DELIMITED BY SIZE
               MDP-REF-NO DELIMITED BY SIZE
               INTO MCQ-REPLY-MSG
           PERFORM RETURN-ITEM-DETAILS THRU RETURN-ITEM-DETAILS-EXIT
           MOVE 'H' TO WS-LOG-EVENT
           MOVE 'Held for further signers' TO WS-LOG-TEXT
           PERFORM WRITE-MANDATE-LOG THRU WRITE-MANDATE-LOG-EXIT
           .
       CHECK-OR-HOLD-ITEM-EXIT.
           EXIT
           .
      *****************************************************************
      * A further signer signs a held item. Each signer counts once,  *
      * in the group the mandate places them in when they sign.       *
      *****************************************************************
       SIGN-HELD-ITEM.
           PERFORM READ-HELD-ITEM THRU READ-HELD-ITEM-EXIT
           IF NOT WS-ITEM-FOUND
               GO TO SIGN-HELD-ITEM-EXIT
           END-IF
           IF MCQ-ACCOUNT IS NOT EQUAL TO SPACES
               AND MCQ-ACCOUNT IS NOT EQUAL TO MDP-ACCOUNT
               MOVE 'Item is not for this account' TO MCQ-REPLY-MSG
               GO TO SIGN-HELD-ITEM-EXIT
           END-IF
           IF NOT MDP-PENDING
               MOVE 'Item is not waiting for signers' TO MCQ-REPLY-MSG
               GO TO SIGN-HELD-ITEM-EXIT
           END-IF
           IF MDP-EXPIRY-DATE IS LESS THAN WS-TODAY
               MOVE 'Item has expired' TO MCQ-REPLY-MSG
               GO TO SIGN-HELD-ITEM-EXIT
           END-IF
           .
           MOVE MDP-ACCOUNT TO WS-SEEK-ACCOUNT
           PERFORM READ-MANDATE THRU READ-MANDATE-EXIT
           IF NOT WS-MANDATE-FOUND
               MOVE 'Account mandate is no longer active'
                   TO MCQ-REPLY-MSG
               GO TO SIGN-HELD-ITEM-EXIT
           END-IF
           MOVE MCQ-SIGNER-PID TO WS-SEEK-PID
           PERFORM FIND-SIGNER THRU FIND-SIGNER-EXIT
           IF NOT WS-SIGNER-FOUND
               MOVE 'Not a signer on the account mandate'
                   TO MCQ-REPLY-MSG
               GO TO SIGN-HELD-ITEM-EXIT
           END-IF
           .
           MOVE 'N' TO WS-ALREADY-SIGNED-FLAG
           PERFORM VARYING WS-SIG-IDX FROM 1 BY 1
               UNTIL WS-SIG-IDX IS GREATER THAN MDP-SIG-COUNT
               IF MDP-SIG-PID (WS-SIG-IDX) IS EQUAL TO MCQ-SIGNER-PID
                   SET WS-ALREADY-SIGNED TO TRUE
               END-IF
           END-PERFORM
           IF WS-ALREADY-SIGNED
               MOVE 'Already signed by this signer' TO MCQ-REPLY-MSG
               GO TO SIGN-HELD-ITEM-EXIT
           END-IF
           IF MDP-SIG-COUNT IS NOT LESS THAN 5
               MOVE 'No further signatures can be taken'
                   TO MCQ-REPLY-MSG
               GO TO SIGN-HELD-ITEM-EXIT
           END-IF
           .
           MOVE MDP-AMOUNT TO WS-TEST-AMOUNT
           PERFORM FIND-AMOUNT-BAND THRU FIND-AMOUNT-BAND-EXIT
           IF NOT WS-BAND-FOUND
               MOVE 'Amount above the account mandate'
                   TO MCQ-REPLY-MSG
               GO TO SIGN-HELD-ITEM-EXIT
           END-IF
           MOVE WS-BAND-NO TO MDP-BAND-NO
           .
           ADD 1 TO MDP-SIG-COUNT
           MOVE MCQ-SIGNER-PID TO MDP-SIG-PID (MDP-SIG-COUNT)
           MOVE WS-SIGNER-GROUP TO MDP-SIG-GROUP (MDP-SIG-COUNT)
           MOVE WS-TODAY TO MDP-SIG-DATE (MDP-SIG-COUNT)
           MOVE WS-CURRENT-TIME TO MDP-SIG-TIME (MDP-SIG-COUNT)
           PERFORM TEST-MANDATE-MET THRU TEST-MANDATE-MET-EXIT
           .
           MOVE 'S' TO WS-LOG-EVENT
           MOVE 'Signature added' TO WS-LOG-TEXT
           PERFORM WRITE-MANDATE-LOG THRU WRITE-MANDATE-LOG-EXIT
           .
           IF WS-MANDATE-MET
               SET MDP-RELEASED TO TRUE
               MOVE WS-TODAY TO MDP-STATUS-DATE
               MOVE MCQ-SIGNER-PID TO MDP-STATUS-BY
               SET MCQ-CLEAR TO TRUE
               MOVE 'Mandate met - item released' TO MCQ-REPLY-MSG
               MOVE 'A' TO WS-LOG-EVENT
               MOVE 'Mandate met - released to channel'
                   TO WS-LOG-TEXT
               PERFORM WRITE-MANDATE-LOG THRU WRITE-MANDATE-LOG-EXIT
           ELSE
               SET MCQ-HELD TO TRUE
               MOVE 'Signature added - more signers needed'
                   TO MCQ-REPLY-MSG
           END-IF
           .
           REWRITE MANDPND-RECORD
               INVALID KEY
                   SET MCQ-REFUSED TO TRUE
                   MOVE 'Signature could not be recorded'
                       TO MCQ-REPLY-MSG
           END-REWRITE
           PERFORM RETURN-ITEM-DETAILS THRU RETURN-ITEM-DETAILS-EXIT
           .
       SIGN-HELD-ITEM-EXIT.
           EXIT
           .
      *****************************************************************
      * Any signer on the mandate may refuse an item that is still    *
      * waiting, or released but not yet carried out.                 *
      *****************************************************************
       DECLINE-HELD-ITEM.
           PERFORM READ-HELD-ITEM THRU READ-HELD-ITEM-EXIT
           IF NOT WS-ITEM-FOUND
               GO TO DECLINE-HELD-ITEM-EXIT
           END-IF
           IF MCQ-ACCOUNT IS NOT EQUAL TO SPACES
               AND MCQ-ACCOUNT IS NOT EQUAL TO MDP-ACCOUNT
               MOVE 'Item is not for this account' TO MCQ-REPLY-MSG
               GO TO DECLINE-HELD-ITEM-EXIT
           END-IF
           IF NOT MDP-PENDING AND NOT MDP-RELEASED
               MOVE 'Item can no longer be declined' TO MCQ-REPLY-MSG
               GO TO DECLINE-HELD-ITEM-EXIT
           END-IF
           .
           MOVE MDP-ACCOUNT TO WS-SEEK-ACCOUNT
           PERFORM READ-MANDATE THRU READ-MANDATE-EXIT
           MOVE MCQ-SIGNER-PID TO WS-SEEK-PID
           PERFORM FIND-SIGNER THRU FIND-SIGNER-EXIT
           IF NOT WS-SIGNER-FOUND
               AND MCQ-SIGNER-PID IS NOT EQUAL TO MDP-OWNER-PID
               MOVE 'Not a signer on the account mandate'
                   TO MCQ-REPLY-MSG
               GO TO DECLINE-HELD-ITEM-EXIT
           END-IF
           .
           SET MDP-DECLINED TO TRUE
           MOVE WS-TODAY TO MDP-STATUS-DATE
           MOVE MCQ-SIGNER-PID TO MDP-STATUS-BY
           REWRITE MANDPND-RECORD
               INVALID KEY
                   MOVE 'Decline could not be recorded'
                       TO MCQ-REPLY-MSG
                   GO TO DECLINE-HELD-ITEM-EXIT
           END-REWRITE
           SET MCQ-CLEAR TO TRUE
           MOVE 'Item declined' TO MCQ-REPLY-MSG
           PERFORM RETURN-ITEM-DETAILS THRU RETURN-ITEM-DETAILS-EXIT
           MOVE 'R' TO WS-LOG-EVENT
           MOVE 'Declined by signer' TO WS-LOG-TEXT
           PERFORM WRITE-MANDATE-LOG THRU WRITE-MANDATE-LOG-EXIT
           .
       DECLINE-HELD-ITEM-EXIT.
           EXIT
           .
      *****************************************************************
      * Only the owner or a signer on the mandate may see an item.    *
      *****************************************************************
       INQUIRE-HELD-ITEM.
           PERFORM READ-HELD-ITEM THRU READ-HELD-ITEM-EXIT
           IF NOT WS-ITEM-FOUND
               GO TO INQUIRE-HELD-ITEM-EXIT
           END-IF
           .
           MOVE MDP-ACCOUNT TO WS-SEEK-ACCOUNT
           PERFORM READ-MANDATE THRU READ-MANDATE-EXIT
           MOVE MCQ-SIGNER-PID TO WS-SEEK-PID
           PERFORM FIND-SIGNER THRU FIND-SIGNER-EXIT
           IF NOT WS-SIGNER-FOUND
               AND MCQ-SIGNER-PID IS NOT EQUAL TO MDP-OWNER-PID
               MOVE 'Not a signer on the account mandate'
                   TO MCQ-REPLY-MSG
               GO TO INQUIRE-HELD-ITEM-EXIT
           END-IF
           .
           MOVE ZERO TO WS-SIGS-NEEDED
           IF WS-MANDATE-FOUND
               MOVE MDP-AMOUNT TO WS-TEST-AMOUNT
               PERFORM FIND-AMOUNT-BAND THRU FIND-AMOUNT-BAND-EXIT
               IF WS-BAND-FOUND
                   PERFORM TEST-MANDATE-MET THRU
                       TEST-MANDATE-MET-EXIT
               END-IF
           END-IF
           MOVE WS-SIGS-NEEDED TO MCQ-SIGS-NEEDED
           SET MCQ-CLEAR TO TRUE
           PERFORM RETURN-ITEM-DETAILS THRU RETURN-ITEM-DETAILS-EXIT
           .
       INQUIRE-HELD-ITEM-EXIT.
           EXIT
           .
      *****************************************************************
      * The channel batch walks its released items in reference       *
      * order, passing back the last reference it was handed.         *
      *****************************************************************
       NEXT-RELEASED-ITEM.
           MOVE 'No further released items' TO MCQ-REPLY-MSG
           MOVE MCQ-REF-NO TO MDP-REF-NO
           START MANDPND-FILE KEY IS GREATER THAN MDP-KEY
               INVALID KEY
                   GO TO NEXT-RELEASED-ITEM-EXIT
           END-START
           .
           MOVE 'N' TO WS-MANDPND-EOF-FLAG
           MOVE 'N' TO WS-ITEM-FOUND-FLAG
           PERFORM UNTIL WS-MANDPND-EOF OR WS-ITEM-FOUND
               READ MANDPND-FILE NEXT RECORD
                   AT END
                       SET WS-MANDPND-EOF TO TRUE
                   NOT AT END
                       IF MDP-RELEASED
                           AND MDP-CHANNEL IS EQUAL TO MCQ-CHANNEL
                           SET WS-ITEM-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF NOT WS-ITEM-FOUND
               GO TO NEXT-RELEASED-ITEM-EXIT
           END-IF
           .
           SET MCQ-CLEAR TO TRUE
           MOVE SPACES TO MCQ-REPLY-MSG
           MOVE MDP-REF-NO TO MCQ-REF-NO
           PERFORM RETURN-ITEM-DETAILS THRU RETURN-ITEM-DETAILS-EXIT
           .
       NEXT-RELEASED-ITEM-EXIT.
           EXIT
           .
      *****************************************************************
      * A released item is carried out once. The caller's account,    *
      * amount and channel must be the ones the signers approved.     *
      *****************************************************************
       USE-RELEASED-ITEM.
           PERFORM READ-HELD-ITEM THRU READ-HELD-ITEM-EXIT
           IF NOT WS-ITEM-FOUND
               GO TO USE-RELEASED-ITEM-EXIT
           END-IF
           IF NOT MDP-RELEASED
               MOVE 'Item not released by its signers'
                   TO MCQ-REPLY-MSG
               GO TO USE-RELEASED-ITEM-EXIT
           END-IF
           IF MDP-EXPIRY-DATE IS LESS THAN WS-TODAY
               MOVE 'Item has expired' TO MCQ-REPLY-MSG
               GO TO USE-RELEASED-ITEM-EXIT
           END-IF
           IF MDP-CHANNEL IS NOT EQUAL TO MCQ-CHANNEL
               OR MDP-ACCOUNT IS NOT EQUAL TO MCQ-ACCOUNT
               OR MDP-AMOUNT IS NOT EQUAL TO MCQ-AMOUNT
               MOVE 'Item does not match the signed item'
                   TO MCQ-REPLY-MSG
               GO TO USE-RELEASED-ITEM-EXIT
           END-IF
           .
           SET MDP-APPLIED TO TRUE
           MOVE WS-TODAY TO MDP-STATUS-DATE
           MOVE MCQ-OPERATOR TO MDP-STATUS-BY
           REWRITE MANDPND-RECORD
               INVALID KEY
                   MOVE 'Item could not be marked applied'
                       TO MCQ-REPLY-MSG
                   GO TO USE-RELEASED-ITEM-EXIT
           END-REWRITE
           SET MCQ-CLEAR TO TRUE
           MOVE SPACES TO MCQ-REPLY-MSG
           PERFORM RETURN-ITEM-DETAILS THRU RETURN-ITEM-DETAILS-EXIT
           MOVE 'X' TO WS-LOG-EVENT
           MOVE 'Carried out by channel' TO WS-LOG-TEXT
           PERFORM WRITE-MANDATE-LOG THRU WRITE-MANDATE-LOG-EXIT
           .
       USE-RELEASED-ITEM-EXIT.
           EXIT
           .
      *****************************************************************
      * No SGNMAND file installed means no account has a mandate yet. *
      *****************************************************************
       READ-MANDATE.
           MOVE 'N' TO WS-MANDATE-FOUND-FLAG
           OPEN INPUT SGNMAND-FILE
           IF NOT WS-SGNMAND-OK
               GO TO READ-MANDATE-EXIT
           END-IF
           MOVE WS-SEEK-ACCOUNT TO SMD-ACCOUNT
           READ SGNMAND-FILE
               INVALID KEY
                   MOVE SPACES TO SMD-STATUS
           END-READ
           CLOSE SGNMAND-FILE
           IF SMD-ACTIVE
               SET WS-MANDATE-FOUND TO TRUE
           END-IF
           .
       READ-MANDATE-EXIT.
           EXIT
           .
       FIND-SIGNER.
           MOVE 'N' TO WS-SIGNER-FOUND-FLAG
           MOVE SPACES TO WS-SIGNER-GROUP
           IF NOT WS-MANDATE-FOUND
               GO TO FIND-SIGNER-EXIT
           END-IF
           PERFORM VARYING WS-SIGNER-IDX FROM 1 BY 1
               UNTIL WS-SIGNER-IDX IS GREATER THAN SMD-SIGNER-COUNT
               OR WS-SIGNER-FOUND
               IF SMD-SIGNER-PID (WS-SIGNER-IDX) IS EQUAL TO
                   WS-SEEK-PID
                   SET WS-SIGNER-FOUND TO TRUE
                   MOVE SMD-SIGNER-GROUP (WS-SIGNER-IDX)
                       TO WS-SIGNER-GROUP
               END-IF
           END-PERFORM
           .
       FIND-SIGNER-EXIT.
           EXIT
           .
      *****************************************************************
      * Bands are kept in ascending order; the first that reaches the *
      * amount applies. A mandate with no bands yet asks for any one  *
      * signer whatever the amount.                                   *
      *****************************************************************
       FIND-AMOUNT-BAND.
           MOVE 'N' TO WS-BAND-FOUND-FLAG
           MOVE ZERO TO WS-BAND-NO
           IF SMD-BAND-COUNT IS EQUAL TO ZERO
               SET WS-BAND-FOUND TO TRUE
               GO TO FIND-AMOUNT-BAND-EXIT
           END-IF
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX IS GREATER THAN SMD-BAND-COUNT
               OR WS-BAND-FOUND
               IF SMD-BAND-UPTO (WS-BAND-IDX) IS EQUAL TO ZERO
                   OR WS-TEST-AMOUNT IS NOT GREATER THAN
                       SMD-BAND-UPTO (WS-BAND-IDX)
                   SET WS-BAND-FOUND TO TRUE
                   MOVE WS-BAND-IDX TO WS-BAND-NO
               END-IF
           END-PERFORM
           .
       FIND-AMOUNT-BAND-EXIT.
           EXIT
           .
      *****************************************************************
      * A band is met when each named group has its own count of      *
      * signatures (two rules naming one group add together) and the  *
      * total covers those plus the band's any-group count. A band    *
      * that names nobody still needs the one signer presenting.      *
      *****************************************************************
       TEST-MANDATE-MET.
           SET WS-MANDATE-MET TO TRUE
           MOVE 1 TO WS-SIGS-NEEDED
           IF WS-BAND-NO IS EQUAL TO ZERO
               GO TO TEST-MANDATE-MET-EXIT
           END-IF
           .
           COMPUTE WS-SIGS-NEEDED =
               SMD-BAND-ANY-COUNT (WS-BAND-NO)
               + SMD-RULE-COUNT (WS-BAND-NO, 1)
               + SMD-RULE-COUNT (WS-BAND-NO, 2)
           IF WS-SIGS-NEEDED IS EQUAL TO ZERO
               MOVE 1 TO WS-SIGS-NEEDED
           END-IF
           IF MDP-SIG-COUNT IS LESS THAN WS-SIGS-NEEDED
               MOVE 'N' TO WS-MANDATE-MET-FLAG
               GO TO TEST-MANDATE-MET-EXIT
           END-IF
           .
           PERFORM TEST-GROUP-RULE THRU TEST-GROUP-RULE-EXIT
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX IS GREATER THAN 2
               OR NOT WS-MANDATE-MET
           .
       TEST-MANDATE-MET-EXIT.
           EXIT
           .
       TEST-GROUP-RULE.
           IF SMD-RULE-GROUP (WS-BAND-NO, WS-RULE-IDX) IS EQUAL TO
                   SPACES
               OR SMD-RULE-COUNT (WS-BAND-NO, WS-RULE-IDX) IS EQUAL
                   TO ZERO
               GO TO TEST-GROUP-RULE-EXIT
           END-IF
           IF WS-RULE-IDX IS EQUAL TO 2
               AND SMD-RULE-GROUP (WS-BAND-NO, 2) IS EQUAL TO
                   SMD-RULE-GROUP (WS-BAND-NO, 1)
               GO TO TEST-GROUP-RULE-EXIT
           END-IF
           .
           MOVE SMD-RULE-GROUP (WS-BAND-NO, WS-RULE-IDX)
               TO WS-RULE-GROUP
           MOVE SMD-RULE-COUNT (WS-BAND-NO, WS-RULE-IDX)
               TO WS-GROUP-NEEDED
           IF WS-RULE-IDX IS EQUAL TO 1
               AND SMD-RULE-GROUP (WS-BAND-NO, 2) IS EQUAL TO
                   WS-RULE-GROUP
               ADD SMD-RULE-COUNT (WS-BAND-NO, 2) TO WS-GROUP-NEEDED
           END-IF
           .
           MOVE ZERO TO WS-GROUP-COUNT
           PERFORM VARYING WS-SIG-IDX FROM 1 BY 1
               UNTIL WS-SIG-IDX IS GREATER THAN MDP-SIG-COUNT
               IF MDP-SIG-GROUP (WS-SIG-IDX) IS EQUAL TO WS-RULE-GROUP
                   ADD 1 TO WS-GROUP-COUNT
               END-IF
           END-PERFORM
           IF WS-GROUP-COUNT IS LESS THAN WS-GROUP-NEEDED
               MOVE 'N' TO WS-MANDATE-MET-FLAG
           END-IF
           .
       TEST-GROUP-RULE-EXIT.
           EXIT
           .
       READ-HELD-ITEM.
           MOVE 'N' TO WS-ITEM-FOUND-FLAG
           MOVE MCQ-REF-NO TO MDP-REF-NO
           READ MANDPND-FILE
               INVALID KEY
                   MOVE 'No held item with that reference'
                       TO MCQ-REPLY-MSG
                   GO TO READ-HELD-ITEM-EXIT
           END-READ
           SET WS-ITEM-FOUND TO TRUE
           .
       READ-HELD-ITEM-EXIT.
           EXIT
           .
       RETURN-ITEM-DETAILS.
           MOVE MDP-ACCOUNT TO MCQ-ACCOUNT
           MOVE MDP-OWNER-PID TO MCQ-OWNER-PID
           MOVE MDP-CHANNEL TO MCQ-CHANNEL
           MOVE MDP-AMOUNT TO MCQ-AMOUNT
           MOVE MDP-STATUS TO MCQ-ITEM-STATUS
           MOVE MDP-EXPIRY-DATE TO MCQ-EXPIRY-DATE
           MOVE MDP-SIG-COUNT TO MCQ-SIG-COUNT
           MOVE MDP-ITEM-IMAGE TO MCQ-ITEM-IMAGE
           .
       RETURN-ITEM-DETAILS-EXIT.
           EXIT
           .
       WRITE-MANDATE-LOG.
           MOVE SPACES TO MANDLOG-RECORD
           MOVE WS-TODAY TO MLG-DATE
           MOVE WS-CURRENT-TIME TO MLG-TIME
           MOVE MDP-REF-NO TO MLG-REF-NO
           MOVE MDP-ACCOUNT TO MLG-ACCOUNT
           MOVE MDP-OWNER-PID TO MLG-OWNER-PID
           MOVE MDP-CHANNEL TO MLG-CHANNEL
           MOVE MDP-AMOUNT TO MLG-AMOUNT
           MOVE WS-LOG-EVENT TO MLG-EVENT
           MOVE MCQ-SIGNER-PID TO MLG-PID
           MOVE MCQ-OPERATOR TO MLG-OPERATOR
           MOVE MDP-SIG-COUNT TO MLG-SIG-COUNT
           MOVE WS-LOG-TEXT TO MLG-TEXT
           WRITE MANDLOG-RECORD
           .
       WRITE-MANDATE-LOG-EXIT.
           EXIT
           .
