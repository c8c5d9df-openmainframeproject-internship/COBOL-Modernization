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

001150***************************************************************** mandmnt
001160* Program:     MANDMNT.CBL                                      * mandmnt
001170* Function:    Signing-mandate maintenance in the AUTHMNT mould * mandmnt
001180*              - applies the day's MANDREQ cards to SGNMAND.    * mandmnt
001190*              'M' opens a mandate on an account for its owner  * mandmnt
001200*              with the hold days (a revoked mandate starts     * mandmnt
001210*              afresh); 'A' adds a signer to a group or moves   * mandmnt
001220*              them to another, 'D' drops one; 'B' sets an      * mandmnt
001230*              amount band's ceiling and the signer combination * mandmnt
001240*              it needs; 'R' revokes the mandate. A signer must * mandmnt
001250*              be the owner or hold a transacting AUTHMST       * mandmnt
001260*              authority on the account, bands must rise in     * mandmnt
001270*              amount, and no band may need more than five      * mandmnt
001280*              signatures.                                      * mandmnt
001290***************************************************************** mandmnt
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANDMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANDREQ-FILE ASSIGN TO "MANDREQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MANDREQ-STATUS.
           SELECT SGNMAND-FILE ASSIGN TO "SGNMAND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SMD-KEY
               FILE STATUS IS WS-SGNMAND-STATUS.
           SELECT AUTHMST-FILE ASSIGN TO "AUTHMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUT-KEY
               FILE STATUS IS WS-AUTHMST-STATUS.
           SELECT ACCTMST-FILE ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AMS-KEY
               FILE STATUS IS WS-ACCTMST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MANDREQ-FILE
           LABEL RECORDS ARE STANDARD.
       01 MANDREQ-RECORD.
         05 MRQ-ACTION PIC X(1).
           88 MRQ-OPEN-MANDATE VALUE 'M'.
           88 MRQ-ADD-SIGNER VALUE 'A'.
           88 MRQ-DROP-SIGNER VALUE 'D'.
           88 MRQ-SET-BAND VALUE 'B'.
           88 MRQ-REVOKE VALUE 'R'.
         05 MRQ-ACCOUNT PIC X(9).
         05 MRQ-USERID PIC X(5).
         05 MRQ-DETAILS PIC X(40).
         05 MRQ-MANDATE-DETAILS REDEFINES MRQ-DETAILS.
           10 MRQ-OWNER-PID PIC X(5).
           10 MRQ-HOLD-DAYS PIC 9(3).
           10 FILLER PIC X(32).
         05 MRQ-SIGNER-DETAILS REDEFINES MRQ-DETAILS.
           10 MRQ-SIGNER-PID PIC X(5).
           10 MRQ-SIGNER-GROUP PIC X(1).
           10 FILLER PIC X(34).
         05 MRQ-BAND-DETAILS REDEFINES MRQ-DETAILS.
           10 MRQ-BAND-NO PIC 9(1).
           10 MRQ-BAND-UPTO PIC 9(9)V99.
           10 MRQ-BAND-ANY-COUNT PIC 9(1).
           10 MRQ-RULE-GROUP-1 PIC X(1).
           10 MRQ-RULE-COUNT-1 PIC 9(1).
           10 MRQ-RULE-GROUP-2 PIC X(1).
           10 MRQ-RULE-COUNT-2 PIC 9(1).
           10 FILLER PIC X(23).

       FD SGNMAND-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CSGNMAND.

       FD AUTHMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CAUTHMST.

       FD ACCTMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CACCTMST.

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'MANDMNT'.
         05 WS-MANDREQ-STATUS PIC X(2).
           88 WS-MANDREQ-OK VALUE '00'.
         05 WS-SGNMAND-STATUS PIC X(2).
           88 WS-SGNMAND-OK VALUE '00'.
         05 WS-AUTHMST-STATUS PIC X(2).
           88 WS-AUTHMST-OK VALUE '00'.
         05 WS-ACCTMST-STATUS PIC X(2).
           88 WS-ACCTMST-OK VALUE '00'.
         05 WS-MANDREQ-EOF-FLAG PIC X(1).
           88 WS-MANDREQ-EOF VALUE 'Y'.
         05 WS-SIGNER-FOUND-FLAG PIC X(1).
           88 WS-SIGNER-FOUND VALUE 'Y'.
         05 WS-SIGNER-IDX PIC 9(2).
         05 WS-FOUND-IDX PIC 9(2).
         05 WS-BAND-SIGS PIC 9(2).
         05 WS-REQ-COUNT PIC 9(6) VALUE ZERO.
         05 WS-APPLIED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-REVOKED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-SKIP-COUNT PIC 9(6) VALUE ZERO.
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
           10 FILLER PIC X(5).

       COPY CRUNCTLQ.

       PROCEDURE DIVISION.
       000-START-PROCESSING.
           MOVE 'S' TO RCQ-FUNCTION
           MOVE 'MANDMNT' TO RCQ-JOB-NAME
           MOVE SPACES TO RCQ-PREREQ-JOB
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           IF RCQ-REPLY-REFUSED
               DISPLAY 'Run control refused start: ' RCQ-REPLY-MSG
               STOP RUN
           END-IF
           .
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           .
           OPEN INPUT MANDREQ-FILE
           OPEN I-O SGNMAND-FILE
           IF NOT WS-SGNMAND-OK
               OPEN OUTPUT SGNMAND-FILE
               CLOSE SGNMAND-FILE
               OPEN I-O SGNMAND-FILE
           END-IF
           OPEN INPUT AUTHMST-FILE
           OPEN INPUT ACCTMST-FILE
           .
           PERFORM UNTIL WS-MANDREQ-EOF
               READ MANDREQ-FILE
                   AT END
                       SET WS-MANDREQ-EOF TO TRUE
                   NOT AT END
                       PERFORM APPLY-ONE-REQUEST THRU
                           APPLY-ONE-REQUEST-EXIT
               END-READ
           END-PERFORM
           .
           CLOSE MANDREQ-FILE
           CLOSE SGNMAND-FILE
           CLOSE AUTHMST-FILE
           CLOSE ACCTMST-FILE
           .
           DISPLAY WS-REQ-COUNT ' mandate request(s), '
               WS-APPLIED-COUNT ' applied, '
               WS-REVOKED-COUNT ' revoked, '
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
           IF MRQ-OPEN-MANDATE
               PERFORM OPEN-MANDATE THRU OPEN-MANDATE-EXIT
               GO TO APPLY-ONE-REQUEST-EXIT
           END-IF
           .
      *****************************************************************
      * Every other card works on a mandate already on file.          *
      *****************************************************************
           MOVE MRQ-ACCOUNT TO SMD-ACCOUNT
           READ SGNMAND-FILE
               INVALID KEY
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY 'No mandate on file ' MRQ-ACCOUNT
                   GO TO APPLY-ONE-REQUEST-EXIT
           END-READ
           .
           IF MRQ-REVOKE
               SET SMD-REVOKED TO TRUE
               MOVE WS-CURRENT-DATE TO SMD-UPDATED-DATE
               MOVE MRQ-USERID TO SMD-UPDATED-BY
               REWRITE SGNMAND-RECORD
               ADD 1 TO WS-REVOKED-COUNT
               GO TO APPLY-ONE-REQUEST-EXIT
           END-IF
           .
           IF NOT SMD-ACTIVE
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'Mandate is revoked ' MRQ-ACCOUNT
               GO TO APPLY-ONE-REQUEST-EXIT
           END-IF
           .
           EVALUATE TRUE
               WHEN MRQ-ADD-SIGNER
                   PERFORM ADD-SIGNER THRU ADD-SIGNER-EXIT
               WHEN MRQ-DROP-SIGNER
                   PERFORM DROP-SIGNER THRU DROP-SIGNER-EXIT
               WHEN MRQ-SET-BAND
                   PERFORM SET-AMOUNT-BAND THRU SET-AMOUNT-BAND-EXIT
               WHEN OTHER
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY 'Unknown mandate action ' MRQ-ACTION
                       ' ' MRQ-ACCOUNT
           END-EVALUATE
           .
       APPLY-ONE-REQUEST-EXIT.
           EXIT
           .
      *****************************************************************
      * The owner PID on an 'M' card must actually own the account.   *
      * A live mandate keeps its signers and bands; a revoked one is  *
      * rebuilt from the cards that follow.                           *
      *****************************************************************
       OPEN-MANDATE.
           MOVE MRQ-OWNER-PID TO AMS-OWNER-PID
           MOVE MRQ-ACCOUNT TO AMS-ACCOUNT
           READ ACCTMST-FILE
               INVALID KEY
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY 'Owner does not hold account '
                       MRQ-OWNER-PID ' ' MRQ-ACCOUNT
                   GO TO OPEN-MANDATE-EXIT
           END-READ
           IF MRQ-HOLD-DAYS IS NOT NUMERIC
               OR MRQ-HOLD-DAYS IS GREATER THAN 28
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'Hold days must be 0 to 28 ' MRQ-ACCOUNT
               GO TO OPEN-MANDATE-EXIT
           END-IF
           .
           MOVE MRQ-ACCOUNT TO SMD-ACCOUNT
           READ SGNMAND-FILE
               INVALID KEY
                   MOVE SPACES TO SMD-STATUS
           END-READ
           IF NOT SMD-ACTIVE
               MOVE SPACES TO SGNMAND-RECORD
               MOVE MRQ-ACCOUNT TO SMD-ACCOUNT
               MOVE ZERO TO SMD-SIGNER-COUNT
               MOVE ZERO TO SMD-BAND-COUNT
           END-IF
           MOVE MRQ-OWNER-PID TO SMD-OWNER-PID
           MOVE MRQ-HOLD-DAYS TO SMD-HOLD-DAYS
           SET SMD-ACTIVE TO TRUE
           MOVE WS-CURRENT-DATE TO SMD-UPDATED-DATE
           MOVE MRQ-USERID TO SMD-UPDATED-BY
           WRITE SGNMAND-RECORD
               INVALID KEY
                   REWRITE SGNMAND-RECORD
           END-WRITE
           ADD 1 TO WS-APPLIED-COUNT
           .
       OPEN-MANDATE-EXIT.
           EXIT
           .
      *****************************************************************
      * A signer is the owner or someone AUTHMST already lets         *
      * transact on the account - the mandate says how many must      *
      * sign, not who may act.                                        *
      *****************************************************************
       ADD-SIGNER.
           IF MRQ-SIGNER-PID IS EQUAL TO SPACES
               OR MRQ-SIGNER-GROUP IS EQUAL TO SPACES
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'Signer and group are required ' MRQ-ACCOUNT
               GO TO ADD-SIGNER-EXIT
           END-IF
           IF MRQ-SIGNER-PID IS NOT EQUAL TO SMD-OWNER-PID
               MOVE MRQ-SIGNER-PID TO AUT-ACTING-PID
               MOVE MRQ-ACCOUNT TO AUT-ACCOUNT
               READ AUTHMST-FILE
                   INVALID KEY
                       MOVE SPACES TO AUT-STATUS
               END-READ
               IF NOT AUT-ACTIVE OR AUT-SCOPE-INQUIRE
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY 'Signer has no authority to transact '
                       MRQ-SIGNER-PID ' ' MRQ-ACCOUNT
                   GO TO ADD-SIGNER-EXIT
               END-IF
           END-IF
           .
           PERFORM FIND-SIGNER THRU FIND-SIGNER-EXIT
           IF NOT WS-SIGNER-FOUND
               IF SMD-SIGNER-COUNT IS NOT LESS THAN 10
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY 'Signer list is full ' MRQ-ACCOUNT
                   GO TO ADD-SIGNER-EXIT
               END-IF
               ADD 1 TO SMD-SIGNER-COUNT
               MOVE SMD-SIGNER-COUNT TO WS-FOUND-IDX
               MOVE MRQ-SIGNER-PID TO SMD-SIGNER-PID (WS-FOUND-IDX)
           END-IF
           MOVE MRQ-SIGNER-GROUP TO SMD-SIGNER-GROUP (WS-FOUND-IDX)
           .
           MOVE WS-CURRENT-DATE TO SMD-UPDATED-DATE
           MOVE MRQ-USERID TO SMD-UPDATED-BY
           REWRITE SGNMAND-RECORD
           ADD 1 TO WS-APPLIED-COUNT
           .
       ADD-SIGNER-EXIT.
           EXIT
           .
       DROP-SIGNER.
           PERFORM FIND-SIGNER THRU FIND-SIGNER-EXIT
           IF NOT WS-SIGNER-FOUND
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'Not a signer on the mandate '
                   MRQ-SIGNER-PID ' ' MRQ-ACCOUNT
               GO TO DROP-SIGNER-EXIT
           END-IF
           .
           PERFORM VARYING WS-SIGNER-IDX FROM WS-FOUND-IDX BY 1
               UNTIL WS-SIGNER-IDX IS NOT LESS THAN SMD-SIGNER-COUNT
               MOVE SMD-SIGNER (WS-SIGNER-IDX + 1)
                   TO SMD-SIGNER (WS-SIGNER-IDX)
           END-PERFORM
           MOVE SPACES TO SMD-SIGNER (SMD-SIGNER-COUNT)
           SUBTRACT 1 FROM SMD-SIGNER-COUNT
           .
           MOVE WS-CURRENT-DATE TO SMD-UPDATED-DATE
           MOVE MRQ-USERID TO SMD-UPDATED-BY
           REWRITE SGNMAND-RECORD
           ADD 1 TO WS-APPLIED-COUNT
           .
       DROP-SIGNER-EXIT.
           EXIT
           .
      *****************************************************************
      * Bands are set in order - a card replaces an existing band or  *
      * adds the next one. Each ceiling must be above the band below  *
      * it, and nothing may follow a band with no ceiling.            *
      *****************************************************************
       SET-AMOUNT-BAND.
           IF MRQ-BAND-NO IS NOT NUMERIC
               OR MRQ-BAND-NO IS LESS THAN 1
               OR MRQ-BAND-NO IS GREATER THAN 5
               OR MRQ-BAND-NO IS GREATER THAN SMD-BAND-COUNT + 1
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'Band out of sequence ' MRQ-ACCOUNT
               GO TO SET-AMOUNT-BAND-EXIT
           END-IF
           IF MRQ-BAND-NO IS GREATER THAN 1
               IF SMD-BAND-UPTO (MRQ-BAND-NO - 1) IS EQUAL TO ZERO
                   OR (MRQ-BAND-UPTO IS NOT GREATER THAN
                       SMD-BAND-UPTO (MRQ-BAND-NO - 1)
                   AND MRQ-BAND-UPTO IS NOT EQUAL TO ZERO)
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY 'Band ceiling must rise ' MRQ-ACCOUNT
                   GO TO SET-AMOUNT-BAND-EXIT
               END-IF
           END-IF
           .
           COMPUTE WS-BAND-SIGS = MRQ-BAND-ANY-COUNT
               + MRQ-RULE-COUNT-1 + MRQ-RULE-COUNT-2
           IF WS-BAND-SIGS IS GREATER THAN 5
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'Band needs more than five signatures '
                   MRQ-ACCOUNT
               GO TO SET-AMOUNT-BAND-EXIT
           END-IF
           .
           MOVE MRQ-BAND-UPTO TO SMD-BAND-UPTO (MRQ-BAND-NO)
           MOVE MRQ-BAND-ANY-COUNT TO SMD-BAND-ANY-COUNT (MRQ-BAND-NO)
           MOVE MRQ-RULE-GROUP-1 TO SMD-RULE-GROUP (MRQ-BAND-NO, 1)
           MOVE MRQ-RULE-COUNT-1 TO SMD-RULE-COUNT (MRQ-BAND-NO, 1)
           MOVE MRQ-RULE-GROUP-2 TO SMD-RULE-GROUP (MRQ-BAND-NO, 2)
           MOVE MRQ-RULE-COUNT-2 TO SMD-RULE-COUNT (MRQ-BAND-NO, 2)
           IF MRQ-BAND-NO IS GREATER THAN SMD-BAND-COUNT
               MOVE MRQ-BAND-NO TO SMD-BAND-COUNT
           END-IF
           .
           MOVE WS-CURRENT-DATE TO SMD-UPDATED-DATE
           MOVE MRQ-USERID TO SMD-UPDATED-BY
           REWRITE SGNMAND-RECORD
           ADD 1 TO WS-APPLIED-COUNT
           .
       SET-AMOUNT-BAND-EXIT.
           EXIT
           .
       FIND-SIGNER.
           MOVE 'N' TO WS-SIGNER-FOUND-FLAG
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-SIGNER-IDX FROM 1 BY 1
               UNTIL WS-SIGNER-IDX IS GREATER THAN SMD-SIGNER-COUNT
               OR WS-SIGNER-FOUND
               IF SMD-SIGNER-PID (WS-SIGNER-IDX) IS EQUAL TO
                   MRQ-SIGNER-PID
                   SET WS-SIGNER-FOUND TO TRUE
                   MOVE WS-SIGNER-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           .
       FIND-SIGNER-EXIT.
           EXIT
           .
