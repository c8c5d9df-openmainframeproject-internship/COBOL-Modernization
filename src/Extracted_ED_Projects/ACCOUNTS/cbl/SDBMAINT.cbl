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

001150***************************************************************** sdbmaint
001160* Program:     SDBMAINT.CBL                                     * sdbmaint
001170* Function:    Safe deposit box maintenance in the LEGLMNT      * sdbmaint
001180*              mould, replacing the branch paper ledgers. Each  * sdbmaint
001190*              SDBOXI card acts on one box of the SDBOX         * sdbmaint
001200*              inventory: 'A' adds a box to a branch's          * sdbmaint
001210*              inventory, 'R' rents a vacant box to a customer  * sdbmaint
001220*              (co-renters, the renter's account the rent is    * sdbmaint
001230*              debited from and the annual rent - the SDBPOL    * sdbmaint
001240*              standard rent for the size when none is quoted), * sdbmaint
001250*              'U' changes the agreement's account, co-renters  * sdbmaint
001260*              or rent, 'S' takes the surrender of a box, 'P'   * sdbmaint
001270*              records rent paid at the counter on an overdue   * sdbmaint
001280*              box and 'D' records a drilled box, which goes    * sdbmaint
001290*              back to vacant. The first year's rent falls due  * sdbmaint
001300*              on the day of rental, so SDBRENT takes it on its * sdbmaint
001310*              next run. Every change is journalled.            * sdbmaint
001320***************************************************************** sdbmaint
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDBMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SDBOXI-FILE ASSIGN TO "SDBOXI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SDBOXI-STATUS.
           SELECT SDBOX-FILE ASSIGN TO "SDBOX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SDB-KEY
               FILE STATUS IS WS-SDBOX-STATUS.
           SELECT SDBPOL-FILE ASSIGN TO "SDBPOL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SDBPOL-STATUS.
           SELECT BRNCHMST-FILE ASSIGN TO "BRNCHMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRN-CODE
               FILE STATUS IS WS-BRNCHMST-STATUS.
           SELECT BNKCUST-FILE ASSIGN TO "BNKCUST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BCS-REC-PID
               FILE STATUS IS WS-BNKCUST-STATUS.
           SELECT ACCTMST-FILE ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AMS-KEY
               FILE STATUS IS WS-ACCTMST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SDBOXI-FILE
           LABEL RECORDS ARE STANDARD.
       01 SDBOXI-RECORD.
         05 SBI-ACTION PIC X(1).
           88 SBI-ADD VALUE 'A'.
           88 SBI-RENT VALUE 'R'.
           88 SBI-UPDATE VALUE 'U'.
           88 SBI-SURRENDER VALUE 'S'.
           88 SBI-PAID VALUE 'P'.
           88 SBI-DRILLED VALUE 'D'.
         05 SBI-BRANCH PIC X(4).
         05 SBI-BOX-NO PIC X(5).
         05 SBI-SIZE PIC X(1).
         05 SBI-RENTER-PID PIC X(5).
         05 SBI-CO-RENTER-PID PIC X(5) OCCURS 2 TIMES.
         05 SBI-DEBIT-ACCOUNT PIC X(9).
         05 SBI-ANNUAL-RENT PIC 9(5)V99.
         05 SBI-USERID PIC X(5).

       FD SDBOX-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CSDBOX.

       FD SDBPOL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CSDBPOL.

       FD BRNCHMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CBRNCHMS.

       FD BNKCUST-FILE
           LABEL RECORDS ARE STANDARD.
       01 BNKCUST-RECORD.
       COPY CBANKVCS.

       FD ACCTMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CACCTMST.

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'SDBMAINT'.
         05 WS-SDBOXI-STATUS PIC X(2).
           88 WS-SDBOXI-OK VALUE '00'.
         05 WS-SDBOX-STATUS PIC X(2).
           88 WS-SDBOX-OK VALUE '00'.
         05 WS-SDBPOL-STATUS PIC X(2).
           88 WS-SDBPOL-OK VALUE '00'.
         05 WS-BRNCHMST-STATUS PIC X(2).
           88 WS-BRNCHMST-OK VALUE '00'.
         05 WS-BNKCUST-STATUS PIC X(2).
           88 WS-BNKCUST-OK VALUE '00'.
         05 WS-ACCTMST-STATUS PIC X(2).
           88 WS-ACCTMST-OK VALUE '00'.
         05 WS-SDBOXI-EOF-FLAG PIC X(1).
           88 WS-SDBOXI-EOF VALUE 'Y'.
         05 WS-PARTIES-FLAG PIC X(1).
           88 WS-PARTIES-VALID VALUE 'Y'.
         05 WS-CO-IDX PIC 9(1).
         05 WS-SIZE-IDX PIC 9(1).
         05 WS-REQ-COUNT PIC 9(6) VALUE ZERO.
         05 WS-ADDED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-RENTED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-UPDATED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-SURRENDER-COUNT PIC 9(6) VALUE ZERO.
         05 WS-PAID-COUNT PIC 9(6) VALUE ZERO.
         05 WS-DRILLED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-SKIP-COUNT PIC 9(6) VALUE ZERO.
         05 WS-NEXT-DUE-WORK.
           10 WS-NDW-YYYY PIC 9(4).
           10 WS-NDW-MM PIC 9(2).
           10 WS-NDW-DD PIC 9(2).
         05 WS-NEXT-DUE-WORK-N REDEFINES WS-NEXT-DUE-WORK PIC 9(8).
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
           10 FILLER PIC X(5).
      *****************************************************************
      * Standard rent by box size, used when SDBPOL has not been set  *
      * up yet.                                                       *
      *****************************************************************
       01 WS-POLICY.
         05 WS-POL-RENT-VALUES.
           10 FILLER PIC 9(5)V99 VALUE 60.00.
           10 FILLER PIC 9(5)V99 VALUE 90.00.
           10 FILLER PIC 9(5)V99 VALUE 150.00.
           10 FILLER PIC 9(5)V99 VALUE 250.00.
         05 WS-POL-RENT-TABLE REDEFINES WS-POL-RENT-VALUES.
           10 WS-POL-SIZE-RENT PIC 9(5)V99 OCCURS 4 TIMES.

       01 WS-JOURNAL-WORK.
         05 WS-BEFORE-SDBOX PIC X(250).
       COPY CMSTJNLQ.

       COPY CGETBDTQ.

       COPY CRUNCTLQ.

       PROCEDURE DIVISION.
       000-START-PROCESSING.
           MOVE 'S' TO RCQ-FUNCTION
           MOVE 'SDBMAINT' TO RCQ-JOB-NAME
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
           PERFORM LOAD-BOX-POLICY THRU LOAD-BOX-POLICY-EXIT
           .
           OPEN INPUT SDBOXI-FILE
           OPEN INPUT BRNCHMST-FILE
           OPEN INPUT BNKCUST-FILE
           OPEN INPUT ACCTMST-FILE
           OPEN I-O SDBOX-FILE
           IF NOT WS-SDBOX-OK
               OPEN OUTPUT SDBOX-FILE
               CLOSE SDBOX-FILE
               OPEN I-O SDBOX-FILE
           END-IF
           .
           PERFORM UNTIL WS-SDBOXI-EOF
               READ SDBOXI-FILE
                   AT END
                       SET WS-SDBOXI-EOF TO TRUE
                   NOT AT END
                       PERFORM APPLY-ONE-REQUEST THRU
                           APPLY-ONE-REQUEST-EXIT
               END-READ
           END-PERFORM
           .
           CLOSE SDBOXI-FILE
           CLOSE BRNCHMST-FILE
           CLOSE BNKCUST-FILE
           CLOSE ACCTMST-FILE
           CLOSE SDBOX-FILE
           .
           DISPLAY WS-REQ-COUNT ' box request(s), '
               WS-ADDED-COUNT ' added, '
               WS-RENTED-COUNT ' rented, '
               WS-UPDATED-COUNT ' updated, '
               WS-SURRENDER-COUNT ' surrendered'
           DISPLAY WS-PAID-COUNT ' paid at counter, '
               WS-DRILLED-COUNT ' drilled, '
               WS-SKIP-COUNT ' skipped'
           .
           MOVE 'E' TO RCQ-FUNCTION
           MOVE WS-REQ-COUNT TO RCQ-REC-COUNT
           MOVE 'C' TO RCQ-OUTCOME
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           .
           STOP RUN
           .
       LOAD-BOX-POLICY.
           OPEN INPUT SDBPOL-FILE
           IF NOT WS-SDBPOL-OK
               GO TO LOAD-BOX-POLICY-EXIT
           END-IF
           READ SDBPOL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM VARYING WS-SIZE-IDX FROM 1 BY 1
                           UNTIL WS-SIZE-IDX IS GREATER THAN 4
                       IF SBP-SIZE-RENT (WS-SIZE-IDX) IS NUMERIC
                           MOVE SBP-SIZE-RENT (WS-SIZE-IDX) TO
                               WS-POL-SIZE-RENT (WS-SIZE-IDX)
                       END-IF
                   END-PERFORM
           END-READ
           CLOSE SDBPOL-FILE
           .
       LOAD-BOX-POLICY-EXIT.
           EXIT
           .
       APPLY-ONE-REQUEST.
           ADD 1 TO WS-REQ-COUNT
           MOVE SBI-BRANCH TO SDB-BRANCH
           MOVE SBI-BOX-NO TO SDB-BOX-NO
           .
           IF SBI-ADD
               PERFORM ADD-ONE-BOX THRU ADD-ONE-BOX-EXIT
               GO TO APPLY-ONE-REQUEST-EXIT
           END-IF
           .
           READ SDBOX-FILE
               INVALID KEY
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY 'No box on inventory ' SBI-BRANCH
                       ' ' SBI-BOX-NO
                   GO TO APPLY-ONE-REQUEST-EXIT
           END-READ
           MOVE SDBOX-RECORD TO WS-BEFORE-SDBOX
           .
           EVALUATE TRUE
               WHEN SBI-RENT
                   PERFORM RENT-ONE-BOX THRU RENT-ONE-BOX-EXIT
               WHEN SBI-UPDATE
                   PERFORM UPDATE-ONE-AGREEMENT THRU
                       UPDATE-ONE-AGREEMENT-EXIT
               WHEN SBI-SURRENDER
                   PERFORM SURRENDER-ONE-BOX THRU
                       SURRENDER-ONE-BOX-EXIT
               WHEN SBI-PAID
                   PERFORM RECORD-COUNTER-PAYMENT THRU
                       RECORD-COUNTER-PAYMENT-EXIT
               WHEN SBI-DRILLED
                   PERFORM RECORD-DRILLED-BOX THRU
                       RECORD-DRILLED-BOX-EXIT
               WHEN OTHER
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY 'Unknown box action ' SBI-ACTION
           END-EVALUATE
           .
       APPLY-ONE-REQUEST-EXIT.
           EXIT
           .
      *****************************************************************
      * A new box goes on the inventory vacant, at an open branch.    *
      *****************************************************************
       ADD-ONE-BOX.
           MOVE SBI-BRANCH TO BRN-CODE
           READ BRNCHMST-FILE
               INVALID KEY
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY 'Branch not on master ' SBI-BRANCH
                   GO TO ADD-ONE-BOX-EXIT
           END-READ
           IF NOT BRN-STATUS-OPEN
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'Branch is not open ' SBI-BRANCH
               GO TO ADD-ONE-BOX-EXIT
           END-IF
           .
           MOVE SPACES TO SDBOX-RECORD
           MOVE SBI-BRANCH TO SDB-BRANCH
           MOVE SBI-BOX-NO TO SDB-BOX-NO
           MOVE SBI-SIZE TO SDB-SIZE
           IF NOT SDB-SIZE-VALID
               OR SBI-BOX-NO IS EQUAL TO SPACES
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'Invalid box number or size ' SBI-BRANCH
                   ' ' SBI-BOX-NO
               GO TO ADD-ONE-BOX-EXIT
           END-IF
           SET SDB-VACANT TO TRUE
           MOVE ZERO TO SDB-ANNUAL-RENT
           MOVE ZERO TO SDB-AGREEMENT-DTE
           MOVE ZERO TO SDB-NEXT-DUE-DTE
           MOVE ZERO TO SDB-LAST-PAID-DTE
           MOVE ZERO TO SDB-OVERDUE-SINCE-DTE
           MOVE ZERO TO SDB-DRILLED-DTE
           WRITE SDBOX-RECORD
               INVALID KEY
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY 'Box already on inventory ' SBI-BRANCH
                       ' ' SBI-BOX-NO
                   GO TO ADD-ONE-BOX-EXIT
           END-WRITE
           .
           MOVE SPACES TO WS-BEFORE-SDBOX
           MOVE 'A' TO MJQ-ACTION
           PERFORM JOURNAL-SDBOX-IMAGE THRU JOURNAL-SDBOX-IMAGE-EXIT
           ADD 1 TO WS-ADDED-COUNT
           .
       ADD-ONE-BOX-EXIT.
           EXIT
           .
      *****************************************************************
      * Rental agreement on a vacant box. The first year's rent is    *
      * due at once - SDBRENT debits it on its next run and moves     *
      * the due date to the anniversary a year out.                   *
      *****************************************************************
       RENT-ONE-BOX.
           IF NOT SDB-VACANT
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'Box is not vacant ' SBI-BRANCH ' ' SBI-BOX-NO
               GO TO RENT-ONE-BOX-EXIT
           END-IF
           .
           PERFORM VALIDATE-AGREEMENT-PARTIES THRU
               VALIDATE-AGREEMENT-PARTIES-EXIT
           IF NOT WS-PARTIES-VALID
               ADD 1 TO WS-SKIP-COUNT
               GO TO RENT-ONE-BOX-EXIT
           END-IF
           .
           MOVE SBI-RENTER-PID TO SDB-RENTER-PID
           MOVE SBI-CO-RENTER-PID (1) TO SDB-CO-RENTER-PID (1)
           MOVE SBI-CO-RENTER-PID (2) TO SDB-CO-RENTER-PID (2)
           MOVE SBI-DEBIT-ACCOUNT TO SDB-DEBIT-ACCOUNT
           PERFORM SET-AGREEMENT-RENT THRU SET-AGREEMENT-RENT-EXIT
           MOVE GBD-BUSINESS-DATE TO SDB-AGREEMENT-DTE
           MOVE GBD-BUSINESS-DATE TO SDB-NEXT-DUE-DTE
           MOVE ZERO TO SDB-LAST-PAID-DTE
           MOVE ZERO TO SDB-OVERDUE-SINCE-DTE
           SET SDB-RENTED TO TRUE
           REWRITE SDBOX-RECORD
           .
           MOVE 'R' TO MJQ-ACTION
           PERFORM JOURNAL-SDBOX-IMAGE THRU JOURNAL-SDBOX-IMAGE-EXIT
           ADD 1 TO WS-RENTED-COUNT
           .
       RENT-ONE-BOX-EXIT.
           EXIT
           .
      *****************************************************************
      * Account, co-renter or rent change on a live agreement. The    *
      * renter stays the same - a new renter is a surrender and a     *
      * fresh rental. A zero rent leaves the agreed rent standing.    *
      *****************************************************************
       UPDATE-ONE-AGREEMENT.
           IF NOT SDB-IN-USE
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'Box is not rented ' SBI-BRANCH ' ' SBI-BOX-NO
               GO TO UPDATE-ONE-AGREEMENT-EXIT
           END-IF
           .
           MOVE SDB-RENTER-PID TO SBI-RENTER-PID
           IF SBI-DEBIT-ACCOUNT IS EQUAL TO SPACES
               MOVE SDB-DEBIT-ACCOUNT TO SBI-DEBIT-ACCOUNT
           END-IF
           PERFORM VALIDATE-AGREEMENT-PARTIES THRU
               VALIDATE-AGREEMENT-PARTIES-EXIT
           IF NOT WS-PARTIES-VALID
               ADD 1 TO WS-SKIP-COUNT
               GO TO UPDATE-ONE-AGREEMENT-EXIT
           END-IF
           .
           MOVE SBI-CO-RENTER-PID (1) TO SDB-CO-RENTER-PID (1)
           MOVE SBI-CO-RENTER-PID (2) TO SDB-CO-RENTER-PID (2)
           MOVE SBI-DEBIT-ACCOUNT TO SDB-DEBIT-ACCOUNT
           IF SBI-ANNUAL-RENT IS NUMERIC
               AND SBI-ANNUAL-RENT IS GREATER THAN ZERO
               MOVE SBI-ANNUAL-RENT TO SDB-ANNUAL-RENT
           END-IF
           REWRITE SDBOX-RECORD
           .
           MOVE 'R' TO MJQ-ACTION
           PERFORM JOURNAL-SDBOX-IMAGE THRU JOURNAL-SDBOX-IMAGE-EXIT
           ADD 1 TO WS-UPDATED-COUNT
           .
       UPDATE-ONE-AGREEMENT-EXIT.
           EXIT
           .
      *****************************************************************
      * Keys handed back - the box goes vacant. An overdue box is     *
      * settled at the counter ('P') before it can be surrendered,    *
      * and a box on the drill list is cleared by the drilling.       *
      *****************************************************************
       SURRENDER-ONE-BOX.
           IF NOT SDB-RENTED
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'Box not in good standing for surrender '
                   SBI-BRANCH ' ' SBI-BOX-NO
               GO TO SURRENDER-ONE-BOX-EXIT
           END-IF
           .
           PERFORM CLEAR-AGREEMENT THRU CLEAR-AGREEMENT-EXIT
           REWRITE SDBOX-RECORD
           .
           MOVE 'R' TO MJQ-ACTION
           PERFORM JOURNAL-SDBOX-IMAGE THRU JOURNAL-SDBOX-IMAGE-EXIT
           ADD 1 TO WS-SURRENDER-COUNT
           .
       SURRENDER-ONE-BOX-EXIT.
           EXIT
           .
      *****************************************************************
      * Rent taken by the teller on an overdue box - the box is back  *
      * in good standing and the next anniversary is a year on from   *
      * the one that was missed.                                      *
      *****************************************************************
       RECORD-COUNTER-PAYMENT.
           IF NOT SDB-OVERDUE
               AND NOT SDB-DRILL-PENDING
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'Box has no rent overdue ' SBI-BRANCH
                   ' ' SBI-BOX-NO
               GO TO RECORD-COUNTER-PAYMENT-EXIT
           END-IF
           .
           MOVE SDB-NEXT-DUE-DTE TO WS-NEXT-DUE-WORK-N
           ADD 1 TO WS-NDW-YYYY
           IF WS-NDW-MM IS EQUAL TO 2
               AND WS-NDW-DD IS GREATER THAN 28
               MOVE 28 TO WS-NDW-DD
           END-IF
           MOVE WS-NEXT-DUE-WORK-N TO SDB-NEXT-DUE-DTE
           MOVE GBD-BUSINESS-DATE TO SDB-LAST-PAID-DTE
           MOVE ZERO TO SDB-OVERDUE-SINCE-DTE
           SET SDB-RENTED TO TRUE
           REWRITE SDBOX-RECORD
           .
           MOVE 'R' TO MJQ-ACTION
           PERFORM JOURNAL-SDBOX-IMAGE THRU JOURNAL-SDBOX-IMAGE-EXIT
           ADD 1 TO WS-PAID-COUNT
           .
       RECORD-COUNTER-PAYMENT-EXIT.
           EXIT
           .
      *****************************************************************
      * Drilled under the notice - the contents are inventoried into  *
      * the branch's custody off this file, and the box is vacant     *
      * with the drilling date kept on it.                            *
      *****************************************************************
       RECORD-DRILLED-BOX.
           IF NOT SDB-DRILL-PENDING
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'Box is not on the drill list ' SBI-BRANCH
                   ' ' SBI-BOX-NO
               GO TO RECORD-DRILLED-BOX-EXIT
           END-IF
           .
           PERFORM CLEAR-AGREEMENT THRU CLEAR-AGREEMENT-EXIT
           MOVE GBD-BUSINESS-DATE TO SDB-DRILLED-DTE
           REWRITE SDBOX-RECORD
           .
           MOVE 'R' TO MJQ-ACTION
           PERFORM JOURNAL-SDBOX-IMAGE THRU JOURNAL-SDBOX-IMAGE-EXIT
           ADD 1 TO WS-DRILLED-COUNT
           .
       RECORD-DRILLED-BOX-EXIT.
           EXIT
           .
       CLEAR-AGREEMENT.
           SET SDB-VACANT TO TRUE
           MOVE SPACES TO SDB-RENTER-PID
           MOVE SPACES TO SDB-CO-RENTER-PID (1)
           MOVE SPACES TO SDB-CO-RENTER-PID (2)
           MOVE SPACES TO SDB-DEBIT-ACCOUNT
           MOVE ZERO TO SDB-ANNUAL-RENT
           MOVE ZERO TO SDB-AGREEMENT-DTE
           MOVE ZERO TO SDB-NEXT-DUE-DTE
           MOVE ZERO TO SDB-OVERDUE-SINCE-DTE
           .
       CLEAR-AGREEMENT-EXIT.
           EXIT
           .
      *****************************************************************
      * The renter and any co-renters must be on BNKCUST, and the     *
      * rent account must be one the renter owns on ACCTMST.          *
      *****************************************************************
       VALIDATE-AGREEMENT-PARTIES.
           MOVE 'N' TO WS-PARTIES-FLAG
           .
           MOVE SBI-RENTER-PID TO BCS-REC-PID
           READ BNKCUST-FILE
               INVALID KEY
                   DISPLAY 'Renter not on customer file '
                       SBI-RENTER-PID
                   GO TO VALIDATE-AGREEMENT-PARTIES-EXIT
           END-READ
           .
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX IS GREATER THAN 2
               IF SBI-CO-RENTER-PID (WS-CO-IDX) IS NOT EQUAL TO SPACES
                   MOVE SBI-CO-RENTER-PID (WS-CO-IDX) TO BCS-REC-PID
                   READ BNKCUST-FILE
                       INVALID KEY
                           DISPLAY 'Co-renter not on customer file '
                               SBI-CO-RENTER-PID (WS-CO-IDX)
                           GO TO VALIDATE-AGREEMENT-PARTIES-EXIT
                   END-READ
               END-IF
           END-PERFORM
           .
           MOVE SBI-RENTER-PID TO AMS-OWNER-PID
           MOVE SBI-DEBIT-ACCOUNT TO AMS-ACCOUNT
           READ ACCTMST-FILE
               INVALID KEY
                   DISPLAY 'Rent account not owned by renter '
                       SBI-RENTER-PID ' ' SBI-DEBIT-ACCOUNT
                   GO TO VALIDATE-AGREEMENT-PARTIES-EXIT
           END-READ
           .
           SET WS-PARTIES-VALID TO TRUE
           .
       VALIDATE-AGREEMENT-PARTIES-EXIT.
           EXIT
           .
       SET-AGREEMENT-RENT.
           IF SBI-ANNUAL-RENT IS NUMERIC
               AND SBI-ANNUAL-RENT IS GREATER THAN ZERO
               MOVE SBI-ANNUAL-RENT TO SDB-ANNUAL-RENT
               GO TO SET-AGREEMENT-RENT-EXIT
           END-IF
           .
           EVALUATE TRUE
               WHEN SDB-SIZE-SMALL
                   MOVE 1 TO WS-SIZE-IDX
               WHEN SDB-SIZE-MEDIUM
                   MOVE 2 TO WS-SIZE-IDX
               WHEN SDB-SIZE-LARGE
                   MOVE 3 TO WS-SIZE-IDX
               WHEN OTHER
                   MOVE 4 TO WS-SIZE-IDX
           END-EVALUATE
           MOVE WS-POL-SIZE-RENT (WS-SIZE-IDX) TO SDB-ANNUAL-RENT
           .
       SET-AGREEMENT-RENT-EXIT.
           EXIT
           .
       JOURNAL-SDBOX-IMAGE.
           MOVE WS-PROGRAM-ID TO MJQ-PROGRAM
           MOVE 'SDBOX   ' TO MJQ-FILE-ID
           MOVE SPACES TO MJQ-KEY
           MOVE SDB-KEY TO MJQ-KEY (1:9)
           MOVE WS-BEFORE-SDBOX TO MJQ-BEFORE-IMAGE
           MOVE SPACES TO MJQ-AFTER-IMAGE
           MOVE SDBOX-RECORD TO MJQ-AFTER-IMAGE
           CALL 'MSTJRNL' USING MSTJNL-REQUEST
           .
       JOURNAL-SDBOX-IMAGE-EXIT.
           EXIT
           .
