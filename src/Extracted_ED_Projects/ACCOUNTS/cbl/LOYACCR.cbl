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

001150***************************************************************** loyaccr
001160* Program:     LOYACCR.CBL                                      * loyaccr
001170* Function:    Nightly loyalty points accrual. Reads the        * loyaccr
001180*              business day's postings on ACCTTRN and awards    * loyaccr
001190*              points to the customer whose account each item   * loyaccr
001200*              touched - the paying side of a debit, the        * loyaccr
001210*              receiving side of a credit - by the EARNTBL row  * loyaccr
001220*              in force for the item's ACCTTRN type, the        * loyaccr
001230*              account's product and the customer's tier. The   * loyaccr
001240*              tier is set once a night per customer from the   * loyaccr
001250*              combined HSEHOLD relationship balance (deposits  * loyaccr
001260*              plus open GIC principal) against the LOYPOL      * loyaccr
001270*              floors, or from the customer's own balances when * loyaccr
001280*              not in a household. A take-back row removes      * loyaccr
001290*              points instead; for a reversal it removes what   * loyaccr
001300*              the reversed item earned, found through the      * loyaccr
001310*              'REV' date and time on ACCTHST. Each movement    * loyaccr
001320*              updates the customer's LOYLDGR row, opened on    * loyaccr
001330*              first earning, and is logged on LOYTXN with the  * loyaccr
001340*              posting's reference. Closed customers earn       * loyaccr
001350*              nothing. The LOYLDGR control row holds the last  * loyaccr
001360*              night accrued, so a rerun of the same night is   * loyaccr
001370*              refused rather than paid twice.                  * loyaccr
001380***************************************************************** loyaccr
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOYACCR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTTRN-FILE ASSIGN TO "ACCTTRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCTTRN-STATUS.
           SELECT EARNTBL-FILE ASSIGN TO "EARNTBL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EARNTBL-STATUS.
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
           SELECT ACCTMST-FILE ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AMS-KEY
               FILE STATUS IS WS-ACCTMST-STATUS.
           SELECT GICMST-FILE ASSIGN TO "GICMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GIC-KEY
               FILE STATUS IS WS-GICMST-STATUS.
           SELECT HSEHOLD-FILE ASSIGN TO "HSEHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HSH-KEY
               FILE STATUS IS WS-HSEHOLD-STATUS.
           SELECT ACCTHST-FILE ASSIGN TO "ACCTHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AHS-KEY
               FILE STATUS IS WS-ACCTHST-STATUS.
           SELECT BNKCUST-FILE ASSIGN TO "BNKCUST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BCS-REC-PID
               FILE STATUS IS WS-BNKCUST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCTTRN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CACCTTRN.

       FD EARNTBL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CEARNTBL.

       FD LOYPOL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CLOYPOL.

       FD LOYLDGR-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CLOYLDGR.

       FD LOYTXN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CLOYTXN.

       FD ACCTMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CACCTMST.

       FD GICMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CGICMST.

       FD HSEHOLD-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CHSEHOLD.

       FD ACCTHST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CACCTHST.

       FD BNKCUST-FILE
           LABEL RECORDS ARE STANDARD.
       01 BNKCUST-RECORD.
       COPY CBANKVCS.

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'LOYACCR '.
         05 WS-ACCTTRN-STATUS PIC X(2).
           88 WS-ACCTTRN-OK VALUE '00'.
         05 WS-ACCTTRN-EOF-FLAG PIC X(1).
           88 WS-ACCTTRN-EOF VALUE 'Y'.
         05 WS-EARNTBL-STATUS PIC X(2).
           88 WS-EARNTBL-OK VALUE '00'.
         05 WS-EARNTBL-EOF-FLAG PIC X(1).
           88 WS-EARNTBL-EOF VALUE 'Y'.
         05 WS-LOYPOL-STATUS PIC X(2).
           88 WS-LOYPOL-OK VALUE '00'.
         05 WS-LOYLDGR-STATUS PIC X(2).
           88 WS-LOYLDGR-OK VALUE '00'.
         05 WS-LOYTXN-STATUS PIC X(2).
           88 WS-LOYTXN-OK VALUE '00'.
         05 WS-ACCTMST-STATUS PIC X(2).
           88 WS-ACCTMST-OK VALUE '00'.
         05 WS-GICMST-STATUS PIC X(2).
           88 WS-GICMST-OK VALUE '00'.
         05 WS-GICMST-OPEN-FLAG PIC X(1) VALUE 'N'.
           88 WS-GICMST-OPEN VALUE 'Y'.
         05 WS-GICMST-EOF-FLAG PIC X(1).
           88 WS-GICMST-EOF VALUE 'Y'.
         05 WS-HSEHOLD-STATUS PIC X(2).
           88 WS-HSEHOLD-OK VALUE '00'.
         05 WS-HSEHOLD-EOF-FLAG PIC X(1).
           88 WS-HSEHOLD-EOF VALUE 'Y'.
         05 WS-ACCTHST-STATUS PIC X(2).
           88 WS-ACCTHST-OK VALUE '00'.
         05 WS-BNKCUST-STATUS PIC X(2).
           88 WS-BNKCUST-OK VALUE '00'.
         05 WS-PRESCAN-EOF-FLAG PIC X(1).
           88 WS-PRESCAN-EOF VALUE 'Y'.
         05 WS-POLICY-FOUND-FLAG PIC X(1).
           88 WS-POLICY-FOUND VALUE 'Y'.
         05 WS-CONTROL-FOUND-FLAG PIC X(1).
           88 WS-CONTROL-FOUND VALUE 'Y'.
         05 WS-MEMBER-FOUND-FLAG PIC X(1).
           88 WS-MEMBER-FOUND VALUE 'Y'.
         05 WS-ORIGINAL-FOUND-FLAG PIC X(1).
           88 WS-ORIGINAL-FOUND VALUE 'Y'.
         05 WS-ITEM-COUNT PIC 9(7) VALUE ZERO.
         05 WS-AWARD-COUNT PIC 9(7) VALUE ZERO.
         05 WS-TAKE-BACK-COUNT PIC 9(7) VALUE ZERO.
         05 WS-CLOSED-COUNT PIC 9(7) VALUE ZERO.
         05 WS-NEW-MEMBER-COUNT PIC 9(7) VALUE ZERO.
         05 WS-POINTS-AWARDED PIC 9(11) VALUE ZERO.
         05 WS-POINTS-TAKEN-BACK PIC 9(11) VALUE ZERO.
         05 WS-EARN-PID PIC X(5).
         05 WS-EARN-ACCOUNT PIC X(9).
         05 WS-EARN-PRODUCT PIC X(4).
         05 WS-EARN-TIER PIC X(1).
         05 WS-WHOLE-DOLLARS PIC 9(7).
         05 WS-ITEM-POINTS PIC 9(9).
         05 WS-ITEM-ACTION PIC X(1).
           88 WS-ITEM-TAKE-BACK VALUE 'T'.
         05 WS-RELATIONSHIP-BALANCE PIC S9(11)V99.
         05 WS-THIS-HOUSEHOLD PIC X(5).
         05 WS-MBR-IDX PIC 9(3).
         05 WS-HH-IDX PIC 9(3).
         05 WS-REV-DESC.
           10 WS-REV-TAG PIC X(4).
           10 WS-REV-DATE PIC X(8).
           10 WS-REV-TIME PIC X(8).
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
           10 FILLER PIC X(5).
      *****************************************************************
      * The earn rows in force tonight, one per type, product and     *
      * tier - a later effective date replaces an earlier one, and of *
      * two rows with the same date the one keyed last wins.          *
      *****************************************************************
       01 WS-EARN-TABLE.
         05 WS-ERN-COUNT PIC 9(3) VALUE ZERO.
         05 WS-ERN-IDX PIC 9(3).
         05 WS-ERN-SLOT PIC 9(3).
         05 WS-ERN-ENTRY OCCURS 200 TIMES.
           10 WS-ERN-TYPE PIC X(2).
           10 WS-ERN-PRODUCT PIC X(4).
           10 WS-ERN-TIER PIC X(1).
           10 WS-ERN-ACTION PIC X(1).
           10 WS-ERN-PER-DOLLAR PIC 9(3)V99.
           10 WS-ERN-PER-ITEM PIC 9(5).
           10 WS-ERN-EFF-DATE PIC 9(8).
       01 WS-EARN-SEARCH.
         05 WS-FIND-TYPE PIC X(2).
         05 WS-FIND-PRODUCT PIC X(4).
         05 WS-FIND-TIER PIC X(1).
         05 WS-FIND-SLOT PIC 9(3).
       01 WS-HOUSEHOLD-MEMBERS.
         05 WS-MBR-COUNT PIC 9(3) VALUE ZERO.
         05 WS-MBR-ENTRY OCCURS 500 TIMES.
           10 WS-MBR-PID PIC X(5).
           10 WS-MBR-HOUSEHOLD PIC X(5).
       01 WS-HOUSEHOLD-TOTALS.
         05 WS-HH-COUNT PIC 9(3) VALUE ZERO.
         05 WS-HH-ENTRY OCCURS 100 TIMES.
           10 WS-HH-ID PIC X(5).
           10 WS-HH-BALANCE PIC S9(9)V99.

       COPY CGETBDTQ.

       COPY CRUNCTLQ.

       PROCEDURE DIVISION.
       000-START-PROCESSING.
           MOVE 'S' TO RCQ-FUNCTION
           MOVE 'LOYACCR' TO RCQ-JOB-NAME
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
           OPEN I-O LOYLDGR-FILE
           IF NOT WS-LOYLDGR-OK
               OPEN OUTPUT LOYLDGR-FILE
               CLOSE LOYLDGR-FILE
               OPEN I-O LOYLDGR-FILE
           END-IF
           .
      *****************************************************************
      * One accrual per business day - the control row says which     *
      * night was last paid.                                          *
      *****************************************************************
           MOVE 'N' TO WS-CONTROL-FOUND-FLAG
           MOVE SPACES TO LDG-PID
           READ LOYLDGR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-CONTROL-FOUND TO TRUE
           END-READ
           IF WS-CONTROL-FOUND
               AND LDG-LAST-ACCRUAL-DATE IS NOT LESS THAN
                   GBD-BUSINESS-DATE
               DISPLAY 'Loyalty points already accrued for '
                   GBD-BUSINESS-DATE
               CLOSE LOYLDGR-FILE
               MOVE 'E' TO RCQ-FUNCTION
               MOVE ZERO TO RCQ-REC-COUNT
               MOVE 'C' TO RCQ-OUTCOME
               CALL 'RUNCTL' USING RUNCTL-REQUEST
               STOP RUN
           END-IF
           .
           MOVE 'N' TO WS-POLICY-FOUND-FLAG
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
               DISPLAY 'No LOYPOL policy - every customer earns at '
                   'the base tier'
           END-IF
           .
           PERFORM LOAD-EARN-TABLE THRU LOAD-EARN-TABLE-EXIT
           IF WS-ERN-COUNT IS EQUAL TO ZERO
               DISPLAY 'No EARNTBL rows in force - nothing earns'
           END-IF
           .
           IF WS-POLICY-FOUND
               PERFORM LOAD-HOUSEHOLD-TABLES THRU
                   LOAD-HOUSEHOLD-TABLES-EXIT
           END-IF
           .
           OPEN INPUT ACCTTRN-FILE
           OPEN INPUT ACCTMST-FILE
           OPEN INPUT GICMST-FILE
           IF WS-GICMST-OK
               SET WS-GICMST-OPEN TO TRUE
           END-IF
           OPEN INPUT ACCTHST-FILE
           OPEN INPUT BNKCUST-FILE
           OPEN EXTEND LOYTXN-FILE
           IF NOT WS-LOYTXN-OK
               OPEN OUTPUT LOYTXN-FILE
           END-IF
           .
           IF WS-ACCTTRN-OK
               AND WS-ERN-COUNT IS GREATER THAN ZERO
               PERFORM UNTIL WS-ACCTTRN-EOF
                   READ ACCTTRN-FILE
                       AT END
                           SET WS-ACCTTRN-EOF TO TRUE
                       NOT AT END
                           IF ATN-DATE IS EQUAL TO GBD-BUSINESS-DATE
                               PERFORM ACCRUE-ONE-ITEM THRU
                                   ACCRUE-ONE-ITEM-EXIT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           .
           CLOSE ACCTTRN-FILE
           CLOSE ACCTMST-FILE
           IF WS-GICMST-OPEN
               CLOSE GICMST-FILE
           END-IF
           CLOSE ACCTHST-FILE
           CLOSE BNKCUST-FILE
           CLOSE LOYTXN-FILE
           .
           MOVE SPACES TO LOYLDGR-RECORD
           MOVE SPACES TO LDG-PID
           SET LDG-CONTROL-ROW TO TRUE
           MOVE ZERO TO LDG-TIER-DATE
           MOVE ZERO TO LDG-POINTS-BALANCE
           MOVE ZERO TO LDG-POINTS-EARNED
           MOVE ZERO TO LDG-POINTS-TAKEN-BACK
           MOVE ZERO TO LDG-POINTS-REDEEMED
           MOVE ZERO TO LDG-OPENED-DATE
           MOVE GBD-BUSINESS-DATE TO LDG-LAST-ACCRUAL-DATE
           MOVE ZERO TO LDG-LAST-REDEEM-DATE
           IF WS-CONTROL-FOUND
               REWRITE LOYLDGR-RECORD
           ELSE
               WRITE LOYLDGR-RECORD
           END-IF
           CLOSE LOYLDGR-FILE
           .
           DISPLAY WS-ITEM-COUNT ' posting(s) for '
               GBD-BUSINESS-DATE ', '
               WS-AWARD-COUNT ' earned, '
               WS-TAKE-BACK-COUNT ' taken back, '
               WS-CLOSED-COUNT ' closed customer(s) skipped'
           DISPLAY WS-POINTS-AWARDED ' point(s) awarded, '
               WS-POINTS-TAKEN-BACK ' point(s) taken back, '
               WS-NEW-MEMBER-COUNT ' new member(s)'
           .
           MOVE 'E' TO RCQ-FUNCTION
           MOVE WS-ITEM-COUNT TO RCQ-REC-COUNT
           MOVE 'C' TO RCQ-OUTCOME
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           .
           STOP RUN
           .
      *****************************************************************
      * The customer whose account the item touched earns - the       *
      * paying side of a debit or transfer, the receiving side of a   *
      * credit. An item with neither side on a customer account earns *
      * nothing.                                                      *
      *****************************************************************
       ACCRUE-ONE-ITEM.
           ADD 1 TO WS-ITEM-COUNT
           .
           IF ATN-FROM-ACC IS NOT EQUAL TO SPACES
               AND ATN-FROM-PID IS NOT EQUAL TO SPACES
               MOVE ATN-FROM-PID TO WS-EARN-PID
               MOVE ATN-FROM-ACC TO WS-EARN-ACCOUNT
           ELSE
               IF ATN-TO-ACC IS NOT EQUAL TO SPACES
                   AND ATN-TO-PID IS NOT EQUAL TO SPACES
                   MOVE ATN-TO-PID TO WS-EARN-PID
                   MOVE ATN-TO-ACC TO WS-EARN-ACCOUNT
               ELSE
                   GO TO ACCRUE-ONE-ITEM-EXIT
               END-IF
           END-IF
           .
           MOVE WS-EARN-PID TO BCS-REC-PID
           READ BNKCUST-FILE
               INVALID KEY
                   GO TO ACCRUE-ONE-ITEM-EXIT
           END-READ
           IF BCS-REC-CLOSED
               ADD 1 TO WS-CLOSED-COUNT
               GO TO ACCRUE-ONE-ITEM-EXIT
           END-IF
           .
           MOVE SPACES TO WS-EARN-PRODUCT
           MOVE WS-EARN-PID TO AMS-OWNER-PID
           MOVE WS-EARN-ACCOUNT TO AMS-ACCOUNT
           READ ACCTMST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AMS-PRODUCT-CODE TO WS-EARN-PRODUCT
           END-READ
           .
           PERFORM FIND-MEMBER-ROW THRU FIND-MEMBER-ROW-EXIT
           .
           MOVE ATN-TYPE TO WS-FIND-TYPE
           MOVE WS-EARN-PRODUCT TO WS-FIND-PRODUCT
           MOVE WS-EARN-TIER TO WS-FIND-TIER
           PERFORM FIND-EARN-ROW THRU FIND-EARN-ROW-EXIT
           IF WS-FIND-SLOT IS EQUAL TO ZERO
               GO TO ACCRUE-ONE-ITEM-EXIT
           END-IF
           MOVE WS-FIND-SLOT TO WS-ERN-SLOT
           MOVE WS-ERN-ACTION (WS-ERN-SLOT) TO WS-ITEM-ACTION
           .
           IF ATN-AMOUNT IS LESS THAN ZERO
               COMPUTE WS-WHOLE-DOLLARS = ZERO - ATN-AMOUNT
           ELSE
               MOVE ATN-AMOUNT TO WS-WHOLE-DOLLARS
           END-IF
           .
           IF WS-ITEM-TAKE-BACK
               PERFORM FIND-REVERSED-EARN-ROW THRU
                   FIND-REVERSED-EARN-ROW-EXIT
               IF WS-ERN-SLOT IS EQUAL TO ZERO
                   GO TO ACCRUE-ONE-ITEM-EXIT
               END-IF
           END-IF
           .
           COMPUTE WS-ITEM-POINTS =
               (WS-WHOLE-DOLLARS * WS-ERN-PER-DOLLAR (WS-ERN-SLOT))
               + WS-ERN-PER-ITEM (WS-ERN-SLOT)
           IF WS-ITEM-POINTS IS EQUAL TO ZERO
               GO TO ACCRUE-ONE-ITEM-EXIT
           END-IF
           .
           MOVE SPACES TO LOYTXN-RECORD
           IF WS-ITEM-TAKE-BACK
               SUBTRACT WS-ITEM-POINTS FROM LDG-POINTS-BALANCE
               ADD WS-ITEM-POINTS TO LDG-POINTS-TAKEN-BACK
               ADD WS-ITEM-POINTS TO WS-POINTS-TAKEN-BACK
               ADD 1 TO WS-TAKE-BACK-COUNT
               SET LTX-TAKE-BACK TO TRUE
               COMPUTE LTX-POINTS = ZERO - WS-ITEM-POINTS
           ELSE
               ADD WS-ITEM-POINTS TO LDG-POINTS-BALANCE
               ADD WS-ITEM-POINTS TO LDG-POINTS-EARNED
               ADD WS-ITEM-POINTS TO WS-POINTS-AWARDED
               ADD 1 TO WS-AWARD-COUNT
               SET LTX-AWARD TO TRUE
               MOVE WS-ITEM-POINTS TO LTX-POINTS
           END-IF
           MOVE GBD-BUSINESS-DATE TO LDG-LAST-ACCRUAL-DATE
           .
           IF WS-MEMBER-FOUND
               REWRITE LOYLDGR-RECORD
           ELSE
               WRITE LOYLDGR-RECORD
               SET WS-MEMBER-FOUND TO TRUE
               ADD 1 TO WS-NEW-MEMBER-COUNT
           END-IF
           .
           MOVE GBD-BUSINESS-DATE TO LTX-DATE
           MOVE WS-CURRENT-TIME TO LTX-TIME
           MOVE WS-EARN-PID TO LTX-PID
           MOVE ZERO TO LTX-VALUE
           MOVE ATN-TYPE TO LTX-TXN-TYPE
           MOVE WS-EARN-TIER TO LTX-TIER
           MOVE ATN-REF-NO TO LTX-REF-NO
           SET LTX-CHANNEL-BATCH TO TRUE
           MOVE LDG-POINTS-BALANCE TO LTX-BALANCE-AFTER
           WRITE LOYTXN-RECORD
           .
       ACCRUE-ONE-ITEM-EXIT.
           EXIT
           .
      *****************************************************************
      * The customer's ledger row, or a fresh one ready to be written *
      * on first earning. The tier is worked out once a night and     *
      * kept on the row with the date it was set.                     *
      *****************************************************************
       FIND-MEMBER-ROW.
           MOVE 'N' TO WS-MEMBER-FOUND-FLAG
           MOVE WS-EARN-PID TO LDG-PID
           READ LOYLDGR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-MEMBER-FOUND TO TRUE
           END-READ
           .
           IF NOT WS-MEMBER-FOUND
               MOVE SPACES TO LOYLDGR-RECORD
               MOVE WS-EARN-PID TO LDG-PID
               SET LDG-MEMBER-ROW TO TRUE
               MOVE ZERO TO LDG-TIER-DATE
               MOVE ZERO TO LDG-POINTS-BALANCE
               MOVE ZERO TO LDG-POINTS-EARNED
               MOVE ZERO TO LDG-POINTS-TAKEN-BACK
               MOVE ZERO TO LDG-POINTS-REDEEMED
               MOVE GBD-BUSINESS-DATE TO LDG-OPENED-DATE
               MOVE ZERO TO LDG-LAST-ACCRUAL-DATE
               MOVE ZERO TO LDG-LAST-REDEEM-DATE
           END-IF
           .
           IF LDG-TIER-DATE IS NOT EQUAL TO GBD-BUSINESS-DATE
               PERFORM SET-CUSTOMER-TIER THRU SET-CUSTOMER-TIER-EXIT
               MOVE GBD-BUSINESS-DATE TO LDG-TIER-DATE
           END-IF
           MOVE LDG-TIER TO WS-EARN-TIER
           .
       FIND-MEMBER-ROW-EXIT.
           EXIT
           .
       SET-CUSTOMER-TIER.
           MOVE 'B' TO LDG-TIER
           IF NOT WS-POLICY-FOUND
               GO TO SET-CUSTOMER-TIER-EXIT
           END-IF
           .
           MOVE SPACES TO WS-THIS-HOUSEHOLD
           PERFORM VARYING WS-MBR-IDX FROM 1 BY 1
                   UNTIL WS-MBR-IDX IS GREATER THAN WS-MBR-COUNT
               IF WS-MBR-PID(WS-MBR-IDX) IS EQUAL TO WS-EARN-PID
                   MOVE WS-MBR-HOUSEHOLD(WS-MBR-IDX) TO
                       WS-THIS-HOUSEHOLD
               END-IF
           END-PERFORM
           .
           MOVE ZERO TO WS-RELATIONSHIP-BALANCE
           IF WS-THIS-HOUSEHOLD IS EQUAL TO SPACES
               PERFORM SUM-OWN-BALANCES THRU SUM-OWN-BALANCES-EXIT
           ELSE
               PERFORM VARYING WS-HH-IDX FROM 1 BY 1
                       UNTIL WS-HH-IDX IS GREATER THAN WS-HH-COUNT
                   IF WS-HH-ID(WS-HH-IDX) IS EQUAL TO
                       WS-THIS-HOUSEHOLD
                       MOVE WS-HH-BALANCE(WS-HH-IDX) TO
                           WS-RELATIONSHIP-BALANCE
                   END-IF
               END-PERFORM
           END-IF
           .
           IF WS-RELATIONSHIP-BALANCE IS NOT LESS THAN
               LPL-TIER-FLOOR (3)
               MOVE 'P' TO LDG-TIER
           ELSE
               IF WS-RELATIONSHIP-BALANCE IS NOT LESS THAN
                   LPL-TIER-FLOOR (2)
                   MOVE 'G' TO LDG-TIER
               ELSE
                   IF WS-RELATIONSHIP-BALANCE IS NOT LESS THAN
                       LPL-TIER-FLOOR (1)
                       MOVE 'S' TO LDG-TIER
                   END-IF
               END-IF
           END-IF
           .
       SET-CUSTOMER-TIER-EXIT.
           EXIT
           .
      *****************************************************************
      * A customer outside any household stands on their own deposits *
      * and open certificates - both files are keyed owner first.     *
      *****************************************************************
       SUM-OWN-BALANCES.
           MOVE WS-EARN-PID TO AMS-OWNER-PID
           MOVE LOW-VALUES TO AMS-ACCOUNT
           MOVE 'N' TO WS-PRESCAN-EOF-FLAG
           START ACCTMST-FILE KEY IS NOT LESS THAN AMS-KEY
               INVALID KEY
                   SET WS-PRESCAN-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-PRESCAN-EOF
               READ ACCTMST-FILE NEXT RECORD
                   AT END
                       SET WS-PRESCAN-EOF TO TRUE
                   NOT AT END
                       IF AMS-OWNER-PID IS NOT EQUAL TO WS-EARN-PID
                           SET WS-PRESCAN-EOF TO TRUE
                       ELSE
                           ADD AMS-BALANCE TO WS-RELATIONSHIP-BALANCE
                       END-IF
               END-READ
           END-PERFORM
           .
           IF NOT WS-GICMST-OPEN
               GO TO SUM-OWN-BALANCES-EXIT
           END-IF
           MOVE WS-EARN-PID TO GIC-OWNER-PID
           MOVE LOW-VALUES TO GIC-CERT-NO
           MOVE 'N' TO WS-PRESCAN-EOF-FLAG
           START GICMST-FILE KEY IS NOT LESS THAN GIC-KEY
               INVALID KEY
                   SET WS-PRESCAN-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-PRESCAN-EOF
               READ GICMST-FILE NEXT RECORD
                   AT END
                       SET WS-PRESCAN-EOF TO TRUE
                   NOT AT END
                       IF GIC-OWNER-PID IS NOT EQUAL TO WS-EARN-PID
                           SET WS-PRESCAN-EOF TO TRUE
                       ELSE
                           IF GIC-OPEN
                               ADD GIC-PRINCIPAL TO
                                   WS-RELATIONSHIP-BALANCE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .
       SUM-OWN-BALANCES-EXIT.
           EXIT
           .
      *****************************************************************
      * Most specific row first - product and tier, product alone,    *
      * tier alone, then the row that matches any account.            *
      *****************************************************************
       FIND-EARN-ROW.
           MOVE ZERO TO WS-FIND-SLOT
           PERFORM VARYING WS-ERN-IDX FROM 1 BY 1
                   UNTIL WS-ERN-IDX IS GREATER THAN WS-ERN-COUNT
                   OR WS-FIND-SLOT IS GREATER THAN ZERO
               IF WS-ERN-TYPE (WS-ERN-IDX) IS EQUAL TO WS-FIND-TYPE
                   AND WS-ERN-PRODUCT (WS-ERN-IDX) IS EQUAL TO
                       WS-FIND-PRODUCT
                   AND WS-ERN-TIER (WS-ERN-IDX) IS EQUAL TO
                       WS-FIND-TIER
                   MOVE WS-ERN-IDX TO WS-FIND-SLOT
               END-IF
           END-PERFORM
           PERFORM VARYING WS-ERN-IDX FROM 1 BY 1
                   UNTIL WS-ERN-IDX IS GREATER THAN WS-ERN-COUNT
                   OR WS-FIND-SLOT IS GREATER THAN ZERO
               IF WS-ERN-TYPE (WS-ERN-IDX) IS EQUAL TO WS-FIND-TYPE
                   AND WS-ERN-PRODUCT (WS-ERN-IDX) IS EQUAL TO
                       WS-FIND-PRODUCT
                   AND WS-ERN-TIER (WS-ERN-IDX) IS EQUAL TO SPACE
                   MOVE WS-ERN-IDX TO WS-FIND-SLOT
               END-IF
           END-PERFORM
           PERFORM VARYING WS-ERN-IDX FROM 1 BY 1
                   UNTIL WS-ERN-IDX IS GREATER THAN WS-ERN-COUNT
                   OR WS-FIND-SLOT IS GREATER THAN ZERO
               IF WS-ERN-TYPE (WS-ERN-IDX) IS EQUAL TO WS-FIND-TYPE
                   AND WS-ERN-PRODUCT (WS-ERN-IDX) IS EQUAL TO SPACES
                   AND WS-ERN-TIER (WS-ERN-IDX) IS EQUAL TO
                       WS-FIND-TIER
                   MOVE WS-ERN-IDX TO WS-FIND-SLOT
               END-IF
           END-PERFORM
           PERFORM VARYING WS-ERN-IDX FROM 1 BY 1
                   UNTIL WS-ERN-IDX IS GREATER THAN WS-ERN-COUNT
                   OR WS-FIND-SLOT IS GREATER THAN ZERO
               IF WS-ERN-TYPE (WS-ERN-IDX) IS EQUAL TO WS-FIND-TYPE
                   AND WS-ERN-PRODUCT (WS-ERN-IDX) IS EQUAL TO SPACES
                   AND WS-ERN-TIER (WS-ERN-IDX) IS EQUAL TO SPACE
                   MOVE WS-ERN-IDX TO WS-FIND-SLOT
               END-IF
           END-PERFORM
           .
       FIND-EARN-ROW-EXIT.
           EXIT
           .
      *****************************************************************
      * A reversal takes back what the reversed item earned, at the   *
      * row that item's type earns under now. When the original       *
      * cannot be found the take-back row's own rates apply; an       *
      * original whose type earns nothing takes nothing back.         *
      *****************************************************************
       FIND-REVERSED-EARN-ROW.
           MOVE 'N' TO WS-ORIGINAL-FOUND-FLAG
           MOVE ATN-DESC TO WS-REV-DESC
           IF WS-REV-TAG IS NOT EQUAL TO 'REV '
               OR WS-REV-DATE IS NOT NUMERIC
               OR WS-REV-TIME IS NOT NUMERIC
               OR NOT WS-ACCTHST-OK
               GO TO FIND-REVERSED-EARN-ROW-EXIT
           END-IF
           .
           MOVE WS-EARN-ACCOUNT TO AHS-ACCOUNT
           MOVE WS-REV-DATE TO AHS-DATE
           MOVE WS-REV-TIME TO AHS-TIME
           READ ACCTHST-FILE
               INVALID KEY
                   GO TO FIND-REVERSED-EARN-ROW-EXIT
           END-READ
           SET WS-ORIGINAL-FOUND TO TRUE
           .
           MOVE AHS-TYPE TO WS-FIND-TYPE
           PERFORM FIND-EARN-ROW THRU FIND-EARN-ROW-EXIT
           IF WS-FIND-SLOT IS EQUAL TO ZERO
               MOVE ZERO TO WS-ERN-SLOT
           ELSE
               IF WS-ERN-ACTION (WS-FIND-SLOT) IS EQUAL TO 'E'
                   MOVE WS-FIND-SLOT TO WS-ERN-SLOT
               ELSE
                   MOVE ZERO TO WS-ERN-SLOT
               END-IF
           END-IF
           .
       FIND-REVERSED-EARN-ROW-EXIT.
           EXIT
           .
       LOAD-EARN-TABLE.
           OPEN INPUT EARNTBL-FILE
           IF NOT WS-EARNTBL-OK
               GO TO LOAD-EARN-TABLE-EXIT
           END-IF
           PERFORM UNTIL WS-EARNTBL-EOF
               READ EARNTBL-FILE
                   AT END
                       SET WS-EARNTBL-EOF TO TRUE
                   NOT AT END
                       IF ERN-EFF-DATE IS NOT GREATER THAN
                           GBD-BUSINESS-DATE
                           PERFORM NOTE-ONE-EARN-ROW THRU
                               NOTE-ONE-EARN-ROW-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EARNTBL-FILE
           .
       LOAD-EARN-TABLE-EXIT.
           EXIT
           .
       NOTE-ONE-EARN-ROW.
           MOVE ZERO TO WS-ERN-SLOT
           PERFORM VARYING WS-ERN-IDX FROM 1 BY 1
                   UNTIL WS-ERN-IDX IS GREATER THAN WS-ERN-COUNT
               IF WS-ERN-TYPE (WS-ERN-IDX) IS EQUAL TO ERN-TXN-TYPE
                   AND WS-ERN-PRODUCT (WS-ERN-IDX) IS EQUAL TO
                       ERN-PRODUCT
                   AND WS-ERN-TIER (WS-ERN-IDX) IS EQUAL TO ERN-TIER
                   MOVE WS-ERN-IDX TO WS-ERN-SLOT
               END-IF
           END-PERFORM
           .
           IF WS-ERN-SLOT IS EQUAL TO ZERO
               IF WS-ERN-COUNT IS NOT LESS THAN 200
                   DISPLAY 'EARNTBL row ignored, table full: '
                       ERN-TXN-TYPE ' ' ERN-PRODUCT ' ' ERN-TIER
                   GO TO NOTE-ONE-EARN-ROW-EXIT
               END-IF
               ADD 1 TO WS-ERN-COUNT
               MOVE WS-ERN-COUNT TO WS-ERN-SLOT
           ELSE
               IF ERN-EFF-DATE IS LESS THAN
                   WS-ERN-EFF-DATE (WS-ERN-SLOT)
                   GO TO NOTE-ONE-EARN-ROW-EXIT
               END-IF
           END-IF
           .
           MOVE ERN-TXN-TYPE TO WS-ERN-TYPE (WS-ERN-SLOT)
           MOVE ERN-PRODUCT TO WS-ERN-PRODUCT (WS-ERN-SLOT)
           MOVE ERN-TIER TO WS-ERN-TIER (WS-ERN-SLOT)
           MOVE ERN-ACTION TO WS-ERN-ACTION (WS-ERN-SLOT)
           MOVE ERN-POINTS-PER-DOLLAR TO
               WS-ERN-PER-DOLLAR (WS-ERN-SLOT)
           MOVE ERN-POINTS-PER-ITEM TO WS-ERN-PER-ITEM (WS-ERN-SLOT)
           MOVE ERN-EFF-DATE TO WS-ERN-EFF-DATE (WS-ERN-SLOT)
           .
       NOTE-ONE-EARN-ROW-EXIT.
           EXIT
           .
      *****************************************************************
      * Pre-scan - member list from HSEHOLD, then one pass each of    *
      * ACCTMST and GICMST accumulating every member's balances and   *
      * open-certificate principal into the household totals, the     *
      * same relationship balance the fee waiver looks at.            *
      *****************************************************************
       LOAD-HOUSEHOLD-TABLES.
           OPEN INPUT HSEHOLD-FILE
           IF NOT WS-HSEHOLD-OK
               GO TO LOAD-HOUSEHOLD-TABLES-EXIT
           END-IF
           MOVE LOW-VALUES TO HSH-KEY
           START HSEHOLD-FILE KEY IS NOT LESS THAN HSH-KEY
               INVALID KEY
                   SET WS-HSEHOLD-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-HSEHOLD-EOF
               READ HSEHOLD-FILE NEXT RECORD
                   AT END
                       SET WS-HSEHOLD-EOF TO TRUE
                   NOT AT END
                       IF WS-MBR-COUNT IS LESS THAN 500
                           ADD 1 TO WS-MBR-COUNT
                           MOVE HSH-PID TO
                               WS-MBR-PID(WS-MBR-COUNT)
                           MOVE HSH-HOUSEHOLD-ID TO
                               WS-MBR-HOUSEHOLD(WS-MBR-COUNT)
                           PERFORM NOTE-ONE-HOUSEHOLD THRU
                               NOTE-ONE-HOUSEHOLD-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HSEHOLD-FILE
           .
           IF WS-MBR-COUNT IS EQUAL TO ZERO
               GO TO LOAD-HOUSEHOLD-TABLES-EXIT
           END-IF
           .
           OPEN INPUT ACCTMST-FILE
           MOVE LOW-VALUES TO AMS-KEY
           MOVE 'N' TO WS-PRESCAN-EOF-FLAG
           START ACCTMST-FILE KEY IS NOT LESS THAN AMS-KEY
               INVALID KEY
                   SET WS-PRESCAN-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-PRESCAN-EOF
               READ ACCTMST-FILE NEXT RECORD
                   AT END
                       SET WS-PRESCAN-EOF TO TRUE
                   NOT AT END
                       PERFORM SUM-MEMBER-BALANCE THRU
                           SUM-MEMBER-BALANCE-EXIT
               END-READ
           END-PERFORM
           CLOSE ACCTMST-FILE
           .
           OPEN INPUT GICMST-FILE
           IF NOT WS-GICMST-OK
               GO TO LOAD-HOUSEHOLD-TABLES-EXIT
           END-IF
           MOVE LOW-VALUES TO GIC-KEY
           START GICMST-FILE KEY IS NOT LESS THAN GIC-KEY
               INVALID KEY
                   SET WS-GICMST-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-GICMST-EOF
               READ GICMST-FILE NEXT RECORD
                   AT END
                       SET WS-GICMST-EOF TO TRUE
                   NOT AT END
                       IF GIC-OPEN
                           PERFORM SUM-MEMBER-GIC THRU
                               SUM-MEMBER-GIC-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GICMST-FILE
           .
       LOAD-HOUSEHOLD-TABLES-EXIT.
           EXIT
           .
       NOTE-ONE-HOUSEHOLD.
           PERFORM VARYING WS-HH-IDX FROM 1 BY 1
                   UNTIL WS-HH-IDX IS GREATER THAN WS-HH-COUNT
               IF WS-HH-ID(WS-HH-IDX) IS EQUAL TO HSH-HOUSEHOLD-ID
                   GO TO NOTE-ONE-HOUSEHOLD-EXIT
               END-IF
           END-PERFORM
           IF WS-HH-COUNT IS LESS THAN 100
               ADD 1 TO WS-HH-COUNT
               MOVE HSH-HOUSEHOLD-ID TO WS-HH-ID(WS-HH-COUNT)
               MOVE ZERO TO WS-HH-BALANCE(WS-HH-COUNT)
           END-IF
           .
       NOTE-ONE-HOUSEHOLD-EXIT.
           EXIT
           .
       SUM-MEMBER-BALANCE.
           MOVE SPACES TO WS-THIS-HOUSEHOLD
           PERFORM VARYING WS-MBR-IDX FROM 1 BY 1
                   UNTIL WS-MBR-IDX IS GREATER THAN WS-MBR-COUNT
               IF WS-MBR-PID(WS-MBR-IDX) IS EQUAL TO AMS-OWNER-PID
                   MOVE WS-MBR-HOUSEHOLD(WS-MBR-IDX) TO
                       WS-THIS-HOUSEHOLD
               END-IF
           END-PERFORM
           IF WS-THIS-HOUSEHOLD IS EQUAL TO SPACES
               GO TO SUM-MEMBER-BALANCE-EXIT
           END-IF
           PERFORM VARYING WS-HH-IDX FROM 1 BY 1
                   UNTIL WS-HH-IDX IS GREATER THAN WS-HH-COUNT
               IF WS-HH-ID(WS-HH-IDX) IS EQUAL TO WS-THIS-HOUSEHOLD
                   ADD AMS-BALANCE TO WS-HH-BALANCE(WS-HH-IDX)
               END-IF
           END-PERFORM
           .
       SUM-MEMBER-BALANCE-EXIT.
           EXIT
           .
       SUM-MEMBER-GIC.
           MOVE SPACES TO WS-THIS-HOUSEHOLD
           PERFORM VARYING WS-MBR-IDX FROM 1 BY 1
                   UNTIL WS-MBR-IDX IS GREATER THAN WS-MBR-COUNT
               IF WS-MBR-PID(WS-MBR-IDX) IS EQUAL TO GIC-OWNER-PID
                   MOVE WS-MBR-HOUSEHOLD(WS-MBR-IDX) TO
                       WS-THIS-HOUSEHOLD
               END-IF
           END-PERFORM
           IF WS-THIS-HOUSEHOLD IS EQUAL TO SPACES
               GO TO SUM-MEMBER-GIC-EXIT
           END-IF
           PERFORM VARYING WS-HH-IDX FROM 1 BY 1
                   UNTIL WS-HH-IDX IS GREATER THAN WS-HH-COUNT
               IF WS-HH-ID(WS-HH-IDX) IS EQUAL TO WS-THIS-HOUSEHOLD
                   ADD GIC-PRINCIPAL TO WS-HH-BALANCE(WS-HH-IDX)
               END-IF
           END-PERFORM
           .
       SUM-MEMBER-GIC-EXIT.
           EXIT
           .
