001250*              Accounts already run today (AMS-LAST-INT-DTE     * acctintp
001260*              equal to today) are skipped so a rerun does not  * acctintp
001270*              post interest twice.                             * acctintp
001271*              Products under an active CAMPGN bonus-rate       * acctintp
001272*              campaign also earn the campaign spread on        * acctintp
001273*              qualifying new money over the baseline balance,  * acctintp
001274*              tracked on CAMPBAL and posted as its own         * acctintp
001275*              interest line.                                   * acctintp
001280***************************************************************** acctintp
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTINTP.
           SELECT RATETBL-FILE ASSIGN TO "RATETBL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATETBL-STATUS.
           SELECT CAMPGN-FILE ASSIGN TO "CAMPGN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAMPGN-STATUS.
           SELECT CAMPBAL-FILE ASSIGN TO "CAMPBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CBL-KEY
               FILE STATUS IS WS-CAMPBAL-STATUS.

           SELECT PROOFFLG-FILE ASSIGN TO "PROOFFLG"
               ORGANIZATION IS SEQUENTIAL
           LABEL RECORDS ARE STANDARD.
       COPY CRATETBL.

       FD CAMPGN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CCAMPGN.

       FD CAMPBAL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CCAMPBAL.

       FD PROOFFLG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CPROOFLG.
         05 WS-REC-COUNT PIC 9(6) VALUE ZERO.
         05 WS-POSTED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-INTEREST-AMT PIC S9(7)V99.
         05 WS-CAMPGN-STATUS PIC X(2).
           88 WS-CAMPGN-OK VALUE '00'.
         05 WS-CAMPGN-EOF-FLAG PIC X(1).
           88 WS-CAMPGN-EOF VALUE 'Y'.
         05 WS-CAMPBAL-STATUS PIC X(2).
           88 WS-CAMPBAL-OK VALUE '00'.
         05 WS-CMP-IDX PIC 9(2).
         05 WS-CMP-PRD-IDX PIC 9(2).
         05 WS-CMP-BEST PIC 9(2).
         05 WS-CMP-ELIGIBLE-FLAG PIC X(1).
           88 WS-CMP-ELIGIBLE VALUE 'Y'.
         05 WS-CMP-GROWTH PIC S9(7)V99.
         05 WS-CMP-QUALIFYING PIC S9(7)V99.
         05 WS-BONUS-BASE PIC S9(7)V99.
         05 WS-BONUS-AMT PIC S9(7)V99.
         05 WS-BONUS-COUNT PIC 9(6) VALUE ZERO.
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
           10 WS-RTE-CREDIT-RATE PIC 9(3)V9(6).
           10 WS-RTE-DEBIT-RATE PIC 9(3)V9(6).
           10 WS-RTE-EFF-DATE PIC 9(8).
      *****************************************************************
      * The CAMPGN bonus-rate campaigns, last row per campaign code   *
      * winning. WS-CMP-CAPTURING is set for a campaign whose         *
      * baseline snapshot is being taken on tonight's run, so every   *
      * account met tonight keeps its current balance as baseline.    *
      *****************************************************************
       01 WS-CAMPAIGN-TABLE.
         05 WS-CMP-MAX PIC 9(2) VALUE 20.
         05 WS-CMP-COUNT PIC 9(2) VALUE ZERO.
         05 WS-CMP-ENTRY OCCURS 20 TIMES.
           10 WS-CMP-CODE PIC X(6).
           10 WS-CMP-PRODUCT PIC X(4) OCCURS 4 TIMES.
           10 WS-CMP-RATE PIC 9(3)V9(6).
           10 WS-CMP-BASELINE-DATE PIC 9(8).
           10 WS-CMP-START-DATE PIC 9(8).
           10 WS-CMP-END-DATE PIC 9(8).
           10 WS-CMP-BONUS-EXPIRY PIC 9(8).
           10 WS-CMP-STATUS PIC X(1).
             88 WS-CMP-ACTIVE VALUE 'A'.
           10 WS-CMP-CAPTURE-FLAG PIC X(1).
             88 WS-CMP-CAPTURING VALUE 'Y'.

       COPY CGETBDTQ.

           .
           PERFORM LOAD-RATE-TABLE THRU LOAD-RATE-TABLE-EXIT
           .
           PERFORM LOAD-CAMPAIGN-TABLE THRU LOAD-CAMPAIGN-TABLE-EXIT
           .
           OPEN INPUT BNKCUST-FILE
           OPEN I-O ACCTMST-FILE
           OPEN EXTEND ACCTTRN-FILE
           .
           OPEN I-O CAMPBAL-FILE
           IF NOT WS-CAMPBAL-OK
               OPEN OUTPUT CAMPBAL-FILE
               CLOSE CAMPBAL-FILE
               OPEN I-O CAMPBAL-FILE
           END-IF
           .
           PERFORM CAPTURE-CAMPAIGN-BASELINE THRU
               CAPTURE-CAMPAIGN-BASELINE-EXIT
               VARYING WS-CMP-IDX FROM 1 BY 1
               UNTIL WS-CMP-IDX IS GREATER THAN WS-CMP-COUNT
           .
           MOVE LOW-VALUES TO AMS-KEY
           START ACCTMST-FILE KEY IS NOT LESS THAN AMS-KEY
               INVALID KEY
           CLOSE BNKCUST-FILE
           CLOSE ACCTMST-FILE
           CLOSE ACCTTRN-FILE
           CLOSE CAMPBAL-FILE
           .
           DISPLAY WS-REC-COUNT ' account(s) read, '
               WS-POSTED-COUNT ' interest posting(s) made'
           DISPLAY WS-BONUS-COUNT ' campaign bonus posting(s) made'
           .
           MOVE 'E' TO RCQ-FUNCTION
           MOVE WS-POSTED-COUNT TO RCQ-REC-COUNT
           COMPUTE WS-INTEREST-AMT ROUNDED =
               AMS-BALANCE * WS-APPLIED-RATE / 100 / 365
           .
           PERFORM APPLY-CAMPAIGN-BONUS THRU APPLY-CAMPAIGN-BONUS-EXIT
           .
           IF WS-INTEREST-AMT EQUAL TO ZERO
               AND WS-BONUS-AMT EQUAL TO ZERO
               MOVE WS-CURRENT-DATE TO AMS-LAST-INT-DTE
               REWRITE ACCTMST-RECORD
               PERFORM JOURNAL-ACCTMST-IMAGE THRU
           END-IF
           .
           ADD WS-INTEREST-AMT TO AMS-BALANCE
           ADD WS-BONUS-AMT TO AMS-BALANCE
           MOVE WS-CURRENT-DATE TO AMS-LAST-DATE
           MOVE WS-CURRENT-DATE TO AMS-LAST-INT-DTE
           SET AMS-TXN-PRESENT TO TRUE
           PERFORM JOURNAL-ACCTMST-IMAGE THRU
               JOURNAL-ACCTMST-IMAGE-EXIT
           .
           IF WS-INTEREST-AMT EQUAL TO ZERO
               GO TO POST-CAMPAIGN-BONUS
           END-IF
           .
           MOVE SPACES TO ACCTTRN-RECORD
           MOVE GBD-BUSINESS-DATE TO ATN-DATE
           MOVE WS-CURRENT-TIME TO ATN-TIME
           WRITE ACCTTRN-RECORD
           .
      *****************************************************************
      * The campaign bonus is its own interest line so the statement  *
      * shows it apart from the base rate and CAMPCOST can cost it.   *
      *****************************************************************
       POST-CAMPAIGN-BONUS.
           IF WS-BONUS-AMT IS GREATER THAN ZERO
               MOVE SPACES TO ACCTTRN-RECORD
               MOVE GBD-BUSINESS-DATE TO ATN-DATE
               MOVE WS-CURRENT-TIME TO ATN-TIME
               MOVE AMS-ACCOUNT TO ATN-TO-ACC
               MOVE AMS-OWNER-PID TO ATN-TO-PID
               MOVE AMS-OWNER-PID TO ATN-FROM-PID
               MOVE WS-BONUS-AMT TO ATN-AMOUNT
               SET ATN-TYPE-INTEREST TO TRUE
               MOVE SPACES TO ATN-DESC
               STRING 'Bonus int ' WS-CMP-CODE (WS-CMP-BEST)
                   DELIMITED BY SIZE INTO ATN-DESC
               CALL 'ACCTREFN' USING ATN-REF-NO
               WRITE ACCTTRN-RECORD
               ADD 1 TO WS-BONUS-COUNT
           END-IF
           .
      *****************************************************************
      * Non-resident withholding at source - the customer sees the    *
      * gross interest above and the withheld tax as its own posting, *
      * and the monthly WHTREMIT run totals what goes to the tax      *
      * authority. Campaign bonus is interest for this purpose too.   *
      *****************************************************************
           IF WS-INTEREST-AMT + WS-BONUS-AMT IS GREATER THAN ZERO
               AND BCS-REC-TAX-NON-RESIDENT
               PERFORM WITHHOLD-NON-RESIDENT THRU
                   WITHHOLD-NON-RESIDENT-EXIT
           EXIT
           .
      *****************************************************************
      * Pull the CAMPGN file into WS-CAMPAIGN-TABLE. No file means no *
      * campaigns and no bonus anywhere.                              *
      *****************************************************************
       LOAD-CAMPAIGN-TABLE.
           OPEN INPUT CAMPGN-FILE
           .
           IF NOT WS-CAMPGN-OK
               GO TO LOAD-CAMPAIGN-TABLE-EXIT
           END-IF
           .
           PERFORM UNTIL WS-CAMPGN-EOF
               READ CAMPGN-FILE
                   AT END
                       SET WS-CAMPGN-EOF TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-CAMPAIGN-ROW THRU
                           LOAD-ONE-CAMPAIGN-ROW-EXIT
               END-READ
           END-PERFORM
           .
           CLOSE CAMPGN-FILE
           .
       LOAD-CAMPAIGN-TABLE-EXIT.
           EXIT
           .
       LOAD-ONE-CAMPAIGN-ROW.
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                   UNTIL WS-CMP-IDX IS GREATER THAN WS-CMP-COUNT
               IF WS-CMP-CODE (WS-CMP-IDX) IS EQUAL TO CMP-CODE
                   GO TO STORE-CAMPAIGN-ROW
               END-IF
           END-PERFORM
           .
           IF WS-CMP-COUNT IS EQUAL TO WS-CMP-MAX
               DISPLAY 'CAMPGN row dropped - table full: ' CMP-CODE
               GO TO LOAD-ONE-CAMPAIGN-ROW-EXIT
           END-IF
           ADD 1 TO WS-CMP-COUNT
           MOVE WS-CMP-COUNT TO WS-CMP-IDX
           .
       STORE-CAMPAIGN-ROW.
           MOVE CMP-CODE TO WS-CMP-CODE (WS-CMP-IDX)
           PERFORM VARYING WS-CMP-PRD-IDX FROM 1 BY 1
                   UNTIL WS-CMP-PRD-IDX IS GREATER THAN 4
               MOVE CMP-PRODUCT (WS-CMP-PRD-IDX) TO
                   WS-CMP-PRODUCT (WS-CMP-IDX, WS-CMP-PRD-IDX)
           END-PERFORM
           MOVE CMP-BONUS-RATE TO WS-CMP-RATE (WS-CMP-IDX)
           MOVE CMP-BASELINE-DATE TO WS-CMP-BASELINE-DATE (WS-CMP-IDX)
           MOVE CMP-START-DATE TO WS-CMP-START-DATE (WS-CMP-IDX)
           MOVE CMP-END-DATE TO WS-CMP-END-DATE (WS-CMP-IDX)
           MOVE CMP-BONUS-EXPIRY TO WS-CMP-BONUS-EXPIRY (WS-CMP-IDX)
           MOVE CMP-STATUS TO WS-CMP-STATUS (WS-CMP-IDX)
           MOVE 'N' TO WS-CMP-CAPTURE-FLAG (WS-CMP-IDX)
           .
       LOAD-ONE-CAMPAIGN-ROW-EXIT.
           EXIT
           .
      *****************************************************************
      * The first run on or after a campaign's baseline date writes   *
      * its CAMPBAL control row - that run is the baseline snapshot.  *
      * A rerun the same day still counts as the snapshot night.      *
      *****************************************************************
       CAPTURE-CAMPAIGN-BASELINE.
           IF NOT WS-CMP-ACTIVE (WS-CMP-IDX)
               OR WS-CMP-BASELINE-DATE (WS-CMP-IDX) IS GREATER THAN
                   WS-CURRENT-DATE
               GO TO CAPTURE-CAMPAIGN-BASELINE-EXIT
           END-IF
           .
           MOVE SPACES TO CAMPBAL-RECORD
           MOVE WS-CMP-CODE (WS-CMP-IDX) TO CBL-CAMPAIGN
           READ CAMPBAL-FILE
               INVALID KEY
                   SET CBL-CONTROL-ROW TO TRUE
                   MOVE ZERO TO CBL-BASELINE-BALANCE
                   MOVE ZERO TO CBL-NEW-MONEY
                   MOVE ZERO TO CBL-BONUS-PAID
                   MOVE WS-CURRENT-DATE TO CBL-CAPTURED-DATE
                   MOVE ZERO TO CBL-LAST-BONUS-DATE
                   WRITE CAMPBAL-RECORD
           END-READ
           .
           IF CBL-CAPTURED-DATE IS EQUAL TO WS-CURRENT-DATE
               SET WS-CMP-CAPTURING (WS-CMP-IDX) TO TRUE
           END-IF
           .
       CAPTURE-CAMPAIGN-BASELINE-EXIT.
           EXIT
           .
      *****************************************************************
      * Campaign bonus for the account just read, on the balance      *
      * before tonight's interest. Each eligible campaign's CAMPBAL   *
      * row is brought up to date; the bonus is then paid at the best *
      * campaign's spread on that campaign's qualifying new money -   *
      * campaigns do not stack. Qualifying is the growth over the     *
      * baseline, capped after the window closes at the highest       *
      * growth reached inside it, so money added later earns nothing. *
      *****************************************************************
       APPLY-CAMPAIGN-BONUS.
           MOVE ZERO TO WS-BONUS-AMT
           MOVE ZERO TO WS-BONUS-BASE
           MOVE ZERO TO WS-CMP-BEST
           .
           IF AMS-BALANCE IS NOT GREATER THAN ZERO
               OR WS-CMP-COUNT IS EQUAL TO ZERO
               GO TO APPLY-CAMPAIGN-BONUS-EXIT
           END-IF
           .
           PERFORM TRACK-CAMPAIGN-BALANCE THRU
               TRACK-CAMPAIGN-BALANCE-EXIT
               VARYING WS-CMP-IDX FROM 1 BY 1
               UNTIL WS-CMP-IDX IS GREATER THAN WS-CMP-COUNT
           .
           IF WS-CMP-BEST IS EQUAL TO ZERO
               GO TO APPLY-CAMPAIGN-BONUS-EXIT
           END-IF
           .
           COMPUTE WS-BONUS-AMT ROUNDED =
               WS-BONUS-BASE * WS-CMP-RATE (WS-CMP-BEST) / 100 / 365
           IF WS-BONUS-AMT IS NOT GREATER THAN ZERO
               MOVE ZERO TO WS-BONUS-AMT
               GO TO APPLY-CAMPAIGN-BONUS-EXIT
           END-IF
           .
           MOVE WS-CMP-CODE (WS-CMP-BEST) TO CBL-CAMPAIGN
           MOVE AMS-OWNER-PID TO CBL-OWNER-PID
           MOVE AMS-ACCOUNT TO CBL-ACCOUNT
           READ CAMPBAL-FILE
               INVALID KEY
                   MOVE ZERO TO WS-BONUS-AMT
               NOT INVALID KEY
                   ADD WS-BONUS-AMT TO CBL-BONUS-PAID
                   MOVE WS-CURRENT-DATE TO CBL-LAST-BONUS-DATE
                   REWRITE CAMPBAL-RECORD
           END-READ
           .
       APPLY-CAMPAIGN-BONUS-EXIT.
           EXIT
           .
       TRACK-CAMPAIGN-BALANCE.
           IF NOT WS-CMP-ACTIVE (WS-CMP-IDX)
               OR WS-CMP-BASELINE-DATE (WS-CMP-IDX) IS GREATER THAN
                   WS-CURRENT-DATE
               OR WS-CMP-BONUS-EXPIRY (WS-CMP-IDX) IS LESS THAN
                   WS-CURRENT-DATE
               GO TO TRACK-CAMPAIGN-BALANCE-EXIT
           END-IF
           .
           MOVE 'N' TO WS-CMP-ELIGIBLE-FLAG
           PERFORM VARYING WS-CMP-PRD-IDX FROM 1 BY 1
                   UNTIL WS-CMP-PRD-IDX IS GREATER THAN 4
               IF WS-CMP-PRODUCT (WS-CMP-IDX, WS-CMP-PRD-IDX) IS
                       EQUAL TO AMS-PRODUCT-CODE
                   SET WS-CMP-ELIGIBLE TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-CMP-ELIGIBLE
               GO TO TRACK-CAMPAIGN-BALANCE-EXIT
           END-IF
           .
      *****************************************************************
      * First sight of the account - on the snapshot night it keeps   *
      * tonight's balance as its baseline; any later it was opened    *
      * after the baseline date and everything in it is new money.    *
      *****************************************************************
           MOVE WS-CMP-CODE (WS-CMP-IDX) TO CBL-CAMPAIGN
           MOVE AMS-OWNER-PID TO CBL-OWNER-PID
           MOVE AMS-ACCOUNT TO CBL-ACCOUNT
           READ CAMPBAL-FILE
               INVALID KEY
                   SET CBL-ACCOUNT-ROW TO TRUE
                   IF WS-CMP-CAPTURING (WS-CMP-IDX)
                       MOVE AMS-BALANCE TO CBL-BASELINE-BALANCE
                   ELSE
                       MOVE ZERO TO CBL-BASELINE-BALANCE
                   END-IF
                   MOVE ZERO TO CBL-NEW-MONEY
                   MOVE ZERO TO CBL-BONUS-PAID
                   MOVE WS-CURRENT-DATE TO CBL-CAPTURED-DATE
                   MOVE ZERO TO CBL-LAST-BONUS-DATE
                   WRITE CAMPBAL-RECORD
           END-READ
           .
           COMPUTE WS-CMP-GROWTH = AMS-BALANCE - CBL-BASELINE-BALANCE
           .
           IF WS-CMP-START-DATE (WS-CMP-IDX) IS GREATER THAN
                   WS-CURRENT-DATE
               GO TO TRACK-CAMPAIGN-BALANCE-EXIT
           END-IF
           .
           IF WS-CMP-END-DATE (WS-CMP-IDX) IS NOT LESS THAN
                   WS-CURRENT-DATE
               AND WS-CMP-GROWTH IS GREATER THAN CBL-NEW-MONEY
               MOVE WS-CMP-GROWTH TO CBL-NEW-MONEY
               REWRITE CAMPBAL-RECORD
           END-IF
           .
           IF WS-CMP-GROWTH IS LESS THAN CBL-NEW-MONEY
               MOVE WS-CMP-GROWTH TO WS-CMP-QUALIFYING
           ELSE
               MOVE CBL-NEW-MONEY TO WS-CMP-QUALIFYING
           END-IF
           IF WS-CMP-QUALIFYING IS NOT GREATER THAN ZERO
               GO TO TRACK-CAMPAIGN-BALANCE-EXIT
           END-IF
           .
           IF WS-CMP-BEST IS EQUAL TO ZERO
               OR WS-CMP-RATE (WS-CMP-IDX) IS GREATER THAN
                   WS-CMP-RATE (WS-CMP-BEST)
               MOVE WS-CMP-IDX TO WS-CMP-BEST
               MOVE WS-CMP-QUALIFYING TO WS-BONUS-BASE
           END-IF
           .
       TRACK-CAMPAIGN-BALANCE-EXIT.
           EXIT
           .
      *****************************************************************
      * Pick the rate for the account just read - the row matching    *
      * its product code whose tier floor is the highest one at or    *
      * under the absolute balance, credit side for a positive        *
           END-IF
           .
           COMPUTE WS-WHT-AMOUNT ROUNDED =
               (WS-INTEREST-AMT + WS-BONUS-AMT) * WS-WHT-RATE / 100
           IF WS-WHT-AMOUNT IS NOT GREATER THAN ZERO
               GO TO WITHHOLD-NON-RESIDENT-EXIT
           END-IF
