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

001150***************************************************************** kitescan
001160* Program:     KITESCAN.CBL                                     * kitescan
001170* Function:    Nightly cheque kiting scan. Over the KITEPOL     * kitescan
001180*              look-back window it sums each account's ACCTTRN  * kitescan
001190*              postings into KITEWRK - credits, debits, cheque  * kitescan
001200*              deposits and round-amount draws - and counts the * kitescan
001210*              cheques each account took from every payor's     * kitescan
001220*              MICR account on CHQDEPR. An account scores for   * kitescan
001230*              repeated round cheques from one payor (P) with   * kitescan
001240*              round draws against them (D), for a balance that * kitescan
001250*              has risen only on funds still held on HOLDMST    * kitescan
001260*              (U), and for deposits many times its average     * kitescan
001270*              balance (R); a customer whose accounts move      * kitescan
001280*              money between themselves while two or more of    * kitescan
001290*              them score is kiting across related accounts     * kitescan
001300*              (X). A customer at the case score opens a 'KITE' * kitescan
001310*              case on AMLCASE for review through AMLREVW, and  * kitescan
001320*              with KTP-EXTEND-HOLDS on the scan appends 'E'    * kitescan
001330*              requests to HOLDREQ so ACCTHOLD keeps the        * kitescan
001340*              accounts' holds on while the case stays open.    * kitescan
001350*              KITERPT lists every suspect account.             * kitescan
001360***************************************************************** kitescan
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KITESCAN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KITEPOL-FILE ASSIGN TO "KITEPOL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KITEPOL-STATUS.
           SELECT ACCTTRN-FILE ASSIGN TO "ACCTTRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCTTRN-STATUS.
           SELECT CHQDEPR-FILE ASSIGN TO "CHQDEPR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CDP-KEY
               FILE STATUS IS WS-CHQDEPR-STATUS.
           SELECT KITEWRK-FILE ASSIGN TO "KITEWRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KWK-KEY
               FILE STATUS IS WS-KITEWRK-STATUS.
           SELECT ACCTMST-FILE ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AMS-KEY
               FILE STATUS IS WS-ACCTMST-STATUS.
           SELECT HOLDMST-FILE ASSIGN TO "HOLDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-HOLDMST-STATUS.
           SELECT AMLCASE-FILE ASSIGN TO "AMLCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AMC-CASE-NO
               FILE STATUS IS WS-AMLCASE-STATUS.
           SELECT HOLDREQ-FILE ASSIGN TO "HOLDREQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLDREQ-STATUS.
           SELECT KITERPT-FILE ASSIGN TO "KITERPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KITERPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD KITEPOL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CKITEPOL.

       FD ACCTTRN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CACCTTRN.

       FD CHQDEPR-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CCHQDEP.

       FD KITEWRK-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CKITEWRK.

       FD ACCTMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CACCTMST.

       FD HOLDMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CACCTHLD.

       FD AMLCASE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CAMLCASE.

       FD HOLDREQ-FILE
           LABEL RECORDS ARE STANDARD.
       01 HOLDREQ-RECORD.
         05 HRQ-ACTION PIC X(1).
           88 HRQ-EXTEND VALUE 'E'.
         05 HRQ-OWNER-PID PIC X(5).
         05 HRQ-ACCOUNT PIC X(9).
         05 HRQ-SEQ-NO PIC 9(4).
         05 HRQ-AMOUNT PIC 9(7)V99.
         05 HRQ-REASON PIC X(20).
         05 HRQ-RELEASE-DATE PIC 9(8).

       FD KITERPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 KITERPT-RECORD                  PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'KITESCAN'.
         05 WS-KITEPOL-STATUS PIC X(2).
           88 WS-KITEPOL-OK VALUE '00'.
         05 WS-ACCTTRN-STATUS PIC X(2).
           88 WS-ACCTTRN-OK VALUE '00'.
         05 WS-ACCTTRN-OPEN-FLAG PIC X(1) VALUE 'N'.
           88 WS-ACCTTRN-OPEN VALUE 'Y'.
         05 WS-CHQDEPR-STATUS PIC X(2).
           88 WS-CHQDEPR-OK VALUE '00'.
         05 WS-CHQDEPR-OPEN-FLAG PIC X(1) VALUE 'N'.
           88 WS-CHQDEPR-OPEN VALUE 'Y'.
         05 WS-KITEWRK-STATUS PIC X(2).
           88 WS-KITEWRK-OK VALUE '00'.
         05 WS-ACCTMST-STATUS PIC X(2).
           88 WS-ACCTMST-OK VALUE '00'.
         05 WS-HOLDMST-STATUS PIC X(2).
           88 WS-HOLDMST-OK VALUE '00'.
         05 WS-AMLCASE-STATUS PIC X(2).
           88 WS-AMLCASE-OK VALUE '00'.
         05 WS-HOLDREQ-STATUS PIC X(2).
           88 WS-HOLDREQ-OK VALUE '00'.
         05 WS-KITERPT-STATUS PIC X(2).
           88 WS-KITERPT-OK VALUE '00'.
         05 WS-ACCTTRN-EOF-FLAG PIC X(1) VALUE 'N'.
           88 WS-ACCTTRN-EOF VALUE 'Y'.
         05 WS-CHQDEPR-EOF-FLAG PIC X(1) VALUE 'N'.
           88 WS-CHQDEPR-EOF VALUE 'Y'.
         05 WS-KITEWRK-EOF-FLAG PIC X(1) VALUE 'N'.
           88 WS-KITEWRK-EOF VALUE 'Y'.
         05 WS-HOLDMST-EOF-FLAG PIC X(1) VALUE 'N'.
           88 WS-HOLDMST-EOF VALUE 'Y'.
         05 WS-NEW-ROW-FLAG PIC X(1).
           88 WS-NEW-ROW VALUE 'Y'.
         05 WS-ROUND-FLAG PIC X(1).
           88 WS-ROUND-AMOUNT VALUE 'Y'.
         05 WS-HOLDREQ-OPEN-FLAG PIC X(1) VALUE 'N'.
           88 WS-HOLDREQ-OPEN VALUE 'Y'.
      *****************************************************************
      * Scan thresholds - KITEPOL overrides any it carries.           *
      *****************************************************************
         05 WS-LOOKBACK-DAYS PIC 9(3) VALUE 14.
         05 WS-ROUND-UNIT PIC 9(5) VALUE 100.
         05 WS-REPEAT-COUNT PIC 9(2) VALUE 3.
         05 WS-DEPOSIT-RATIO PIC 9(3) VALUE 5.
         05 WS-CASE-SCORE PIC 9(3) VALUE 60.
         05 WS-EXTEND-FLAG PIC X(1) VALUE 'N'.
           88 WS-EXTEND-HOLDS VALUE 'Y'.
         05 WS-REVIEW-DAYS PIC 9(2) VALUE 5.
         05 WS-WINDOW-START PIC 9(8).
         05 WS-EXTEND-TO PIC 9(8).
         05 WS-DAY-IX PIC 9(3).
         05 WS-ROW-PID PIC X(5).
         05 WS-ROW-ACCOUNT PIC X(9).
         05 WS-ROUND-TEST PIC S9(9)V99.
         05 WS-ROUND-QUOTIENT PIC S9(9).
         05 WS-ROUND-REM PIC S9(9)V99.
         05 WS-NEXT-CASE-NO PIC 9(8) VALUE ZERO.
         05 WS-POSTING-COUNT PIC 9(7) VALUE ZERO.
         05 WS-CHEQUE-COUNT PIC 9(7) VALUE ZERO.
         05 WS-ACCOUNT-COUNT PIC 9(7) VALUE ZERO.
         05 WS-SUSPECT-COUNT PIC 9(6) VALUE ZERO.
         05 WS-CASE-COUNT PIC 9(6) VALUE ZERO.
         05 WS-EXTEND-COUNT PIC 9(6) VALUE ZERO.
         05 WS-DATE-WORK.
           10 WS-DTW-YYYY PIC 9(4).
           10 WS-DTW-MM PIC 9(2).
           10 WS-DTW-DD PIC 9(2).
         05 WS-DATE-WORK-N REDEFINES WS-DATE-WORK PIC 9(8).
         05 WS-MONTH-DAYS-TABLE.
           10 FILLER PIC X(24) VALUE '312831303130313130313031'.
         05 WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
           10 WS-DAYS-IN-MONTH PIC 9(2) OCCURS 12 TIMES.
         05 WS-THIS-MONTH-DAYS PIC 9(2).
         05 WS-LEAP-WORK PIC 9(4).
         05 WS-LEAP-REM PIC 9(4).
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
           10 FILLER PIC X(5).
      *****************************************************************
      * The account being read off KITEWRK - its summary row and the  *
      * most round cheques any one payor sent it.                     *
      *****************************************************************
       01 WS-ACCOUNT-WORK.
         05 WS-CUR-PID PIC X(5) VALUE SPACES.
         05 WS-CUR-ACCOUNT PIC X(9) VALUE SPACES.
         05 WS-CUR-CREDITS PIC S9(9)V99.
         05 WS-CUR-DEBITS PIC S9(9)V99.
         05 WS-CUR-CHQ-COUNT PIC 9(5).
         05 WS-CUR-CHQ-TOTAL PIC S9(9)V99.
         05 WS-CUR-DRAW-ROUND PIC 9(5).
         05 WS-CUR-OWN-XFER PIC 9(5).
         05 WS-CUR-PAYOR-MAX PIC 9(5).
         05 WS-CUR-REF-COUNT PIC 9(1).
         05 WS-CUR-REF PIC 9(12) OCCURS 5 TIMES.
         05 WS-CUR-HELD PIC 9(9)V99.
         05 WS-START-BALANCE PIC S9(9)V99.
         05 WS-AVERAGE-BALANCE PIC S9(9)V99.
         05 WS-ACC-SCORE PIC 9(3).
         05 WS-ACC-FLAGS PIC X(5).
      *****************************************************************
      * The customer's accounts scored so far - the case takes the    *
      * best one's references, and every one holding funds is         *
      * extended while it is reviewed.                                *
      *****************************************************************
       01 WS-CUSTOMER-WORK.
         05 WS-CST-COUNT PIC 9(2) VALUE ZERO.
         05 WS-CST-BEST PIC 9(2).
         05 WS-CST-IX PIC 9(2).
         05 WS-CST-SCORING PIC 9(2).
         05 WS-CST-OWN-XFER PIC 9(5).
         05 WS-CST-SCORE PIC 9(3).
         05 WS-CST-ACTION PIC X(14).
         05 WS-CST-ENTRY OCCURS 20 TIMES.
           10 WS-CST-ACCOUNT PIC X(9).
           10 WS-CST-ACC-SCORE PIC 9(3).
           10 WS-CST-FLAGS PIC X(5).
           10 WS-CST-CHQ-COUNT PIC 9(5).
           10 WS-CST-CREDITS PIC S9(9)V99.
           10 WS-CST-HELD PIC 9(9)V99.
           10 WS-CST-REF-COUNT PIC 9(1).
           10 WS-CST-REF PIC 9(12) OCCURS 5 TIMES.
      *****************************************************************
      * 'KITE' cases already on file - one still open, or disposed    *
      * inside the last thirty days, is not opened again.             *
      *****************************************************************
       01 WS-PRIOR-CASES.
         05 WS-PRC-COUNT PIC 9(3) VALUE ZERO.
         05 WS-PRC-ENTRY OCCURS 500 TIMES.
           10 WS-PRC-PID PIC X(5).
           10 WS-PRC-STATUS PIC X(1).
           10 WS-PRC-DISPOSED-DATE PIC 9(8).
       01 WS-PRIOR-WORK.
         05 WS-PRC-IDX PIC 9(3).
         05 WS-PRC-FOUND-FLAG PIC X(1).
           88 WS-PRC-FOUND VALUE 'Y'.
         05 WS-PRC-OPEN-FLAG PIC X(1).
           88 WS-PRC-OPEN VALUE 'Y'.
         05 WS-REF-IDX PIC 9(1).
         05 WS-PRC-DAYS PIC 9(7).
         05 WS-RUN-DAYS PIC 9(7).
         05 WS-PRC-DATE-SPLIT.
           10 WS-PRC-YYYY PIC 9(4).
           10 WS-PRC-MM PIC 9(2).
           10 WS-PRC-DD PIC 9(2).
       01 WS-REPORT-HEADING.
         05 FILLER PIC X(20) VALUE 'CHEQUE KITING SCAN  '.
         05 WS-RPT-HDG-DATE PIC 9(8).
         05 FILLER PIC X(13) VALUE '  WINDOW FROM'.
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-HDG-FROM PIC 9(8).
         05 FILLER PIC X(30) VALUE SPACES.
       01 WS-COLUMN-HEADING.
         05 FILLER PIC X(40) VALUE
             'PID   ACCOUNT   SCR FLAGS CHQS  DEPOSITS'.
         05 FILLER PIC X(40) VALUE
             '      HELD ACTION'.
       01 WS-REPORT-LINE.
         05 WS-RPT-PID PIC X(5).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-ACCOUNT PIC X(9).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-SCORE PIC ZZ9.
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-FLAGS PIC X(5).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-CHQS PIC ZZZ9.
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-DEPOSITS PIC Z(8)9.
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-HELD PIC Z(8)9.
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-ACTION PIC X(14).
         05 FILLER PIC X(15) VALUE SPACES.

       COPY CGETBDTQ.

       COPY CRUNCTLQ.

       PROCEDURE DIVISION.
       000-START-PROCESSING.
           MOVE 'S' TO RCQ-FUNCTION
           MOVE 'KITESCAN' TO RCQ-JOB-NAME
           MOVE SPACES TO RCQ-PREREQ-JOB
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           IF RCQ-REPLY-REFUSED
               DISPLAY 'Run control refused start: ' RCQ-REPLY-MSG
               STOP RUN
           END-IF
           .
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           CALL 'GETBDTE' USING GETBDTE-REQUEST
           PERFORM LOAD-KITE-POLICY THRU LOAD-KITE-POLICY-EXIT
           .
           MOVE GBD-BUSINESS-DATE TO WS-DATE-WORK-N
           PERFORM STEP-ONE-DAY-BACK THRU STEP-ONE-DAY-BACK-EXIT
               VARYING WS-DAY-IX FROM 1 BY 1
               UNTIL WS-DAY-IX IS GREATER THAN WS-LOOKBACK-DAYS
           MOVE WS-DATE-WORK-N TO WS-WINDOW-START
           MOVE GBD-BUSINESS-DATE TO WS-DATE-WORK-N
           PERFORM STEP-ONE-DAY-FORWARD THRU STEP-ONE-DAY-FORWARD-EXIT
               VARYING WS-DAY-IX FROM 1 BY 1
               UNTIL WS-DAY-IX IS GREATER THAN WS-REVIEW-DAYS
           MOVE WS-DATE-WORK-N TO WS-EXTEND-TO
           .
           OPEN OUTPUT KITEWRK-FILE
           CLOSE KITEWRK-FILE
           OPEN I-O KITEWRK-FILE
           .
      *****************************************************************
      * Pass 1 - the window's postings onto each account's summary    *
      * row, credit side and debit side.                              *
      *****************************************************************
           OPEN INPUT ACCTTRN-FILE
           IF WS-ACCTTRN-OK
               SET WS-ACCTTRN-OPEN TO TRUE
           END-IF
           IF NOT WS-ACCTTRN-OK
               DISPLAY 'ACCTTRN not available, status '
                   WS-ACCTTRN-STATUS
               SET WS-ACCTTRN-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-ACCTTRN-EOF
               READ ACCTTRN-FILE
                   AT END
                       SET WS-ACCTTRN-EOF TO TRUE
                   NOT AT END
                       IF ATN-DATE IS NOT LESS THAN WS-WINDOW-START
                           AND ATN-DATE IS NOT GREATER THAN
                               GBD-BUSINESS-DATE
                           PERFORM ABSORB-ONE-POSTING THRU
                               ABSORB-ONE-POSTING-EXIT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ACCTTRN-OPEN
               CLOSE ACCTTRN-FILE
           END-IF
           .
      *****************************************************************
      * Pass 2 - who the window's deposited cheques were drawn on.    *
      *****************************************************************
           OPEN INPUT CHQDEPR-FILE
           IF WS-CHQDEPR-OK
               SET WS-CHQDEPR-OPEN TO TRUE
           END-IF
           IF NOT WS-CHQDEPR-OK
               SET WS-CHQDEPR-EOF TO TRUE
           ELSE
               MOVE LOW-VALUES TO CDP-KEY
               START CHQDEPR-FILE KEY IS NOT LESS THAN CDP-KEY
                   INVALID KEY
                       SET WS-CHQDEPR-EOF TO TRUE
               END-START
           END-IF
           PERFORM UNTIL WS-CHQDEPR-EOF
               READ CHQDEPR-FILE NEXT RECORD
                   AT END
                       SET WS-CHQDEPR-EOF TO TRUE
                   NOT AT END
                       IF CDP-DEPOSIT-DATE IS NOT LESS THAN
                               WS-WINDOW-START
                           AND CDP-DEPOSIT-DATE IS NOT GREATER THAN
                               GBD-BUSINESS-DATE
                           AND CDP-OWNER-PID IS NOT EQUAL TO SPACES
                           PERFORM ABSORB-ONE-CHEQUE THRU
                               ABSORB-ONE-CHEQUE-EXIT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CHQDEPR-OPEN
               CLOSE CHQDEPR-FILE
           END-IF
           .
      *****************************************************************
      * Pass 3 - each customer's accounts scored in turn.             *
      *****************************************************************
           OPEN INPUT ACCTMST-FILE
           OPEN INPUT HOLDMST-FILE
           OPEN I-O AMLCASE-FILE
           IF NOT WS-AMLCASE-OK
               OPEN OUTPUT AMLCASE-FILE
               CLOSE AMLCASE-FILE
               OPEN I-O AMLCASE-FILE
           END-IF
           PERFORM FIND-NEXT-CASE-NO THRU FIND-NEXT-CASE-NO-EXIT
           IF WS-EXTEND-HOLDS
               OPEN EXTEND HOLDREQ-FILE
               IF NOT WS-HOLDREQ-OK
                   OPEN OUTPUT HOLDREQ-FILE
               END-IF
               SET WS-HOLDREQ-OPEN TO TRUE
           END-IF
           OPEN OUTPUT KITERPT-FILE
           MOVE GBD-BUSINESS-DATE TO WS-RPT-HDG-DATE
           MOVE WS-WINDOW-START TO WS-RPT-HDG-FROM
           WRITE KITERPT-RECORD FROM WS-REPORT-HEADING
           WRITE KITERPT-RECORD FROM WS-COLUMN-HEADING
           .
           MOVE LOW-VALUES TO KWK-KEY
           START KITEWRK-FILE KEY IS NOT LESS THAN KWK-KEY
               INVALID KEY
                   SET WS-KITEWRK-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-KITEWRK-EOF
               READ KITEWRK-FILE NEXT RECORD
                   AT END
                       SET WS-KITEWRK-EOF TO TRUE
                   NOT AT END
                       PERFORM READ-ONE-WORK-ROW THRU
                           READ-ONE-WORK-ROW-EXIT
               END-READ
           END-PERFORM
           IF WS-CUR-ACCOUNT IS NOT EQUAL TO SPACES
               PERFORM SCORE-ONE-ACCOUNT THRU SCORE-ONE-ACCOUNT-EXIT
               PERFORM SCORE-ONE-CUSTOMER THRU
                   SCORE-ONE-CUSTOMER-EXIT
           END-IF
           .
           CLOSE KITEWRK-FILE
           CLOSE ACCTMST-FILE
           CLOSE HOLDMST-FILE
           CLOSE AMLCASE-FILE
           IF WS-HOLDREQ-OPEN
               CLOSE HOLDREQ-FILE
           END-IF
           CLOSE KITERPT-FILE
           .
           DISPLAY WS-POSTING-COUNT ' posting(s), '
               WS-CHEQUE-COUNT ' deposited cheque(s) in window'
           DISPLAY WS-ACCOUNT-COUNT ' account(s) scored, '
               WS-SUSPECT-COUNT ' suspect, '
               WS-CASE-COUNT ' KITE case(s) opened, '
               WS-EXTEND-COUNT ' hold extension(s) requested'
           .
           MOVE 'E' TO RCQ-FUNCTION
           MOVE WS-ACCOUNT-COUNT TO RCQ-REC-COUNT
           MOVE 'C' TO RCQ-OUTCOME
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           .
           STOP RUN
           .
       LOAD-KITE-POLICY.
           OPEN INPUT KITEPOL-FILE
           IF NOT WS-KITEPOL-OK
               GO TO LOAD-KITE-POLICY-EXIT
           END-IF
           READ KITEPOL-FILE
               AT END
                   CLOSE KITEPOL-FILE
                   GO TO LOAD-KITE-POLICY-EXIT
           END-READ
           IF KTP-LOOKBACK-DAYS IS NUMERIC
               AND KTP-LOOKBACK-DAYS IS GREATER THAN ZERO
               AND KTP-LOOKBACK-DAYS IS NOT GREATER THAN 90
               MOVE KTP-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
           END-IF
           IF KTP-ROUND-UNIT IS NUMERIC
               AND KTP-ROUND-UNIT IS GREATER THAN ZERO
               MOVE KTP-ROUND-UNIT TO WS-ROUND-UNIT
           END-IF
           IF KTP-REPEAT-COUNT IS NUMERIC
               AND KTP-REPEAT-COUNT IS GREATER THAN ZERO
               MOVE KTP-REPEAT-COUNT TO WS-REPEAT-COUNT
           END-IF
           IF KTP-DEPOSIT-RATIO IS NUMERIC
               AND KTP-DEPOSIT-RATIO IS GREATER THAN ZERO
               MOVE KTP-DEPOSIT-RATIO TO WS-DEPOSIT-RATIO
           END-IF
           IF KTP-CASE-SCORE IS NUMERIC
               AND KTP-CASE-SCORE IS GREATER THAN ZERO
               MOVE KTP-CASE-SCORE TO WS-CASE-SCORE
           END-IF
           IF KTP-EXTEND-HOLDS-ON
               SET WS-EXTEND-HOLDS TO TRUE
           END-IF
           IF KTP-REVIEW-DAYS IS NUMERIC
               AND KTP-REVIEW-DAYS IS GREATER THAN ZERO
               MOVE KTP-REVIEW-DAYS TO WS-REVIEW-DAYS
           END-IF
           CLOSE KITEPOL-FILE
           .
       LOAD-KITE-POLICY-EXIT.
           EXIT
           .
      *****************************************************************
      * The credit side counts cheque deposits and keeps their        *
      * references; the debit side counts round-amount draws - a      *
      * cheque paid, cash out, a transfer, wire or draft - and a      *
      * transfer to another of the customer's own accounts.           *
      *****************************************************************
       ABSORB-ONE-POSTING.
           ADD 1 TO WS-POSTING-COUNT
           MOVE ATN-AMOUNT TO WS-ROUND-TEST
           PERFORM TEST-ROUND-AMOUNT THRU TEST-ROUND-AMOUNT-EXIT
           .
           IF ATN-TO-ACC IS NOT EQUAL TO SPACES
               AND ATN-TO-PID IS NOT EQUAL TO SPACES
               MOVE ATN-TO-PID TO WS-ROW-PID
               MOVE ATN-TO-ACC TO WS-ROW-ACCOUNT
               PERFORM LOCATE-SUMMARY-ROW THRU
                   LOCATE-SUMMARY-ROW-EXIT
               ADD ATN-AMOUNT TO KWK-CREDIT-TOTAL
               IF ATN-TYPE-CHQ-DEPOSIT
                   ADD 1 TO KWK-CHQ-DEP-COUNT
                   ADD ATN-AMOUNT TO KWK-CHQ-DEP-TOTAL
                   IF WS-ROUND-AMOUNT
                       ADD 1 TO KWK-CHQ-DEP-ROUND
                   END-IF
                   IF KWK-REF-COUNT IS LESS THAN 5
                       ADD 1 TO KWK-REF-COUNT
                       MOVE ATN-REF-NO TO KWK-REF (KWK-REF-COUNT)
                   END-IF
               END-IF
               PERFORM SAVE-WORK-ROW THRU SAVE-WORK-ROW-EXIT
           END-IF
           .
           IF ATN-FROM-ACC IS NOT EQUAL TO SPACES
               AND ATN-FROM-PID IS NOT EQUAL TO SPACES
               MOVE ATN-FROM-PID TO WS-ROW-PID
               MOVE ATN-FROM-ACC TO WS-ROW-ACCOUNT
               PERFORM LOCATE-SUMMARY-ROW THRU
                   LOCATE-SUMMARY-ROW-EXIT
               ADD ATN-AMOUNT TO KWK-DEBIT-TOTAL
               IF WS-ROUND-AMOUNT
                   AND (ATN-TYPE-CHEQUE OR ATN-TYPE-CASH-WDL
                        OR ATN-TYPE-ATM OR ATN-TYPE-TRANSFER
                        OR ATN-TYPE-WIRE-OUT OR ATN-TYPE-DRAFT
                        OR ATN-TYPE-P2P-SEND)
                   ADD 1 TO KWK-DRAW-ROUND
               END-IF
               IF ATN-TYPE-TRANSFER
                   AND ATN-TO-PID IS EQUAL TO ATN-FROM-PID
                   AND ATN-TO-ACC IS NOT EQUAL TO ATN-FROM-ACC
                   ADD 1 TO KWK-OWN-XFER-COUNT
               END-IF
               PERFORM SAVE-WORK-ROW THRU SAVE-WORK-ROW-EXIT
           END-IF
           .
       ABSORB-ONE-POSTING-EXIT.
           EXIT
           .
       ABSORB-ONE-CHEQUE.
           ADD 1 TO WS-CHEQUE-COUNT
           MOVE CDP-OWNER-PID TO KWK-PID
           MOVE CDP-ACCOUNT TO KWK-ACCOUNT
           MOVE CDP-PAYOR-ROUTING TO KWK-PAYOR-ROUTING
           MOVE CDP-PAYOR-ACCOUNT TO KWK-PAYOR-ACCOUNT
           PERFORM READ-WORK-ROW THRU READ-WORK-ROW-EXIT
           ADD 1 TO KWK-CHQ-DEP-COUNT
           ADD CDP-AMOUNT TO KWK-CHQ-DEP-TOTAL
           MOVE CDP-AMOUNT TO WS-ROUND-TEST
           PERFORM TEST-ROUND-AMOUNT THRU TEST-ROUND-AMOUNT-EXIT
           IF WS-ROUND-AMOUNT
               ADD 1 TO KWK-CHQ-DEP-ROUND
           END-IF
           PERFORM SAVE-WORK-ROW THRU SAVE-WORK-ROW-EXIT
           .
       ABSORB-ONE-CHEQUE-EXIT.
           EXIT
           .
       TEST-ROUND-AMOUNT.
           MOVE 'N' TO WS-ROUND-FLAG
           IF WS-ROUND-TEST IS EQUAL TO ZERO
               GO TO TEST-ROUND-AMOUNT-EXIT
           END-IF
           DIVIDE WS-ROUND-TEST BY WS-ROUND-UNIT
               GIVING WS-ROUND-QUOTIENT REMAINDER WS-ROUND-REM
           IF WS-ROUND-REM IS EQUAL TO ZERO
               SET WS-ROUND-AMOUNT TO TRUE
           END-IF
           .
       TEST-ROUND-AMOUNT-EXIT.
           EXIT
           .
       LOCATE-SUMMARY-ROW.
           MOVE WS-ROW-PID TO KWK-PID
           MOVE WS-ROW-ACCOUNT TO KWK-ACCOUNT
           MOVE SPACES TO KWK-PAYOR-ROUTING
           MOVE SPACES TO KWK-PAYOR-ACCOUNT
           PERFORM READ-WORK-ROW THRU READ-WORK-ROW-EXIT
           .
       LOCATE-SUMMARY-ROW-EXIT.
           EXIT
           .
       READ-WORK-ROW.
           MOVE 'N' TO WS-NEW-ROW-FLAG
           READ KITEWRK-FILE
               INVALID KEY
                   SET WS-NEW-ROW TO TRUE
                   MOVE ZERO TO KWK-CREDIT-TOTAL
                   MOVE ZERO TO KWK-DEBIT-TOTAL
                   MOVE ZERO TO KWK-CHQ-DEP-COUNT
                   MOVE ZERO TO KWK-CHQ-DEP-ROUND
                   MOVE ZERO TO KWK-CHQ-DEP-TOTAL
                   MOVE ZERO TO KWK-DRAW-ROUND
                   MOVE ZERO TO KWK-OWN-XFER-COUNT
                   MOVE ZERO TO KWK-REF-COUNT
                   PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                           UNTIL WS-REF-IDX IS GREATER THAN 5
                       MOVE ZERO TO KWK-REF (WS-REF-IDX)
                   END-PERFORM
           END-READ
           .
       READ-WORK-ROW-EXIT.
           EXIT
           .
       SAVE-WORK-ROW.
           IF WS-NEW-ROW
               WRITE KITEWRK-RECORD
           ELSE
               REWRITE KITEWRK-RECORD
           END-IF
           .
       SAVE-WORK-ROW-EXIT.
           EXIT
           .
      *****************************************************************
      * KITEWRK comes back in PID and account order, each account's   *
      * summary row ahead of its payor rows - a change of account     *
      * scores the one just read, a change of PID the customer.       *
      *****************************************************************
       READ-ONE-WORK-ROW.
           IF KWK-PID IS NOT EQUAL TO WS-CUR-PID
               IF WS-CUR-ACCOUNT IS NOT EQUAL TO SPACES
                   PERFORM SCORE-ONE-ACCOUNT THRU
                       SCORE-ONE-ACCOUNT-EXIT
                   PERFORM SCORE-ONE-CUSTOMER THRU
                       SCORE-ONE-CUSTOMER-EXIT
               END-IF
               MOVE KWK-PID TO WS-CUR-PID
               MOVE ZERO TO WS-CST-COUNT
               MOVE ZERO TO WS-CST-BEST
               MOVE ZERO TO WS-CST-OWN-XFER
               PERFORM START-ONE-ACCOUNT THRU START-ONE-ACCOUNT-EXIT
           ELSE
               IF KWK-ACCOUNT IS NOT EQUAL TO WS-CUR-ACCOUNT
                   PERFORM SCORE-ONE-ACCOUNT THRU
                       SCORE-ONE-ACCOUNT-EXIT
                   PERFORM START-ONE-ACCOUNT THRU
                       START-ONE-ACCOUNT-EXIT
               END-IF
           END-IF
           .
           IF KWK-PAYOR-ROUTING IS EQUAL TO SPACES
               AND KWK-PAYOR-ACCOUNT IS EQUAL TO SPACES
               MOVE KWK-CREDIT-TOTAL TO WS-CUR-CREDITS
               MOVE KWK-DEBIT-TOTAL TO WS-CUR-DEBITS
               MOVE KWK-CHQ-DEP-COUNT TO WS-CUR-CHQ-COUNT
               MOVE KWK-CHQ-DEP-TOTAL TO WS-CUR-CHQ-TOTAL
               MOVE KWK-DRAW-ROUND TO WS-CUR-DRAW-ROUND
               MOVE KWK-OWN-XFER-COUNT TO WS-CUR-OWN-XFER
               MOVE KWK-REF-COUNT TO WS-CUR-REF-COUNT
               PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                       UNTIL WS-REF-IDX IS GREATER THAN 5
                   MOVE KWK-REF (WS-REF-IDX) TO WS-CUR-REF (WS-REF-IDX)
               END-PERFORM
           ELSE
               IF KWK-CHQ-DEP-ROUND IS GREATER THAN WS-CUR-PAYOR-MAX
                   MOVE KWK-CHQ-DEP-ROUND TO WS-CUR-PAYOR-MAX
               END-IF
           END-IF
           .
       READ-ONE-WORK-ROW-EXIT.
           EXIT
           .
       START-ONE-ACCOUNT.
           MOVE KWK-ACCOUNT TO WS-CUR-ACCOUNT
           MOVE ZERO TO WS-CUR-CREDITS
           MOVE ZERO TO WS-CUR-DEBITS
           MOVE ZERO TO WS-CUR-CHQ-COUNT
           MOVE ZERO TO WS-CUR-CHQ-TOTAL
           MOVE ZERO TO WS-CUR-DRAW-ROUND
           MOVE ZERO TO WS-CUR-OWN-XFER
           MOVE ZERO TO WS-CUR-PAYOR-MAX
           MOVE ZERO TO WS-CUR-REF-COUNT
           .
       START-ONE-ACCOUNT-EXIT.
           EXIT
           .
      *****************************************************************
      * Balance at the start of the window is today's ledger less the *
      * window's net postings. Scores: P 30 for repeated round        *
      * cheques from one payor, D 15 for round draws alongside them,  *
      * U 25 for a rise the held funds account for, R 20 for deposits *
      * at the policy multiple of the average balance. Loan and line  *
      * of credit shadows are not deposit accounts and are passed.    *
      *****************************************************************
       SCORE-ONE-ACCOUNT.
           ADD WS-CUR-OWN-XFER TO WS-CST-OWN-XFER
           IF WS-CUR-CHQ-COUNT IS EQUAL TO ZERO
               GO TO SCORE-ONE-ACCOUNT-EXIT
           END-IF
           MOVE WS-CUR-PID TO AMS-OWNER-PID
           MOVE WS-CUR-ACCOUNT TO AMS-ACCOUNT
           READ ACCTMST-FILE
               INVALID KEY
                   GO TO SCORE-ONE-ACCOUNT-EXIT
           END-READ
           IF AMS-PRODUCT-CODE IS EQUAL TO 'LOAN'
               OR AMS-PRODUCT-CODE IS EQUAL TO 'LOC '
               GO TO SCORE-ONE-ACCOUNT-EXIT
           END-IF
           ADD 1 TO WS-ACCOUNT-COUNT
           PERFORM TOTAL-ACTIVE-HOLDS THRU TOTAL-ACTIVE-HOLDS-EXIT
           .
           COMPUTE WS-START-BALANCE = AMS-BALANCE
               - (WS-CUR-CREDITS - WS-CUR-DEBITS)
           COMPUTE WS-AVERAGE-BALANCE =
               (WS-START-BALANCE + AMS-BALANCE) / 2
           IF WS-AVERAGE-BALANCE IS LESS THAN 1
               MOVE 1 TO WS-AVERAGE-BALANCE
           END-IF
           MOVE ZERO TO WS-ACC-SCORE
           MOVE SPACES TO WS-ACC-FLAGS
           .
           IF WS-CUR-PAYOR-MAX IS NOT LESS THAN WS-REPEAT-COUNT
               ADD 30 TO WS-ACC-SCORE
               MOVE 'P' TO WS-ACC-FLAGS(1:1)
               IF WS-CUR-DRAW-ROUND IS NOT LESS THAN WS-REPEAT-COUNT
                   ADD 15 TO WS-ACC-SCORE
                   MOVE 'D' TO WS-ACC-FLAGS(2:1)
               END-IF
           END-IF
           IF AMS-BALANCE IS GREATER THAN WS-START-BALANCE
               AND WS-CUR-HELD IS GREATER THAN ZERO
               AND AMS-BALANCE - WS-CUR-HELD IS NOT GREATER THAN
                   WS-START-BALANCE
               ADD 25 TO WS-ACC-SCORE
               MOVE 'U' TO WS-ACC-FLAGS(3:1)
           END-IF
           IF WS-CUR-CREDITS IS NOT LESS THAN
                   WS-AVERAGE-BALANCE * WS-DEPOSIT-RATIO
               ADD 20 TO WS-ACC-SCORE
               MOVE 'R' TO WS-ACC-FLAGS(4:1)
           END-IF
           IF WS-ACC-SCORE IS EQUAL TO ZERO
               AND WS-CUR-HELD IS EQUAL TO ZERO
               GO TO SCORE-ONE-ACCOUNT-EXIT
           END-IF
           .
           IF WS-CST-COUNT IS NOT LESS THAN 20
               DISPLAY 'Too many accounts to score for PID ' WS-CUR-PID
               GO TO SCORE-ONE-ACCOUNT-EXIT
           END-IF
           ADD 1 TO WS-CST-COUNT
           MOVE WS-CUR-ACCOUNT TO WS-CST-ACCOUNT (WS-CST-COUNT)
           MOVE WS-ACC-SCORE TO WS-CST-ACC-SCORE (WS-CST-COUNT)
           MOVE WS-ACC-FLAGS TO WS-CST-FLAGS (WS-CST-COUNT)
           MOVE WS-CUR-CHQ-COUNT TO WS-CST-CHQ-COUNT (WS-CST-COUNT)
           MOVE WS-CUR-CREDITS TO WS-CST-CREDITS (WS-CST-COUNT)
           MOVE WS-CUR-HELD TO WS-CST-HELD (WS-CST-COUNT)
           MOVE WS-CUR-REF-COUNT TO WS-CST-REF-COUNT (WS-CST-COUNT)
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                   UNTIL WS-REF-IDX IS GREATER THAN 5
               MOVE WS-CUR-REF (WS-REF-IDX) TO
                   WS-CST-REF (WS-CST-COUNT, WS-REF-IDX)
           END-PERFORM
           IF WS-CST-BEST IS EQUAL TO ZERO
               MOVE WS-CST-COUNT TO WS-CST-BEST
           ELSE
               IF WS-ACC-SCORE IS GREATER THAN
                       WS-CST-ACC-SCORE (WS-CST-BEST)
                   MOVE WS-CST-COUNT TO WS-CST-BEST
               END-IF
           END-IF
           .
       SCORE-ONE-ACCOUNT-EXIT.
           EXIT
           .
       TOTAL-ACTIVE-HOLDS.
           MOVE ZERO TO WS-CUR-HELD
           MOVE WS-CUR-PID TO HLD-OWNER-PID
           MOVE WS-CUR-ACCOUNT TO HLD-ACCOUNT
           MOVE ZERO TO HLD-SEQ-NO
           MOVE 'N' TO WS-HOLDMST-EOF-FLAG
           START HOLDMST-FILE KEY IS NOT LESS THAN HLD-KEY
               INVALID KEY
                   SET WS-HOLDMST-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-HOLDMST-EOF
               READ HOLDMST-FILE NEXT RECORD
                   AT END
                       SET WS-HOLDMST-EOF TO TRUE
                   NOT AT END
                       IF WS-HOLDMST-OK
                           AND HLD-OWNER-PID IS EQUAL TO WS-CUR-PID
                           AND HLD-ACCOUNT IS EQUAL TO WS-CUR-ACCOUNT
                           IF HLD-ACTIVE
                               ADD HLD-AMOUNT TO WS-CUR-HELD
                           END-IF
                       ELSE
                           SET WS-HOLDMST-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           .
       TOTAL-ACTIVE-HOLDS-EXIT.
           EXIT
           .
      *****************************************************************
      * The customer scores as their worst account, plus X 10 when    *
      * two or more scoring accounts pass money between themselves.   *
      * At the case score the customer goes on the review list; while *
      * the case is open their held accounts are kept on hold.        *
      *****************************************************************
       SCORE-ONE-CUSTOMER.
           IF WS-CST-BEST IS EQUAL TO ZERO
               GO TO SCORE-ONE-CUSTOMER-EXIT
           END-IF
           MOVE WS-CST-ACC-SCORE (WS-CST-BEST) TO WS-CST-SCORE
           MOVE ZERO TO WS-CST-SCORING
           PERFORM VARYING WS-CST-IX FROM 1 BY 1
                   UNTIL WS-CST-IX IS GREATER THAN WS-CST-COUNT
               IF WS-CST-ACC-SCORE (WS-CST-IX) IS GREATER THAN ZERO
                   ADD 1 TO WS-CST-SCORING
               END-IF
           END-PERFORM
           IF WS-CST-SCORING IS GREATER THAN 1
               AND WS-CST-OWN-XFER IS GREATER THAN ZERO
               ADD 10 TO WS-CST-SCORE
               PERFORM VARYING WS-CST-IX FROM 1 BY 1
                       UNTIL WS-CST-IX IS GREATER THAN WS-CST-COUNT
                   IF WS-CST-ACC-SCORE (WS-CST-IX) IS GREATER THAN
                           ZERO
                       MOVE 'X' TO WS-CST-FLAGS (WS-CST-IX)(5:1)
                   END-IF
               END-PERFORM
           END-IF
           IF WS-CST-SCORE IS GREATER THAN 100
               MOVE 100 TO WS-CST-SCORE
           END-IF
           IF WS-CST-SCORE IS LESS THAN WS-CASE-SCORE
               GO TO SCORE-ONE-CUSTOMER-EXIT
           END-IF
           ADD 1 TO WS-SUSPECT-COUNT
           .
           PERFORM CHECK-PRIOR-CASE THRU CHECK-PRIOR-CASE-EXIT
           IF WS-PRC-FOUND
               IF WS-PRC-OPEN
                   MOVE 'CASE OPEN' TO WS-CST-ACTION
               ELSE
                   MOVE 'RECENTLY SEEN' TO WS-CST-ACTION
               END-IF
           ELSE
               PERFORM OPEN-KITE-CASE THRU OPEN-KITE-CASE-EXIT
               SET WS-PRC-OPEN TO TRUE
           END-IF
           .
           PERFORM VARYING WS-CST-IX FROM 1 BY 1
                   UNTIL WS-CST-IX IS GREATER THAN WS-CST-COUNT
               IF WS-EXTEND-HOLDS AND WS-PRC-OPEN
                   AND WS-CST-HELD (WS-CST-IX) IS GREATER THAN ZERO
                   MOVE SPACES TO HOLDREQ-RECORD
                   SET HRQ-EXTEND TO TRUE
                   MOVE WS-CUR-PID TO HRQ-OWNER-PID
                   MOVE WS-CST-ACCOUNT (WS-CST-IX) TO HRQ-ACCOUNT
                   MOVE ZERO TO HRQ-SEQ-NO
                   MOVE ZERO TO HRQ-AMOUNT
                   MOVE 'Kiting review' TO HRQ-REASON
                   MOVE WS-EXTEND-TO TO HRQ-RELEASE-DATE
                   WRITE HOLDREQ-RECORD
                   ADD 1 TO WS-EXTEND-COUNT
               END-IF
               MOVE WS-CUR-PID TO WS-RPT-PID
               MOVE WS-CST-ACCOUNT (WS-CST-IX) TO WS-RPT-ACCOUNT
               MOVE WS-CST-ACC-SCORE (WS-CST-IX) TO WS-RPT-SCORE
               MOVE WS-CST-FLAGS (WS-CST-IX) TO WS-RPT-FLAGS
               MOVE WS-CST-CHQ-COUNT (WS-CST-IX) TO WS-RPT-CHQS
               MOVE WS-CST-CREDITS (WS-CST-IX) TO WS-RPT-DEPOSITS
               MOVE WS-CST-HELD (WS-CST-IX) TO WS-RPT-HELD
               MOVE WS-CST-ACTION TO WS-RPT-ACTION
               WRITE KITERPT-RECORD FROM WS-REPORT-LINE
           END-PERFORM
           .
       SCORE-ONE-CUSTOMER-EXIT.
           EXIT
           .
       OPEN-KITE-CASE.
           ADD 1 TO WS-NEXT-CASE-NO
           MOVE SPACES TO AMLCASE-RECORD
           MOVE WS-NEXT-CASE-NO TO AMC-CASE-NO
           MOVE WS-CUR-PID TO AMC-PID
           MOVE 'KITE' TO AMC-RULE-ID
           MOVE WS-CST-SCORE TO AMC-SCORE
           MOVE GBD-BUSINESS-DATE TO AMC-OPENED-DATE
           SET AMC-OPEN TO TRUE
           MOVE SPACES TO AMC-DISPOSED-BY
           MOVE ZERO TO AMC-DISPOSED-DATE
           MOVE WS-CST-REF-COUNT (WS-CST-BEST) TO AMC-REF-COUNT
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                   UNTIL WS-REF-IDX IS GREATER THAN 5
               MOVE WS-CST-REF (WS-CST-BEST, WS-REF-IDX) TO
                   AMC-REF (WS-REF-IDX)
           END-PERFORM
           WRITE AMLCASE-RECORD
               INVALID KEY
                   DISPLAY 'AMLCASE write failed for case '
                       WS-NEXT-CASE-NO
                   MOVE 'NO CASE OPENED' TO WS-CST-ACTION
                   GO TO OPEN-KITE-CASE-EXIT
           END-WRITE
           ADD 1 TO WS-CASE-COUNT
           MOVE SPACES TO WS-CST-ACTION
           STRING 'CASE ' WS-NEXT-CASE-NO DELIMITED BY SIZE
               INTO WS-CST-ACTION
           .
       OPEN-KITE-CASE-EXIT.
           EXIT
           .
       FIND-NEXT-CASE-NO.
           MOVE ZERO TO WS-NEXT-CASE-NO
           MOVE LOW-VALUES TO AMC-CASE-NO
           START AMLCASE-FILE KEY IS NOT LESS THAN AMC-CASE-NO
               INVALID KEY
                   GO TO FIND-NEXT-CASE-NO-EXIT
           END-START
           PERFORM UNTIL WS-AMLCASE-STATUS NOT EQUAL '00'
               READ AMLCASE-FILE NEXT RECORD
                   AT END
                       MOVE '10' TO WS-AMLCASE-STATUS
                   NOT AT END
                       MOVE AMC-CASE-NO TO WS-NEXT-CASE-NO
                       IF AMC-RULE-ID IS EQUAL TO 'KITE'
                           AND WS-PRC-COUNT IS LESS THAN 500
                           ADD 1 TO WS-PRC-COUNT
                           MOVE AMC-PID TO WS-PRC-PID (WS-PRC-COUNT)
                           MOVE AMC-STATUS TO
                               WS-PRC-STATUS (WS-PRC-COUNT)
                           MOVE AMC-DISPOSED-DATE TO
                               WS-PRC-DISPOSED-DATE (WS-PRC-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           MOVE '00' TO WS-AMLCASE-STATUS
           .
       FIND-NEXT-CASE-NO-EXIT.
           EXIT
           .
       CHECK-PRIOR-CASE.
           MOVE 'N' TO WS-PRC-FOUND-FLAG
           MOVE 'N' TO WS-PRC-OPEN-FLAG
           MOVE GBD-BUSINESS-DATE TO WS-PRC-DATE-SPLIT
           COMPUTE WS-RUN-DAYS =
               WS-PRC-YYYY * 365 + WS-PRC-MM * 30 + WS-PRC-DD
           PERFORM VARYING WS-PRC-IDX FROM 1 BY 1
                   UNTIL WS-PRC-IDX IS GREATER THAN WS-PRC-COUNT
               IF WS-PRC-PID (WS-PRC-IDX) IS EQUAL TO WS-CUR-PID
                   IF WS-PRC-STATUS (WS-PRC-IDX) IS EQUAL TO 'O'
                       SET WS-PRC-FOUND TO TRUE
                       SET WS-PRC-OPEN TO TRUE
                   ELSE
                       MOVE WS-PRC-DISPOSED-DATE (WS-PRC-IDX)
                           TO WS-PRC-DATE-SPLIT
                       COMPUTE WS-PRC-DAYS =
                           WS-PRC-YYYY * 365 + WS-PRC-MM * 30 +
                           WS-PRC-DD
                       IF WS-RUN-DAYS - WS-PRC-DAYS IS LESS THAN 30
                           SET WS-PRC-FOUND TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .
       CHECK-PRIOR-CASE-EXIT.
           EXIT
           .
       STEP-ONE-DAY-FORWARD.
           PERFORM GET-MONTH-LENGTH THRU GET-MONTH-LENGTH-EXIT
           ADD 1 TO WS-DTW-DD
           IF WS-DTW-DD IS GREATER THAN WS-THIS-MONTH-DAYS
               MOVE 1 TO WS-DTW-DD
               ADD 1 TO WS-DTW-MM
               IF WS-DTW-MM IS GREATER THAN 12
                   MOVE 1 TO WS-DTW-MM
                   ADD 1 TO WS-DTW-YYYY
               END-IF
           END-IF
           .
       STEP-ONE-DAY-FORWARD-EXIT.
           EXIT
           .
       STEP-ONE-DAY-BACK.
           IF WS-DTW-DD IS GREATER THAN 1
               SUBTRACT 1 FROM WS-DTW-DD
               GO TO STEP-ONE-DAY-BACK-EXIT
           END-IF
           SUBTRACT 1 FROM WS-DTW-MM
           IF WS-DTW-MM IS LESS THAN 1
               MOVE 12 TO WS-DTW-MM
               SUBTRACT 1 FROM WS-DTW-YYYY
           END-IF
           PERFORM GET-MONTH-LENGTH THRU GET-MONTH-LENGTH-EXIT
           MOVE WS-THIS-MONTH-DAYS TO WS-DTW-DD
           .
       STEP-ONE-DAY-BACK-EXIT.
           EXIT
           .
       GET-MONTH-LENGTH.
           MOVE WS-DAYS-IN-MONTH(WS-DTW-MM) TO WS-THIS-MONTH-DAYS
           IF WS-DTW-MM IS EQUAL TO 2
               DIVIDE WS-DTW-YYYY BY 4 GIVING WS-LEAP-WORK
                   REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM IS EQUAL TO ZERO
                   MOVE 29 TO WS-THIS-MONTH-DAYS
               END-IF
           END-IF
           .
       GET-MONTH-LENGTH-EXIT.
           EXIT
           .
