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

001150***************************************************************** rprgap
001160* Program:     RPRGAP.CBL                                       * rprgap
001170* Function:    Monthly interest-rate repricing gap for the      * rprgap
001180*              asset/liability committee. Every rate-sensitive  * rprgap
001190*              balance is placed by its next repricing date:    * rprgap
001200*              variable loans on the next anniversary of their  * rprgap
001210*              last RATETBL repricing, fixed loans at term      * rprgap
001220*              maturity (or the end of amortization when not on * rprgap
001230*              a term), drawn lines of credit and               * rprgap
001240*              interest-bearing deposits overnight, and open    * rprgap
001250*              GICs at maturity. RPRGAP totals assets and       * rprgap
001260*              liabilities into overnight, to 3 months, 3-6     * rprgap
001270*              months, 6-12 months, 1-5 years and over 5 years  * rprgap
001280*              buckets, shows the periodic and cumulative gap,  * rprgap
001290*              and estimates the one-year change in net         * rprgap
001300*              interest income from a parallel GAPPOL shock up  * rprgap
001310*              and down, weighting each balance that reprices   * rprgap
001320*              inside the year by the part of the year left     * rprgap
001330*              after it does.                                   * rprgap
001340***************************************************************** rprgap
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPRGAP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTMST-FILE ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AMS-KEY
               FILE STATUS IS WS-ACCTMST-STATUS.
           SELECT LOANMST-FILE ASSIGN TO "LOANMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LNM-KEY
               FILE STATUS IS WS-LOANMST-STATUS.
           SELECT LOCMST-FILE ASSIGN TO "LOCMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOC-KEY
               FILE STATUS IS WS-LOCMST-STATUS.
           SELECT GICMST-FILE ASSIGN TO "GICMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GIC-KEY
               FILE STATUS IS WS-GICMST-STATUS.
           SELECT GAPPOL-FILE ASSIGN TO "GAPPOL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GAPPOL-STATUS.
           SELECT GAPRPT-FILE ASSIGN TO "GAPRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GAPRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCTMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CACCTMST.

       FD LOANMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CLOANMST.

       FD LOCMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CLOCMST.

       FD GICMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CGICMST.

       FD GAPPOL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CGAPPOL.

       FD GAPRPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 GAPRPT-RECORD                   PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'RPRGAP'.
         05 WS-ACCTMST-STATUS PIC X(2).
           88 WS-ACCTMST-OK VALUE '00'.
         05 WS-LOANMST-STATUS PIC X(2).
           88 WS-LOANMST-OK VALUE '00'.
         05 WS-LOCMST-STATUS PIC X(2).
           88 WS-LOCMST-OK VALUE '00'.
         05 WS-GICMST-STATUS PIC X(2).
           88 WS-GICMST-OK VALUE '00'.
         05 WS-GAPPOL-STATUS PIC X(2).
           88 WS-GAPPOL-OK VALUE '00'.
         05 WS-GAPRPT-STATUS PIC X(2).
           88 WS-GAPRPT-OK VALUE '00'.
         05 WS-ACCTMST-EOF-FLAG PIC X(1).
           88 WS-ACCTMST-EOF VALUE 'Y'.
         05 WS-LOANMST-EOF-FLAG PIC X(1).
           88 WS-LOANMST-EOF VALUE 'Y'.
         05 WS-LOCMST-EOF-FLAG PIC X(1).
           88 WS-LOCMST-EOF VALUE 'Y'.
         05 WS-GICMST-EOF-FLAG PIC X(1).
           88 WS-GICMST-EOF VALUE 'Y'.
         05 WS-SHOCK-BPS PIC 9(3) VALUE 200.
         05 WS-ITEM-COUNT PIC 9(7) VALUE ZERO.
         05 WS-ITEM-BALANCE PIC S9(9)V99.
         05 WS-ITEM-REPRICE-DATE PIC 9(8).
         05 WS-ITEM-CATEGORY PIC 9(1).
         05 WS-ITEM-DAYS PIC S9(7).
         05 WS-ITEM-BUCKET PIC 9(1).
         05 WS-ITEM-SIDE PIC X(1).
           88 WS-ITEM-ASSET VALUE 'A'.
           88 WS-ITEM-LIABILITY VALUE 'L'.
         05 WS-BKT-IDX PIC 9(1).
         05 WS-CAT-IDX PIC 9(1).
         05 WS-YEAR-GUARD PIC 9(3).
         05 WS-MONTH-TOTAL PIC 9(5).
         05 WS-YEARS-TO-ADD PIC 9(4).
         05 WS-MONTHS-LEFT PIC 9(2).
         05 WS-DAY-NUMBER PIC S9(9).
         05 WS-BUSINESS-DAY-NUMBER PIC S9(9).
         05 WS-CUMULATIVE-GAP PIC S9(11)V99 VALUE ZERO.
         05 WS-PERIODIC-GAP PIC S9(11)V99.
         05 WS-TOTAL-ASSETS PIC S9(11)V99 VALUE ZERO.
         05 WS-TOTAL-LIABILITIES PIC S9(11)V99 VALUE ZERO.
         05 WS-NII-SENSITIVITY PIC S9(11)V99 VALUE ZERO.
         05 WS-NII-CHANGE PIC S9(11)V99.
         05 WS-DATE-WORK.
           10 WS-DW-YYYY PIC 9(4).
           10 WS-DW-MM PIC 9(2).
           10 WS-DW-DD PIC 9(2).
         05 WS-DATE-WORK-N REDEFINES WS-DATE-WORK PIC 9(8).
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
           10 FILLER PIC X(5).
      *****************************************************************
      * The six repricing buckets, by days from the business date.    *
      *****************************************************************
       01 WS-BUCKET-NAMES.
         05 FILLER PIC X(12) VALUE 'OVERNIGHT'.
         05 FILLER PIC X(12) VALUE 'TO 3 MONTHS'.
         05 FILLER PIC X(12) VALUE '3-6 MONTHS'.
         05 FILLER PIC X(12) VALUE '6-12 MONTHS'.
         05 FILLER PIC X(12) VALUE '1-5 YEARS'.
         05 FILLER PIC X(12) VALUE 'OVER 5 YEARS'.
       01 WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAMES.
         05 WS-BKT-NAME PIC X(12) OCCURS 6 TIMES.
       01 WS-BUCKET-TABLE.
         05 WS-BKT-ENTRY OCCURS 6 TIMES.
           10 WS-BKT-ASSETS PIC S9(11)V99.
           10 WS-BKT-LIABILITIES PIC S9(11)V99.
      *****************************************************************
      * What went into the gap, by kind of balance.                   *
      *****************************************************************
       01 WS-CATEGORY-NAMES.
         05 FILLER PIC X(16) VALUE 'FIXED LOANS'.
         05 FILLER PIC X(16) VALUE 'VARIABLE LOANS'.
         05 FILLER PIC X(16) VALUE 'LINES OF CREDIT'.
         05 FILLER PIC X(16) VALUE 'DEPOSITS'.
         05 FILLER PIC X(16) VALUE 'GICS'.
       01 WS-CATEGORY-NAME-TABLE REDEFINES WS-CATEGORY-NAMES.
         05 WS-CAT-NAME PIC X(16) OCCURS 5 TIMES.
       01 WS-CATEGORY-TABLE.
         05 WS-CAT-ENTRY OCCURS 5 TIMES.
           10 WS-CAT-COUNT PIC 9(7).
           10 WS-CAT-BALANCE PIC S9(11)V99.
       01 WS-REPORT-HEADING.
         05 FILLER PIC X(43) VALUE
             'INTEREST RATE REPRICING GAP  BUSINESS DATE '.
         05 WS-RPT-HDG-DATE PIC 9(8).
         05 FILLER PIC X(29) VALUE SPACES.
       01 WS-BOOK-HEADING.
         05 FILLER PIC X(80) VALUE 'RATE-SENSITIVE BOOK'.
       01 WS-REPORT-BOOK-LINE.
         05 WS-RPT-CAT-NAME PIC X(16).
         05 FILLER PIC X(7) VALUE ' ITEMS '.
         05 WS-RPT-CAT-COUNT PIC ZZZZZZ9.
         05 FILLER PIC X(9) VALUE ' BALANCE '.
         05 WS-RPT-CAT-BALANCE PIC -(11)9.99.
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-CAT-SIDE PIC X(9).
         05 FILLER PIC X(16) VALUE SPACES.
       01 WS-COLUMN-HEADING.
         05 FILLER PIC X(40) VALUE
             'BUCKET               ASSETS    LIABILITI'.
         05 FILLER PIC X(40) VALUE
             'ES   PERIODIC GAP CUMULATIVE GAP'.
       01 WS-REPORT-GAP-LINE.
         05 WS-RPT-BKT-NAME PIC X(12).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-ASSETS PIC -(10)9.99.
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-LIABILITIES PIC -(10)9.99.
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-PERIODIC-GAP PIC -(10)9.99.
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-CUMULATIVE-GAP PIC -(10)9.99.
         05 FILLER PIC X(8) VALUE SPACES.
       01 WS-REPORT-SHOCK-LINE.
         05 FILLER PIC X(15) VALUE 'PARALLEL SHOCK '.
         05 WS-RPT-SHK-SIGN PIC X(1).
         05 WS-RPT-SHK-BPS PIC ZZ9.
         05 FILLER PIC X(25) VALUE ' BP  ONE-YEAR NII CHANGE '.
         05 WS-RPT-SHK-CHANGE PIC -(10)9.99.
         05 FILLER PIC X(22) VALUE SPACES.
       01 WS-BLANK-LINE PIC X(80) VALUE SPACES.

       COPY CGETBDTQ.

       COPY CRUNCTLQ.

       PROCEDURE DIVISION.
       000-START-PROCESSING.
           MOVE 'S' TO RCQ-FUNCTION
           MOVE 'RPRGAP' TO RCQ-JOB-NAME
           MOVE SPACES TO RCQ-PREREQ-JOB
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           IF RCQ-REPLY-REFUSED
               DISPLAY 'Run control refused start: ' RCQ-REPLY-MSG
               STOP RUN
           END-IF
           .
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           CALL 'GETBDTE' USING GETBDTE-REQUEST
           MOVE GBD-BUSINESS-DATE TO WS-DATE-WORK-N
           PERFORM COMPUTE-DAY-NUMBER THRU COMPUTE-DAY-NUMBER-EXIT
           MOVE WS-DAY-NUMBER TO WS-BUSINESS-DAY-NUMBER
           .
           PERFORM LOAD-GAP-POLICY THRU LOAD-GAP-POLICY-EXIT
           .
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX IS GREATER THAN 6
               MOVE ZERO TO WS-BKT-ASSETS(WS-BKT-IDX)
               MOVE ZERO TO WS-BKT-LIABILITIES(WS-BKT-IDX)
           END-PERFORM
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX IS GREATER THAN 5
               MOVE ZERO TO WS-CAT-COUNT(WS-CAT-IDX)
               MOVE ZERO TO WS-CAT-BALANCE(WS-CAT-IDX)
           END-PERFORM
           .
           OPEN INPUT ACCTMST-FILE
           OPEN INPUT LOANMST-FILE
           OPEN INPUT LOCMST-FILE
           OPEN INPUT GICMST-FILE
           .
           PERFORM GAP-DEPOSITS THRU GAP-DEPOSITS-EXIT
           PERFORM GAP-LOANS THRU GAP-LOANS-EXIT
           PERFORM GAP-LINES THRU GAP-LINES-EXIT
           PERFORM GAP-GICS THRU GAP-GICS-EXIT
           .
           CLOSE ACCTMST-FILE
           CLOSE LOANMST-FILE
           CLOSE LOCMST-FILE
           CLOSE GICMST-FILE
           .
           PERFORM WRITE-GAP-REPORT THRU WRITE-GAP-REPORT-EXIT
           .
           DISPLAY WS-ITEM-COUNT ' rate-sensitive balance(s) gapped, '
               'shock ' WS-SHOCK-BPS ' bp'
           .
           MOVE 'E' TO RCQ-FUNCTION
           MOVE WS-ITEM-COUNT TO RCQ-REC-COUNT
           MOVE 'C' TO RCQ-OUTCOME
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           .
           STOP RUN
           .
       LOAD-GAP-POLICY.
           OPEN INPUT GAPPOL-FILE
           IF NOT WS-GAPPOL-OK
               GO TO LOAD-GAP-POLICY-EXIT
           END-IF
           READ GAPPOL-FILE
               AT END
                   CLOSE GAPPOL-FILE
                   GO TO LOAD-GAP-POLICY-EXIT
           END-READ
           IF GPL-SHOCK-BPS IS NUMERIC
               AND GPL-SHOCK-BPS IS GREATER THAN ZERO
               MOVE GPL-SHOCK-BPS TO WS-SHOCK-BPS
           END-IF
           CLOSE GAPPOL-FILE
           .
       LOAD-GAP-POLICY-EXIT.
           EXIT
           .
      *****************************************************************
      * Interest-bearing deposit balances are paid at administered    *
      * RATETBL rates the bank can change tomorrow - overnight.       *
      *****************************************************************
       GAP-DEPOSITS.
           IF NOT WS-ACCTMST-OK
               GO TO GAP-DEPOSITS-EXIT
           END-IF
           MOVE LOW-VALUES TO AMS-KEY
           START ACCTMST-FILE KEY IS NOT LESS THAN AMS-KEY
               INVALID KEY
                   SET WS-ACCTMST-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-ACCTMST-EOF
               READ ACCTMST-FILE NEXT RECORD
                   AT END
                       SET WS-ACCTMST-EOF TO TRUE
                   NOT AT END
                       IF AMS-INTEREST-BEARING
                           AND AMS-BALANCE IS GREATER THAN ZERO
                           MOVE AMS-BALANCE TO WS-ITEM-BALANCE
                           MOVE GBD-BUSINESS-DATE TO
                               WS-ITEM-REPRICE-DATE
                           MOVE 4 TO WS-ITEM-CATEGORY
                           SET WS-ITEM-LIABILITY TO TRUE
                           PERFORM CLASSIFY-ONE-ITEM THRU
                               CLASSIFY-ONE-ITEM-EXIT
                       END-IF
               END-READ
           END-PERFORM
           .
       GAP-DEPOSITS-EXIT.
           EXIT
           .
      *****************************************************************
      * The loan balance is the drawn amount on its shadow ACCTMST    *
      * row, as LoanEclBatch reads it. A variable loan reprices on    *
      * the anniversary of its last repricing; a fixed loan at the    *
      * end of its term, or of its amortization when not on a term.   *
      *****************************************************************
       GAP-LOANS.
           IF NOT WS-LOANMST-OK
               GO TO GAP-LOANS-EXIT
           END-IF
           MOVE LOW-VALUES TO LNM-KEY
           START LOANMST-FILE KEY IS NOT LESS THAN LNM-KEY
               INVALID KEY
                   SET WS-LOANMST-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-LOANMST-EOF
               READ LOANMST-FILE NEXT RECORD
                   AT END
                       SET WS-LOANMST-EOF TO TRUE
                   NOT AT END
                       IF LNM-ACTIVE
                           PERFORM GAP-ONE-LOAN THRU GAP-ONE-LOAN-EXIT
                       END-IF
               END-READ
           END-PERFORM
           .
       GAP-LOANS-EXIT.
           EXIT
           .
       GAP-ONE-LOAN.
           MOVE LNM-OWNER-PID TO AMS-OWNER-PID
           MOVE LNM-ACCOUNT TO AMS-ACCOUNT
           READ ACCTMST-FILE
               INVALID KEY
                   GO TO GAP-ONE-LOAN-EXIT
           END-READ
           IF AMS-BALANCE IS NOT LESS THAN ZERO
               GO TO GAP-ONE-LOAN-EXIT
           END-IF
           COMPUTE WS-ITEM-BALANCE = ZERO - AMS-BALANCE
           SET WS-ITEM-ASSET TO TRUE
           .
           IF LNM-RATE-VARIABLE
               MOVE 2 TO WS-ITEM-CATEGORY
               IF LNM-LAST-REPRICE-DTE IS NUMERIC
                   AND LNM-LAST-REPRICE-DTE IS GREATER THAN ZERO
                   MOVE LNM-LAST-REPRICE-DTE TO WS-DATE-WORK-N
               ELSE
                   MOVE LNM-OPEN-DATE TO WS-DATE-WORK-N
               END-IF
               MOVE ZERO TO WS-YEAR-GUARD
               ADD 1 TO WS-DW-YYYY
               PERFORM UNTIL WS-DATE-WORK-N IS GREATER THAN
                       GBD-BUSINESS-DATE
                   OR WS-YEAR-GUARD IS GREATER THAN 100
                   ADD 1 TO WS-DW-YYYY
                   ADD 1 TO WS-YEAR-GUARD
               END-PERFORM
               MOVE WS-DATE-WORK-N TO WS-ITEM-REPRICE-DATE
           ELSE
               MOVE 1 TO WS-ITEM-CATEGORY
               IF LNM-TERM-MATURITY-DTE IS NUMERIC
                   AND LNM-TERM-MATURITY-DTE IS GREATER THAN ZERO
                   MOVE LNM-TERM-MATURITY-DTE TO WS-ITEM-REPRICE-DATE
               ELSE
                   MOVE LNM-OPEN-DATE TO WS-DATE-WORK-N
                   COMPUTE WS-MONTH-TOTAL =
                       WS-DW-MM - 1 + LNM-TERM-MONTHS
                   DIVIDE WS-MONTH-TOTAL BY 12 GIVING WS-YEARS-TO-ADD
                       REMAINDER WS-MONTHS-LEFT
                   ADD WS-YEARS-TO-ADD TO WS-DW-YYYY
                   COMPUTE WS-DW-MM = WS-MONTHS-LEFT + 1
                   MOVE WS-DATE-WORK-N TO WS-ITEM-REPRICE-DATE
               END-IF
           END-IF
           .
           PERFORM CLASSIFY-ONE-ITEM THRU CLASSIFY-ONE-ITEM-EXIT
           .
       GAP-ONE-LOAN-EXIT.
           EXIT
           .
      *****************************************************************
      * A line accrues at the current 'LOC ' rate every day, so its   *
      * drawn balance reprices overnight.                             *
      *****************************************************************
       GAP-LINES.
           IF NOT WS-LOCMST-OK
               GO TO GAP-LINES-EXIT
           END-IF
           MOVE LOW-VALUES TO LOC-KEY
           START LOCMST-FILE KEY IS NOT LESS THAN LOC-KEY
               INVALID KEY
                   SET WS-LOCMST-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-LOCMST-EOF
               READ LOCMST-FILE NEXT RECORD
                   AT END
                       SET WS-LOCMST-EOF TO TRUE
                   NOT AT END
                       IF LOC-ACTIVE
                           PERFORM GAP-ONE-LINE THRU GAP-ONE-LINE-EXIT
                       END-IF
               END-READ
           END-PERFORM
           .
       GAP-LINES-EXIT.
           EXIT
           .
       GAP-ONE-LINE.
           MOVE LOC-OWNER-PID TO AMS-OWNER-PID
           MOVE LOC-ACCOUNT TO AMS-ACCOUNT
           READ ACCTMST-FILE
               INVALID KEY
                   GO TO GAP-ONE-LINE-EXIT
           END-READ
           IF AMS-BALANCE IS NOT LESS THAN ZERO
               GO TO GAP-ONE-LINE-EXIT
           END-IF
           COMPUTE WS-ITEM-BALANCE = ZERO - AMS-BALANCE
           MOVE GBD-BUSINESS-DATE TO WS-ITEM-REPRICE-DATE
           MOVE 3 TO WS-ITEM-CATEGORY
           SET WS-ITEM-ASSET TO TRUE
           PERFORM CLASSIFY-ONE-ITEM THRU CLASSIFY-ONE-ITEM-EXIT
           .
       GAP-ONE-LINE-EXIT.
           EXIT
           .
      *****************************************************************
      * A GIC's rate is locked until it matures.                      *
      *****************************************************************
       GAP-GICS.
           IF NOT WS-GICMST-OK
               GO TO GAP-GICS-EXIT
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
                           AND GIC-PRINCIPAL IS GREATER THAN ZERO
                           MOVE GIC-PRINCIPAL TO WS-ITEM-BALANCE
                           MOVE GIC-MATURITY-DATE TO
                               WS-ITEM-REPRICE-DATE
                           MOVE 5 TO WS-ITEM-CATEGORY
                           SET WS-ITEM-LIABILITY TO TRUE
                           PERFORM CLASSIFY-ONE-ITEM THRU
                               CLASSIFY-ONE-ITEM-EXIT
                       END-IF
               END-READ
           END-PERFORM
           .
       GAP-GICS-EXIT.
           EXIT
           .
      *****************************************************************
      * Bucket one balance by days to repricing - anything already    *
      * due reprices overnight. A balance repricing inside the year   *
      * earns or pays the shock for the part of the year left after   *
      * it reprices; assets add to the one-year sensitivity and       *
      * liabilities take from it.                                     *
      *****************************************************************
       CLASSIFY-ONE-ITEM.
           IF WS-ITEM-BALANCE IS EQUAL TO ZERO
               GO TO CLASSIFY-ONE-ITEM-EXIT
           END-IF
           .
           MOVE ZERO TO WS-ITEM-DAYS
           IF WS-ITEM-REPRICE-DATE IS GREATER THAN GBD-BUSINESS-DATE
               MOVE WS-ITEM-REPRICE-DATE TO WS-DATE-WORK-N
               PERFORM COMPUTE-DAY-NUMBER THRU
                   COMPUTE-DAY-NUMBER-EXIT
               COMPUTE WS-ITEM-DAYS =
                   WS-DAY-NUMBER - WS-BUSINESS-DAY-NUMBER
           END-IF
           .
           EVALUATE TRUE
               WHEN WS-ITEM-DAYS IS NOT GREATER THAN 1
                   MOVE 1 TO WS-ITEM-BUCKET
               WHEN WS-ITEM-DAYS IS NOT GREATER THAN 91
                   MOVE 2 TO WS-ITEM-BUCKET
               WHEN WS-ITEM-DAYS IS NOT GREATER THAN 182
                   MOVE 3 TO WS-ITEM-BUCKET
               WHEN WS-ITEM-DAYS IS NOT GREATER THAN 365
                   MOVE 4 TO WS-ITEM-BUCKET
               WHEN WS-ITEM-DAYS IS NOT GREATER THAN 1825
                   MOVE 5 TO WS-ITEM-BUCKET
               WHEN OTHER
                   MOVE 6 TO WS-ITEM-BUCKET
           END-EVALUATE
           .
           IF WS-ITEM-ASSET
               ADD WS-ITEM-BALANCE TO WS-BKT-ASSETS(WS-ITEM-BUCKET)
               IF WS-ITEM-DAYS IS LESS THAN 365
                   COMPUTE WS-NII-SENSITIVITY ROUNDED =
                       WS-NII-SENSITIVITY + WS-ITEM-BALANCE
                       * (365 - WS-ITEM-DAYS) / 365
               END-IF
           ELSE
               ADD WS-ITEM-BALANCE TO
                   WS-BKT-LIABILITIES(WS-ITEM-BUCKET)
               IF WS-ITEM-DAYS IS LESS THAN 365
                   COMPUTE WS-NII-SENSITIVITY ROUNDED =
                       WS-NII-SENSITIVITY - WS-ITEM-BALANCE
                       * (365 - WS-ITEM-DAYS) / 365
               END-IF
           END-IF
           ADD 1 TO WS-CAT-COUNT(WS-ITEM-CATEGORY)
           ADD WS-ITEM-BALANCE TO WS-CAT-BALANCE(WS-ITEM-CATEGORY)
           ADD 1 TO WS-ITEM-COUNT
           .
       CLASSIFY-ONE-ITEM-EXIT.
           EXIT
           .
       WRITE-GAP-REPORT.
           OPEN OUTPUT GAPRPT-FILE
           MOVE GBD-BUSINESS-DATE TO WS-RPT-HDG-DATE
           WRITE GAPRPT-RECORD FROM WS-REPORT-HEADING
           WRITE GAPRPT-RECORD FROM WS-BLANK-LINE
           WRITE GAPRPT-RECORD FROM WS-BOOK-HEADING
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX IS GREATER THAN 5
               MOVE WS-CAT-NAME(WS-CAT-IDX) TO WS-RPT-CAT-NAME
               MOVE WS-CAT-COUNT(WS-CAT-IDX) TO WS-RPT-CAT-COUNT
               MOVE WS-CAT-BALANCE(WS-CAT-IDX) TO WS-RPT-CAT-BALANCE
               IF WS-CAT-IDX IS LESS THAN 4
                   MOVE 'ASSET' TO WS-RPT-CAT-SIDE
               ELSE
                   MOVE 'LIABILITY' TO WS-RPT-CAT-SIDE
               END-IF
               WRITE GAPRPT-RECORD FROM WS-REPORT-BOOK-LINE
           END-PERFORM
           .
           WRITE GAPRPT-RECORD FROM WS-BLANK-LINE
           WRITE GAPRPT-RECORD FROM WS-COLUMN-HEADING
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX IS GREATER THAN 6
               COMPUTE WS-PERIODIC-GAP = WS-BKT-ASSETS(WS-BKT-IDX)
                   - WS-BKT-LIABILITIES(WS-BKT-IDX)
               ADD WS-PERIODIC-GAP TO WS-CUMULATIVE-GAP
               ADD WS-BKT-ASSETS(WS-BKT-IDX) TO WS-TOTAL-ASSETS
               ADD WS-BKT-LIABILITIES(WS-BKT-IDX) TO
                   WS-TOTAL-LIABILITIES
               MOVE WS-BKT-NAME(WS-BKT-IDX) TO WS-RPT-BKT-NAME
               MOVE WS-BKT-ASSETS(WS-BKT-IDX) TO WS-RPT-ASSETS
               MOVE WS-BKT-LIABILITIES(WS-BKT-IDX) TO
                   WS-RPT-LIABILITIES
               MOVE WS-PERIODIC-GAP TO WS-RPT-PERIODIC-GAP
               MOVE WS-CUMULATIVE-GAP TO WS-RPT-CUMULATIVE-GAP
               WRITE GAPRPT-RECORD FROM WS-REPORT-GAP-LINE
           END-PERFORM
           MOVE 'TOTAL' TO WS-RPT-BKT-NAME
           MOVE WS-TOTAL-ASSETS TO WS-RPT-ASSETS
           MOVE WS-TOTAL-LIABILITIES TO WS-RPT-LIABILITIES
           COMPUTE WS-PERIODIC-GAP =
               WS-TOTAL-ASSETS - WS-TOTAL-LIABILITIES
           MOVE WS-PERIODIC-GAP TO WS-RPT-PERIODIC-GAP
           MOVE WS-CUMULATIVE-GAP TO WS-RPT-CUMULATIVE-GAP
           WRITE GAPRPT-RECORD FROM WS-REPORT-GAP-LINE
           .
      *****************************************************************
      * One basis point is a hundredth of a percent of the balance    *
      * for a year.                                                   *
      *****************************************************************
           WRITE GAPRPT-RECORD FROM WS-BLANK-LINE
           COMPUTE WS-NII-CHANGE ROUNDED =
               WS-NII-SENSITIVITY * WS-SHOCK-BPS / 10000
           MOVE '+' TO WS-RPT-SHK-SIGN
           MOVE WS-SHOCK-BPS TO WS-RPT-SHK-BPS
           MOVE WS-NII-CHANGE TO WS-RPT-SHK-CHANGE
           WRITE GAPRPT-RECORD FROM WS-REPORT-SHOCK-LINE
           COMPUTE WS-NII-CHANGE = ZERO - WS-NII-CHANGE
           MOVE '-' TO WS-RPT-SHK-SIGN
           MOVE WS-NII-CHANGE TO WS-RPT-SHK-CHANGE
           WRITE GAPRPT-RECORD FROM WS-REPORT-SHOCK-LINE
           CLOSE GAPRPT-FILE
           .
       WRITE-GAP-REPORT-EXIT.
           EXIT
           .
      *****************************************************************
      * Day number of WS-DATE-WORK-N, the ARCHPURG reckoning.         *
      *****************************************************************
       COMPUTE-DAY-NUMBER.
           COMPUTE WS-DAY-NUMBER = WS-DW-YYYY * 365
               + WS-DW-MM * 30 + WS-DW-DD
           .
       COMPUTE-DAY-NUMBER-EXIT.
           EXIT
           .
