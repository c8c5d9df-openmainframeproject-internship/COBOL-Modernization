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

001150***************************************************************** anlysis
001160* Program:     ANLYSIS.CBL                                      * anlysis
001170* Function:    Nightly account analysis for the business        * anlysis
001180*              accounts enrolled on ANLACCT, run after          * anlysis
001190*              ACCTHLOD. Each night it adds the account's       * anlysis
001200*              closing ledger balance and its uncollected funds * anlysis
001210*              (the sum of its active HOLDMST holds) to the     * anlysis
001220*              month's sums, weighted by the calendar days      * anlysis
001230*              until the next business day so a weekend counts  * anlysis
001240*              at Friday's balance. On the last business day of * anlysis
001250*              the month it averages the sums, counts the       * anlysis
001260*              month's activity off ACCTHST by transaction      * anlysis
001270*              type, prices each type the account's ANLPRICE    * anlysis
001280*              list carries at its unit price, adds the list's  * anlysis
001290*              maintenance charge, and offsets an earnings      * anlysis
001300*              credit - the list's annual rate on the average   * anlysis
001310*              collected balance less the reserve percentage,   * anlysis
001320*              for the days in the month. A net charge posts as * anlysis
001330*              an 'AN' ACCTTRN debit; a credit at or above the  * anlysis
001340*              charges leaves nothing to pay and is not carried * anlysis
001350*              forward. Every analysed account gets an ANLSTMT  * anlysis
001360*              statement, indexed through CORRNDX. An account   * anlysis
001370*              already accumulated for the business date is     * anlysis
001380*              skipped, so a rerun cannot count a day or charge * anlysis
001390*              a month twice.                                   * anlysis
001400***************************************************************** anlysis
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANLYSIS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANLACCT-FILE ASSIGN TO "ANLACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANL-KEY
               FILE STATUS IS WS-ANLACCT-STATUS.
           SELECT ANLPRICE-FILE ASSIGN TO "ANLPRICE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ANLPRICE-STATUS.
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
           SELECT ACCTHST-FILE ASSIGN TO "ACCTHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AHS-KEY
               FILE STATUS IS WS-ACCTHST-STATUS.
           SELECT ACCTTRN-FILE ASSIGN TO "ACCTTRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCTTRN-STATUS.
           SELECT BNKCUST-FILE ASSIGN TO "BNKCUST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BCS-REC-PID
               FILE STATUS IS WS-BNKCUST-STATUS.
           SELECT ANLSTMT-FILE ASSIGN TO "ANLSTMT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ANLSTMT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ANLACCT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CANLACCT.

       FD ANLPRICE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CANLPRC.

       FD ACCTMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CACCTMST.

       FD HOLDMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CACCTHLD.

       FD ACCTHST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CACCTHST.

       FD ACCTTRN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CACCTTRN.

       FD BNKCUST-FILE
           LABEL RECORDS ARE STANDARD.
       01 BNKCUST-RECORD.
       COPY CBANKVCS.

       FD ANLSTMT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 ANLSTMT-RECORD                  PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'ANLYSIS'.
         05 WS-ANLACCT-STATUS PIC X(2).
           88 WS-ANLACCT-OK VALUE '00'.
         05 WS-ANLPRICE-STATUS PIC X(2).
           88 WS-ANLPRICE-OK VALUE '00'.
         05 WS-ACCTMST-STATUS PIC X(2).
           88 WS-ACCTMST-OK VALUE '00'.
         05 WS-HOLDMST-STATUS PIC X(2).
           88 WS-HOLDMST-OK VALUE '00'.
         05 WS-ACCTHST-STATUS PIC X(2).
           88 WS-ACCTHST-OK VALUE '00'.
         05 WS-ACCTTRN-STATUS PIC X(2).
           88 WS-ACCTTRN-OK VALUE '00'.
         05 WS-BNKCUST-STATUS PIC X(2).
           88 WS-BNKCUST-OK VALUE '00'.
         05 WS-ANLSTMT-STATUS PIC X(2).
           88 WS-ANLSTMT-OK VALUE '00'.
         05 WS-ANLACCT-EOF-FLAG PIC X(1).
           88 WS-ANLACCT-EOF VALUE 'Y'.
         05 WS-ANLPRICE-EOF-FLAG PIC X(1).
           88 WS-ANLPRICE-EOF VALUE 'Y'.
         05 WS-MONTH-END-FLAG PIC X(1) VALUE 'N'.
           88 WS-MONTH-END VALUE 'Y'.
         05 WS-ENROL-COUNT PIC 9(6) VALUE ZERO.
         05 WS-ACCUM-COUNT PIC 9(6) VALUE ZERO.
         05 WS-ANALYSED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-CHARGED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-THIS-MONTH PIC 9(6).
         05 WS-MONTH-START PIC 9(8).
         05 WS-NEXT-BUSINESS-DATE PIC 9(8).
         05 WS-WEIGHT-DAYS PIC 9(3).
         05 WS-FLOAT-TODAY PIC 9(9)V99.
         05 WS-HDR-IDX PIC 9(3).
         05 WS-HDR-SLOT PIC 9(3).
         05 WS-SVC-IDX PIC 9(3).
         05 WS-SVC-SLOT PIC 9(3).
         05 WS-SERVICE-CHARGE PIC 9(7)V99.
         05 WS-TOTAL-CHARGES PIC 9(7)V99.
         05 WS-AVG-LEDGER PIC S9(9)V99.
         05 WS-AVG-FLOAT PIC 9(9)V99.
         05 WS-AVG-COLLECTED PIC S9(9)V99.
         05 WS-INVESTABLE PIC S9(9)V99.
         05 WS-RESERVE-AMOUNT PIC S9(9)V99.
         05 WS-EARNINGS-CREDIT PIC 9(7)V99.
         05 WS-NET-CHARGE PIC S9(7)V99.
         05 WS-NEXT-DATE.
           10 WS-NXT-YYYY PIC 9(4).
           10 WS-NXT-MM PIC 9(2).
           10 WS-NXT-DD PIC 9(2).
         05 WS-NEXT-DATE-N REDEFINES WS-NEXT-DATE PIC 9(8).
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
      * The price lists in force on the business date - the latest    *
      * effective header per list and service row per list and type.  *
      * Each service row carries the current account's volume while   *
      * it is being analysed.                                         *
      *****************************************************************
       01 WS-PRICE-HEADERS.
         05 WS-APH-COUNT PIC 9(3) VALUE ZERO.
         05 WS-APH-ENTRY OCCURS 50 TIMES.
           10 WS-APH-LIST PIC X(4).
           10 WS-APH-MONTHLY-FEE PIC 9(5)V99.
           10 WS-APH-ECR-RATE PIC 9(2)V9(4).
           10 WS-APH-RESERVE-PCT PIC 9(2)V99.
           10 WS-APH-EFF-DATE PIC 9(8).
       01 WS-PRICE-SERVICES.
         05 WS-APS-COUNT PIC 9(3) VALUE ZERO.
         05 WS-APS-ENTRY OCCURS 300 TIMES.
           10 WS-APS-LIST PIC X(4).
           10 WS-APS-TYPE PIC X(2).
           10 WS-APS-DESC PIC X(20).
           10 WS-APS-UNIT-PRICE PIC 9(3)V99.
           10 WS-APS-EFF-DATE PIC 9(8).
           10 WS-APS-VOLUME PIC 9(5).
       01 WS-STMT-HEADING.
         05 FILLER PIC X(28) VALUE 'ACCOUNT ANALYSIS STATEMENT  '.
         05 WS-STH-ACCOUNT PIC X(9).
         05 FILLER PIC X(7) VALUE ' MONTH '.
         05 WS-STH-MONTH PIC 9(6).
         05 FILLER PIC X(30) VALUE SPACES.
       01 WS-STMT-ADDRESS.
         05 FILLER PIC X(5) VALUE SPACES.
         05 WS-STA-TEXT PIC X(25).
         05 FILLER PIC X(50) VALUE SPACES.
       01 WS-STMT-SERVICE.
         05 FILLER PIC X(5) VALUE SPACES.
         05 WS-STS-DESC PIC X(20).
         05 FILLER PIC X(5) VALUE ' VOL '.
         05 WS-STS-VOLUME PIC ZZZZ9.
         05 FILLER PIC X(3) VALUE ' @ '.
         05 WS-STS-PRICE PIC ZZ9.99.
         05 FILLER PIC X(3) VALUE ' = '.
         05 WS-STS-CHARGE PIC Z,ZZZ,ZZ9.99.
         05 FILLER PIC X(21) VALUE SPACES.
       01 WS-STMT-AMOUNT.
         05 FILLER PIC X(5) VALUE SPACES.
         05 WS-STM-LABEL PIC X(30).
         05 WS-STM-AMOUNT PIC -ZZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(30) VALUE SPACES.
       01 WS-STMT-RATE.
         05 FILLER PIC X(5) VALUE SPACES.
         05 WS-STR-LABEL PIC X(30).
         05 WS-STR-RATE PIC Z9.9999.
         05 FILLER PIC X(38) VALUE SPACES.

       01 WS-JOURNAL-WORK.
         05 WS-BEFORE-ACCTMST PIC X(250).
       COPY CMSTJNLQ.

       COPY CCORRNDQ.

       COPY CBUSDAYQ.

       COPY CGETBDTQ.

       COPY CRUNCTLQ.

       PROCEDURE DIVISION.
       000-START-PROCESSING.
           MOVE 'S' TO RCQ-FUNCTION
           MOVE 'ANLYSIS' TO RCQ-JOB-NAME
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
           MOVE GBD-BUSINESS-DATE(1:6) TO WS-THIS-MONTH
           MOVE GBD-BUSINESS-DATE TO WS-MONTH-START
           MOVE 01 TO WS-MONTH-START(7:2)
           .
           PERFORM FIND-DAY-WEIGHT THRU FIND-DAY-WEIGHT-EXIT
           PERFORM LOAD-PRICE-TABLES THRU LOAD-PRICE-TABLES-EXIT
           .
           OPEN I-O ANLACCT-FILE
           IF NOT WS-ANLACCT-OK
               OPEN OUTPUT ANLACCT-FILE
               CLOSE ANLACCT-FILE
               OPEN I-O ANLACCT-FILE
           END-IF
           OPEN I-O ACCTMST-FILE
           OPEN INPUT HOLDMST-FILE
           OPEN INPUT ACCTHST-FILE
           OPEN EXTEND ACCTTRN-FILE
           OPEN INPUT BNKCUST-FILE
           OPEN EXTEND ANLSTMT-FILE
           IF NOT WS-ANLSTMT-OK
               OPEN OUTPUT ANLSTMT-FILE
           END-IF
           .
           MOVE LOW-VALUES TO ANL-KEY
           START ANLACCT-FILE KEY IS NOT LESS THAN ANL-KEY
               INVALID KEY
                   SET WS-ANLACCT-EOF TO TRUE
           END-START
           .
           PERFORM UNTIL WS-ANLACCT-EOF
               READ ANLACCT-FILE NEXT RECORD
                   AT END
                       SET WS-ANLACCT-EOF TO TRUE
                   NOT AT END
                       PERFORM PROCESS-ONE-ENROLMENT THRU
                           PROCESS-ONE-ENROLMENT-EXIT
               END-READ
           END-PERFORM
           .
           CLOSE ANLACCT-FILE
           CLOSE ACCTMST-FILE
           CLOSE HOLDMST-FILE
           CLOSE ACCTHST-FILE
           CLOSE ACCTTRN-FILE
           CLOSE BNKCUST-FILE
           CLOSE ANLSTMT-FILE
           .
           DISPLAY WS-ENROL-COUNT ' enrolment(s) read, '
               WS-ACCUM-COUNT ' accumulated, '
               WS-ANALYSED-COUNT ' analysed, '
               WS-CHARGED-COUNT ' charged'
           .
           MOVE 'E' TO RCQ-FUNCTION
           MOVE WS-ENROL-COUNT TO RCQ-REC-COUNT
           MOVE 'C' TO RCQ-OUTCOME
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           .
           STOP RUN
           .
      *****************************************************************
      * Tonight's balances stand until the next business day opens -  *
      * the EODCUTOV calendar step plus the BUSDAY roll - but never   *
      * past the end of the month, which belongs to its own analysis. *
      * A next business day in another month makes tonight the last   *
      * business day of this one.                                     *
      *****************************************************************
       FIND-DAY-WEIGHT.
           MOVE GBD-BUSINESS-DATE TO WS-NEXT-DATE-N
           PERFORM STEP-ONE-DAY THRU STEP-ONE-DAY-EXIT
           MOVE WS-NEXT-DATE-N TO BDQ-DATE
           SET BDQ-ROLL-FORWARD TO TRUE
           CALL 'BUSDAY' USING BUSDAY-REQUEST
           MOVE BDQ-RESULT-DATE TO WS-NEXT-BUSINESS-DATE
           .
           IF WS-NEXT-BUSINESS-DATE(1:6) IS NOT EQUAL TO
                   GBD-BUSINESS-DATE(1:6)
               SET WS-MONTH-END TO TRUE
           END-IF
           .
           MOVE ZERO TO WS-WEIGHT-DAYS
           MOVE GBD-BUSINESS-DATE TO WS-NEXT-DATE-N
           PERFORM COUNT-ONE-CALENDAR-DAY THRU
               COUNT-ONE-CALENDAR-DAY-EXIT
               UNTIL WS-NEXT-DATE-N IS NOT LESS THAN
                   WS-NEXT-BUSINESS-DATE
               OR WS-NEXT-DATE-N(1:6) IS NOT EQUAL TO
                   GBD-BUSINESS-DATE(1:6)
           IF WS-WEIGHT-DAYS IS EQUAL TO ZERO
               MOVE 1 TO WS-WEIGHT-DAYS
           END-IF
           .
       FIND-DAY-WEIGHT-EXIT.
           EXIT
           .
       COUNT-ONE-CALENDAR-DAY.
           ADD 1 TO WS-WEIGHT-DAYS
           PERFORM STEP-ONE-DAY THRU STEP-ONE-DAY-EXIT
           .
       COUNT-ONE-CALENDAR-DAY-EXIT.
           EXIT
           .
       LOAD-PRICE-TABLES.
           OPEN INPUT ANLPRICE-FILE
           .
           IF NOT WS-ANLPRICE-OK
               GO TO LOAD-PRICE-TABLES-EXIT
           END-IF
           .
           PERFORM UNTIL WS-ANLPRICE-EOF
               READ ANLPRICE-FILE
                   AT END
                       SET WS-ANLPRICE-EOF TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-PRICE-ROW THRU
                           LOAD-ONE-PRICE-ROW-EXIT
               END-READ
           END-PERFORM
           .
           CLOSE ANLPRICE-FILE
           .
       LOAD-PRICE-TABLES-EXIT.
           EXIT
           .
      *****************************************************************
      * A row not yet effective is ignored; a later effective date    *
      * replaces the row held for the same list (and service).        *
      *****************************************************************
       LOAD-ONE-PRICE-ROW.
           IF ANP-EFF-DATE IS NOT NUMERIC
               OR ANP-EFF-DATE IS GREATER THAN GBD-BUSINESS-DATE
               GO TO LOAD-ONE-PRICE-ROW-EXIT
           END-IF
           .
           IF ANP-HEADER-ROW
               MOVE ZERO TO WS-HDR-SLOT
               PERFORM VARYING WS-HDR-IDX FROM 1 BY 1
                       UNTIL WS-HDR-IDX IS GREATER THAN WS-APH-COUNT
                   IF WS-APH-LIST (WS-HDR-IDX) IS EQUAL TO
                           ANP-PRICE-LIST
                       MOVE WS-HDR-IDX TO WS-HDR-SLOT
                   END-IF
               END-PERFORM
               IF WS-HDR-SLOT IS EQUAL TO ZERO
                   IF WS-APH-COUNT IS NOT LESS THAN 50
                       GO TO LOAD-ONE-PRICE-ROW-EXIT
                   END-IF
                   ADD 1 TO WS-APH-COUNT
                   MOVE WS-APH-COUNT TO WS-HDR-SLOT
                   MOVE ZERO TO WS-APH-EFF-DATE (WS-HDR-SLOT)
               END-IF
               IF ANP-EFF-DATE IS NOT LESS THAN
                       WS-APH-EFF-DATE (WS-HDR-SLOT)
                   MOVE ANP-PRICE-LIST TO WS-APH-LIST (WS-HDR-SLOT)
                   MOVE ANP-MONTHLY-FEE TO
                       WS-APH-MONTHLY-FEE (WS-HDR-SLOT)
                   MOVE ANP-ECR-RATE TO WS-APH-ECR-RATE (WS-HDR-SLOT)
                   MOVE ANP-RESERVE-PCT TO
                       WS-APH-RESERVE-PCT (WS-HDR-SLOT)
                   MOVE ANP-EFF-DATE TO WS-APH-EFF-DATE (WS-HDR-SLOT)
               END-IF
               GO TO LOAD-ONE-PRICE-ROW-EXIT
           END-IF
           .
           IF NOT ANP-SERVICE-ROW
               GO TO LOAD-ONE-PRICE-ROW-EXIT
           END-IF
           .
           MOVE ZERO TO WS-SVC-SLOT
           PERFORM VARYING WS-SVC-IDX FROM 1 BY 1
                   UNTIL WS-SVC-IDX IS GREATER THAN WS-APS-COUNT
               IF WS-APS-LIST (WS-SVC-IDX) IS EQUAL TO ANP-PRICE-LIST
                   AND WS-APS-TYPE (WS-SVC-IDX) IS EQUAL TO
                       ANP-SERVICE-TYPE
                   MOVE WS-SVC-IDX TO WS-SVC-SLOT
               END-IF
           END-PERFORM
           IF WS-SVC-SLOT IS EQUAL TO ZERO
               IF WS-APS-COUNT IS NOT LESS THAN 300
                   GO TO LOAD-ONE-PRICE-ROW-EXIT
               END-IF
               ADD 1 TO WS-APS-COUNT
               MOVE WS-APS-COUNT TO WS-SVC-SLOT
               MOVE ZERO TO WS-APS-EFF-DATE (WS-SVC-SLOT)
           END-IF
           IF ANP-EFF-DATE IS NOT LESS THAN
                   WS-APS-EFF-DATE (WS-SVC-SLOT)
               MOVE ANP-PRICE-LIST TO WS-APS-LIST (WS-SVC-SLOT)
               MOVE ANP-SERVICE-TYPE TO WS-APS-TYPE (WS-SVC-SLOT)
               MOVE ANP-DESC TO WS-APS-DESC (WS-SVC-SLOT)
               MOVE ANP-UNIT-PRICE TO WS-APS-UNIT-PRICE (WS-SVC-SLOT)
               MOVE ANP-EFF-DATE TO WS-APS-EFF-DATE (WS-SVC-SLOT)
               MOVE ZERO TO WS-APS-VOLUME (WS-SVC-SLOT)
           END-IF
           .
       LOAD-ONE-PRICE-ROW-EXIT.
           EXIT
           .
      *****************************************************************
      * A new month starts the sums afresh. Tonight's closing ledger  *
      * and float go in at the day's weight, and on the last business *
      * day the month is analysed straight after.                     *
      *****************************************************************
       PROCESS-ONE-ENROLMENT.
           ADD 1 TO WS-ENROL-COUNT
           .
           IF NOT ANL-ACTIVE
               GO TO PROCESS-ONE-ENROLMENT-EXIT
           END-IF
           IF ANL-LAST-ACCUM-DATE IS NOT LESS THAN GBD-BUSINESS-DATE
               GO TO PROCESS-ONE-ENROLMENT-EXIT
           END-IF
           .
           MOVE ANL-OWNER-PID TO AMS-OWNER-PID
           MOVE ANL-ACCOUNT TO AMS-ACCOUNT
           READ ACCTMST-FILE
               INVALID KEY
                   DISPLAY 'No account for analysis '
                       ANL-OWNER-PID ' ' ANL-ACCOUNT
                   GO TO PROCESS-ONE-ENROLMENT-EXIT
           END-READ
           .
           IF ANL-CYCLE-MONTH IS NOT EQUAL TO WS-THIS-MONTH
               MOVE WS-THIS-MONTH TO ANL-CYCLE-MONTH
               MOVE ZERO TO ANL-DAYS
               MOVE ZERO TO ANL-LEDGER-SUM
               MOVE ZERO TO ANL-FLOAT-SUM
           END-IF
           .
           PERFORM SUM-ACTIVE-HOLDS THRU SUM-ACTIVE-HOLDS-EXIT
           COMPUTE ANL-LEDGER-SUM =
               ANL-LEDGER-SUM + (AMS-BALANCE * WS-WEIGHT-DAYS)
           COMPUTE ANL-FLOAT-SUM =
               ANL-FLOAT-SUM + (WS-FLOAT-TODAY * WS-WEIGHT-DAYS)
           ADD WS-WEIGHT-DAYS TO ANL-DAYS
           MOVE GBD-BUSINESS-DATE TO ANL-LAST-ACCUM-DATE
           ADD 1 TO WS-ACCUM-COUNT
           .
           IF WS-MONTH-END
               PERFORM ANALYSE-ONE-ACCOUNT THRU
                   ANALYSE-ONE-ACCOUNT-EXIT
           END-IF
           .
           REWRITE ANLACCT-RECORD
           .
       PROCESS-ONE-ENROLMENT-EXIT.
           EXIT
           .
      *****************************************************************
      * Uncollected funds are the account's active holds, browsed on  *
      * the same partial key the debit checks use for available       *
      * balance.                                                      *
      *****************************************************************
       SUM-ACTIVE-HOLDS.
           MOVE ZERO TO WS-FLOAT-TODAY
           MOVE AMS-OWNER-PID TO HLD-OWNER-PID
           MOVE AMS-ACCOUNT TO HLD-ACCOUNT
           MOVE ZERO TO HLD-SEQ-NO
           START HOLDMST-FILE KEY IS NOT LESS THAN HLD-KEY
               INVALID KEY
                   GO TO SUM-ACTIVE-HOLDS-EXIT
           END-START
           .
           PERFORM SUM-ONE-HOLD THRU SUM-ONE-HOLD-EXIT
               UNTIL WS-HOLDMST-STATUS EQUAL '10'
               OR HLD-OWNER-PID NOT EQUAL AMS-OWNER-PID
               OR HLD-ACCOUNT NOT EQUAL AMS-ACCOUNT
           .
       SUM-ACTIVE-HOLDS-EXIT.
           EXIT
           .
       SUM-ONE-HOLD.
           READ HOLDMST-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-HOLDMST-STATUS
           END-READ
           .
           IF WS-HOLDMST-OK
               AND HLD-OWNER-PID EQUAL AMS-OWNER-PID
               AND HLD-ACCOUNT EQUAL AMS-ACCOUNT
               AND HLD-ACTIVE
               ADD HLD-AMOUNT TO WS-FLOAT-TODAY
           END-IF
           .
       SUM-ONE-HOLD-EXIT.
           EXIT
           .
      *****************************************************************
      * The month's analysis - activity priced off the account's list *
      * plus the maintenance charge, less the earnings credit on the  *
      * average collected balance after the reserve. A credit larger  *
      * than the charges is not paid out or carried forward.          *
      *****************************************************************
       ANALYSE-ONE-ACCOUNT.
           IF ANL-LAST-ANALYSED IS EQUAL TO WS-THIS-MONTH
               GO TO ANALYSE-ONE-ACCOUNT-EXIT
           END-IF
           .
           MOVE ZERO TO WS-HDR-SLOT
           PERFORM VARYING WS-HDR-IDX FROM 1 BY 1
                   UNTIL WS-HDR-IDX IS GREATER THAN WS-APH-COUNT
               IF WS-APH-LIST (WS-HDR-IDX) IS EQUAL TO ANL-PRICE-LIST
                   MOVE WS-HDR-IDX TO WS-HDR-SLOT
               END-IF
           END-PERFORM
           IF WS-HDR-SLOT IS EQUAL TO ZERO
               DISPLAY 'No analysis price list ' ANL-PRICE-LIST
                   ' for ' ANL-OWNER-PID ' ' ANL-ACCOUNT
               GO TO ANALYSE-ONE-ACCOUNT-EXIT
           END-IF
           .
           PERFORM COUNT-MONTH-ACTIVITY THRU
               COUNT-MONTH-ACTIVITY-EXIT
           .
           MOVE WS-APH-MONTHLY-FEE (WS-HDR-SLOT) TO WS-TOTAL-CHARGES
           PERFORM VARYING WS-SVC-IDX FROM 1 BY 1
                   UNTIL WS-SVC-IDX IS GREATER THAN WS-APS-COUNT
               IF WS-APS-LIST (WS-SVC-IDX) IS EQUAL TO ANL-PRICE-LIST
                   COMPUTE WS-TOTAL-CHARGES = WS-TOTAL-CHARGES
                       + (WS-APS-VOLUME (WS-SVC-IDX)
                          * WS-APS-UNIT-PRICE (WS-SVC-IDX))
               END-IF
           END-PERFORM
           .
           COMPUTE WS-AVG-LEDGER ROUNDED =
               ANL-LEDGER-SUM / ANL-DAYS
           COMPUTE WS-AVG-FLOAT ROUNDED =
               ANL-FLOAT-SUM / ANL-DAYS
           COMPUTE WS-AVG-COLLECTED = WS-AVG-LEDGER - WS-AVG-FLOAT
           IF WS-AVG-COLLECTED IS LESS THAN ZERO
               MOVE ZERO TO WS-AVG-COLLECTED
           END-IF
           COMPUTE WS-RESERVE-AMOUNT ROUNDED =
               WS-AVG-COLLECTED * WS-APH-RESERVE-PCT (WS-HDR-SLOT)
               / 100
           COMPUTE WS-INVESTABLE =
               WS-AVG-COLLECTED - WS-RESERVE-AMOUNT
           COMPUTE WS-EARNINGS-CREDIT ROUNDED =
               WS-INVESTABLE * WS-APH-ECR-RATE (WS-HDR-SLOT) / 100
               * ANL-DAYS / 365
           .
           COMPUTE WS-NET-CHARGE =
               WS-TOTAL-CHARGES - WS-EARNINGS-CREDIT
           IF WS-NET-CHARGE IS LESS THAN ZERO
               MOVE ZERO TO WS-NET-CHARGE
           END-IF
           .
           IF WS-NET-CHARGE IS GREATER THAN ZERO
               PERFORM POST-ANALYSIS-CHARGE THRU
                   POST-ANALYSIS-CHARGE-EXIT
           END-IF
           .
           PERFORM WRITE-ANALYSIS-STATEMENT THRU
               WRITE-ANALYSIS-STATEMENT-EXIT
           .
           MOVE WS-THIS-MONTH TO ANL-LAST-ANALYSED
           MOVE WS-NET-CHARGE TO ANL-LAST-NET-CHARGE
           MOVE WS-NEXT-BUSINESS-DATE(1:6) TO ANL-CYCLE-MONTH
           MOVE ZERO TO ANL-DAYS
           MOVE ZERO TO ANL-LEDGER-SUM
           MOVE ZERO TO ANL-FLOAT-SUM
           ADD 1 TO WS-ANALYSED-COUNT
           .
       ANALYSE-ONE-ACCOUNT-EXIT.
           EXIT
           .
      *****************************************************************
      * The month's history rows under the account, counted against   *
      * each service type the list prices. Types the list does not    *
      * carry are free.                                               *
      *****************************************************************
       COUNT-MONTH-ACTIVITY.
           PERFORM VARYING WS-SVC-IDX FROM 1 BY 1
                   UNTIL WS-SVC-IDX IS GREATER THAN WS-APS-COUNT
               MOVE ZERO TO WS-APS-VOLUME (WS-SVC-IDX)
           END-PERFORM
           .
           MOVE AMS-ACCOUNT TO AHS-ACCOUNT
           MOVE WS-MONTH-START TO AHS-DATE
           MOVE ZERO TO AHS-TIME
           START ACCTHST-FILE KEY IS NOT LESS THAN AHS-KEY
               INVALID KEY
                   GO TO COUNT-MONTH-ACTIVITY-EXIT
           END-START
           .
           PERFORM COUNT-ONE-HISTORY-ROW THRU
               COUNT-ONE-HISTORY-ROW-EXIT
               UNTIL WS-ACCTHST-STATUS EQUAL '10'
               OR AHS-ACCOUNT NOT EQUAL AMS-ACCOUNT
           .
       COUNT-MONTH-ACTIVITY-EXIT.
           EXIT
           .
       COUNT-ONE-HISTORY-ROW.
           READ ACCTHST-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-ACCTHST-STATUS
           END-READ
           .
           IF WS-ACCTHST-OK
               AND AHS-ACCOUNT EQUAL AMS-ACCOUNT
               AND AHS-DATE IS NOT GREATER THAN GBD-BUSINESS-DATE
               PERFORM VARYING WS-SVC-IDX FROM 1 BY 1
                       UNTIL WS-SVC-IDX IS GREATER THAN WS-APS-COUNT
                   IF WS-APS-LIST (WS-SVC-IDX) IS EQUAL TO
                           ANL-PRICE-LIST
                       AND WS-APS-TYPE (WS-SVC-IDX) IS EQUAL TO
                           AHS-TYPE
                       ADD 1 TO WS-APS-VOLUME (WS-SVC-IDX)
                   END-IF
               END-PERFORM
           END-IF
           .
       COUNT-ONE-HISTORY-ROW-EXIT.
           EXIT
           .
       POST-ANALYSIS-CHARGE.
           MOVE ACCTMST-RECORD TO WS-BEFORE-ACCTMST
           SUBTRACT WS-NET-CHARGE FROM AMS-BALANCE
           MOVE WS-CURRENT-DATE TO AMS-LAST-DATE
           SET AMS-TXN-PRESENT TO TRUE
           REWRITE ACCTMST-RECORD
           .
           MOVE WS-PROGRAM-ID TO MJQ-PROGRAM
           MOVE 'ACCTMST ' TO MJQ-FILE-ID
           MOVE 'R' TO MJQ-ACTION
           MOVE AMS-KEY TO MJQ-KEY
           MOVE WS-BEFORE-ACCTMST TO MJQ-BEFORE-IMAGE
           MOVE SPACES TO MJQ-AFTER-IMAGE
           MOVE ACCTMST-RECORD TO MJQ-AFTER-IMAGE
           CALL 'MSTJRNL' USING MSTJNL-REQUEST
           .
           MOVE SPACES TO ACCTTRN-RECORD
           MOVE GBD-BUSINESS-DATE TO ATN-DATE
           MOVE WS-CURRENT-TIME TO ATN-TIME
           MOVE AMS-ACCOUNT TO ATN-FROM-ACC
           MOVE AMS-OWNER-PID TO ATN-FROM-PID
           MOVE AMS-OWNER-PID TO ATN-TO-PID
           MOVE SPACES TO ATN-TO-ACC
           MOVE WS-NET-CHARGE TO ATN-AMOUNT
           SET ATN-TYPE-ANALYSIS-CHG TO TRUE
           MOVE 'Account analysis fee' TO ATN-DESC
           CALL 'ACCTREFN' USING ATN-REF-NO
           WRITE ACCTTRN-RECORD
           ADD 1 TO WS-CHARGED-COUNT
           .
       POST-ANALYSIS-CHARGE-EXIT.
           EXIT
           .
      *****************************************************************
      * The statement shows the customer every figure the charge was  *
      * worked from, then goes on the correspondence index.           *
      *****************************************************************
       WRITE-ANALYSIS-STATEMENT.
           MOVE ANL-ACCOUNT TO WS-STH-ACCOUNT
           MOVE WS-THIS-MONTH TO WS-STH-MONTH
           WRITE ANLSTMT-RECORD FROM WS-STMT-HEADING
           MOVE ANL-OWNER-PID TO BCS-REC-PID
           READ BNKCUST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE BCS-REC-NAME TO WS-STA-TEXT
                   WRITE ANLSTMT-RECORD FROM WS-STMT-ADDRESS
                   MOVE BCS-REC-ADDR1 TO WS-STA-TEXT
                   WRITE ANLSTMT-RECORD FROM WS-STMT-ADDRESS
                   MOVE BCS-REC-ADDR2 TO WS-STA-TEXT
                   WRITE ANLSTMT-RECORD FROM WS-STMT-ADDRESS
           END-READ
           MOVE SPACES TO ANLSTMT-RECORD
           WRITE ANLSTMT-RECORD
           .
           PERFORM VARYING WS-SVC-IDX FROM 1 BY 1
                   UNTIL WS-SVC-IDX IS GREATER THAN WS-APS-COUNT
               IF WS-APS-LIST (WS-SVC-IDX) IS EQUAL TO ANL-PRICE-LIST
                   AND WS-APS-VOLUME (WS-SVC-IDX) IS GREATER THAN ZERO
                   MOVE WS-APS-DESC (WS-SVC-IDX) TO WS-STS-DESC
                   MOVE WS-APS-VOLUME (WS-SVC-IDX) TO WS-STS-VOLUME
                   MOVE WS-APS-UNIT-PRICE (WS-SVC-IDX) TO WS-STS-PRICE
                   COMPUTE WS-SERVICE-CHARGE =
                       WS-APS-VOLUME (WS-SVC-IDX)
                       * WS-APS-UNIT-PRICE (WS-SVC-IDX)
                   MOVE WS-SERVICE-CHARGE TO WS-STS-CHARGE
                   WRITE ANLSTMT-RECORD FROM WS-STMT-SERVICE
               END-IF
           END-PERFORM
           .
           MOVE 'ACCOUNT MAINTENANCE' TO WS-STM-LABEL
           MOVE WS-APH-MONTHLY-FEE (WS-HDR-SLOT) TO WS-STM-AMOUNT
           WRITE ANLSTMT-RECORD FROM WS-STMT-AMOUNT
           MOVE 'TOTAL SERVICE CHARGES' TO WS-STM-LABEL
           MOVE WS-TOTAL-CHARGES TO WS-STM-AMOUNT
           WRITE ANLSTMT-RECORD FROM WS-STMT-AMOUNT
           MOVE SPACES TO ANLSTMT-RECORD
           WRITE ANLSTMT-RECORD
           .
           MOVE 'AVERAGE LEDGER BALANCE' TO WS-STM-LABEL
           MOVE WS-AVG-LEDGER TO WS-STM-AMOUNT
           WRITE ANLSTMT-RECORD FROM WS-STMT-AMOUNT
           MOVE 'LESS AVERAGE UNCOLLECTED FUNDS' TO WS-STM-LABEL
           MOVE WS-AVG-FLOAT TO WS-STM-AMOUNT
           WRITE ANLSTMT-RECORD FROM WS-STMT-AMOUNT
           MOVE 'AVERAGE COLLECTED BALANCE' TO WS-STM-LABEL
           MOVE WS-AVG-COLLECTED TO WS-STM-AMOUNT
           WRITE ANLSTMT-RECORD FROM WS-STMT-AMOUNT
           MOVE 'RESERVE PERCENTAGE' TO WS-STR-LABEL
           MOVE WS-APH-RESERVE-PCT (WS-HDR-SLOT) TO WS-STR-RATE
           WRITE ANLSTMT-RECORD FROM WS-STMT-RATE
           MOVE 'INVESTABLE BALANCE' TO WS-STM-LABEL
           MOVE WS-INVESTABLE TO WS-STM-AMOUNT
           WRITE ANLSTMT-RECORD FROM WS-STMT-AMOUNT
           MOVE 'EARNINGS CREDIT RATE' TO WS-STR-LABEL
           MOVE WS-APH-ECR-RATE (WS-HDR-SLOT) TO WS-STR-RATE
           WRITE ANLSTMT-RECORD FROM WS-STMT-RATE
           MOVE 'EARNINGS CREDIT' TO WS-STM-LABEL
           MOVE WS-EARNINGS-CREDIT TO WS-STM-AMOUNT
           WRITE ANLSTMT-RECORD FROM WS-STMT-AMOUNT
           MOVE 'NET ANALYSIS CHARGE' TO WS-STM-LABEL
           MOVE WS-NET-CHARGE TO WS-STM-AMOUNT
           WRITE ANLSTMT-RECORD FROM WS-STMT-AMOUNT
           MOVE SPACES TO ANLSTMT-RECORD
           WRITE ANLSTMT-RECORD
           .
           MOVE ANL-OWNER-PID TO CDQ-PID
           MOVE 'ANLS' TO CDQ-DOC-TYPE
           MOVE WS-PROGRAM-ID TO CDQ-SOURCE-PGM
           MOVE SPACES TO CDQ-SUMMARY
           STRING 'Account analysis ' ANL-ACCOUNT
               ' month ' WS-THIS-MONTH
               DELIMITED BY SIZE INTO CDQ-SUMMARY
           CALL 'CORRNDX' USING CORRNDX-REQUEST
           .
       WRITE-ANALYSIS-STATEMENT-EXIT.
           EXIT
           .
       STEP-ONE-DAY.
           MOVE WS-DAYS-IN-MONTH(WS-NXT-MM) TO WS-THIS-MONTH-DAYS
           IF WS-NXT-MM IS EQUAL TO 2
               DIVIDE WS-NXT-YYYY BY 4 GIVING WS-LEAP-WORK
                   REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM IS EQUAL TO ZERO
                   MOVE 29 TO WS-THIS-MONTH-DAYS
               END-IF
           END-IF
           ADD 1 TO WS-NXT-DD
           IF WS-NXT-DD IS GREATER THAN WS-THIS-MONTH-DAYS
               MOVE 1 TO WS-NXT-DD
               ADD 1 TO WS-NXT-MM
               IF WS-NXT-MM IS GREATER THAN 12
                   MOVE 1 TO WS-NXT-MM
                   ADD 1 TO WS-NXT-YYYY
               END-IF
           END-IF
           .
       STEP-ONE-DAY-EXIT.
           EXIT
           .
