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

001150***************************************************************** updtmask
001160* Program:     UPDTMASK.CBL                                     * updtmask
001170* Function:    Masked test-data extract. Copies BNKCUST,        * updtmask
001180*              ACCTMST, ACCTXRF, LOANMST, CARDMST and the       * updtmask
001190*              ACCTTRN history to TST-prefixed sequential files * updtmask
001200*              for the test regions. Every PID, account number, * updtmask
001210*              balance and transaction date is carried          * updtmask
001220*              unchanged so joint accounts, loans and history   * updtmask
001230*              still line up; names, SINs, addresses, telephone * updtmask
001240*              numbers, e-mail addresses, PIN hashes, card      * updtmask
001250*              numbers, the day and month of birth dates and    * updtmask
001260*              the counterparty text on payment history are     * updtmask
001270*              replaced with synthetic values built from the    * updtmask
001280*              customer's sequence in PID order, so one PID     * updtmask
001290*              wears the same fake identity in every file. Fake * updtmask
001300*              SINs and card numbers carry a valid check digit. * updtmask
001310*              MASKRPT compares every replaced value with the   * updtmask
001320*              original and counts survivors - any survivor     * updtmask
001330*              ends the run failed and the copies must not be   * updtmask
001331*              released.                                        * updtmask
001340***************************************************************** updtmask
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UPDTMASK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BNKCUST-FILE ASSIGN TO "BNKCUST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BCS-REC-PID
               FILE STATUS IS WS-BNKCUST-STATUS.
           SELECT ACCTMST-FILE ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AMS-KEY
               FILE STATUS IS WS-ACCTMST-STATUS.
           SELECT ACCTXRF-FILE ASSIGN TO "ACCTXRF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-KEY
               FILE STATUS IS WS-ACCTXRF-STATUS.
           SELECT LOANMST-FILE ASSIGN TO "LOANMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LNM-KEY
               FILE STATUS IS WS-LOANMST-STATUS.
           SELECT CARDMST-FILE ASSIGN TO "CARDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CRD-KEY
               FILE STATUS IS WS-CARDMST-STATUS.
           SELECT ACCTTRN-FILE ASSIGN TO "ACCTTRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCTTRN-STATUS.
           SELECT TSTCUST-FILE ASSIGN TO "TSTCUST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TSTCUST-STATUS.
           SELECT TSTACCT-FILE ASSIGN TO "TSTACCT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TSTACCT-STATUS.
           SELECT TSTXRF-FILE ASSIGN TO "TSTXRF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TSTXRF-STATUS.
           SELECT TSTLOAN-FILE ASSIGN TO "TSTLOAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TSTLOAN-STATUS.
           SELECT TSTCARD-FILE ASSIGN TO "TSTCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TSTCARD-STATUS.
           SELECT TSTTRN-FILE ASSIGN TO "TSTTRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TSTTRN-STATUS.
           SELECT MASKRPT-FILE ASSIGN TO "MASKRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MASKRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BNKCUST-FILE
           LABEL RECORDS ARE STANDARD.
       01 BNKCUST-RECORD.
       COPY CBANKVCS.

       FD ACCTMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CACCTMST.

       FD ACCTXRF-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CACCTXRF.

       FD LOANMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CLOANMST.

       FD CARDMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CCARDMST.

       FD ACCTTRN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CACCTTRN.

      *****************************************************************
      * The test copies are byte-for-byte the production layouts, so  *
      * the test regions load them with their usual programs.         *
      *****************************************************************
       FD TSTCUST-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 TSTCUST-RECORD                  PIC X(250).

       FD TSTACCT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 TSTACCT-RECORD                  PIC X(79).

       FD TSTXRF-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 TSTXRF-RECORD                   PIC X(33).

       FD TSTLOAN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 TSTLOAN-RECORD                  PIC X(238).

       FD TSTCARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 TSTCARD-RECORD                  PIC X(113).

       FD TSTTRN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 TSTTRN-RECORD                   PIC X(100).

       FD MASKRPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 MASKRPT-RECORD                  PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'UPDTMASK'.
         05 WS-BNKCUST-STATUS PIC X(2).
           88 WS-BNKCUST-OK VALUE '00'.
         05 WS-ACCTMST-STATUS PIC X(2).
           88 WS-ACCTMST-OK VALUE '00'.
         05 WS-ACCTXRF-STATUS PIC X(2).
           88 WS-ACCTXRF-OK VALUE '00'.
         05 WS-LOANMST-STATUS PIC X(2).
           88 WS-LOANMST-OK VALUE '00'.
         05 WS-CARDMST-STATUS PIC X(2).
           88 WS-CARDMST-OK VALUE '00'.
         05 WS-ACCTTRN-STATUS PIC X(2).
           88 WS-ACCTTRN-OK VALUE '00'.
         05 WS-TSTCUST-STATUS PIC X(2).
           88 WS-TSTCUST-OK VALUE '00'.
         05 WS-TSTACCT-STATUS PIC X(2).
           88 WS-TSTACCT-OK VALUE '00'.
         05 WS-TSTXRF-STATUS PIC X(2).
           88 WS-TSTXRF-OK VALUE '00'.
         05 WS-TSTLOAN-STATUS PIC X(2).
           88 WS-TSTLOAN-OK VALUE '00'.
         05 WS-TSTCARD-STATUS PIC X(2).
           88 WS-TSTCARD-OK VALUE '00'.
         05 WS-TSTTRN-STATUS PIC X(2).
           88 WS-TSTTRN-OK VALUE '00'.
         05 WS-MASKRPT-STATUS PIC X(2).
           88 WS-MASKRPT-OK VALUE '00'.
         05 WS-INPUT-EOF-FLAG PIC X(1).
           88 WS-INPUT-EOF VALUE 'Y'.
         05 WS-CUST-COUNT PIC 9(7) VALUE ZERO.
         05 WS-ACCT-COUNT PIC 9(7) VALUE ZERO.
         05 WS-XRF-COUNT PIC 9(7) VALUE ZERO.
         05 WS-LOAN-COUNT PIC 9(7) VALUE ZERO.
         05 WS-CARD-COUNT PIC 9(7) VALUE ZERO.
         05 WS-TRN-COUNT PIC 9(7) VALUE ZERO.
         05 WS-SURVIVOR-COUNT PIC 9(7) VALUE ZERO.
         05 WS-UNLINKED-COUNT PIC 9(7) VALUE ZERO.
         05 WS-CUST-SEQ PIC 9(7) VALUE ZERO.
         05 WS-CARD-SEQ PIC 9(9) VALUE ZERO.
         05 WS-WORK-QUOT PIC 9(9).
         05 WS-WORK-REM PIC 9(4).
         05 WS-AT-COUNT PIC 9(3).
         05 WS-SURVIVOR-PID PIC X(5).
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
           10 FILLER PIC X(5).
      *****************************************************************
      * The replacement values. A customer's fake identity is built   *
      * only from the sequence number of the PID in key order, so it  *
      * is the same wherever the PID turns up and nothing of the real *
      * value feeds into it. WS-TEST-PIN-HASH is the ACCTPIN hash of  *
      * the test PIN 1234.                                            *
      *****************************************************************
         05 WS-TEST-PIN-HASH PIC 9(4) VALUE 3055.
         05 WS-TOKEN-HISTORY PIC X(20) VALUE 'COUNTERPARTY MASKED'.
         05 WS-FAKE-NAME PIC X(25).
         05 WS-FAKE-HOUSE PIC 9(4).
         05 WS-FAKE-SIN.
           10 WS-FAKE-SIN-BODY PIC X(8).
           10 WS-FAKE-SIN-CHECK PIC 9(1).
         05 WS-FAKE-CARD.
           10 WS-FAKE-CARD-BODY.
             15 WS-FAKE-CARD-BIN PIC X(6).
             15 WS-FAKE-CARD-SEQ PIC 9(9).
           10 WS-FAKE-CARD-CHECK PIC 9(1).
         05 WS-FAKE-EMAIL-SEQ PIC 9(7).
         05 WS-CARD-BIN-SOURCE PIC X(16).
       01 WS-ORIGINAL-VALUES.
         05 WS-ORIG-NAME PIC X(25).
         05 WS-ORIG-NAME-FF PIC X(25).
         05 WS-ORIG-SIN PIC X(9).
         05 WS-ORIG-ADDR1 PIC X(25).
         05 WS-ORIG-ADDR2 PIC X(25).
         05 WS-ORIG-POST-CODE PIC X(6).
         05 WS-ORIG-TEL PIC X(12).
         05 WS-ORIG-EMAIL PIC X(30).
         05 WS-ORIG-CARD-NO PIC X(16).
         05 WS-ORIG-REPLACED-BY PIC X(16).
         05 WS-ORIG-RENEWAL-OF PIC X(16).
         05 WS-ORIG-DESC PIC X(20).
       01 WS-NAME-TABLES.
         05 WS-FIRST-NAME-VALUES.
           10 FILLER PIC X(50) VALUE
               'ALEX      JORDAN    TAYLOR    MORGAN    CASEY     '.
           10 FILLER PIC X(50) VALUE
               'RILEY     JAMIE     AVERY     QUINN     DREW      '.
           10 FILLER PIC X(50) VALUE
               'ROBIN     SAM       CHRIS     DANA      JESSE     '.
           10 FILLER PIC X(50) VALUE
               'KELLY     LEE       PAT       TERRY     SHAWN     '.
         05 WS-FIRST-NAMES REDEFINES WS-FIRST-NAME-VALUES.
           10 WS-FIRST-NAME PIC X(10) OCCURS 20 TIMES.
         05 WS-SURNAME-VALUES.
           10 FILLER PIC X(50) VALUE
               'TESTER    SAMPLE    EXAMPLE   MOCKFORD  DEMOLAND  '.
           10 FILLER PIC X(50) VALUE
               'TRIALSON  PILOTTE   PROTOMAN  CHECKLEY  DUMMOND   '.
           10 FILLER PIC X(50) VALUE
               'FIXTURE   MODELLE   SPECIMEN  PATTERNS  PROOFE    '.
           10 FILLER PIC X(50) VALUE
               'STUBBS    DRYRUN    MOCKETT   HARTLEY   TRIALLE   '.
         05 WS-SURNAMES REDEFINES WS-SURNAME-VALUES.
           10 WS-SURNAME PIC X(10) OCCURS 20 TIMES.
         05 WS-STREET-VALUES.
           10 FILLER PIC X(50) VALUE
               'MAPLE     CEDAR     BIRCH     WILLOW    ASPEN     '.
           10 FILLER PIC X(50) VALUE
               'SPRUCE    LARCH     ALDER     HAZEL     ROWAN     '.
         05 WS-STREETS REDEFINES WS-STREET-VALUES.
           10 WS-STREET PIC X(10) OCCURS 10 TIMES.
         05 WS-TOWN-VALUES.
           10 FILLER PIC X(50) VALUE
               'TESTVILLE MOCKTON   SAMPLEBY  DEMOFORD  TRIALTON  '.
           10 FILLER PIC X(50) VALUE
               'PILOTBURY PROTOWICK CHECKHAM STUBFIELD DRYBROOK  '.
         05 WS-TOWNS REDEFINES WS-TOWN-VALUES.
           10 WS-TOWN PIC X(10) OCCURS 10 TIMES.
         05 WS-NAME-IX PIC 9(4).
         05 WS-SURNAME-IX PIC 9(4).
      *****************************************************************
      * Shape masking keeps the punctuation and the letter/digit      *
      * pattern of a telephone number or postal code - so the format  *
      * checks in UPDTADDR and DQSCORE behave on the test copy as     *
      * they do in production - and draws the replacement digits and  *
      * letters in turn from the two generator strings.               *
      *****************************************************************
       01 WS-SHAPE-WORK.
         05 WS-SHAPE-TEXT PIC X(12).
         05 WS-SHAPE-LEN PIC 9(2).
         05 WS-SHAPE-POS PIC 9(2).
         05 WS-SHAPE-DIGITS PIC X(12).
         05 WS-SHAPE-DIGIT-IX PIC 9(2).
         05 WS-SHAPE-LETTERS PIC X(12).
         05 WS-SHAPE-LETTER-IX PIC 9(2).
         05 WS-LETTER-VALUES PIC X(20) VALUE
             'BCEGHJKLMNPRSTVWXYAZ'.
         05 WS-LETTERS REDEFINES WS-LETTER-VALUES.
           10 WS-LETTER PIC X(1) OCCURS 20 TIMES.
      *****************************************************************
      * Luhn check digit over the first WS-LUHN-LEN digits; the digit *
      * next to the check digit and every second one before it is     *
      * doubled - a 15-digit card body doubles the odd positions, an  *
      * 8-digit SIN body the even ones.                               *
      *****************************************************************
       01 WS-LUHN-WORK.
         05 WS-LUHN-DIGITS PIC X(15).
         05 WS-LUHN-LEN PIC 9(2).
         05 WS-LUHN-POS PIC 9(2).
         05 WS-LUHN-DIST PIC 9(2).
         05 WS-LUHN-DIGIT PIC 9(2).
         05 WS-LUHN-SUM PIC 9(4).
         05 WS-LUHN-CHECK PIC 9(1).
         05 WS-LUHN-QUOT PIC 9(4).
         05 WS-LUHN-REM PIC 9(2).
      *****************************************************************
      * Per-field replacement and survivor counts, one slot per kind  *
      * of value. PIN hashes and birth dates are reset rather than    *
      * replaced - a customer whose real PIN is the test PIN is no    *
      * leak - so they are counted but never taken as survivors.      *
      *****************************************************************
       01 WS-FIELD-SLOTS.
         05 WS-SLOT-NAME PIC 9(2) VALUE 1.
         05 WS-SLOT-SIN PIC 9(2) VALUE 2.
         05 WS-SLOT-ADDRESS PIC 9(2) VALUE 3.
         05 WS-SLOT-POST-CODE PIC 9(2) VALUE 4.
         05 WS-SLOT-TEL PIC 9(2) VALUE 5.
         05 WS-SLOT-EMAIL PIC 9(2) VALUE 6.
         05 WS-SLOT-CARD PIC 9(2) VALUE 7.
         05 WS-SLOT-SUCCESSOR PIC 9(2) VALUE 8.
         05 WS-SLOT-HISTORY PIC 9(2) VALUE 9.
         05 WS-SLOT-PIN PIC 9(2) VALUE 10.
         05 WS-SLOT-BIRTH PIC 9(2) VALUE 11.
         05 WS-SLOT-COUNT PIC 9(2) VALUE 11.
         05 WS-SLOT-IX PIC 9(2).
       01 WS-FIELD-LABEL-VALUES.
         05 FILLER PIC X(20) VALUE 'NAME'.
         05 FILLER PIC X(20) VALUE 'SIN'.
         05 FILLER PIC X(20) VALUE 'ADDRESS LINE'.
         05 FILLER PIC X(20) VALUE 'POSTAL CODE'.
         05 FILLER PIC X(20) VALUE 'TELEPHONE'.
         05 FILLER PIC X(20) VALUE 'E-MAIL'.
         05 FILLER PIC X(20) VALUE 'CARD NUMBER'.
         05 FILLER PIC X(20) VALUE 'LINKED CARD'.
         05 FILLER PIC X(20) VALUE 'HISTORY TEXT'.
         05 FILLER PIC X(20) VALUE 'PIN HASH (RESET)'.
         05 FILLER PIC X(20) VALUE 'BIRTH DATE (YEAR)'.
       01 WS-FIELD-LABELS REDEFINES WS-FIELD-LABEL-VALUES.
         05 WS-FIELD-LABEL PIC X(20) OCCURS 11 TIMES.
       01 WS-FIELD-STATS.
         05 WS-FIELD-STAT OCCURS 11 TIMES.
           10 WS-FS-MASKED PIC 9(7).
           10 WS-FS-SURVIVED PIC 9(7).
      *****************************************************************
      * Production card numbers in CARDMST key order. A card's        *
      * position here is its masked sequence, so a card named in      *
      * CRD-REPLACED-BY or CRD-RENEWAL-OF maps to the same fake       *
      * number its own row gets.                                      *
      *****************************************************************
       01 WS-CARD-TABLE.
         05 WS-CARD-TAB-COUNT PIC 9(5) VALUE ZERO.
         05 WS-CARD-IX PIC 9(5).
         05 WS-CARD-FOUND-IX PIC 9(5).
         05 WS-CARD-TAB-ENTRY PIC X(16) OCCURS 20000 TIMES.
       01 WS-REPORT-HEADING.
         05 FILLER PIC X(40) VALUE
             'MASKED TEST-DATA EXTRACT  BUSINESS DATE '.
         05 WS-RPT-HDG-DATE PIC 9(8).
         05 FILLER PIC X(32) VALUE SPACES.
       01 WS-FILE-HEADING.
         05 FILE-HDG PIC X(80) VALUE
             'FILE      TEST COPY   RECORDS'.
       01 WS-FILE-LINE.
         05 WS-RPT-FILE PIC X(10).
         05 WS-RPT-COPY PIC X(10).
         05 WS-RPT-RECORDS PIC Z(7)9.
         05 FILLER PIC X(52) VALUE SPACES.
       01 WS-FIELD-HEADING.
         05 FILLER PIC X(80) VALUE
             'FIELD                 REPLACED  SURVIVED'.
       01 WS-FIELD-LINE.
         05 WS-RPT-FIELD PIC X(20).
         05 WS-RPT-MASKED PIC Z(8)9.
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-SURVIVED PIC Z(8)9.
         05 FILLER PIC X(41) VALUE SPACES.
       01 WS-UNLINKED-LINE.
         05 FILLER PIC X(29) VALUE
             'CARD LINKS NOT MAPPED       '.
         05 WS-RPT-UNLINKED PIC Z(6)9.
         05 FILLER PIC X(44) VALUE SPACES.
       01 WS-VERDICT-LINE PIC X(80).
       01 WS-BLANK-LINE PIC X(80) VALUE SPACES.

       COPY CRUNCTLQ.
       COPY CGETBDTQ.

       PROCEDURE DIVISION.
       000-START-PROCESSING.
           MOVE 'S' TO RCQ-FUNCTION
           MOVE 'UPDTMASK' TO RCQ-JOB-NAME
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
           PERFORM VARYING WS-SLOT-IX FROM 1 BY 1
                   UNTIL WS-SLOT-IX IS GREATER THAN WS-SLOT-COUNT
               MOVE ZERO TO WS-FS-MASKED (WS-SLOT-IX)
               MOVE ZERO TO WS-FS-SURVIVED (WS-SLOT-IX)
           END-PERFORM
           .
           OPEN INPUT BNKCUST-FILE
           IF NOT WS-BNKCUST-OK
               DISPLAY 'BNKCUST not available - no test extract'
               MOVE 'E' TO RCQ-FUNCTION
               MOVE ZERO TO RCQ-REC-COUNT
               MOVE 'F' TO RCQ-OUTCOME
               CALL 'RUNCTL' USING RUNCTL-REQUEST
               STOP RUN
           END-IF
           OPEN OUTPUT MASKRPT-FILE
           .
           PERFORM COPY-CUSTOMERS THRU COPY-CUSTOMERS-EXIT
           PERFORM COPY-ACCOUNTS THRU COPY-ACCOUNTS-EXIT
           PERFORM COPY-CO-OWNERS THRU COPY-CO-OWNERS-EXIT
           PERFORM COPY-LOANS THRU COPY-LOANS-EXIT
           PERFORM LOAD-CARD-NUMBERS THRU LOAD-CARD-NUMBERS-EXIT
           PERFORM COPY-CARDS THRU COPY-CARDS-EXIT
           PERFORM COPY-HISTORY THRU COPY-HISTORY-EXIT
           .
           PERFORM PRINT-CONTROL-REPORT THRU PRINT-CONTROL-REPORT-EXIT
           CLOSE MASKRPT-FILE
           .
           DISPLAY WS-CUST-COUNT ' customer(s), '
               WS-ACCT-COUNT ' account(s), '
               WS-LOAN-COUNT ' loan(s), '
               WS-CARD-COUNT ' card(s), '
               WS-TRN-COUNT ' history row(s) copied'
           .
           MOVE 'E' TO RCQ-FUNCTION
           MOVE WS-CUST-COUNT TO RCQ-REC-COUNT
           IF WS-SURVIVOR-COUNT IS GREATER THAN ZERO
               DISPLAY WS-SURVIVOR-COUNT
                   ' original value(s) survived - do not release'
               MOVE 'F' TO RCQ-OUTCOME
           ELSE
               MOVE 'C' TO RCQ-OUTCOME
           END-IF
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           .
           STOP RUN
           .
      *****************************************************************
      * Customers are read in PID order; the position of each PID in  *
      * that order is the seed of its fake identity. A blank field    *
      * stays blank, and a SIN that is missing or not numeric is left *
      * as it is, so data-quality test cases survive the masking.     *
      *****************************************************************
       COPY-CUSTOMERS.
           OPEN OUTPUT TSTCUST-FILE
           MOVE 'N' TO WS-INPUT-EOF-FLAG
           MOVE LOW-VALUES TO BCS-REC-PID
           START BNKCUST-FILE KEY IS NOT LESS THAN BCS-REC-PID
               INVALID KEY
                   SET WS-INPUT-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-INPUT-EOF
               READ BNKCUST-FILE NEXT RECORD
                   AT END
                       SET WS-INPUT-EOF TO TRUE
                   NOT AT END
                       PERFORM MASK-ONE-CUSTOMER THRU
                           MASK-ONE-CUSTOMER-EXIT
               END-READ
           END-PERFORM
           CLOSE BNKCUST-FILE
           CLOSE TSTCUST-FILE
           .
       COPY-CUSTOMERS-EXIT.
           EXIT
           .
       MASK-ONE-CUSTOMER.
           ADD 1 TO WS-CUST-COUNT
           ADD 1 TO WS-CUST-SEQ
           MOVE BCS-REC-NAME TO WS-ORIG-NAME
           MOVE BCS-REC-NAME-FF TO WS-ORIG-NAME-FF
           MOVE BCS-REC-SIN TO WS-ORIG-SIN
           MOVE BCS-REC-ADDR1 TO WS-ORIG-ADDR1
           MOVE BCS-REC-ADDR2 TO WS-ORIG-ADDR2
           MOVE BCS-REC-POST-CODE TO WS-ORIG-POST-CODE
           MOVE BCS-REC-TEL TO WS-ORIG-TEL
           MOVE BCS-REC-EMAIL TO WS-ORIG-EMAIL
           .
           DIVIDE WS-CUST-SEQ BY 20 GIVING WS-WORK-QUOT
               REMAINDER WS-WORK-REM
           COMPUTE WS-NAME-IX = WS-WORK-REM + 1
           DIVIDE WS-WORK-QUOT BY 20 GIVING WS-WORK-QUOT
               REMAINDER WS-WORK-REM
           COMPUTE WS-SURNAME-IX = WS-WORK-REM + 1
           MOVE SPACES TO WS-FAKE-NAME
           STRING WS-FIRST-NAME (WS-NAME-IX) DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               WS-SURNAME (WS-SURNAME-IX) DELIMITED BY SPACE
               INTO WS-FAKE-NAME
           IF BCS-REC-NAME IS NOT EQUAL TO SPACES
               MOVE WS-FAKE-NAME TO BCS-REC-NAME
               ADD 1 TO WS-FS-MASKED (WS-SLOT-NAME)
           END-IF
           IF BCS-REC-NAME-FF IS NOT EQUAL TO SPACES
               MOVE WS-FAKE-NAME TO BCS-REC-NAME-FF
               ADD 1 TO WS-FS-MASKED (WS-SLOT-NAME)
           END-IF
           .
           IF BCS-REC-SIN IS NUMERIC
               AND BCS-REC-SIN IS NOT EQUAL TO ZEROS
               MOVE SPACES TO WS-LUHN-DIGITS
               STRING '9' WS-CUST-SEQ DELIMITED BY SIZE
                   INTO WS-LUHN-DIGITS
               MOVE 8 TO WS-LUHN-LEN
               PERFORM COMPUTE-LUHN-CHECK THRU COMPUTE-LUHN-CHECK-EXIT
               MOVE WS-LUHN-DIGITS (1:8) TO WS-FAKE-SIN-BODY
               MOVE WS-LUHN-CHECK TO WS-FAKE-SIN-CHECK
               MOVE WS-FAKE-SIN TO BCS-REC-SIN
               ADD 1 TO WS-FS-MASKED (WS-SLOT-SIN)
           END-IF
           .
           DIVIDE WS-CUST-SEQ BY 10 GIVING WS-WORK-QUOT
               REMAINDER WS-WORK-REM
           COMPUTE WS-NAME-IX = WS-WORK-REM + 1
           DIVIDE WS-CUST-SEQ BY 8900 GIVING WS-WORK-QUOT
               REMAINDER WS-WORK-REM
           COMPUTE WS-FAKE-HOUSE = WS-WORK-REM + 1000
           IF BCS-REC-ADDR1 IS NOT EQUAL TO SPACES
               MOVE SPACES TO BCS-REC-ADDR1
               STRING WS-FAKE-HOUSE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-STREET (WS-NAME-IX) DELIMITED BY SPACE
                   ' TEST ROAD' DELIMITED BY SIZE
                   INTO BCS-REC-ADDR1
               ADD 1 TO WS-FS-MASKED (WS-SLOT-ADDRESS)
           END-IF
           IF BCS-REC-ADDR2 IS NOT EQUAL TO SPACES
               MOVE WS-TOWN (WS-NAME-IX) TO BCS-REC-ADDR2
               ADD 1 TO WS-FS-MASKED (WS-SLOT-ADDRESS)
           END-IF
           .
           IF BCS-REC-POST-CODE IS NOT EQUAL TO SPACES
               MOVE BCS-REC-POST-CODE TO WS-SHAPE-TEXT
               MOVE 6 TO WS-SHAPE-LEN
               MOVE SPACES TO WS-SHAPE-DIGITS
               MOVE WS-CUST-SEQ (3:5) TO WS-SHAPE-DIGITS
               DIVIDE WS-CUST-SEQ BY 20 GIVING WS-WORK-QUOT
                   REMAINDER WS-WORK-REM
               MOVE SPACES TO WS-SHAPE-LETTERS
               COMPUTE WS-NAME-IX = WS-WORK-REM + 1
               MOVE WS-LETTER (WS-NAME-IX) TO WS-SHAPE-LETTERS (1:1)
               DIVIDE WS-WORK-QUOT BY 20 GIVING WS-WORK-QUOT
                   REMAINDER WS-WORK-REM
               COMPUTE WS-NAME-IX = WS-WORK-REM + 1
               MOVE WS-LETTER (WS-NAME-IX) TO WS-SHAPE-LETTERS (2:1)
               DIVIDE WS-WORK-QUOT BY 20 GIVING WS-WORK-QUOT
                   REMAINDER WS-WORK-REM
               COMPUTE WS-NAME-IX = WS-WORK-REM + 1
               MOVE WS-LETTER (WS-NAME-IX) TO WS-SHAPE-LETTERS (3:1)
               PERFORM MASK-BY-SHAPE THRU MASK-BY-SHAPE-EXIT
               MOVE WS-SHAPE-TEXT (1:6) TO BCS-REC-POST-CODE
               ADD 1 TO WS-FS-MASKED (WS-SLOT-POST-CODE)
           END-IF
           .
           IF BCS-REC-TEL IS NOT EQUAL TO SPACES
               MOVE BCS-REC-TEL TO WS-SHAPE-TEXT
               MOVE 12 TO WS-SHAPE-LEN
               MOVE SPACES TO WS-SHAPE-DIGITS
               STRING '555' WS-CUST-SEQ '00' DELIMITED BY SIZE
                   INTO WS-SHAPE-DIGITS
               MOVE 'TTTTTTTTTTTT' TO WS-SHAPE-LETTERS
               PERFORM MASK-BY-SHAPE THRU MASK-BY-SHAPE-EXIT
               MOVE WS-SHAPE-TEXT TO BCS-REC-TEL
               ADD 1 TO WS-FS-MASKED (WS-SLOT-TEL)
           END-IF
           .
           IF BCS-REC-EMAIL IS NOT EQUAL TO SPACES
               MOVE ZERO TO WS-AT-COUNT
               INSPECT BCS-REC-EMAIL TALLYING WS-AT-COUNT FOR ALL '@'
               MOVE WS-CUST-SEQ TO WS-FAKE-EMAIL-SEQ
               MOVE SPACES TO BCS-REC-EMAIL
               IF WS-AT-COUNT IS EQUAL TO ZERO
                   STRING 'cust' WS-FAKE-EMAIL-SEQ 'maskmail.ca'
                       DELIMITED BY SIZE INTO BCS-REC-EMAIL
               ELSE
                   STRING 'cust' WS-FAKE-EMAIL-SEQ '@maskmail.ca'
                       DELIMITED BY SIZE INTO BCS-REC-EMAIL
               END-IF
               ADD 1 TO WS-FS-MASKED (WS-SLOT-EMAIL)
           END-IF
           .
           IF BCS-REC-ATM-PIN-HASH IS NUMERIC
               AND BCS-REC-ATM-PIN-HASH IS GREATER THAN ZERO
               MOVE WS-TEST-PIN-HASH TO BCS-REC-ATM-PIN-HASH
               ADD 1 TO WS-FS-MASKED (WS-SLOT-PIN)
           END-IF
           IF BCS-REC-BIRTH-DTE IS NUMERIC
               AND BCS-REC-BIRTH-DTE IS GREATER THAN ZERO
               MOVE '0101' TO BCS-REC-BIRTH-DTE (5:4)
               ADD 1 TO WS-FS-MASKED (WS-SLOT-BIRTH)
           END-IF
           .
           PERFORM CHECK-CUSTOMER-SURVIVORS THRU
               CHECK-CUSTOMER-SURVIVORS-EXIT
           WRITE TSTCUST-RECORD FROM BNKCUST-RECORD
           .
       MASK-ONE-CUSTOMER-EXIT.
           EXIT
           .
      *****************************************************************
      * The proof: every value that was there before masking must     *
      * differ from what is written. A survivor is named by PID and   *
      * field only - the value itself never goes to the console.      *
      *****************************************************************
       CHECK-CUSTOMER-SURVIVORS.
           MOVE BCS-REC-PID TO WS-SURVIVOR-PID
           IF WS-ORIG-NAME IS NOT EQUAL TO SPACES
               AND BCS-REC-NAME IS EQUAL TO WS-ORIG-NAME
               MOVE WS-SLOT-NAME TO WS-SLOT-IX
               PERFORM NOTE-SURVIVOR THRU NOTE-SURVIVOR-EXIT
           END-IF
           IF WS-ORIG-NAME-FF IS NOT EQUAL TO SPACES
               AND BCS-REC-NAME-FF IS EQUAL TO WS-ORIG-NAME-FF
               MOVE WS-SLOT-NAME TO WS-SLOT-IX
               PERFORM NOTE-SURVIVOR THRU NOTE-SURVIVOR-EXIT
           END-IF
           IF WS-ORIG-SIN IS NUMERIC
               AND WS-ORIG-SIN IS NOT EQUAL TO ZEROS
               AND BCS-REC-SIN IS EQUAL TO WS-ORIG-SIN
               MOVE WS-SLOT-SIN TO WS-SLOT-IX
               PERFORM NOTE-SURVIVOR THRU NOTE-SURVIVOR-EXIT
           END-IF
           IF WS-ORIG-ADDR1 IS NOT EQUAL TO SPACES
               AND BCS-REC-ADDR1 IS EQUAL TO WS-ORIG-ADDR1
               MOVE WS-SLOT-ADDRESS TO WS-SLOT-IX
               PERFORM NOTE-SURVIVOR THRU NOTE-SURVIVOR-EXIT
           END-IF
           IF WS-ORIG-ADDR2 IS NOT EQUAL TO SPACES
               AND BCS-REC-ADDR2 IS EQUAL TO WS-ORIG-ADDR2
               MOVE WS-SLOT-ADDRESS TO WS-SLOT-IX
               PERFORM NOTE-SURVIVOR THRU NOTE-SURVIVOR-EXIT
           END-IF
           IF WS-ORIG-POST-CODE IS NOT EQUAL TO SPACES
               AND BCS-REC-POST-CODE IS EQUAL TO WS-ORIG-POST-CODE
               MOVE WS-SLOT-POST-CODE TO WS-SLOT-IX
               PERFORM NOTE-SURVIVOR THRU NOTE-SURVIVOR-EXIT
           END-IF
           IF WS-ORIG-TEL IS NOT EQUAL TO SPACES
               AND BCS-REC-TEL IS EQUAL TO WS-ORIG-TEL
               MOVE WS-SLOT-TEL TO WS-SLOT-IX
               PERFORM NOTE-SURVIVOR THRU NOTE-SURVIVOR-EXIT
           END-IF
           IF WS-ORIG-EMAIL IS NOT EQUAL TO SPACES
               AND BCS-REC-EMAIL IS EQUAL TO WS-ORIG-EMAIL
               MOVE WS-SLOT-EMAIL TO WS-SLOT-IX
               PERFORM NOTE-SURVIVOR THRU NOTE-SURVIVOR-EXIT
           END-IF
           .
       CHECK-CUSTOMER-SURVIVORS-EXIT.
           EXIT
           .
       NOTE-SURVIVOR.
           ADD 1 TO WS-FS-SURVIVED (WS-SLOT-IX)
           ADD 1 TO WS-SURVIVOR-COUNT
           DISPLAY 'Original value survived masking: '
               WS-FIELD-LABEL (WS-SLOT-IX) ' PID ' WS-SURVIVOR-PID
           .
       NOTE-SURVIVOR-EXIT.
           EXIT
           .
      *****************************************************************
      * Each character of WS-SHAPE-TEXT that is a digit takes the     *
      * next generator digit, each letter the next generator letter;  *
      * spaces and punctuation stay where they are.                   *
      *****************************************************************
       MASK-BY-SHAPE.
           MOVE 1 TO WS-SHAPE-DIGIT-IX
           MOVE 1 TO WS-SHAPE-LETTER-IX
           PERFORM VARYING WS-SHAPE-POS FROM 1 BY 1
                   UNTIL WS-SHAPE-POS IS GREATER THAN WS-SHAPE-LEN
               IF WS-SHAPE-TEXT (WS-SHAPE-POS:1) IS NUMERIC
                   IF WS-SHAPE-DIGITS (WS-SHAPE-DIGIT-IX:1) IS NUMERIC
                       MOVE WS-SHAPE-DIGITS (WS-SHAPE-DIGIT-IX:1)
                           TO WS-SHAPE-TEXT (WS-SHAPE-POS:1)
                   ELSE
                       MOVE '0' TO WS-SHAPE-TEXT (WS-SHAPE-POS:1)
                   END-IF
                   ADD 1 TO WS-SHAPE-DIGIT-IX
               ELSE
                   IF WS-SHAPE-TEXT (WS-SHAPE-POS:1) IS ALPHABETIC
                       AND WS-SHAPE-TEXT (WS-SHAPE-POS:1)
                           IS NOT EQUAL TO SPACE
                       IF WS-SHAPE-LETTERS (WS-SHAPE-LETTER-IX:1)
                           IS EQUAL TO SPACE
                           MOVE 'X' TO WS-SHAPE-TEXT (WS-SHAPE-POS:1)
                       ELSE
                           MOVE WS-SHAPE-LETTERS (WS-SHAPE-LETTER-IX:1)
                               TO WS-SHAPE-TEXT (WS-SHAPE-POS:1)
                       END-IF
                       ADD 1 TO WS-SHAPE-LETTER-IX
                   END-IF
               END-IF
           END-PERFORM
           .
       MASK-BY-SHAPE-EXIT.
           EXIT
           .
       COMPUTE-LUHN-CHECK.
           MOVE ZERO TO WS-LUHN-SUM
           PERFORM VARYING WS-LUHN-POS FROM 1 BY 1
                   UNTIL WS-LUHN-POS IS GREATER THAN WS-LUHN-LEN
               MOVE WS-LUHN-DIGITS (WS-LUHN-POS:1) TO WS-LUHN-DIGIT
               COMPUTE WS-LUHN-DIST = WS-LUHN-LEN - WS-LUHN-POS
               DIVIDE WS-LUHN-DIST BY 2 GIVING WS-LUHN-QUOT
                   REMAINDER WS-LUHN-REM
               IF WS-LUHN-REM IS EQUAL TO ZERO
                   COMPUTE WS-LUHN-DIGIT = WS-LUHN-DIGIT * 2
                   IF WS-LUHN-DIGIT IS GREATER THAN 9
                       SUBTRACT 9 FROM WS-LUHN-DIGIT
                   END-IF
               END-IF
               ADD WS-LUHN-DIGIT TO WS-LUHN-SUM
           END-PERFORM
           DIVIDE WS-LUHN-SUM BY 10 GIVING WS-LUHN-QUOT
               REMAINDER WS-LUHN-REM
           IF WS-LUHN-REM IS EQUAL TO ZERO
               MOVE ZERO TO WS-LUHN-CHECK
           ELSE
               COMPUTE WS-LUHN-CHECK = 10 - WS-LUHN-REM
           END-IF
           .
       COMPUTE-LUHN-CHECK-EXIT.
           EXIT
           .
      *****************************************************************
      * Account, co-owner and loan rows hold keys, balances and dates *
      * but no personal values, so they go across unchanged.          *
      *****************************************************************
       COPY-ACCOUNTS.
           OPEN INPUT ACCTMST-FILE
           IF NOT WS-ACCTMST-OK
               GO TO COPY-ACCOUNTS-EXIT
           END-IF
           OPEN OUTPUT TSTACCT-FILE
           MOVE 'N' TO WS-INPUT-EOF-FLAG
           PERFORM UNTIL WS-INPUT-EOF
               READ ACCTMST-FILE NEXT RECORD
                   AT END
                       SET WS-INPUT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ACCT-COUNT
                       WRITE TSTACCT-RECORD FROM ACCTMST-RECORD
               END-READ
           END-PERFORM
           CLOSE ACCTMST-FILE
           CLOSE TSTACCT-FILE
           .
       COPY-ACCOUNTS-EXIT.
           EXIT
           .
       COPY-CO-OWNERS.
           OPEN INPUT ACCTXRF-FILE
           IF NOT WS-ACCTXRF-OK
               GO TO COPY-CO-OWNERS-EXIT
           END-IF
           OPEN OUTPUT TSTXRF-FILE
           MOVE 'N' TO WS-INPUT-EOF-FLAG
           PERFORM UNTIL WS-INPUT-EOF
               READ ACCTXRF-FILE NEXT RECORD
                   AT END
                       SET WS-INPUT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-XRF-COUNT
                       WRITE TSTXRF-RECORD FROM ACCTXRF-RECORD
               END-READ
           END-PERFORM
           CLOSE ACCTXRF-FILE
           CLOSE TSTXRF-FILE
           .
       COPY-CO-OWNERS-EXIT.
           EXIT
           .
       COPY-LOANS.
           OPEN INPUT LOANMST-FILE
           IF NOT WS-LOANMST-OK
               GO TO COPY-LOANS-EXIT
           END-IF
           OPEN OUTPUT TSTLOAN-FILE
           MOVE 'N' TO WS-INPUT-EOF-FLAG
           PERFORM UNTIL WS-INPUT-EOF
               READ LOANMST-FILE NEXT RECORD
                   AT END
                       SET WS-INPUT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LOAN-COUNT
                       WRITE TSTLOAN-RECORD FROM LOANMST-RECORD
               END-READ
           END-PERFORM
           CLOSE LOANMST-FILE
           CLOSE TSTLOAN-FILE
           .
       COPY-LOANS-EXIT.
           EXIT
           .
       LOAD-CARD-NUMBERS.
           OPEN INPUT CARDMST-FILE
           IF NOT WS-CARDMST-OK
               GO TO LOAD-CARD-NUMBERS-EXIT
           END-IF
           MOVE 'N' TO WS-INPUT-EOF-FLAG
           PERFORM UNTIL WS-INPUT-EOF
               READ CARDMST-FILE NEXT RECORD
                   AT END
                       SET WS-INPUT-EOF TO TRUE
                   NOT AT END
                       IF WS-CARD-TAB-COUNT IS LESS THAN 20000
                           ADD 1 TO WS-CARD-TAB-COUNT
                           MOVE CRD-CARD-NO TO
                               WS-CARD-TAB-ENTRY (WS-CARD-TAB-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CARDMST-FILE
           .
       LOAD-CARD-NUMBERS-EXIT.
           EXIT
           .
      *****************************************************************
      * A fake card number keeps the real six-digit BIN, so the card  *
      * still routes as the same product, then the card's sequence in *
      * key order and a Luhn check digit. The successor of a replaced *
      * card, and the card a renewal replaces, are masked through     *
      * their own position in the table; one beyond the table cannot  *
      * be mapped and the link is dropped.                            *
      *****************************************************************
       COPY-CARDS.
           OPEN INPUT CARDMST-FILE
           IF NOT WS-CARDMST-OK
               GO TO COPY-CARDS-EXIT
           END-IF
           OPEN OUTPUT TSTCARD-FILE
           MOVE 'N' TO WS-INPUT-EOF-FLAG
           PERFORM UNTIL WS-INPUT-EOF
               READ CARDMST-FILE NEXT RECORD
                   AT END
                       SET WS-INPUT-EOF TO TRUE
                   NOT AT END
                       PERFORM MASK-ONE-CARD THRU MASK-ONE-CARD-EXIT
               END-READ
           END-PERFORM
           CLOSE CARDMST-FILE
           CLOSE TSTCARD-FILE
           .
       COPY-CARDS-EXIT.
           EXIT
           .
       MASK-ONE-CARD.
           ADD 1 TO WS-CARD-COUNT
           MOVE CRD-CARD-NO TO WS-ORIG-CARD-NO
           MOVE CRD-REPLACED-BY TO WS-ORIG-REPLACED-BY
           MOVE CRD-RENEWAL-OF TO WS-ORIG-RENEWAL-OF
           MOVE CRD-OWNER-PID TO WS-SURVIVOR-PID
           .
           MOVE WS-ORIG-CARD-NO TO WS-CARD-BIN-SOURCE
           MOVE WS-CARD-COUNT TO WS-CARD-SEQ
           PERFORM BUILD-FAKE-CARD THRU BUILD-FAKE-CARD-EXIT
           MOVE WS-FAKE-CARD TO CRD-CARD-NO
           ADD 1 TO WS-FS-MASKED (WS-SLOT-CARD)
           .
           IF CRD-REPLACED-BY IS NOT EQUAL TO SPACES
               MOVE ZERO TO WS-CARD-FOUND-IX
               PERFORM VARYING WS-CARD-IX FROM 1 BY 1
                       UNTIL WS-CARD-IX > WS-CARD-TAB-COUNT
                          OR WS-CARD-FOUND-IX IS GREATER THAN ZERO
                   IF WS-CARD-TAB-ENTRY (WS-CARD-IX) IS EQUAL TO
                       WS-ORIG-REPLACED-BY
                       MOVE WS-CARD-IX TO WS-CARD-FOUND-IX
                   END-IF
               END-PERFORM
               IF WS-CARD-FOUND-IX IS GREATER THAN ZERO
                   MOVE WS-ORIG-REPLACED-BY TO WS-CARD-BIN-SOURCE
                   MOVE WS-CARD-FOUND-IX TO WS-CARD-SEQ
                   PERFORM BUILD-FAKE-CARD THRU BUILD-FAKE-CARD-EXIT
                   MOVE WS-FAKE-CARD TO CRD-REPLACED-BY
                   ADD 1 TO WS-FS-MASKED (WS-SLOT-SUCCESSOR)
               ELSE
                   MOVE SPACES TO CRD-REPLACED-BY
                   ADD 1 TO WS-UNLINKED-COUNT
               END-IF
           END-IF
           .
           IF CRD-RENEWAL-OF IS NOT EQUAL TO SPACES
               MOVE ZERO TO WS-CARD-FOUND-IX
               PERFORM VARYING WS-CARD-IX FROM 1 BY 1
                       UNTIL WS-CARD-IX > WS-CARD-TAB-COUNT
                          OR WS-CARD-FOUND-IX IS GREATER THAN ZERO
                   IF WS-CARD-TAB-ENTRY (WS-CARD-IX) IS EQUAL TO
                       WS-ORIG-RENEWAL-OF
                       MOVE WS-CARD-IX TO WS-CARD-FOUND-IX
                   END-IF
               END-PERFORM
               IF WS-CARD-FOUND-IX IS GREATER THAN ZERO
                   MOVE WS-ORIG-RENEWAL-OF TO WS-CARD-BIN-SOURCE
                   MOVE WS-CARD-FOUND-IX TO WS-CARD-SEQ
                   PERFORM BUILD-FAKE-CARD THRU BUILD-FAKE-CARD-EXIT
                   MOVE WS-FAKE-CARD TO CRD-RENEWAL-OF
                   ADD 1 TO WS-FS-MASKED (WS-SLOT-SUCCESSOR)
               ELSE
                   MOVE SPACES TO CRD-RENEWAL-OF
                   ADD 1 TO WS-UNLINKED-COUNT
               END-IF
           END-IF
           .
           IF CRD-PIN-HASH IS NUMERIC
               AND CRD-PIN-HASH IS GREATER THAN ZERO
               MOVE WS-TEST-PIN-HASH TO CRD-PIN-HASH
               ADD 1 TO WS-FS-MASKED (WS-SLOT-PIN)
           END-IF
           .
           IF CRD-CARD-NO IS EQUAL TO WS-ORIG-CARD-NO
               MOVE WS-SLOT-CARD TO WS-SLOT-IX
               PERFORM NOTE-SURVIVOR THRU NOTE-SURVIVOR-EXIT
           END-IF
           IF WS-ORIG-REPLACED-BY IS NOT EQUAL TO SPACES
               AND CRD-REPLACED-BY IS EQUAL TO WS-ORIG-REPLACED-BY
               MOVE WS-SLOT-SUCCESSOR TO WS-SLOT-IX
               PERFORM NOTE-SURVIVOR THRU NOTE-SURVIVOR-EXIT
           END-IF
           IF WS-ORIG-RENEWAL-OF IS NOT EQUAL TO SPACES
               AND CRD-RENEWAL-OF IS EQUAL TO WS-ORIG-RENEWAL-OF
               MOVE WS-SLOT-SUCCESSOR TO WS-SLOT-IX
               PERFORM NOTE-SURVIVOR THRU NOTE-SURVIVOR-EXIT
           END-IF
           .
           WRITE TSTCARD-RECORD FROM CARDMST-RECORD
           .
       MASK-ONE-CARD-EXIT.
           EXIT
           .
       BUILD-FAKE-CARD.
           IF WS-CARD-BIN-SOURCE (1:6) IS NUMERIC
               MOVE WS-CARD-BIN-SOURCE (1:6) TO WS-FAKE-CARD-BIN
           ELSE
               MOVE '999999' TO WS-FAKE-CARD-BIN
           END-IF
           MOVE WS-CARD-SEQ TO WS-FAKE-CARD-SEQ
           MOVE WS-FAKE-CARD-BODY TO WS-LUHN-DIGITS
           MOVE 15 TO WS-LUHN-LEN
           PERFORM COMPUTE-LUHN-CHECK THRU COMPUTE-LUHN-CHECK-EXIT
           MOVE WS-LUHN-CHECK TO WS-FAKE-CARD-CHECK
           .
       BUILD-FAKE-CARD-EXIT.
           EXIT
           .
      *****************************************************************
      * Posting history keeps every key, amount and date. Only the    *
      * free text of the types that carry a person's name or alias -  *
      * P2P, wires, bill payments and outbound direct credits - is    *
      * replaced; system wording and employer names on payroll stay.  *
      *****************************************************************
       COPY-HISTORY.
           OPEN INPUT ACCTTRN-FILE
           IF NOT WS-ACCTTRN-OK
               GO TO COPY-HISTORY-EXIT
           END-IF
           OPEN OUTPUT TSTTRN-FILE
           MOVE 'N' TO WS-INPUT-EOF-FLAG
           PERFORM UNTIL WS-INPUT-EOF
               READ ACCTTRN-FILE
                   AT END
                       SET WS-INPUT-EOF TO TRUE
                   NOT AT END
                       PERFORM MASK-ONE-POSTING THRU
                           MASK-ONE-POSTING-EXIT
               END-READ
           END-PERFORM
           CLOSE ACCTTRN-FILE
           CLOSE TSTTRN-FILE
           .
       COPY-HISTORY-EXIT.
           EXIT
           .
       MASK-ONE-POSTING.
           ADD 1 TO WS-TRN-COUNT
           IF ATN-DESC IS EQUAL TO SPACES
               GO TO MASK-ONE-POSTING-WRITE
           END-IF
           IF NOT (ATN-TYPE-P2P-SEND OR ATN-TYPE-P2P-CREDIT
                   OR ATN-TYPE-P2P-REFUND OR ATN-TYPE-WIRE-OUT
                   OR ATN-TYPE-WIRE-IN OR ATN-TYPE-BILL-PAY
                   OR ATN-TYPE-DIRECT-CR-OUT OR ATN-TYPE-DIRECT-CR-RTN)
               GO TO MASK-ONE-POSTING-WRITE
           END-IF
           .
           MOVE ATN-DESC TO WS-ORIG-DESC
           MOVE WS-TOKEN-HISTORY TO ATN-DESC
           ADD 1 TO WS-FS-MASKED (WS-SLOT-HISTORY)
           IF ATN-DESC IS EQUAL TO WS-ORIG-DESC
               IF ATN-FROM-PID IS NOT EQUAL TO SPACES
                   MOVE ATN-FROM-PID TO WS-SURVIVOR-PID
               ELSE
                   MOVE ATN-TO-PID TO WS-SURVIVOR-PID
               END-IF
               MOVE WS-SLOT-HISTORY TO WS-SLOT-IX
               PERFORM NOTE-SURVIVOR THRU NOTE-SURVIVOR-EXIT
           END-IF
           .
       MASK-ONE-POSTING-WRITE.
           WRITE TSTTRN-RECORD FROM ACCTTRN-RECORD
           .
       MASK-ONE-POSTING-EXIT.
           EXIT
           .
       PRINT-CONTROL-REPORT.
           MOVE GBD-BUSINESS-DATE TO WS-RPT-HDG-DATE
           WRITE MASKRPT-RECORD FROM WS-REPORT-HEADING
           WRITE MASKRPT-RECORD FROM WS-BLANK-LINE
           WRITE MASKRPT-RECORD FROM WS-FILE-HEADING
           .
           MOVE 'BNKCUST' TO WS-RPT-FILE
           MOVE 'TSTCUST' TO WS-RPT-COPY
           MOVE WS-CUST-COUNT TO WS-RPT-RECORDS
           WRITE MASKRPT-RECORD FROM WS-FILE-LINE
           MOVE 'ACCTMST' TO WS-RPT-FILE
           MOVE 'TSTACCT' TO WS-RPT-COPY
           MOVE WS-ACCT-COUNT TO WS-RPT-RECORDS
           WRITE MASKRPT-RECORD FROM WS-FILE-LINE
           MOVE 'ACCTXRF' TO WS-RPT-FILE
           MOVE 'TSTXRF' TO WS-RPT-COPY
           MOVE WS-XRF-COUNT TO WS-RPT-RECORDS
           WRITE MASKRPT-RECORD FROM WS-FILE-LINE
           MOVE 'LOANMST' TO WS-RPT-FILE
           MOVE 'TSTLOAN' TO WS-RPT-COPY
           MOVE WS-LOAN-COUNT TO WS-RPT-RECORDS
           WRITE MASKRPT-RECORD FROM WS-FILE-LINE
           MOVE 'CARDMST' TO WS-RPT-FILE
           MOVE 'TSTCARD' TO WS-RPT-COPY
           MOVE WS-CARD-COUNT TO WS-RPT-RECORDS
           WRITE MASKRPT-RECORD FROM WS-FILE-LINE
           MOVE 'ACCTTRN' TO WS-RPT-FILE
           MOVE 'TSTTRN' TO WS-RPT-COPY
           MOVE WS-TRN-COUNT TO WS-RPT-RECORDS
           WRITE MASKRPT-RECORD FROM WS-FILE-LINE
           .
           WRITE MASKRPT-RECORD FROM WS-BLANK-LINE
           WRITE MASKRPT-RECORD FROM WS-FIELD-HEADING
           PERFORM VARYING WS-SLOT-IX FROM 1 BY 1
                   UNTIL WS-SLOT-IX IS GREATER THAN WS-SLOT-COUNT
               MOVE WS-FIELD-LABEL (WS-SLOT-IX) TO WS-RPT-FIELD
               MOVE WS-FS-MASKED (WS-SLOT-IX) TO WS-RPT-MASKED
               MOVE WS-FS-SURVIVED (WS-SLOT-IX) TO WS-RPT-SURVIVED
               WRITE MASKRPT-RECORD FROM WS-FIELD-LINE
           END-PERFORM
           .
           IF WS-UNLINKED-COUNT IS GREATER THAN ZERO
               MOVE WS-UNLINKED-COUNT TO WS-RPT-UNLINKED
               WRITE MASKRPT-RECORD FROM WS-UNLINKED-LINE
           END-IF
           .
           WRITE MASKRPT-RECORD FROM WS-BLANK-LINE
           IF WS-SURVIVOR-COUNT IS EQUAL TO ZERO
               MOVE 'NO ORIGINAL VALUE SURVIVED - COPIES RELEASABLE'
                   TO WS-VERDICT-LINE
           ELSE
               MOVE 'ORIGINAL VALUES SURVIVED - DO NOT RELEASE'
                   TO WS-VERDICT-LINE
           END-IF
           WRITE MASKRPT-RECORD FROM WS-VERDICT-LINE
           .
       PRINT-CONTROL-REPORT-EXIT.
           EXIT
           .
