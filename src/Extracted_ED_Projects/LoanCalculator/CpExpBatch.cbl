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

001150***************************************************************** cpexpb
001160* Program:     CPEXPBATCH.CBL                                   * cpexpb
001170* Function:    Nightly connected-party exposure calculation.    * cpexpb
001180*              Browses ACCTMST in owner order and, for each     * cpexpb
001190*              customer, totals what the bank has at risk: a    * cpexpb
001200*              loan's outstanding balance (plus the undrawn     * cpexpb
001210*              part of a construction loan still drawing), a    * cpexpb
001220*              credit line's limit or its drawn balance if      * cpexpb
001230*              higher, and a deposit account's overdraft limit  * cpexpb
001240*              or its overdrawn balance if higher. Charged-off  * cpexpb
001250*              facilities are left out. Each customer's total   * cpexpb
001260*              is added to their CPMEMB group's row on CPEXPOS, * cpexpb
001270*              or to a row of its own for a customer in no      * cpexpb
001280*              group, so CpExpChk starts each day from a fresh  * cpexpb
001290*              figure.                                          * cpexpb
001300***************************************************************** cpexpb
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CpExpBatch.

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
               ACCESS MODE IS RANDOM
               RECORD KEY IS LNM-KEY
               FILE STATUS IS WS-LOANMST-STATUS.
           SELECT LOCMST-FILE ASSIGN TO "LOCMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LOC-KEY
               FILE STATUS IS WS-LOCMST-STATUS.
           SELECT CPMEMB-FILE ASSIGN TO "CPMEMB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CPM-PID
               FILE STATUS IS WS-CPMEMB-STATUS.
           SELECT CPEXPOS-FILE ASSIGN TO "CPEXPOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CPE-KEY
               FILE STATUS IS WS-CPEXPOS-STATUS.

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

       FD CPMEMB-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CCPMEMB.

       FD CPEXPOS-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CCPEXPOS.

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'CPEXPCLC'.
         05 WS-ACCTMST-STATUS PIC X(2).
           88 WS-ACCTMST-OK VALUE '00'.
         05 WS-LOANMST-STATUS PIC X(2).
           88 WS-LOANMST-OK VALUE '00'.
         05 WS-LOCMST-STATUS PIC X(2).
           88 WS-LOCMST-OK VALUE '00'.
         05 WS-CPMEMB-STATUS PIC X(2).
           88 WS-CPMEMB-OK VALUE '00'.
         05 WS-CPEXPOS-STATUS PIC X(2).
           88 WS-CPEXPOS-OK VALUE '00'.
         05 WS-ACCTMST-EOF-FLAG PIC X(1).
           88 WS-ACCTMST-EOF VALUE 'Y'.
         05 WS-CPMEMB-OPEN-FLAG PIC X(1).
           88 WS-CPMEMB-OPEN VALUE 'Y'.
         05 WS-ACCOUNT-COUNT PIC 9(6) VALUE ZERO.
         05 WS-CUSTOMER-COUNT PIC 9(6) VALUE ZERO.
         05 WS-GROUP-ROW-COUNT PIC 9(6) VALUE ZERO.
         05 WS-SINGLE-ROW-COUNT PIC 9(6) VALUE ZERO.
         05 WS-CHARGED-OFF-COUNT PIC 9(6) VALUE ZERO.
         05 WS-DRAWN PIC S9(9)V99.
         05 WS-UNDRAWN PIC S9(9)V99.
         05 WS-ACCOUNT-EXPOSURE PIC S9(9)V99.
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
           10 FILLER PIC X(5).
      *****************************************************************
      * One customer's exposure, built up account by account and      *
      * posted to the group or single-name row when the owner PID     *
      * changes.                                                      *
      *****************************************************************
       01 WS-CUSTOMER-TOTALS.
         05 WS-CUS-PID PIC X(5).
         05 WS-CUS-LOAN PIC S9(11)V99.
         05 WS-CUS-LOC PIC S9(11)V99.
         05 WS-CUS-OD PIC S9(11)V99.
         05 WS-CUS-TOTAL PIC S9(11)V99.
       01 WS-EXPOSURE-KEY.
         05 WS-EXK-KIND PIC X(1).
         05 WS-EXK-ID PIC X(5).

       COPY CGETBDTQ.

       COPY CRUNCTLQ.

       PROCEDURE DIVISION.
       000-START-PROCESSING.
           MOVE 'S' TO RCQ-FUNCTION
           MOVE 'CPEXPCLC' TO RCQ-JOB-NAME
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
           OPEN INPUT ACCTMST-FILE
           OPEN INPUT LOANMST-FILE
           OPEN INPUT LOCMST-FILE
           MOVE 'N' TO WS-CPMEMB-OPEN-FLAG
           OPEN INPUT CPMEMB-FILE
           IF WS-CPMEMB-OK
               SET WS-CPMEMB-OPEN TO TRUE
           END-IF
      *****************************************************************
      * Each run starts CPEXPOS afresh - the masters now carry every  *
      * commitment CpExpChk recorded since the last run.              *
      *****************************************************************
           OPEN OUTPUT CPEXPOS-FILE
           CLOSE CPEXPOS-FILE
           OPEN I-O CPEXPOS-FILE
           .
           MOVE SPACES TO WS-CUS-PID
           MOVE 'N' TO WS-ACCTMST-EOF-FLAG
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
                       PERFORM MEASURE-ONE-ACCOUNT THRU
                           MEASURE-ONE-ACCOUNT-EXIT
               END-READ
           END-PERFORM
           PERFORM POST-CUSTOMER-EXPOSURE THRU
               POST-CUSTOMER-EXPOSURE-EXIT
           .
           CLOSE ACCTMST-FILE
           CLOSE LOANMST-FILE
           CLOSE LOCMST-FILE
           IF WS-CPMEMB-OPEN
               CLOSE CPMEMB-FILE
           END-IF
           CLOSE CPEXPOS-FILE
           .
           DISPLAY WS-ACCOUNT-COUNT ' account(s), '
               WS-CUSTOMER-COUNT ' customer(s) with exposure, '
               WS-GROUP-ROW-COUNT ' group row(s), '
               WS-SINGLE-ROW-COUNT ' single-name row(s), '
               WS-CHARGED-OFF-COUNT ' charged off excluded'
           .
           MOVE 'E' TO RCQ-FUNCTION
           MOVE WS-ACCOUNT-COUNT TO RCQ-REC-COUNT
           MOVE 'C' TO RCQ-OUTCOME
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           .
           STOP RUN
           .
      *****************************************************************
      * A loan counts what is owed, plus what a construction loan     *
      * still has to draw; a line counts its limit or what is drawn   *
      * if more; anything else counts its overdraft the same way.     *
      *****************************************************************
       MEASURE-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNT-COUNT
           IF AMS-OWNER-PID IS NOT EQUAL TO WS-CUS-PID
               PERFORM POST-CUSTOMER-EXPOSURE THRU
                   POST-CUSTOMER-EXPOSURE-EXIT
               MOVE AMS-OWNER-PID TO WS-CUS-PID
           END-IF
           .
           MOVE ZERO TO WS-DRAWN
           IF AMS-BALANCE IS LESS THAN ZERO
               COMPUTE WS-DRAWN = ZERO - AMS-BALANCE
           END-IF
           .
           MOVE AMS-KEY TO LNM-KEY
           READ LOANMST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LNM-CHARGED-OFF
                       ADD 1 TO WS-CHARGED-OFF-COUNT
                       GO TO MEASURE-ONE-ACCOUNT-EXIT
                   END-IF
                   IF NOT LNM-ACTIVE
                       GO TO MEASURE-ONE-ACCOUNT-EXIT
                   END-IF
                   MOVE ZERO TO WS-UNDRAWN
                   IF LNM-CONSTRUCTION-DRAWING
                       AND LNM-ORIG-AMOUNT IS GREATER THAN WS-DRAWN
                       COMPUTE WS-UNDRAWN = LNM-ORIG-AMOUNT - WS-DRAWN
                   END-IF
                   COMPUTE WS-CUS-LOAN = WS-CUS-LOAN + WS-DRAWN
                       + WS-UNDRAWN
                   GO TO MEASURE-ONE-ACCOUNT-EXIT
           END-READ
           .
           MOVE AMS-KEY TO LOC-KEY
           READ LOCMST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LOC-CHARGED-OFF
                       ADD 1 TO WS-CHARGED-OFF-COUNT
                       GO TO MEASURE-ONE-ACCOUNT-EXIT
                   END-IF
                   IF NOT LOC-ACTIVE
                       GO TO MEASURE-ONE-ACCOUNT-EXIT
                   END-IF
                   MOVE LOC-CREDIT-LIMIT TO WS-ACCOUNT-EXPOSURE
                   IF WS-DRAWN IS GREATER THAN WS-ACCOUNT-EXPOSURE
                       MOVE WS-DRAWN TO WS-ACCOUNT-EXPOSURE
                   END-IF
                   ADD WS-ACCOUNT-EXPOSURE TO WS-CUS-LOC
                   GO TO MEASURE-ONE-ACCOUNT-EXIT
           END-READ
           .
           IF AMS-PRODUCT-CODE IS EQUAL TO 'LOAN'
               ADD WS-DRAWN TO WS-CUS-LOAN
               GO TO MEASURE-ONE-ACCOUNT-EXIT
           END-IF
           MOVE ZERO TO WS-ACCOUNT-EXPOSURE
           IF AMS-OVERDRAFT-LIMIT IS NUMERIC
               MOVE AMS-OVERDRAFT-LIMIT TO WS-ACCOUNT-EXPOSURE
           END-IF
           IF WS-DRAWN IS GREATER THAN WS-ACCOUNT-EXPOSURE
               MOVE WS-DRAWN TO WS-ACCOUNT-EXPOSURE
           END-IF
           ADD WS-ACCOUNT-EXPOSURE TO WS-CUS-OD
           .
       MEASURE-ONE-ACCOUNT-EXIT.
           EXIT
           .
      *****************************************************************
      * Add the finished customer to their group's row, or to a row   *
      * of their own when CPMEMB has them in no group.                *
      *****************************************************************
       POST-CUSTOMER-EXPOSURE.
           IF WS-CUS-PID IS EQUAL TO SPACES
               GO TO POST-CUSTOMER-EXPOSURE-RESET
           END-IF
           COMPUTE WS-CUS-TOTAL = WS-CUS-LOAN + WS-CUS-LOC + WS-CUS-OD
           IF WS-CUS-TOTAL IS NOT GREATER THAN ZERO
               GO TO POST-CUSTOMER-EXPOSURE-RESET
           END-IF
           ADD 1 TO WS-CUSTOMER-COUNT
           .
           MOVE 'P' TO WS-EXK-KIND
           MOVE WS-CUS-PID TO WS-EXK-ID
           IF WS-CPMEMB-OPEN
               MOVE WS-CUS-PID TO CPM-PID
               READ CPMEMB-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'G' TO WS-EXK-KIND
                       MOVE CPM-GROUP-ID TO WS-EXK-ID
               END-READ
           END-IF
           .
           MOVE WS-EXPOSURE-KEY TO CPE-KEY
           READ CPEXPOS-FILE
               INVALID KEY
                   MOVE SPACES TO CPEXPOS-RECORD
                   MOVE WS-EXPOSURE-KEY TO CPE-KEY
                   MOVE 1 TO CPE-PID-COUNT
                   MOVE WS-CUS-LOAN TO CPE-LOAN-EXPOSURE
                   MOVE WS-CUS-LOC TO CPE-LOC-EXPOSURE
                   MOVE WS-CUS-OD TO CPE-OD-EXPOSURE
                   MOVE WS-CUS-TOTAL TO CPE-TOTAL-EXPOSURE
                   MOVE ZERO TO CPE-ADDED-TODAY
                   MOVE GBD-BUSINESS-DATE TO CPE-CALC-DATE
                   WRITE CPEXPOS-RECORD
                   IF CPE-KIND-GROUP
                       ADD 1 TO WS-GROUP-ROW-COUNT
                   ELSE
                       ADD 1 TO WS-SINGLE-ROW-COUNT
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO CPE-PID-COUNT
                   ADD WS-CUS-LOAN TO CPE-LOAN-EXPOSURE
                   ADD WS-CUS-LOC TO CPE-LOC-EXPOSURE
                   ADD WS-CUS-OD TO CPE-OD-EXPOSURE
                   ADD WS-CUS-TOTAL TO CPE-TOTAL-EXPOSURE
                   REWRITE CPEXPOS-RECORD
           END-READ
           .
       POST-CUSTOMER-EXPOSURE-RESET.
           MOVE ZERO TO WS-CUS-LOAN
           MOVE ZERO TO WS-CUS-LOC
           MOVE ZERO TO WS-CUS-OD
           MOVE ZERO TO WS-CUS-TOTAL
           .
       POST-CUSTOMER-EXPOSURE-EXIT.
           EXIT
           .
