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

001150***************************************************************** loaneclb
001160* Program:     LOANECLBATCH.CBL                                 * loaneclb
001170* Function:    Month-end expected-credit-loss provisioning over * loaneclb
001180*              the loan and line-of-credit book. Every active   * loaneclb
001190*              LOANMST loan and LOCMST facility with a drawn    * loaneclb
001200*              balance is staged from the COLLWRK aging         * loaneclb
001210*              LoanDelqBatch cut the same night - not on the    * loaneclb
001220*              queue is performing (1), the 30 and 60 buckets   * loaneclb
001230*              significantly deteriorated (2), 90+ credit-      * loaneclb
001240*              impaired (3) - and provisioned at balance times  * loaneclb
001250*              the ECLPARM probability of default and loss      * loaneclb
001260*              given default for its product and stage. The     * loaneclb
001270*              ECLRPT report shows the allowance by product,    * loaneclb
001280*              branch and stage against last month's ECLMEMO    * loaneclb
001290*              memo, and the ECLGLEX extract (GLEXTR row        * loaneclb
001300*              convention) books only the month's movement to   * loaneclb
001310*              the provision expense and allowance accounts. A  * loaneclb
001320*              product and stage with no factor row stops the   * loaneclb
001330*              run before anything reaches Finance.             * loaneclb
001340***************************************************************** loaneclb
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanEclBatch.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT ACCTMST-FILE ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AMS-KEY
               FILE STATUS IS WS-ACCTMST-STATUS.
           SELECT BNKCUST-FILE ASSIGN TO "BNKCUST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BCS-REC-PID
               FILE STATUS IS WS-BNKCUST-STATUS.
           SELECT COLLWRK-FILE ASSIGN TO "COLLWRK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COLLWRK-STATUS.
           SELECT ECLPARM-FILE ASSIGN TO "ECLPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ECLPARM-STATUS.
           SELECT ECLMEMO-FILE ASSIGN TO "ECLMEMO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ECLMEMO-STATUS.
           SELECT ECLGLEX-FILE ASSIGN TO "ECLGLEX"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ECLGLEX-STATUS.
           SELECT ECLRPT-FILE ASSIGN TO "ECLRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ECLRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOANMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CLOANMST.

       FD LOCMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CLOCMST.

       FD ACCTMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CACCTMST.

       FD BNKCUST-FILE
           LABEL RECORDS ARE STANDARD.
       01 BNKCUST-RECORD.
       COPY CBANKVCS.

       FD COLLWRK-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CCOLLWRK.

       FD ECLPARM-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CECLPARM.

       FD ECLMEMO-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CECLMEMO.

       FD ECLGLEX-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CGLEXTR.

       FD ECLRPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 ECLRPT-RECORD                   PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'LOANECLB'.
         05 WS-LOANMST-STATUS PIC X(2).
           88 WS-LOANMST-OK VALUE '00'.
         05 WS-LOCMST-STATUS PIC X(2).
           88 WS-LOCMST-OK VALUE '00'.
         05 WS-ACCTMST-STATUS PIC X(2).
           88 WS-ACCTMST-OK VALUE '00'.
         05 WS-BNKCUST-STATUS PIC X(2).
           88 WS-BNKCUST-OK VALUE '00'.
         05 WS-COLLWRK-STATUS PIC X(2).
           88 WS-COLLWRK-OK VALUE '00'.
         05 WS-ECLPARM-STATUS PIC X(2).
           88 WS-ECLPARM-OK VALUE '00'.
         05 WS-ECLMEMO-STATUS PIC X(2).
           88 WS-ECLMEMO-OK VALUE '00'.
         05 WS-ECLGLEX-STATUS PIC X(2).
           88 WS-ECLGLEX-OK VALUE '00'.
         05 WS-ECLRPT-STATUS PIC X(2).
           88 WS-ECLRPT-OK VALUE '00'.
         05 WS-LOANMST-EOF-FLAG PIC X(1).
           88 WS-LOANMST-EOF VALUE 'Y'.
         05 WS-LOCMST-EOF-FLAG PIC X(1).
           88 WS-LOCMST-EOF VALUE 'Y'.
         05 WS-COLLWRK-EOF-FLAG PIC X(1).
           88 WS-COLLWRK-EOF VALUE 'Y'.
         05 WS-ECLPARM-EOF-FLAG PIC X(1).
           88 WS-ECLPARM-EOF VALUE 'Y'.
         05 WS-ECLMEMO-EOF-FLAG PIC X(1).
           88 WS-ECLMEMO-EOF VALUE 'Y'.
         05 WS-NO-FACTOR-FLAG PIC X(1) VALUE 'N'.
           88 WS-NO-FACTOR-SEEN VALUE 'Y'.
         05 WS-EXPOSURE-COUNT PIC 9(6) VALUE ZERO.
         05 WS-EXP-OWNER-PID PIC X(5).
         05 WS-EXP-ACCOUNT PIC X(9).
         05 WS-EXP-PRODUCT PIC X(4).
         05 WS-EXP-BRANCH PIC X(4).
         05 WS-EXP-STAGE PIC 9(1).
         05 WS-EXP-BALANCE PIC S9(9)V99.
         05 WS-EXP-ALLOWANCE PIC S9(9)V99.
         05 WS-FACTOR-SLOT PIC 9(3).
         05 WS-CELL-SLOT PIC 9(3).
         05 WS-PRODUCT-SLOT PIC 9(2).
         05 WS-PRM-IDX PIC 9(3).
         05 WS-AGE-IDX PIC 9(4).
         05 WS-CEL-IDX PIC 9(3).
         05 WS-STG-IDX PIC 9(1).
         05 WS-PRD-IDX PIC 9(2).
         05 WS-CELL-CHANGE PIC S9(9)V99.
         05 WS-TOTAL-ALLOWANCE PIC S9(11)V99 VALUE ZERO.
         05 WS-TOTAL-PRIOR PIC S9(11)V99 VALUE ZERO.
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
           10 FILLER PIC X(5).
      *****************************************************************
      * Latest effective factor row per product and stage.            *
      *****************************************************************
       01 WS-FACTOR-TABLE.
         05 WS-PRM-COUNT PIC 9(3) VALUE ZERO.
         05 WS-PRM-ENTRY OCCURS 60 TIMES.
           10 WS-PRM-PRODUCT PIC X(4).
           10 WS-PRM-STAGE PIC 9(1).
           10 WS-PRM-PD-PCT PIC 9(3)V99.
           10 WS-PRM-LGD-PCT PIC 9(3)V99.
           10 WS-PRM-EFF-DATE PIC 9(8).
      *****************************************************************
      * The night's aging, one entry per delinquent facility (the     *
      * primary owner's COLLWRK row), already reduced to a stage.     *
      *****************************************************************
       01 WS-AGING-TABLE.
         05 WS-AGE-COUNT PIC 9(4) VALUE ZERO.
         05 WS-AGE-ENTRY OCCURS 3000 TIMES.
           10 WS-AGE-OWNER-PID PIC X(5).
           10 WS-AGE-ACCOUNT PIC X(9).
           10 WS-AGE-STAGE PIC 9(1).
      *****************************************************************
      * One cell per product and branch - last month's allowance off  *
      * the memo, and this month's split by stage.                    *
      *****************************************************************
       01 WS-CELL-TABLE.
         05 WS-CEL-COUNT PIC 9(3) VALUE ZERO.
         05 WS-CEL-ENTRY OCCURS 300 TIMES.
           10 WS-CEL-PRODUCT PIC X(4).
           10 WS-CEL-BRANCH PIC X(4).
           10 WS-CEL-PRIOR PIC S9(9)V99.
           10 WS-CEL-ALLOWANCE PIC S9(9)V99.
           10 WS-CEL-STAGE OCCURS 3 TIMES.
             15 WS-CEL-STG-COUNT PIC 9(6).
             15 WS-CEL-STG-BALANCE PIC S9(11)V99.
             15 WS-CEL-STG-ALLOWANCE PIC S9(9)V99.
       01 WS-PRODUCT-TABLE.
         05 WS-PRD-COUNT PIC 9(2) VALUE ZERO.
         05 WS-PRD-ENTRY OCCURS 20 TIMES.
           10 WS-PRD-PRODUCT PIC X(4).
           10 WS-PRD-CHANGE PIC S9(11)V99.
       01 WS-REPORT-HEADING.
         05 FILLER PIC X(36)
             VALUE 'EXPECTED CREDIT LOSS ALLOWANCE  RUN '.
         05 WS-RPT-HDG-DATE PIC 9(8).
         05 FILLER PIC X(36) VALUE SPACES.
       01 WS-REPORT-STAGE-LINE.
         05 WS-RPT-PRODUCT PIC X(4).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-BRANCH PIC X(4).
         05 FILLER PIC X(7) VALUE ' STAGE '.
         05 WS-RPT-STAGE PIC 9(1).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-COUNT PIC ZZZZZ9.
         05 FILLER PIC X(5) VALUE ' BAL '.
         05 WS-RPT-BALANCE PIC -(10)9.99.
         05 FILLER PIC X(7) VALUE ' ALLOW '.
         05 WS-RPT-ALLOWANCE PIC -(8)9.99.
         05 FILLER PIC X(9) VALUE SPACES.
       01 WS-REPORT-CELL-LINE.
         05 WS-RPT-C-PRODUCT PIC X(4).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-C-BRANCH PIC X(4).
         05 FILLER PIC X(7) VALUE ' TOTAL '.
         05 WS-RPT-C-ALLOWANCE PIC -(8)9.99.
         05 FILLER PIC X(7) VALUE ' PRIOR '.
         05 WS-RPT-C-PRIOR PIC -(8)9.99.
         05 FILLER PIC X(8) VALUE ' CHANGE '.
         05 WS-RPT-C-CHANGE PIC -(8)9.99.
         05 FILLER PIC X(10) VALUE SPACES.
       01 WS-REPORT-TOTAL-LINE.
         05 FILLER PIC X(16) VALUE 'BOOK ALLOWANCE  '.
         05 WS-RPT-T-ALLOWANCE PIC -(10)9.99.
         05 FILLER PIC X(7) VALUE ' PRIOR '.
         05 WS-RPT-T-PRIOR PIC -(10)9.99.
         05 FILLER PIC X(3) VALUE SPACES.
         05 FILLER PIC X(10) VALUE 'EXPOSURES '.
         05 WS-RPT-T-COUNT PIC ZZZZZ9.
         05 FILLER PIC X(10) VALUE SPACES.

       COPY CGETBDTQ.

       COPY CRUNCTLQ.

       PROCEDURE DIVISION.
       000-START-PROCESSING.
      *****************************************************************
      * Staging reads the aging the delinquency run cut tonight, so   *
      * it must have completed first.                                 *
      *****************************************************************
           MOVE 'S' TO RCQ-FUNCTION
           MOVE 'LOANECLB' TO RCQ-JOB-NAME
           MOVE 'LOANDELQ' TO RCQ-PREREQ-JOB
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           IF RCQ-REPLY-REFUSED
               DISPLAY 'Run control refused start: ' RCQ-REPLY-MSG
               STOP RUN
           END-IF
           .
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           CALL 'GETBDTE' USING GETBDTE-REQUEST
           .
           PERFORM LOAD-FACTOR-TABLE THRU LOAD-FACTOR-TABLE-EXIT
           PERFORM LOAD-AGING-TABLE THRU LOAD-AGING-TABLE-EXIT
           PERFORM LOAD-PRIOR-ALLOWANCE THRU
               LOAD-PRIOR-ALLOWANCE-EXIT
           .
           OPEN INPUT LOANMST-FILE
           OPEN INPUT LOCMST-FILE
           OPEN INPUT ACCTMST-FILE
           OPEN INPUT BNKCUST-FILE
           .
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
                           MOVE LNM-OWNER-PID TO WS-EXP-OWNER-PID
                           MOVE LNM-ACCOUNT TO WS-EXP-ACCOUNT
                           PERFORM PROVIDE-ONE-EXPOSURE THRU
                               PROVIDE-ONE-EXPOSURE-EXIT
                       END-IF
               END-READ
           END-PERFORM
           .
           IF WS-LOCMST-OK
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
                               MOVE LOC-OWNER-PID TO WS-EXP-OWNER-PID
                               MOVE LOC-ACCOUNT TO WS-EXP-ACCOUNT
                               PERFORM PROVIDE-ONE-EXPOSURE THRU
                                   PROVIDE-ONE-EXPOSURE-EXIT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           .
           CLOSE LOANMST-FILE
           CLOSE LOCMST-FILE
           CLOSE ACCTMST-FILE
           CLOSE BNKCUST-FILE
           .
      *****************************************************************
      * A missing factor stops the run here, loudly - the extract is  *
      * withheld and the memo left alone, so a rerun once the ECLPARM *
      * row is loaded books the whole month cleanly.                  *
      *****************************************************************
           IF WS-NO-FACTOR-SEEN
               DISPLAY 'Missing ECLPARM factor(s) - extract '
                   'withheld; load the rows and rerun'
               MOVE 'E' TO RCQ-FUNCTION
               MOVE WS-EXPOSURE-COUNT TO RCQ-REC-COUNT
               MOVE 'F' TO RCQ-OUTCOME
               CALL 'RUNCTL' USING RUNCTL-REQUEST
               STOP RUN
           END-IF
           .
           OPEN OUTPUT ECLRPT-FILE
           MOVE GBD-BUSINESS-DATE TO WS-RPT-HDG-DATE
           WRITE ECLRPT-RECORD FROM WS-REPORT-HEADING
           PERFORM VARYING WS-CEL-IDX FROM 1 BY 1
                   UNTIL WS-CEL-IDX IS GREATER THAN WS-CEL-COUNT
               PERFORM REPORT-ONE-CELL THRU REPORT-ONE-CELL-EXIT
           END-PERFORM
           MOVE WS-TOTAL-ALLOWANCE TO WS-RPT-T-ALLOWANCE
           MOVE WS-TOTAL-PRIOR TO WS-RPT-T-PRIOR
           MOVE WS-EXPOSURE-COUNT TO WS-RPT-T-COUNT
           WRITE ECLRPT-RECORD FROM WS-REPORT-TOTAL-LINE
           CLOSE ECLRPT-FILE
           .
      *****************************************************************
      * Two GL rows per product carry the month's movement - a rise   *
      * in the allowance debits provision expense and credits the     *
      * allowance (contra-asset) account, a release the reverse.      *
      *****************************************************************
           OPEN OUTPUT ECLGLEX-FILE
           PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
                   UNTIL WS-PRD-IDX IS GREATER THAN WS-PRD-COUNT
               IF WS-PRD-CHANGE(WS-PRD-IDX) IS NOT EQUAL TO ZERO
                   MOVE SPACES TO GLEXTR-RECORD
                   MOVE 'BANK ' TO GLE-OWNER-PID
                   STRING 'ECLX-' WS-PRD-PRODUCT(WS-PRD-IDX)
                       DELIMITED BY SIZE INTO GLE-ACCOUNT
                   MOVE WS-PRD-CHANGE(WS-PRD-IDX) TO GLE-GL-BALANCE
                   MOVE GBD-BUSINESS-DATE TO GLE-GL-DATE
                   WRITE GLEXTR-RECORD
                   MOVE SPACES TO GLEXTR-RECORD
                   MOVE 'BANK ' TO GLE-OWNER-PID
                   STRING 'ECLA-' WS-PRD-PRODUCT(WS-PRD-IDX)
                       DELIMITED BY SIZE INTO GLE-ACCOUNT
                   COMPUTE GLE-GL-BALANCE =
                       ZERO - WS-PRD-CHANGE(WS-PRD-IDX)
                   MOVE GBD-BUSINESS-DATE TO GLE-GL-DATE
                   WRITE GLEXTR-RECORD
               END-IF
           END-PERFORM
           CLOSE ECLGLEX-FILE
           .
      *****************************************************************
      * The memo is rewritten whole with this month's allowance, so   *
      * next month books only its own movement.                       *
      *****************************************************************
           OPEN OUTPUT ECLMEMO-FILE
           PERFORM VARYING WS-CEL-IDX FROM 1 BY 1
                   UNTIL WS-CEL-IDX IS GREATER THAN WS-CEL-COUNT
               IF WS-CEL-ALLOWANCE(WS-CEL-IDX) IS NOT EQUAL TO ZERO
                   MOVE WS-CEL-PRODUCT(WS-CEL-IDX) TO ECM-PRODUCT-CODE
                   MOVE WS-CEL-BRANCH(WS-CEL-IDX) TO ECM-BRANCH
                   MOVE WS-CEL-ALLOWANCE(WS-CEL-IDX) TO ECM-ALLOWANCE
                   MOVE GBD-BUSINESS-DATE TO ECM-RUN-DATE
                   WRITE ECLMEMO-RECORD
               END-IF
           END-PERFORM
           CLOSE ECLMEMO-FILE
           .
           DISPLAY WS-EXPOSURE-COUNT ' exposure(s) provisioned in '
               WS-CEL-COUNT ' product/branch cell(s)'
           .
           MOVE 'E' TO RCQ-FUNCTION
           MOVE WS-EXPOSURE-COUNT TO RCQ-REC-COUNT
           MOVE 'C' TO RCQ-OUTCOME
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           .
           STOP RUN
           .
      *****************************************************************
      * Best row per product and stage - the latest effective date    *
      * not after the business date wins, the RATETBL convention.     *
      *****************************************************************
       LOAD-FACTOR-TABLE.
           OPEN INPUT ECLPARM-FILE
           IF NOT WS-ECLPARM-OK
               GO TO LOAD-FACTOR-TABLE-EXIT
           END-IF
           PERFORM UNTIL WS-ECLPARM-EOF
               READ ECLPARM-FILE
                   AT END
                       SET WS-ECLPARM-EOF TO TRUE
                   NOT AT END
                       IF ECL-EFF-DATE IS NOT GREATER THAN
                               GBD-BUSINESS-DATE
                           PERFORM MERGE-ONE-FACTOR THRU
                               MERGE-ONE-FACTOR-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ECLPARM-FILE
           .
       LOAD-FACTOR-TABLE-EXIT.
           EXIT
           .
       MERGE-ONE-FACTOR.
           PERFORM VARYING WS-PRM-IDX FROM 1 BY 1
                   UNTIL WS-PRM-IDX IS GREATER THAN WS-PRM-COUNT
               IF WS-PRM-PRODUCT(WS-PRM-IDX) IS EQUAL TO
                       ECL-PRODUCT-CODE
                   AND WS-PRM-STAGE(WS-PRM-IDX) IS EQUAL TO ECL-STAGE
                   IF ECL-EFF-DATE IS NOT LESS THAN
                           WS-PRM-EFF-DATE(WS-PRM-IDX)
                       MOVE ECL-PD-PCT TO WS-PRM-PD-PCT(WS-PRM-IDX)
                       MOVE ECL-LGD-PCT TO WS-PRM-LGD-PCT(WS-PRM-IDX)
                       MOVE ECL-EFF-DATE TO
                           WS-PRM-EFF-DATE(WS-PRM-IDX)
                   END-IF
                   GO TO MERGE-ONE-FACTOR-EXIT
               END-IF
           END-PERFORM
           .
           IF WS-PRM-COUNT IS LESS THAN 60
               ADD 1 TO WS-PRM-COUNT
               MOVE ECL-PRODUCT-CODE TO WS-PRM-PRODUCT(WS-PRM-COUNT)
               MOVE ECL-STAGE TO WS-PRM-STAGE(WS-PRM-COUNT)
               MOVE ECL-PD-PCT TO WS-PRM-PD-PCT(WS-PRM-COUNT)
               MOVE ECL-LGD-PCT TO WS-PRM-LGD-PCT(WS-PRM-COUNT)
               MOVE ECL-EFF-DATE TO WS-PRM-EFF-DATE(WS-PRM-COUNT)
           END-IF
           .
       MERGE-ONE-FACTOR-EXIT.
           EXIT
           .
      *****************************************************************
      * Only the primary owner's row stands for the facility - the    *
      * co-borrower and guarantor rows repeat the same exposure.      *
      *****************************************************************
       LOAD-AGING-TABLE.
           OPEN INPUT COLLWRK-FILE
           IF NOT WS-COLLWRK-OK
               DISPLAY 'No COLLWRK aging - every exposure staged '
                   'as performing'
               GO TO LOAD-AGING-TABLE-EXIT
           END-IF
           PERFORM UNTIL WS-COLLWRK-EOF
               READ COLLWRK-FILE
                   AT END
                       SET WS-COLLWRK-EOF TO TRUE
                   NOT AT END
                       IF CWK-PARTY-PRIMARY
                           AND WS-AGE-COUNT IS LESS THAN 3000
                           ADD 1 TO WS-AGE-COUNT
                           MOVE CWK-OWNER-PID TO
                               WS-AGE-OWNER-PID(WS-AGE-COUNT)
                           MOVE CWK-ACCOUNT TO
                               WS-AGE-ACCOUNT(WS-AGE-COUNT)
                           IF CWK-AGE-90-PLUS
                               MOVE 3 TO WS-AGE-STAGE(WS-AGE-COUNT)
                           ELSE
                               MOVE 2 TO WS-AGE-STAGE(WS-AGE-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COLLWRK-FILE
           .
       LOAD-AGING-TABLE-EXIT.
           EXIT
           .
       LOAD-PRIOR-ALLOWANCE.
           OPEN INPUT ECLMEMO-FILE
           IF NOT WS-ECLMEMO-OK
               GO TO LOAD-PRIOR-ALLOWANCE-EXIT
           END-IF
           PERFORM UNTIL WS-ECLMEMO-EOF
               READ ECLMEMO-FILE
                   AT END
                       SET WS-ECLMEMO-EOF TO TRUE
                   NOT AT END
                       MOVE ECM-PRODUCT-CODE TO WS-EXP-PRODUCT
                       MOVE ECM-BRANCH TO WS-EXP-BRANCH
                       PERFORM FIND-CELL THRU FIND-CELL-EXIT
                       IF WS-CELL-SLOT IS GREATER THAN ZERO
                           ADD ECM-ALLOWANCE TO
                               WS-CEL-PRIOR(WS-CELL-SLOT)
                           ADD ECM-ALLOWANCE TO WS-TOTAL-PRIOR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ECLMEMO-FILE
           .
       LOAD-PRIOR-ALLOWANCE-EXIT.
           EXIT
           .
      *****************************************************************
      * The exposure is the drawn balance on the shadow ACCTMST row,  *
      * the way BurExtBatch reads it; product and branch come from    *
      * that row and the owner's BNKCUST home branch.                 *
      *****************************************************************
       PROVIDE-ONE-EXPOSURE.
           MOVE WS-EXP-OWNER-PID TO AMS-OWNER-PID
           MOVE WS-EXP-ACCOUNT TO AMS-ACCOUNT
           READ ACCTMST-FILE
               INVALID KEY
                   GO TO PROVIDE-ONE-EXPOSURE-EXIT
           END-READ
           IF AMS-BALANCE IS NOT LESS THAN ZERO
               GO TO PROVIDE-ONE-EXPOSURE-EXIT
           END-IF
           COMPUTE WS-EXP-BALANCE = ZERO - AMS-BALANCE
           MOVE AMS-PRODUCT-CODE TO WS-EXP-PRODUCT
           .
           MOVE SPACES TO WS-EXP-BRANCH
           MOVE WS-EXP-OWNER-PID TO BCS-REC-PID
           READ BNKCUST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE BCS-REC-HOME-BRANCH TO WS-EXP-BRANCH
           END-READ
           .
           MOVE 1 TO WS-EXP-STAGE
           PERFORM VARYING WS-AGE-IDX FROM 1 BY 1
                   UNTIL WS-AGE-IDX IS GREATER THAN WS-AGE-COUNT
               IF WS-AGE-OWNER-PID(WS-AGE-IDX) IS EQUAL TO
                       WS-EXP-OWNER-PID
                   AND WS-AGE-ACCOUNT(WS-AGE-IDX) IS EQUAL TO
                       WS-EXP-ACCOUNT
                   MOVE WS-AGE-STAGE(WS-AGE-IDX) TO WS-EXP-STAGE
               END-IF
           END-PERFORM
           .
           MOVE ZERO TO WS-FACTOR-SLOT
           PERFORM VARYING WS-PRM-IDX FROM 1 BY 1
                   UNTIL WS-PRM-IDX IS GREATER THAN WS-PRM-COUNT
               IF WS-PRM-PRODUCT(WS-PRM-IDX) IS EQUAL TO
                       WS-EXP-PRODUCT
                   AND WS-PRM-STAGE(WS-PRM-IDX) IS EQUAL TO
                       WS-EXP-STAGE
                   MOVE WS-PRM-IDX TO WS-FACTOR-SLOT
               END-IF
           END-PERFORM
           IF WS-FACTOR-SLOT IS EQUAL TO ZERO
               SET WS-NO-FACTOR-SEEN TO TRUE
               DISPLAY 'No ECLPARM row for product ' WS-EXP-PRODUCT
                   ' stage ' WS-EXP-STAGE
               GO TO PROVIDE-ONE-EXPOSURE-EXIT
           END-IF
           .
           COMPUTE WS-EXP-ALLOWANCE ROUNDED =
               WS-EXP-BALANCE
               * WS-PRM-PD-PCT(WS-FACTOR-SLOT) / 100
               * WS-PRM-LGD-PCT(WS-FACTOR-SLOT) / 100
           .
           PERFORM FIND-CELL THRU FIND-CELL-EXIT
           IF WS-CELL-SLOT IS EQUAL TO ZERO
               DISPLAY 'Cell table full - ' WS-EXP-ACCOUNT
                   ' not provisioned'
               SET WS-NO-FACTOR-SEEN TO TRUE
               GO TO PROVIDE-ONE-EXPOSURE-EXIT
           END-IF
           ADD 1 TO WS-CEL-STG-COUNT(WS-CELL-SLOT, WS-EXP-STAGE)
           ADD WS-EXP-BALANCE TO
               WS-CEL-STG-BALANCE(WS-CELL-SLOT, WS-EXP-STAGE)
           ADD WS-EXP-ALLOWANCE TO
               WS-CEL-STG-ALLOWANCE(WS-CELL-SLOT, WS-EXP-STAGE)
           ADD WS-EXP-ALLOWANCE TO WS-CEL-ALLOWANCE(WS-CELL-SLOT)
           ADD WS-EXP-ALLOWANCE TO WS-TOTAL-ALLOWANCE
           ADD 1 TO WS-EXPOSURE-COUNT
           .
       PROVIDE-ONE-EXPOSURE-EXIT.
           EXIT
           .
      *****************************************************************
      * Slot for WS-EXP-PRODUCT/WS-EXP-BRANCH, added empty when new;  *
      * zero back means the table is full.                            *
      *****************************************************************
       FIND-CELL.
           MOVE ZERO TO WS-CELL-SLOT
           PERFORM VARYING WS-CEL-IDX FROM 1 BY 1
                   UNTIL WS-CEL-IDX IS GREATER THAN WS-CEL-COUNT
               IF WS-CEL-PRODUCT(WS-CEL-IDX) IS EQUAL TO
                       WS-EXP-PRODUCT
                   AND WS-CEL-BRANCH(WS-CEL-IDX) IS EQUAL TO
                       WS-EXP-BRANCH
                   MOVE WS-CEL-IDX TO WS-CELL-SLOT
               END-IF
           END-PERFORM
           IF WS-CELL-SLOT IS GREATER THAN ZERO
               GO TO FIND-CELL-EXIT
           END-IF
           IF WS-CEL-COUNT IS NOT LESS THAN 300
               GO TO FIND-CELL-EXIT
           END-IF
           .
           ADD 1 TO WS-CEL-COUNT
           MOVE WS-CEL-COUNT TO WS-CELL-SLOT
           MOVE WS-EXP-PRODUCT TO WS-CEL-PRODUCT(WS-CELL-SLOT)
           MOVE WS-EXP-BRANCH TO WS-CEL-BRANCH(WS-CELL-SLOT)
           MOVE ZERO TO WS-CEL-PRIOR(WS-CELL-SLOT)
           MOVE ZERO TO WS-CEL-ALLOWANCE(WS-CELL-SLOT)
           PERFORM VARYING WS-STG-IDX FROM 1 BY 1
                   UNTIL WS-STG-IDX IS GREATER THAN 3
               MOVE ZERO TO WS-CEL-STG-COUNT(WS-CELL-SLOT, WS-STG-IDX)
               MOVE ZERO TO
                   WS-CEL-STG-BALANCE(WS-CELL-SLOT, WS-STG-IDX)
               MOVE ZERO TO
                   WS-CEL-STG-ALLOWANCE(WS-CELL-SLOT, WS-STG-IDX)
           END-PERFORM
           .
       FIND-CELL-EXIT.
           EXIT
           .
       REPORT-ONE-CELL.
           PERFORM VARYING WS-STG-IDX FROM 1 BY 1
                   UNTIL WS-STG-IDX IS GREATER THAN 3
               IF WS-CEL-STG-COUNT(WS-CEL-IDX, WS-STG-IDX)
                       IS GREATER THAN ZERO
                   MOVE WS-CEL-PRODUCT(WS-CEL-IDX) TO WS-RPT-PRODUCT
                   MOVE WS-CEL-BRANCH(WS-CEL-IDX) TO WS-RPT-BRANCH
                   MOVE WS-STG-IDX TO WS-RPT-STAGE
                   MOVE WS-CEL-STG-COUNT(WS-CEL-IDX, WS-STG-IDX) TO
                       WS-RPT-COUNT
                   MOVE WS-CEL-STG-BALANCE(WS-CEL-IDX, WS-STG-IDX) TO
                       WS-RPT-BALANCE
                   MOVE WS-CEL-STG-ALLOWANCE(WS-CEL-IDX, WS-STG-IDX)
                       TO WS-RPT-ALLOWANCE
                   WRITE ECLRPT-RECORD FROM WS-REPORT-STAGE-LINE
               END-IF
           END-PERFORM
           .
           COMPUTE WS-CELL-CHANGE = WS-CEL-ALLOWANCE(WS-CEL-IDX)
               - WS-CEL-PRIOR(WS-CEL-IDX)
           MOVE WS-CEL-PRODUCT(WS-CEL-IDX) TO WS-RPT-C-PRODUCT
           MOVE WS-CEL-BRANCH(WS-CEL-IDX) TO WS-RPT-C-BRANCH
           MOVE WS-CEL-ALLOWANCE(WS-CEL-IDX) TO WS-RPT-C-ALLOWANCE
           MOVE WS-CEL-PRIOR(WS-CEL-IDX) TO WS-RPT-C-PRIOR
           MOVE WS-CELL-CHANGE TO WS-RPT-C-CHANGE
           WRITE ECLRPT-RECORD FROM WS-REPORT-CELL-LINE
           .
           MOVE ZERO TO WS-PRODUCT-SLOT
           PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
                   UNTIL WS-PRD-IDX IS GREATER THAN WS-PRD-COUNT
               IF WS-PRD-PRODUCT(WS-PRD-IDX) IS EQUAL TO
                       WS-CEL-PRODUCT(WS-CEL-IDX)
                   MOVE WS-PRD-IDX TO WS-PRODUCT-SLOT
               END-IF
           END-PERFORM
           IF WS-PRODUCT-SLOT IS EQUAL TO ZERO
               AND WS-PRD-COUNT IS LESS THAN 20
               ADD 1 TO WS-PRD-COUNT
               MOVE WS-PRD-COUNT TO WS-PRODUCT-SLOT
               MOVE WS-CEL-PRODUCT(WS-CEL-IDX) TO
                   WS-PRD-PRODUCT(WS-PRODUCT-SLOT)
               MOVE ZERO TO WS-PRD-CHANGE(WS-PRODUCT-SLOT)
           END-IF
           IF WS-PRODUCT-SLOT IS GREATER THAN ZERO
               ADD WS-CELL-CHANGE TO WS-PRD-CHANGE(WS-PRODUCT-SLOT)
           END-IF
           .
       REPORT-ONE-CELL-EXIT.
           EXIT
           .
