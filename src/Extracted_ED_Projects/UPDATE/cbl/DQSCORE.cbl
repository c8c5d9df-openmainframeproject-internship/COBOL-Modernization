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

001150***************************************************************** dqscore
001160* Program:     DQSCORE.CBL                                      * dqscore
001170* Function:    Weekly customer master data quality scorecard.   * dqscore
001180*              Every open BNKCUST record is scored against the  * dqscore
001190*              rule set on DQRULE (blank or short telephone     * dqscore
001200*              numbers, postal codes malformed for the country, * dqscore
001210*              missing SINs, malformed and placeholder e-mail   * dqscore
001220*              addresses, names in the wrong case), starting    * dqscore
001230*              from 100 and losing each failed rule's weight.   * dqscore
001240*              The DQSCORRP scorecard shows, per home branch,   * dqscore
001250*              the customers scored, the clean ones, the        * dqscore
001260*              average score and the failures by rule, then     * dqscore
001270*              each rule's failure count against the previous   * dqscore
001280*              week's run kept on DQHIST. Every customer        * dqscore
001290*              failing a rule goes on the DQREMED work list     * dqscore
001300*              keyed by branch, printed as DQREMRP with the     * dqscore
001310*              fields each branch has to fix.                   * dqscore
001320***************************************************************** dqscore
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DQSCORE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DQRULE-FILE ASSIGN TO "DQRULE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DQRULE-STATUS.
           SELECT BNKCUST-FILE ASSIGN TO "BNKCUST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BCS-REC-PID
               FILE STATUS IS WS-BNKCUST-STATUS.
           SELECT DQHIST-FILE ASSIGN TO "DQHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DQHIST-STATUS.
           SELECT DQREMED-FILE ASSIGN TO "DQREMED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DQM-KEY
               FILE STATUS IS WS-DQREMED-STATUS.
           SELECT DQSCORRP-FILE ASSIGN TO "DQSCORRP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DQSCORRP-STATUS.
           SELECT DQREMRP-FILE ASSIGN TO "DQREMRP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DQREMRP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DQRULE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CDQRULE.

       FD BNKCUST-FILE
           LABEL RECORDS ARE STANDARD.
       01 BNKCUST-RECORD.
       COPY CBANKVCS.

       FD DQHIST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CDQHIST.

       FD DQREMED-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CDQREMED.

       FD DQSCORRP-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 DQSCORRP-RECORD                 PIC X(80).

       FD DQREMRP-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 DQREMRP-RECORD                  PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'DQSCORE '.
         05 WS-DQRULE-STATUS PIC X(2).
           88 WS-DQRULE-OK VALUE '00'.
         05 WS-BNKCUST-STATUS PIC X(2).
           88 WS-BNKCUST-OK VALUE '00'.
         05 WS-DQHIST-STATUS PIC X(2).
           88 WS-DQHIST-OK VALUE '00'.
         05 WS-DQREMED-STATUS PIC X(2).
           88 WS-DQREMED-OK VALUE '00'.
         05 WS-DQSCORRP-STATUS PIC X(2).
           88 WS-DQSCORRP-OK VALUE '00'.
         05 WS-DQREMRP-STATUS PIC X(2).
           88 WS-DQREMRP-OK VALUE '00'.
         05 WS-DQRULE-EOF-FLAG PIC X(1).
           88 WS-DQRULE-EOF VALUE 'Y'.
         05 WS-BNKCUST-EOF-FLAG PIC X(1).
           88 WS-BNKCUST-EOF VALUE 'Y'.
         05 WS-DQHIST-EOF-FLAG PIC X(1).
           88 WS-DQHIST-EOF VALUE 'Y'.
         05 WS-DQREMED-EOF-FLAG PIC X(1).
           88 WS-DQREMED-EOF VALUE 'Y'.
         05 WS-RUL-IDX PIC 9(2).
         05 WS-RUL-SLOT PIC 9(2).
         05 WS-PRM-IDX PIC 9(2).
         05 WS-FLD-IDX PIC 9(2).
         05 WS-FLD-FOUND-FLAG PIC X(1).
           88 WS-FLD-FOUND VALUE 'Y'.
         05 WS-CUST-READ-COUNT PIC 9(6) VALUE ZERO.
         05 WS-CUST-CLOSED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-CUST-SCORED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-CUST-FAILING-COUNT PIC 9(6) VALUE ZERO.
         05 WS-REMEDIATION-COUNT PIC 9(6) VALUE ZERO.
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
           10 FILLER PIC X(5).
      *****************************************************************
      * The rule set as shipped - DQRULE rows override it rule by     *
      * rule, so a site with no DQRULE file still gets a scorecard.   *
      * The slot order is fixed: the checks below address each rule   *
      * by its slot.                                                  *
      *****************************************************************
       01 WS-RULE-DEFAULTS.
         05 FILLER PIC X(40) VALUE
             'TELBYTELEPHONE   010BLANK TELEPHONE     '.
         05 FILLER PIC X(40) VALUE
             'TELFYTELEPHONE   010SHORT TELEPHONE     '.
         05 FILLER PIC X(40) VALUE
             'PCODYPOSTAL CODE 015MALFORMED POST CODE '.
         05 FILLER PIC X(40) VALUE
             'SINMYSIN         025MISSING SIN         '.
         05 FILLER PIC X(40) VALUE
             'EMLFYEMAIL       015MALFORMED E-MAIL    '.
         05 FILLER PIC X(40) VALUE
             'EMLPYEMAIL       010PLACEHOLDER E-MAIL  '.
         05 FILLER PIC X(40) VALUE
             'NAMCYNAME        015NAME IN WRONG CASE  '.
       01 WS-RULE-TABLE REDEFINES WS-RULE-DEFAULTS.
         05 WS-RUL-ENTRY OCCURS 7 TIMES.
           10 WS-RUL-ID PIC X(4).
           10 WS-RUL-ACTIVE-FLAG PIC X(1).
             88 WS-RUL-ACTIVE VALUE 'Y'.
           10 WS-RUL-FIELD-NAME PIC X(12).
           10 WS-RUL-WEIGHT PIC 9(3).
           10 WS-RUL-DESC PIC X(20).
       01 WS-RULE-PARAMETERS.
         05 WS-RUL-PARAM-SET OCCURS 7 TIMES.
           10 WS-RUL-PARAM PIC X(10) OCCURS 4 TIMES.
       01 WS-RULE-SLOTS.
         05 WS-SLOT-TEL-BLANK PIC 9(2) VALUE 1.
         05 WS-SLOT-TEL-FORMAT PIC 9(2) VALUE 2.
         05 WS-SLOT-POST-CODE PIC 9(2) VALUE 3.
         05 WS-SLOT-SIN-MISSING PIC 9(2) VALUE 4.
         05 WS-SLOT-EMAIL-FORMAT PIC 9(2) VALUE 5.
         05 WS-SLOT-EMAIL-PLACEHOLDER PIC 9(2) VALUE 6.
         05 WS-SLOT-NAME-CASE PIC 9(2) VALUE 7.
         05 WS-RUL-COUNT PIC 9(2) VALUE 7.
      *****************************************************************
      * One customer's results - a fail flag per rule slot and the    *
      * work areas the individual checks use.                         *
      *****************************************************************
       01 WS-CUSTOMER-WORK.
         05 WS-CUST-FAIL-FLAG PIC X(1) OCCURS 7 TIMES.
           88 WS-CUST-FAILED VALUE 'Y'.
         05 WS-CUST-SCORE PIC S9(4).
         05 WS-CUST-FAIL-COUNT PIC 9(2).
         05 WS-CUST-EMAIL PIC X(30).
         05 WS-CHK-POS PIC 9(3).
         05 WS-CHK-CHAR PIC X(1).
         05 WS-CHK-PREV-CHAR PIC X(1).
         05 WS-CHK-DIGITS PIC 9(3).
         05 WS-CHK-TALLY PIC 9(3).
         05 WS-CHK-LEN PIC 9(3).
         05 WS-CHK-UPPER-COUNT PIC 9(3).
         05 WS-CHK-LOWER-COUNT PIC 9(3).
         05 WS-CHK-WORD-LOWER-FLAG PIC X(1).
           88 WS-CHK-WORD-LOWER VALUE 'Y'.
         05 WS-CHK-CAPS-FLAG PIC X(1).
           88 WS-CHK-CAPS-FAIL VALUE 'Y'.
         05 WS-EMAIL-LEN PIC 9(3).
         05 WS-EMAIL-AT-COUNT PIC 9(3).
         05 WS-EMAIL-AT-POS PIC 9(3).
         05 WS-EMAIL-DOT-AFTER-AT-FLAG PIC X(1).
           88 WS-EMAIL-HAS-DOT-AFTER-AT VALUE 'Y'.
         05 WS-EMAIL-VALID-FLAG PIC X(1).
           88 WS-EMAIL-VALID VALUE 'Y'.
      *****************************************************************
      * Branch scorecard, one entry per home branch in the order the  *
      * branches are met, with the whole bank in WS-TOT-ENTRY.        *
      *****************************************************************
       01 WS-BRANCH-TABLE.
         05 WS-BRT-COUNT PIC 9(2) VALUE ZERO.
         05 WS-BRT-ENTRY OCCURS 50 TIMES.
           10 WS-BRT-CODE PIC X(4).
           10 WS-BRT-CUSTOMERS PIC 9(6).
           10 WS-BRT-CLEAN PIC 9(6).
           10 WS-BRT-SCORE-TOTAL PIC 9(9).
           10 WS-BRT-FAILS PIC 9(6) OCCURS 7 TIMES.
       01 WS-TOTAL-ENTRY.
         05 WS-TOT-CUSTOMERS PIC 9(6) VALUE ZERO.
         05 WS-TOT-CLEAN PIC 9(6) VALUE ZERO.
         05 WS-TOT-SCORE-TOTAL PIC 9(9) VALUE ZERO.
         05 WS-TOT-FAILS PIC 9(6) OCCURS 7 TIMES.
       01 WS-BRANCH-WORK.
         05 WS-BRT-IDX PIC 9(2).
         05 WS-BRT-SLOT PIC 9(2).
         05 WS-BRT-LOOKUP PIC X(4).
         05 WS-AVG-SCORE PIC 9(3).
      *****************************************************************
      * Last week's counts from DQHIST - the latest run before this   *
      * business date. Slot 8 holds the customers failing any rule.   *
      *****************************************************************
       01 WS-PRIOR-RUN.
         05 WS-PRIOR-DATE PIC 9(8) VALUE ZERO.
         05 WS-PRIOR-FOUND-FLAG PIC X(1) VALUE 'N'.
           88 WS-PRIOR-FOUND VALUE 'Y'.
         05 WS-PRIOR-SLOT-ENTRY OCCURS 8 TIMES.
           10 WS-PRIOR-COUNT PIC 9(7).
           10 WS-PRIOR-HAS-FLAG PIC X(1).
             88 WS-PRIOR-HAS VALUE 'Y'.
         05 WS-PRIOR-SLOT PIC 9(2).
         05 WS-THIS-COUNT PIC 9(7).
         05 WS-CHANGE PIC S9(7).
       01 WS-SCORE-HEADING.
         05 FILLER PIC X(40) VALUE
             'CUSTOMER DATA QUALITY SCORECARD    RUN '.
         05 WS-SCH-DATE PIC 9(8).
         05 FILLER PIC X(32) VALUE SPACES.
       01 WS-SCORE-COLUMNS.
         05 FILLER PIC X(26) VALUE
             'BRCH  CUSTS  CLEAN AVG   '.
         05 WS-SCC-RULE-SET OCCURS 7 TIMES.
           10 FILLER PIC X(2) VALUE SPACES.
           10 WS-SCC-RULE-ID PIC X(4).
         05 FILLER PIC X(12) VALUE SPACES.
       01 WS-SCORE-DETAIL.
         05 WS-SCD-BRANCH PIC X(4).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-SCD-CUSTOMERS PIC ZZZZZ9.
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-SCD-CLEAN PIC ZZZZZ9.
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-SCD-AVG-SCORE PIC ZZ9.
         05 FILLER PIC X(4) VALUE SPACES.
         05 WS-SCD-RULE-SET OCCURS 7 TIMES.
           10 FILLER PIC X(1) VALUE SPACE.
           10 WS-SCD-FAILS PIC ZZZZ9.
         05 FILLER PIC X(12) VALUE SPACES.
       01 WS-TREND-HEADING.
         05 FILLER PIC X(40) VALUE
             'RULE FAILURES WEEK ON WEEK   PRIOR RUN '.
         05 WS-TRH-PRIOR-DATE PIC X(8).
         05 FILLER PIC X(32) VALUE SPACES.
       01 WS-TREND-DETAIL.
         05 WS-TRD-RULE-ID PIC X(4).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-TRD-DESC PIC X(20).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-TRD-STATUS PIC X(8).
         05 FILLER PIC X(6) VALUE ' THIS '.
         05 WS-TRD-THIS PIC ZZZ,ZZ9.
         05 FILLER PIC X(6) VALUE ' LAST '.
         05 WS-TRD-LAST PIC ZZZ,ZZ9.
         05 FILLER PIC X(8) VALUE ' CHANGE '.
         05 WS-TRD-CHANGE PIC -ZZZ,ZZ9.
         05 FILLER PIC X(4) VALUE SPACES.
       01 WS-REMED-HEADING.
         05 FILLER PIC X(7) VALUE 'BRANCH '.
         05 WS-RMH-BRANCH PIC X(4).
         05 FILLER PIC X(29) VALUE
             ' DATA QUALITY WORK LIST  RUN '.
         05 WS-RMH-DATE PIC 9(8).
         05 FILLER PIC X(32) VALUE SPACES.
       01 WS-REMED-DETAIL.
         05 WS-RMD-PID PIC X(5).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RMD-NAME PIC X(25).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RMD-SCORE PIC ZZ9.
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RMD-FIELD-SET OCCURS 3 TIMES.
           10 WS-RMD-FIELD PIC X(12).
           10 FILLER PIC X(1).
         05 FILLER PIC X(5) VALUE SPACES.
       01 WS-REMED-BREAK.
         05 WS-RMB-LAST-BRANCH PIC X(4).
         05 WS-RMB-FIELD-IDX PIC 9(2).
         05 WS-RMB-SET-IDX PIC 9(2).

       COPY CGETBDTQ.

       COPY CRUNCTLQ.

       PROCEDURE DIVISION.
       000-START-PROCESSING.
           MOVE 'S' TO RCQ-FUNCTION
           MOVE 'DQSCORE' TO RCQ-JOB-NAME
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
           PERFORM LOAD-RULES THRU LOAD-RULES-EXIT
           .
           PERFORM LOAD-PRIOR-RUN THRU LOAD-PRIOR-RUN-EXIT
           .
           MOVE ZERO TO WS-TOTAL-ENTRY
           OPEN OUTPUT DQREMED-FILE
           CLOSE DQREMED-FILE
           OPEN I-O DQREMED-FILE
           .
           OPEN INPUT BNKCUST-FILE
           MOVE LOW-VALUES TO BCS-REC-PID
           START BNKCUST-FILE KEY IS NOT LESS THAN BCS-REC-PID
               INVALID KEY
                   SET WS-BNKCUST-EOF TO TRUE
           END-START
           .
           PERFORM UNTIL WS-BNKCUST-EOF
               READ BNKCUST-FILE NEXT RECORD
                   AT END
                       SET WS-BNKCUST-EOF TO TRUE
                   NOT AT END
                       PERFORM SCORE-ONE-CUSTOMER THRU
                           SCORE-ONE-CUSTOMER-EXIT
               END-READ
           END-PERFORM
           .
           CLOSE BNKCUST-FILE
           CLOSE DQREMED-FILE
           .
           PERFORM WRITE-SCORECARD THRU WRITE-SCORECARD-EXIT
           .
           PERFORM WRITE-HISTORY THRU WRITE-HISTORY-EXIT
           .
           PERFORM WRITE-REMEDIATION-LIST THRU
               WRITE-REMEDIATION-LIST-EXIT
           .
           DISPLAY WS-CUST-READ-COUNT ' customer(s) read, '
               WS-CUST-CLOSED-COUNT ' closed, '
               WS-CUST-SCORED-COUNT ' scored, '
               WS-CUST-FAILING-COUNT ' failing one or more rules, '
               WS-REMEDIATION-COUNT ' on the work list'
           .
           MOVE 'E' TO RCQ-FUNCTION
           MOVE WS-CUST-SCORED-COUNT TO RCQ-REC-COUNT
           MOVE 'C' TO RCQ-OUTCOME
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           .
           STOP RUN
           .
      *****************************************************************
      * A DQRULE row replaces the shipped settings for its rule; a    *
      * later row for the same rule wins. The placeholder e-mail      *
      * tokens ship with the common ones the branches key in.         *
      *****************************************************************
       LOAD-RULES.
           MOVE SPACES TO WS-RULE-PARAMETERS
           MOVE 'NOEMAIL' TO
               WS-RUL-PARAM (WS-SLOT-EMAIL-PLACEHOLDER, 1)
           MOVE 'NONE@' TO WS-RUL-PARAM (WS-SLOT-EMAIL-PLACEHOLDER, 2)
           MOVE 'TEST@' TO WS-RUL-PARAM (WS-SLOT-EMAIL-PLACEHOLDER, 3)
           MOVE '@EXAMPLE.' TO
               WS-RUL-PARAM (WS-SLOT-EMAIL-PLACEHOLDER, 4)
           .
           OPEN INPUT DQRULE-FILE
           IF NOT WS-DQRULE-OK
               GO TO LOAD-RULES-EXIT
           END-IF
           .
           PERFORM UNTIL WS-DQRULE-EOF
               READ DQRULE-FILE
                   AT END
                       SET WS-DQRULE-EOF TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-RULE THRU LOAD-ONE-RULE-EXIT
               END-READ
           END-PERFORM
           .
           CLOSE DQRULE-FILE
           .
       LOAD-RULES-EXIT.
           EXIT
           .
       LOAD-ONE-RULE.
           MOVE ZERO TO WS-RUL-SLOT
           PERFORM VARYING WS-RUL-IDX FROM 1 BY 1
                   UNTIL WS-RUL-IDX IS GREATER THAN WS-RUL-COUNT
               IF WS-RUL-ID (WS-RUL-IDX) IS EQUAL TO DQR-RULE-ID
                   MOVE WS-RUL-IDX TO WS-RUL-SLOT
               END-IF
           END-PERFORM
           .
           IF WS-RUL-SLOT IS EQUAL TO ZERO
               DISPLAY 'Unknown data quality rule ignored: '
                   DQR-RULE-ID
               GO TO LOAD-ONE-RULE-EXIT
           END-IF
           .
           MOVE DQR-ACTIVE-FLAG TO WS-RUL-ACTIVE-FLAG (WS-RUL-SLOT)
           IF DQR-FIELD-NAME IS NOT EQUAL TO SPACES
               MOVE DQR-FIELD-NAME TO WS-RUL-FIELD-NAME (WS-RUL-SLOT)
           END-IF
           IF DQR-WEIGHT IS NUMERIC
               MOVE DQR-WEIGHT TO WS-RUL-WEIGHT (WS-RUL-SLOT)
           END-IF
           IF DQR-DESC IS NOT EQUAL TO SPACES
               MOVE DQR-DESC TO WS-RUL-DESC (WS-RUL-SLOT)
           END-IF
           .
           PERFORM VARYING WS-PRM-IDX FROM 1 BY 1
                   UNTIL WS-PRM-IDX IS GREATER THAN 4
               MOVE FUNCTION UPPER-CASE(DQR-PARAM-TEXT (WS-PRM-IDX))
                   TO WS-RUL-PARAM (WS-RUL-SLOT, WS-PRM-IDX)
           END-PERFORM
           .
       LOAD-ONE-RULE-EXIT.
           EXIT
           .
      *****************************************************************
      * DQHIST is in run order; the last run dated before today's     *
      * business date is last week's. A rerun of today is ignored.    *
      *****************************************************************
       LOAD-PRIOR-RUN.
           PERFORM VARYING WS-PRIOR-SLOT FROM 1 BY 1
                   UNTIL WS-PRIOR-SLOT IS GREATER THAN 8
               MOVE ZERO TO WS-PRIOR-COUNT (WS-PRIOR-SLOT)
               MOVE 'N' TO WS-PRIOR-HAS-FLAG (WS-PRIOR-SLOT)
           END-PERFORM
           .
           OPEN INPUT DQHIST-FILE
           IF NOT WS-DQHIST-OK
               GO TO LOAD-PRIOR-RUN-EXIT
           END-IF
           .
           PERFORM UNTIL WS-DQHIST-EOF
               READ DQHIST-FILE
                   AT END
                       SET WS-DQHIST-EOF TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-HISTORY THRU
                           LOAD-ONE-HISTORY-EXIT
               END-READ
           END-PERFORM
           .
           CLOSE DQHIST-FILE
           .
       LOAD-PRIOR-RUN-EXIT.
           EXIT
           .
       LOAD-ONE-HISTORY.
           IF DQH-RUN-DATE IS NOT LESS THAN GBD-BUSINESS-DATE
               GO TO LOAD-ONE-HISTORY-EXIT
           END-IF
           .
           IF DQH-RUN-DATE IS GREATER THAN WS-PRIOR-DATE
               MOVE DQH-RUN-DATE TO WS-PRIOR-DATE
               SET WS-PRIOR-FOUND TO TRUE
               PERFORM VARYING WS-PRIOR-SLOT FROM 1 BY 1
                       UNTIL WS-PRIOR-SLOT IS GREATER THAN 8
                   MOVE ZERO TO WS-PRIOR-COUNT (WS-PRIOR-SLOT)
                   MOVE 'N' TO WS-PRIOR-HAS-FLAG (WS-PRIOR-SLOT)
               END-PERFORM
           END-IF
           .
           IF DQH-RUN-DATE IS LESS THAN WS-PRIOR-DATE
               GO TO LOAD-ONE-HISTORY-EXIT
           END-IF
           .
           MOVE ZERO TO WS-PRIOR-SLOT
           IF DQH-RULE-ALL
               MOVE 8 TO WS-PRIOR-SLOT
           ELSE
               PERFORM VARYING WS-RUL-IDX FROM 1 BY 1
                       UNTIL WS-RUL-IDX IS GREATER THAN WS-RUL-COUNT
                   IF WS-RUL-ID (WS-RUL-IDX) IS EQUAL TO DQH-RULE-ID
                       MOVE WS-RUL-IDX TO WS-PRIOR-SLOT
                   END-IF
               END-PERFORM
           END-IF
           .
           IF WS-PRIOR-SLOT IS GREATER THAN ZERO
               MOVE DQH-FAIL-COUNT TO WS-PRIOR-COUNT (WS-PRIOR-SLOT)
               SET WS-PRIOR-HAS (WS-PRIOR-SLOT) TO TRUE
           END-IF
           .
       LOAD-ONE-HISTORY-EXIT.
           EXIT
           .
      *****************************************************************
      * Closed customers are left out - there is nobody to chase.     *
      * Each active rule that fails takes its weight off 100.         *
      *****************************************************************
       SCORE-ONE-CUSTOMER.
           ADD 1 TO WS-CUST-READ-COUNT
           .
           IF BCS-REC-CLOSED
               ADD 1 TO WS-CUST-CLOSED-COUNT
               GO TO SCORE-ONE-CUSTOMER-EXIT
           END-IF
           .
           ADD 1 TO WS-CUST-SCORED-COUNT
           PERFORM VARYING WS-RUL-IDX FROM 1 BY 1
                   UNTIL WS-RUL-IDX IS GREATER THAN WS-RUL-COUNT
               MOVE 'N' TO WS-CUST-FAIL-FLAG (WS-RUL-IDX)
           END-PERFORM
           .
           IF WS-RUL-ACTIVE (WS-SLOT-TEL-BLANK)
               OR WS-RUL-ACTIVE (WS-SLOT-TEL-FORMAT)
               PERFORM CHECK-TELEPHONE THRU CHECK-TELEPHONE-EXIT
           END-IF
           IF WS-RUL-ACTIVE (WS-SLOT-POST-CODE)
               PERFORM CHECK-POST-CODE THRU CHECK-POST-CODE-EXIT
           END-IF
           IF WS-RUL-ACTIVE (WS-SLOT-SIN-MISSING)
               PERFORM CHECK-SIN THRU CHECK-SIN-EXIT
           END-IF
           IF WS-RUL-ACTIVE (WS-SLOT-EMAIL-FORMAT)
               OR WS-RUL-ACTIVE (WS-SLOT-EMAIL-PLACEHOLDER)
               PERFORM CHECK-EMAIL THRU CHECK-EMAIL-EXIT
           END-IF
           IF WS-RUL-ACTIVE (WS-SLOT-NAME-CASE)
               PERFORM CHECK-NAME-CASE THRU CHECK-NAME-CASE-EXIT
           END-IF
           .
           MOVE 100 TO WS-CUST-SCORE
           MOVE ZERO TO WS-CUST-FAIL-COUNT
           PERFORM VARYING WS-RUL-IDX FROM 1 BY 1
                   UNTIL WS-RUL-IDX IS GREATER THAN WS-RUL-COUNT
               IF WS-CUST-FAILED (WS-RUL-IDX)
                   AND WS-RUL-ACTIVE (WS-RUL-IDX)
                   ADD 1 TO WS-CUST-FAIL-COUNT
                   SUBTRACT WS-RUL-WEIGHT (WS-RUL-IDX)
                       FROM WS-CUST-SCORE
               ELSE
                   MOVE 'N' TO WS-CUST-FAIL-FLAG (WS-RUL-IDX)
               END-IF
           END-PERFORM
           IF WS-CUST-SCORE IS LESS THAN ZERO
               MOVE ZERO TO WS-CUST-SCORE
           END-IF
           .
           PERFORM LOCATE-BRANCH-SLOT THRU LOCATE-BRANCH-SLOT-EXIT
           .
           ADD 1 TO WS-TOT-CUSTOMERS
           ADD WS-CUST-SCORE TO WS-TOT-SCORE-TOTAL
           IF WS-BRT-SLOT IS GREATER THAN ZERO
               ADD 1 TO WS-BRT-CUSTOMERS (WS-BRT-SLOT)
               ADD WS-CUST-SCORE TO WS-BRT-SCORE-TOTAL (WS-BRT-SLOT)
           END-IF
           .
           IF WS-CUST-FAIL-COUNT IS EQUAL TO ZERO
               ADD 1 TO WS-TOT-CLEAN
               IF WS-BRT-SLOT IS GREATER THAN ZERO
                   ADD 1 TO WS-BRT-CLEAN (WS-BRT-SLOT)
               END-IF
               GO TO SCORE-ONE-CUSTOMER-EXIT
           END-IF
           .
           ADD 1 TO WS-CUST-FAILING-COUNT
           PERFORM VARYING WS-RUL-IDX FROM 1 BY 1
                   UNTIL WS-RUL-IDX IS GREATER THAN WS-RUL-COUNT
               IF WS-CUST-FAILED (WS-RUL-IDX)
                   ADD 1 TO WS-TOT-FAILS (WS-RUL-IDX)
                   IF WS-BRT-SLOT IS GREATER THAN ZERO
                       ADD 1 TO WS-BRT-FAILS (WS-BRT-SLOT, WS-RUL-IDX)
                   END-IF
               END-IF
           END-PERFORM
           .
           PERFORM WRITE-REMEDIATION-ROW THRU
               WRITE-REMEDIATION-ROW-EXIT
           .
       SCORE-ONE-CUSTOMER-EXIT.
           EXIT
           .
      *****************************************************************
      * TELB - no telephone at all. TELF - one keyed but with fewer   *
      * than ten digits once the punctuation is ignored.              *
      *****************************************************************
       CHECK-TELEPHONE.
           IF BCS-REC-TEL IS EQUAL TO SPACES
               MOVE 'Y' TO WS-CUST-FAIL-FLAG (WS-SLOT-TEL-BLANK)
               GO TO CHECK-TELEPHONE-EXIT
           END-IF
           .
           MOVE ZERO TO WS-CHK-DIGITS
           PERFORM VARYING WS-CHK-POS FROM 1 BY 1
                   UNTIL WS-CHK-POS IS GREATER THAN 12
               IF BCS-REC-TEL (WS-CHK-POS:1) IS NUMERIC
                   ADD 1 TO WS-CHK-DIGITS
               END-IF
           END-PERFORM
           IF WS-CHK-DIGITS IS LESS THAN 10
               MOVE 'Y' TO WS-CUST-FAIL-FLAG (WS-SLOT-TEL-FORMAT)
           END-IF
           .
       CHECK-TELEPHONE-EXIT.
           EXIT
           .
      *****************************************************************
      * The same postal code patterns UPDTADDR enforces on new        *
      * changes - A9A9A9 in Canada, five digits in the USA - and      *
      * anywhere else the code must at least be there.                *
      *****************************************************************
       CHECK-POST-CODE.
           IF BCS-REC-POST-CODE IS EQUAL TO SPACES
               MOVE 'Y' TO WS-CUST-FAIL-FLAG (WS-SLOT-POST-CODE)
               GO TO CHECK-POST-CODE-EXIT
           END-IF
           .
           IF BCS-REC-CNTRY IS EQUAL TO 'CANADA'
               IF NOT (BCS-REC-POST-CODE (1:1) ALPHABETIC
                   AND BCS-REC-POST-CODE (2:1) NUMERIC
                   AND BCS-REC-POST-CODE (3:1) ALPHABETIC
                   AND BCS-REC-POST-CODE (4:1) NUMERIC
                   AND BCS-REC-POST-CODE (5:1) ALPHABETIC
                   AND BCS-REC-POST-CODE (6:1) NUMERIC)
                   MOVE 'Y' TO WS-CUST-FAIL-FLAG (WS-SLOT-POST-CODE)
               END-IF
           END-IF
           .
           IF BCS-REC-CNTRY IS EQUAL TO 'USA   '
               IF NOT BCS-REC-POST-CODE (1:5) NUMERIC
                   MOVE 'Y' TO WS-CUST-FAIL-FLAG (WS-SLOT-POST-CODE)
               END-IF
           END-IF
           .
       CHECK-POST-CODE-EXIT.
           EXIT
           .
       CHECK-SIN.
           IF BCS-REC-SIN IS EQUAL TO SPACES
               OR BCS-REC-SIN IS NOT NUMERIC
               OR BCS-REC-SIN IS EQUAL TO ZEROS
               MOVE 'Y' TO WS-CUST-FAIL-FLAG (WS-SLOT-SIN-MISSING)
           END-IF
           .
       CHECK-SIN-EXIT.
           EXIT
           .
      *****************************************************************
      * A blank e-mail is not a failure - the customer may simply not *
      * have one. EMLF is the UPDTADDR format check; EMLP looks for   *
      * any of the rule's placeholder tokens, regardless of case.     *
      *****************************************************************
       CHECK-EMAIL.
           IF BCS-REC-EMAIL IS EQUAL TO SPACES
               GO TO CHECK-EMAIL-EXIT
           END-IF
           .
           MOVE 'Y' TO WS-EMAIL-VALID-FLAG
           MOVE 0 TO WS-EMAIL-LEN
           PERFORM VARYING WS-CHK-POS FROM 1 BY 1
                   UNTIL WS-CHK-POS > 30
               IF BCS-REC-EMAIL (WS-CHK-POS:1) NOT = SPACE
                   MOVE WS-CHK-POS TO WS-EMAIL-LEN
               END-IF
           END-PERFORM
           .
           MOVE 0 TO WS-EMAIL-AT-COUNT
           MOVE 0 TO WS-EMAIL-AT-POS
           MOVE 'N' TO WS-EMAIL-DOT-AFTER-AT-FLAG
           PERFORM VARYING WS-CHK-POS FROM 1 BY 1
                   UNTIL WS-CHK-POS > WS-EMAIL-LEN
               MOVE BCS-REC-EMAIL (WS-CHK-POS:1) TO WS-CHK-CHAR
               IF WS-CHK-CHAR = SPACE
                   MOVE 'N' TO WS-EMAIL-VALID-FLAG
               END-IF
               IF WS-CHK-CHAR = '@'
                   ADD 1 TO WS-EMAIL-AT-COUNT
                   MOVE WS-CHK-POS TO WS-EMAIL-AT-POS
               END-IF
               IF WS-CHK-CHAR = '.'
                   AND WS-EMAIL-AT-POS > 0
                   AND WS-CHK-POS > WS-EMAIL-AT-POS + 1
                   AND WS-CHK-POS < WS-EMAIL-LEN
                   MOVE 'Y' TO WS-EMAIL-DOT-AFTER-AT-FLAG
               END-IF
           END-PERFORM
           .
           IF WS-EMAIL-AT-COUNT NOT = 1
               OR WS-EMAIL-AT-POS = 1
               OR WS-EMAIL-AT-POS = WS-EMAIL-LEN
               OR NOT WS-EMAIL-HAS-DOT-AFTER-AT
               MOVE 'N' TO WS-EMAIL-VALID-FLAG
           END-IF
           IF NOT WS-EMAIL-VALID
               MOVE 'Y' TO WS-CUST-FAIL-FLAG (WS-SLOT-EMAIL-FORMAT)
           END-IF
           .
           MOVE FUNCTION UPPER-CASE(BCS-REC-EMAIL) TO WS-CUST-EMAIL
           PERFORM VARYING WS-PRM-IDX FROM 1 BY 1
                   UNTIL WS-PRM-IDX IS GREATER THAN 4
               PERFORM CHECK-ONE-PLACEHOLDER THRU
                   CHECK-ONE-PLACEHOLDER-EXIT
           END-PERFORM
           .
       CHECK-EMAIL-EXIT.
           EXIT
           .
       CHECK-ONE-PLACEHOLDER.
           IF WS-RUL-PARAM (WS-SLOT-EMAIL-PLACEHOLDER, WS-PRM-IDX)
                   IS EQUAL TO SPACES
               GO TO CHECK-ONE-PLACEHOLDER-EXIT
           END-IF
           .
           MOVE ZERO TO WS-CHK-LEN
           PERFORM VARYING WS-CHK-POS FROM 1 BY 1
                   UNTIL WS-CHK-POS IS GREATER THAN 10
               IF WS-RUL-PARAM (WS-SLOT-EMAIL-PLACEHOLDER, WS-PRM-IDX)
                       (WS-CHK-POS:1) IS NOT EQUAL TO SPACE
                   MOVE WS-CHK-POS TO WS-CHK-LEN
               END-IF
           END-PERFORM
           .
           MOVE ZERO TO WS-CHK-TALLY
           INSPECT WS-CUST-EMAIL TALLYING WS-CHK-TALLY FOR ALL
               WS-RUL-PARAM (WS-SLOT-EMAIL-PLACEHOLDER, WS-PRM-IDX)
                   (1:WS-CHK-LEN)
           IF WS-CHK-TALLY IS GREATER THAN ZERO
               MOVE 'Y' TO
                   WS-CUST-FAIL-FLAG (WS-SLOT-EMAIL-PLACEHOLDER)
           END-IF
           .
       CHECK-ONE-PLACEHOLDER-EXIT.
           EXIT
           .
      *****************************************************************
      * A name keyed all in lower case, or with any word starting in  *
      * lower case, is in the wrong case. A CAPS parameter on the     *
      * rule also catches names keyed entirely in capitals.           *
      *****************************************************************
       CHECK-NAME-CASE.
           IF BCS-REC-NAME IS EQUAL TO SPACES
               GO TO CHECK-NAME-CASE-EXIT
           END-IF
           .
           MOVE ZERO TO WS-CHK-UPPER-COUNT
           MOVE ZERO TO WS-CHK-LOWER-COUNT
           MOVE 'N' TO WS-CHK-WORD-LOWER-FLAG
           MOVE SPACE TO WS-CHK-PREV-CHAR
           PERFORM VARYING WS-CHK-POS FROM 1 BY 1
                   UNTIL WS-CHK-POS IS GREATER THAN 25
               MOVE BCS-REC-NAME (WS-CHK-POS:1) TO WS-CHK-CHAR
               IF WS-CHK-CHAR IS NOT EQUAL TO SPACE
                   IF WS-CHK-CHAR IS ALPHABETIC-UPPER
                       ADD 1 TO WS-CHK-UPPER-COUNT
                   END-IF
                   IF WS-CHK-CHAR IS ALPHABETIC-LOWER
                       ADD 1 TO WS-CHK-LOWER-COUNT
                       IF WS-CHK-PREV-CHAR IS EQUAL TO SPACE
                           SET WS-CHK-WORD-LOWER TO TRUE
                       END-IF
                   END-IF
               END-IF
               MOVE WS-CHK-CHAR TO WS-CHK-PREV-CHAR
           END-PERFORM
           .
           MOVE 'N' TO WS-CHK-CAPS-FLAG
           PERFORM VARYING WS-PRM-IDX FROM 1 BY 1
                   UNTIL WS-PRM-IDX IS GREATER THAN 4
               IF WS-RUL-PARAM (WS-SLOT-NAME-CASE, WS-PRM-IDX)
                       IS EQUAL TO 'CAPS'
                   AND WS-CHK-LOWER-COUNT IS EQUAL TO ZERO
                   AND WS-CHK-UPPER-COUNT IS GREATER THAN 1
                   SET WS-CHK-CAPS-FAIL TO TRUE
               END-IF
           END-PERFORM
           .
           IF WS-CHK-WORD-LOWER
               OR WS-CHK-CAPS-FAIL
               OR (WS-CHK-UPPER-COUNT IS EQUAL TO ZERO
                   AND WS-CHK-LOWER-COUNT IS GREATER THAN ZERO)
               MOVE 'Y' TO WS-CUST-FAIL-FLAG (WS-SLOT-NAME-CASE)
           END-IF
           .
       CHECK-NAME-CASE-EXIT.
           EXIT
           .
       LOCATE-BRANCH-SLOT.
           IF BCS-REC-HOME-BRANCH IS EQUAL TO SPACES
               MOVE 'HO  ' TO WS-BRT-LOOKUP
           ELSE
               MOVE BCS-REC-HOME-BRANCH TO WS-BRT-LOOKUP
           END-IF
           MOVE ZERO TO WS-BRT-SLOT
           PERFORM VARYING WS-BRT-IDX FROM 1 BY 1
                   UNTIL WS-BRT-IDX IS GREATER THAN WS-BRT-COUNT
               IF WS-BRT-CODE (WS-BRT-IDX) IS EQUAL TO WS-BRT-LOOKUP
                   MOVE WS-BRT-IDX TO WS-BRT-SLOT
               END-IF
           END-PERFORM
           IF WS-BRT-SLOT IS EQUAL TO ZERO
               IF WS-BRT-COUNT IS EQUAL TO 50
                   DISPLAY 'Branch table full - ' WS-BRT-LOOKUP
                       ' counted in the bank total only'
                   GO TO LOCATE-BRANCH-SLOT-EXIT
               END-IF
               ADD 1 TO WS-BRT-COUNT
               MOVE WS-BRT-COUNT TO WS-BRT-SLOT
               MOVE ZERO TO WS-BRT-ENTRY (WS-BRT-SLOT)
               MOVE WS-BRT-LOOKUP TO WS-BRT-CODE (WS-BRT-SLOT)
           END-IF
           .
       LOCATE-BRANCH-SLOT-EXIT.
           EXIT
           .
      *****************************************************************
      * One work-list row per failing customer, naming each failed    *
      * field once even where two rules look at the same field.       *
      *****************************************************************
       WRITE-REMEDIATION-ROW.
           MOVE SPACES TO DQREMED-RECORD
           MOVE WS-BRT-LOOKUP TO DQM-BRANCH
           MOVE BCS-REC-PID TO DQM-PID
           MOVE BCS-REC-NAME TO DQM-NAME
           MOVE WS-CUST-SCORE TO DQM-SCORE
           MOVE ZERO TO DQM-FAIL-COUNT
           MOVE GBD-BUSINESS-DATE TO DQM-RUN-DATE
           .
           PERFORM VARYING WS-RUL-IDX FROM 1 BY 1
                   UNTIL WS-RUL-IDX IS GREATER THAN WS-RUL-COUNT
               IF WS-CUST-FAILED (WS-RUL-IDX)
                   PERFORM ADD-FAILED-FIELD THRU ADD-FAILED-FIELD-EXIT
               END-IF
           END-PERFORM
           .
           WRITE DQREMED-RECORD
               INVALID KEY
                   DISPLAY 'Work list row not written for ' DQM-PID
                   GO TO WRITE-REMEDIATION-ROW-EXIT
           END-WRITE
           ADD 1 TO WS-REMEDIATION-COUNT
           .
       WRITE-REMEDIATION-ROW-EXIT.
           EXIT
           .
       ADD-FAILED-FIELD.
           MOVE 'N' TO WS-FLD-FOUND-FLAG
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                   UNTIL WS-FLD-IDX IS GREATER THAN DQM-FAIL-COUNT
               IF DQM-FAIL-FIELD (WS-FLD-IDX) IS EQUAL TO
                       WS-RUL-FIELD-NAME (WS-RUL-IDX)
                   SET WS-FLD-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-FLD-FOUND
               ADD 1 TO DQM-FAIL-COUNT
               MOVE WS-RUL-FIELD-NAME (WS-RUL-IDX) TO
                   DQM-FAIL-FIELD (DQM-FAIL-COUNT)
           END-IF
           .
       ADD-FAILED-FIELD-EXIT.
           EXIT
           .
      *****************************************************************
      * Branch lines, the bank total, then each active rule's count   *
      * against last week's - an inactive rule shows as such so a     *
      * drop to zero is not mistaken for a clean-up.                  *
      *****************************************************************
       WRITE-SCORECARD.
           OPEN OUTPUT DQSCORRP-FILE
           MOVE GBD-BUSINESS-DATE TO WS-SCH-DATE
           WRITE DQSCORRP-RECORD FROM WS-SCORE-HEADING
           PERFORM VARYING WS-RUL-IDX FROM 1 BY 1
                   UNTIL WS-RUL-IDX IS GREATER THAN WS-RUL-COUNT
               MOVE WS-RUL-ID (WS-RUL-IDX) TO
                   WS-SCC-RULE-ID (WS-RUL-IDX)
           END-PERFORM
           WRITE DQSCORRP-RECORD FROM WS-SCORE-COLUMNS
           .
           PERFORM VARYING WS-BRT-IDX FROM 1 BY 1
                   UNTIL WS-BRT-IDX IS GREATER THAN WS-BRT-COUNT
               MOVE WS-BRT-CODE (WS-BRT-IDX) TO WS-SCD-BRANCH
               MOVE WS-BRT-CUSTOMERS (WS-BRT-IDX) TO WS-SCD-CUSTOMERS
               MOVE WS-BRT-CLEAN (WS-BRT-IDX) TO WS-SCD-CLEAN
               MOVE ZERO TO WS-AVG-SCORE
               IF WS-BRT-CUSTOMERS (WS-BRT-IDX) IS GREATER THAN ZERO
                   COMPUTE WS-AVG-SCORE ROUNDED =
                       WS-BRT-SCORE-TOTAL (WS-BRT-IDX) /
                       WS-BRT-CUSTOMERS (WS-BRT-IDX)
               END-IF
               MOVE WS-AVG-SCORE TO WS-SCD-AVG-SCORE
               PERFORM VARYING WS-RUL-IDX FROM 1 BY 1
                       UNTIL WS-RUL-IDX IS GREATER THAN WS-RUL-COUNT
                   MOVE WS-BRT-FAILS (WS-BRT-IDX, WS-RUL-IDX) TO
                       WS-SCD-FAILS (WS-RUL-IDX)
               END-PERFORM
               WRITE DQSCORRP-RECORD FROM WS-SCORE-DETAIL
           END-PERFORM
           .
           MOVE 'ALL ' TO WS-SCD-BRANCH
           MOVE WS-TOT-CUSTOMERS TO WS-SCD-CUSTOMERS
           MOVE WS-TOT-CLEAN TO WS-SCD-CLEAN
           MOVE ZERO TO WS-AVG-SCORE
           IF WS-TOT-CUSTOMERS IS GREATER THAN ZERO
               COMPUTE WS-AVG-SCORE ROUNDED =
                   WS-TOT-SCORE-TOTAL / WS-TOT-CUSTOMERS
           END-IF
           MOVE WS-AVG-SCORE TO WS-SCD-AVG-SCORE
           PERFORM VARYING WS-RUL-IDX FROM 1 BY 1
                   UNTIL WS-RUL-IDX IS GREATER THAN WS-RUL-COUNT
               MOVE WS-TOT-FAILS (WS-RUL-IDX) TO
                   WS-SCD-FAILS (WS-RUL-IDX)
           END-PERFORM
           WRITE DQSCORRP-RECORD FROM WS-SCORE-DETAIL
           .
           MOVE SPACES TO DQSCORRP-RECORD
           WRITE DQSCORRP-RECORD
           IF WS-PRIOR-FOUND
               MOVE WS-PRIOR-DATE TO WS-TRH-PRIOR-DATE
           ELSE
               MOVE 'NONE' TO WS-TRH-PRIOR-DATE
           END-IF
           WRITE DQSCORRP-RECORD FROM WS-TREND-HEADING
           .
           PERFORM VARYING WS-RUL-IDX FROM 1 BY 1
                   UNTIL WS-RUL-IDX IS GREATER THAN WS-RUL-COUNT
               MOVE WS-RUL-ID (WS-RUL-IDX) TO WS-TRD-RULE-ID
               MOVE WS-RUL-DESC (WS-RUL-IDX) TO WS-TRD-DESC
               IF WS-RUL-ACTIVE (WS-RUL-IDX)
                   MOVE SPACES TO WS-TRD-STATUS
               ELSE
                   MOVE 'INACTIVE' TO WS-TRD-STATUS
               END-IF
               MOVE WS-TOT-FAILS (WS-RUL-IDX) TO WS-THIS-COUNT
               MOVE WS-RUL-IDX TO WS-PRIOR-SLOT
               PERFORM WRITE-TREND-LINE THRU WRITE-TREND-LINE-EXIT
           END-PERFORM
           .
           MOVE 'ALL ' TO WS-TRD-RULE-ID
           MOVE 'CUSTOMERS FAILING' TO WS-TRD-DESC
           MOVE SPACES TO WS-TRD-STATUS
           MOVE WS-CUST-FAILING-COUNT TO WS-THIS-COUNT
           MOVE 8 TO WS-PRIOR-SLOT
           PERFORM WRITE-TREND-LINE THRU WRITE-TREND-LINE-EXIT
           .
           CLOSE DQSCORRP-FILE
           .
       WRITE-SCORECARD-EXIT.
           EXIT
           .
       WRITE-TREND-LINE.
           MOVE WS-THIS-COUNT TO WS-TRD-THIS
           IF WS-PRIOR-HAS (WS-PRIOR-SLOT)
               MOVE WS-PRIOR-COUNT (WS-PRIOR-SLOT) TO WS-TRD-LAST
               COMPUTE WS-CHANGE =
                   WS-THIS-COUNT - WS-PRIOR-COUNT (WS-PRIOR-SLOT)
               MOVE WS-CHANGE TO WS-TRD-CHANGE
           ELSE
               MOVE ZERO TO WS-TRD-LAST
               MOVE ZERO TO WS-TRD-CHANGE
           END-IF
           WRITE DQSCORRP-RECORD FROM WS-TREND-DETAIL
           .
       WRITE-TREND-LINE-EXIT.
           EXIT
           .
      *****************************************************************
      * This week's counts go on the end of DQHIST for next week's    *
      * comparison - active rules only, plus the ALL row.             *
      *****************************************************************
       WRITE-HISTORY.
           OPEN EXTEND DQHIST-FILE
           IF NOT WS-DQHIST-OK
               OPEN OUTPUT DQHIST-FILE
           END-IF
           .
           PERFORM VARYING WS-RUL-IDX FROM 1 BY 1
                   UNTIL WS-RUL-IDX IS GREATER THAN WS-RUL-COUNT
               IF WS-RUL-ACTIVE (WS-RUL-IDX)
                   MOVE SPACES TO DQHIST-RECORD
                   MOVE GBD-BUSINESS-DATE TO DQH-RUN-DATE
                   MOVE WS-RUL-ID (WS-RUL-IDX) TO DQH-RULE-ID
                   MOVE WS-TOT-FAILS (WS-RUL-IDX) TO DQH-FAIL-COUNT
                   MOVE WS-CUST-SCORED-COUNT TO DQH-SCORED-COUNT
                   WRITE DQHIST-RECORD
               END-IF
           END-PERFORM
           .
           MOVE SPACES TO DQHIST-RECORD
           MOVE GBD-BUSINESS-DATE TO DQH-RUN-DATE
           SET DQH-RULE-ALL TO TRUE
           MOVE WS-CUST-FAILING-COUNT TO DQH-FAIL-COUNT
           MOVE WS-CUST-SCORED-COUNT TO DQH-SCORED-COUNT
           WRITE DQHIST-RECORD
           .
           CLOSE DQHIST-FILE
           .
       WRITE-HISTORY-EXIT.
           EXIT
           .
      *****************************************************************
      * DQREMED comes back in branch order - a page heading at each   *
      * branch, then each customer with three failed fields a line.   *
      *****************************************************************
       WRITE-REMEDIATION-LIST.
           OPEN OUTPUT DQREMRP-FILE
           OPEN INPUT DQREMED-FILE
           MOVE SPACES TO WS-RMB-LAST-BRANCH
           MOVE GBD-BUSINESS-DATE TO WS-RMH-DATE
           .
           MOVE LOW-VALUES TO DQM-KEY
           START DQREMED-FILE KEY IS NOT LESS THAN DQM-KEY
               INVALID KEY
                   SET WS-DQREMED-EOF TO TRUE
           END-START
           .
           PERFORM UNTIL WS-DQREMED-EOF
               READ DQREMED-FILE NEXT RECORD
                   AT END
                       SET WS-DQREMED-EOF TO TRUE
                   NOT AT END
                       PERFORM WRITE-REMEDIATION-ENTRY THRU
                           WRITE-REMEDIATION-ENTRY-EXIT
               END-READ
           END-PERFORM
           .
           CLOSE DQREMED-FILE
           CLOSE DQREMRP-FILE
           .
       WRITE-REMEDIATION-LIST-EXIT.
           EXIT
           .
       WRITE-REMEDIATION-ENTRY.
           IF DQM-BRANCH IS NOT EQUAL TO WS-RMB-LAST-BRANCH
               IF WS-RMB-LAST-BRANCH IS NOT EQUAL TO SPACES
                   MOVE SPACES TO DQREMRP-RECORD
                   WRITE DQREMRP-RECORD
               END-IF
               MOVE DQM-BRANCH TO WS-RMH-BRANCH
               WRITE DQREMRP-RECORD FROM WS-REMED-HEADING
               MOVE DQM-BRANCH TO WS-RMB-LAST-BRANCH
           END-IF
           .
           MOVE SPACES TO WS-REMED-DETAIL
           MOVE DQM-PID TO WS-RMD-PID
           MOVE DQM-NAME TO WS-RMD-NAME
           MOVE DQM-SCORE TO WS-RMD-SCORE
           MOVE ZERO TO WS-RMB-SET-IDX
           .
           PERFORM VARYING WS-RMB-FIELD-IDX FROM 1 BY 1
                   UNTIL WS-RMB-FIELD-IDX IS GREATER THAN DQM-FAIL-COUNT
               ADD 1 TO WS-RMB-SET-IDX
               MOVE DQM-FAIL-FIELD (WS-RMB-FIELD-IDX) TO
                   WS-RMD-FIELD (WS-RMB-SET-IDX)
               IF WS-RMB-SET-IDX IS EQUAL TO 3
                   WRITE DQREMRP-RECORD FROM WS-REMED-DETAIL
                   MOVE SPACES TO WS-REMED-DETAIL
                   MOVE ZERO TO WS-RMB-SET-IDX
               END-IF
           END-PERFORM
           .
           IF WS-RMB-SET-IDX IS GREATER THAN ZERO
               WRITE DQREMRP-RECORD FROM WS-REMED-DETAIL
           END-IF
           .
       WRITE-REMEDIATION-ENTRY-EXIT.
           EXIT
           .
