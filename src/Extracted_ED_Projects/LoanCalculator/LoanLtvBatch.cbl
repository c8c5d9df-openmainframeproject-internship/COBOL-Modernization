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

001150***************************************************************** loanltvb
001160* Program:     LOANLTVBATCH.CBL                                 * loanltvb
001170* Function:    Monthly loan-to-value monitoring of the secured  * loanltvb
001180*              book - every active LOANMST loan with active     * loanltvb
001190*              COLLATRL security has its current balance (from  * loanltvb
001200*              the shadow ACCTMST row, the way BurExtBatch      * loanltvb
001210*              reads it) plus prior liens measured against the  * loanltvb
001220*              appraised value. A loan now over the LTVPOL      * loanltvb
001230*              ceiling, or whose oldest appraisal is older than * loanltvb
001240*              the policy's appraisal age, is listed on the     * loanltvb
001250*              LTVRPT exception report for credit to revalue    * loanltvb
001260*              or re-margin.                                    * loanltvb
001270***************************************************************** loanltvb
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanLtvBatch.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANMST-FILE ASSIGN TO "LOANMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LNM-KEY
               FILE STATUS IS WS-LOANMST-STATUS.
           SELECT COLLATRL-FILE ASSIGN TO "COLLATRL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLT-KEY
               FILE STATUS IS WS-COLLATRL-STATUS.
           SELECT ACCTMST-FILE ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AMS-KEY
               FILE STATUS IS WS-ACCTMST-STATUS.
           SELECT LTVPOL-FILE ASSIGN TO "LTVPOL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LTVPOL-STATUS.
           SELECT LTVRPT-FILE ASSIGN TO "LTVRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LTVRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOANMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CLOANMST.

       FD COLLATRL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CCOLLAT.

       FD ACCTMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CACCTMST.

       FD LTVPOL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CLTVPOL.

       FD LTVRPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 LTVRPT-RECORD                   PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'LOANLTVB'.
         05 WS-LOANMST-STATUS PIC X(2).
           88 WS-LOANMST-OK VALUE '00'.
         05 WS-COLLATRL-STATUS PIC X(2).
           88 WS-COLLATRL-OK VALUE '00'.
         05 WS-ACCTMST-STATUS PIC X(2).
           88 WS-ACCTMST-OK VALUE '00'.
         05 WS-LTVPOL-STATUS PIC X(2).
           88 WS-LTVPOL-OK VALUE '00'.
         05 WS-LTVRPT-STATUS PIC X(2).
           88 WS-LTVRPT-OK VALUE '00'.
         05 WS-LOANMST-EOF-FLAG PIC X(1).
           88 WS-LOANMST-EOF VALUE 'Y'.
         05 WS-SCAN-EOF-FLAG PIC X(1).
           88 WS-SCAN-EOF VALUE 'Y'.
         05 WS-LOAN-COUNT PIC 9(6) VALUE ZERO.
         05 WS-SECURED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-OVER-COUNT PIC 9(6) VALUE ZERO.
         05 WS-STALE-COUNT PIC 9(6) VALUE ZERO.
         05 WS-LTV-CEILING PIC 9(3)V99 VALUE 80.00.
         05 WS-APPRAISAL-MONTHS PIC 9(3) VALUE 36.
         05 WS-COLLAT-VALUE PIC 9(11)V99.
         05 WS-PRIOR-LIENS PIC 9(11)V99.
         05 WS-BALANCE PIC S9(9)V99.
         05 WS-LTV PIC 9(3)V99.
         05 WS-OLDEST-APPRAISAL PIC 9(8).
         05 WS-OLDEST-APPRAISAL-X REDEFINES WS-OLDEST-APPRAISAL.
           10 WS-OLD-YYYY PIC 9(4).
           10 WS-OLD-MM PIC 9(2).
           10 WS-OLD-DD PIC 9(2).
         05 WS-APPRAISAL-AGE PIC S9(5).
         05 WS-OVER-FLAG PIC X(1).
           88 WS-LTV-OVER-CEILING VALUE 'Y'.
         05 WS-STALE-FLAG PIC X(1).
           88 WS-APPRAISAL-STALE VALUE 'Y'.
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE.
             15 WS-CUR-YYYY PIC 9(4).
             15 WS-CUR-MM PIC 9(2).
             15 WS-CUR-DD PIC 9(2).
           10 WS-CURRENT-TIME PIC 9(8).
           10 FILLER PIC X(5).
       01 WS-REPORT-HEADING.
         05 FILLER PIC X(34) VALUE 'LOAN TO VALUE EXCEPTIONS RUN DATE '.
         05 WS-RPT-HDG-DATE PIC 9(8).
         05 FILLER PIC X(10) VALUE ' CEILING '.
         05 WS-RPT-HDG-CEILING PIC ZZ9.99.
         05 FILLER PIC X(22) VALUE SPACES.
       01 WS-REPORT-DETAIL.
         05 WS-RPT-PID PIC X(5).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-ACCOUNT PIC X(9).
         05 FILLER PIC X(5) VALUE ' BAL '.
         05 WS-RPT-BALANCE PIC -(7)9.99.
         05 FILLER PIC X(5) VALUE ' VAL '.
         05 WS-RPT-VALUE PIC Z(8)9.99.
         05 FILLER PIC X(5) VALUE ' LTV '.
         05 WS-RPT-LTV PIC ZZ9.99.
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-REASON PIC X(15).
         05 FILLER PIC X(5) VALUE SPACES.
       01 WS-REPORT-TOTAL-LINE.
         05 FILLER PIC X(16) VALUE 'SECURED LOANS '.
         05 WS-RPT-T-SECURED PIC 9(6).
         05 FILLER PIC X(14) VALUE ' OVER CEILING '.
         05 WS-RPT-T-OVER PIC 9(6).
         05 FILLER PIC X(17) VALUE ' STALE APPRAISAL '.
         05 WS-RPT-T-STALE PIC 9(6).
         05 FILLER PIC X(15) VALUE SPACES.

       COPY CRUNCTLQ.

       PROCEDURE DIVISION.
       000-START-PROCESSING.
           MOVE 'S' TO RCQ-FUNCTION
           MOVE 'LOANLTVB' TO RCQ-JOB-NAME
           MOVE SPACES TO RCQ-PREREQ-JOB
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           IF RCQ-REPLY-REFUSED
               DISPLAY 'Run control refused start: ' RCQ-REPLY-MSG
               STOP RUN
           END-IF
           .
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           .
      *****************************************************************
      * LTV policy - no LTVPOL record leaves the 80% ceiling and a    *
      * 36-month appraisal age in force.                              *
      *****************************************************************
           OPEN INPUT LTVPOL-FILE
           IF WS-LTVPOL-OK
               READ LTVPOL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE LTP-CEILING-PCT TO WS-LTV-CEILING
                       MOVE LTP-APPRAISAL-MONTHS TO
                           WS-APPRAISAL-MONTHS
               END-READ
               CLOSE LTVPOL-FILE
           END-IF
           .
           OPEN INPUT LOANMST-FILE
           OPEN INPUT COLLATRL-FILE
           OPEN INPUT ACCTMST-FILE
           OPEN OUTPUT LTVRPT-FILE
           .
           MOVE WS-CURRENT-DATE TO WS-RPT-HDG-DATE
           MOVE WS-LTV-CEILING TO WS-RPT-HDG-CEILING
           WRITE LTVRPT-RECORD FROM WS-REPORT-HEADING
           .
           MOVE 'N' TO WS-LOANMST-EOF-FLAG
           IF NOT WS-COLLATRL-OK
               SET WS-LOANMST-EOF TO TRUE
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
                       PERFORM MEASURE-ONE-LOAN THRU
                           MEASURE-ONE-LOAN-EXIT
               END-READ
           END-PERFORM
           .
           MOVE WS-SECURED-COUNT TO WS-RPT-T-SECURED
           MOVE WS-OVER-COUNT TO WS-RPT-T-OVER
           MOVE WS-STALE-COUNT TO WS-RPT-T-STALE
           WRITE LTVRPT-RECORD FROM WS-REPORT-TOTAL-LINE
           .
           CLOSE LOANMST-FILE
           CLOSE COLLATRL-FILE
           CLOSE ACCTMST-FILE
           CLOSE LTVRPT-FILE
           .
           DISPLAY WS-LOAN-COUNT ' loan(s) read, '
               WS-SECURED-COUNT ' secured, '
               WS-OVER-COUNT ' over ceiling, '
               WS-STALE-COUNT ' stale appraisal'
           .
           MOVE 'E' TO RCQ-FUNCTION
           MOVE WS-LOAN-COUNT TO RCQ-REC-COUNT
           MOVE 'C' TO RCQ-OUTCOME
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           .
           STOP RUN
           .
      *****************************************************************
      * All of a loan's active security counts together - the value   *
      * of each piece is summed, as are the liens ranking ahead of    *
      * us, and the oldest appraisal among them decides staleness.    *
      *****************************************************************
       MEASURE-ONE-LOAN.
           ADD 1 TO WS-LOAN-COUNT
           .
           IF NOT LNM-ACTIVE
               GO TO MEASURE-ONE-LOAN-EXIT
           END-IF
           .
           MOVE ZERO TO WS-COLLAT-VALUE
           MOVE ZERO TO WS-PRIOR-LIENS
           MOVE 99999999 TO WS-OLDEST-APPRAISAL
           MOVE 'N' TO WS-SCAN-EOF-FLAG
           MOVE LNM-OWNER-PID TO CLT-OWNER-PID
           MOVE LNM-ACCOUNT TO CLT-ACCOUNT
           MOVE ZERO TO CLT-SEQ-NO
           START COLLATRL-FILE KEY IS NOT LESS THAN CLT-KEY
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-SCAN-EOF
               READ COLLATRL-FILE NEXT RECORD
                   AT END
                       SET WS-SCAN-EOF TO TRUE
                   NOT AT END
                       IF CLT-OWNER-PID IS NOT EQUAL TO LNM-OWNER-PID
                           OR CLT-ACCOUNT IS NOT EQUAL TO LNM-ACCOUNT
                           SET WS-SCAN-EOF TO TRUE
                       ELSE
                           IF CLT-ACTIVE
                               ADD CLT-APPRAISED-VALUE TO
                                   WS-COLLAT-VALUE
                               ADD CLT-PRIOR-LIENS TO WS-PRIOR-LIENS
                               IF CLT-APPRAISAL-DATE IS LESS THAN
                                       WS-OLDEST-APPRAISAL
                                   MOVE CLT-APPRAISAL-DATE TO
                                       WS-OLDEST-APPRAISAL
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .
           IF WS-COLLAT-VALUE IS NOT GREATER THAN ZERO
               GO TO MEASURE-ONE-LOAN-EXIT
           END-IF
           ADD 1 TO WS-SECURED-COUNT
           .
           MOVE LNM-OWNER-PID TO AMS-OWNER-PID
           MOVE LNM-ACCOUNT TO AMS-ACCOUNT
           READ ACCTMST-FILE
               INVALID KEY
                   MOVE ZERO TO WS-BALANCE
               NOT INVALID KEY
                   COMPUTE WS-BALANCE = ZERO - AMS-BALANCE
           END-READ
           IF WS-BALANCE IS LESS THAN ZERO
               MOVE ZERO TO WS-BALANCE
           END-IF
           .
           COMPUTE WS-LTV ROUNDED =
               (WS-BALANCE + WS-PRIOR-LIENS) * 100 / WS-COLLAT-VALUE
               ON SIZE ERROR
                   MOVE 999.99 TO WS-LTV
           END-COMPUTE
           MOVE 'N' TO WS-OVER-FLAG
           IF WS-LTV IS GREATER THAN WS-LTV-CEILING
               SET WS-LTV-OVER-CEILING TO TRUE
               ADD 1 TO WS-OVER-COUNT
           END-IF
           .
           COMPUTE WS-APPRAISAL-AGE =
               (WS-CUR-YYYY * 12 + WS-CUR-MM) -
               (WS-OLD-YYYY * 12 + WS-OLD-MM)
           MOVE 'N' TO WS-STALE-FLAG
           IF WS-APPRAISAL-AGE IS GREATER THAN WS-APPRAISAL-MONTHS
               SET WS-APPRAISAL-STALE TO TRUE
               ADD 1 TO WS-STALE-COUNT
           END-IF
           .
           IF NOT WS-LTV-OVER-CEILING AND NOT WS-APPRAISAL-STALE
               GO TO MEASURE-ONE-LOAN-EXIT
           END-IF
           .
           MOVE LNM-OWNER-PID TO WS-RPT-PID
           MOVE LNM-ACCOUNT TO WS-RPT-ACCOUNT
           MOVE WS-BALANCE TO WS-RPT-BALANCE
           MOVE WS-COLLAT-VALUE TO WS-RPT-VALUE
           MOVE WS-LTV TO WS-RPT-LTV
           IF WS-LTV-OVER-CEILING AND WS-APPRAISAL-STALE
               MOVE 'OVER+STALE' TO WS-RPT-REASON
           ELSE
               IF WS-LTV-OVER-CEILING
                   MOVE 'OVER CEILING' TO WS-RPT-REASON
               ELSE
                   MOVE 'STALE APPRAISAL' TO WS-RPT-REASON
               END-IF
           END-IF
           WRITE LTVRPT-RECORD FROM WS-REPORT-DETAIL
           .
       MEASURE-ONE-LOAN-EXIT.
           EXIT
           .
