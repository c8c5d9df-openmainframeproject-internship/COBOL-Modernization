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

001150***************************************************************** cpexpr
001160* Program:     CPEXPRPT.CBL                                     * cpexpr
001170* Function:    Monthly connected-party large-exposure report.   * cpexpr
001180*              Reads the CPEXPOS rows left by CpExpBatch, ranks * cpexpr
001190*              them by exposure (including commitments recorded * cpexpr
001200*              since the run) and prints the largest - CPEXPOL  * cpexpr
001210*              says how many, at most 50 - with the loan,       * cpexpr
001220*              credit line and overdraft split, the share of    * cpexpr
001230*              the single-name limit used and a flag for any    * cpexpr
001240*              group over the limit or past the referral share. * cpexpr
001250*              Each group is followed by its active CPGROUP     * cpexpr
001260*              members. The totals line counts every row over   * cpexpr
001270*              and near the limit, ranked or not.               * cpexpr
001280***************************************************************** cpexpr
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CpExpRpt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CPEXPOS-FILE ASSIGN TO "CPEXPOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPE-KEY
               FILE STATUS IS WS-CPEXPOS-STATUS.
           SELECT CPGROUP-FILE ASSIGN TO "CPGROUP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPG-KEY
               FILE STATUS IS WS-CPGROUP-STATUS.
           SELECT BNKCUST-FILE ASSIGN TO "BNKCUST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BCS-REC-PID
               FILE STATUS IS WS-BNKCUST-STATUS.
           SELECT CPEXPOL-FILE ASSIGN TO "CPEXPOL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CPEXPOL-STATUS.
           SELECT CPEXPRPT-FILE ASSIGN TO "CPEXPRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CPEXPRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CPEXPOS-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CCPEXPOS.

       FD CPGROUP-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CCPGROUP.

       FD BNKCUST-FILE
           LABEL RECORDS ARE STANDARD.
       01 BNKCUST-RECORD.
       COPY CBANKVCS.

       FD CPEXPOL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CCPEXPOL.

       FD CPEXPRPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 CPEXPRPT-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'CPEXPRPT'.
         05 WS-CPEXPOS-STATUS PIC X(2).
           88 WS-CPEXPOS-OK VALUE '00'.
         05 WS-CPEXPOS-OPEN-FLAG PIC X(1) VALUE 'N'.
           88 WS-CPEXPOS-OPEN VALUE 'Y'.
         05 WS-CPGROUP-STATUS PIC X(2).
           88 WS-CPGROUP-OK VALUE '00'.
         05 WS-BNKCUST-STATUS PIC X(2).
           88 WS-BNKCUST-OK VALUE '00'.
         05 WS-CPEXPOL-STATUS PIC X(2).
           88 WS-CPEXPOL-OK VALUE '00'.
         05 WS-CPEXPRPT-STATUS PIC X(2).
           88 WS-CPEXPRPT-OK VALUE '00'.
         05 WS-CPEXPOS-EOF-FLAG PIC X(1).
           88 WS-CPEXPOS-EOF VALUE 'Y'.
         05 WS-CPGROUP-EOF-FLAG PIC X(1).
           88 WS-CPGROUP-EOF VALUE 'Y'.
         05 WS-CPGROUP-OPEN-FLAG PIC X(1).
           88 WS-CPGROUP-OPEN VALUE 'Y'.
         05 WS-GROUP-LIMIT PIC 9(9)V99 VALUE 500000.00.
         05 WS-REFER-PCT PIC 9(3)V99 VALUE 80.00.
         05 WS-REPORT-TOP PIC 9(3) VALUE 20.
         05 WS-REFER-LEVEL PIC S9(11)V99.
         05 WS-ROW-EXPOSURE PIC S9(11)V99.
         05 WS-ROW-COUNT PIC 9(6) VALUE ZERO.
         05 WS-OVER-COUNT PIC 9(6) VALUE ZERO.
         05 WS-NEAR-COUNT PIC 9(6) VALUE ZERO.
         05 WS-ALL-EXPOSURE PIC S9(13)V99 VALUE ZERO.
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
           10 FILLER PIC X(5).
      *****************************************************************
      * The largest rows seen so far, kept in descending order of     *
      * exposure - a row bigger than the last entry displaces it and  *
      * is moved up to its place.                                     *
      *****************************************************************
       01 WS-TOP-TABLE.
         05 WS-TOP-COUNT PIC 9(3) VALUE ZERO.
         05 WS-TOP-IDX PIC 9(3).
         05 WS-TOP-ENTRY OCCURS 50 TIMES.
           10 WS-TOP-KIND PIC X(1).
           10 WS-TOP-ID PIC X(5).
           10 WS-TOP-PID-COUNT PIC 9(3).
           10 WS-TOP-LOAN PIC S9(11)V99.
           10 WS-TOP-LOC PIC S9(11)V99.
           10 WS-TOP-OD PIC S9(11)V99.
           10 WS-TOP-TOTAL PIC S9(11)V99.
       01 WS-TOP-SWAP PIC X(61).
       01 WS-REPORT-HEADING.
         05 FILLER PIC X(32) VALUE 'CONNECTED-PARTY LARGE EXPOSURES '.
         05 FILLER PIC X(9) VALUE 'RUN DATE '.
         05 WS-RPT-HDG-DATE PIC 9(8).
         05 FILLER PIC X(20) VALUE '  SINGLE-NAME LIMIT '.
         05 WS-RPT-HDG-LIMIT PIC Z(8)9.
         05 FILLER PIC X(2) VALUE SPACES.
       01 WS-REPORT-COLUMNS.
         05 FILLER PIC X(3) VALUE 'RNK'.
         05 FILLER PIC X(2) VALUE ' K'.
         05 FILLER PIC X(6) VALUE ' ID   '.
         05 FILLER PIC X(4) VALUE ' PID'.
         05 FILLER PIC X(11) VALUE '       LOAN'.
         05 FILLER PIC X(11) VALUE '        LOC'.
         05 FILLER PIC X(11) VALUE '         OD'.
         05 FILLER PIC X(11) VALUE '      TOTAL'.
         05 FILLER PIC X(6) VALUE '  %LIM'.
         05 FILLER PIC X(5) VALUE ' FLAG'.
         05 FILLER PIC X(10) VALUE SPACES.
       01 WS-REPORT-DETAIL.
         05 WS-RPT-RANK PIC ZZ9.
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-KIND PIC X(1).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-ID PIC X(5).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-PID-COUNT PIC ZZ9.
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-LOAN PIC Z(9)9.
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-LOC PIC Z(9)9.
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-OD PIC Z(9)9.
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-TOTAL PIC Z(9)9.
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-PCT PIC ZZ9.9.
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-FLAG PIC X(10).
         05 FILLER PIC X(4) VALUE SPACES.
       01 WS-REPORT-MEMBER.
         05 FILLER PIC X(6) VALUE SPACES.
         05 WS-RPM-PID PIC X(5).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPM-NAME PIC X(25).
         05 FILLER PIC X(6) VALUE '  REL '.
         05 WS-RPM-RELATION PIC X(1).
         05 FILLER PIC X(6) VALUE '  SRC '.
         05 WS-RPM-SOURCE PIC X(1).
         05 FILLER PIC X(29) VALUE SPACES.
       01 WS-REPORT-TOTAL-LINE.
         05 FILLER PIC X(5) VALUE 'ROWS '.
         05 WS-RPT-T-ROWS PIC 9(6).
         05 FILLER PIC X(13) VALUE '  OVER LIMIT '.
         05 WS-RPT-T-OVER PIC 9(6).
         05 FILLER PIC X(13) VALUE '  NEAR LIMIT '.
         05 WS-RPT-T-NEAR PIC 9(6).
         05 FILLER PIC X(8) VALUE '  TOTAL '.
         05 WS-RPT-T-EXPOSURE PIC Z(12)9.
         05 FILLER PIC X(10) VALUE SPACES.

       COPY CGETBDTQ.

       COPY CRUNCTLQ.

       PROCEDURE DIVISION.
       000-START-PROCESSING.
           MOVE 'S' TO RCQ-FUNCTION
           MOVE 'CPEXPRPT' TO RCQ-JOB-NAME
           MOVE SPACES TO RCQ-PREREQ-JOB
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           IF RCQ-REPLY-REFUSED
               DISPLAY 'Run control refused start: ' RCQ-REPLY-MSG
               STOP RUN
           END-IF
           .
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           CALL 'GETBDTE' USING GETBDTE-REQUEST
           PERFORM LOAD-EXPOSURE-POLICY THRU
               LOAD-EXPOSURE-POLICY-EXIT
           COMPUTE WS-REFER-LEVEL ROUNDED =
               WS-GROUP-LIMIT * WS-REFER-PCT / 100
           .
           OPEN INPUT CPEXPOS-FILE
           IF WS-CPEXPOS-OK
               SET WS-CPEXPOS-OPEN TO TRUE
           END-IF
           OPEN INPUT BNKCUST-FILE
           MOVE 'N' TO WS-CPGROUP-OPEN-FLAG
           OPEN INPUT CPGROUP-FILE
           IF WS-CPGROUP-OK
               SET WS-CPGROUP-OPEN TO TRUE
           END-IF
           OPEN OUTPUT CPEXPRPT-FILE
           .
           MOVE GBD-BUSINESS-DATE TO WS-RPT-HDG-DATE
           MOVE WS-GROUP-LIMIT TO WS-RPT-HDG-LIMIT
           WRITE CPEXPRPT-RECORD FROM WS-REPORT-HEADING
           WRITE CPEXPRPT-RECORD FROM WS-REPORT-COLUMNS
           .
           MOVE 'N' TO WS-CPEXPOS-EOF-FLAG
           IF NOT WS-CPEXPOS-OPEN
               SET WS-CPEXPOS-EOF TO TRUE
           ELSE
               MOVE LOW-VALUES TO CPE-KEY
               START CPEXPOS-FILE KEY IS NOT LESS THAN CPE-KEY
                   INVALID KEY
                       SET WS-CPEXPOS-EOF TO TRUE
               END-START
           END-IF
           PERFORM UNTIL WS-CPEXPOS-EOF
               READ CPEXPOS-FILE NEXT RECORD
                   AT END
                       SET WS-CPEXPOS-EOF TO TRUE
                   NOT AT END
                       PERFORM RANK-ONE-ROW THRU RANK-ONE-ROW-EXIT
               END-READ
           END-PERFORM
           .
           PERFORM VARYING WS-TOP-IDX FROM 1 BY 1
               UNTIL WS-TOP-IDX IS GREATER THAN WS-TOP-COUNT
               PERFORM PRINT-ONE-ROW THRU PRINT-ONE-ROW-EXIT
           END-PERFORM
           .
           MOVE WS-ROW-COUNT TO WS-RPT-T-ROWS
           MOVE WS-OVER-COUNT TO WS-RPT-T-OVER
           MOVE WS-NEAR-COUNT TO WS-RPT-T-NEAR
           MOVE WS-ALL-EXPOSURE TO WS-RPT-T-EXPOSURE
           WRITE CPEXPRPT-RECORD FROM WS-REPORT-TOTAL-LINE
           .
           IF WS-CPEXPOS-OPEN
               CLOSE CPEXPOS-FILE
           END-IF
           CLOSE BNKCUST-FILE
           IF WS-CPGROUP-OPEN
               CLOSE CPGROUP-FILE
           END-IF
           CLOSE CPEXPRPT-FILE
           .
           DISPLAY WS-ROW-COUNT ' exposure row(s), '
               WS-TOP-COUNT ' listed, '
               WS-OVER-COUNT ' over limit, '
               WS-NEAR-COUNT ' near limit'
           .
           MOVE 'E' TO RCQ-FUNCTION
           MOVE WS-ROW-COUNT TO RCQ-REC-COUNT
           MOVE 'C' TO RCQ-OUTCOME
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           .
           STOP RUN
           .
      *****************************************************************
      * No CPEXPOL record leaves a 500,000 limit, referral at 80% and *
      * the top 20 listed.                                            *
      *****************************************************************
       LOAD-EXPOSURE-POLICY.
           OPEN INPUT CPEXPOL-FILE
           IF NOT WS-CPEXPOL-OK
               GO TO LOAD-EXPOSURE-POLICY-EXIT
           END-IF
           READ CPEXPOL-FILE
               AT END
                   CLOSE CPEXPOL-FILE
                   GO TO LOAD-EXPOSURE-POLICY-EXIT
           END-READ
           IF CPX-GROUP-LIMIT IS NUMERIC
               AND CPX-GROUP-LIMIT IS GREATER THAN ZERO
               MOVE CPX-GROUP-LIMIT TO WS-GROUP-LIMIT
           END-IF
           IF CPX-REFER-PCT IS NUMERIC
               AND CPX-REFER-PCT IS GREATER THAN ZERO
               MOVE CPX-REFER-PCT TO WS-REFER-PCT
           END-IF
           IF CPX-REPORT-TOP IS NUMERIC
               AND CPX-REPORT-TOP IS GREATER THAN ZERO
               MOVE CPX-REPORT-TOP TO WS-REPORT-TOP
           END-IF
           IF WS-REPORT-TOP IS GREATER THAN 50
               MOVE 50 TO WS-REPORT-TOP
           END-IF
           CLOSE CPEXPOL-FILE
           .
       LOAD-EXPOSURE-POLICY-EXIT.
           EXIT
           .
      *****************************************************************
      * Count the row against the limit, then keep it if it is among  *
      * the largest so far.                                           *
      *****************************************************************
       RANK-ONE-ROW.
           ADD 1 TO WS-ROW-COUNT
           COMPUTE WS-ROW-EXPOSURE = CPE-TOTAL-EXPOSURE
               + CPE-ADDED-TODAY
           ADD WS-ROW-EXPOSURE TO WS-ALL-EXPOSURE
           IF WS-ROW-EXPOSURE IS GREATER THAN WS-GROUP-LIMIT
               ADD 1 TO WS-OVER-COUNT
           ELSE
               IF WS-ROW-EXPOSURE IS GREATER THAN WS-REFER-LEVEL
                   ADD 1 TO WS-NEAR-COUNT
               END-IF
           END-IF
           .
           IF WS-TOP-COUNT IS LESS THAN WS-REPORT-TOP
               ADD 1 TO WS-TOP-COUNT
           ELSE
               IF WS-ROW-EXPOSURE IS NOT GREATER THAN
                   WS-TOP-TOTAL (WS-TOP-COUNT)
                   GO TO RANK-ONE-ROW-EXIT
               END-IF
           END-IF
           MOVE WS-TOP-COUNT TO WS-TOP-IDX
           MOVE CPE-KIND TO WS-TOP-KIND (WS-TOP-IDX)
           MOVE CPE-ID TO WS-TOP-ID (WS-TOP-IDX)
           MOVE CPE-PID-COUNT TO WS-TOP-PID-COUNT (WS-TOP-IDX)
           MOVE CPE-LOAN-EXPOSURE TO WS-TOP-LOAN (WS-TOP-IDX)
           MOVE CPE-LOC-EXPOSURE TO WS-TOP-LOC (WS-TOP-IDX)
           MOVE CPE-OD-EXPOSURE TO WS-TOP-OD (WS-TOP-IDX)
           MOVE WS-ROW-EXPOSURE TO WS-TOP-TOTAL (WS-TOP-IDX)
           .
           PERFORM UNTIL WS-TOP-IDX IS EQUAL TO 1
               OR WS-TOP-TOTAL (WS-TOP-IDX) IS NOT GREATER THAN
                   WS-TOP-TOTAL (WS-TOP-IDX - 1)
               MOVE WS-TOP-ENTRY (WS-TOP-IDX) TO WS-TOP-SWAP
               MOVE WS-TOP-ENTRY (WS-TOP-IDX - 1) TO
                   WS-TOP-ENTRY (WS-TOP-IDX)
               MOVE WS-TOP-SWAP TO WS-TOP-ENTRY (WS-TOP-IDX - 1)
               SUBTRACT 1 FROM WS-TOP-IDX
           END-PERFORM
           .
       RANK-ONE-ROW-EXIT.
           EXIT
           .
      *****************************************************************
      * One ranked row, then the members of a group beneath it.       *
      *****************************************************************
       PRINT-ONE-ROW.
           MOVE WS-TOP-IDX TO WS-RPT-RANK
           MOVE WS-TOP-KIND (WS-TOP-IDX) TO WS-RPT-KIND
           MOVE WS-TOP-ID (WS-TOP-IDX) TO WS-RPT-ID
           MOVE WS-TOP-PID-COUNT (WS-TOP-IDX) TO WS-RPT-PID-COUNT
           MOVE WS-TOP-LOAN (WS-TOP-IDX) TO WS-RPT-LOAN
           MOVE WS-TOP-LOC (WS-TOP-IDX) TO WS-RPT-LOC
           MOVE WS-TOP-OD (WS-TOP-IDX) TO WS-RPT-OD
           MOVE WS-TOP-TOTAL (WS-TOP-IDX) TO WS-RPT-TOTAL
           COMPUTE WS-RPT-PCT ROUNDED =
               WS-TOP-TOTAL (WS-TOP-IDX) * 100 / WS-GROUP-LIMIT
               ON SIZE ERROR
                   MOVE 999.9 TO WS-RPT-PCT
           END-COMPUTE
           MOVE SPACES TO WS-RPT-FLAG
           IF WS-TOP-TOTAL (WS-TOP-IDX) IS GREATER THAN WS-GROUP-LIMIT
               MOVE 'OVER LIMIT' TO WS-RPT-FLAG
           ELSE
               IF WS-TOP-TOTAL (WS-TOP-IDX) IS GREATER THAN
                   WS-REFER-LEVEL
                   MOVE 'NEAR LIMIT' TO WS-RPT-FLAG
               END-IF
           END-IF
           WRITE CPEXPRPT-RECORD FROM WS-REPORT-DETAIL
           .
           IF WS-TOP-KIND (WS-TOP-IDX) IS NOT EQUAL TO 'G'
               OR NOT WS-CPGROUP-OPEN
               GO TO PRINT-ONE-ROW-EXIT
           END-IF
           MOVE 'N' TO WS-CPGROUP-EOF-FLAG
           MOVE WS-TOP-ID (WS-TOP-IDX) TO CPG-GROUP-ID
           MOVE LOW-VALUES TO CPG-PID
           START CPGROUP-FILE KEY IS NOT LESS THAN CPG-KEY
               INVALID KEY
                   SET WS-CPGROUP-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-CPGROUP-EOF
               READ CPGROUP-FILE NEXT RECORD
                   AT END
                       SET WS-CPGROUP-EOF TO TRUE
                   NOT AT END
                       IF CPG-GROUP-ID IS NOT EQUAL TO
                           WS-TOP-ID (WS-TOP-IDX)
                           SET WS-CPGROUP-EOF TO TRUE
                       ELSE
                           IF CPG-ACTIVE
                               PERFORM PRINT-ONE-MEMBER THRU
                                   PRINT-ONE-MEMBER-EXIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .
       PRINT-ONE-ROW-EXIT.
           EXIT
           .
       PRINT-ONE-MEMBER.
           MOVE CPG-PID TO WS-RPM-PID
           MOVE CPG-RELATION TO WS-RPM-RELATION
           MOVE CPG-SOURCE TO WS-RPM-SOURCE
           MOVE SPACES TO WS-RPM-NAME
           MOVE CPG-PID TO BCS-REC-PID
           READ BNKCUST-FILE
               INVALID KEY
                   MOVE '(not on customer file)' TO WS-RPM-NAME
               NOT INVALID KEY
                   MOVE BCS-REC-NAME TO WS-RPM-NAME
           END-READ
           WRITE CPEXPRPT-RECORD FROM WS-REPORT-MEMBER
           .
       PRINT-ONE-MEMBER-EXIT.
           EXIT
           .
