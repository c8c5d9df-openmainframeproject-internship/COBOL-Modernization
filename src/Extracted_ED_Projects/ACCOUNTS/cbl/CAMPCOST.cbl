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

001150***************************************************************** campcost
001160* Program:     CAMPCOST.CBL                                     * campcost
001170* Function:    Bonus-rate campaign cost report. Totals the      * campcost
001180*              CAMPBAL ledger by campaign - accounts and        * campcost
001190*              certificates that brought in new money, the new  * campcost
001200*              balances attracted and the bonus interest paid   * campcost
001210*              to date - with the campaign's description from   * campcost
001220*              CAMPGN and a grand total, so marketing can set   * campcost
001230*              what each campaign cost against what it raised.  * campcost
001240***************************************************************** campcost
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPCOST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPGN-FILE ASSIGN TO "CAMPGN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAMPGN-STATUS.
           SELECT CAMPBAL-FILE ASSIGN TO "CAMPBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CBL-KEY
               FILE STATUS IS WS-CAMPBAL-STATUS.
           SELECT CAMPRPT-FILE ASSIGN TO "CAMPRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAMPRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CAMPGN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CCAMPGN.

       FD CAMPBAL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CCAMPBAL.

       FD CAMPRPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 CAMPRPT-RECORD                  PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'CAMPCOST'.
         05 WS-CAMPGN-STATUS PIC X(2).
           88 WS-CAMPGN-OK VALUE '00'.
         05 WS-CAMPGN-EOF-FLAG PIC X(1).
           88 WS-CAMPGN-EOF VALUE 'Y'.
         05 WS-CAMPBAL-STATUS PIC X(2).
           88 WS-CAMPBAL-OK VALUE '00'.
         05 WS-CAMPBAL-EOF-FLAG PIC X(1).
           88 WS-CAMPBAL-EOF VALUE 'Y'.
         05 WS-CAMPRPT-STATUS PIC X(2).
           88 WS-CAMPRPT-OK VALUE '00'.
         05 WS-ROW-COUNT PIC 9(6) VALUE ZERO.
         05 WS-CMP-IDX PIC 9(2).
         05 WS-CMP-SLOT PIC 9(2).
         05 WS-TOTAL-HOLDERS PIC 9(6) VALUE ZERO.
         05 WS-TOTAL-NEW-MONEY PIC S9(11)V99 VALUE ZERO.
         05 WS-TOTAL-BONUS PIC S9(11)V99 VALUE ZERO.
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
           10 FILLER PIC X(5).
      *****************************************************************
      * One slot per campaign code, in the order CAMPGN first lists   *
      * them; the description is the one on the latest row.           *
      *****************************************************************
       01 WS-CAMPAIGN-TOTALS.
         05 WS-CMP-MAX PIC 9(2) VALUE 40.
         05 WS-CMP-COUNT PIC 9(2) VALUE ZERO.
         05 WS-CMP-ENTRY OCCURS 40 TIMES.
           10 WS-CMP-CODE PIC X(6).
           10 WS-CMP-DESC PIC X(16).
           10 WS-CMP-HOLDERS PIC 9(6).
           10 WS-CMP-NEW-MONEY PIC S9(9)V99.
           10 WS-CMP-BONUS PIC S9(9)V99.
       01 WS-HEADING-LINE.
         05 FILLER PIC X(24) VALUE 'CAMPGN DESCRIPTION      '.
         05 FILLER PIC X(8) VALUE ' HOLDERS'.
         05 FILLER PIC X(15) VALUE '      NEW MONEY'.
         05 FILLER PIC X(15) VALUE '     BONUS PAID'.
         05 FILLER PIC X(18) VALUE SPACES.
       01 WS-REPORT-LINE.
         05 WS-RPT-CODE PIC X(6).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-DESC PIC X(16).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-HOLDERS PIC Z(7)9.
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-NEW-MONEY PIC -(10)9.99.
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-BONUS PIC -(10)9.99.
         05 FILLER PIC X(18) VALUE SPACES.
       01 WS-TOTAL-LINE.
         05 FILLER PIC X(23) VALUE 'ALL CAMPAIGNS'.
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-TOT-HOLDERS PIC Z(7)9.
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-TOT-NEW-MONEY PIC -(10)9.99.
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-TOT-BONUS PIC -(10)9.99.
         05 FILLER PIC X(18) VALUE SPACES.

       COPY CRUNCTLQ.

       PROCEDURE DIVISION.
       000-START-PROCESSING.
           MOVE 'S' TO RCQ-FUNCTION
           MOVE 'CAMPCOST' TO RCQ-JOB-NAME
           MOVE SPACES TO RCQ-PREREQ-JOB
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           IF RCQ-REPLY-REFUSED
               DISPLAY 'Run control refused start: ' RCQ-REPLY-MSG
               STOP RUN
           END-IF
           .
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           .
           OPEN INPUT CAMPGN-FILE
           IF WS-CAMPGN-OK
               PERFORM UNTIL WS-CAMPGN-EOF
                   READ CAMPGN-FILE
                       AT END
                           SET WS-CAMPGN-EOF TO TRUE
                       NOT AT END
                           MOVE CMP-CODE TO CBL-CAMPAIGN
                           PERFORM FIND-CAMPAIGN-SLOT THRU
                               FIND-CAMPAIGN-SLOT-EXIT
                           IF WS-CMP-SLOT IS GREATER THAN ZERO
                               MOVE CMP-DESC TO
                                   WS-CMP-DESC (WS-CMP-SLOT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAMPGN-FILE
           END-IF
           .
           OPEN INPUT CAMPBAL-FILE
           OPEN OUTPUT CAMPRPT-FILE
           .
           IF WS-CAMPBAL-OK
               PERFORM UNTIL WS-CAMPBAL-EOF
                   READ CAMPBAL-FILE NEXT RECORD
                       AT END
                           SET WS-CAMPBAL-EOF TO TRUE
                       NOT AT END
                           PERFORM TALLY-ONE-CAMPBAL-ROW THRU
                               TALLY-ONE-CAMPBAL-ROW-EXIT
                   END-READ
               END-PERFORM
               CLOSE CAMPBAL-FILE
           END-IF
           .
           WRITE CAMPRPT-RECORD FROM WS-HEADING-LINE
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                   UNTIL WS-CMP-IDX IS GREATER THAN WS-CMP-COUNT
               MOVE WS-CMP-CODE (WS-CMP-IDX) TO WS-RPT-CODE
               MOVE WS-CMP-DESC (WS-CMP-IDX) TO WS-RPT-DESC
               MOVE WS-CMP-HOLDERS (WS-CMP-IDX) TO WS-RPT-HOLDERS
               MOVE WS-CMP-NEW-MONEY (WS-CMP-IDX) TO WS-RPT-NEW-MONEY
               MOVE WS-CMP-BONUS (WS-CMP-IDX) TO WS-RPT-BONUS
               WRITE CAMPRPT-RECORD FROM WS-REPORT-LINE
               ADD WS-CMP-HOLDERS (WS-CMP-IDX) TO WS-TOTAL-HOLDERS
               ADD WS-CMP-NEW-MONEY (WS-CMP-IDX) TO WS-TOTAL-NEW-MONEY
               ADD WS-CMP-BONUS (WS-CMP-IDX) TO WS-TOTAL-BONUS
           END-PERFORM
           MOVE WS-TOTAL-HOLDERS TO WS-TOT-HOLDERS
           MOVE WS-TOTAL-NEW-MONEY TO WS-TOT-NEW-MONEY
           MOVE WS-TOTAL-BONUS TO WS-TOT-BONUS
           WRITE CAMPRPT-RECORD FROM WS-TOTAL-LINE
           .
           CLOSE CAMPRPT-FILE
           .
           DISPLAY WS-ROW-COUNT ' campaign balance row(s) read, '
               WS-CMP-COUNT ' campaign(s) reported'
           .
           MOVE 'E' TO RCQ-FUNCTION
           MOVE WS-ROW-COUNT TO RCQ-REC-COUNT
           MOVE 'C' TO RCQ-OUTCOME
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           .
           STOP RUN
           .
      *****************************************************************
      * The control row only marks the baseline night; an account     *
      * that has not grown past its baseline and has earned nothing   *
      * is not a campaign holder.                                     *
      *****************************************************************
       TALLY-ONE-CAMPBAL-ROW.
           ADD 1 TO WS-ROW-COUNT
           .
           IF CBL-CONTROL-ROW
               GO TO TALLY-ONE-CAMPBAL-ROW-EXIT
           END-IF
           IF CBL-NEW-MONEY IS NOT GREATER THAN ZERO
               AND CBL-BONUS-PAID IS EQUAL TO ZERO
               GO TO TALLY-ONE-CAMPBAL-ROW-EXIT
           END-IF
           .
           PERFORM FIND-CAMPAIGN-SLOT THRU FIND-CAMPAIGN-SLOT-EXIT
           IF WS-CMP-SLOT IS EQUAL TO ZERO
               GO TO TALLY-ONE-CAMPBAL-ROW-EXIT
           END-IF
           .
           ADD 1 TO WS-CMP-HOLDERS (WS-CMP-SLOT)
           IF CBL-NEW-MONEY IS GREATER THAN ZERO
               ADD CBL-NEW-MONEY TO WS-CMP-NEW-MONEY (WS-CMP-SLOT)
           END-IF
           ADD CBL-BONUS-PAID TO WS-CMP-BONUS (WS-CMP-SLOT)
           .
       TALLY-ONE-CAMPBAL-ROW-EXIT.
           EXIT
           .
       FIND-CAMPAIGN-SLOT.
           MOVE ZERO TO WS-CMP-SLOT
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                   UNTIL WS-CMP-IDX IS GREATER THAN WS-CMP-COUNT
               IF WS-CMP-CODE (WS-CMP-IDX) IS EQUAL TO CBL-CAMPAIGN
                   MOVE WS-CMP-IDX TO WS-CMP-SLOT
               END-IF
           END-PERFORM
           IF WS-CMP-SLOT IS EQUAL TO ZERO
               AND WS-CMP-COUNT IS LESS THAN WS-CMP-MAX
               ADD 1 TO WS-CMP-COUNT
               MOVE WS-CMP-COUNT TO WS-CMP-SLOT
               MOVE CBL-CAMPAIGN TO WS-CMP-CODE (WS-CMP-SLOT)
               MOVE SPACES TO WS-CMP-DESC (WS-CMP-SLOT)
               MOVE ZERO TO WS-CMP-HOLDERS (WS-CMP-SLOT)
               MOVE ZERO TO WS-CMP-NEW-MONEY (WS-CMP-SLOT)
               MOVE ZERO TO WS-CMP-BONUS (WS-CMP-SLOT)
           END-IF
           .
       FIND-CAMPAIGN-SLOT-EXIT.
           EXIT
           .
