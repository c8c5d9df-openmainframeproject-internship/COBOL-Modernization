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

001150***************************************************************** atmfcst
001160* Program:     ATMFCST.CBL                                      * atmfcst
001170* Function:    ATM cash forecasting and replenishment ordering. * atmfcst
001180*              Absorbs the day's ATMSETL items into the ATMDAY  * atmfcst
001190*              withdrawal history and draws each terminal's     * atmfcst
001200*              ATMMST cash estimate down by them, then projects * atmfcst
001210*              every active terminal's demand until its next    * atmfcst
001220*              visit from the average of the same weekday over  * atmfcst
001230*              the ATMPOL history weeks, raised by the holiday  * atmfcst
001240*              uplift across a BANKCAL long weekend and the     * atmfcst
001250*              business day before it. The recommended load     * atmfcst
001260*              covers that demand plus the safety margin in     * atmfcst
001270*              full straps of twenties, up to the cassette      * atmfcst
001280*              capacity; the top-up is what the estimate falls  * atmfcst
001290*              short of it. Each branch's top-ups plus its      * atmfcst
001300*              vault reserve are set against VLTMST cash on     * atmfcst
001310*              hand and in transit, and a shortfall becomes a   * atmfcst
001320*              proposed CSHSHIP shipment for the branch to      * atmfcst
001330*              approve or reject through BRCHCASH - a proposal  * atmfcst
001340*              still waiting is brought up to date rather than  * atmfcst
001350*              doubled, and withdrawn once no longer needed.    * atmfcst
001360*              Idle vault cash beyond a second reserve is       * atmfcst
001370*              flagged on ATMFRPT for dispatch.                 * atmfcst
001380***************************************************************** atmfcst
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMFCST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATMSETL-FILE ASSIGN TO "ATMSETL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ATMSETL-STATUS.
           SELECT ATMMST-FILE ASSIGN TO "ATMMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATM-KEY
               FILE STATUS IS WS-ATMMST-STATUS.
           SELECT ATMDAY-FILE ASSIGN TO "ATMDAY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ATD-KEY
               FILE STATUS IS WS-ATMDAY-STATUS.
           SELECT ATMPOL-FILE ASSIGN TO "ATMPOL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ATMPOL-STATUS.
           SELECT BANKCAL-FILE ASSIGN TO "BANKCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BCL-KEY
               FILE STATUS IS WS-BANKCAL-STATUS.
           SELECT VLTMST-FILE ASSIGN TO "VLTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VLT-KEY
               FILE STATUS IS WS-VLTMST-STATUS.
           SELECT CSHSHIP-FILE ASSIGN TO "CSHSHIP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SHP-KEY
               FILE STATUS IS WS-CSHSHIP-STATUS.
           SELECT ATMFRPT-FILE ASSIGN TO "ATMFRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ATMFRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ATMSETL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CATMSETL.

       FD ATMMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CATMMST.

       FD ATMDAY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CATMDAY.

       FD ATMPOL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CATMPOL.

       FD BANKCAL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CBNKCAL.

       FD VLTMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CVLTMST.

       FD CSHSHIP-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CCSHSHIP.

       FD ATMFRPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 ATMFRPT-RECORD                  PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'ATMFCST'.
         05 WS-ATMSETL-STATUS PIC X(2).
           88 WS-ATMSETL-OK VALUE '00'.
         05 WS-ATMSETL-OPEN-FLAG PIC X(1) VALUE 'N'.
           88 WS-ATMSETL-OPEN VALUE 'Y'.
         05 WS-ATMMST-STATUS PIC X(2).
           88 WS-ATMMST-OK VALUE '00'.
         05 WS-ATMDAY-STATUS PIC X(2).
           88 WS-ATMDAY-OK VALUE '00'.
         05 WS-ATMPOL-STATUS PIC X(2).
           88 WS-ATMPOL-OK VALUE '00'.
         05 WS-BANKCAL-STATUS PIC X(2).
           88 WS-BANKCAL-OK VALUE '00'.
         05 WS-VLTMST-STATUS PIC X(2).
           88 WS-VLTMST-OK VALUE '00'.
         05 WS-CSHSHIP-STATUS PIC X(2).
           88 WS-CSHSHIP-OK VALUE '00'.
         05 WS-ATMFRPT-STATUS PIC X(2).
           88 WS-ATMFRPT-OK VALUE '00'.
         05 WS-ATMSETL-EOF-FLAG PIC X(1) VALUE 'N'.
           88 WS-ATMSETL-EOF VALUE 'Y'.
         05 WS-ATMMST-EOF-FLAG PIC X(1) VALUE 'N'.
           88 WS-ATMMST-EOF VALUE 'Y'.
         05 WS-CSHSHIP-EOF-FLAG PIC X(1) VALUE 'N'.
           88 WS-CSHSHIP-EOF VALUE 'Y'.
         05 WS-BANKCAL-OPEN-FLAG PIC X(1) VALUE 'N'.
           88 WS-BANKCAL-OPEN VALUE 'Y'.
         05 WS-WRITTEN-FLAG PIC X(1).
           88 WS-WRITTEN VALUE 'Y'.
      *****************************************************************
      * Forecast assumptions - ATMPOL overrides any it carries.       *
      *****************************************************************
         05 WS-HISTORY-WEEKS PIC 9(2) VALUE 8.
         05 WS-CYCLE-DAYS PIC 9(2) VALUE 7.
         05 WS-UPLIFT-PCT PIC 9(3) VALUE 50.
         05 WS-SAFETY-PCT PIC 9(3) VALUE 20.
         05 WS-VAULT-RESERVE PIC 9(7) VALUE 25000.
         05 WS-HISTORY-DAYS PIC 9(3).
         05 WS-THIS-CYCLE PIC 9(2).
         05 WS-IX PIC 9(3).
         05 WS-KX PIC 9(3).
         05 WS-SLOT-IX PIC 9(1).
         05 WS-BRT-IX PIC 9(3).
         05 WS-QUOTIENT PIC 9(3).
         05 WS-REMAINDER PIC 9(1).
         05 WS-UPLIFT-DAYS PIC 9(2) VALUE ZERO.
         05 WS-STRAPS PIC 9(5).
         05 WS-DAY-DEMAND PIC 9(9)V99.
         05 WS-DEMAND PIC 9(9)V99.
         05 WS-TARGET PIC 9(9)V99.
         05 WS-ON-HAND PIC 9(9)V99.
         05 WS-TOPUP PIC 9(9)V99.
         05 WS-REQUIRED PIC 9(9)V99.
         05 WS-AVAILABLE PIC S9(9)V99.
         05 WS-SHORTFALL PIC S9(9)V99.
         05 WS-EXCESS PIC S9(9)V99.
         05 WS-SHIP-AMOUNT PIC 9(9)V99.
         05 WS-REF-BASE PIC 9(6).
         05 WS-REF-SEQ PIC 9(3).
         05 WS-SETL-COUNT PIC 9(7) VALUE ZERO.
         05 WS-SETL-UNKNOWN-COUNT PIC 9(6) VALUE ZERO.
         05 WS-SETL-REPEAT-COUNT PIC 9(6) VALUE ZERO.
         05 WS-TERMINAL-COUNT PIC 9(6) VALUE ZERO.
         05 WS-LOAD-COUNT PIC 9(6) VALUE ZERO.
         05 WS-SHORT-COUNT PIC 9(6) VALUE ZERO.
         05 WS-PROPOSED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-UPDATED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-WITHDRAWN-COUNT PIC 9(6) VALUE ZERO.
         05 WS-EXCESS-COUNT PIC 9(6) VALUE ZERO.
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
      * The history window, most recent day first - entry N is N days *
      * before the business date, so entries N apart by a multiple of *
      * 7 fall on the same weekday.                                   *
      *****************************************************************
       01 WS-HISTORY-TABLE.
         05 WS-HST-DAY OCCURS 182 TIMES.
           10 WS-HST-DATE PIC 9(8).
           10 WS-HST-HOLIDAY-FLAG PIC X(1).
             88 WS-HST-HOLIDAY VALUE 'Y'.
      *****************************************************************
      * The days ahead - entry K is K days after the business date.   *
      * A week past the longest cycle is kept so a long weekend just  *
      * beyond the window still lifts the day before it.              *
      *****************************************************************
       01 WS-FORECAST-TABLE.
         05 WS-FCD-DAY OCCURS 21 TIMES.
           10 WS-FCD-DATE PIC 9(8).
           10 WS-FCD-CLOSED-FLAG PIC X(1).
             88 WS-FCD-CLOSED VALUE 'Y'.
           10 WS-FCD-HOLIDAY-FLAG PIC X(1).
             88 WS-FCD-HOLIDAY VALUE 'Y'.
           10 WS-FCD-LEFT-FLAG PIC X(1).
             88 WS-FCD-LEFT-HOLIDAY VALUE 'Y'.
           10 WS-FCD-RIGHT-FLAG PIC X(1).
             88 WS-FCD-RIGHT-HOLIDAY VALUE 'Y'.
           10 WS-FCD-UPLIFT-FLAG PIC X(1).
             88 WS-FCD-UPLIFT VALUE 'Y'.
      *****************************************************************
      * One terminal's withdrawals by weekday over the window.        *
      *****************************************************************
       01 WS-SLOT-TABLE.
         05 WS-SLOT OCCURS 7 TIMES.
           10 WS-SLOT-AMOUNT PIC 9(9)V99.
           10 WS-SLOT-DAYS PIC 9(3).
      *****************************************************************
      * Branches met on the terminal pass and any shipment still      *
      * waiting for approval from an earlier forecast.                *
      *****************************************************************
       01 WS-BRANCH-TABLE.
         05 WS-BRT-COUNT PIC 9(3) VALUE ZERO.
         05 WS-BRT-ENTRY OCCURS 300 TIMES.
           10 WS-BRT-BRANCH PIC X(4).
           10 WS-BRT-TERMINALS PIC 9(4).
           10 WS-BRT-TOPUP PIC 9(9)V99.
           10 WS-BRT-PENDING-REF PIC 9(8).
       01 WS-REPORT-HEADING.
         05 FILLER PIC X(33) VALUE
             'ATM CASH FORECAST  BUSINESS DATE '.
         05 WS-RPT-HDG-DATE PIC 9(8).
         05 FILLER PIC X(8) VALUE '  CYCLE '.
         05 WS-RPT-HDG-CYCLE PIC Z9.
         05 FILLER PIC X(19) VALUE ' DAYS  UPLIFT DAYS '.
         05 WS-RPT-HDG-UPLIFT PIC Z9.
         05 FILLER PIC X(8) VALUE SPACES.
       01 WS-TERMINAL-HEADING.
         05 FILLER PIC X(40) VALUE
             'TERMINAL BRCH    ON HAND   FORECAST    L'.
         05 FILLER PIC X(40) VALUE
             'OAD TO     TOP-UP STATUS'.
       01 WS-REPORT-TERMINAL-LINE.
         05 WS-RPT-TERMINAL PIC X(8).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-BRANCH PIC X(4).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-ON-HAND PIC -(9)9.
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-DEMAND PIC -(9)9.
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-TARGET PIC -(9)9.
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-TOPUP PIC -(9)9.
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-STATUS PIC X(5).
         05 FILLER PIC X(17) VALUE SPACES.
       01 WS-BRANCH-HEADING.
         05 FILLER PIC X(40) VALUE
             'BRANCH      ATM LOADS VAULT CASH IN TRAN'.
         05 FILLER PIC X(40) VALUE
             'SIT ACTION     SHIP REF     AMOUNT'.
       01 WS-REPORT-BRANCH-LINE.
         05 FILLER PIC X(7) VALUE 'BRANCH '.
         05 WS-RPT-BRT-BRANCH PIC X(4).
         05 WS-RPT-BRT-LOADS PIC -(9)9.
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-BRT-VAULT PIC -(9)9.
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-BRT-TRANSIT PIC -(9)9.
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-BRT-ACTION PIC X(10).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-BRT-REF PIC 9(8).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-BRT-AMOUNT PIC -(9)9.
         05 FILLER PIC X(7) VALUE SPACES.
       01 WS-BLANK-LINE PIC X(80) VALUE SPACES.

       COPY CGETBDTQ.

       COPY CRUNCTLQ.

       PROCEDURE DIVISION.
       000-START-PROCESSING.
           MOVE 'S' TO RCQ-FUNCTION
           MOVE 'ATMFCST' TO RCQ-JOB-NAME
           MOVE SPACES TO RCQ-PREREQ-JOB
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           IF RCQ-REPLY-REFUSED
               DISPLAY 'Run control refused start: ' RCQ-REPLY-MSG
               STOP RUN
           END-IF
           .
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           CALL 'GETBDTE' USING GETBDTE-REQUEST
           PERFORM LOAD-ATM-POLICY THRU LOAD-ATM-POLICY-EXIT
           COMPUTE WS-HISTORY-DAYS = WS-HISTORY-WEEKS * 7
           .
           OPEN I-O ATMMST-FILE
           IF NOT WS-ATMMST-OK
               DISPLAY 'ATMMST not available, status '
                   WS-ATMMST-STATUS
               MOVE 'E' TO RCQ-FUNCTION
               MOVE ZERO TO RCQ-REC-COUNT
               MOVE 'F' TO RCQ-OUTCOME
               CALL 'RUNCTL' USING RUNCTL-REQUEST
               STOP RUN
           END-IF
           OPEN I-O ATMDAY-FILE
           IF NOT WS-ATMDAY-OK
               OPEN OUTPUT ATMDAY-FILE
               CLOSE ATMDAY-FILE
               OPEN I-O ATMDAY-FILE
           END-IF
           OPEN INPUT BANKCAL-FILE
           IF WS-BANKCAL-OK
               SET WS-BANKCAL-OPEN TO TRUE
           END-IF
           .
           PERFORM BUILD-CALENDAR-WINDOWS THRU
               BUILD-CALENDAR-WINDOWS-EXIT
           .
      *****************************************************************
      * Pass 1 - the day's settled withdrawals into the history and   *
      * off each terminal's cash estimate.                            *
      *****************************************************************
           OPEN INPUT ATMSETL-FILE
           IF WS-ATMSETL-OK
               SET WS-ATMSETL-OPEN TO TRUE
           END-IF
           IF NOT WS-ATMSETL-OK
               DISPLAY 'ATMSETL not available, status '
                   WS-ATMSETL-STATUS
               SET WS-ATMSETL-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-ATMSETL-EOF
               READ ATMSETL-FILE
                   AT END
                       SET WS-ATMSETL-EOF TO TRUE
                   NOT AT END
                       IF ASL-ITEM
                           PERFORM ABSORB-ONE-ITEM THRU
                               ABSORB-ONE-ITEM-EXIT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ATMSETL-OPEN
               CLOSE ATMSETL-FILE
           END-IF
           .
      *****************************************************************
      * Pass 2 - shipments still awaiting approval, then a forecast   *
      * for every active terminal.                                    *
      *****************************************************************
           OPEN I-O CSHSHIP-FILE
           IF NOT WS-CSHSHIP-OK
               OPEN OUTPUT CSHSHIP-FILE
               CLOSE CSHSHIP-FILE
               OPEN I-O CSHSHIP-FILE
           END-IF
           OPEN INPUT VLTMST-FILE
           OPEN OUTPUT ATMFRPT-FILE
           .
           MOVE ZERO TO SHP-REF-NO
           START CSHSHIP-FILE KEY IS NOT LESS THAN SHP-KEY
               INVALID KEY
                   SET WS-CSHSHIP-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-CSHSHIP-EOF
               READ CSHSHIP-FILE NEXT RECORD
                   AT END
                       SET WS-CSHSHIP-EOF TO TRUE
                   NOT AT END
                       IF SHP-PROPOSED AND SHP-INBOUND
                           MOVE SHP-BRANCH TO WS-RPT-BRT-BRANCH
                           PERFORM FIND-BRANCH-ENTRY THRU
                               FIND-BRANCH-ENTRY-EXIT
                           IF WS-BRT-IX IS GREATER THAN ZERO
                               MOVE SHP-REF-NO TO
                                   WS-BRT-PENDING-REF (WS-BRT-IX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .
           MOVE GBD-BUSINESS-DATE TO WS-RPT-HDG-DATE
           MOVE WS-CYCLE-DAYS TO WS-RPT-HDG-CYCLE
           MOVE WS-UPLIFT-DAYS TO WS-RPT-HDG-UPLIFT
           WRITE ATMFRPT-RECORD FROM WS-REPORT-HEADING
           WRITE ATMFRPT-RECORD FROM WS-BLANK-LINE
           WRITE ATMFRPT-RECORD FROM WS-TERMINAL-HEADING
           .
           MOVE LOW-VALUES TO ATM-KEY
           START ATMMST-FILE KEY IS NOT LESS THAN ATM-KEY
               INVALID KEY
                   SET WS-ATMMST-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-ATMMST-EOF
               READ ATMMST-FILE NEXT RECORD
                   AT END
                       SET WS-ATMMST-EOF TO TRUE
                   NOT AT END
                       IF ATM-ACTIVE
                           PERFORM FORECAST-ONE-TERMINAL THRU
                               FORECAST-ONE-TERMINAL-EXIT
                       END-IF
               END-READ
           END-PERFORM
           .
      *****************************************************************
      * Pass 3 - each branch's loads against its vault.               *
      *****************************************************************
           WRITE ATMFRPT-RECORD FROM WS-BLANK-LINE
           WRITE ATMFRPT-RECORD FROM WS-BRANCH-HEADING
           PERFORM ORDER-FOR-ONE-BRANCH THRU ORDER-FOR-ONE-BRANCH-EXIT
               VARYING WS-BRT-IX FROM 1 BY 1
               UNTIL WS-BRT-IX IS GREATER THAN WS-BRT-COUNT
           .
           CLOSE ATMMST-FILE
           CLOSE ATMDAY-FILE
           IF WS-BANKCAL-OPEN
               CLOSE BANKCAL-FILE
           END-IF
           CLOSE CSHSHIP-FILE
           CLOSE VLTMST-FILE
           CLOSE ATMFRPT-FILE
           .
           DISPLAY WS-SETL-COUNT ' settled item(s), '
               WS-SETL-UNKNOWN-COUNT ' unknown terminal, '
               WS-SETL-REPEAT-COUNT ' already absorbed'
           DISPLAY WS-TERMINAL-COUNT ' terminal(s), '
               WS-LOAD-COUNT ' to load, '
               WS-SHORT-COUNT ' short before visit'
           DISPLAY WS-PROPOSED-COUNT ' shipment(s) proposed, '
               WS-UPDATED-COUNT ' updated, '
               WS-WITHDRAWN-COUNT ' withdrawn, '
               WS-EXCESS-COUNT ' branch(es) with excess cash'
           .
           MOVE 'E' TO RCQ-FUNCTION
           MOVE WS-TERMINAL-COUNT TO RCQ-REC-COUNT
           MOVE 'C' TO RCQ-OUTCOME
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           .
           STOP RUN
           .
      *****************************************************************
      * No ATMPOL record leaves 8 weeks of history, a 7-day visit     *
      * cycle, a 50% holiday uplift, a 20% safety margin and a 25000  *
      * vault reserve.                                                *
      *****************************************************************
       LOAD-ATM-POLICY.
           OPEN INPUT ATMPOL-FILE
           IF NOT WS-ATMPOL-OK
               GO TO LOAD-ATM-POLICY-EXIT
           END-IF
           READ ATMPOL-FILE
               AT END
                   CLOSE ATMPOL-FILE
                   GO TO LOAD-ATM-POLICY-EXIT
           END-READ
           IF ATP-HISTORY-WEEKS IS NUMERIC
               AND ATP-HISTORY-WEEKS IS GREATER THAN ZERO
               AND ATP-HISTORY-WEEKS IS NOT GREATER THAN 26
               MOVE ATP-HISTORY-WEEKS TO WS-HISTORY-WEEKS
           END-IF
           IF ATP-CYCLE-DAYS IS NUMERIC
               AND ATP-CYCLE-DAYS IS GREATER THAN ZERO
               AND ATP-CYCLE-DAYS IS NOT GREATER THAN 14
               MOVE ATP-CYCLE-DAYS TO WS-CYCLE-DAYS
           END-IF
           IF ATP-HOLIDAY-UPLIFT-PCT IS NUMERIC
               MOVE ATP-HOLIDAY-UPLIFT-PCT TO WS-UPLIFT-PCT
           END-IF
           IF ATP-SAFETY-PCT IS NUMERIC
               MOVE ATP-SAFETY-PCT TO WS-SAFETY-PCT
           END-IF
           IF ATP-VAULT-RESERVE IS NUMERIC
               MOVE ATP-VAULT-RESERVE TO WS-VAULT-RESERVE
           END-IF
           CLOSE ATMPOL-FILE
           .
       LOAD-ATM-POLICY-EXIT.
           EXIT
           .
      *****************************************************************
      * Dates are walked a day at a time from the business date, back *
      * through the history window and forward through the days       *
      * ahead, with each one's BANKCAL standing. A holiday in the     *
      * history is left out of the weekday averages - it is what the  *
      * uplift is for.                                                *
      *****************************************************************
       BUILD-CALENDAR-WINDOWS.
           MOVE GBD-BUSINESS-DATE TO WS-DATE-WORK-N
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX IS GREATER THAN WS-HISTORY-DAYS
               PERFORM STEP-ONE-DAY-BACK THRU STEP-ONE-DAY-BACK-EXIT
               MOVE WS-DATE-WORK-N TO WS-HST-DATE (WS-IX)
               MOVE 'N' TO WS-HST-HOLIDAY-FLAG (WS-IX)
               IF WS-BANKCAL-OPEN
                   MOVE WS-DATE-WORK-N TO BCL-DATE
                   READ BANKCAL-FILE
                       NOT INVALID KEY
                           IF BCL-HOLIDAY
                               SET WS-HST-HOLIDAY (WS-IX) TO TRUE
                           END-IF
                   END-READ
               END-IF
           END-PERFORM
           .
           MOVE GBD-BUSINESS-DATE TO WS-DATE-WORK-N
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX IS GREATER THAN 21
               PERFORM STEP-ONE-DAY-FORWARD THRU
                   STEP-ONE-DAY-FORWARD-EXIT
               MOVE WS-DATE-WORK-N TO WS-FCD-DATE (WS-IX)
               MOVE 'N' TO WS-FCD-CLOSED-FLAG (WS-IX)
               MOVE 'N' TO WS-FCD-HOLIDAY-FLAG (WS-IX)
               IF WS-BANKCAL-OPEN
                   MOVE WS-DATE-WORK-N TO BCL-DATE
                   READ BANKCAL-FILE
                       NOT INVALID KEY
                           SET WS-FCD-CLOSED (WS-IX) TO TRUE
                           IF BCL-HOLIDAY
                               SET WS-FCD-HOLIDAY (WS-IX) TO TRUE
                           END-IF
                   END-READ
               END-IF
           END-PERFORM
           .
      *****************************************************************
      * A long weekend is a run of closed days with a holiday in it.  *
      * Sweeping left then right marks every day of such a run; the   *
      * open day before it is lifted too, when customers draw for the *
      * weekend.                                                      *
      *****************************************************************
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX IS GREATER THAN 21
               MOVE 'N' TO WS-FCD-LEFT-FLAG (WS-IX)
               IF WS-FCD-CLOSED (WS-IX)
                   IF WS-FCD-HOLIDAY (WS-IX)
                       SET WS-FCD-LEFT-HOLIDAY (WS-IX) TO TRUE
                   END-IF
                   IF WS-IX IS GREATER THAN 1
                       IF WS-FCD-LEFT-HOLIDAY (WS-IX - 1)
                           SET WS-FCD-LEFT-HOLIDAY (WS-IX) TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-IX FROM 21 BY -1
                   UNTIL WS-IX IS LESS THAN 1
               MOVE 'N' TO WS-FCD-RIGHT-FLAG (WS-IX)
               IF WS-FCD-CLOSED (WS-IX)
                   IF WS-FCD-HOLIDAY (WS-IX)
                       SET WS-FCD-RIGHT-HOLIDAY (WS-IX) TO TRUE
                   END-IF
                   IF WS-IX IS LESS THAN 21
                       IF WS-FCD-RIGHT-HOLIDAY (WS-IX + 1)
                           SET WS-FCD-RIGHT-HOLIDAY (WS-IX) TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX IS GREATER THAN 21
               MOVE 'N' TO WS-FCD-UPLIFT-FLAG (WS-IX)
               IF WS-FCD-LEFT-HOLIDAY (WS-IX)
                   OR WS-FCD-RIGHT-HOLIDAY (WS-IX)
                   SET WS-FCD-UPLIFT (WS-IX) TO TRUE
               END-IF
               IF NOT WS-FCD-CLOSED (WS-IX)
                   AND WS-IX IS LESS THAN 21
                   IF WS-FCD-RIGHT-HOLIDAY (WS-IX + 1)
                       SET WS-FCD-UPLIFT (WS-IX) TO TRUE
                   END-IF
               END-IF
               IF WS-FCD-UPLIFT (WS-IX)
                   AND WS-IX IS NOT GREATER THAN WS-CYCLE-DAYS
                   ADD 1 TO WS-UPLIFT-DAYS
               END-IF
           END-PERFORM
           .
       BUILD-CALENDAR-WINDOWS-EXIT.
           EXIT
           .
      *****************************************************************
      * Each settled item adds to its terminal's row for the day. A   *
      * row built by an earlier run means this settlement has already *
      * been absorbed. An unknown terminal's history is still kept    *
      * for when it is put on the master.                             *
      *****************************************************************
       ABSORB-ONE-ITEM.
           ADD 1 TO WS-SETL-COUNT
           MOVE ASL-TERMINAL-ID TO ATD-TERMINAL-ID
           MOVE ASL-SETTLE-DATE TO ATD-DATE
           READ ATMDAY-FILE
               INVALID KEY
                   MOVE ZERO TO ATD-AMOUNT
                   MOVE ZERO TO ATD-COUNT
                   MOVE GBD-BUSINESS-DATE TO ATD-LOADED-DATE
                   WRITE ATMDAY-RECORD
           END-READ
           IF ATD-LOADED-DATE IS NOT EQUAL TO GBD-BUSINESS-DATE
               ADD 1 TO WS-SETL-REPEAT-COUNT
               GO TO ABSORB-ONE-ITEM-EXIT
           END-IF
           ADD ASL-AMOUNT TO ATD-AMOUNT
           ADD 1 TO ATD-COUNT
           REWRITE ATMDAY-RECORD
           .
           MOVE ASL-TERMINAL-ID TO ATM-TERMINAL-ID
           READ ATMMST-FILE
               INVALID KEY
                   ADD 1 TO WS-SETL-UNKNOWN-COUNT
                   GO TO ABSORB-ONE-ITEM-EXIT
           END-READ
           IF ASL-SETTLE-DATE IS NOT LESS THAN ATM-LAST-LOAD-DATE
               SUBTRACT ASL-AMOUNT FROM ATM-CASH-ESTIMATE
               REWRITE ATMMST-RECORD
           END-IF
           .
       ABSORB-ONE-ITEM-EXIT.
           EXIT
           .
      *****************************************************************
      * Demand for a day ahead is the average of the same weekday in  *
      * the window - a day with no row counts as nothing drawn, once  *
      * the terminal was on the master. The load is what covers the   *
      * cycle plus the safety margin, in straps of 100 twenties, no   *
      * more than the cassettes hold.                                 *
      *****************************************************************
       FORECAST-ONE-TERMINAL.
           ADD 1 TO WS-TERMINAL-COUNT
           MOVE WS-CYCLE-DAYS TO WS-THIS-CYCLE
           IF ATM-CYCLE-DAYS IS NUMERIC
               AND ATM-CYCLE-DAYS IS GREATER THAN ZERO
               AND ATM-CYCLE-DAYS IS NOT GREATER THAN 14
               MOVE ATM-CYCLE-DAYS TO WS-THIS-CYCLE
           END-IF
           .
           PERFORM VARYING WS-SLOT-IX FROM 1 BY 1
                   UNTIL WS-SLOT-IX IS GREATER THAN 7
               MOVE ZERO TO WS-SLOT-AMOUNT (WS-SLOT-IX)
               MOVE ZERO TO WS-SLOT-DAYS (WS-SLOT-IX)
           END-PERFORM
           PERFORM ABSORB-HISTORY-DAY THRU ABSORB-HISTORY-DAY-EXIT
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX IS GREATER THAN WS-HISTORY-DAYS
           .
           MOVE ZERO TO WS-DEMAND
           PERFORM PROJECT-ONE-DAY THRU PROJECT-ONE-DAY-EXIT
               VARYING WS-KX FROM 1 BY 1
               UNTIL WS-KX IS GREATER THAN WS-THIS-CYCLE
           .
           COMPUTE WS-TARGET = WS-DEMAND * (100 + WS-SAFETY-PCT) / 100
           COMPUTE WS-STRAPS = (WS-TARGET + 1999.99) / 2000
           COMPUTE WS-TARGET = WS-STRAPS * 2000
           IF WS-TARGET IS GREATER THAN ATM-CAPACITY
               MOVE ATM-CAPACITY TO WS-TARGET
           END-IF
           MOVE ZERO TO WS-ON-HAND
           IF ATM-CASH-ESTIMATE IS GREATER THAN ZERO
               MOVE ATM-CASH-ESTIMATE TO WS-ON-HAND
           END-IF
           MOVE ZERO TO WS-TOPUP
           IF WS-TARGET IS GREATER THAN WS-ON-HAND
               COMPUTE WS-TOPUP = WS-TARGET - WS-ON-HAND
           END-IF
           .
           MOVE 'OK' TO WS-RPT-STATUS
           IF WS-TOPUP IS GREATER THAN ZERO
               ADD 1 TO WS-LOAD-COUNT
               MOVE 'LOAD' TO WS-RPT-STATUS
           END-IF
           IF WS-ON-HAND IS LESS THAN WS-DEMAND
               ADD 1 TO WS-SHORT-COUNT
               MOVE 'SHORT' TO WS-RPT-STATUS
           END-IF
           .
           MOVE ATM-BRANCH TO WS-RPT-BRT-BRANCH
           PERFORM FIND-BRANCH-ENTRY THRU FIND-BRANCH-ENTRY-EXIT
           IF WS-BRT-IX IS GREATER THAN ZERO
               ADD 1 TO WS-BRT-TERMINALS (WS-BRT-IX)
               ADD WS-TOPUP TO WS-BRT-TOPUP (WS-BRT-IX)
           END-IF
           .
           MOVE ATM-TERMINAL-ID TO WS-RPT-TERMINAL
           MOVE ATM-BRANCH TO WS-RPT-BRANCH
           MOVE ATM-CASH-ESTIMATE TO WS-RPT-ON-HAND
           MOVE WS-DEMAND TO WS-RPT-DEMAND
           MOVE WS-TARGET TO WS-RPT-TARGET
           MOVE WS-TOPUP TO WS-RPT-TOPUP
           WRITE ATMFRPT-RECORD FROM WS-REPORT-TERMINAL-LINE
           .
       FORECAST-ONE-TERMINAL-EXIT.
           EXIT
           .
       ABSORB-HISTORY-DAY.
           IF WS-HST-HOLIDAY (WS-IX)
               GO TO ABSORB-HISTORY-DAY-EXIT
           END-IF
           DIVIDE WS-IX BY 7 GIVING WS-QUOTIENT
               REMAINDER WS-REMAINDER
           COMPUTE WS-SLOT-IX = WS-REMAINDER + 1
           .
           MOVE ATM-TERMINAL-ID TO ATD-TERMINAL-ID
           MOVE WS-HST-DATE (WS-IX) TO ATD-DATE
           READ ATMDAY-FILE
               INVALID KEY
                   IF WS-HST-DATE (WS-IX) IS NOT LESS THAN
                           ATM-OPENED-DATE
                       ADD 1 TO WS-SLOT-DAYS (WS-SLOT-IX)
                   END-IF
                   GO TO ABSORB-HISTORY-DAY-EXIT
           END-READ
           ADD ATD-AMOUNT TO WS-SLOT-AMOUNT (WS-SLOT-IX)
           ADD 1 TO WS-SLOT-DAYS (WS-SLOT-IX)
           .
       ABSORB-HISTORY-DAY-EXIT.
           EXIT
           .
      *****************************************************************
      * Day K ahead shares its weekday with history entries whose     *
      * distance back, added to K, is a whole number of weeks.        *
      *****************************************************************
       PROJECT-ONE-DAY.
           DIVIDE WS-KX BY 7 GIVING WS-QUOTIENT
               REMAINDER WS-REMAINDER
           IF WS-REMAINDER IS EQUAL TO ZERO
               MOVE 1 TO WS-SLOT-IX
           ELSE
               COMPUTE WS-SLOT-IX = 8 - WS-REMAINDER
           END-IF
           .
           MOVE ZERO TO WS-DAY-DEMAND
           IF WS-SLOT-DAYS (WS-SLOT-IX) IS GREATER THAN ZERO
               COMPUTE WS-DAY-DEMAND = WS-SLOT-AMOUNT (WS-SLOT-IX)
                   / WS-SLOT-DAYS (WS-SLOT-IX)
           END-IF
           IF WS-FCD-UPLIFT (WS-KX)
               COMPUTE WS-DAY-DEMAND =
                   WS-DAY-DEMAND * (100 + WS-UPLIFT-PCT) / 100
           END-IF
           ADD WS-DAY-DEMAND TO WS-DEMAND
           .
       PROJECT-ONE-DAY-EXIT.
           EXIT
           .
      *****************************************************************
      * Finds the branch in WS-RPT-BRT-BRANCH on the table, adding it *
      * if new. WS-BRT-IX comes back zero when the table is full.     *
      *****************************************************************
       FIND-BRANCH-ENTRY.
           PERFORM VARYING WS-BRT-IX FROM 1 BY 1
                   UNTIL WS-BRT-IX IS GREATER THAN WS-BRT-COUNT
               IF WS-BRT-BRANCH (WS-BRT-IX) IS EQUAL TO
                       WS-RPT-BRT-BRANCH
                   GO TO FIND-BRANCH-ENTRY-EXIT
               END-IF
           END-PERFORM
           IF WS-BRT-COUNT IS NOT LESS THAN 300
               DISPLAY 'Branch table full at ' WS-RPT-BRT-BRANCH
               MOVE ZERO TO WS-BRT-IX
               GO TO FIND-BRANCH-ENTRY-EXIT
           END-IF
           ADD 1 TO WS-BRT-COUNT
           MOVE WS-BRT-COUNT TO WS-BRT-IX
           MOVE WS-RPT-BRT-BRANCH TO WS-BRT-BRANCH (WS-BRT-IX)
           MOVE ZERO TO WS-BRT-TERMINALS (WS-BRT-IX)
           MOVE ZERO TO WS-BRT-TOPUP (WS-BRT-IX)
           MOVE ZERO TO WS-BRT-PENDING-REF (WS-BRT-IX)
           .
       FIND-BRANCH-ENTRY-EXIT.
           EXIT
           .
      *****************************************************************
      * The vault must cover the branch's ATM top-ups and still keep  *
      * its reserve for the tellers, counting cash already on the     *
      * road. A shortfall is proposed as a shipment in thousands; a   *
      * proposal from an earlier run is brought up to date, or        *
      * withdrawn when the vault now covers the loads.                *
      *****************************************************************
       ORDER-FOR-ONE-BRANCH.
           MOVE WS-BRT-BRANCH (WS-BRT-IX) TO VLT-BRANCH
           READ VLTMST-FILE
               INVALID KEY
                   MOVE ZERO TO VLT-TOTAL-AMOUNT
                   MOVE ZERO TO VLT-IN-TRANSIT
           END-READ
           COMPUTE WS-REQUIRED = WS-BRT-TOPUP (WS-BRT-IX)
               + WS-VAULT-RESERVE
           COMPUTE WS-AVAILABLE = VLT-TOTAL-AMOUNT + VLT-IN-TRANSIT
           COMPUTE WS-SHORTFALL = WS-REQUIRED - WS-AVAILABLE
           .
           MOVE WS-BRT-BRANCH (WS-BRT-IX) TO WS-RPT-BRT-BRANCH
           MOVE WS-BRT-TOPUP (WS-BRT-IX) TO WS-RPT-BRT-LOADS
           MOVE VLT-TOTAL-AMOUNT TO WS-RPT-BRT-VAULT
           MOVE VLT-IN-TRANSIT TO WS-RPT-BRT-TRANSIT
           MOVE 'COVERED' TO WS-RPT-BRT-ACTION
           MOVE ZERO TO WS-RPT-BRT-REF
           MOVE ZERO TO WS-RPT-BRT-AMOUNT
           .
           IF WS-SHORTFALL IS GREATER THAN ZERO
               COMPUTE WS-STRAPS = (WS-SHORTFALL + 999.99) / 1000
               COMPUTE WS-SHIP-AMOUNT = WS-STRAPS * 1000
               IF WS-BRT-PENDING-REF (WS-BRT-IX) IS GREATER THAN ZERO
                   PERFORM UPDATE-PROPOSAL THRU UPDATE-PROPOSAL-EXIT
               ELSE
                   PERFORM WRITE-PROPOSAL THRU WRITE-PROPOSAL-EXIT
               END-IF
               GO TO ORDER-FOR-ONE-BRANCH-REPORT
           END-IF
           .
           IF WS-BRT-PENDING-REF (WS-BRT-IX) IS GREATER THAN ZERO
               MOVE WS-BRT-PENDING-REF (WS-BRT-IX) TO SHP-REF-NO
               READ CSHSHIP-FILE
                   NOT INVALID KEY
                       SET SHP-CANCELLED TO TRUE
                       MOVE GBD-BUSINESS-DATE TO SHP-RECEIVED-DATE
                       REWRITE CSHSHIP-RECORD
                       ADD 1 TO WS-WITHDRAWN-COUNT
                       MOVE 'WITHDRAWN' TO WS-RPT-BRT-ACTION
                       MOVE SHP-REF-NO TO WS-RPT-BRT-REF
               END-READ
           END-IF
      *****************************************************************
      * Cash sitting in the vault beyond the loads and twice the      *
      * reserve is idle - flagged for the branch to send back.        *
      *****************************************************************
           COMPUTE WS-EXCESS = VLT-TOTAL-AMOUNT - WS-REQUIRED
           IF WS-EXCESS IS GREATER THAN WS-VAULT-RESERVE
               ADD 1 TO WS-EXCESS-COUNT
               MOVE 'EXCESS' TO WS-RPT-BRT-ACTION
               MOVE WS-EXCESS TO WS-RPT-BRT-AMOUNT
           END-IF
           .
       ORDER-FOR-ONE-BRANCH-REPORT.
           WRITE ATMFRPT-RECORD FROM WS-REPORT-BRANCH-LINE
           .
       ORDER-FOR-ONE-BRANCH-EXIT.
           EXIT
           .
       UPDATE-PROPOSAL.
           MOVE WS-BRT-PENDING-REF (WS-BRT-IX) TO SHP-REF-NO
           READ CSHSHIP-FILE
               INVALID KEY
                   PERFORM WRITE-PROPOSAL THRU WRITE-PROPOSAL-EXIT
                   GO TO UPDATE-PROPOSAL-EXIT
           END-READ
           MOVE WS-SHIP-AMOUNT TO SHP-AMOUNT
           MOVE GBD-BUSINESS-DATE TO SHP-ORDERED-DATE
           REWRITE CSHSHIP-RECORD
           ADD 1 TO WS-UPDATED-COUNT
           MOVE 'UPDATED' TO WS-RPT-BRT-ACTION
           MOVE SHP-REF-NO TO WS-RPT-BRT-REF
           MOVE WS-SHIP-AMOUNT TO WS-RPT-BRT-AMOUNT
           .
       UPDATE-PROPOSAL-EXIT.
           EXIT
           .
      *****************************************************************
      * A proposal's reference is the business date (YYMMDD) and a    *
      * two-digit sequence, stepped past any reference a branch has   *
      * already used.                                                 *
      *****************************************************************
       WRITE-PROPOSAL.
           MOVE GBD-BUSINESS-DATE(3:6) TO WS-REF-BASE
           MOVE 'N' TO WS-WRITTEN-FLAG
           PERFORM VARYING WS-REF-SEQ FROM 1 BY 1
                   UNTIL WS-WRITTEN OR WS-REF-SEQ IS GREATER THAN 99
               MOVE SPACES TO CSHSHIP-RECORD
               COMPUTE SHP-REF-NO = WS-REF-BASE * 100 + WS-REF-SEQ
               MOVE WS-BRT-BRANCH (WS-BRT-IX) TO SHP-BRANCH
               SET SHP-INBOUND TO TRUE
               MOVE WS-SHIP-AMOUNT TO SHP-AMOUNT
               SET SHP-PROPOSED TO TRUE
               MOVE GBD-BUSINESS-DATE TO SHP-ORDERED-DATE
               MOVE ZERO TO SHP-RECEIVED-DATE
               WRITE CSHSHIP-RECORD
                   NOT INVALID KEY
                       SET WS-WRITTEN TO TRUE
               END-WRITE
           END-PERFORM
           IF NOT WS-WRITTEN
               DISPLAY 'No shipment reference free for branch '
                   WS-BRT-BRANCH (WS-BRT-IX)
               MOVE 'NO REF' TO WS-RPT-BRT-ACTION
               GO TO WRITE-PROPOSAL-EXIT
           END-IF
           ADD 1 TO WS-PROPOSED-COUNT
           MOVE 'PROPOSED' TO WS-RPT-BRT-ACTION
           MOVE SHP-REF-NO TO WS-RPT-BRT-REF
           MOVE WS-SHIP-AMOUNT TO WS-RPT-BRT-AMOUNT
           .
       WRITE-PROPOSAL-EXIT.
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
