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

001150***************************************************************** tellprod
001160* Program:     TELLPROD.CBL                                     * tellprod
001170* Function:    Weekly teller productivity and branch            * tellprod
001180*              transaction-volume report for branch staffing.   * tellprod
001190*              Reads the last five weeks of TELLVOL that        * tellprod
001200*              TELLCAPT builds each night and, for the seven    * tellprod
001210*              days to the business date, shows each branch's   * tellprod
001220*              items and value by teller, by day of week and by * tellprod
001230*              hour of day, with each teller's counter hours    * tellprod
001240*              and average online handling time from the        * tellprod
001250*              PERFSTAT timings the routing layer records       * tellprod
001260*              against the signed-on user. The peak hour is set * tellprod
001270*              against the branch's average load per            * tellprod
001280*              teller-hour and flagged as a queue risk when it  * tellprod
001290*              runs half as busy again; the week is compared    * tellprod
001300*              with the average of the branch's prior four      * tellprod
001310*              weeks. TELLRPT is the printed report and TELLCSV * tellprod
001320*              the same figures for the workforce planning      * tellprod
001330*              spreadsheet.                                     * tellprod
001340***************************************************************** tellprod
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TELLPROD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TELLVOL-FILE ASSIGN TO "TELLVOL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TVL-KEY
               FILE STATUS IS WS-TELLVOL-STATUS.
           SELECT PERFSTAT-FILE ASSIGN TO "PERFSTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERFSTAT-STATUS.
           SELECT TELLRPT-FILE ASSIGN TO "TELLRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TELLRPT-STATUS.
           SELECT TELLCSV-FILE ASSIGN TO "TELLCSV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TELLCSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TELLVOL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CTELLVOL.

       FD PERFSTAT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CPERFSTA.

       FD TELLRPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 TELLRPT-RECORD                  PIC X(80).

       FD TELLCSV-FILE
           LABEL RECORDS ARE STANDARD.
       01 TELLCSV-RECORD                  PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'TELLPROD'.
         05 WS-TELLVOL-STATUS PIC X(2).
           88 WS-TELLVOL-OK VALUE '00'.
         05 WS-TELLVOL-OPEN-FLAG PIC X(1) VALUE 'N'.
           88 WS-TELLVOL-OPEN VALUE 'Y'.
         05 WS-PERFSTAT-STATUS PIC X(2).
           88 WS-PERFSTAT-OK VALUE '00'.
         05 WS-PERFSTAT-OPEN-FLAG PIC X(1) VALUE 'N'.
           88 WS-PERFSTAT-OPEN VALUE 'Y'.
         05 WS-TELLRPT-STATUS PIC X(2).
           88 WS-TELLRPT-OK VALUE '00'.
         05 WS-TELLCSV-STATUS PIC X(2).
           88 WS-TELLCSV-OK VALUE '00'.
         05 WS-TELLVOL-EOF-FLAG PIC X(1) VALUE 'N'.
           88 WS-TELLVOL-EOF VALUE 'Y'.
         05 WS-PERFSTAT-EOF-FLAG PIC X(1) VALUE 'N'.
           88 WS-PERFSTAT-EOF VALUE 'Y'.
         05 WS-DAY-IX PIC 9(2).
         05 WS-WEEK-IX PIC 9(1).
         05 WS-HOUR-IX PIC 9(2).
         05 WS-DOW-IX PIC 9(1).
         05 WS-BRN-IX PIC 9(3).
         05 WS-TLR-IX PIC 9(4).
         05 WS-PEAK-IX PIC 9(2).
         05 WS-WEEK-START PIC 9(8).
         05 WS-WINDOW-START PIC 9(8).
         05 WS-PRIOR-WEEKS PIC 9(1).
         05 WS-PRIOR-AVG-COUNT PIC 9(7)V9.
         05 WS-PRIOR-AVG-VALUE PIC 9(11)V99.
         05 WS-CHANGE-PCT PIC S9(5).
         05 WS-TIMED-ITEMS PIC 9(7).
         05 WS-TELLER-HOURS PIC 9(7).
         05 WS-PER-HOUR PIC 9(5)V9.
         05 WS-BRANCH-PER-HOUR PIC 9(5)V9.
         05 WS-PEAK-PER-HOUR PIC 9(5)V9.
         05 WS-HANDLE-SECS PIC 9(5)V99.
         05 WS-HOUR-KEY PIC 9(2).
         05 WS-ROW-COUNT PIC 9(7) VALUE ZERO.
         05 WS-PERF-COUNT PIC 9(7) VALUE ZERO.
         05 WS-CSV-COUNT PIC 9(7) VALUE ZERO.
         05 WS-QUEUE-RISK-COUNT PIC 9(5) VALUE ZERO.
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
         05 WS-ZELLER-WORK.
           10 WS-ZEL-Q PIC S9(4).
           10 WS-ZEL-M PIC S9(4).
           10 WS-ZEL-K PIC S9(4).
           10 WS-ZEL-J PIC S9(4).
           10 WS-ZEL-T PIC S9(4).
           10 WS-ZEL-H PIC S9(9).
           10 WS-ZEL-YYYY PIC 9(4).
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
           10 FILLER PIC X(5).
       01 WS-DAY-NAME-TABLE.
         05 FILLER PIC X(21) VALUE 'MONTUEWEDTHUFRISATSUN'.
       01 WS-DAY-NAMES REDEFINES WS-DAY-NAME-TABLE.
         05 WS-DAY-NAME PIC X(3) OCCURS 7 TIMES.
      *****************************************************************
      * The five weeks back from the business date, newest first.     *
      * Week 1 is the reporting week, weeks 2 to 5 the comparison.    *
      * Day of week runs Monday 1 to Sunday 7.                        *
      *****************************************************************
       01 WS-DAY-TABLE.
         05 WS-DAY-ENTRY OCCURS 35 TIMES.
           10 WS-DAY-DATE PIC 9(8).
           10 WS-DAY-WEEK PIC 9(1).
           10 WS-DAY-DOW PIC 9(1).
      *****************************************************************
      * Each branch's week - hour slots 1 to 24 are 00 to 23 and slot *
      * 25 the untimed items; a slot's teller-hours are the TELLVOL   *
      * rows behind it, one per teller per day at the counter then.   *
      *****************************************************************
       01 WS-BRANCH-TABLE.
         05 WS-BRN-COUNT PIC 9(3) VALUE ZERO.
         05 WS-BRN-ENTRY OCCURS 300 TIMES.
           10 WS-BRN-BRANCH PIC X(4).
           10 WS-BRN-ITEMS PIC 9(7).
           10 WS-BRN-VALUE PIC 9(11)V99.
           10 WS-BRN-PRIOR-ITEMS PIC 9(8).
           10 WS-BRN-PRIOR-VALUE PIC 9(11)V99.
           10 WS-BRN-PRIOR-WEEK-FLAG PIC X(1) OCCURS 4 TIMES.
           10 WS-BRN-HOUR OCCURS 25 TIMES.
             15 WS-BRN-HOUR-ITEMS PIC 9(7).
             15 WS-BRN-HOUR-ROWS PIC 9(5).
           10 WS-BRN-DAY OCCURS 7 TIMES.
             15 WS-BRN-DAY-ITEMS PIC 9(7).
             15 WS-BRN-DAY-VALUE PIC 9(11)V99.
       01 WS-TELLER-TABLE.
         05 WS-TLR-COUNT PIC 9(4) VALUE ZERO.
         05 WS-TLR-ENTRY OCCURS 2000 TIMES.
           10 WS-TLR-BRANCH PIC X(4).
           10 WS-TLR-TELLER-ID PIC X(5).
           10 WS-TLR-ITEMS PIC 9(7).
           10 WS-TLR-VALUE PIC 9(11)V99.
           10 WS-TLR-DEPOSITS PIC 9(7).
           10 WS-TLR-WITHDRAWALS PIC 9(7).
           10 WS-TLR-TIMED-ITEMS PIC 9(7).
           10 WS-TLR-HOURS PIC 9(5).
           10 WS-TLR-PERF-CALLS PIC 9(7).
           10 WS-TLR-PERF-HUND PIC 9(11).
       01 WS-REPORT-HEADING.
         05 FILLER PIC X(31) VALUE
             'TELLER PRODUCTIVITY  WEEK FROM '.
         05 WS-RPT-HDG-FROM PIC 9(8).
         05 FILLER PIC X(4) VALUE ' TO '.
         05 WS-RPT-HDG-TO PIC 9(8).
         05 FILLER PIC X(29) VALUE SPACES.
       01 WS-BRANCH-LINE.
         05 FILLER PIC X(7) VALUE 'BRANCH '.
         05 WS-RPT-BRANCH PIC X(4).
         05 FILLER PIC X(8) VALUE '  ITEMS '.
         05 WS-RPT-BRN-ITEMS PIC Z(6)9.
         05 FILLER PIC X(8) VALUE '  VALUE '.
         05 WS-RPT-BRN-VALUE PIC Z(10)9.
         05 FILLER PIC X(10) VALUE '  4WK AVG '.
         05 WS-RPT-BRN-PRIOR PIC Z(6)9.
         05 FILLER PIC X(6) VALUE '  CHG '.
         05 WS-RPT-BRN-CHANGE PIC -(4)9.
         05 WS-RPT-BRN-PCT PIC X(1).
         05 FILLER PIC X(6) VALUE SPACES.
       01 WS-TELLER-HEADING.
         05 FILLER PIC X(40) VALUE
             '  TELLER   ITEMS   DEPOSITS   WITHDRWLS '.
         05 FILLER PIC X(40) VALUE
             '       VALUE  HOURS ITEMS/HR  AVG SECS  '.
       01 WS-TELLER-LINE.
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-RPT-TELLER PIC X(5).
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-RPT-TLR-ITEMS PIC Z(6)9.
         05 FILLER PIC X(4) VALUE SPACES.
         05 WS-RPT-TLR-DEPOSITS PIC Z(6)9.
         05 FILLER PIC X(5) VALUE SPACES.
         05 WS-RPT-TLR-WITHDRAWALS PIC Z(6)9.
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-RPT-TLR-VALUE PIC Z(10)9.
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-RPT-TLR-HOURS PIC Z(4)9.
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-RPT-TLR-PER-HOUR PIC Z(4)9.9.
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-RPT-TLR-SECS PIC Z(4)9.99.
         05 FILLER PIC X(2) VALUE SPACES.
       01 WS-DAY-HEADING.
         05 FILLER PIC X(12) VALUE SPACES.
         05 WS-RPT-DAY-NAME-ENTRY OCCURS 7 TIMES.
           10 FILLER PIC X(6) VALUE SPACES.
           10 WS-RPT-DAY-NAME PIC X(3).
         05 FILLER PIC X(5) VALUE SPACES.
       01 WS-DAY-LINE.
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-RPT-DAY-LABEL PIC X(10).
         05 WS-RPT-DAY-FIGURE OCCURS 7 TIMES PIC Z(8)9.
         05 FILLER PIC X(5) VALUE SPACES.
       01 WS-HOUR-LINE.
         05 FILLER PIC X(7) VALUE '  HOUR '.
         05 WS-RPT-HOUR PIC X(2).
         05 FILLER PIC X(8) VALUE '  ITEMS '.
         05 WS-RPT-HOUR-ITEMS PIC Z(6)9.
         05 FILLER PIC X(16) VALUE '  TELLER-HOURS '.
         05 WS-RPT-HOUR-ROWS PIC Z(4)9.
         05 FILLER PIC X(14) VALUE '  PER TELLER '.
         05 WS-RPT-HOUR-PER PIC Z(4)9.9.
         05 FILLER PIC X(14) VALUE SPACES.
       01 WS-PEAK-LINE.
         05 FILLER PIC X(12) VALUE '  PEAK HOUR '.
         05 WS-RPT-PEAK-HOUR PIC X(2).
         05 FILLER PIC X(18) VALUE '  PER TELLER-HOUR '.
         05 WS-RPT-PEAK-PER PIC Z(4)9.9.
         05 FILLER PIC X(14) VALUE '  BRANCH AVG '.
         05 WS-RPT-PEAK-AVG PIC Z(4)9.9.
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-RPT-PEAK-FLAG PIC X(10).
         05 FILLER PIC X(8) VALUE SPACES.
       01 WS-BLANK-LINE PIC X(80) VALUE SPACES.
      *****************************************************************
      * TELLCSV - one row per branch total, teller, day and hour.     *
      *****************************************************************
       01 WS-CSV-FIELDS.
         05 WS-CSV-DIMENSION PIC X(6).
         05 WS-CSV-KEY PIC X(5).
         05 WS-CSV-ITEMS PIC 9(7).
         05 WS-CSV-VALUE PIC 9(11)V99.
         05 WS-CSV-HOURS PIC 9(5).
         05 WS-CSV-SECS PIC 9(5)V99.
         05 WS-CSV-PRIOR PIC 9(7)V9.
         05 WS-CSV-VALUE-EDIT PIC Z(10)9.99.
         05 WS-CSV-SECS-EDIT PIC Z(4)9.99.
         05 WS-CSV-PRIOR-EDIT PIC Z(6)9.9.

       COPY CGETBDTQ.

       COPY CRUNCTLQ.

       PROCEDURE DIVISION.
       000-START-PROCESSING.
           MOVE 'S' TO RCQ-FUNCTION
           MOVE 'TELLPROD' TO RCQ-JOB-NAME
           MOVE 'TELLCAPT' TO RCQ-PREREQ-JOB
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           IF RCQ-REPLY-REFUSED
               DISPLAY 'Run control refused start: ' RCQ-REPLY-MSG
               STOP RUN
           END-IF
           .
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           CALL 'GETBDTE' USING GETBDTE-REQUEST
           PERFORM BUILD-DAY-TABLE THRU BUILD-DAY-TABLE-EXIT
           .
           OPEN INPUT TELLVOL-FILE
           IF WS-TELLVOL-OK
               SET WS-TELLVOL-OPEN TO TRUE
           END-IF
           IF NOT WS-TELLVOL-OK
               DISPLAY 'TELLVOL not available, status '
                   WS-TELLVOL-STATUS
               SET WS-TELLVOL-EOF TO TRUE
           ELSE
               MOVE LOW-VALUES TO TVL-KEY
               MOVE WS-WINDOW-START TO TVL-DATE
               START TELLVOL-FILE KEY IS NOT LESS THAN TVL-KEY
                   INVALID KEY
                       SET WS-TELLVOL-EOF TO TRUE
               END-START
           END-IF
           PERFORM UNTIL WS-TELLVOL-EOF
               READ TELLVOL-FILE NEXT RECORD
                   AT END
                       SET WS-TELLVOL-EOF TO TRUE
                   NOT AT END
                       IF TVL-DATE IS GREATER THAN GBD-BUSINESS-DATE
                           SET WS-TELLVOL-EOF TO TRUE
                       ELSE
                           PERFORM ABSORB-VOLUME-ROW THRU
                               ABSORB-VOLUME-ROW-EXIT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TELLVOL-OPEN
               CLOSE TELLVOL-FILE
           END-IF
           .
           OPEN INPUT PERFSTAT-FILE
           IF WS-PERFSTAT-OK
               SET WS-PERFSTAT-OPEN TO TRUE
           END-IF
           IF NOT WS-PERFSTAT-OK
               SET WS-PERFSTAT-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-PERFSTAT-EOF
               READ PERFSTAT-FILE
                   AT END
                       SET WS-PERFSTAT-EOF TO TRUE
                   NOT AT END
                       IF PSA-DATE IS NOT LESS THAN WS-WEEK-START
                           AND PSA-DATE IS NOT GREATER THAN
                               GBD-BUSINESS-DATE
                           AND PSA-USERID IS NOT EQUAL TO SPACES
                           PERFORM ABSORB-PERF-ROW THRU
                               ABSORB-PERF-ROW-EXIT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PERFSTAT-OPEN
               CLOSE PERFSTAT-FILE
           END-IF
           .
           OPEN OUTPUT TELLRPT-FILE
           OPEN OUTPUT TELLCSV-FILE
           MOVE WS-WEEK-START TO WS-RPT-HDG-FROM
           MOVE GBD-BUSINESS-DATE TO WS-RPT-HDG-TO
           WRITE TELLRPT-RECORD FROM WS-REPORT-HEADING
           MOVE 'WeekEnding,Branch,Dimension,Key,Items,Value,TellerHours
      -        ',AvgHandleSecs,Prior4WkAvgItems' TO TELLCSV-RECORD
           WRITE TELLCSV-RECORD
           PERFORM REPORT-ONE-BRANCH THRU REPORT-ONE-BRANCH-EXIT
               VARYING WS-BRN-IX FROM 1 BY 1
               UNTIL WS-BRN-IX IS GREATER THAN WS-BRN-COUNT
           CLOSE TELLRPT-FILE
           CLOSE TELLCSV-FILE
           .
           DISPLAY WS-ROW-COUNT ' TELLVOL row(s), '
               WS-PERF-COUNT ' timing(s) matched, '
               WS-BRN-COUNT ' branch(es), '
               WS-TLR-COUNT ' teller(s)'
           DISPLAY WS-CSV-COUNT ' TELLCSV row(s), '
               WS-QUEUE-RISK-COUNT ' branch(es) at queue risk'
           .
           MOVE 'E' TO RCQ-FUNCTION
           MOVE WS-ROW-COUNT TO RCQ-REC-COUNT
           MOVE 'C' TO RCQ-OUTCOME
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           .
           STOP RUN
           .
      *****************************************************************
      * Zeller's congruence places the business date in the week      *
      * (0 is Saturday), and each day back is one weekday earlier.    *
      *****************************************************************
       BUILD-DAY-TABLE.
           MOVE GBD-BUSINESS-DATE TO WS-DATE-WORK-N
           MOVE WS-DTW-YYYY TO WS-ZEL-YYYY
           MOVE WS-DTW-DD TO WS-ZEL-Q
           MOVE WS-DTW-MM TO WS-ZEL-M
           IF WS-ZEL-M IS LESS THAN 3
               ADD 12 TO WS-ZEL-M
               SUBTRACT 1 FROM WS-ZEL-YYYY
           END-IF
           DIVIDE WS-ZEL-YYYY BY 100 GIVING WS-ZEL-J
               REMAINDER WS-ZEL-K
           COMPUTE WS-ZEL-T = 13 * (WS-ZEL-M + 1)
           DIVIDE WS-ZEL-T BY 5 GIVING WS-ZEL-T
           COMPUTE WS-ZEL-H = WS-ZEL-Q + WS-ZEL-T + WS-ZEL-K
               + (5 * WS-ZEL-J)
           DIVIDE WS-ZEL-K BY 4 GIVING WS-ZEL-T
           ADD WS-ZEL-T TO WS-ZEL-H
           DIVIDE WS-ZEL-J BY 4 GIVING WS-ZEL-T
           ADD WS-ZEL-T TO WS-ZEL-H
           DIVIDE WS-ZEL-H BY 7 GIVING WS-ZEL-T
               REMAINDER WS-ZEL-H
           COMPUTE WS-ZEL-H = WS-ZEL-H + 5
           DIVIDE WS-ZEL-H BY 7 GIVING WS-ZEL-T
               REMAINDER WS-ZEL-H
           COMPUTE WS-DOW-IX = WS-ZEL-H + 1
           .
           PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                   UNTIL WS-DAY-IX IS GREATER THAN 35
               IF WS-DAY-IX IS GREATER THAN 1
                   PERFORM STEP-ONE-DAY-BACK THRU
                       STEP-ONE-DAY-BACK-EXIT
                   IF WS-DOW-IX IS EQUAL TO 1
                       MOVE 7 TO WS-DOW-IX
                   ELSE
                       SUBTRACT 1 FROM WS-DOW-IX
                   END-IF
               END-IF
               MOVE WS-DATE-WORK-N TO WS-DAY-DATE (WS-DAY-IX)
               MOVE WS-DOW-IX TO WS-DAY-DOW (WS-DAY-IX)
               COMPUTE WS-ZEL-T = WS-DAY-IX - 1
               DIVIDE WS-ZEL-T BY 7 GIVING WS-WEEK-IX
               ADD 1 TO WS-WEEK-IX
               MOVE WS-WEEK-IX TO WS-DAY-WEEK (WS-DAY-IX)
           END-PERFORM
           MOVE WS-DAY-DATE (7) TO WS-WEEK-START
           MOVE WS-DAY-DATE (35) TO WS-WINDOW-START
           .
       BUILD-DAY-TABLE-EXIT.
           EXIT
           .
      *****************************************************************
      * A row in the reporting week counts for the branch, its day,   *
      * its hour and its teller; an earlier row only for the prior    *
      * weeks' totals.                                                *
      *****************************************************************
       ABSORB-VOLUME-ROW.
           PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                   UNTIL WS-DAY-IX IS GREATER THAN 35
               IF WS-DAY-DATE (WS-DAY-IX) IS EQUAL TO TVL-DATE
                   GO TO ABSORB-VOLUME-ROW-DATED
               END-IF
           END-PERFORM
           GO TO ABSORB-VOLUME-ROW-EXIT
           .
       ABSORB-VOLUME-ROW-DATED.
           ADD 1 TO WS-ROW-COUNT
           PERFORM FIND-BRANCH-ENTRY THRU FIND-BRANCH-ENTRY-EXIT
           IF WS-BRN-IX IS EQUAL TO ZERO
               GO TO ABSORB-VOLUME-ROW-EXIT
           END-IF
           .
           MOVE WS-DAY-WEEK (WS-DAY-IX) TO WS-WEEK-IX
           IF WS-WEEK-IX IS GREATER THAN 1
               ADD TVL-ITEM-COUNT TO WS-BRN-PRIOR-ITEMS (WS-BRN-IX)
               ADD TVL-ITEM-VALUE TO WS-BRN-PRIOR-VALUE (WS-BRN-IX)
               MOVE 'Y' TO
                   WS-BRN-PRIOR-WEEK-FLAG (WS-BRN-IX, WS-WEEK-IX - 1)
               GO TO ABSORB-VOLUME-ROW-EXIT
           END-IF
           .
           ADD TVL-ITEM-COUNT TO WS-BRN-ITEMS (WS-BRN-IX)
           ADD TVL-ITEM-VALUE TO WS-BRN-VALUE (WS-BRN-IX)
           MOVE WS-DAY-DOW (WS-DAY-IX) TO WS-DOW-IX
           ADD TVL-ITEM-COUNT TO WS-BRN-DAY-ITEMS (WS-BRN-IX, WS-DOW-IX)
           ADD TVL-ITEM-VALUE TO WS-BRN-DAY-VALUE (WS-BRN-IX, WS-DOW-IX)
           IF TVL-HOUR IS LESS THAN 24
               COMPUTE WS-HOUR-IX = TVL-HOUR + 1
           ELSE
               MOVE 25 TO WS-HOUR-IX
           END-IF
           ADD TVL-ITEM-COUNT TO
               WS-BRN-HOUR-ITEMS (WS-BRN-IX, WS-HOUR-IX)
           ADD 1 TO WS-BRN-HOUR-ROWS (WS-BRN-IX, WS-HOUR-IX)
           .
           PERFORM FIND-TELLER-ENTRY THRU FIND-TELLER-ENTRY-EXIT
           IF WS-TLR-IX IS EQUAL TO ZERO
               GO TO ABSORB-VOLUME-ROW-EXIT
           END-IF
           ADD TVL-ITEM-COUNT TO WS-TLR-ITEMS (WS-TLR-IX)
           ADD TVL-ITEM-VALUE TO WS-TLR-VALUE (WS-TLR-IX)
           ADD TVL-DEPOSIT-COUNT TO WS-TLR-DEPOSITS (WS-TLR-IX)
           ADD TVL-WITHDRAWAL-COUNT TO WS-TLR-WITHDRAWALS (WS-TLR-IX)
           IF WS-HOUR-IX IS LESS THAN 25
               ADD TVL-ITEM-COUNT TO WS-TLR-TIMED-ITEMS (WS-TLR-IX)
               ADD 1 TO WS-TLR-HOURS (WS-TLR-IX)
           END-IF
           .
       ABSORB-VOLUME-ROW-EXIT.
           EXIT
           .
       FIND-BRANCH-ENTRY.
           PERFORM VARYING WS-BRN-IX FROM 1 BY 1
                   UNTIL WS-BRN-IX IS GREATER THAN WS-BRN-COUNT
               IF WS-BRN-BRANCH (WS-BRN-IX) IS EQUAL TO TVL-BRANCH
                   GO TO FIND-BRANCH-ENTRY-EXIT
               END-IF
           END-PERFORM
           IF WS-BRN-COUNT IS NOT LESS THAN 300
               DISPLAY 'Branch table full at ' TVL-BRANCH
               MOVE ZERO TO WS-BRN-IX
               GO TO FIND-BRANCH-ENTRY-EXIT
           END-IF
           ADD 1 TO WS-BRN-COUNT
           MOVE WS-BRN-COUNT TO WS-BRN-IX
           INITIALIZE WS-BRN-ENTRY (WS-BRN-IX)
           MOVE TVL-BRANCH TO WS-BRN-BRANCH (WS-BRN-IX)
           .
       FIND-BRANCH-ENTRY-EXIT.
           EXIT
           .
       FIND-TELLER-ENTRY.
           PERFORM VARYING WS-TLR-IX FROM 1 BY 1
                   UNTIL WS-TLR-IX IS GREATER THAN WS-TLR-COUNT
               IF WS-TLR-BRANCH (WS-TLR-IX) IS EQUAL TO TVL-BRANCH
                   AND WS-TLR-TELLER-ID (WS-TLR-IX) IS EQUAL TO
                       TVL-TELLER-ID
                   GO TO FIND-TELLER-ENTRY-EXIT
               END-IF
           END-PERFORM
           IF WS-TLR-COUNT IS NOT LESS THAN 2000
               DISPLAY 'Teller table full at ' TVL-TELLER-ID
               MOVE ZERO TO WS-TLR-IX
               GO TO FIND-TELLER-ENTRY-EXIT
           END-IF
           ADD 1 TO WS-TLR-COUNT
           MOVE WS-TLR-COUNT TO WS-TLR-IX
           INITIALIZE WS-TLR-ENTRY (WS-TLR-IX)
           MOVE TVL-BRANCH TO WS-TLR-BRANCH (WS-TLR-IX)
           MOVE TVL-TELLER-ID TO WS-TLR-TELLER-ID (WS-TLR-IX)
           .
       FIND-TELLER-ENTRY-EXIT.
           EXIT
           .
      *****************************************************************
      * The signed-on user's online calls in the week give the        *
      * teller's handling time, at every branch they worked.          *
      *****************************************************************
       ABSORB-PERF-ROW.
           PERFORM VARYING WS-TLR-IX FROM 1 BY 1
                   UNTIL WS-TLR-IX IS GREATER THAN WS-TLR-COUNT
               IF WS-TLR-TELLER-ID (WS-TLR-IX) IS EQUAL TO PSA-USERID
                   ADD 1 TO WS-TLR-PERF-CALLS (WS-TLR-IX)
                   ADD PSA-ELAPSED-HUND TO WS-TLR-PERF-HUND (WS-TLR-IX)
                   ADD 1 TO WS-PERF-COUNT
               END-IF
           END-PERFORM
           .
       ABSORB-PERF-ROW-EXIT.
           EXIT
           .
      *****************************************************************
      * One branch: the week against the average of the prior weeks   *
      * that had any activity, then tellers, days and hours, and the  *
      * peak hour against the branch's load per teller-hour.          *
      *****************************************************************
       REPORT-ONE-BRANCH.
           MOVE ZERO TO WS-PRIOR-WEEKS
           PERFORM VARYING WS-WEEK-IX FROM 1 BY 1
                   UNTIL WS-WEEK-IX IS GREATER THAN 4
               IF WS-BRN-PRIOR-WEEK-FLAG (WS-BRN-IX, WS-WEEK-IX)
                       IS EQUAL TO 'Y'
                   ADD 1 TO WS-PRIOR-WEEKS
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-PRIOR-AVG-COUNT
           MOVE ZERO TO WS-PRIOR-AVG-VALUE
           MOVE ZERO TO WS-CHANGE-PCT
           MOVE SPACE TO WS-RPT-BRN-PCT
           IF WS-PRIOR-WEEKS IS GREATER THAN ZERO
               COMPUTE WS-PRIOR-AVG-COUNT ROUNDED =
                   WS-BRN-PRIOR-ITEMS (WS-BRN-IX) / WS-PRIOR-WEEKS
               COMPUTE WS-PRIOR-AVG-VALUE ROUNDED =
                   WS-BRN-PRIOR-VALUE (WS-BRN-IX) / WS-PRIOR-WEEKS
           END-IF
           IF WS-PRIOR-AVG-COUNT IS GREATER THAN ZERO
               COMPUTE WS-CHANGE-PCT ROUNDED =
                   (WS-BRN-ITEMS (WS-BRN-IX) - WS-PRIOR-AVG-COUNT)
                   * 100 / WS-PRIOR-AVG-COUNT
               MOVE '%' TO WS-RPT-BRN-PCT
           END-IF
           .
           WRITE TELLRPT-RECORD FROM WS-BLANK-LINE
           MOVE WS-BRN-BRANCH (WS-BRN-IX) TO WS-RPT-BRANCH
           MOVE WS-BRN-ITEMS (WS-BRN-IX) TO WS-RPT-BRN-ITEMS
           MOVE WS-BRN-VALUE (WS-BRN-IX) TO WS-RPT-BRN-VALUE
           MOVE WS-PRIOR-AVG-COUNT TO WS-RPT-BRN-PRIOR
           MOVE WS-CHANGE-PCT TO WS-RPT-BRN-CHANGE
           WRITE TELLRPT-RECORD FROM WS-BRANCH-LINE
           .
           MOVE ZERO TO WS-TIMED-ITEMS
           MOVE ZERO TO WS-TELLER-HOURS
           MOVE 'BRANCH' TO WS-CSV-DIMENSION
           MOVE 'TOTAL' TO WS-CSV-KEY
           MOVE WS-BRN-ITEMS (WS-BRN-IX) TO WS-CSV-ITEMS
           MOVE WS-BRN-VALUE (WS-BRN-IX) TO WS-CSV-VALUE
           MOVE ZERO TO WS-CSV-HOURS
           MOVE ZERO TO WS-CSV-SECS
           MOVE WS-PRIOR-AVG-COUNT TO WS-CSV-PRIOR
           PERFORM WRITE-CSV-ROW THRU WRITE-CSV-ROW-EXIT
           .
           WRITE TELLRPT-RECORD FROM WS-TELLER-HEADING
           PERFORM REPORT-ONE-TELLER THRU REPORT-ONE-TELLER-EXIT
               VARYING WS-TLR-IX FROM 1 BY 1
               UNTIL WS-TLR-IX IS GREATER THAN WS-TLR-COUNT
           .
           PERFORM VARYING WS-DOW-IX FROM 1 BY 1
                   UNTIL WS-DOW-IX IS GREATER THAN 7
               MOVE WS-DAY-NAME (WS-DOW-IX) TO
                   WS-RPT-DAY-NAME (WS-DOW-IX)
           END-PERFORM
           WRITE TELLRPT-RECORD FROM WS-DAY-HEADING
           MOVE 'DAY ITEMS' TO WS-RPT-DAY-LABEL
           PERFORM VARYING WS-DOW-IX FROM 1 BY 1
                   UNTIL WS-DOW-IX IS GREATER THAN 7
               MOVE WS-BRN-DAY-ITEMS (WS-BRN-IX, WS-DOW-IX) TO
                   WS-RPT-DAY-FIGURE (WS-DOW-IX)
           END-PERFORM
           WRITE TELLRPT-RECORD FROM WS-DAY-LINE
           MOVE 'DAY VALUE' TO WS-RPT-DAY-LABEL
           PERFORM VARYING WS-DOW-IX FROM 1 BY 1
                   UNTIL WS-DOW-IX IS GREATER THAN 7
               MOVE WS-BRN-DAY-VALUE (WS-BRN-IX, WS-DOW-IX) TO
                   WS-RPT-DAY-FIGURE (WS-DOW-IX)
               MOVE 'DAY' TO WS-CSV-DIMENSION
               MOVE WS-DAY-NAME (WS-DOW-IX) TO WS-CSV-KEY
               MOVE WS-BRN-DAY-ITEMS (WS-BRN-IX, WS-DOW-IX) TO
                   WS-CSV-ITEMS
               MOVE WS-BRN-DAY-VALUE (WS-BRN-IX, WS-DOW-IX) TO
                   WS-CSV-VALUE
               MOVE ZERO TO WS-CSV-HOURS
               MOVE ZERO TO WS-CSV-SECS
               MOVE ZERO TO WS-CSV-PRIOR
               PERFORM WRITE-CSV-ROW THRU WRITE-CSV-ROW-EXIT
           END-PERFORM
           WRITE TELLRPT-RECORD FROM WS-DAY-LINE
           .
           MOVE ZERO TO WS-PEAK-IX
           MOVE ZERO TO WS-PEAK-PER-HOUR
           PERFORM REPORT-ONE-HOUR THRU REPORT-ONE-HOUR-EXIT
               VARYING WS-HOUR-IX FROM 1 BY 1
               UNTIL WS-HOUR-IX IS GREATER THAN 25
           .
           IF WS-PEAK-IX IS EQUAL TO ZERO
               GO TO REPORT-ONE-BRANCH-EXIT
           END-IF
           MOVE ZERO TO WS-BRANCH-PER-HOUR
           IF WS-TELLER-HOURS IS GREATER THAN ZERO
               COMPUTE WS-BRANCH-PER-HOUR ROUNDED =
                   WS-TIMED-ITEMS / WS-TELLER-HOURS
           END-IF
           COMPUTE WS-HOUR-KEY = WS-PEAK-IX - 1
           MOVE WS-HOUR-KEY TO WS-RPT-PEAK-HOUR
           MOVE WS-PEAK-PER-HOUR TO WS-RPT-PEAK-PER
           MOVE WS-BRANCH-PER-HOUR TO WS-RPT-PEAK-AVG
           MOVE SPACES TO WS-RPT-PEAK-FLAG
           IF WS-PEAK-PER-HOUR * 2 IS GREATER THAN
                   WS-BRANCH-PER-HOUR * 3
               MOVE 'QUEUE RISK' TO WS-RPT-PEAK-FLAG
               ADD 1 TO WS-QUEUE-RISK-COUNT
           END-IF
           WRITE TELLRPT-RECORD FROM WS-PEAK-LINE
           .
       REPORT-ONE-BRANCH-EXIT.
           EXIT
           .
       REPORT-ONE-TELLER.
           IF WS-TLR-BRANCH (WS-TLR-IX) IS NOT EQUAL TO
                   WS-BRN-BRANCH (WS-BRN-IX)
               GO TO REPORT-ONE-TELLER-EXIT
           END-IF
           MOVE ZERO TO WS-PER-HOUR
           IF WS-TLR-HOURS (WS-TLR-IX) IS GREATER THAN ZERO
               COMPUTE WS-PER-HOUR ROUNDED =
                   WS-TLR-TIMED-ITEMS (WS-TLR-IX)
                   / WS-TLR-HOURS (WS-TLR-IX)
           END-IF
           MOVE ZERO TO WS-HANDLE-SECS
           IF WS-TLR-PERF-CALLS (WS-TLR-IX) IS GREATER THAN ZERO
               COMPUTE WS-HANDLE-SECS ROUNDED =
                   WS-TLR-PERF-HUND (WS-TLR-IX)
                   / WS-TLR-PERF-CALLS (WS-TLR-IX) / 100
           END-IF
           .
           MOVE WS-TLR-TELLER-ID (WS-TLR-IX) TO WS-RPT-TELLER
           MOVE WS-TLR-ITEMS (WS-TLR-IX) TO WS-RPT-TLR-ITEMS
           MOVE WS-TLR-DEPOSITS (WS-TLR-IX) TO WS-RPT-TLR-DEPOSITS
           MOVE WS-TLR-WITHDRAWALS (WS-TLR-IX) TO
               WS-RPT-TLR-WITHDRAWALS
           MOVE WS-TLR-VALUE (WS-TLR-IX) TO WS-RPT-TLR-VALUE
           MOVE WS-TLR-HOURS (WS-TLR-IX) TO WS-RPT-TLR-HOURS
           MOVE WS-PER-HOUR TO WS-RPT-TLR-PER-HOUR
           MOVE WS-HANDLE-SECS TO WS-RPT-TLR-SECS
           WRITE TELLRPT-RECORD FROM WS-TELLER-LINE
           .
           MOVE 'TELLER' TO WS-CSV-DIMENSION
           MOVE WS-TLR-TELLER-ID (WS-TLR-IX) TO WS-CSV-KEY
           MOVE WS-TLR-ITEMS (WS-TLR-IX) TO WS-CSV-ITEMS
           MOVE WS-TLR-VALUE (WS-TLR-IX) TO WS-CSV-VALUE
           MOVE WS-TLR-HOURS (WS-TLR-IX) TO WS-CSV-HOURS
           MOVE WS-HANDLE-SECS TO WS-CSV-SECS
           MOVE ZERO TO WS-CSV-PRIOR
           PERFORM WRITE-CSV-ROW THRU WRITE-CSV-ROW-EXIT
           .
       REPORT-ONE-TELLER-EXIT.
           EXIT
           .
       REPORT-ONE-HOUR.
           IF WS-BRN-HOUR-ITEMS (WS-BRN-IX, WS-HOUR-IX) IS EQUAL TO ZERO
               GO TO REPORT-ONE-HOUR-EXIT
           END-IF
           MOVE ZERO TO WS-PER-HOUR
           IF WS-BRN-HOUR-ROWS (WS-BRN-IX, WS-HOUR-IX)
                   IS GREATER THAN ZERO
               COMPUTE WS-PER-HOUR ROUNDED =
                   WS-BRN-HOUR-ITEMS (WS-BRN-IX, WS-HOUR-IX)
                   / WS-BRN-HOUR-ROWS (WS-BRN-IX, WS-HOUR-IX)
           END-IF
           IF WS-HOUR-IX IS LESS THAN 25
               COMPUTE WS-HOUR-KEY = WS-HOUR-IX - 1
               MOVE WS-HOUR-KEY TO WS-RPT-HOUR
               ADD WS-BRN-HOUR-ITEMS (WS-BRN-IX, WS-HOUR-IX) TO
                   WS-TIMED-ITEMS
               ADD WS-BRN-HOUR-ROWS (WS-BRN-IX, WS-HOUR-IX) TO
                   WS-TELLER-HOURS
               IF WS-PER-HOUR IS GREATER THAN WS-PEAK-PER-HOUR
                   MOVE WS-PER-HOUR TO WS-PEAK-PER-HOUR
                   MOVE WS-HOUR-IX TO WS-PEAK-IX
               END-IF
           ELSE
               MOVE '??' TO WS-RPT-HOUR
           END-IF
           MOVE WS-BRN-HOUR-ITEMS (WS-BRN-IX, WS-HOUR-IX) TO
               WS-RPT-HOUR-ITEMS
           MOVE WS-BRN-HOUR-ROWS (WS-BRN-IX, WS-HOUR-IX) TO
               WS-RPT-HOUR-ROWS
           MOVE WS-PER-HOUR TO WS-RPT-HOUR-PER
           WRITE TELLRPT-RECORD FROM WS-HOUR-LINE
           .
           MOVE 'HOUR' TO WS-CSV-DIMENSION
           MOVE WS-RPT-HOUR TO WS-CSV-KEY
           MOVE WS-BRN-HOUR-ITEMS (WS-BRN-IX, WS-HOUR-IX) TO
               WS-CSV-ITEMS
           MOVE ZERO TO WS-CSV-VALUE
           MOVE WS-BRN-HOUR-ROWS (WS-BRN-IX, WS-HOUR-IX) TO
               WS-CSV-HOURS
           MOVE ZERO TO WS-CSV-SECS
           MOVE ZERO TO WS-CSV-PRIOR
           PERFORM WRITE-CSV-ROW THRU WRITE-CSV-ROW-EXIT
           .
       REPORT-ONE-HOUR-EXIT.
           EXIT
           .
       WRITE-CSV-ROW.
           MOVE WS-CSV-VALUE TO WS-CSV-VALUE-EDIT
           MOVE WS-CSV-SECS TO WS-CSV-SECS-EDIT
           MOVE WS-CSV-PRIOR TO WS-CSV-PRIOR-EDIT
           MOVE SPACES TO TELLCSV-RECORD
           STRING GBD-BUSINESS-DATE DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-BRN-BRANCH (WS-BRN-IX) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-CSV-DIMENSION DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-CSV-KEY DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-CSV-ITEMS DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-CSV-VALUE-EDIT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-CSV-HOURS DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-CSV-SECS-EDIT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-CSV-PRIOR-EDIT DELIMITED BY SIZE
               INTO TELLCSV-RECORD
           END-STRING
           WRITE TELLCSV-RECORD
           ADD 1 TO WS-CSV-COUNT
           .
       WRITE-CSV-ROW-EXIT.
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
