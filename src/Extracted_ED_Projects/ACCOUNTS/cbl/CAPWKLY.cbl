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

001150***************************************************************** capwkly
001160* Program:     CAPWKLY.CBL                                      * capwkly
001170* Function:    Weekly file growth report for operations, off    * capwkly
001180*              the CAPHIST history CAPMON appends each night.   * capwkly
001190*              One line per monitored file: the latest record   * capwkly
001200*              count and space used, the growth since the last  * capwkly
001210*              row at least seven days earlier, the percent of  * capwkly
001220*              the CAPLIM capacity in use, the projected days   * capwkly
001230*              to full and whether the file is at warning.      * capwkly
001240*              Files at warning are totalled at the foot so the * capwkly
001250*              capacity review starts there.                    * capwkly
001260***************************************************************** capwkly
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPWKLY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAPHIST-FILE ASSIGN TO "CAPHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAPHIST-STATUS.
           SELECT CAPRPT-FILE ASSIGN TO "CAPRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAPRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CAPHIST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CCAPHIST.

       FD CAPRPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 CAPRPT-RECORD                   PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'CAPWKLY'.
         05 WS-CAPHIST-STATUS PIC X(2).
           88 WS-CAPHIST-OK VALUE '00'.
         05 WS-CAPRPT-STATUS PIC X(2).
           88 WS-CAPRPT-OK VALUE '00'.
         05 WS-CAPHIST-EOF-FLAG PIC X(1) VALUE 'N'.
           88 WS-CAPHIST-EOF VALUE 'Y'.
         05 WS-WEEK-CUTOFF PIC 9(8).
         05 WS-WARNING-COUNT PIC 9(4) VALUE ZERO.
         05 WS-UNTRACKED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-WEEK-GROWTH PIC S9(9).
         05 WS-SPACE-KB PIC 9(10).
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
      * One entry per file seen on CAPHIST: its latest row up to the  *
      * business date, and the count on the last row at least a week  *
      * older, which the week's growth is measured from.              *
      *****************************************************************
       01 WS-FILE-TABLE.
         05 WS-FILE-COUNT PIC 9(2) VALUE ZERO.
         05 WS-FIL-IX PIC 9(2).
         05 WS-FIL-FOUND-IX PIC 9(2).
         05 WS-FILE-ENTRY OCCURS 50 TIMES.
           10 WS-FIL-FILE-ID PIC X(8).
           10 WS-FIL-LATEST-ROW PIC X(80).
           10 WS-FIL-WEEK-DATE PIC 9(8).
           10 WS-FIL-WEEK-COUNT PIC 9(9).
       01 WS-REPORT-HEADING.
         05 FILLER PIC X(41) VALUE
             'WEEKLY FILE GROWTH REPORT  BUSINESS DATE '.
         05 WS-RPT-HDG-DATE PIC 9(8).
         05 FILLER PIC X(31) VALUE SPACES.
       01 WS-COLUMN-HEADING.
         05 FILLER PIC X(40) VALUE
             'FILE        RECORDS  WEEK GROWTH    SPAC'.
         05 FILLER PIC X(40) VALUE
             'E KB % FULL   DAYS  STATUS'.
       01 WS-REPORT-DETAIL.
         05 WS-RPT-FILE-ID PIC X(8).
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-RPT-RECORDS PIC Z(8)9.
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-RPT-GROWTH PIC -(10)9.
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-RPT-SPACE-KB PIC Z(9)9.
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-RPT-PCT PIC ZZ9.9.
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-RPT-DAYS PIC X(5).
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-RPT-STATUS PIC X(11).
         05 FILLER PIC X(9) VALUE SPACES.
       01 WS-RPT-DAYS-NUM PIC ZZZZ9.
       01 WS-REPORT-TOTALS.
         05 FILLER PIC X(15) VALUE 'FILES REPORTED '.
         05 WS-RPT-TOT-FILES PIC ZZZ9.
         05 FILLER PIC X(15) VALUE '   AT WARNING  '.
         05 WS-RPT-TOT-WARNING PIC ZZZ9.
         05 FILLER PIC X(42) VALUE SPACES.
       01 WS-BLANK-LINE PIC X(80) VALUE SPACES.

       COPY CRUNCTLQ.
       COPY CGETBDTQ.

       PROCEDURE DIVISION.
       000-START-PROCESSING.
           MOVE 'S' TO RCQ-FUNCTION
           MOVE 'CAPWKLY' TO RCQ-JOB-NAME
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
           MOVE GBD-BUSINESS-DATE TO WS-DATE-WORK-N
           PERFORM STEP-ONE-DAY-BACK THRU STEP-ONE-DAY-BACK-EXIT
               7 TIMES
           MOVE WS-DATE-WORK-N TO WS-WEEK-CUTOFF
           .
           PERFORM LOAD-HISTORY THRU LOAD-HISTORY-EXIT
           .
           OPEN OUTPUT CAPRPT-FILE
           MOVE GBD-BUSINESS-DATE TO WS-RPT-HDG-DATE
           WRITE CAPRPT-RECORD FROM WS-REPORT-HEADING
           WRITE CAPRPT-RECORD FROM WS-BLANK-LINE
           WRITE CAPRPT-RECORD FROM WS-COLUMN-HEADING
           .
           PERFORM PRINT-ONE-FILE THRU PRINT-ONE-FILE-EXIT
               VARYING WS-FIL-IX FROM 1 BY 1
               UNTIL WS-FIL-IX IS GREATER THAN WS-FILE-COUNT
           .
           WRITE CAPRPT-RECORD FROM WS-BLANK-LINE
           MOVE WS-FILE-COUNT TO WS-RPT-TOT-FILES
           MOVE WS-WARNING-COUNT TO WS-RPT-TOT-WARNING
           WRITE CAPRPT-RECORD FROM WS-REPORT-TOTALS
           CLOSE CAPRPT-FILE
           .
           IF WS-UNTRACKED-COUNT IS GREATER THAN ZERO
               DISPLAY WS-UNTRACKED-COUNT
                   ' history row(s) skipped - file table full'
           END-IF
           DISPLAY WS-FILE-COUNT ' file(s) reported, '
               WS-WARNING-COUNT ' at warning'
           .
           MOVE 'E' TO RCQ-FUNCTION
           MOVE WS-FILE-COUNT TO RCQ-REC-COUNT
           MOVE 'C' TO RCQ-OUTCOME
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           .
           STOP RUN
           .
       LOAD-HISTORY.
           OPEN INPUT CAPHIST-FILE
           IF NOT WS-CAPHIST-OK
               DISPLAY 'CAPHIST not available - empty growth report'
               GO TO LOAD-HISTORY-EXIT
           END-IF
           PERFORM UNTIL WS-CAPHIST-EOF
               READ CAPHIST-FILE
                   AT END
                       SET WS-CAPHIST-EOF TO TRUE
                   NOT AT END
                       PERFORM APPLY-ONE-HISTORY THRU
                           APPLY-ONE-HISTORY-EXIT
               END-READ
           END-PERFORM
           CLOSE CAPHIST-FILE
           .
       LOAD-HISTORY-EXIT.
           EXIT
           .
      *****************************************************************
      * CAPHIST is in date order, so the last qualifying row read for *
      * a file is its latest - a rerun's second row for a date simply *
      * replaces the first.                                           *
      *****************************************************************
       APPLY-ONE-HISTORY.
           IF CGH-DATE IS GREATER THAN GBD-BUSINESS-DATE
               GO TO APPLY-ONE-HISTORY-EXIT
           END-IF
           .
           MOVE ZERO TO WS-FIL-FOUND-IX
           PERFORM VARYING WS-FIL-IX FROM 1 BY 1
                   UNTIL WS-FIL-IX IS GREATER THAN WS-FILE-COUNT
                      OR WS-FIL-FOUND-IX IS GREATER THAN ZERO
               IF WS-FIL-FILE-ID (WS-FIL-IX) IS EQUAL TO CGH-FILE-ID
                   MOVE WS-FIL-IX TO WS-FIL-FOUND-IX
               END-IF
           END-PERFORM
           IF WS-FIL-FOUND-IX IS EQUAL TO ZERO
               IF WS-FILE-COUNT IS NOT LESS THAN 50
                   ADD 1 TO WS-UNTRACKED-COUNT
                   GO TO APPLY-ONE-HISTORY-EXIT
               END-IF
               ADD 1 TO WS-FILE-COUNT
               MOVE WS-FILE-COUNT TO WS-FIL-FOUND-IX
               MOVE CGH-FILE-ID TO WS-FIL-FILE-ID (WS-FIL-FOUND-IX)
               MOVE ZERO TO WS-FIL-WEEK-DATE (WS-FIL-FOUND-IX)
               MOVE ZERO TO WS-FIL-WEEK-COUNT (WS-FIL-FOUND-IX)
           END-IF
           .
           MOVE CAPHIST-RECORD TO WS-FIL-LATEST-ROW (WS-FIL-FOUND-IX)
           IF CGH-DATE IS NOT GREATER THAN WS-WEEK-CUTOFF
               AND NOT CGH-STATUS-UNAVAILABLE
               MOVE CGH-DATE TO WS-FIL-WEEK-DATE (WS-FIL-FOUND-IX)
               MOVE CGH-REC-COUNT TO
                   WS-FIL-WEEK-COUNT (WS-FIL-FOUND-IX)
           END-IF
           .
       APPLY-ONE-HISTORY-EXIT.
           EXIT
           .
       PRINT-ONE-FILE.
           MOVE WS-FIL-LATEST-ROW (WS-FIL-IX) TO CAPHIST-RECORD
           MOVE CGH-FILE-ID TO WS-RPT-FILE-ID
           MOVE CGH-REC-COUNT TO WS-RPT-RECORDS
           IF WS-FIL-WEEK-DATE (WS-FIL-IX) IS GREATER THAN ZERO
               AND NOT CGH-STATUS-UNAVAILABLE
               COMPUTE WS-WEEK-GROWTH =
                   CGH-REC-COUNT - WS-FIL-WEEK-COUNT (WS-FIL-IX)
           ELSE
               MOVE ZERO TO WS-WEEK-GROWTH
           END-IF
           MOVE WS-WEEK-GROWTH TO WS-RPT-GROWTH
           COMPUTE WS-SPACE-KB ROUNDED = CGH-BYTES-USED / 1024
           MOVE WS-SPACE-KB TO WS-RPT-SPACE-KB
           MOVE CGH-PCT-USED TO WS-RPT-PCT
           IF CGH-DAYS-TO-FULL IS EQUAL TO 99999
               MOVE '  -  ' TO WS-RPT-DAYS
           ELSE
               MOVE CGH-DAYS-TO-FULL TO WS-RPT-DAYS-NUM
               MOVE WS-RPT-DAYS-NUM TO WS-RPT-DAYS
           END-IF
           .
           EVALUATE TRUE
               WHEN CGH-STATUS-WARNING
                   MOVE 'WARNING' TO WS-RPT-STATUS
                   ADD 1 TO WS-WARNING-COUNT
               WHEN CGH-STATUS-UNAVAILABLE
                   MOVE 'UNAVAILABLE' TO WS-RPT-STATUS
               WHEN OTHER
                   MOVE 'NORMAL' TO WS-RPT-STATUS
           END-EVALUATE
           WRITE CAPRPT-RECORD FROM WS-REPORT-DETAIL
           .
       PRINT-ONE-FILE-EXIT.
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
