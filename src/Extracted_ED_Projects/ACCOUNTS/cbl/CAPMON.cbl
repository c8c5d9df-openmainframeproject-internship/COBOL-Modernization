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

001150***************************************************************** capmon
001160* Program:     CAPMON.CBL                                       * capmon
001170* Function:    Nightly file capacity monitor. Counts the        * capmon
001180*              records on each master, journal and interface    * capmon
001190*              file the overnight run depends on - BNKCUST,     * capmon
001200*              ACCTMST, ACCTXRF, CARDMST, ACCTTRN, ACCTHST,     * capmon
001210*              MSTJNL, ADDRJNL, SGNAUDIT, ABENDLOG, PERFSTAT    * capmon
001220*              and ALRTQUE - and the space that count occupies, * capmon
001230*              and appends one CAPHIST growth row per file. The * capmon
001240*              daily growth is the trend over the last 28 days  * capmon
001250*              of history; against the CAPLIM capacity it       * capmon
001260*              projects the days left to full. A file that      * capmon
001270*              crosses its warning threshold (percent full or   * capmon
001280*              days to full) raises one 'FC' operations alert   * capmon
001290*              on ALRTQUE - it is raised again only after the   * capmon
001300*              file has dropped back below the threshold. A     * capmon
001310*              file that will not open is recorded as           * capmon
001320*              unavailable; the HLTHCHKB survey is what reports * capmon
001330*              that.                                            * capmon
001340***************************************************************** capmon
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPMON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAPLIM-FILE ASSIGN TO "CAPLIM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAPLIM-STATUS.
           SELECT CAPHIST-FILE ASSIGN TO "CAPHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAPHIST-STATUS.
           SELECT ALRTQUE-FILE ASSIGN TO "ALRTQUE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALRTQUE-STATUS.
           SELECT BNKCUST-FILE ASSIGN TO "BNKCUST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BCS-REC-PID
               FILE STATUS IS WS-IN-STATUS.
           SELECT ACCTMST-FILE ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AMS-KEY
               FILE STATUS IS WS-IN-STATUS.
           SELECT ACCTXRF-FILE ASSIGN TO "ACCTXRF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XRF-KEY
               FILE STATUS IS WS-IN-STATUS.
           SELECT CARDMST-FILE ASSIGN TO "CARDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CRD-KEY
               FILE STATUS IS WS-IN-STATUS.
           SELECT ACCTTRN-FILE ASSIGN TO "ACCTTRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT ACCTHST-FILE ASSIGN TO "ACCTHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AHS-KEY
               FILE STATUS IS WS-IN-STATUS.
           SELECT MSTJNL-FILE ASSIGN TO "MSTJNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT ADDRJNL-FILE ASSIGN TO "ADDRJNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT SGNAUDIT-FILE ASSIGN TO "SGNAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT ABENDLOG-FILE ASSIGN TO "ABENDLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT PERFSTAT-FILE ASSIGN TO "PERFSTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CAPLIM-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CCAPLIM.

       FD CAPHIST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CCAPHIST.

       FD ALRTQUE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CALRTQUE.

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

       FD CARDMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CCARDMST.

       FD ACCTTRN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CACCTTRN.

       FD ACCTHST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CACCTHST.

       FD MSTJNL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CMSTJNL.

       FD ADDRJNL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CADDRJNL.

       FD SGNAUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01 SGNAUDIT-FD-RECORD.
       COPY CSGNAUD.

       FD ABENDLOG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CABNDLOG.

       FD PERFSTAT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CPERFSTA.

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'CAPMON'.
         05 WS-CAPLIM-STATUS PIC X(2).
           88 WS-CAPLIM-OK VALUE '00'.
         05 WS-CAPHIST-STATUS PIC X(2).
           88 WS-CAPHIST-OK VALUE '00'.
         05 WS-ALRTQUE-STATUS PIC X(2).
           88 WS-ALRTQUE-OK VALUE '00'.
         05 WS-IN-STATUS PIC X(2).
           88 WS-IN-OK VALUE '00'.
         05 WS-CAPLIM-EOF-FLAG PIC X(1) VALUE 'N'.
           88 WS-CAPLIM-EOF VALUE 'Y'.
         05 WS-CAPHIST-EOF-FLAG PIC X(1) VALUE 'N'.
           88 WS-CAPHIST-EOF VALUE 'Y'.
         05 WS-FILE-EOF-FLAG PIC X(1).
           88 WS-FILE-EOF VALUE 'Y'.
         05 WS-FILE-AVAILABLE-FLAG PIC X(1).
           88 WS-FILE-AVAILABLE VALUE 'Y'.
         05 WS-SEARCH-FILE-ID PIC X(8).
         05 WS-REC-COUNT PIC 9(9).
         05 WS-REC-LENGTH PIC 9(5).
         05 WS-ELAPSED-DAYS PIC 9(3).
         05 WS-DAYS-WORK PIC 9(9).
         05 WS-TREND-DAYS PIC 9(3) VALUE 28.
         05 WS-TREND-CUTOFF PIC 9(8).
         05 WS-DEFAULT-WARN-PCT PIC 9(3) VALUE 80.
         05 WS-DEFAULT-WARN-DAYS PIC 9(3) VALUE 30.
         05 WS-MEASURED-COUNT PIC 9(4) VALUE ZERO.
         05 WS-WARNING-COUNT PIC 9(4) VALUE ZERO.
         05 WS-ALERT-COUNT PIC 9(4) VALUE ZERO.
         05 WS-UNAVAILABLE-COUNT PIC 9(4) VALUE ZERO.
         05 WS-ALERT-PCT PIC ZZ9.9.
         05 WS-ALERT-DAYS PIC ZZZZ9.
         05 WS-ALERT-TEXT PIC X(40).
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
      * The monitored files, in the order they are measured. ALRTQUE  *
      * is last so tonight's own capacity alerts are in its count.    *
      *****************************************************************
       01 WS-MONITOR-ID-VALUES.
         05 FILLER PIC X(48) VALUE
             'BNKCUST ACCTMST ACCTXRF CARDMST ACCTTRN ACCTHST '.
         05 FILLER PIC X(48) VALUE
             'MSTJNL  ADDRJNL SGNAUDITABENDLOGPERFSTATALRTQUE '.
       01 WS-MONITOR-IDS REDEFINES WS-MONITOR-ID-VALUES.
         05 WS-MONITOR-ID PIC X(8) OCCURS 12 TIMES.
      *****************************************************************
      * Per file: the CAPLIM limits in force, the oldest history row  *
      * inside the trend window (the base the growth is measured      *
      * from) and the status of the latest earlier row, so an alert   *
      * fires on the night a threshold is crossed and not every night *
      * after.                                                        *
      *****************************************************************
       01 WS-MONITOR-TABLE.
         05 WS-MONITOR-COUNT PIC 9(2) VALUE 12.
         05 WS-MON-IX PIC 9(2).
         05 WS-MON-FOUND-IX PIC 9(2).
         05 WS-MONITOR-ENTRY OCCURS 12 TIMES.
           10 WS-MON-FILE-ID PIC X(8).
           10 WS-MON-CAPACITY PIC 9(9).
           10 WS-MON-WARN-PCT PIC 9(3).
           10 WS-MON-WARN-DAYS PIC 9(3).
           10 WS-MON-BASE-DATE PIC 9(8).
           10 WS-MON-BASE-COUNT PIC 9(9).
           10 WS-MON-PREV-STATUS PIC X(1).

       COPY CRUNCTLQ.
       COPY CGETBDTQ.

       PROCEDURE DIVISION.
       000-START-PROCESSING.
           MOVE 'S' TO RCQ-FUNCTION
           MOVE 'CAPMON' TO RCQ-JOB-NAME
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
               WS-TREND-DAYS TIMES
           MOVE WS-DATE-WORK-N TO WS-TREND-CUTOFF
           .
           PERFORM INIT-MONITOR-TABLE THRU INIT-MONITOR-TABLE-EXIT
           PERFORM LOAD-LIMITS THRU LOAD-LIMITS-EXIT
           PERFORM LOAD-HISTORY THRU LOAD-HISTORY-EXIT
           .
           OPEN EXTEND CAPHIST-FILE
           IF NOT WS-CAPHIST-OK
               OPEN OUTPUT CAPHIST-FILE
           END-IF
           .
           PERFORM MEASURE-ONE-FILE THRU MEASURE-ONE-FILE-EXIT
               VARYING WS-MON-IX FROM 1 BY 1
               UNTIL WS-MON-IX IS GREATER THAN WS-MONITOR-COUNT
           .
           CLOSE CAPHIST-FILE
           .
           DISPLAY WS-MEASURED-COUNT ' file(s) measured, '
               WS-UNAVAILABLE-COUNT ' unavailable, '
               WS-WARNING-COUNT ' at warning, '
               WS-ALERT-COUNT ' alert(s) raised'
           .
           MOVE 'E' TO RCQ-FUNCTION
           MOVE WS-MEASURED-COUNT TO RCQ-REC-COUNT
           MOVE 'C' TO RCQ-OUTCOME
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           .
           STOP RUN
           .
       INIT-MONITOR-TABLE.
           PERFORM VARYING WS-MON-IX FROM 1 BY 1
                   UNTIL WS-MON-IX IS GREATER THAN WS-MONITOR-COUNT
               MOVE WS-MONITOR-ID (WS-MON-IX) TO
                   WS-MON-FILE-ID (WS-MON-IX)
               MOVE ZERO TO WS-MON-CAPACITY (WS-MON-IX)
               MOVE WS-DEFAULT-WARN-PCT TO WS-MON-WARN-PCT (WS-MON-IX)
               MOVE WS-DEFAULT-WARN-DAYS TO
                   WS-MON-WARN-DAYS (WS-MON-IX)
               MOVE ZERO TO WS-MON-BASE-DATE (WS-MON-IX)
               MOVE ZERO TO WS-MON-BASE-COUNT (WS-MON-IX)
               MOVE SPACE TO WS-MON-PREV-STATUS (WS-MON-IX)
           END-PERFORM
           .
       INIT-MONITOR-TABLE-EXIT.
           EXIT
           .
      *****************************************************************
      * CAPLIM rows are appended by PARMMNT, so reading to the end    *
      * leaves the latest row for each file in force. A threshold     *
      * that is missing or out of range keeps the default.            *
      *****************************************************************
       LOAD-LIMITS.
           OPEN INPUT CAPLIM-FILE
           IF NOT WS-CAPLIM-OK
               GO TO LOAD-LIMITS-EXIT
           END-IF
           PERFORM UNTIL WS-CAPLIM-EOF
               READ CAPLIM-FILE
                   AT END
                       SET WS-CAPLIM-EOF TO TRUE
                   NOT AT END
                       PERFORM APPLY-ONE-LIMIT THRU
                           APPLY-ONE-LIMIT-EXIT
               END-READ
           END-PERFORM
           CLOSE CAPLIM-FILE
           .
       LOAD-LIMITS-EXIT.
           EXIT
           .
       APPLY-ONE-LIMIT.
           MOVE CPL-FILE-ID TO WS-SEARCH-FILE-ID
           PERFORM FIND-MONITOR-ENTRY THRU FIND-MONITOR-ENTRY-EXIT
           IF WS-MON-FOUND-IX IS EQUAL TO ZERO
               DISPLAY 'CAPLIM row for unmonitored file: ' CPL-FILE-ID
               GO TO APPLY-ONE-LIMIT-EXIT
           END-IF
           .
           IF CPL-CAPACITY-RECS IS NUMERIC
               MOVE CPL-CAPACITY-RECS TO
                   WS-MON-CAPACITY (WS-MON-FOUND-IX)
           END-IF
           IF CPL-WARN-PCT IS NUMERIC
               AND CPL-WARN-PCT IS GREATER THAN ZERO
               AND CPL-WARN-PCT IS NOT GREATER THAN 100
               MOVE CPL-WARN-PCT TO WS-MON-WARN-PCT (WS-MON-FOUND-IX)
           ELSE
               MOVE WS-DEFAULT-WARN-PCT TO
                   WS-MON-WARN-PCT (WS-MON-FOUND-IX)
           END-IF
           IF CPL-WARN-DAYS IS NUMERIC
               AND CPL-WARN-DAYS IS GREATER THAN ZERO
               MOVE CPL-WARN-DAYS TO WS-MON-WARN-DAYS (WS-MON-FOUND-IX)
           ELSE
               MOVE WS-DEFAULT-WARN-DAYS TO
                   WS-MON-WARN-DAYS (WS-MON-FOUND-IX)
           END-IF
           .
       APPLY-ONE-LIMIT-EXIT.
           EXIT
           .
       FIND-MONITOR-ENTRY.
           MOVE ZERO TO WS-MON-FOUND-IX
           PERFORM VARYING WS-MON-IX FROM 1 BY 1
                   UNTIL WS-MON-IX IS GREATER THAN WS-MONITOR-COUNT
                      OR WS-MON-FOUND-IX IS GREATER THAN ZERO
               IF WS-MON-FILE-ID (WS-MON-IX) IS EQUAL TO
                   WS-SEARCH-FILE-ID
                   MOVE WS-MON-IX TO WS-MON-FOUND-IX
               END-IF
           END-PERFORM
           .
       FIND-MONITOR-ENTRY-EXIT.
           EXIT
           .
      *****************************************************************
      * CAPHIST is in date order. Rows for tonight's business date    *
      * are from an earlier attempt at this run and are ignored, so a *
      * rerun projects and alerts exactly as the first run did.       *
      *****************************************************************
       LOAD-HISTORY.
           OPEN INPUT CAPHIST-FILE
           IF NOT WS-CAPHIST-OK
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
       APPLY-ONE-HISTORY.
           IF CGH-DATE IS NOT LESS THAN GBD-BUSINESS-DATE
               GO TO APPLY-ONE-HISTORY-EXIT
           END-IF
           MOVE CGH-FILE-ID TO WS-SEARCH-FILE-ID
           PERFORM FIND-MONITOR-ENTRY THRU FIND-MONITOR-ENTRY-EXIT
           IF WS-MON-FOUND-IX IS EQUAL TO ZERO
               GO TO APPLY-ONE-HISTORY-EXIT
           END-IF
           .
           MOVE CGH-STATUS TO WS-MON-PREV-STATUS (WS-MON-FOUND-IX)
           IF CGH-STATUS-UNAVAILABLE
               GO TO APPLY-ONE-HISTORY-EXIT
           END-IF
           IF CGH-DATE IS NOT LESS THAN WS-TREND-CUTOFF
               AND WS-MON-BASE-DATE (WS-MON-FOUND-IX) IS EQUAL TO ZERO
               MOVE CGH-DATE TO WS-MON-BASE-DATE (WS-MON-FOUND-IX)
               MOVE CGH-REC-COUNT TO
                   WS-MON-BASE-COUNT (WS-MON-FOUND-IX)
           END-IF
           .
       APPLY-ONE-HISTORY-EXIT.
           EXIT
           .
       MEASURE-ONE-FILE.
           MOVE ZERO TO WS-REC-COUNT
           MOVE ZERO TO WS-REC-LENGTH
           MOVE 'N' TO WS-FILE-AVAILABLE-FLAG
           MOVE 'N' TO WS-FILE-EOF-FLAG
           .
           EVALUATE WS-MON-FILE-ID (WS-MON-IX)
               WHEN 'BNKCUST '
                   PERFORM COUNT-BNKCUST THRU COUNT-BNKCUST-EXIT
               WHEN 'ACCTMST '
                   PERFORM COUNT-ACCTMST THRU COUNT-ACCTMST-EXIT
               WHEN 'ACCTXRF '
                   PERFORM COUNT-ACCTXRF THRU COUNT-ACCTXRF-EXIT
               WHEN 'CARDMST '
                   PERFORM COUNT-CARDMST THRU COUNT-CARDMST-EXIT
               WHEN 'ACCTTRN '
                   PERFORM COUNT-ACCTTRN THRU COUNT-ACCTTRN-EXIT
               WHEN 'ACCTHST '
                   PERFORM COUNT-ACCTHST THRU COUNT-ACCTHST-EXIT
               WHEN 'MSTJNL  '
                   PERFORM COUNT-MSTJNL THRU COUNT-MSTJNL-EXIT
               WHEN 'ADDRJNL '
                   PERFORM COUNT-ADDRJNL THRU COUNT-ADDRJNL-EXIT
               WHEN 'SGNAUDIT'
                   PERFORM COUNT-SGNAUDIT THRU COUNT-SGNAUDIT-EXIT
               WHEN 'ABENDLOG'
                   PERFORM COUNT-ABENDLOG THRU COUNT-ABENDLOG-EXIT
               WHEN 'PERFSTAT'
                   PERFORM COUNT-PERFSTAT THRU COUNT-PERFSTAT-EXIT
               WHEN 'ALRTQUE '
                   PERFORM COUNT-ALRTQUE THRU COUNT-ALRTQUE-EXIT
           END-EVALUATE
           .
           PERFORM ASSESS-ONE-FILE THRU ASSESS-ONE-FILE-EXIT
           .
       MEASURE-ONE-FILE-EXIT.
           EXIT
           .
      *****************************************************************
      * Space used is the record count times the record length - the  *
      * figure the file's allocation has to hold. Growth per day is   *
      * measured from the base row; days to full divides the room     *
      * left by that growth.                                          *
      *****************************************************************
       ASSESS-ONE-FILE.
           MOVE SPACES TO CAPHIST-RECORD
           MOVE GBD-BUSINESS-DATE TO CGH-DATE
           MOVE WS-MON-FILE-ID (WS-MON-IX) TO CGH-FILE-ID
           MOVE WS-REC-COUNT TO CGH-REC-COUNT
           MOVE WS-REC-LENGTH TO CGH-REC-LENGTH
           COMPUTE CGH-BYTES-USED = WS-REC-COUNT * WS-REC-LENGTH
           MOVE WS-MON-CAPACITY (WS-MON-IX) TO CGH-CAPACITY-RECS
           MOVE ZERO TO CGH-PCT-USED
           MOVE ZERO TO CGH-DAILY-GROWTH
           MOVE 99999 TO CGH-DAYS-TO-FULL
           SET CGH-STATUS-NORMAL TO TRUE
           .
           IF NOT WS-FILE-AVAILABLE
               SET CGH-STATUS-UNAVAILABLE TO TRUE
               ADD 1 TO WS-UNAVAILABLE-COUNT
               WRITE CAPHIST-RECORD
               GO TO ASSESS-ONE-FILE-EXIT
           END-IF
           ADD 1 TO WS-MEASURED-COUNT
           .
           IF CGH-CAPACITY-RECS IS GREATER THAN ZERO
               COMPUTE CGH-PCT-USED ROUNDED =
                   WS-REC-COUNT * 100 / CGH-CAPACITY-RECS
                   ON SIZE ERROR
                       MOVE 999.9 TO CGH-PCT-USED
               END-COMPUTE
           END-IF
           .
           IF WS-MON-BASE-DATE (WS-MON-IX) IS GREATER THAN ZERO
               PERFORM COUNT-ELAPSED-DAYS THRU COUNT-ELAPSED-DAYS-EXIT
               IF WS-ELAPSED-DAYS IS GREATER THAN ZERO
                   COMPUTE CGH-DAILY-GROWTH ROUNDED =
                       (WS-REC-COUNT - WS-MON-BASE-COUNT (WS-MON-IX))
                       / WS-ELAPSED-DAYS
                       ON SIZE ERROR
                           MOVE ZERO TO CGH-DAILY-GROWTH
                   END-COMPUTE
               END-IF
           END-IF
           .
           IF CGH-CAPACITY-RECS IS GREATER THAN ZERO
               IF WS-REC-COUNT IS NOT LESS THAN CGH-CAPACITY-RECS
                   MOVE ZERO TO CGH-DAYS-TO-FULL
               ELSE
                   IF CGH-DAILY-GROWTH IS GREATER THAN ZERO
                       COMPUTE WS-DAYS-WORK =
                           (CGH-CAPACITY-RECS - WS-REC-COUNT)
                           / CGH-DAILY-GROWTH
                           ON SIZE ERROR
                               MOVE 99999 TO WS-DAYS-WORK
                       END-COMPUTE
                       IF WS-DAYS-WORK IS LESS THAN 99999
                           MOVE WS-DAYS-WORK TO CGH-DAYS-TO-FULL
                       END-IF
                   END-IF
               END-IF
               IF CGH-PCT-USED IS NOT LESS THAN
                   WS-MON-WARN-PCT (WS-MON-IX)
                   OR CGH-DAYS-TO-FULL IS NOT GREATER THAN
                   WS-MON-WARN-DAYS (WS-MON-IX)
                   SET CGH-STATUS-WARNING TO TRUE
               END-IF
           END-IF
           .
           WRITE CAPHIST-RECORD
           .
           IF CGH-STATUS-WARNING
               ADD 1 TO WS-WARNING-COUNT
               IF WS-MON-PREV-STATUS (WS-MON-IX) IS NOT EQUAL TO 'W'
                   PERFORM RAISE-CAPACITY-ALERT THRU
                       RAISE-CAPACITY-ALERT-EXIT
               END-IF
           END-IF
           .
       ASSESS-ONE-FILE-EXIT.
           EXIT
           .
       COUNT-ELAPSED-DAYS.
           MOVE ZERO TO WS-ELAPSED-DAYS
           MOVE WS-MON-BASE-DATE (WS-MON-IX) TO WS-DATE-WORK-N
           PERFORM UNTIL WS-DATE-WORK-N IS NOT LESS THAN
                   GBD-BUSINESS-DATE
                   OR WS-ELAPSED-DAYS IS GREATER THAN WS-TREND-DAYS
               PERFORM STEP-ONE-DAY-FORWARD THRU
                   STEP-ONE-DAY-FORWARD-EXIT
               ADD 1 TO WS-ELAPSED-DAYS
           END-PERFORM
           .
       COUNT-ELAPSED-DAYS-EXIT.
           EXIT
           .
      *****************************************************************
      * Same operations alert path as the liquidity and journal gap   *
      * alarms: an 'OPS' row on ALRTQUE, the percent full carried in  *
      * the amount.                                                   *
      *****************************************************************
       RAISE-CAPACITY-ALERT.
           MOVE CGH-PCT-USED TO WS-ALERT-PCT
           MOVE SPACES TO WS-ALERT-TEXT
           IF CGH-DAYS-TO-FULL IS EQUAL TO 99999
               STRING CGH-FILE-ID DELIMITED BY SPACE
                   ' ' WS-ALERT-PCT '% FULL' DELIMITED BY SIZE
                   INTO WS-ALERT-TEXT
           ELSE
               MOVE CGH-DAYS-TO-FULL TO WS-ALERT-DAYS
               STRING CGH-FILE-ID DELIMITED BY SPACE
                   ' ' WS-ALERT-PCT '% FULL, ' WS-ALERT-DAYS
                   ' DAYS LEFT' DELIMITED BY SIZE
                   INTO WS-ALERT-TEXT
           END-IF
           .
           OPEN EXTEND ALRTQUE-FILE
           IF NOT WS-ALRTQUE-OK
               DISPLAY 'Capacity alert not queued: ' WS-ALERT-TEXT
               GO TO RAISE-CAPACITY-ALERT-EXIT
           END-IF
           MOVE SPACES TO ALRTQUE-RECORD
           MOVE WS-CURRENT-DATE TO AQU-DATE
           MOVE WS-CURRENT-TIME TO AQU-TIME
           MOVE 'OPS  ' TO AQU-PID
           SET AQU-TYPE-CAPACITY TO TRUE
           MOVE CGH-PCT-USED TO AQU-AMOUNT
           MOVE WS-ALERT-TEXT TO AQU-TEXT
           SET AQU-PENDING TO TRUE
           WRITE ALRTQUE-RECORD
           CLOSE ALRTQUE-FILE
           ADD 1 TO WS-ALERT-COUNT
           .
       RAISE-CAPACITY-ALERT-EXIT.
           EXIT
           .
       COUNT-BNKCUST.
           OPEN INPUT BNKCUST-FILE
           IF NOT WS-IN-OK
               GO TO COUNT-BNKCUST-EXIT
           END-IF
           SET WS-FILE-AVAILABLE TO TRUE
           MOVE LENGTH OF BNKCUST-RECORD TO WS-REC-LENGTH
           PERFORM UNTIL WS-FILE-EOF
               READ BNKCUST-FILE NEXT RECORD
                   AT END
                       SET WS-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-REC-COUNT
               END-READ
           END-PERFORM
           CLOSE BNKCUST-FILE
           .
       COUNT-BNKCUST-EXIT.
           EXIT
           .
       COUNT-ACCTMST.
           OPEN INPUT ACCTMST-FILE
           IF NOT WS-IN-OK
               GO TO COUNT-ACCTMST-EXIT
           END-IF
           SET WS-FILE-AVAILABLE TO TRUE
           MOVE LENGTH OF ACCTMST-RECORD TO WS-REC-LENGTH
           PERFORM UNTIL WS-FILE-EOF
               READ ACCTMST-FILE NEXT RECORD
                   AT END
                       SET WS-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-REC-COUNT
               END-READ
           END-PERFORM
           CLOSE ACCTMST-FILE
           .
       COUNT-ACCTMST-EXIT.
           EXIT
           .
       COUNT-ACCTXRF.
           OPEN INPUT ACCTXRF-FILE
           IF NOT WS-IN-OK
               GO TO COUNT-ACCTXRF-EXIT
           END-IF
           SET WS-FILE-AVAILABLE TO TRUE
           MOVE LENGTH OF ACCTXRF-RECORD TO WS-REC-LENGTH
           PERFORM UNTIL WS-FILE-EOF
               READ ACCTXRF-FILE NEXT RECORD
                   AT END
                       SET WS-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-REC-COUNT
               END-READ
           END-PERFORM
           CLOSE ACCTXRF-FILE
           .
       COUNT-ACCTXRF-EXIT.
           EXIT
           .
       COUNT-CARDMST.
           OPEN INPUT CARDMST-FILE
           IF NOT WS-IN-OK
               GO TO COUNT-CARDMST-EXIT
           END-IF
           SET WS-FILE-AVAILABLE TO TRUE
           MOVE LENGTH OF CARDMST-RECORD TO WS-REC-LENGTH
           PERFORM UNTIL WS-FILE-EOF
               READ CARDMST-FILE NEXT RECORD
                   AT END
                       SET WS-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-REC-COUNT
               END-READ
           END-PERFORM
           CLOSE CARDMST-FILE
           .
       COUNT-CARDMST-EXIT.
           EXIT
           .
       COUNT-ACCTTRN.
           OPEN INPUT ACCTTRN-FILE
           IF NOT WS-IN-OK
               GO TO COUNT-ACCTTRN-EXIT
           END-IF
           SET WS-FILE-AVAILABLE TO TRUE
           MOVE LENGTH OF ACCTTRN-RECORD TO WS-REC-LENGTH
           PERFORM UNTIL WS-FILE-EOF
               READ ACCTTRN-FILE
                   AT END
                       SET WS-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-REC-COUNT
               END-READ
           END-PERFORM
           CLOSE ACCTTRN-FILE
           .
       COUNT-ACCTTRN-EXIT.
           EXIT
           .
       COUNT-ACCTHST.
           OPEN INPUT ACCTHST-FILE
           IF NOT WS-IN-OK
               GO TO COUNT-ACCTHST-EXIT
           END-IF
           SET WS-FILE-AVAILABLE TO TRUE
           MOVE LENGTH OF ACCTHST-RECORD TO WS-REC-LENGTH
           PERFORM UNTIL WS-FILE-EOF
               READ ACCTHST-FILE NEXT RECORD
                   AT END
                       SET WS-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-REC-COUNT
               END-READ
           END-PERFORM
           CLOSE ACCTHST-FILE
           .
       COUNT-ACCTHST-EXIT.
           EXIT
           .
       COUNT-MSTJNL.
           OPEN INPUT MSTJNL-FILE
           IF NOT WS-IN-OK
               GO TO COUNT-MSTJNL-EXIT
           END-IF
           SET WS-FILE-AVAILABLE TO TRUE
           MOVE LENGTH OF MSTJNL-RECORD TO WS-REC-LENGTH
           PERFORM UNTIL WS-FILE-EOF
               READ MSTJNL-FILE
                   AT END
                       SET WS-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-REC-COUNT
               END-READ
           END-PERFORM
           CLOSE MSTJNL-FILE
           .
       COUNT-MSTJNL-EXIT.
           EXIT
           .
       COUNT-ADDRJNL.
           OPEN INPUT ADDRJNL-FILE
           IF NOT WS-IN-OK
               GO TO COUNT-ADDRJNL-EXIT
           END-IF
           SET WS-FILE-AVAILABLE TO TRUE
           MOVE LENGTH OF ADDRJNL-RECORD TO WS-REC-LENGTH
           PERFORM UNTIL WS-FILE-EOF
               READ ADDRJNL-FILE
                   AT END
                       SET WS-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-REC-COUNT
               END-READ
           END-PERFORM
           CLOSE ADDRJNL-FILE
           .
       COUNT-ADDRJNL-EXIT.
           EXIT
           .
       COUNT-SGNAUDIT.
           OPEN INPUT SGNAUDIT-FILE
           IF NOT WS-IN-OK
               GO TO COUNT-SGNAUDIT-EXIT
           END-IF
           SET WS-FILE-AVAILABLE TO TRUE
           MOVE LENGTH OF SGNAUDIT-FD-RECORD TO WS-REC-LENGTH
           PERFORM UNTIL WS-FILE-EOF
               READ SGNAUDIT-FILE
                   AT END
                       SET WS-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-REC-COUNT
               END-READ
           END-PERFORM
           CLOSE SGNAUDIT-FILE
           .
       COUNT-SGNAUDIT-EXIT.
           EXIT
           .
       COUNT-ABENDLOG.
           OPEN INPUT ABENDLOG-FILE
           IF NOT WS-IN-OK
               GO TO COUNT-ABENDLOG-EXIT
           END-IF
           SET WS-FILE-AVAILABLE TO TRUE
           MOVE LENGTH OF ABNDLOG-RECORD TO WS-REC-LENGTH
           PERFORM UNTIL WS-FILE-EOF
               READ ABENDLOG-FILE
                   AT END
                       SET WS-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-REC-COUNT
               END-READ
           END-PERFORM
           CLOSE ABENDLOG-FILE
           .
       COUNT-ABENDLOG-EXIT.
           EXIT
           .
       COUNT-PERFSTAT.
           OPEN INPUT PERFSTAT-FILE
           IF NOT WS-IN-OK
               GO TO COUNT-PERFSTAT-EXIT
           END-IF
           SET WS-FILE-AVAILABLE TO TRUE
           MOVE LENGTH OF PERFSTAT-RECORD TO WS-REC-LENGTH
           PERFORM UNTIL WS-FILE-EOF
               READ PERFSTAT-FILE
                   AT END
                       SET WS-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-REC-COUNT
               END-READ
           END-PERFORM
           CLOSE PERFSTAT-FILE
           .
       COUNT-PERFSTAT-EXIT.
           EXIT
           .
       COUNT-ALRTQUE.
           OPEN INPUT ALRTQUE-FILE
           IF NOT WS-ALRTQUE-OK
               GO TO COUNT-ALRTQUE-EXIT
           END-IF
           SET WS-FILE-AVAILABLE TO TRUE
           MOVE LENGTH OF ALRTQUE-RECORD TO WS-REC-LENGTH
           PERFORM UNTIL WS-FILE-EOF
               READ ALRTQUE-FILE
                   AT END
                       SET WS-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-REC-COUNT
               END-READ
           END-PERFORM
           CLOSE ALRTQUE-FILE
           .
       COUNT-ALRTQUE-EXIT.
           EXIT
           .
       STEP-ONE-DAY-FORWARD.
           PERFORM GET-MONTH-LENGTH THRU GET-MONTH-LENGTH-EXIT
           IF WS-DTW-DD IS LESS THAN WS-THIS-MONTH-DAYS
               ADD 1 TO WS-DTW-DD
               GO TO STEP-ONE-DAY-FORWARD-EXIT
           END-IF
           MOVE 1 TO WS-DTW-DD
           ADD 1 TO WS-DTW-MM
           IF WS-DTW-MM IS GREATER THAN 12
               MOVE 1 TO WS-DTW-MM
               ADD 1 TO WS-DTW-YYYY
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
