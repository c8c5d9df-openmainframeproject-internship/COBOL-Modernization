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

001150***************************************************************** inactusr
001160* Program:     INACTUSR.CBL                                     * inactusr
001170* Function:    Nightly inactivity sweep of staff ids on         * inactusr
001180*              USRROLE. The last successful signon of each id   * inactusr
001190*              is taken from SGNAUDIT; an id that has not       * inactusr
001200*              signed on since a role change or a re-enable is  * inactusr
001210*              measured from that date instead. An active id    * inactusr
001220*              idle for the INACTPOL warning period is listed   * inactusr
001230*              once for its branch manager (the security team   * inactusr
001240*              where the branch has none), and one idle for the * inactusr
001250*              disable period is disabled with an SGNAUDIT      * inactusr
001260*              entry by 'BATCH'. Both go on the INACTRPT        * inactusr
001270*              report; a disabled id comes back only through a  * inactusr
001280*              dual-control unlock.                             * inactusr
001290***************************************************************** inactusr
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INACTUSR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INACTPOL-FILE ASSIGN TO "INACTPOL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INACTPOL-STATUS.
           SELECT USRROLE-FILE ASSIGN TO "USRROLE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS URP-USERID
               FILE STATUS IS WS-USRROLE-STATUS.
           SELECT BRNCHMST-FILE ASSIGN TO "BRNCHMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRN-CODE
               FILE STATUS IS WS-BRNCHMST-STATUS.
           SELECT SGNAUDIT-FILE ASSIGN TO "SGNAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SGNAUDIT-STATUS.
           SELECT INACTRPT-FILE ASSIGN TO "INACTRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INACTRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INACTPOL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CINACPOL.

       FD USRROLE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CROLEPRF.

       FD BRNCHMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CBRNCHMS.

       FD SGNAUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01 SGNAUDIT-FD-RECORD.
       COPY CSGNAUD.

       FD INACTRPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 INACTRPT-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'INACTUSR'.
         05 WS-INACTPOL-STATUS PIC X(2).
           88 WS-INACTPOL-OK VALUE '00'.
         05 WS-USRROLE-STATUS PIC X(2).
           88 WS-USRROLE-OK VALUE '00'.
         05 WS-BRNCHMST-STATUS PIC X(2).
           88 WS-BRNCHMST-OK VALUE '00'.
         05 WS-SGNAUDIT-STATUS PIC X(2).
           88 WS-SGNAUDIT-OK VALUE '00'.
         05 WS-INACTRPT-STATUS PIC X(2).
           88 WS-INACTRPT-OK VALUE '00'.
         05 WS-USRROLE-EOF-FLAG PIC X(1) VALUE 'N'.
           88 WS-USRROLE-EOF VALUE 'Y'.
         05 WS-SGNAUDIT-EOF-FLAG PIC X(1) VALUE 'N'.
           88 WS-SGNAUDIT-EOF VALUE 'Y'.
         05 WS-BRNCHMST-OPEN-FLAG PIC X(1) VALUE 'N'.
           88 WS-BRNCHMST-OPEN VALUE 'Y'.
         05 WS-WARN-DAYS PIC 9(3) VALUE 60.
         05 WS-DISABLE-DAYS PIC 9(3) VALUE 90.
         05 WS-WARN-CUTOFF PIC 9(8).
         05 WS-DISABLE-CUTOFF PIC 9(8).
         05 WS-LAST-ACTIVE PIC 9(8).
         05 WS-MANAGER PIC X(5).
         05 WS-PROFILE-COUNT PIC 9(6) VALUE ZERO.
         05 WS-SIGNON-COUNT PIC 9(6) VALUE ZERO.
         05 WS-WARNED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-DISABLED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-UNTRACKED-COUNT PIC 9(6) VALUE ZERO.
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
      * One entry per USRROLE id, in key order, holding the date of   *
      * its latest successful signon found on SGNAUDIT.               *
      *****************************************************************
       01 WS-USER-TABLE.
         05 WS-USER-COUNT PIC 9(4) VALUE ZERO.
         05 WS-USR-IX PIC 9(4).
         05 WS-USR-FOUND-IX PIC 9(4).
         05 WS-USER-ENTRY OCCURS 2000 TIMES.
           10 WS-USR-USERID PIC X(5).
           10 WS-USR-LAST-SIGNON PIC 9(8).
       01 WS-REPORT-HEADING.
         05 FILLER PIC X(40) VALUE
             'INACTIVE STAFF ID REPORT  BUSINESS DATE '.
         05 WS-RPT-HDG-DATE PIC 9(8).
         05 FILLER PIC X(8) VALUE '  WARN '.
         05 WS-RPT-HDG-WARN PIC ZZ9.
         05 FILLER PIC X(11) VALUE '  DISABLE '.
         05 WS-RPT-HDG-DISABLE PIC ZZ9.
         05 FILLER PIC X(7) VALUE ' DAYS'.
       01 WS-COLUMN-HEADING.
         05 FILLER PIC X(39) VALUE
             'ACTION    USER  R    BRCH    MANAGER   '.
         05 FILLER PIC X(41) VALUE
             'LAST ACTIVE  REPORT TO'.
       01 WS-REPORT-DETAIL.
         05 WS-RPT-ACTION PIC X(8).
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-RPT-USERID PIC X(5).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-ROLE PIC X(1).
         05 FILLER PIC X(4) VALUE SPACES.
         05 WS-RPT-BRANCH PIC X(4).
         05 FILLER PIC X(4) VALUE SPACES.
         05 WS-RPT-MANAGER PIC X(5).
         05 FILLER PIC X(5) VALUE SPACES.
         05 WS-RPT-LAST-ACTIVE PIC X(8).
         05 FILLER PIC X(5) VALUE SPACES.
         05 WS-RPT-REPORT-TO PIC X(13).
         05 FILLER PIC X(15) VALUE SPACES.
       01 WS-REPORT-TOTALS.
         05 FILLER PIC X(14) VALUE 'PROFILES READ '.
         05 WS-RPT-TOT-PROFILES PIC Z(5)9.
         05 FILLER PIC X(10) VALUE '  WARNED  '.
         05 WS-RPT-TOT-WARNED PIC Z(5)9.
         05 FILLER PIC X(12) VALUE '  DISABLED  '.
         05 WS-RPT-TOT-DISABLED PIC Z(5)9.
         05 FILLER PIC X(26) VALUE SPACES.
       01 WS-BLANK-LINE PIC X(80) VALUE SPACES.

       COPY CRUNCTLQ.
       COPY CGETBDTQ.

       PROCEDURE DIVISION.
       000-START-PROCESSING.
           MOVE 'S' TO RCQ-FUNCTION
           MOVE 'INACTUSR' TO RCQ-JOB-NAME
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
           PERFORM LOAD-POLICY THRU LOAD-POLICY-EXIT
           PERFORM SET-CUTOFFS THRU SET-CUTOFFS-EXIT
           .
           OPEN I-O USRROLE-FILE
           IF NOT WS-USRROLE-OK
               DISPLAY 'USRROLE not available - no inactivity sweep'
               MOVE 'E' TO RCQ-FUNCTION
               MOVE ZERO TO RCQ-REC-COUNT
               MOVE 'F' TO RCQ-OUTCOME
               CALL 'RUNCTL' USING RUNCTL-REQUEST
               STOP RUN
           END-IF
           OPEN INPUT BRNCHMST-FILE
           IF WS-BRNCHMST-OK
               SET WS-BRNCHMST-OPEN TO TRUE
           END-IF
           OPEN OUTPUT INACTRPT-FILE
           .
           PERFORM LOAD-USERS THRU LOAD-USERS-EXIT
           PERFORM LOAD-LAST-SIGNONS THRU LOAD-LAST-SIGNONS-EXIT
           .
           MOVE GBD-BUSINESS-DATE TO WS-RPT-HDG-DATE
           MOVE WS-WARN-DAYS TO WS-RPT-HDG-WARN
           MOVE WS-DISABLE-DAYS TO WS-RPT-HDG-DISABLE
           WRITE INACTRPT-RECORD FROM WS-REPORT-HEADING
           WRITE INACTRPT-RECORD FROM WS-BLANK-LINE
           WRITE INACTRPT-RECORD FROM WS-COLUMN-HEADING
           .
           PERFORM ASSESS-ONE-USER THRU ASSESS-ONE-USER-EXIT
               VARYING WS-USR-IX FROM 1 BY 1
               UNTIL WS-USR-IX IS GREATER THAN WS-USER-COUNT
           .
           WRITE INACTRPT-RECORD FROM WS-BLANK-LINE
           MOVE WS-PROFILE-COUNT TO WS-RPT-TOT-PROFILES
           MOVE WS-WARNED-COUNT TO WS-RPT-TOT-WARNED
           MOVE WS-DISABLED-COUNT TO WS-RPT-TOT-DISABLED
           WRITE INACTRPT-RECORD FROM WS-REPORT-TOTALS
           .
           IF WS-BRNCHMST-OPEN
               CLOSE BRNCHMST-FILE
           END-IF
           CLOSE USRROLE-FILE
           CLOSE INACTRPT-FILE
           .
           IF WS-UNTRACKED-COUNT IS GREATER THAN ZERO
               DISPLAY WS-UNTRACKED-COUNT
                   ' profile(s) not assessed - user table full'
           END-IF
           DISPLAY WS-PROFILE-COUNT ' role profile(s) read, '
               WS-SIGNON-COUNT ' signon(s) matched, '
               WS-WARNED-COUNT ' warned, '
               WS-DISABLED-COUNT ' disabled'
           .
           MOVE 'E' TO RCQ-FUNCTION
           MOVE WS-DISABLED-COUNT TO RCQ-REC-COUNT
           MOVE 'C' TO RCQ-OUTCOME
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           .
           STOP RUN
           .
      *****************************************************************
      * Thresholds come from INACTPOL when it is there and sane; a    *
      * warning period that is not shorter than the disable period    *
      * would never warn, so the defaults stand instead.              *
      *****************************************************************
       LOAD-POLICY.
           OPEN INPUT INACTPOL-FILE
           IF NOT WS-INACTPOL-OK
               GO TO LOAD-POLICY-EXIT
           END-IF
           READ INACTPOL-FILE
               AT END
                   CLOSE INACTPOL-FILE
                   GO TO LOAD-POLICY-EXIT
           END-READ
           IF INP-WARN-DAYS IS NUMERIC
               AND INP-DISABLE-DAYS IS NUMERIC
               AND INP-WARN-DAYS IS GREATER THAN ZERO
               AND INP-DISABLE-DAYS IS GREATER THAN INP-WARN-DAYS
               MOVE INP-WARN-DAYS TO WS-WARN-DAYS
               MOVE INP-DISABLE-DAYS TO WS-DISABLE-DAYS
           END-IF
           CLOSE INACTPOL-FILE
           .
       LOAD-POLICY-EXIT.
           EXIT
           .
      *****************************************************************
      * An id last active on or before a cutoff date has been idle    *
      * for at least that many days.                                  *
      *****************************************************************
       SET-CUTOFFS.
           MOVE GBD-BUSINESS-DATE TO WS-DATE-WORK-N
           PERFORM STEP-ONE-DAY-BACK THRU STEP-ONE-DAY-BACK-EXIT
               WS-WARN-DAYS TIMES
           MOVE WS-DATE-WORK-N TO WS-WARN-CUTOFF
           .
           MOVE GBD-BUSINESS-DATE TO WS-DATE-WORK-N
           PERFORM STEP-ONE-DAY-BACK THRU STEP-ONE-DAY-BACK-EXIT
               WS-DISABLE-DAYS TIMES
           MOVE WS-DATE-WORK-N TO WS-DISABLE-CUTOFF
           .
       SET-CUTOFFS-EXIT.
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
       LOAD-USERS.
           MOVE LOW-VALUES TO URP-USERID
           START USRROLE-FILE KEY IS NOT LESS THAN URP-USERID
               INVALID KEY
                   GO TO LOAD-USERS-EXIT
           END-START
           PERFORM UNTIL WS-USRROLE-EOF
               READ USRROLE-FILE NEXT RECORD
                   AT END
                       SET WS-USRROLE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PROFILE-COUNT
                       IF WS-USER-COUNT IS LESS THAN 2000
                           ADD 1 TO WS-USER-COUNT
                           MOVE URP-USERID TO
                               WS-USR-USERID (WS-USER-COUNT)
                           MOVE ZERO TO
                               WS-USR-LAST-SIGNON (WS-USER-COUNT)
                       ELSE
                           ADD 1 TO WS-UNTRACKED-COUNT
                       END-IF
               END-READ
           END-PERFORM
           .
       LOAD-USERS-EXIT.
           EXIT
           .
      *****************************************************************
      * Only a real UserVal signon counts as activity - the same      *
      * entries RECRTGEN takes as a last signon. Administrative       *
      * entries written against the id do not keep it alive.          *
      *****************************************************************
       LOAD-LAST-SIGNONS.
           OPEN INPUT SGNAUDIT-FILE
           IF NOT WS-SGNAUDIT-OK
               GO TO LOAD-LAST-SIGNONS-EXIT
           END-IF
           PERFORM UNTIL WS-SGNAUDIT-EOF
               READ SGNAUDIT-FILE
                   AT END
                       SET WS-SGNAUDIT-EOF TO TRUE
                   NOT AT END
                       PERFORM APPLY-ONE-SIGNON THRU
                           APPLY-ONE-SIGNON-EXIT
               END-READ
           END-PERFORM
           CLOSE SGNAUDIT-FILE
           .
       LOAD-LAST-SIGNONS-EXIT.
           EXIT
           .
       APPLY-ONE-SIGNON.
           IF NOT SAU-SUCCESS
               GO TO APPLY-ONE-SIGNON-EXIT
           END-IF
           IF SAU-MESSAGE IS NOT EQUAL TO SPACES
               AND SAU-MESSAGE IS NOT EQUAL TO
                   'Off-hours signon under override'
               AND SAU-MESSAGE IS NOT EQUAL TO
                   'Signon completed with one-time code'
               GO TO APPLY-ONE-SIGNON-EXIT
           END-IF
           .
           MOVE ZERO TO WS-USR-FOUND-IX
           PERFORM VARYING WS-USR-IX FROM 1 BY 1
                   UNTIL WS-USR-IX IS GREATER THAN WS-USER-COUNT
                      OR WS-USR-FOUND-IX IS GREATER THAN ZERO
               IF WS-USR-USERID (WS-USR-IX) IS EQUAL TO SAU-USERID
                   MOVE WS-USR-IX TO WS-USR-FOUND-IX
               END-IF
           END-PERFORM
           IF WS-USR-FOUND-IX IS EQUAL TO ZERO
               GO TO APPLY-ONE-SIGNON-EXIT
           END-IF
           .
           IF SAU-DATE IS GREATER THAN
               WS-USR-LAST-SIGNON (WS-USR-FOUND-IX)
               MOVE SAU-DATE TO WS-USR-LAST-SIGNON (WS-USR-FOUND-IX)
               ADD 1 TO WS-SIGNON-COUNT
           END-IF
           .
       APPLY-ONE-SIGNON-EXIT.
           EXIT
           .
      *****************************************************************
      * Last activity is the later of the last signon and the last    *
      * time the profile was set or its status changed, so a new or   *
      * just re-enabled id gets the full period before it is touched. *
      * Only an active profile is assessed; one already suspended,    *
      * revoked or disabled is left as it is. A warning is given once *
      * per idle spell - a signon after it moves last activity past   *
      * the warning date and the next spell warns again.              *
      *****************************************************************
       ASSESS-ONE-USER.
           MOVE WS-USR-USERID (WS-USR-IX) TO URP-USERID
           READ USRROLE-FILE
               INVALID KEY
                   GO TO ASSESS-ONE-USER-EXIT
           END-READ
           IF NOT URP-STATUS-ACTIVE
               GO TO ASSESS-ONE-USER-EXIT
           END-IF
           .
           MOVE WS-USR-LAST-SIGNON (WS-USR-IX) TO WS-LAST-ACTIVE
           IF URP-UPDATED-DATE IS NUMERIC
               AND URP-UPDATED-DATE IS GREATER THAN WS-LAST-ACTIVE
               MOVE URP-UPDATED-DATE TO WS-LAST-ACTIVE
           END-IF
           IF URP-STATUS-DATE IS NUMERIC
               AND URP-STATUS-DATE IS GREATER THAN WS-LAST-ACTIVE
               MOVE URP-STATUS-DATE TO WS-LAST-ACTIVE
           END-IF
           IF URP-INACT-WARN-DATE IS NOT NUMERIC
               MOVE ZERO TO URP-INACT-WARN-DATE
           END-IF
           .
           IF WS-LAST-ACTIVE IS NOT GREATER THAN WS-DISABLE-CUTOFF
               PERFORM DISABLE-ONE-USER THRU DISABLE-ONE-USER-EXIT
               GO TO ASSESS-ONE-USER-EXIT
           END-IF
           IF WS-LAST-ACTIVE IS NOT GREATER THAN WS-WARN-CUTOFF
               AND URP-INACT-WARN-DATE IS NOT GREATER THAN
                   WS-LAST-ACTIVE
               PERFORM WARN-ONE-USER THRU WARN-ONE-USER-EXIT
           END-IF
           .
       ASSESS-ONE-USER-EXIT.
           EXIT
           .
       WARN-ONE-USER.
           MOVE GBD-BUSINESS-DATE TO URP-INACT-WARN-DATE
           REWRITE USRROLE-RECORD
               INVALID KEY
                   GO TO WARN-ONE-USER-EXIT
           END-REWRITE
           ADD 1 TO WS-WARNED-COUNT
           .
           MOVE 'WARNED' TO WS-RPT-ACTION
           PERFORM PRINT-USER-LINE THRU PRINT-USER-LINE-EXIT
           .
       WARN-ONE-USER-EXIT.
           EXIT
           .
       DISABLE-ONE-USER.
           SET URP-STATUS-DISABLED TO TRUE
           MOVE GBD-BUSINESS-DATE TO URP-STATUS-DATE
           MOVE 'BATCH' TO URP-STATUS-BY
           REWRITE USRROLE-RECORD
               INVALID KEY
                   GO TO DISABLE-ONE-USER-EXIT
           END-REWRITE
           ADD 1 TO WS-DISABLED-COUNT
           .
           MOVE 'DISABLED' TO WS-RPT-ACTION
           PERFORM PRINT-USER-LINE THRU PRINT-USER-LINE-EXIT
           .
           OPEN EXTEND SGNAUDIT-FILE
           IF NOT WS-SGNAUDIT-OK
               GO TO DISABLE-ONE-USER-EXIT
           END-IF
           MOVE WS-CURRENT-DATE TO SAU-DATE
           MOVE WS-CURRENT-TIME TO SAU-TIME
           MOVE URP-USERID TO SAU-SIGNON-ID
           MOVE 'BATCH' TO SAU-USERID
           SET SAU-SUCCESS TO TRUE
           MOVE SPACES TO SAU-MESSAGE
           STRING 'Signon id disabled - no signon since '
                  DELIMITED BY SIZE
                  WS-LAST-ACTIVE DELIMITED BY SIZE
               INTO SAU-MESSAGE
           WRITE SGNAUDIT-FD-RECORD
           CLOSE SGNAUDIT-FILE
           .
       DISABLE-ONE-USER-EXIT.
           EXIT
           .
       PRINT-USER-LINE.
           PERFORM FIND-MANAGER THRU FIND-MANAGER-EXIT
           MOVE URP-USERID TO WS-RPT-USERID
           MOVE URP-ROLE TO WS-RPT-ROLE
           MOVE URP-BRANCH TO WS-RPT-BRANCH
           MOVE WS-MANAGER TO WS-RPT-MANAGER
           IF WS-LAST-ACTIVE IS EQUAL TO ZERO
               MOVE 'NEVER' TO WS-RPT-LAST-ACTIVE
           ELSE
               MOVE WS-LAST-ACTIVE TO WS-RPT-LAST-ACTIVE
           END-IF
           IF WS-MANAGER IS EQUAL TO SPACES
               MOVE 'SECURITY TEAM' TO WS-RPT-REPORT-TO
           ELSE
               MOVE 'BRANCH MGR' TO WS-RPT-REPORT-TO
           END-IF
           WRITE INACTRPT-RECORD FROM WS-REPORT-DETAIL
           .
       PRINT-USER-LINE-EXIT.
           EXIT
           .
      *****************************************************************
      * The branch manager hears about their own staff; a manager     *
      * idle themselves, or a branch with no manager on file, goes to *
      * the security team - the RECRTGEN routing.                     *
      *****************************************************************
       FIND-MANAGER.
           MOVE SPACES TO WS-MANAGER
           IF NOT WS-BRNCHMST-OPEN
               OR URP-BRANCH IS EQUAL TO SPACES
               GO TO FIND-MANAGER-EXIT
           END-IF
           MOVE URP-BRANCH TO BRN-CODE
           READ BRNCHMST-FILE
               INVALID KEY
                   GO TO FIND-MANAGER-EXIT
           END-READ
           IF BRN-MANAGER-USERID IS NOT EQUAL TO URP-USERID
               MOVE BRN-MANAGER-USERID TO WS-MANAGER
           END-IF
           .
       FIND-MANAGER-EXIT.
           EXIT
           .
