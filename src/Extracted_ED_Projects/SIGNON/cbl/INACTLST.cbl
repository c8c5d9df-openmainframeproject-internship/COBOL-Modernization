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

001150***************************************************************** inactlst
001160* Program:     INACTLST.CBL                                     * inactlst
001170* Function:    Monthly list for the security team of every      * inactlst
001180*              staff id on USRROLE that stands disabled for     * inactlst
001190*              inactivity, with its role, branch, and the date  * inactlst
001200*              it was disabled and by whom. Ids disabled in the * inactlst
001210*              current month are flagged as new; an id given    * inactlst
001220*              back under dual control drops off the next list. * inactlst
001230***************************************************************** inactlst
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INACTLST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USRROLE-FILE ASSIGN TO "USRROLE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS URP-USERID
               FILE STATUS IS WS-USRROLE-STATUS.
           SELECT INACTLST-FILE ASSIGN TO "INACTLST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INACTLST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD USRROLE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CROLEPRF.

       FD INACTLST-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 INACTLST-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'INACTLST'.
         05 WS-USRROLE-STATUS PIC X(2).
           88 WS-USRROLE-OK VALUE '00'.
         05 WS-INACTLST-STATUS PIC X(2).
           88 WS-INACTLST-OK VALUE '00'.
         05 WS-USRROLE-EOF-FLAG PIC X(1) VALUE 'N'.
           88 WS-USRROLE-EOF VALUE 'Y'.
         05 WS-PROFILE-COUNT PIC 9(6) VALUE ZERO.
         05 WS-DISABLED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-NEW-COUNT PIC 9(6) VALUE ZERO.
         05 WS-MONTH-START.
           10 WS-MST-YYYYMM PIC 9(6).
           10 WS-MST-DD PIC 9(2).
         05 WS-MONTH-START-N REDEFINES WS-MONTH-START PIC 9(8).
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
           10 FILLER PIC X(5).
       01 WS-REPORT-HEADING.
         05 FILLER PIC X(45) VALUE
             'DISABLED STAFF IDS - INACTIVITY  AS AT       '.
         05 WS-RPT-HDG-DATE PIC 9(8).
         05 FILLER PIC X(27) VALUE SPACES.
       01 WS-COLUMN-HEADING.
         05 FILLER PIC X(40) VALUE
             'USER  R     BRCH    DISABLED  BY     NEW'.
         05 FILLER PIC X(40) VALUE SPACES.
       01 WS-REPORT-DETAIL.
         05 WS-RPT-USERID PIC X(5).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-ROLE PIC X(1).
         05 FILLER PIC X(5) VALUE SPACES.
         05 WS-RPT-BRANCH PIC X(4).
         05 FILLER PIC X(4) VALUE SPACES.
         05 WS-RPT-DISABLED-DATE PIC 9(8).
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-RPT-DISABLED-BY PIC X(5).
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-RPT-NEW PIC X(3).
         05 FILLER PIC X(40) VALUE SPACES.
       01 WS-REPORT-TOTALS.
         05 FILLER PIC X(14) VALUE 'PROFILES READ '.
         05 WS-RPT-TOT-PROFILES PIC Z(5)9.
         05 FILLER PIC X(12) VALUE '  DISABLED  '.
         05 WS-RPT-TOT-DISABLED PIC Z(5)9.
         05 FILLER PIC X(18) VALUE '  NEW THIS MONTH  '.
         05 WS-RPT-TOT-NEW PIC Z(5)9.
         05 FILLER PIC X(18) VALUE SPACES.
       01 WS-BLANK-LINE PIC X(80) VALUE SPACES.

       COPY CRUNCTLQ.
       COPY CGETBDTQ.

       PROCEDURE DIVISION.
       000-START-PROCESSING.
           MOVE 'S' TO RCQ-FUNCTION
           MOVE 'INACTLST' TO RCQ-JOB-NAME
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
           MOVE GBD-BUSINESS-DATE TO WS-MONTH-START-N
           MOVE 1 TO WS-MST-DD
           .
           OPEN OUTPUT INACTLST-FILE
           MOVE GBD-BUSINESS-DATE TO WS-RPT-HDG-DATE
           WRITE INACTLST-RECORD FROM WS-REPORT-HEADING
           WRITE INACTLST-RECORD FROM WS-BLANK-LINE
           WRITE INACTLST-RECORD FROM WS-COLUMN-HEADING
           .
           OPEN INPUT USRROLE-FILE
           IF WS-USRROLE-OK
               PERFORM UNTIL WS-USRROLE-EOF
                   READ USRROLE-FILE NEXT RECORD
                       AT END
                           SET WS-USRROLE-EOF TO TRUE
                       NOT AT END
                           PERFORM LIST-ONE-PROFILE THRU
                               LIST-ONE-PROFILE-EXIT
                   END-READ
               END-PERFORM
               CLOSE USRROLE-FILE
           END-IF
           .
           WRITE INACTLST-RECORD FROM WS-BLANK-LINE
           MOVE WS-PROFILE-COUNT TO WS-RPT-TOT-PROFILES
           MOVE WS-DISABLED-COUNT TO WS-RPT-TOT-DISABLED
           MOVE WS-NEW-COUNT TO WS-RPT-TOT-NEW
           WRITE INACTLST-RECORD FROM WS-REPORT-TOTALS
           CLOSE INACTLST-FILE
           .
           DISPLAY WS-PROFILE-COUNT ' role profile(s) read, '
               WS-DISABLED-COUNT ' disabled, '
               WS-NEW-COUNT ' new this month'
           .
           MOVE 'E' TO RCQ-FUNCTION
           MOVE WS-DISABLED-COUNT TO RCQ-REC-COUNT
           MOVE 'C' TO RCQ-OUTCOME
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           .
           STOP RUN
           .
       LIST-ONE-PROFILE.
           ADD 1 TO WS-PROFILE-COUNT
           IF NOT URP-STATUS-DISABLED
               GO TO LIST-ONE-PROFILE-EXIT
           END-IF
           .
           ADD 1 TO WS-DISABLED-COUNT
           MOVE URP-USERID TO WS-RPT-USERID
           MOVE URP-ROLE TO WS-RPT-ROLE
           MOVE URP-BRANCH TO WS-RPT-BRANCH
           MOVE URP-STATUS-DATE TO WS-RPT-DISABLED-DATE
           MOVE URP-STATUS-BY TO WS-RPT-DISABLED-BY
           MOVE SPACES TO WS-RPT-NEW
           IF URP-STATUS-DATE IS NOT LESS THAN WS-MONTH-START-N
               MOVE 'NEW' TO WS-RPT-NEW
               ADD 1 TO WS-NEW-COUNT
           END-IF
           WRITE INACTLST-RECORD FROM WS-REPORT-DETAIL
           .
       LIST-ONE-PROFILE-EXIT.
           EXIT
           .
