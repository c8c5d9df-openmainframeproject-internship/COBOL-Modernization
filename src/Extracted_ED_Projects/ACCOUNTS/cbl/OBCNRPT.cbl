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

001150***************************************************************** obcnrpt
001160* Program:     OBCNRPT.CBL                                      * obcnrpt
001170* Function:    Monthly open banking report. For each third      * obcnrpt
001180*              party on OBPARTY, and any other id that has      * obcnrpt
001190*              called ACCTOBDS, shows the consents in force on  * obcnrpt
001200*              OBCONS at the business date, the consents        * obcnrpt
001210*              granted and revoked during the business month,   * obcnrpt
001220*              and the month's requests from the OBACCESS log,  * obcnrpt
001230*              answered and refused, with a total line. Ids     * obcnrpt
001240*              that are not on the register are listed under    * obcnrpt
001250*              that heading so probing by unknown callers is    * obcnrpt
001260*              seen.                                            * obcnrpt
001270***************************************************************** obcnrpt
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OBCNRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OBPARTY-FILE ASSIGN TO "OBPARTY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OBP-KEY
               FILE STATUS IS WS-OBPARTY-STATUS.
           SELECT OBCONS-FILE ASSIGN TO "OBCONS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OBC-KEY
               FILE STATUS IS WS-OBCONS-STATUS.
           SELECT OBACCESS-FILE ASSIGN TO "OBACCESS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OBA-KEY
               FILE STATUS IS WS-OBACCESS-STATUS.
           SELECT OBCNRPT-FILE ASSIGN TO "OBCNRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OBCNRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OBPARTY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY COBPARTY.

       FD OBCONS-FILE
           LABEL RECORDS ARE STANDARD.
       COPY COBCONS.

       FD OBACCESS-FILE
           LABEL RECORDS ARE STANDARD.
       COPY COBACCS.

       FD OBCNRPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 OBCNRPT-RECORD                  PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'OBCNRPT'.
         05 WS-OBPARTY-STATUS PIC X(2).
           88 WS-OBPARTY-OK VALUE '00'.
         05 WS-OBPARTY-OPEN-FLAG PIC X(1) VALUE 'N'.
           88 WS-OBPARTY-OPEN VALUE 'Y'.
         05 WS-OBCONS-STATUS PIC X(2).
           88 WS-OBCONS-OK VALUE '00'.
         05 WS-OBCONS-OPEN-FLAG PIC X(1) VALUE 'N'.
           88 WS-OBCONS-OPEN VALUE 'Y'.
         05 WS-OBACCESS-STATUS PIC X(2).
           88 WS-OBACCESS-OK VALUE '00'.
         05 WS-OBACCESS-OPEN-FLAG PIC X(1) VALUE 'N'.
           88 WS-OBACCESS-OPEN VALUE 'Y'.
         05 WS-OBCNRPT-STATUS PIC X(2).
           88 WS-OBCNRPT-OK VALUE '00'.
         05 WS-OBPARTY-EOF-FLAG PIC X(1) VALUE 'N'.
           88 WS-OBPARTY-EOF VALUE 'Y'.
         05 WS-OBCONS-EOF-FLAG PIC X(1) VALUE 'N'.
           88 WS-OBCONS-EOF VALUE 'Y'.
         05 WS-OBACCESS-EOF-FLAG PIC X(1) VALUE 'N'.
           88 WS-OBACCESS-EOF VALUE 'Y'.
         05 WS-PTY-IX PIC 9(4).
         05 WS-FIND-PARTY-ID PIC X(8).
         05 WS-REPORT-MONTH PIC X(6).
         05 WS-CONSENT-COUNT PIC 9(7) VALUE ZERO.
         05 WS-ACCESS-COUNT PIC 9(7) VALUE ZERO.
         05 WS-LINE-COUNT PIC 9(7) VALUE ZERO.
         05 WS-TABLE-FULL-COUNT PIC 9(7) VALUE ZERO.
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
           10 FILLER PIC X(5).
      *****************************************************************
      * One entry per third party - the register first, then any id   *
      * met on OBCONS or OBACCESS that the register does not hold.    *
      *****************************************************************
       01 WS-PARTY-TABLE.
         05 WS-PTY-COUNT PIC 9(4) VALUE ZERO.
         05 WS-PTY-ENTRY OCCURS 1000 TIMES.
           10 WS-PTY-PARTY-ID PIC X(8).
           10 WS-PTY-NAME PIC X(22).
           10 WS-PTY-STATUS PIC X(1).
           10 WS-PTY-IN-FORCE PIC 9(6).
           10 WS-PTY-GRANTED PIC 9(5).
           10 WS-PTY-REVOKED PIC 9(5).
           10 WS-PTY-ANSWERED PIC 9(8).
           10 WS-PTY-REFUSED PIC 9(7).
       01 WS-TOTALS.
         05 WS-TOT-IN-FORCE PIC 9(6) VALUE ZERO.
         05 WS-TOT-GRANTED PIC 9(5) VALUE ZERO.
         05 WS-TOT-REVOKED PIC 9(5) VALUE ZERO.
         05 WS-TOT-ANSWERED PIC 9(8) VALUE ZERO.
         05 WS-TOT-REFUSED PIC 9(7) VALUE ZERO.
       01 WS-REPORT-HEADING.
         05 FILLER PIC X(40) VALUE
             'OPEN BANKING CONSENTS AND ACCESS  MONTH '.
         05 WS-RPT-HDG-MONTH PIC X(6).
         05 FILLER PIC X(17) VALUE '  BUSINESS DATE '.
         05 WS-RPT-HDG-DATE PIC 9(8).
         05 FILLER PIC X(9) VALUE SPACES.
       01 WS-COLUMN-HEADING.
         05 FILLER PIC X(40) VALUE
             'PARTY    NAME                   S  IN FR'.
         05 FILLER PIC X(40) VALUE
             'C    NEW  REVKD  ANSWERED  REFUSED      '.
       01 WS-PARTY-LINE.
         05 WS-RPT-PARTY PIC X(8).
         05 FILLER PIC X(1) VALUE SPACES.
         05 WS-RPT-NAME PIC X(22).
         05 FILLER PIC X(1) VALUE SPACES.
         05 WS-RPT-STATUS PIC X(1).
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-RPT-IN-FORCE PIC Z(5)9.
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-RPT-GRANTED PIC Z(4)9.
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-RPT-REVOKED PIC Z(4)9.
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-RPT-ANSWERED PIC Z(7)9.
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-RPT-REFUSED PIC Z(6)9.
         05 FILLER PIC X(6) VALUE SPACES.
       01 WS-BLANK-LINE PIC X(80) VALUE SPACES.

       COPY CGETBDTQ.

       COPY CRUNCTLQ.

       PROCEDURE DIVISION.
       000-START-PROCESSING.
           MOVE 'S' TO RCQ-FUNCTION
           MOVE 'OBCNRPT' TO RCQ-JOB-NAME
           MOVE SPACES TO RCQ-PREREQ-JOB
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           IF RCQ-REPLY-REFUSED
               DISPLAY 'Run control refused start: ' RCQ-REPLY-MSG
               STOP RUN
           END-IF
           .
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           CALL 'GETBDTE' USING GETBDTE-REQUEST
           MOVE GBD-BUSINESS-DATE(1:6) TO WS-REPORT-MONTH
           .
           OPEN INPUT OBPARTY-FILE
           IF WS-OBPARTY-OK
               SET WS-OBPARTY-OPEN TO TRUE
           END-IF
           IF NOT WS-OBPARTY-OK
               DISPLAY 'OBPARTY not available, status '
                   WS-OBPARTY-STATUS
               SET WS-OBPARTY-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-OBPARTY-EOF
               READ OBPARTY-FILE NEXT RECORD
                   AT END
                       SET WS-OBPARTY-EOF TO TRUE
                   NOT AT END
                       MOVE OBP-PARTY-ID TO WS-FIND-PARTY-ID
                       PERFORM FIND-PARTY-ENTRY THRU
                           FIND-PARTY-ENTRY-EXIT
                       IF WS-PTY-IX IS GREATER THAN ZERO
                           MOVE OBP-NAME TO WS-PTY-NAME (WS-PTY-IX)
                           MOVE OBP-STATUS TO WS-PTY-STATUS (WS-PTY-IX)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OBPARTY-OPEN
               CLOSE OBPARTY-FILE
           END-IF
           .
           OPEN INPUT OBCONS-FILE
           IF WS-OBCONS-OK
               SET WS-OBCONS-OPEN TO TRUE
           END-IF
           IF NOT WS-OBCONS-OK
               DISPLAY 'OBCONS not available, status '
                   WS-OBCONS-STATUS
               SET WS-OBCONS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-OBCONS-EOF
               READ OBCONS-FILE NEXT RECORD
                   AT END
                       SET WS-OBCONS-EOF TO TRUE
                   NOT AT END
                       PERFORM ABSORB-ONE-CONSENT THRU
                           ABSORB-ONE-CONSENT-EXIT
               END-READ
           END-PERFORM
           IF WS-OBCONS-OPEN
               CLOSE OBCONS-FILE
           END-IF
           .
           OPEN INPUT OBACCESS-FILE
           IF WS-OBACCESS-OK
               SET WS-OBACCESS-OPEN TO TRUE
           END-IF
           IF NOT WS-OBACCESS-OK
               DISPLAY 'OBACCESS not available, status '
                   WS-OBACCESS-STATUS
               SET WS-OBACCESS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-OBACCESS-EOF
               READ OBACCESS-FILE NEXT RECORD
                   AT END
                       SET WS-OBACCESS-EOF TO TRUE
                   NOT AT END
                       PERFORM ABSORB-ONE-ACCESS THRU
                           ABSORB-ONE-ACCESS-EXIT
               END-READ
           END-PERFORM
           IF WS-OBACCESS-OPEN
               CLOSE OBACCESS-FILE
           END-IF
           .
           OPEN OUTPUT OBCNRPT-FILE
           IF NOT WS-OBCNRPT-OK
               DISPLAY 'OBCNRPT could not be opened, status '
                   WS-OBCNRPT-STATUS
               MOVE 'E' TO RCQ-FUNCTION
               MOVE ZERO TO RCQ-REC-COUNT
               MOVE 'F' TO RCQ-OUTCOME
               CALL 'RUNCTL' USING RUNCTL-REQUEST
               STOP RUN
           END-IF
           .
           PERFORM PRINT-REPORT THRU PRINT-REPORT-EXIT
           CLOSE OBCNRPT-FILE
           .
           DISPLAY WS-PTY-COUNT ' third part(ies), '
               WS-CONSENT-COUNT ' consent(s), '
               WS-ACCESS-COUNT ' access(es) in month '
               WS-REPORT-MONTH
           IF WS-TABLE-FULL-COUNT IS GREATER THAN ZERO
               DISPLAY WS-TABLE-FULL-COUNT
                   ' row(s) not reported - party table full'
           END-IF
           .
           MOVE 'E' TO RCQ-FUNCTION
           MOVE WS-LINE-COUNT TO RCQ-REC-COUNT
           MOVE 'C' TO RCQ-OUTCOME
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           .
           STOP RUN
           .
      *****************************************************************
      * A consent is in force until revoked or past its expiry date;  *
      * a grant or revocation counts in the month it was made.        *
      *****************************************************************
       ABSORB-ONE-CONSENT.
           ADD 1 TO WS-CONSENT-COUNT
           MOVE OBC-PARTY-ID TO WS-FIND-PARTY-ID
           PERFORM FIND-PARTY-ENTRY THRU FIND-PARTY-ENTRY-EXIT
           IF WS-PTY-IX IS EQUAL TO ZERO
               GO TO ABSORB-ONE-CONSENT-EXIT
           END-IF
           .
           IF OBC-ACTIVE
               AND OBC-EXPIRY-DATE IS NOT LESS THAN GBD-BUSINESS-DATE
               ADD 1 TO WS-PTY-IN-FORCE (WS-PTY-IX)
           END-IF
           IF OBC-GRANTED-DATE(1:6) IS EQUAL TO WS-REPORT-MONTH
               ADD 1 TO WS-PTY-GRANTED (WS-PTY-IX)
           END-IF
           IF OBC-REVOKED
               AND OBC-REVOKED-DATE(1:6) IS EQUAL TO WS-REPORT-MONTH
               ADD 1 TO WS-PTY-REVOKED (WS-PTY-IX)
           END-IF
           .
       ABSORB-ONE-CONSENT-EXIT.
           EXIT
           .
       ABSORB-ONE-ACCESS.
           IF OBA-DATE(1:6) IS NOT EQUAL TO WS-REPORT-MONTH
               GO TO ABSORB-ONE-ACCESS-EXIT
           END-IF
           .
           ADD 1 TO WS-ACCESS-COUNT
           MOVE OBA-PARTY-ID TO WS-FIND-PARTY-ID
           PERFORM FIND-PARTY-ENTRY THRU FIND-PARTY-ENTRY-EXIT
           IF WS-PTY-IX IS EQUAL TO ZERO
               GO TO ABSORB-ONE-ACCESS-EXIT
           END-IF
           .
           IF OBA-ANSWERED
               ADD 1 TO WS-PTY-ANSWERED (WS-PTY-IX)
           ELSE
               ADD 1 TO WS-PTY-REFUSED (WS-PTY-IX)
           END-IF
           .
       ABSORB-ONE-ACCESS-EXIT.
           EXIT
           .
      *****************************************************************
      * Returns the entry for WS-FIND-PARTY-ID in WS-PTY-IX, adding   *
      * one as unregistered when it is new; zero when the table is    *
      * full.                                                         *
      *****************************************************************
       FIND-PARTY-ENTRY.
           PERFORM VARYING WS-PTY-IX FROM 1 BY 1
                   UNTIL WS-PTY-IX > WS-PTY-COUNT
                   OR WS-PTY-PARTY-ID (WS-PTY-IX) IS EQUAL TO
                      WS-FIND-PARTY-ID
               CONTINUE
           END-PERFORM
           IF WS-PTY-IX IS NOT GREATER THAN WS-PTY-COUNT
               GO TO FIND-PARTY-ENTRY-EXIT
           END-IF
           .
           IF WS-PTY-COUNT IS EQUAL TO 1000
               ADD 1 TO WS-TABLE-FULL-COUNT
               MOVE ZERO TO WS-PTY-IX
               GO TO FIND-PARTY-ENTRY-EXIT
           END-IF
           .
           ADD 1 TO WS-PTY-COUNT
           MOVE WS-PTY-COUNT TO WS-PTY-IX
           MOVE WS-FIND-PARTY-ID TO WS-PTY-PARTY-ID (WS-PTY-IX)
           MOVE '*** NOT REGISTERED ***' TO WS-PTY-NAME (WS-PTY-IX)
           MOVE SPACE TO WS-PTY-STATUS (WS-PTY-IX)
           MOVE ZERO TO WS-PTY-IN-FORCE (WS-PTY-IX)
           MOVE ZERO TO WS-PTY-GRANTED (WS-PTY-IX)
           MOVE ZERO TO WS-PTY-REVOKED (WS-PTY-IX)
           MOVE ZERO TO WS-PTY-ANSWERED (WS-PTY-IX)
           MOVE ZERO TO WS-PTY-REFUSED (WS-PTY-IX)
           .
       FIND-PARTY-ENTRY-EXIT.
           EXIT
           .
       PRINT-REPORT.
           MOVE WS-REPORT-MONTH TO WS-RPT-HDG-MONTH
           MOVE GBD-BUSINESS-DATE TO WS-RPT-HDG-DATE
           WRITE OBCNRPT-RECORD FROM WS-REPORT-HEADING
           WRITE OBCNRPT-RECORD FROM WS-BLANK-LINE
           WRITE OBCNRPT-RECORD FROM WS-COLUMN-HEADING
           ADD 3 TO WS-LINE-COUNT
           .
           PERFORM VARYING WS-PTY-IX FROM 1 BY 1
                   UNTIL WS-PTY-IX > WS-PTY-COUNT
               MOVE WS-PTY-PARTY-ID (WS-PTY-IX) TO WS-RPT-PARTY
               MOVE WS-PTY-NAME (WS-PTY-IX) TO WS-RPT-NAME
               MOVE WS-PTY-STATUS (WS-PTY-IX) TO WS-RPT-STATUS
               MOVE WS-PTY-IN-FORCE (WS-PTY-IX) TO WS-RPT-IN-FORCE
               MOVE WS-PTY-GRANTED (WS-PTY-IX) TO WS-RPT-GRANTED
               MOVE WS-PTY-REVOKED (WS-PTY-IX) TO WS-RPT-REVOKED
               MOVE WS-PTY-ANSWERED (WS-PTY-IX) TO WS-RPT-ANSWERED
               MOVE WS-PTY-REFUSED (WS-PTY-IX) TO WS-RPT-REFUSED
               WRITE OBCNRPT-RECORD FROM WS-PARTY-LINE
               ADD 1 TO WS-LINE-COUNT
               ADD WS-PTY-IN-FORCE (WS-PTY-IX) TO WS-TOT-IN-FORCE
               ADD WS-PTY-GRANTED (WS-PTY-IX) TO WS-TOT-GRANTED
               ADD WS-PTY-REVOKED (WS-PTY-IX) TO WS-TOT-REVOKED
               ADD WS-PTY-ANSWERED (WS-PTY-IX) TO WS-TOT-ANSWERED
               ADD WS-PTY-REFUSED (WS-PTY-IX) TO WS-TOT-REFUSED
           END-PERFORM
           .
           WRITE OBCNRPT-RECORD FROM WS-BLANK-LINE
           MOVE 'TOTAL' TO WS-RPT-PARTY
           MOVE SPACES TO WS-RPT-NAME
           MOVE SPACE TO WS-RPT-STATUS
           MOVE WS-TOT-IN-FORCE TO WS-RPT-IN-FORCE
           MOVE WS-TOT-GRANTED TO WS-RPT-GRANTED
           MOVE WS-TOT-REVOKED TO WS-RPT-REVOKED
           MOVE WS-TOT-ANSWERED TO WS-RPT-ANSWERED
           MOVE WS-TOT-REFUSED TO WS-RPT-REFUSED
           WRITE OBCNRPT-RECORD FROM WS-PARTY-LINE
           ADD 2 TO WS-LINE-COUNT
           .
       PRINT-REPORT-EXIT.
           EXIT
           .
