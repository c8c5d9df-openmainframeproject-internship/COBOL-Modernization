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

001150***************************************************************** anlmaint
001160* Program:     ANLMAINT.CBL                                     * anlmaint
001170* Function:    Account analysis enrolment maintenance in the    * anlmaint
001180*              P2PALMNT mould, from ANLREQ cards. 'A'           * anlmaint
001190*              designates a business account for monthly        * anlmaint
001200*              account analysis against a named ANLPRICE price  * anlmaint
001210*              list, which takes it off the flat ACCTFEES       * anlmaint
001220*              schedule; 'C' moves it to another price list;    * anlmaint
001230*              'S' stops analysis (ACCTFEES charges it again    * anlmaint
001240*              from its next run) and 'R' resumes it. The       * anlmaint
001250*              account must be on ACCTMST and the price list    * anlmaint
001260*              must have a header row on ANLPRICE. A change of  * anlmaint
001270*              list keeps the month's accumulated balances, so  * anlmaint
001280*              the whole month is priced on the new list.       * anlmaint
001290***************************************************************** anlmaint
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANLMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANLREQ-FILE ASSIGN TO "ANLREQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ANLREQ-STATUS.
           SELECT ANLACCT-FILE ASSIGN TO "ANLACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ANL-KEY
               FILE STATUS IS WS-ANLACCT-STATUS.
           SELECT ACCTMST-FILE ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AMS-KEY
               FILE STATUS IS WS-ACCTMST-STATUS.
           SELECT ANLPRICE-FILE ASSIGN TO "ANLPRICE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ANLPRICE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ANLREQ-FILE
           LABEL RECORDS ARE STANDARD.
       01 ANLREQ-RECORD.
         05 NRQ-ACTION PIC X(1).
           88 NRQ-ENROL VALUE 'A'.
           88 NRQ-CHANGE-LIST VALUE 'C'.
           88 NRQ-STOP VALUE 'S'.
           88 NRQ-RESUME VALUE 'R'.
         05 NRQ-OWNER-PID PIC X(5).
         05 NRQ-ACCOUNT PIC X(9).
         05 NRQ-PRICE-LIST PIC X(4).
         05 NRQ-USERID PIC X(5).

       FD ANLACCT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CANLACCT.

       FD ACCTMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CACCTMST.

       FD ANLPRICE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CANLPRC.

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'ANLMAINT'.
         05 WS-ANLREQ-STATUS PIC X(2).
           88 WS-ANLREQ-OK VALUE '00'.
         05 WS-ANLACCT-STATUS PIC X(2).
           88 WS-ANLACCT-OK VALUE '00'.
         05 WS-ACCTMST-STATUS PIC X(2).
           88 WS-ACCTMST-OK VALUE '00'.
         05 WS-ANLPRICE-STATUS PIC X(2).
           88 WS-ANLPRICE-OK VALUE '00'.
         05 WS-ANLREQ-EOF-FLAG PIC X(1).
           88 WS-ANLREQ-EOF VALUE 'Y'.
         05 WS-ANLPRICE-EOF-FLAG PIC X(1).
           88 WS-ANLPRICE-EOF VALUE 'Y'.
         05 WS-ENROL-FOUND-FLAG PIC X(1).
           88 WS-ENROL-FOUND VALUE 'Y'.
         05 WS-LIST-FOUND-FLAG PIC X(1).
           88 WS-LIST-FOUND VALUE 'Y'.
         05 WS-REQ-COUNT PIC 9(6) VALUE ZERO.
         05 WS-ENROLLED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-CHANGED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-STOPPED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-RESUMED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-SKIP-COUNT PIC 9(6) VALUE ZERO.
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
           10 FILLER PIC X(5).

       COPY CGETBDTQ.

       COPY CRUNCTLQ.

       PROCEDURE DIVISION.
       000-START-PROCESSING.
           MOVE 'S' TO RCQ-FUNCTION
           MOVE 'ANLMAINT' TO RCQ-JOB-NAME
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
           OPEN INPUT ANLREQ-FILE
           OPEN I-O ANLACCT-FILE
           IF NOT WS-ANLACCT-OK
               OPEN OUTPUT ANLACCT-FILE
               CLOSE ANLACCT-FILE
               OPEN I-O ANLACCT-FILE
           END-IF
           OPEN INPUT ACCTMST-FILE
           .
           MOVE 'N' TO WS-ANLREQ-EOF-FLAG
           PERFORM UNTIL WS-ANLREQ-EOF
               READ ANLREQ-FILE
                   AT END
                       SET WS-ANLREQ-EOF TO TRUE
                   NOT AT END
                       PERFORM PROCESS-ANALYSIS-REQUEST THRU
                           PROCESS-ANALYSIS-REQUEST-EXIT
               END-READ
           END-PERFORM
           .
           CLOSE ANLREQ-FILE
           CLOSE ANLACCT-FILE
           CLOSE ACCTMST-FILE
           .
           DISPLAY WS-REQ-COUNT ' analysis request(s), '
               WS-ENROLLED-COUNT ' enrolled, '
               WS-CHANGED-COUNT ' changed, '
               WS-STOPPED-COUNT ' stopped, '
               WS-RESUMED-COUNT ' resumed, '
               WS-SKIP-COUNT ' skipped'
           .
           MOVE 'E' TO RCQ-FUNCTION
           MOVE WS-REQ-COUNT TO RCQ-REC-COUNT
           MOVE 'C' TO RCQ-OUTCOME
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           .
           STOP RUN
           .
       PROCESS-ANALYSIS-REQUEST.
           ADD 1 TO WS-REQ-COUNT
           .
           MOVE 'N' TO WS-ENROL-FOUND-FLAG
           MOVE NRQ-OWNER-PID TO ANL-OWNER-PID
           MOVE NRQ-ACCOUNT TO ANL-ACCOUNT
           READ ANLACCT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ENROL-FOUND TO TRUE
           END-READ
           .
           IF NRQ-ENROL
               PERFORM ENROL-ONE-ACCOUNT THRU
                   ENROL-ONE-ACCOUNT-EXIT
               GO TO PROCESS-ANALYSIS-REQUEST-EXIT
           END-IF
           .
      *****************************************************************
      * Everything but an enrolment works on an existing enrolment.   *
      *****************************************************************
           IF NOT WS-ENROL-FOUND
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'Account not enrolled for analysis '
                   NRQ-OWNER-PID ' ' NRQ-ACCOUNT
               GO TO PROCESS-ANALYSIS-REQUEST-EXIT
           END-IF
           .
           IF NRQ-CHANGE-LIST
               PERFORM FIND-PRICE-LIST THRU FIND-PRICE-LIST-EXIT
               IF NOT WS-LIST-FOUND
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY 'No analysis price list ' NRQ-PRICE-LIST
                   GO TO PROCESS-ANALYSIS-REQUEST-EXIT
               END-IF
               MOVE NRQ-PRICE-LIST TO ANL-PRICE-LIST
               MOVE NRQ-USERID TO ANL-CHANGED-BY
               REWRITE ANLACCT-RECORD
               ADD 1 TO WS-CHANGED-COUNT
               GO TO PROCESS-ANALYSIS-REQUEST-EXIT
           END-IF
           .
           IF NRQ-STOP
               IF ANL-STOPPED
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY 'Analysis already stopped '
                       NRQ-OWNER-PID ' ' NRQ-ACCOUNT
                   GO TO PROCESS-ANALYSIS-REQUEST-EXIT
               END-IF
               SET ANL-STOPPED TO TRUE
               MOVE NRQ-USERID TO ANL-CHANGED-BY
               REWRITE ANLACCT-RECORD
               ADD 1 TO WS-STOPPED-COUNT
               GO TO PROCESS-ANALYSIS-REQUEST-EXIT
           END-IF
           .
           IF NRQ-RESUME
               IF ANL-ACTIVE
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY 'Analysis already active '
                       NRQ-OWNER-PID ' ' NRQ-ACCOUNT
                   GO TO PROCESS-ANALYSIS-REQUEST-EXIT
               END-IF
               SET ANL-ACTIVE TO TRUE
               MOVE NRQ-USERID TO ANL-CHANGED-BY
               REWRITE ANLACCT-RECORD
               ADD 1 TO WS-RESUMED-COUNT
               GO TO PROCESS-ANALYSIS-REQUEST-EXIT
           END-IF
           .
           ADD 1 TO WS-SKIP-COUNT
           .
       PROCESS-ANALYSIS-REQUEST-EXIT.
           EXIT
           .
      *****************************************************************
      * A new enrolment starts the month's sums at nothing; the first *
      * nightly ANLYSIS run picks up from the business date.          *
      *****************************************************************
       ENROL-ONE-ACCOUNT.
           IF WS-ENROL-FOUND
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'Account already enrolled for analysis '
                   NRQ-OWNER-PID ' ' NRQ-ACCOUNT
               GO TO ENROL-ONE-ACCOUNT-EXIT
           END-IF
           .
           MOVE NRQ-OWNER-PID TO AMS-OWNER-PID
           MOVE NRQ-ACCOUNT TO AMS-ACCOUNT
           READ ACCTMST-FILE
               INVALID KEY
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY 'Enrolment refused - no account '
                       NRQ-OWNER-PID ' ' NRQ-ACCOUNT
                   GO TO ENROL-ONE-ACCOUNT-EXIT
           END-READ
           .
           PERFORM FIND-PRICE-LIST THRU FIND-PRICE-LIST-EXIT
           IF NOT WS-LIST-FOUND
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'No analysis price list ' NRQ-PRICE-LIST
               GO TO ENROL-ONE-ACCOUNT-EXIT
           END-IF
           .
           MOVE SPACES TO ANLACCT-RECORD
           MOVE NRQ-OWNER-PID TO ANL-OWNER-PID
           MOVE NRQ-ACCOUNT TO ANL-ACCOUNT
           MOVE NRQ-PRICE-LIST TO ANL-PRICE-LIST
           SET ANL-ACTIVE TO TRUE
           MOVE GBD-BUSINESS-DATE TO ANL-ENROLLED-DATE
           MOVE GBD-BUSINESS-DATE(1:6) TO ANL-CYCLE-MONTH
           MOVE ZERO TO ANL-LAST-ACCUM-DATE
           MOVE ZERO TO ANL-DAYS
           MOVE ZERO TO ANL-LEDGER-SUM
           MOVE ZERO TO ANL-FLOAT-SUM
           MOVE ZERO TO ANL-LAST-ANALYSED
           MOVE ZERO TO ANL-LAST-NET-CHARGE
           MOVE NRQ-USERID TO ANL-CHANGED-BY
           WRITE ANLACCT-RECORD
           ADD 1 TO WS-ENROLLED-COUNT
           .
       ENROL-ONE-ACCOUNT-EXIT.
           EXIT
           .
      *****************************************************************
      * A price list exists once PARMMNT has landed its header row.   *
      *****************************************************************
       FIND-PRICE-LIST.
           MOVE 'N' TO WS-LIST-FOUND-FLAG
           IF NRQ-PRICE-LIST IS EQUAL TO SPACES
               GO TO FIND-PRICE-LIST-EXIT
           END-IF
           .
           OPEN INPUT ANLPRICE-FILE
           IF NOT WS-ANLPRICE-OK
               GO TO FIND-PRICE-LIST-EXIT
           END-IF
           MOVE 'N' TO WS-ANLPRICE-EOF-FLAG
           PERFORM UNTIL WS-ANLPRICE-EOF
               OR WS-LIST-FOUND
               READ ANLPRICE-FILE
                   AT END
                       SET WS-ANLPRICE-EOF TO TRUE
                   NOT AT END
                       IF ANP-PRICE-LIST IS EQUAL TO NRQ-PRICE-LIST
                           AND ANP-HEADER-ROW
                           SET WS-LIST-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ANLPRICE-FILE
           .
       FIND-PRICE-LIST-EXIT.
           EXIT
           .
