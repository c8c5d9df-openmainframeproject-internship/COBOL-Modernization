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

001150***************************************************************** loandocb
001160* Program:     LOANDOCBATCH.CBL                                 * loandocb
001170* Function:    Weekly loan document and insurance tickler over  * loandocb
001180*              the LOANDOC tracking file. The LOANDOCI file     * loandocb
001190*              carries the branch's maintenance first - 'A'     * loandocb
001200*              registers a document a loan must keep current    * loandocb
001210*              (a business loan's 'FINS' financial statements,  * loandocb
001220*              say), 'R' records a renewed document and its new * loandocb
001230*              expiry, 'W' waives one. Every active escrowed or * loandocb
001240*              property-secured loan is then made to carry an   * loandocb
001250*              'INSC' insurance certificate row. Each document  * loandocb
001260*              expiring within 30 days, or already lapsed, goes * loandocb
001270*              on the DOCTICK follow-up work list and the       * loandocb
001280*              borrower gets a DOCLTR reminder letter -         * loandocb
001290*              registered with CORRNDX - at most every 14 days. * loandocb
001300*              Lapsed insurance is flagged to the collections   * loandocb
001310*              officer once, as an open collections follow-up   * loandocb
001320*              on the customer's CONTLOG contact log.           * loandocb
001330***************************************************************** loandocb
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanDocBatch.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANDOCI-FILE ASSIGN TO "LOANDOCI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOANDOCI-STATUS.
           SELECT LOANDOC-FILE ASSIGN TO "LOANDOC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDC-KEY
               FILE STATUS IS WS-LOANDOC-STATUS.
           SELECT LOANMST-FILE ASSIGN TO "LOANMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LNM-KEY
               FILE STATUS IS WS-LOANMST-STATUS.
           SELECT COLLATRL-FILE ASSIGN TO "COLLATRL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLT-KEY
               FILE STATUS IS WS-COLLATRL-STATUS.
           SELECT BNKCUST-FILE ASSIGN TO "BNKCUST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BCS-REC-PID
               FILE STATUS IS WS-BNKCUST-STATUS.
           SELECT CONTLOG-FILE ASSIGN TO "CONTLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CNL-KEY
               FILE STATUS IS WS-CONTLOG-STATUS.
           SELECT DOCTICK-FILE ASSIGN TO "DOCTICK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DOCTICK-STATUS.
           SELECT DOCLTR-FILE ASSIGN TO "DOCLTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DOCLTR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOANDOCI-FILE
           LABEL RECORDS ARE STANDARD.
       01 LOANDOCI-RECORD.
         05 LDI-ACTION PIC X(1).
           88 LDI-ADD VALUE 'A'.
           88 LDI-RECEIVED VALUE 'R'.
           88 LDI-WAIVE VALUE 'W'.
         05 LDI-OWNER-PID PIC X(5).
         05 LDI-ACCOUNT PIC X(9).
         05 LDI-DOC-TYPE PIC X(4).
         05 LDI-DESC PIC X(30).
         05 LDI-EXPIRY-DTE PIC 9(8).
         05 LDI-USERID PIC X(5).

       FD LOANDOC-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CLOANDOC.

       FD LOANMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CLOANMST.

       FD COLLATRL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CCOLLAT.

       FD BNKCUST-FILE
           LABEL RECORDS ARE STANDARD.
       01 BNKCUST-RECORD.
       COPY CBANKVCS.

       FD CONTLOG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CCONTLOG.

       FD DOCTICK-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 DOCTICK-RECORD                  PIC X(80).

       FD DOCLTR-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 DOCLTR-RECORD                   PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'LOANDOCB'.
         05 WS-LOANDOCI-STATUS PIC X(2).
           88 WS-LOANDOCI-OK VALUE '00'.
         05 WS-LOANDOC-STATUS PIC X(2).
           88 WS-LOANDOC-OK VALUE '00'.
         05 WS-LOANMST-STATUS PIC X(2).
           88 WS-LOANMST-OK VALUE '00'.
         05 WS-COLLATRL-STATUS PIC X(2).
           88 WS-COLLATRL-OK VALUE '00'.
         05 WS-BNKCUST-STATUS PIC X(2).
           88 WS-BNKCUST-OK VALUE '00'.
         05 WS-CONTLOG-STATUS PIC X(2).
           88 WS-CONTLOG-OK VALUE '00'.
         05 WS-DOCTICK-STATUS PIC X(2).
           88 WS-DOCTICK-OK VALUE '00'.
         05 WS-DOCLTR-STATUS PIC X(2).
           88 WS-DOCLTR-OK VALUE '00'.
         05 WS-LOANDOCI-EOF-FLAG PIC X(1).
           88 WS-LOANDOCI-EOF VALUE 'Y'.
         05 WS-LOANDOC-EOF-FLAG PIC X(1).
           88 WS-LOANDOC-EOF VALUE 'Y'.
         05 WS-LOANMST-EOF-FLAG PIC X(1).
           88 WS-LOANMST-EOF VALUE 'Y'.
         05 WS-COLLAT-EOF-FLAG PIC X(1).
           88 WS-COLLAT-EOF VALUE 'Y'.
         05 WS-COLLATRL-OPEN-FLAG PIC X(1).
           88 WS-COLLATRL-OPEN VALUE 'Y'.
         05 WS-NEEDS-INSURANCE-FLAG PIC X(1).
           88 WS-NEEDS-INSURANCE VALUE 'Y'.
         05 WS-NOTE-WRITTEN-FLAG PIC X(1).
           88 WS-NOTE-WRITTEN VALUE 'Y'.
         05 WS-LEAD-DAYS PIC 9(3) VALUE 30.
         05 WS-REMIND-EVERY-DAYS PIC 9(3) VALUE 14.
         05 WS-MAINT-COUNT PIC 9(6) VALUE ZERO.
         05 WS-SEEDED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-DOC-COUNT PIC 9(6) VALUE ZERO.
         05 WS-DUE-COUNT PIC 9(6) VALUE ZERO.
         05 WS-LAPSED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-REMINDED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-FLAGGED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-SKIP-COUNT PIC 9(6) VALUE ZERO.
         05 WS-NOTE-RETRY-COUNT PIC 9(2).
         05 WS-TODAY-DAYS PIC S9(9).
         05 WS-EXPIRY-DAYS PIC S9(9).
         05 WS-REMINDED-DAYS PIC S9(9).
         05 WS-DAYS-LEFT PIC S9(9).
         05 WS-DATE-WORK.
           10 WS-DTW-YYYY PIC 9(4).
           10 WS-DTW-MM PIC 9(2).
           10 WS-DTW-DD PIC 9(2).
         05 WS-DATE-WORK-N REDEFINES WS-DATE-WORK PIC 9(8).
         05 WS-DATE-DAYS PIC S9(9).
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
           10 FILLER PIC X(5).
       01 WS-TICKLER-HEADING.
         05 FILLER PIC X(30) VALUE 'LOAN DOCUMENT TICKLER  '.
         05 FILLER PIC X(15) VALUE 'BUSINESS DATE '.
         05 WS-TKH-DATE PIC 9(8).
         05 FILLER PIC X(27) VALUE SPACES.
       01 WS-TICKLER-DETAIL.
         05 WS-TKD-STATUS PIC X(8).
         05 WS-TKD-PID PIC X(5).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-TKD-ACCOUNT PIC X(9).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-TKD-DOC-TYPE PIC X(4).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-TKD-DESC PIC X(20).
         05 FILLER PIC X(5) VALUE ' EXP '.
         05 WS-TKD-EXPIRY PIC 9(8).
         05 FILLER PIC X(5) VALUE ' REM '.
         05 WS-TKD-REMINDERS PIC Z9.
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-TKD-FLAG PIC X(5).
         05 FILLER PIC X(5) VALUE SPACES.
       01 WS-LETTER-HEADING.
         05 FILLER PIC X(18) VALUE 'DOCUMENT REMINDER '.
         05 WS-LTH-PID PIC X(5).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-LTH-ACCOUNT PIC X(9).
         05 FILLER PIC X(4) VALUE ' ON '.
         05 WS-LTH-DATE PIC 9(8).
         05 FILLER PIC X(35) VALUE SPACES.
       01 WS-LETTER-ADDRESS.
         05 FILLER PIC X(5) VALUE SPACES.
         05 WS-LTA-TEXT PIC X(25).
         05 FILLER PIC X(50) VALUE SPACES.
       01 WS-LETTER-NEED.
         05 FILLER PIC X(29) VALUE
             '     PLEASE SEND US A CURRENT'.
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-LTN-DESC PIC X(30).
         05 FILLER PIC X(20) VALUE SPACES.
       01 WS-LETTER-EXPIRY.
         05 WS-LTX-TEXT PIC X(35).
         05 WS-LTX-DATE PIC 9(8).
         05 FILLER PIC X(37) VALUE SPACES.
       01 WS-LETTER-NONE.
         05 FILLER PIC X(45) VALUE
             '     WE HAVE NONE ON FILE FOR THIS LOAN'.
         05 FILLER PIC X(35) VALUE SPACES.

       COPY CCORRNDQ.

       COPY CGETBDTQ.

       COPY CRUNCTLQ.

       PROCEDURE DIVISION.
       000-START-PROCESSING.
           MOVE 'S' TO RCQ-FUNCTION
           MOVE 'LOANDOCT' TO RCQ-JOB-NAME
           MOVE SPACES TO RCQ-PREREQ-JOB
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           IF RCQ-REPLY-REFUSED
               DISPLAY 'Run control refused start: ' RCQ-REPLY-MSG
               STOP RUN
           END-IF
           .
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           CALL 'GETBDTE' USING GETBDTE-REQUEST
           MOVE GBD-BUSINESS-DATE TO WS-DATE-WORK-N
           PERFORM DATE-TO-DAYS THRU DATE-TO-DAYS-EXIT
           MOVE WS-DATE-DAYS TO WS-TODAY-DAYS
           .
           OPEN I-O LOANDOC-FILE
           IF NOT WS-LOANDOC-OK
               OPEN OUTPUT LOANDOC-FILE
               CLOSE LOANDOC-FILE
               OPEN I-O LOANDOC-FILE
           END-IF
           OPEN INPUT LOANMST-FILE
           OPEN INPUT BNKCUST-FILE
           OPEN I-O CONTLOG-FILE
           IF NOT WS-CONTLOG-OK
               OPEN OUTPUT CONTLOG-FILE
               CLOSE CONTLOG-FILE
               OPEN I-O CONTLOG-FILE
           END-IF
           MOVE 'N' TO WS-COLLATRL-OPEN-FLAG
           OPEN INPUT COLLATRL-FILE
           IF WS-COLLATRL-OK
               SET WS-COLLATRL-OPEN TO TRUE
           END-IF
           OPEN OUTPUT DOCTICK-FILE
           OPEN OUTPUT DOCLTR-FILE
           .
           MOVE GBD-BUSINESS-DATE TO WS-TKH-DATE
           WRITE DOCTICK-RECORD FROM WS-TICKLER-HEADING
           MOVE SPACES TO DOCTICK-RECORD
           WRITE DOCTICK-RECORD
           .
      *****************************************************************
      * Pass 1 - the branch's maintenance, so a certificate that came *
      * in this week is not chased.                                   *
      *****************************************************************
           OPEN INPUT LOANDOCI-FILE
           IF WS-LOANDOCI-OK
               PERFORM UNTIL WS-LOANDOCI-EOF
                   READ LOANDOCI-FILE
                       AT END
                           SET WS-LOANDOCI-EOF TO TRUE
                       NOT AT END
                           PERFORM APPLY-ONE-MAINTENANCE THRU
                               APPLY-ONE-MAINTENANCE-EXIT
                   END-READ
               END-PERFORM
               CLOSE LOANDOCI-FILE
           END-IF
           .
      *****************************************************************
      * Pass 2 - every active loan that is escrowed or has property   *
      * pledged against it must carry an insurance certificate row;   *
      * one missing is added with nothing on file, so the sweep below *
      * chases it straight away.                                      *
      *****************************************************************
           MOVE LOW-VALUES TO LNM-KEY
           START LOANMST-FILE KEY IS NOT LESS THAN LNM-KEY
               INVALID KEY
                   SET WS-LOANMST-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-LOANMST-EOF
               READ LOANMST-FILE NEXT RECORD
                   AT END
                       SET WS-LOANMST-EOF TO TRUE
                   NOT AT END
                       IF LNM-ACTIVE
                           PERFORM SEED-INSURANCE-ROW THRU
                               SEED-INSURANCE-ROW-EXIT
                       END-IF
               END-READ
           END-PERFORM
           .
      *****************************************************************
      * Pass 3 - the tickler itself, over every tracked document.     *
      *****************************************************************
           MOVE LOW-VALUES TO LDC-KEY
           START LOANDOC-FILE KEY IS NOT LESS THAN LDC-KEY
               INVALID KEY
                   SET WS-LOANDOC-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-LOANDOC-EOF
               READ LOANDOC-FILE NEXT RECORD
                   AT END
                       SET WS-LOANDOC-EOF TO TRUE
                   NOT AT END
                       PERFORM TICKLE-ONE-DOCUMENT THRU
                           TICKLE-ONE-DOCUMENT-EXIT
               END-READ
           END-PERFORM
           .
           CLOSE LOANDOC-FILE
           CLOSE LOANMST-FILE
           CLOSE BNKCUST-FILE
           CLOSE CONTLOG-FILE
           IF WS-COLLATRL-OPEN
               CLOSE COLLATRL-FILE
           END-IF
           CLOSE DOCTICK-FILE
           CLOSE DOCLTR-FILE
           .
           DISPLAY WS-MAINT-COUNT ' maintenance item(s), '
               WS-SEEDED-COUNT ' insurance row(s) added, '
               WS-SKIP-COUNT ' skipped'
           DISPLAY WS-DOC-COUNT ' document(s), '
               WS-DUE-COUNT ' due, '
               WS-LAPSED-COUNT ' lapsed, '
               WS-REMINDED-COUNT ' reminder(s), '
               WS-FLAGGED-COUNT ' flagged to collections'
           .
           MOVE 'E' TO RCQ-FUNCTION
           MOVE WS-DOC-COUNT TO RCQ-REC-COUNT
           MOVE 'C' TO RCQ-OUTCOME
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           .
           STOP RUN
           .
       APPLY-ONE-MAINTENANCE.
           ADD 1 TO WS-MAINT-COUNT
           .
           IF LDI-DOC-TYPE IS EQUAL TO SPACES
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'No document type ' LDI-ACCOUNT
               GO TO APPLY-ONE-MAINTENANCE-EXIT
           END-IF
           IF LDI-EXPIRY-DTE IS NOT NUMERIC
               MOVE ZERO TO LDI-EXPIRY-DTE
           END-IF
           MOVE LDI-OWNER-PID TO LDC-OWNER-PID
           MOVE LDI-ACCOUNT TO LDC-ACCOUNT
           MOVE LDI-DOC-TYPE TO LDC-DOC-TYPE
           .
      *****************************************************************
      * 'A' registers a requirement, or re-opens a waived one with    *
      * the date given.                                               *
      *****************************************************************
           IF LDI-ADD
               READ LOANDOC-FILE
                   INVALID KEY
                       MOVE SPACES TO LOANDOC-RECORD
                       MOVE LDI-OWNER-PID TO LDC-OWNER-PID
                       MOVE LDI-ACCOUNT TO LDC-ACCOUNT
                       MOVE LDI-DOC-TYPE TO LDC-DOC-TYPE
                       MOVE LDI-DESC TO LDC-DESC
                       MOVE LDI-EXPIRY-DTE TO LDC-EXPIRY-DTE
                       MOVE ZERO TO LDC-RECEIVED-DTE
                       SET LDC-CURRENT TO TRUE
                       MOVE ZERO TO LDC-LAST-REMINDER-DTE
                       MOVE ZERO TO LDC-REMINDER-COUNT
                       MOVE ZERO TO LDC-COLL-FLAG-DTE
                       MOVE GBD-BUSINESS-DATE TO LDC-ADDED-DATE
                       MOVE LDI-USERID TO LDC-ADDED-BY
                       WRITE LOANDOC-RECORD
                       GO TO APPLY-ONE-MAINTENANCE-EXIT
               END-READ
               IF LDI-DESC IS NOT EQUAL TO SPACES
                   MOVE LDI-DESC TO LDC-DESC
               END-IF
               MOVE LDI-EXPIRY-DTE TO LDC-EXPIRY-DTE
               SET LDC-CURRENT TO TRUE
               REWRITE LOANDOC-RECORD
               GO TO APPLY-ONE-MAINTENANCE-EXIT
           END-IF
           .
           READ LOANDOC-FILE
               INVALID KEY
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY 'Document not tracked ' LDI-ACCOUNT ' '
                       LDI-DOC-TYPE
                   GO TO APPLY-ONE-MAINTENANCE-EXIT
           END-READ
           .
      *****************************************************************
      * 'R' - the renewed document is on file: the new expiry starts  *
      * the clock again and any collections flag is cleared.          *
      *****************************************************************
           IF LDI-RECEIVED
               IF LDI-EXPIRY-DTE IS NOT GREATER THAN GBD-BUSINESS-DATE
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY 'Received document already expired '
                       LDI-ACCOUNT ' ' LDI-DOC-TYPE
                   GO TO APPLY-ONE-MAINTENANCE-EXIT
               END-IF
               MOVE LDI-EXPIRY-DTE TO LDC-EXPIRY-DTE
               MOVE GBD-BUSINESS-DATE TO LDC-RECEIVED-DTE
               SET LDC-CURRENT TO TRUE
               MOVE ZERO TO LDC-REMINDER-COUNT
               MOVE ZERO TO LDC-LAST-REMINDER-DTE
               MOVE ZERO TO LDC-COLL-FLAG-DTE
               REWRITE LOANDOC-RECORD
               GO TO APPLY-ONE-MAINTENANCE-EXIT
           END-IF
           .
           IF LDI-WAIVE
               SET LDC-WAIVED TO TRUE
               REWRITE LOANDOC-RECORD
               GO TO APPLY-ONE-MAINTENANCE-EXIT
           END-IF
           .
           ADD 1 TO WS-SKIP-COUNT
           .
       APPLY-ONE-MAINTENANCE-EXIT.
           EXIT
           .
       SEED-INSURANCE-ROW.
           MOVE 'N' TO WS-NEEDS-INSURANCE-FLAG
           IF LNM-ESCROWED
               SET WS-NEEDS-INSURANCE TO TRUE
           END-IF
           IF NOT WS-NEEDS-INSURANCE
               AND WS-COLLATRL-OPEN
               PERFORM FIND-PROPERTY-COLLATERAL THRU
                   FIND-PROPERTY-COLLATERAL-EXIT
           END-IF
           IF NOT WS-NEEDS-INSURANCE
               GO TO SEED-INSURANCE-ROW-EXIT
           END-IF
           .
           MOVE LNM-OWNER-PID TO LDC-OWNER-PID
           MOVE LNM-ACCOUNT TO LDC-ACCOUNT
           MOVE 'INSC' TO LDC-DOC-TYPE
           READ LOANDOC-FILE
               INVALID KEY
                   MOVE SPACES TO LOANDOC-RECORD
                   MOVE LNM-OWNER-PID TO LDC-OWNER-PID
                   MOVE LNM-ACCOUNT TO LDC-ACCOUNT
                   SET LDC-DOC-INSURANCE TO TRUE
                   MOVE 'Property insurance certificate' TO LDC-DESC
                   MOVE ZERO TO LDC-EXPIRY-DTE
                   MOVE ZERO TO LDC-RECEIVED-DTE
                   SET LDC-DUE TO TRUE
                   MOVE ZERO TO LDC-LAST-REMINDER-DTE
                   MOVE ZERO TO LDC-REMINDER-COUNT
                   MOVE ZERO TO LDC-COLL-FLAG-DTE
                   MOVE GBD-BUSINESS-DATE TO LDC-ADDED-DATE
                   MOVE 'TICKL' TO LDC-ADDED-BY
                   WRITE LOANDOC-RECORD
                   ADD 1 TO WS-SEEDED-COUNT
           END-READ
           .
       SEED-INSURANCE-ROW-EXIT.
           EXIT
           .
      *****************************************************************
      * Property pledged against the loan - an active 'R' row in the  *
      * collateral register under the loan's own key.                 *
      *****************************************************************
       FIND-PROPERTY-COLLATERAL.
           MOVE 'N' TO WS-COLLAT-EOF-FLAG
           MOVE LNM-OWNER-PID TO CLT-OWNER-PID
           MOVE LNM-ACCOUNT TO CLT-ACCOUNT
           MOVE ZERO TO CLT-SEQ-NO
           START COLLATRL-FILE KEY IS NOT LESS THAN CLT-KEY
               INVALID KEY
                   GO TO FIND-PROPERTY-COLLATERAL-EXIT
           END-START
           PERFORM UNTIL WS-COLLAT-EOF
               READ COLLATRL-FILE NEXT RECORD
                   AT END
                       SET WS-COLLAT-EOF TO TRUE
                   NOT AT END
                       IF CLT-OWNER-PID IS NOT EQUAL TO LNM-OWNER-PID
                           OR CLT-ACCOUNT IS NOT EQUAL TO LNM-ACCOUNT
                           SET WS-COLLAT-EOF TO TRUE
                       ELSE
                           IF CLT-ACTIVE
                               AND CLT-TYPE-PROPERTY
                               SET WS-NEEDS-INSURANCE TO TRUE
                               SET WS-COLLAT-EOF TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .
       FIND-PROPERTY-COLLATERAL-EXIT.
           EXIT
           .
      *****************************************************************
      * Age one document. Nothing on file, or an expiry already past, *
      * is lapsed; an expiry inside the lead window is due. Either    *
      * way it goes on the work list, and the borrower is reminded    *
      * unless a reminder went out within the last fortnight. A loan  *
      * no longer active is left alone.                               *
      *****************************************************************
       TICKLE-ONE-DOCUMENT.
           IF LDC-WAIVED
               GO TO TICKLE-ONE-DOCUMENT-EXIT
           END-IF
           MOVE LDC-OWNER-PID TO LNM-OWNER-PID
           MOVE LDC-ACCOUNT TO LNM-ACCOUNT
           READ LOANMST-FILE
               INVALID KEY
                   GO TO TICKLE-ONE-DOCUMENT-EXIT
           END-READ
           IF NOT LNM-ACTIVE
               GO TO TICKLE-ONE-DOCUMENT-EXIT
           END-IF
           ADD 1 TO WS-DOC-COUNT
           .
           IF LDC-EXPIRY-DTE IS NOT NUMERIC
               OR LDC-EXPIRY-DTE IS EQUAL TO ZERO
               MOVE -1 TO WS-DAYS-LEFT
           ELSE
               MOVE LDC-EXPIRY-DTE TO WS-DATE-WORK-N
               PERFORM DATE-TO-DAYS THRU DATE-TO-DAYS-EXIT
               COMPUTE WS-DAYS-LEFT = WS-DATE-DAYS - WS-TODAY-DAYS
           END-IF
           .
           IF WS-DAYS-LEFT IS GREATER THAN WS-LEAD-DAYS
               IF NOT LDC-CURRENT
                   SET LDC-CURRENT TO TRUE
                   REWRITE LOANDOC-RECORD
               END-IF
               GO TO TICKLE-ONE-DOCUMENT-EXIT
           END-IF
           IF WS-DAYS-LEFT IS LESS THAN ZERO
               SET LDC-LAPSED TO TRUE
               ADD 1 TO WS-LAPSED-COUNT
               MOVE 'LAPSED  ' TO WS-TKD-STATUS
           ELSE
               SET LDC-DUE TO TRUE
               ADD 1 TO WS-DUE-COUNT
               MOVE 'DUE     ' TO WS-TKD-STATUS
           END-IF
           .
           IF LDC-LAST-REMINDER-DTE IS NOT NUMERIC
               MOVE ZERO TO LDC-LAST-REMINDER-DTE
           END-IF
           IF LDC-REMINDER-COUNT IS NOT NUMERIC
               MOVE ZERO TO LDC-REMINDER-COUNT
           END-IF
           MOVE -1 TO WS-REMINDED-DAYS
           IF LDC-LAST-REMINDER-DTE IS GREATER THAN ZERO
               MOVE LDC-LAST-REMINDER-DTE TO WS-DATE-WORK-N
               PERFORM DATE-TO-DAYS THRU DATE-TO-DAYS-EXIT
               COMPUTE WS-REMINDED-DAYS =
                   WS-TODAY-DAYS - WS-DATE-DAYS
           END-IF
           IF WS-REMINDED-DAYS IS LESS THAN ZERO
               OR WS-REMINDED-DAYS IS NOT LESS THAN
                   WS-REMIND-EVERY-DAYS
               PERFORM SEND-REMINDER THRU SEND-REMINDER-EXIT
           END-IF
           .
      *****************************************************************
      * Lapsed insurance leaves the bank's security uninsured - the   *
      * collections officer gets an open follow-up on the customer's  *
      * contact log, once per lapse.                                  *
      *****************************************************************
           IF LDC-COLL-FLAG-DTE IS NOT NUMERIC
               MOVE ZERO TO LDC-COLL-FLAG-DTE
           END-IF
           IF LDC-LAPSED
               AND LDC-DOC-INSURANCE
               AND LDC-COLL-FLAG-DTE IS EQUAL TO ZERO
               PERFORM FLAG-TO-COLLECTIONS THRU
                   FLAG-TO-COLLECTIONS-EXIT
           END-IF
           .
           MOVE LDC-OWNER-PID TO WS-TKD-PID
           MOVE LDC-ACCOUNT TO WS-TKD-ACCOUNT
           MOVE LDC-DOC-TYPE TO WS-TKD-DOC-TYPE
           MOVE LDC-DESC TO WS-TKD-DESC
           MOVE LDC-EXPIRY-DTE TO WS-TKD-EXPIRY
           MOVE LDC-REMINDER-COUNT TO WS-TKD-REMINDERS
           MOVE SPACES TO WS-TKD-FLAG
           IF LDC-COLL-FLAG-DTE IS GREATER THAN ZERO
               MOVE 'COLL ' TO WS-TKD-FLAG
           END-IF
           WRITE DOCTICK-RECORD FROM WS-TICKLER-DETAIL
           .
           REWRITE LOANDOC-RECORD
           .
       TICKLE-ONE-DOCUMENT-EXIT.
           EXIT
           .
       SEND-REMINDER.
           MOVE LDC-OWNER-PID TO WS-LTH-PID
           MOVE LDC-ACCOUNT TO WS-LTH-ACCOUNT
           MOVE GBD-BUSINESS-DATE TO WS-LTH-DATE
           WRITE DOCLTR-RECORD FROM WS-LETTER-HEADING
           MOVE LDC-OWNER-PID TO BCS-REC-PID
           READ BNKCUST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE BCS-REC-NAME TO WS-LTA-TEXT
                   WRITE DOCLTR-RECORD FROM WS-LETTER-ADDRESS
                   MOVE BCS-REC-ADDR1 TO WS-LTA-TEXT
                   WRITE DOCLTR-RECORD FROM WS-LETTER-ADDRESS
                   MOVE BCS-REC-ADDR2 TO WS-LTA-TEXT
                   WRITE DOCLTR-RECORD FROM WS-LETTER-ADDRESS
           END-READ
           MOVE LDC-DESC TO WS-LTN-DESC
           WRITE DOCLTR-RECORD FROM WS-LETTER-NEED
           IF LDC-EXPIRY-DTE IS EQUAL TO ZERO
               WRITE DOCLTR-RECORD FROM WS-LETTER-NONE
           ELSE
               IF LDC-LAPSED
                   MOVE '     THE ONE ON FILE EXPIRED ON' TO
                       WS-LTX-TEXT
               ELSE
                   MOVE '     THE ONE ON FILE EXPIRES ON' TO
                       WS-LTX-TEXT
               END-IF
               MOVE LDC-EXPIRY-DTE TO WS-LTX-DATE
               WRITE DOCLTR-RECORD FROM WS-LETTER-EXPIRY
           END-IF
           MOVE SPACES TO DOCLTR-RECORD
           WRITE DOCLTR-RECORD
           .
           MOVE LDC-OWNER-PID TO CDQ-PID
           MOVE 'DOCR' TO CDQ-DOC-TYPE
           MOVE WS-PROGRAM-ID TO CDQ-SOURCE-PGM
           MOVE SPACES TO CDQ-SUMMARY
           STRING 'Document reminder ' LDC-ACCOUNT ' ' LDC-DOC-TYPE
               ' expiry ' LDC-EXPIRY-DTE
               DELIMITED BY SIZE INTO CDQ-SUMMARY
           CALL 'CORRNDX' USING CORRNDX-REQUEST
           .
           MOVE GBD-BUSINESS-DATE TO LDC-LAST-REMINDER-DTE
           IF LDC-REMINDER-COUNT IS LESS THAN 99
               ADD 1 TO LDC-REMINDER-COUNT
           END-IF
           ADD 1 TO WS-REMINDED-COUNT
           .
       SEND-REMINDER-EXIT.
           EXIT
           .
       FLAG-TO-COLLECTIONS.
           MOVE LDC-OWNER-PID TO CNL-PID
           MOVE WS-CURRENT-DATE TO CNL-DATE
           MOVE WS-CURRENT-TIME TO CNL-TIME
           MOVE 'TICKL' TO CNL-USERID
           SET CNL-CAT-COLLECTIONS TO TRUE
           SET CNL-FOLLOWUP-OPEN TO TRUE
           MOVE SPACES TO CNL-TEXT
           STRING 'Property insurance lapsed on loan ' LDC-ACCOUNT
               DELIMITED BY SIZE INTO CNL-TEXT
           MOVE ZERO TO WS-NOTE-RETRY-COUNT
           MOVE 'N' TO WS-NOTE-WRITTEN-FLAG
           PERFORM WRITE-ONE-NOTE THRU WRITE-ONE-NOTE-EXIT
               UNTIL WS-NOTE-WRITTEN
               OR WS-NOTE-RETRY-COUNT IS GREATER THAN 10
           IF WS-NOTE-WRITTEN
               MOVE GBD-BUSINESS-DATE TO LDC-COLL-FLAG-DTE
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF
           .
       FLAG-TO-COLLECTIONS-EXIT.
           EXIT
           .
      *****************************************************************
      * A customer with two lapsed loans gets two notes in the same   *
      * hundredth - a key collision bumps the time and retries, as    *
      * the pending-approval queue does, so both survive.             *
      *****************************************************************
       WRITE-ONE-NOTE.
           WRITE CONTLOG-RECORD
               INVALID KEY
                   ADD 1 TO WS-NOTE-RETRY-COUNT
                   ADD 1 TO CNL-TIME
                   GO TO WRITE-ONE-NOTE-EXIT
           END-WRITE
           SET WS-NOTE-WRITTEN TO TRUE
           .
       WRITE-ONE-NOTE-EXIT.
           EXIT
           .
      *****************************************************************
      * Day number for WS-DATE-WORK, the 365/30 approximation the     *
      * payoff and delinquency runs use - close enough to count a     *
      * lead window in days.                                          *
      *****************************************************************
       DATE-TO-DAYS.
           COMPUTE WS-DATE-DAYS = (WS-DTW-YYYY * 365)
               + (WS-DTW-MM * 30) + WS-DTW-DD
           .
       DATE-TO-DAYS-EXIT.
           EXIT
           .
