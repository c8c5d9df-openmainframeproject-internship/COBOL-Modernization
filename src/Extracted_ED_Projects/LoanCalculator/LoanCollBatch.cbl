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

001150***************************************************************** loancolb
001160* Program:     LOANCOLLBATCH.CBL                                * loancolb
001170* Function:    Collateral register maintenance in the card-     * loancolb
001180*              driven shape UPDTHSHD uses - applies the day's   * loancolb
001190*              COLLREQ requests to the COLLATRL file: 'A'       * loancolb
001200*              registers a piece of security against a loan     * loancolb
001210*              account (the owner validated against BNKCUST),   * loancolb
001220*              'V' records a fresh appraisal on an existing     * loancolb
001230*              row, 'R' releases it. The loan account may be    * loancolb
001240*              one an application has named but LoanAppBatch    * loancolb
001250*              has not opened yet, so security taken at         * loancolb
001260*              application counts in the LTV assessment.        * loancolb
001270***************************************************************** loancolb
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanCollBatch.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLLREQ-FILE ASSIGN TO "COLLREQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COLLREQ-STATUS.
           SELECT COLLATRL-FILE ASSIGN TO "COLLATRL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLT-KEY
               FILE STATUS IS WS-COLLATRL-STATUS.
           SELECT BNKCUST-FILE ASSIGN TO "BNKCUST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BCS-REC-PID
               FILE STATUS IS WS-BNKCUST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD COLLREQ-FILE
           LABEL RECORDS ARE STANDARD.
       01 COLLREQ-RECORD.
         05 CRQ-ACTION PIC X(1).
           88 CRQ-ADD VALUE 'A'.
           88 CRQ-REVALUE VALUE 'V'.
           88 CRQ-RELEASE VALUE 'R'.
         05 CRQ-OWNER-PID PIC X(5).
         05 CRQ-ACCOUNT PIC X(9).
         05 CRQ-SEQ-NO PIC 9(3).
         05 CRQ-TYPE PIC X(1).
         05 CRQ-DESC PIC X(30).
         05 CRQ-APPRAISED-VALUE PIC 9(9)V99.
         05 CRQ-APPRAISAL-DATE PIC 9(8).
         05 CRQ-LIEN-POSITION PIC 9(1).
         05 CRQ-PRIOR-LIENS PIC 9(9)V99.
         05 CRQ-INSURER PIC X(25).
         05 CRQ-USERID PIC X(5).

       FD COLLATRL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CCOLLAT.

       FD BNKCUST-FILE
           LABEL RECORDS ARE STANDARD.
       01 BNKCUST-RECORD.
       COPY CBANKVCS.

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'LOANCOLB'.
         05 WS-COLLREQ-STATUS PIC X(2).
           88 WS-COLLREQ-OK VALUE '00'.
         05 WS-COLLATRL-STATUS PIC X(2).
           88 WS-COLLATRL-OK VALUE '00'.
         05 WS-BNKCUST-STATUS PIC X(2).
           88 WS-BNKCUST-OK VALUE '00'.
         05 WS-COLLREQ-EOF-FLAG PIC X(1).
           88 WS-COLLREQ-EOF VALUE 'Y'.
         05 WS-REQ-COUNT PIC 9(6) VALUE ZERO.
         05 WS-ADDED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-REVALUED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-RELEASED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-SKIP-COUNT PIC 9(6) VALUE ZERO.
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
           10 FILLER PIC X(5).

       COPY CRUNCTLQ.

       PROCEDURE DIVISION.
       000-START-PROCESSING.
           MOVE 'S' TO RCQ-FUNCTION
           MOVE 'LOANCOLB' TO RCQ-JOB-NAME
           MOVE SPACES TO RCQ-PREREQ-JOB
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           IF RCQ-REPLY-REFUSED
               DISPLAY 'Run control refused start: ' RCQ-REPLY-MSG
               STOP RUN
           END-IF
           .
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           .
           OPEN INPUT COLLREQ-FILE
           OPEN I-O COLLATRL-FILE
           IF NOT WS-COLLATRL-OK
               OPEN OUTPUT COLLATRL-FILE
               CLOSE COLLATRL-FILE
               OPEN I-O COLLATRL-FILE
           END-IF
           OPEN INPUT BNKCUST-FILE
           .
           PERFORM UNTIL WS-COLLREQ-EOF
               READ COLLREQ-FILE
                   AT END
                       SET WS-COLLREQ-EOF TO TRUE
                   NOT AT END
                       PERFORM APPLY-ONE-REQUEST THRU
                           APPLY-ONE-REQUEST-EXIT
               END-READ
           END-PERFORM
           .
           CLOSE COLLREQ-FILE
           CLOSE COLLATRL-FILE
           CLOSE BNKCUST-FILE
           .
           DISPLAY WS-REQ-COUNT ' collateral request(s), '
               WS-ADDED-COUNT ' added, '
               WS-REVALUED-COUNT ' revalued, '
               WS-RELEASED-COUNT ' released, '
               WS-SKIP-COUNT ' skipped'
           .
           MOVE 'E' TO RCQ-FUNCTION
           MOVE WS-REQ-COUNT TO RCQ-REC-COUNT
           MOVE 'C' TO RCQ-OUTCOME
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           .
           STOP RUN
           .
       APPLY-ONE-REQUEST.
           ADD 1 TO WS-REQ-COUNT
           MOVE CRQ-OWNER-PID TO CLT-OWNER-PID
           MOVE CRQ-ACCOUNT TO CLT-ACCOUNT
           MOVE CRQ-SEQ-NO TO CLT-SEQ-NO
           .
           IF CRQ-ADD
               PERFORM ADD-ONE-COLLATERAL THRU
                   ADD-ONE-COLLATERAL-EXIT
               GO TO APPLY-ONE-REQUEST-EXIT
           END-IF
           .
           IF CRQ-REVALUE OR CRQ-RELEASE
               READ COLLATRL-FILE
                   INVALID KEY
                       ADD 1 TO WS-SKIP-COUNT
                       DISPLAY 'Collateral not on file: '
                           CRQ-OWNER-PID ' ' CRQ-ACCOUNT ' '
                           CRQ-SEQ-NO
                       GO TO APPLY-ONE-REQUEST-EXIT
               END-READ
           END-IF
           .
      *****************************************************************
      * A revaluation replaces the appraised value and date (and the  *
      * prior liens, which move as the other lender is paid down) -   *
      * the LTV run measures against the newest appraisal only.       *
      *****************************************************************
           IF CRQ-REVALUE
               IF CRQ-APPRAISED-VALUE IS NOT NUMERIC
                   OR CRQ-APPRAISED-VALUE IS EQUAL TO ZERO
                   OR CRQ-APPRAISAL-DATE IS NOT NUMERIC
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY 'Invalid revaluation: ' CRQ-ACCOUNT
                   GO TO APPLY-ONE-REQUEST-EXIT
               END-IF
               MOVE CRQ-APPRAISED-VALUE TO CLT-APPRAISED-VALUE
               MOVE CRQ-APPRAISAL-DATE TO CLT-APPRAISAL-DATE
               IF CRQ-PRIOR-LIENS IS NUMERIC
                   MOVE CRQ-PRIOR-LIENS TO CLT-PRIOR-LIENS
               END-IF
               IF CRQ-INSURER IS NOT EQUAL TO SPACES
                   MOVE CRQ-INSURER TO CLT-INSURER
               END-IF
               REWRITE COLLATRL-RECORD
               ADD 1 TO WS-REVALUED-COUNT
               GO TO APPLY-ONE-REQUEST-EXIT
           END-IF
           .
           IF CRQ-RELEASE
               SET CLT-RELEASED TO TRUE
               REWRITE COLLATRL-RECORD
               ADD 1 TO WS-RELEASED-COUNT
               GO TO APPLY-ONE-REQUEST-EXIT
           END-IF
           .
           ADD 1 TO WS-SKIP-COUNT
           .
       APPLY-ONE-REQUEST-EXIT.
           EXIT
           .
       ADD-ONE-COLLATERAL.
           MOVE CRQ-OWNER-PID TO BCS-REC-PID
           READ BNKCUST-FILE
               INVALID KEY
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY 'PID not on BNKCUST: ' CRQ-OWNER-PID
                   GO TO ADD-ONE-COLLATERAL-EXIT
           END-READ
           .
           IF CRQ-APPRAISED-VALUE IS NOT NUMERIC
               OR CRQ-APPRAISED-VALUE IS EQUAL TO ZERO
               OR CRQ-APPRAISAL-DATE IS NOT NUMERIC
               OR CRQ-LIEN-POSITION IS NOT NUMERIC
               OR CRQ-LIEN-POSITION IS EQUAL TO ZERO
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'Invalid collateral: ' CRQ-ACCOUNT
               GO TO ADD-ONE-COLLATERAL-EXIT
           END-IF
           .
           MOVE SPACES TO COLLATRL-RECORD
           MOVE CRQ-OWNER-PID TO CLT-OWNER-PID
           MOVE CRQ-ACCOUNT TO CLT-ACCOUNT
           MOVE CRQ-SEQ-NO TO CLT-SEQ-NO
           MOVE CRQ-TYPE TO CLT-TYPE
           IF NOT CLT-TYPE-PROPERTY AND NOT CLT-TYPE-VEHICLE
               AND NOT CLT-TYPE-DEPOSIT AND NOT CLT-TYPE-EQUIPMENT
               SET CLT-TYPE-OTHER TO TRUE
           END-IF
           MOVE CRQ-DESC TO CLT-DESC
           MOVE CRQ-APPRAISED-VALUE TO CLT-APPRAISED-VALUE
           MOVE CRQ-APPRAISAL-DATE TO CLT-APPRAISAL-DATE
           MOVE CRQ-LIEN-POSITION TO CLT-LIEN-POSITION
           IF CRQ-PRIOR-LIENS IS NUMERIC
               MOVE CRQ-PRIOR-LIENS TO CLT-PRIOR-LIENS
           ELSE
               MOVE ZERO TO CLT-PRIOR-LIENS
           END-IF
           MOVE CRQ-INSURER TO CLT-INSURER
           SET CLT-ACTIVE TO TRUE
           MOVE WS-CURRENT-DATE TO CLT-ADDED-DATE
           MOVE CRQ-USERID TO CLT-ADDED-BY
           WRITE COLLATRL-RECORD
               INVALID KEY
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY 'Collateral already registered: '
                       CRQ-ACCOUNT ' ' CRQ-SEQ-NO
                   GO TO ADD-ONE-COLLATERAL-EXIT
           END-WRITE
           ADD 1 TO WS-ADDED-COUNT
           .
       ADD-ONE-COLLATERAL-EXIT.
           EXIT
           .
