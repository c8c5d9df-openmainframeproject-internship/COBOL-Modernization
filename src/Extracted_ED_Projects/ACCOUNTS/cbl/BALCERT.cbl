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

001150***************************************************************** balcert
001160* Program:     BALCERT.CBL                                      * balcert
001170* Function:    Certified as-of-date balance letters. Every      * balcert
001180*              pending ASOFREQ card - a bulk audit confirmation * balcert
001190*              file or a request queued from the ACCTASOF       * balcert
001200*              inquiry - is answered through BALASOF fifty at a * balcert
001210*              time, with the ARCHRETR ARCHOUT extract offered  * balcert
001220*              for dates older than ACCTHST holds. An answered  * balcert
001230*              card becomes a BALLTR letter row in the          * balcert
001240*              customer's preferred language with its           * balcert
001250*              certificate number, registered on CORRNDX; the   * balcert
001260*              card is then marked answered, or refused when    * balcert
001270*              the account, the customer or the date is wrong   * balcert
001280*              or a cross-currency credit cannot be proved. A   * balcert
001290*              card that needs an archive not supplied, or      * balcert
001300*              history that was not available, stays pending    * balcert
001310*              for the next run. BALCRPT lists every card and   * balcert
001320*              its outcome.                                     * balcert
001330***************************************************************** balcert
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALCERT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASOFREQ-FILE ASSIGN TO "ASOFREQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ASOFREQ-STATUS.
           SELECT BNKCUST-FILE ASSIGN TO "BNKCUST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BCS-REC-PID
               FILE STATUS IS WS-BNKCUST-STATUS.
           SELECT ACCTMST-FILE ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AMS-KEY
               FILE STATUS IS WS-ACCTMST-STATUS.
           SELECT BALLTR-FILE ASSIGN TO "BALLTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BALLTR-STATUS.
           SELECT BALCRPT-FILE ASSIGN TO "BALCRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BALCRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ASOFREQ-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CASOFREQ.

       FD BNKCUST-FILE
           LABEL RECORDS ARE STANDARD.
       01 BNKCUST-RECORD.
       COPY CBANKVCS.

       FD ACCTMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CACCTMST.

       FD BALLTR-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CBALLTR.

       FD BALCRPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 BALCRPT-RECORD                  PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'BALCERT'.
         05 WS-ASOFREQ-STATUS PIC X(2).
           88 WS-ASOFREQ-OK VALUE '00'.
         05 WS-BNKCUST-STATUS PIC X(2).
           88 WS-BNKCUST-OK VALUE '00'.
         05 WS-ACCTMST-STATUS PIC X(2).
           88 WS-ACCTMST-OK VALUE '00'.
         05 WS-BALLTR-STATUS PIC X(2).
           88 WS-BALLTR-OK VALUE '00'.
         05 WS-BALCRPT-STATUS PIC X(2).
           88 WS-BALCRPT-OK VALUE '00'.
         05 WS-ASOFREQ-EOF-FLAG PIC X(1) VALUE 'N'.
           88 WS-ASOFREQ-EOF VALUE 'Y'.
         05 WS-REC-NO PIC 9(5) VALUE ZERO.
         05 WS-MAX-CARDS PIC 9(5) VALUE 2000.
         05 WS-READ-COUNT PIC 9(6) VALUE ZERO.
         05 WS-PENDING-COUNT PIC 9(6) VALUE ZERO.
         05 WS-LETTER-COUNT PIC 9(6) VALUE ZERO.
         05 WS-HELD-COUNT PIC 9(6) VALUE ZERO.
         05 WS-REFUSED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-DEFERRED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-MARKED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-CERT-SEQ PIC 9(5) VALUE ZERO.
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
           10 FILLER PIC X(5).
      *****************************************************************
      * Outcome per card, by its position on ASOFREQ, so the second   *
      * pass can mark each one in place. Space leaves it pending.     *
      *****************************************************************
       01 WS-CARD-OUTCOMES.
         05 WS-NEW-STATUS PIC X(1) OCCURS 2000 TIMES.
      *****************************************************************
      * The cards going to BALASOF in the current call, with where    *
      * each sits on ASOFREQ.                                         *
      *****************************************************************
       01 WS-CHUNK-TABLE.
         05 WS-CHUNK-COUNT PIC 9(2) VALUE ZERO.
         05 WS-CHUNK-IX PIC 9(2).
         05 WS-CHUNK-ENTRY OCCURS 50 TIMES.
           10 WS-CHK-REC-NO PIC 9(5).
           10 WS-CHK-REFERENCE PIC X(20).
           10 WS-CHK-REQUESTED-BY PIC X(5).
       01 WS-REPORT-HEADING.
         05 FILLER PIC X(41) VALUE
             'CERTIFIED BALANCE LETTERS  BUSINESS DATE '.
         05 WS-RPT-HDG-DATE PIC 9(8).
         05 FILLER PIC X(31) VALUE SPACES.
       01 WS-COLUMN-HEADING.
         05 FILLER PIC X(40) VALUE
             'PID   ACCOUNT   AS-OF    OUTCOME        '.
         05 FILLER PIC X(40) VALUE
             '        CLOSING BAL CERTIFICATE'.
       01 WS-REPORT-DETAIL.
         05 WS-RPT-PID PIC X(5).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-ACCOUNT PIC X(9).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-AS-OF-DATE PIC 9(8).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-OUTCOME PIC X(20).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-CLOSING PIC -(9)9.99.
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-CERT-NO PIC X(15).
         05 FILLER PIC X(4) VALUE SPACES.
       01 WS-REPORT-TOTALS.
         05 FILLER PIC X(9) VALUE 'REQUESTS '.
         05 WS-RPT-TOT-PENDING PIC ZZZZZ9.
         05 FILLER PIC X(10) VALUE '  LETTERS '.
         05 WS-RPT-TOT-LETTERS PIC ZZZZZ9.
         05 FILLER PIC X(7) VALUE '  HELD '.
         05 WS-RPT-TOT-HELD PIC ZZZZZ9.
         05 FILLER PIC X(10) VALUE '  REFUSED '.
         05 WS-RPT-TOT-REFUSED PIC ZZZZZ9.
         05 FILLER PIC X(20) VALUE SPACES.
       01 WS-BLANK-LINE PIC X(80) VALUE SPACES.

       COPY CBALASOQ.
       COPY CCORRNDQ.
       COPY CRUNCTLQ.
       COPY CGETBDTQ.

       PROCEDURE DIVISION.
       000-START-PROCESSING.
           MOVE 'S' TO RCQ-FUNCTION
           MOVE 'BALCERT' TO RCQ-JOB-NAME
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
           OPEN INPUT BNKCUST-FILE
           OPEN INPUT ACCTMST-FILE
           OPEN EXTEND BALLTR-FILE
           IF NOT WS-BALLTR-OK
               OPEN OUTPUT BALLTR-FILE
           END-IF
           OPEN OUTPUT BALCRPT-FILE
           MOVE GBD-BUSINESS-DATE TO WS-RPT-HDG-DATE
           WRITE BALCRPT-RECORD FROM WS-REPORT-HEADING
           WRITE BALCRPT-RECORD FROM WS-BLANK-LINE
           WRITE BALCRPT-RECORD FROM WS-COLUMN-HEADING
           .
           PERFORM ANSWER-REQUESTS THRU ANSWER-REQUESTS-EXIT
           .
           IF WS-MARKED-COUNT IS GREATER THAN ZERO
               PERFORM MARK-REQUESTS THRU MARK-REQUESTS-EXIT
           END-IF
           .
           WRITE BALCRPT-RECORD FROM WS-BLANK-LINE
           MOVE WS-PENDING-COUNT TO WS-RPT-TOT-PENDING
           MOVE WS-LETTER-COUNT TO WS-RPT-TOT-LETTERS
           MOVE WS-HELD-COUNT TO WS-RPT-TOT-HELD
           MOVE WS-REFUSED-COUNT TO WS-RPT-TOT-REFUSED
           WRITE BALCRPT-RECORD FROM WS-REPORT-TOTALS
           .
           CLOSE BNKCUST-FILE
           CLOSE ACCTMST-FILE
           CLOSE BALLTR-FILE
           CLOSE BALCRPT-FILE
           .
           IF WS-DEFERRED-COUNT IS GREATER THAN ZERO
               DISPLAY WS-DEFERRED-COUNT
                   ' request(s) beyond this run - left pending'
           END-IF
           DISPLAY WS-READ-COUNT ' card(s) read, '
               WS-PENDING-COUNT ' pending, '
               WS-LETTER-COUNT ' letter(s), '
               WS-HELD-COUNT ' held, '
               WS-REFUSED-COUNT ' refused'
           .
           MOVE 'E' TO RCQ-FUNCTION
           MOVE WS-PENDING-COUNT TO RCQ-REC-COUNT
           MOVE 'C' TO RCQ-OUTCOME
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           .
           STOP RUN
           .
       ANSWER-REQUESTS.
           OPEN INPUT ASOFREQ-FILE
           IF NOT WS-ASOFREQ-OK
               DISPLAY 'No ASOFREQ requests to answer'
               GO TO ANSWER-REQUESTS-EXIT
           END-IF
           PERFORM UNTIL WS-ASOFREQ-EOF
               READ ASOFREQ-FILE
                   AT END
                       SET WS-ASOFREQ-EOF TO TRUE
                   NOT AT END
                       PERFORM TAKE-ONE-CARD THRU TAKE-ONE-CARD-EXIT
               END-READ
           END-PERFORM
           CLOSE ASOFREQ-FILE
           .
           IF WS-CHUNK-COUNT IS GREATER THAN ZERO
               PERFORM PROCESS-CHUNK THRU PROCESS-CHUNK-EXIT
           END-IF
           .
       ANSWER-REQUESTS-EXIT.
           EXIT
           .
       TAKE-ONE-CARD.
           ADD 1 TO WS-READ-COUNT
           ADD 1 TO WS-REC-NO
           IF NOT AFQ-PENDING
               GO TO TAKE-ONE-CARD-EXIT
           END-IF
           IF WS-REC-NO IS GREATER THAN WS-MAX-CARDS
               ADD 1 TO WS-DEFERRED-COUNT
               GO TO TAKE-ONE-CARD-EXIT
           END-IF
           MOVE SPACE TO WS-NEW-STATUS (WS-REC-NO)
           ADD 1 TO WS-PENDING-COUNT
           .
           ADD 1 TO WS-CHUNK-COUNT
           MOVE WS-REC-NO TO WS-CHK-REC-NO (WS-CHUNK-COUNT)
           MOVE AFQ-REFERENCE TO WS-CHK-REFERENCE (WS-CHUNK-COUNT)
           MOVE AFQ-REQUESTED-BY TO
               WS-CHK-REQUESTED-BY (WS-CHUNK-COUNT)
           MOVE AFQ-PID TO BAQ-PID (WS-CHUNK-COUNT)
           MOVE AFQ-ACCOUNT TO BAQ-ACCOUNT (WS-CHUNK-COUNT)
           MOVE AFQ-AS-OF-DATE TO BAQ-AS-OF-DATE (WS-CHUNK-COUNT)
           .
           IF WS-CHUNK-COUNT IS EQUAL TO 50
               PERFORM PROCESS-CHUNK THRU PROCESS-CHUNK-EXIT
           END-IF
           .
       TAKE-ONE-CARD-EXIT.
           EXIT
           .
       PROCESS-CHUNK.
           MOVE 'Y' TO BAQ-ARCHIVE-FLAG
           MOVE WS-CHUNK-COUNT TO BAQ-ENTRY-COUNT
           CALL 'BALASOF' USING BALASOF-REQUEST
           .
           PERFORM ANSWER-ONE-REQUEST THRU ANSWER-ONE-REQUEST-EXIT
               VARYING WS-CHUNK-IX FROM 1 BY 1
               UNTIL WS-CHUNK-IX IS GREATER THAN WS-CHUNK-COUNT
           .
           MOVE ZERO TO WS-CHUNK-COUNT
           .
       PROCESS-CHUNK-EXIT.
           EXIT
           .
       ANSWER-ONE-REQUEST.
           MOVE BAQ-PID (WS-CHUNK-IX) TO WS-RPT-PID
           MOVE BAQ-ACCOUNT (WS-CHUNK-IX) TO WS-RPT-ACCOUNT
           MOVE BAQ-AS-OF-DATE (WS-CHUNK-IX) TO WS-RPT-AS-OF-DATE
           MOVE ZERO TO WS-RPT-CLOSING
           MOVE SPACES TO WS-RPT-CERT-NO
           .
           EVALUATE TRUE
               WHEN BAQ-RESULT-OK (WS-CHUNK-IX)
                   PERFORM WRITE-CERTIFIED-LETTER THRU
                       WRITE-CERTIFIED-LETTER-EXIT
               WHEN BAQ-RESULT-NEEDS-ARCHIVE (WS-CHUNK-IX)
                   MOVE 'HELD - NEEDS ARCHIVE' TO WS-RPT-OUTCOME
                   ADD 1 TO WS-HELD-COUNT
               WHEN BAQ-RESULT-UNAVAILABLE (WS-CHUNK-IX)
                   MOVE 'HELD - NO HISTORY' TO WS-RPT-OUTCOME
                   ADD 1 TO WS-HELD-COUNT
               WHEN BAQ-RESULT-NOT-FOUND (WS-CHUNK-IX)
                   MOVE 'ACCOUNT NOT FOUND' TO WS-RPT-OUTCOME
                   PERFORM REFUSE-REQUEST THRU REFUSE-REQUEST-EXIT
               WHEN BAQ-RESULT-BAD-DATE (WS-CHUNK-IX)
                   MOVE 'DATE NOT VALID' TO WS-RPT-OUTCOME
                   PERFORM REFUSE-REQUEST THRU REFUSE-REQUEST-EXIT
               WHEN OTHER
                   MOVE 'REFER - FX CREDIT' TO WS-RPT-OUTCOME
                   PERFORM REFUSE-REQUEST THRU REFUSE-REQUEST-EXIT
           END-EVALUATE
           .
           WRITE BALCRPT-RECORD FROM WS-REPORT-DETAIL
           .
       ANSWER-ONE-REQUEST-EXIT.
           EXIT
           .
       REFUSE-REQUEST.
           MOVE 'R' TO WS-NEW-STATUS (WS-CHK-REC-NO (WS-CHUNK-IX))
           ADD 1 TO WS-MARKED-COUNT
           ADD 1 TO WS-REFUSED-COUNT
           .
       REFUSE-REQUEST-EXIT.
           EXIT
           .
      *****************************************************************
      * The letter is addressed from BNKCUST in the customer's own    *
      * language; the certificate number is the business date and     *
      * this run's sequence. An as-of date before the oldest one      *
      * ACCTHST can answer was reached through the archive.           *
      *****************************************************************
       WRITE-CERTIFIED-LETTER.
           MOVE BAQ-PID (WS-CHUNK-IX) TO BCS-REC-PID
           READ BNKCUST-FILE
               INVALID KEY
                   MOVE 'CUSTOMER NOT FOUND' TO WS-RPT-OUTCOME
                   PERFORM REFUSE-REQUEST THRU REFUSE-REQUEST-EXIT
                   GO TO WRITE-CERTIFIED-LETTER-EXIT
           END-READ
           .
           MOVE BAQ-PID (WS-CHUNK-IX) TO AMS-OWNER-PID
           MOVE BAQ-ACCOUNT (WS-CHUNK-IX) TO AMS-ACCOUNT
           READ ACCTMST-FILE
               INVALID KEY
                   MOVE SPACES TO AMS-DESC
           END-READ
           .
           ADD 1 TO WS-CERT-SEQ
           MOVE SPACES TO BALLTR-RECORD
           MOVE GBD-BUSINESS-DATE TO BLT-DATE
           MOVE WS-CURRENT-TIME TO BLT-TIME
           MOVE 'BC' TO BLT-CERT-PREFIX
           MOVE GBD-BUSINESS-DATE TO BLT-CERT-DATE
           MOVE WS-CERT-SEQ TO BLT-CERT-SEQ
           MOVE BCS-REC-PID TO BLT-PID
           MOVE BCS-REC-NAME TO BLT-NAME
           MOVE BCS-REC-ADDR1 TO BLT-ADDR1
           MOVE BCS-REC-ADDR2 TO BLT-ADDR2
           MOVE BCS-REC-STATE TO BLT-STATE
           MOVE BCS-REC-CNTRY TO BLT-CNTRY
           MOVE BCS-REC-POST-CODE TO BLT-POST-CODE
           MOVE BCS-REC-LANG-PREF TO BLT-LANG
           MOVE BAQ-ACCOUNT (WS-CHUNK-IX) TO BLT-ACCOUNT
           MOVE AMS-DESC TO BLT-ACC-DESC
           MOVE BAQ-CURRENCY (WS-CHUNK-IX) TO BLT-CURRENCY
           MOVE BAQ-AS-OF-DATE (WS-CHUNK-IX) TO BLT-AS-OF-DATE
           MOVE BAQ-OPENING-BALANCE (WS-CHUNK-IX) TO
               BLT-OPENING-BALANCE
           MOVE BAQ-DAY-CREDITS (WS-CHUNK-IX) TO BLT-DAY-CREDITS
           MOVE BAQ-DAY-DEBITS (WS-CHUNK-IX) TO BLT-DAY-DEBITS
           MOVE BAQ-DAY-COUNT (WS-CHUNK-IX) TO BLT-DAY-COUNT
           MOVE BAQ-CLOSING-BALANCE (WS-CHUNK-IX) TO
               BLT-CLOSING-BALANCE
           MOVE WS-CHK-REFERENCE (WS-CHUNK-IX) TO BLT-REFERENCE
           MOVE WS-CHK-REQUESTED-BY (WS-CHUNK-IX) TO BLT-REQUESTED-BY
           MOVE 'N' TO BLT-ARCHIVE-FLAG
           IF BAQ-AS-OF-DATE (WS-CHUNK-IX) IS LESS THAN
                   BAQ-EARLIEST-DATE
               MOVE 'Y' TO BLT-ARCHIVE-FLAG
           END-IF
           WRITE BALLTR-RECORD
           .
           MOVE BCS-REC-PID TO CDQ-PID
           MOVE 'BALC' TO CDQ-DOC-TYPE
           MOVE WS-PROGRAM-ID TO CDQ-SOURCE-PGM
           MOVE SPACES TO CDQ-SUMMARY
           STRING 'Certified balance ' BLT-ACCOUNT
               ' as at ' BLT-AS-OF-DATE ' cert ' BLT-CERT-NO
               DELIMITED BY SIZE INTO CDQ-SUMMARY
           CALL 'CORRNDX' USING CORRNDX-REQUEST
           .
           MOVE 'LETTER PRODUCED' TO WS-RPT-OUTCOME
           MOVE BLT-CLOSING-BALANCE TO WS-RPT-CLOSING
           MOVE BLT-CERT-NO TO WS-RPT-CERT-NO
           MOVE 'D' TO WS-NEW-STATUS (WS-CHK-REC-NO (WS-CHUNK-IX))
           ADD 1 TO WS-MARKED-COUNT
           ADD 1 TO WS-LETTER-COUNT
           .
       WRITE-CERTIFIED-LETTER-EXIT.
           EXIT
           .
      *****************************************************************
      * Second pass - each answered or refused card is marked in      *
      * place with today's business date so a rerun cannot send a     *
      * second letter.                                                *
      *****************************************************************
       MARK-REQUESTS.
           OPEN I-O ASOFREQ-FILE
           IF NOT WS-ASOFREQ-OK
               DISPLAY 'ASOFREQ could not be marked: '
                   WS-ASOFREQ-STATUS
               GO TO MARK-REQUESTS-EXIT
           END-IF
           MOVE ZERO TO WS-REC-NO
           MOVE 'N' TO WS-ASOFREQ-EOF-FLAG
           PERFORM UNTIL WS-ASOFREQ-EOF
               READ ASOFREQ-FILE
                   AT END
                       SET WS-ASOFREQ-EOF TO TRUE
                   NOT AT END
                       PERFORM MARK-ONE-CARD THRU MARK-ONE-CARD-EXIT
               END-READ
           END-PERFORM
           CLOSE ASOFREQ-FILE
           .
       MARK-REQUESTS-EXIT.
           EXIT
           .
       MARK-ONE-CARD.
           ADD 1 TO WS-REC-NO
           IF WS-REC-NO IS GREATER THAN WS-MAX-CARDS
               GO TO MARK-ONE-CARD-EXIT
           END-IF
           IF NOT AFQ-PENDING
               OR WS-NEW-STATUS (WS-REC-NO) IS EQUAL TO SPACE
               GO TO MARK-ONE-CARD-EXIT
           END-IF
           MOVE WS-NEW-STATUS (WS-REC-NO) TO AFQ-STATUS
           MOVE GBD-BUSINESS-DATE TO AFQ-DONE-DATE
           REWRITE ASOFREQ-RECORD
           .
       MARK-ONE-CARD-EXIT.
           EXIT
           .
