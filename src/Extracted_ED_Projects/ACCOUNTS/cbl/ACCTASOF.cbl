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

001150***************************************************************** acctasof
001160* Program:     ACCTASOF.CBL                                     * acctasof
001170* Function:    As-of-date balance inquiry - what the account's  * acctasof
001180*              ledger balance was at end of day on a past date, * acctasof
001190*              for an auditor, a lawyer or a garnishment        * acctasof
001200*              response, answered at the terminal through       * acctasof
001210*              BALASOF instead of worked back by hand from the  * acctasof
001220*              history pages. The reply shows the day's opening * acctasof
001230*              balance, credits, debits and posting count and   * acctasof
001240*              the closing balance, with today's balance        * acctasof
001250*              alongside. A date older than ACCTHST still holds * acctasof
001260*              cannot be answered online; the reply names the   * acctasof
001270*              earliest date that can. Asking for a letter      * acctasof
001280*              appends an ASOFREQ request for the overnight     * acctasof
001290*              BALCERT run, which prints the certified letter   * acctasof
001300*              in the customer's language and reaches archived  * acctasof
001310*              history too.                                     * acctasof
001320***************************************************************** acctasof
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTASOF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASOFREQ-FILE ASSIGN TO "ASOFREQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ASOFREQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ASOFREQ-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CASOFREQ.

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'ACCTASOF'.
         05 WS-COMMAREA-LENGTH PIC 9(5).
         05 WS-ASOFREQ-STATUS PIC X(2).
           88 WS-ASOFREQ-OK VALUE '00'.

       COPY CBALASOQ.
       COPY CGETBDTQ.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
         05 LK-COMMAREA PIC X(1) OCCURS 1 TO 4096 TIMES DEPENDING ON
                WS-COMMAREA-LENGTH.
       01 BRE-ASF-INPUT-STRUCTURE.
         02 BRE-I-ASF-PID                   PIC X(5).
         02 BRE-I-ASF-ACCOUNT               PIC X(9).
         02 BRE-I-ASF-AS-OF-DATE            PIC 9(8).
         02 BRE-I-ASF-LETTER                PIC X(1).
           88 BRE-I-ASF-LETTER-WANTED       VALUE 'Y'.
         02 BRE-I-ASF-USERID                PIC X(5).
         02 BRE-I-ASF-REFERENCE             PIC X(20).
       01 BRE-ASF-OUTPUT-STRUCTURE.
         02 BRE-O-ASF-MESSAGE               PIC X(40).
         02 BRE-O-ASF-RESULT                PIC X(1).
         02 BRE-O-ASF-CURRENCY              PIC X(3).
         02 BRE-O-ASF-OPENING-BALANCE       PIC S9(9)V99.
         02 BRE-O-ASF-DAY-CREDITS           PIC S9(9)V99.
         02 BRE-O-ASF-DAY-DEBITS            PIC S9(9)V99.
         02 BRE-O-ASF-DAY-COUNT             PIC 9(5).
         02 BRE-O-ASF-CLOSING-BALANCE       PIC S9(9)V99.
         02 BRE-O-ASF-CURRENT-BALANCE       PIC S9(9)V99.
         02 BRE-O-ASF-EARLIEST-DATE         PIC 9(8).
         02 BRE-O-ASF-LETTER-QUEUED         PIC X(1).

       PROCEDURE DIVISION USING BRE-ASF-INPUT-STRUCTURE
                                BRE-ASF-OUTPUT-STRUCTURE.
           PERFORM AS-OF-PROCESSING THRU AS-OF-PROCESSING-EXIT
           .
           GOBACK
           .
       AS-OF-PROCESSING.
           MOVE SPACES TO BRE-O-ASF-MESSAGE
           MOVE SPACE TO BRE-O-ASF-RESULT
           MOVE SPACES TO BRE-O-ASF-CURRENCY
           MOVE ZERO TO BRE-O-ASF-OPENING-BALANCE
           MOVE ZERO TO BRE-O-ASF-DAY-CREDITS
           MOVE ZERO TO BRE-O-ASF-DAY-DEBITS
           MOVE ZERO TO BRE-O-ASF-DAY-COUNT
           MOVE ZERO TO BRE-O-ASF-CLOSING-BALANCE
           MOVE ZERO TO BRE-O-ASF-CURRENT-BALANCE
           MOVE ZERO TO BRE-O-ASF-EARLIEST-DATE
           MOVE 'N' TO BRE-O-ASF-LETTER-QUEUED
           CALL 'GETBDTE' USING GETBDTE-REQUEST
           .
           IF BRE-I-ASF-PID IS EQUAL TO SPACES
               OR BRE-I-ASF-ACCOUNT IS EQUAL TO SPACES
               MOVE 'Customer and account are required' TO
                   BRE-O-ASF-MESSAGE
               GO TO AS-OF-PROCESSING-EXIT
           END-IF
           .
           MOVE 'N' TO BAQ-ARCHIVE-FLAG
           MOVE 1 TO BAQ-ENTRY-COUNT
           MOVE BRE-I-ASF-PID TO BAQ-PID (1)
           MOVE BRE-I-ASF-ACCOUNT TO BAQ-ACCOUNT (1)
           MOVE BRE-I-ASF-AS-OF-DATE TO BAQ-AS-OF-DATE (1)
           CALL 'BALASOF' USING BALASOF-REQUEST
           .
           MOVE BAQ-RESULT (1) TO BRE-O-ASF-RESULT
           MOVE BAQ-EARLIEST-DATE TO BRE-O-ASF-EARLIEST-DATE
           .
           EVALUATE TRUE
               WHEN BAQ-RESULT-OK (1)
                   MOVE BAQ-CURRENCY (1) TO BRE-O-ASF-CURRENCY
                   MOVE BAQ-OPENING-BALANCE (1) TO
                       BRE-O-ASF-OPENING-BALANCE
                   MOVE BAQ-DAY-CREDITS (1) TO BRE-O-ASF-DAY-CREDITS
                   MOVE BAQ-DAY-DEBITS (1) TO BRE-O-ASF-DAY-DEBITS
                   MOVE BAQ-DAY-COUNT (1) TO BRE-O-ASF-DAY-COUNT
                   MOVE BAQ-CLOSING-BALANCE (1) TO
                       BRE-O-ASF-CLOSING-BALANCE
                   MOVE BAQ-CURRENT-BALANCE (1) TO
                       BRE-O-ASF-CURRENT-BALANCE
                   MOVE 'Balance at end of day shown' TO
                       BRE-O-ASF-MESSAGE
               WHEN BAQ-RESULT-NOT-FOUND (1)
                   MOVE 'Account not found for this customer' TO
                       BRE-O-ASF-MESSAGE
                   GO TO AS-OF-PROCESSING-EXIT
               WHEN BAQ-RESULT-BAD-DATE (1)
                   MOVE 'Date not valid or after business date' TO
                       BRE-O-ASF-MESSAGE
                   GO TO AS-OF-PROCESSING-EXIT
               WHEN BAQ-RESULT-NEEDS-ARCHIVE (1)
                   MOVE BAQ-CURRENCY (1) TO BRE-O-ASF-CURRENCY
                   MOVE BAQ-CURRENT-BALANCE (1) TO
                       BRE-O-ASF-CURRENT-BALANCE
                   MOVE 'Date is archived - request a letter' TO
                       BRE-O-ASF-MESSAGE
               WHEN BAQ-RESULT-FX-UNPROVEN (1)
                   MOVE 'Currency transfer in range - refer' TO
                       BRE-O-ASF-MESSAGE
                   GO TO AS-OF-PROCESSING-EXIT
               WHEN OTHER
                   MOVE 'Account history unavailable' TO
                       BRE-O-ASF-MESSAGE
                   GO TO AS-OF-PROCESSING-EXIT
           END-EVALUATE
           .
           IF BRE-I-ASF-LETTER-WANTED
               PERFORM QUEUE-LETTER-REQUEST THRU
                   QUEUE-LETTER-REQUEST-EXIT
           END-IF
           .
       AS-OF-PROCESSING-EXIT.
           EXIT
           .
      *****************************************************************
      * The certified letter is cut overnight by BALCERT, which reads *
      * the archive as well - an archived date is queued the same way *
      * as one answered here.                                         *
      *****************************************************************
       QUEUE-LETTER-REQUEST.
           IF BRE-I-ASF-USERID IS EQUAL TO SPACES
               MOVE 'Letter needs the requesting user id' TO
                   BRE-O-ASF-MESSAGE
               GO TO QUEUE-LETTER-REQUEST-EXIT
           END-IF
           .
           OPEN EXTEND ASOFREQ-FILE
           IF NOT WS-ASOFREQ-OK
               MOVE 'Unable to queue letter request' TO
                   BRE-O-ASF-MESSAGE
               GO TO QUEUE-LETTER-REQUEST-EXIT
           END-IF
           .
           MOVE SPACES TO ASOFREQ-RECORD
           MOVE BRE-I-ASF-PID TO AFQ-PID
           MOVE BRE-I-ASF-ACCOUNT TO AFQ-ACCOUNT
           MOVE BRE-I-ASF-AS-OF-DATE TO AFQ-AS-OF-DATE
           MOVE BRE-I-ASF-REFERENCE TO AFQ-REFERENCE
           MOVE BRE-I-ASF-USERID TO AFQ-REQUESTED-BY
           MOVE GBD-BUSINESS-DATE TO AFQ-REQUEST-DATE
           SET AFQ-SOURCE-ONLINE TO TRUE
           SET AFQ-PENDING TO TRUE
           MOVE ZERO TO AFQ-DONE-DATE
           WRITE ASOFREQ-RECORD
           CLOSE ASOFREQ-FILE
           .
           MOVE 'Y' TO BRE-O-ASF-LETTER-QUEUED
           MOVE 'Certified letter requested' TO BRE-O-ASF-MESSAGE
           .
       QUEUE-LETTER-REQUEST-EXIT.
           EXIT
           .
