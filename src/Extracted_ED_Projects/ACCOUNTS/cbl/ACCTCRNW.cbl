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

001150***************************************************************** acctcrnw
001160* Program:     ACCTCRNW.CBL                                     * acctcrnw
001170* Function:    Monthly debit card renewal. Every active card on * acctcrnw
001180*              CARDMST expiring within the next sixty days, not * acctcrnw
001190*              already renewed, whose owner is open and not     * acctcrnw
001200*              frozen gets a successor card built the ACCTCARD  * acctcrnw
001210*              way - BIN plus a fresh ACCTREFN reference,       * acctcrnw
001220*              three-year expiry - with the PIN hash and        * acctcrnw
001230*              purchase settings carried forward and            * acctcrnw
001240*              CRD-RENEWAL-OF naming the old card. The old card * acctcrnw
001250*              stays active, pointing at its successor through  * acctcrnw
001260*              CRD-REPLACED-BY, until ACCTATM or ACCTPOS sees   * acctcrnw
001270*              the new card's first use. Each card goes on the  * acctcrnw
001280*              EMBOSS file for the card vendor with a CTL       * acctcrnw
001290*              trailer; a customer whose mail is flagged        * acctcrnw
001300*              returned has the card sent to the home branch    * acctcrnw
001310*              instead and is listed on the CRNWPICK branch     * acctcrnw
001320*              pickup list.                                     * acctcrnw
001330***************************************************************** acctcrnw
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTCRNW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARDMST-FILE ASSIGN TO "CARDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRD-KEY
               FILE STATUS IS WS-CARDMST-STATUS.
           SELECT BNKCUST-FILE ASSIGN TO "BNKCUST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BCS-REC-PID
               FILE STATUS IS WS-BNKCUST-STATUS.
           SELECT EMBOSS-FILE ASSIGN TO "EMBOSS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EMBOSS-STATUS.
           SELECT CRNWPICK-FILE ASSIGN TO "CRNWPICK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CRNWPICK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CARDMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CCARDMST.

       FD BNKCUST-FILE
           LABEL RECORDS ARE STANDARD.
       01 BNKCUST-REC.
       COPY CBANKVCS.

       FD EMBOSS-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CEMBOSS.

       FD CRNWPICK-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 CRNWPICK-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'ACCTCRNW'.
         05 WS-CARDMST-STATUS PIC X(2).
           88 WS-CARDMST-OK VALUE '00'.
         05 WS-BNKCUST-STATUS PIC X(2).
           88 WS-BNKCUST-OK VALUE '00'.
         05 WS-EMBOSS-STATUS PIC X(2).
           88 WS-EMBOSS-OK VALUE '00'.
         05 WS-CRNWPICK-STATUS PIC X(2).
           88 WS-CRNWPICK-OK VALUE '00'.
         05 WS-CARDMST-EOF-FLAG PIC X(1).
           88 WS-CARDMST-EOF VALUE 'Y'.
         05 WS-RENEW-DAYS PIC 9(2) VALUE 60.
         05 WS-WINDOW-END PIC 9(8).
         05 WS-DUE-COUNT PIC 9(6) VALUE ZERO.
         05 WS-RENEWED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-PICKUP-COUNT PIC 9(6) VALUE ZERO.
         05 WS-SKIP-COUNT PIC 9(6) VALUE ZERO.
         05 WS-OLD-CARD-NO PIC X(16).
         05 WS-NEW-CARD-NO PIC X(16).
         05 WS-REF-WORK PIC 9(12).
         05 WS-EXPIRY-WORK.
           10 WS-EXP-YYYY PIC 9(4).
           10 WS-EXP-MM PIC 9(2).
           10 WS-EXP-DD PIC 9(2).
         05 WS-EXPIRY-WORK-N REDEFINES WS-EXPIRY-WORK PIC 9(8).
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
           10 FILLER PIC X(5).
         05 WS-NEXT-DATE.
           10 WS-NXT-YYYY PIC 9(4).
           10 WS-NXT-MM PIC 9(2).
           10 WS-NXT-DD PIC 9(2).
         05 WS-NEXT-DATE-N REDEFINES WS-NEXT-DATE PIC 9(8).
         05 WS-MONTH-DAYS-TABLE.
           10 FILLER PIC X(24) VALUE '312831303130313130313031'.
         05 WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
           10 WS-DAYS-IN-MONTH PIC 9(2) OCCURS 12 TIMES.
         05 WS-THIS-MONTH-DAYS PIC 9(2).
         05 WS-LEAP-WORK PIC 9(4).
         05 WS-LEAP-REM PIC 9(4).
       01 WS-HEADING-LINE.
         05 FILLER PIC X(40)
                VALUE 'RENEWAL CARDS FOR BRANCH PICKUP         '.
         05 FILLER PIC X(15) VALUE 'RUN DATE       '.
         05 WS-HDG-DATE PIC 9(8).
         05 FILLER PIC X(17) VALUE SPACES.
       01 WS-PICKUP-LINE.
         05 WS-PCK-BRANCH PIC X(4).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-PCK-PID PIC X(5).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-PCK-NAME PIC X(25).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-PCK-CARD PIC X(16).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-PCK-EXPIRY PIC 9(8).
         05 FILLER PIC X(18) VALUE ' MAIL RETURNED    '.

       COPY CRUNCTLQ.

       PROCEDURE DIVISION.
       000-START-PROCESSING.
           MOVE 'S' TO RCQ-FUNCTION
           MOVE 'ACCTCRNW' TO RCQ-JOB-NAME
           MOVE SPACES TO RCQ-PREREQ-JOB
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           IF RCQ-REPLY-REFUSED
               DISPLAY 'Run control refused start: ' RCQ-REPLY-MSG
               STOP RUN
           END-IF
           .
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           .
           MOVE WS-CURRENT-DATE TO WS-NEXT-DATE-N
           PERFORM STEP-ONE-DAY THRU STEP-ONE-DAY-EXIT
               WS-RENEW-DAYS TIMES
           MOVE WS-NEXT-DATE-N TO WS-WINDOW-END
           .
           OPEN I-O CARDMST-FILE
           IF NOT WS-CARDMST-OK
               OPEN OUTPUT CARDMST-FILE
               CLOSE CARDMST-FILE
               OPEN I-O CARDMST-FILE
           END-IF
           OPEN INPUT BNKCUST-FILE
           OPEN OUTPUT EMBOSS-FILE
           OPEN OUTPUT CRNWPICK-FILE
           .
           MOVE WS-CURRENT-DATE TO WS-HDG-DATE
           WRITE CRNWPICK-RECORD FROM WS-HEADING-LINE
           MOVE SPACES TO CRNWPICK-RECORD
           WRITE CRNWPICK-RECORD
           .
      *****************************************************************
      * One pass over the card master. A successor written during the *
      * pass may come up later in key order, but with three years to  *
      * run it is never itself due.                                   *
      *****************************************************************
           MOVE 'N' TO WS-CARDMST-EOF-FLAG
           MOVE LOW-VALUES TO CRD-CARD-NO
           START CARDMST-FILE KEY IS NOT LESS THAN CRD-KEY
               INVALID KEY
                   SET WS-CARDMST-EOF TO TRUE
           END-START
           .
           PERFORM UNTIL WS-CARDMST-EOF
               READ CARDMST-FILE NEXT RECORD
                   AT END
                       SET WS-CARDMST-EOF TO TRUE
                   NOT AT END
                       IF CRD-ACTIVE
                           AND CRD-REPLACED-BY IS EQUAL TO SPACES
                           AND CRD-EXPIRY-DATE IS NOT LESS THAN
                               WS-CURRENT-DATE
                           AND CRD-EXPIRY-DATE IS NOT GREATER THAN
                               WS-WINDOW-END
                           PERFORM RENEW-ONE-CARD THRU
                               RENEW-ONE-CARD-EXIT
                       END-IF
               END-READ
           END-PERFORM
           .
           MOVE SPACES TO EMBOSS-RECORD
           MOVE 'CTL  ' TO EMB-OWNER-PID
           MOVE WS-RENEWED-COUNT TO EMT-ITEM-COUNT
           MOVE WS-CURRENT-DATE TO EMT-RUN-DATE
           WRITE EMBOSS-RECORD
           .
           CLOSE CARDMST-FILE
           CLOSE BNKCUST-FILE
           CLOSE EMBOSS-FILE
           CLOSE CRNWPICK-FILE
           .
           DISPLAY WS-DUE-COUNT ' card(s) due, '
               WS-RENEWED-COUNT ' renewed, '
               WS-PICKUP-COUNT ' for branch pickup, '
               WS-SKIP-COUNT ' skipped'
           .
           MOVE 'E' TO RCQ-FUNCTION
           MOVE WS-RENEWED-COUNT TO RCQ-REC-COUNT
           MOVE 'C' TO RCQ-OUTCOME
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           .
           STOP RUN
           .
      *****************************************************************
      * Closed, deceased and frozen customers get no new plastic -    *
      * the card simply runs out. The successor is written first and  *
      * the old card pointed at it only once it is safely on file.    *
      *****************************************************************
       RENEW-ONE-CARD.
           ADD 1 TO WS-DUE-COUNT
           .
           MOVE CRD-OWNER-PID TO BCS-REC-PID
           READ BNKCUST-FILE
               INVALID KEY
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY 'Renewal skipped - no customer '
                       CRD-OWNER-PID
                   GO TO RENEW-ONE-CARD-EXIT
           END-READ
           .
           IF BCS-REC-CLOSED
               OR BCS-REC-DECEASED
               OR BCS-REC-FROZEN
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'Renewal skipped - customer not open '
                   CRD-OWNER-PID
               GO TO RENEW-ONE-CARD-EXIT
           END-IF
           .
      *****************************************************************
      * The successor keeps the PIN and the purchase account and      *
      * limit - only the plastic and the expiry change.               *
      *****************************************************************
           MOVE CRD-CARD-NO TO WS-OLD-CARD-NO
           CALL 'ACCTREFN' USING WS-REF-WORK
           MOVE SPACES TO WS-NEW-CARD-NO
           STRING '4501' WS-REF-WORK
               DELIMITED BY SIZE INTO WS-NEW-CARD-NO
           .
           MOVE WS-NEW-CARD-NO TO CRD-CARD-NO
           MOVE WS-CURRENT-DATE TO CRD-ISSUE-DATE
           MOVE WS-CURRENT-DATE TO WS-EXPIRY-WORK
           ADD 3 TO WS-EXP-YYYY
           MOVE WS-EXPIRY-WORK-N TO CRD-EXPIRY-DATE
           SET CRD-ACTIVE TO TRUE
           MOVE SPACES TO CRD-REPLACED-BY
           MOVE WS-CURRENT-DATE TO CRD-STATUS-DATE
           MOVE ZERO TO CRD-POS-LAST-DTE
           MOVE ZERO TO CRD-POS-LAST-AMT
           MOVE WS-OLD-CARD-NO TO CRD-RENEWAL-OF
           WRITE CARDMST-RECORD
               INVALID KEY
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY 'Card number collision ' WS-NEW-CARD-NO
                   GO TO RENEW-ONE-CARD-EXIT
           END-WRITE
           .
           MOVE WS-OLD-CARD-NO TO CRD-CARD-NO
           READ CARDMST-FILE
           MOVE WS-NEW-CARD-NO TO CRD-REPLACED-BY
           REWRITE CARDMST-RECORD
           .
           ADD 1 TO WS-RENEWED-COUNT
           .
           PERFORM WRITE-EMBOSS-RECORD THRU WRITE-EMBOSS-RECORD-EXIT
           .
       RENEW-ONE-CARD-EXIT.
           EXIT
           .
      *****************************************************************
      * A customer whose mail comes back is not sent a card to that   *
      * address - it goes to the home branch to be collected, and the *
      * branch sees it on the pickup list.                            *
      *****************************************************************
       WRITE-EMBOSS-RECORD.
           MOVE SPACES TO EMBOSS-RECORD
           MOVE BCS-REC-PID TO EMB-OWNER-PID
           MOVE WS-NEW-CARD-NO TO EMB-CARD-NO
           MOVE WS-EXP-MM TO EMB-EXPIRY-MM
           MOVE WS-EXP-YYYY TO EMB-EXPIRY-YY
           MOVE BCS-REC-NAME TO EMB-NAME
           .
           IF BCS-REC-MAIL-RETURNED IS EQUAL TO 'Y'
               SET EMB-DELIVER-TO-BRANCH TO TRUE
               MOVE BCS-REC-HOME-BRANCH TO EMB-BRANCH
               WRITE EMBOSS-RECORD
               PERFORM WRITE-PICKUP-LINE THRU WRITE-PICKUP-LINE-EXIT
               GO TO WRITE-EMBOSS-RECORD-EXIT
           END-IF
           .
           SET EMB-DELIVER-BY-MAIL TO TRUE
           MOVE BCS-REC-ADDR1 TO EMB-ADDR1
           MOVE BCS-REC-ADDR2 TO EMB-ADDR2
           MOVE BCS-REC-STATE TO EMB-STATE
           MOVE BCS-REC-CNTRY TO EMB-CNTRY
           MOVE BCS-REC-POST-CODE TO EMB-POST-CODE
           MOVE BCS-REC-HOME-BRANCH TO EMB-BRANCH
           WRITE EMBOSS-RECORD
           .
       WRITE-EMBOSS-RECORD-EXIT.
           EXIT
           .
       WRITE-PICKUP-LINE.
           MOVE BCS-REC-HOME-BRANCH TO WS-PCK-BRANCH
           MOVE BCS-REC-PID TO WS-PCK-PID
           MOVE BCS-REC-NAME TO WS-PCK-NAME
           MOVE ALL '*' TO WS-PCK-CARD
           MOVE WS-NEW-CARD-NO(13:4) TO WS-PCK-CARD(13:4)
           MOVE WS-EXPIRY-WORK-N TO WS-PCK-EXPIRY
           WRITE CRNWPICK-RECORD FROM WS-PICKUP-LINE
           ADD 1 TO WS-PICKUP-COUNT
           .
       WRITE-PICKUP-LINE-EXIT.
           EXIT
           .
       STEP-ONE-DAY.
           MOVE WS-DAYS-IN-MONTH(WS-NXT-MM) TO WS-THIS-MONTH-DAYS
           IF WS-NXT-MM IS EQUAL TO 2
               DIVIDE WS-NXT-YYYY BY 4 GIVING WS-LEAP-WORK
                   REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM IS EQUAL TO ZERO
                   MOVE 29 TO WS-THIS-MONTH-DAYS
               END-IF
           END-IF
           ADD 1 TO WS-NXT-DD
           IF WS-NXT-DD IS GREATER THAN WS-THIS-MONTH-DAYS
               MOVE 1 TO WS-NXT-DD
               ADD 1 TO WS-NXT-MM
               IF WS-NXT-MM IS GREATER THAN 12
                   MOVE 1 TO WS-NXT-MM
                   ADD 1 TO WS-NXT-YYYY
               END-IF
           END-IF
           .
       STEP-ONE-DAY-EXIT.
           EXIT
           .
