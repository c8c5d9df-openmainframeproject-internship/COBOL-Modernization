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

001150***************************************************************** campmail
001160* Program:     CAMPMAIL.CBL                                     * campmail
001170* Function:    Campaign mailing - takes the CAMPMLRQ card       * campmail
001180*              naming a bonus-rate campaign, finds the row in   * campmail
001190*              force for it on CAMPGN (the last one keyed) and, * campmail
001200*              provided the campaign is active and its          * campmail
001210*              eligibility window has not closed, offers it to  * campmail
001220*              every open customer on BNKCUST. Before any item  * campmail
001230*              is produced CEMREG is asked whether the customer * campmail
001240*              holds live marketing consent: by e-mail first    * campmail
001250*              where an address is on file, then by mail. The   * campmail
001260*              item goes to the CAMPMLX extract on the first    * campmail
001270*              channel consented to and is logged through       * campmail
001280*              CORRNDX; a customer with consent on neither      * campmail
001290*              channel is suppressed and counted.               * campmail
001300***************************************************************** campmail
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPMAIL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPMLRQ-FILE ASSIGN TO "CAMPMLRQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAMPMLRQ-STATUS.
           SELECT CAMPGN-FILE ASSIGN TO "CAMPGN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAMPGN-STATUS.
           SELECT BNKCUST-FILE ASSIGN TO "BNKCUST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BCS-REC-PID
               FILE STATUS IS WS-BNKCUST-STATUS.
           SELECT CAMPMLX-FILE ASSIGN TO "CAMPMLX"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAMPMLX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CAMPMLRQ-FILE
           LABEL RECORDS ARE STANDARD.
       01 CAMPMLRQ-RECORD.
         05 CMR-CAMPAIGN-CODE PIC X(6).

       FD CAMPGN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CCAMPGN.

       FD BNKCUST-FILE
           LABEL RECORDS ARE STANDARD.
       01 BNKCUST-RECORD.
       COPY CBANKVCS.

       FD CAMPMLX-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CCAMPMLX.

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'CAMPMAIL'.
         05 WS-CAMPMLRQ-STATUS PIC X(2).
           88 WS-CAMPMLRQ-OK VALUE '00'.
         05 WS-CAMPGN-STATUS PIC X(2).
           88 WS-CAMPGN-OK VALUE '00'.
         05 WS-BNKCUST-STATUS PIC X(2).
           88 WS-BNKCUST-OK VALUE '00'.
         05 WS-CAMPMLX-STATUS PIC X(2).
           88 WS-CAMPMLX-OK VALUE '00'.
         05 WS-CAMPGN-EOF-FLAG PIC X(1).
           88 WS-CAMPGN-EOF VALUE 'Y'.
         05 WS-BNKCUST-EOF-FLAG PIC X(1).
           88 WS-BNKCUST-EOF VALUE 'Y'.
         05 WS-CAMPAIGN-FOUND-FLAG PIC X(1).
           88 WS-CAMPAIGN-FOUND VALUE 'Y'.
         05 WS-CAMPAIGN-CODE PIC X(6).
         05 WS-CAMPAIGN-ROW PIC X(80).
         05 WS-MAIL-CHANNEL PIC X(1).
         05 WS-CUST-COUNT PIC 9(6) VALUE ZERO.
         05 WS-EMAIL-COUNT PIC 9(6) VALUE ZERO.
         05 WS-MAIL-COUNT PIC 9(6) VALUE ZERO.
         05 WS-SUPPRESSED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
           10 FILLER PIC X(5).

       COPY CCEMREGQ.

       COPY CCORRNDQ.

       COPY CGETBDTQ.

       COPY CRUNCTLQ.

       PROCEDURE DIVISION.
       000-START-PROCESSING.
           MOVE 'S' TO RCQ-FUNCTION
           MOVE 'CAMPMAIL' TO RCQ-JOB-NAME
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
      *****************************************************************
      * One parameter card per run - the campaign to mail.            *
      *****************************************************************
           OPEN INPUT CAMPMLRQ-FILE
           READ CAMPMLRQ-FILE
               AT END
                   DISPLAY 'No campaign mailing card - stopped'
                   CLOSE CAMPMLRQ-FILE
                   MOVE 'E' TO RCQ-FUNCTION
                   MOVE ZERO TO RCQ-REC-COUNT
                   MOVE 'F' TO RCQ-OUTCOME
                   CALL 'RUNCTL' USING RUNCTL-REQUEST
                   STOP RUN
           END-READ
           MOVE CMR-CAMPAIGN-CODE TO WS-CAMPAIGN-CODE
           CLOSE CAMPMLRQ-FILE
           .
           PERFORM FIND-CAMPAIGN THRU FIND-CAMPAIGN-EXIT
           .
      *****************************************************************
      * Nothing is mailed for a campaign marketing has withdrawn or   *
      * whose window for new money has already closed.                *
      *****************************************************************
           IF NOT WS-CAMPAIGN-FOUND
               OR NOT CMP-ACTIVE
               OR CMP-END-DATE IS LESS THAN GBD-BUSINESS-DATE
               DISPLAY 'Campaign ' WS-CAMPAIGN-CODE
                   ' not active - nothing mailed'
               MOVE 'E' TO RCQ-FUNCTION
               MOVE ZERO TO RCQ-REC-COUNT
               MOVE 'F' TO RCQ-OUTCOME
               CALL 'RUNCTL' USING RUNCTL-REQUEST
               STOP RUN
           END-IF
           .
           OPEN INPUT BNKCUST-FILE
           OPEN OUTPUT CAMPMLX-FILE
           .
           MOVE LOW-VALUES TO BCS-REC-PID
           START BNKCUST-FILE KEY IS NOT LESS THAN BCS-REC-PID
               INVALID KEY
                   SET WS-BNKCUST-EOF TO TRUE
           END-START
           .
           PERFORM UNTIL WS-BNKCUST-EOF
               READ BNKCUST-FILE NEXT RECORD
                   AT END
                       SET WS-BNKCUST-EOF TO TRUE
                   NOT AT END
                       PERFORM MAIL-ONE-CUSTOMER THRU
                           MAIL-ONE-CUSTOMER-EXIT
               END-READ
           END-PERFORM
           .
           CLOSE BNKCUST-FILE
           CLOSE CAMPMLX-FILE
           .
           DISPLAY WS-CUST-COUNT ' open customer(s) considered, '
               WS-EMAIL-COUNT ' e-mailed, '
               WS-MAIL-COUNT ' mailed, '
               WS-SUPPRESSED-COUNT ' suppressed for campaign '
               WS-CAMPAIGN-CODE
           .
           MOVE 'E' TO RCQ-FUNCTION
           MOVE WS-CUST-COUNT TO RCQ-REC-COUNT
           MOVE 'C' TO RCQ-OUTCOME
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           .
           STOP RUN
           .
      *****************************************************************
      * CAMPGN rows are appended - the last one keyed for the code is *
      * the one in force.                                             *
      *****************************************************************
       FIND-CAMPAIGN.
           MOVE 'N' TO WS-CAMPAIGN-FOUND-FLAG
           OPEN INPUT CAMPGN-FILE
           IF NOT WS-CAMPGN-OK
               GO TO FIND-CAMPAIGN-EXIT
           END-IF
           .
           PERFORM UNTIL WS-CAMPGN-EOF
               READ CAMPGN-FILE
                   AT END
                       SET WS-CAMPGN-EOF TO TRUE
                   NOT AT END
                       IF CMP-CODE IS EQUAL TO WS-CAMPAIGN-CODE
                           SET WS-CAMPAIGN-FOUND TO TRUE
                           MOVE CAMPGN-RECORD TO WS-CAMPAIGN-ROW
                       END-IF
               END-READ
           END-PERFORM
           .
           CLOSE CAMPGN-FILE
           IF WS-CAMPAIGN-FOUND
               MOVE WS-CAMPAIGN-ROW TO CAMPGN-RECORD
           END-IF
           .
       FIND-CAMPAIGN-EXIT.
           EXIT
           .
      *****************************************************************
      * E-mail is tried first for a customer with an address on file, *
      * then mail; the first channel the customer has consented to    *
      * carries the item and no customer gets it twice.               *
      *****************************************************************
       MAIL-ONE-CUSTOMER.
           IF BCS-REC-CLOSED
               GO TO MAIL-ONE-CUSTOMER-EXIT
           END-IF
           .
           ADD 1 TO WS-CUST-COUNT
           MOVE SPACE TO WS-MAIL-CHANNEL
           .
           IF BCS-REC-EMAIL IS NOT EQUAL TO SPACES
               MOVE 'E' TO WS-MAIL-CHANNEL
               PERFORM CHECK-MARKETING-CONSENT THRU
                   CHECK-MARKETING-CONSENT-EXIT
           END-IF
           .
           IF WS-MAIL-CHANNEL IS EQUAL TO SPACE
               MOVE 'M' TO WS-MAIL-CHANNEL
               PERFORM CHECK-MARKETING-CONSENT THRU
                   CHECK-MARKETING-CONSENT-EXIT
           END-IF
           .
           IF WS-MAIL-CHANNEL IS EQUAL TO SPACE
               ADD 1 TO WS-SUPPRESSED-COUNT
               GO TO MAIL-ONE-CUSTOMER-EXIT
           END-IF
           .
           MOVE SPACES TO CAMPMLX-RECORD
           MOVE GBD-BUSINESS-DATE TO CML-DATE
           MOVE CMP-CODE TO CML-CAMPAIGN-CODE
           MOVE CMP-DESC TO CML-CAMPAIGN-DESC
           MOVE BCS-REC-PID TO CML-PID
           MOVE WS-MAIL-CHANNEL TO CML-CHANNEL
           MOVE BCS-REC-NAME TO CML-NAME
           IF CML-CHANNEL-EMAIL
               MOVE BCS-REC-EMAIL TO CML-EMAIL
               ADD 1 TO WS-EMAIL-COUNT
           ELSE
               ADD 1 TO WS-MAIL-COUNT
           END-IF
           MOVE BCS-REC-LANG-PREF TO CML-LANG
           MOVE CMP-BONUS-RATE TO CML-BONUS-RATE
           MOVE CMP-END-DATE TO CML-END-DATE
           WRITE CAMPMLX-RECORD
           .
           MOVE BCS-REC-PID TO CDQ-PID
           MOVE 'CAMP' TO CDQ-DOC-TYPE
           MOVE WS-PROGRAM-ID TO CDQ-SOURCE-PGM
           MOVE SPACES TO CDQ-SUMMARY
           IF CML-CHANNEL-EMAIL
               STRING 'Campaign ' CMP-CODE ' offer by e-mail'
                   DELIMITED BY SIZE INTO CDQ-SUMMARY
           ELSE
               STRING 'Campaign ' CMP-CODE ' offer by mail'
                   DELIMITED BY SIZE INTO CDQ-SUMMARY
           END-IF
           CALL 'CORRNDX' USING CORRNDX-REQUEST
           .
       MAIL-ONE-CUSTOMER-EXIT.
           EXIT
           .
      *****************************************************************
      * The suppression check - the channel is kept only when CEMREG  *
      * finds live consent on it, and cleared otherwise.              *
      *****************************************************************
       CHECK-MARKETING-CONSENT.
           MOVE SPACES TO CEMREG-REQUEST
           SET CRQ-FUNC-CHECK TO TRUE
           MOVE BCS-REC-PID TO CRQ-PID
           MOVE WS-MAIL-CHANNEL TO CRQ-CHANNEL
           MOVE GBD-BUSINESS-DATE TO CRQ-DATE
           CALL 'CEMREG' USING CEMREG-REQUEST
           IF CRQ-REFUSED
               MOVE SPACE TO WS-MAIL-CHANNEL
           END-IF
           .
       CHECK-MARKETING-CONSENT-EXIT.
           EXIT
           .
