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

001150***************************************************************** loaninsb
001160* Program:     LOANINSBATCH.CBL                                 * loaninsb
001170* Function:    Insolvency case maintenance - applies the day's  * loaninsb
001180*              INSREQ cards from the trustee's notices to the   * loaninsb
001190*              INSCASE file. 'R' records a bankruptcy or        * loaninsb
001200*              consumer proposal for a BNKCUST customer with    * loaninsb
001210*              its filing date, estate number and trustee, puts * loaninsb
001220*              the stay of proceedings in force, and freezes    * loaninsb
001230*              every deposit and line-of-credit account the     * loaninsb
001240*              customer holds under an FRDHOLD 'BK' hold so     * loaninsb
001250*              VELOCHK refuses postings from them; an account   * loaninsb
001260*              opened after the filing is not held. 'L' records * loaninsb
001270*              the court lifting the stay. 'D' records the      * loaninsb
001280*              bankrupt's discharge and 'C' the completion of a * loaninsb
001290*              proposal - LoanChgoBatch then queues what is     * loaninsb
001300*              still owed for charge-off and releases the       * loaninsb
001310*              freezes. 'A' records an annulment, lifting the   * loaninsb
001320*              stay and releasing the freezes at once. 'P' asks * loaninsb
001330*              LoanPocBatch to print the proof of claim again.  * loaninsb
001340***************************************************************** loaninsb
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanInsBatch.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSREQ-FILE ASSIGN TO "INSREQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INSREQ-STATUS.
           SELECT INSCASE-FILE ASSIGN TO "INSCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INS-PID
               FILE STATUS IS WS-INSCASE-STATUS.
           SELECT BNKCUST-FILE ASSIGN TO "BNKCUST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BCS-REC-PID
               FILE STATUS IS WS-BNKCUST-STATUS.
           SELECT ACCTMST-FILE ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AMS-KEY
               FILE STATUS IS WS-ACCTMST-STATUS.
           SELECT FRDHOLD-FILE ASSIGN TO "FRDHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FRD-KEY
               FILE STATUS IS WS-FRDHOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INSREQ-FILE
           LABEL RECORDS ARE STANDARD.
       01 INSREQ-RECORD.
         05 IRQ-ACTION PIC X(1).
           88 IRQ-RECORD-CASE VALUE 'R'.
           88 IRQ-LIFT-STAY VALUE 'L'.
           88 IRQ-DISCHARGE VALUE 'D'.
           88 IRQ-PROPOSAL-DONE VALUE 'C'.
           88 IRQ-ANNUL VALUE 'A'.
           88 IRQ-REPRINT-CLAIM VALUE 'P'.
         05 IRQ-PID PIC X(5).
         05 IRQ-FILING-TYPE PIC X(1).
         05 IRQ-FILING-DATE PIC 9(8).
         05 IRQ-ESTATE-NO PIC X(12).
         05 IRQ-TRUSTEE-NAME PIC X(30).
         05 IRQ-TRUSTEE-TEL PIC X(12).
         05 IRQ-USERID PIC X(5).

       FD INSCASE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CINSCASE.

       FD BNKCUST-FILE
           LABEL RECORDS ARE STANDARD.
       01 BNKCUST-RECORD.
       COPY CBANKVCS.

       FD ACCTMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CACCTMST.

       FD FRDHOLD-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CFRDHOLD.

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'LOANINSB'.
         05 WS-INSREQ-STATUS PIC X(2).
           88 WS-INSREQ-OK VALUE '00'.
         05 WS-INSCASE-STATUS PIC X(2).
           88 WS-INSCASE-OK VALUE '00'.
         05 WS-BNKCUST-STATUS PIC X(2).
           88 WS-BNKCUST-OK VALUE '00'.
         05 WS-ACCTMST-STATUS PIC X(2).
           88 WS-ACCTMST-OK VALUE '00'.
         05 WS-FRDHOLD-STATUS PIC X(2).
           88 WS-FRDHOLD-OK VALUE '00'.
         05 WS-INSREQ-EOF-FLAG PIC X(1).
           88 WS-INSREQ-EOF VALUE 'Y'.
         05 WS-ACCTMST-EOF-FLAG PIC X(1).
           88 WS-ACCTMST-EOF VALUE 'Y'.
         05 WS-CASE-FOUND-FLAG PIC X(1).
           88 WS-CASE-FOUND VALUE 'Y'.
         05 WS-REQ-COUNT PIC 9(6) VALUE ZERO.
         05 WS-RECORDED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-CHANGED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-FROZEN-COUNT PIC 9(6) VALUE ZERO.
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
           MOVE 'LOANINSB' TO RCQ-JOB-NAME
           MOVE SPACES TO RCQ-PREREQ-JOB
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           IF RCQ-REPLY-REFUSED
               DISPLAY 'Run control refused start: ' RCQ-REPLY-MSG
               STOP RUN
           END-IF
           .
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           .
           OPEN INPUT INSREQ-FILE
           OPEN I-O INSCASE-FILE
           IF NOT WS-INSCASE-OK
               OPEN OUTPUT INSCASE-FILE
               CLOSE INSCASE-FILE
               OPEN I-O INSCASE-FILE
           END-IF
           OPEN INPUT BNKCUST-FILE
           OPEN INPUT ACCTMST-FILE
           OPEN I-O FRDHOLD-FILE
           IF NOT WS-FRDHOLD-OK
               OPEN OUTPUT FRDHOLD-FILE
               CLOSE FRDHOLD-FILE
               OPEN I-O FRDHOLD-FILE
           END-IF
           .
           PERFORM UNTIL WS-INSREQ-EOF
               READ INSREQ-FILE
                   AT END
                       SET WS-INSREQ-EOF TO TRUE
                   NOT AT END
                       PERFORM APPLY-ONE-REQUEST THRU
                           APPLY-ONE-REQUEST-EXIT
               END-READ
           END-PERFORM
           .
           CLOSE INSREQ-FILE
           CLOSE INSCASE-FILE
           CLOSE BNKCUST-FILE
           CLOSE ACCTMST-FILE
           CLOSE FRDHOLD-FILE
           .
           DISPLAY WS-REQ-COUNT ' insolvency request(s), '
               WS-RECORDED-COUNT ' case(s) recorded, '
               WS-CHANGED-COUNT ' changed, '
               WS-SKIP-COUNT ' skipped'
           DISPLAY WS-FROZEN-COUNT ' account(s) frozen, '
               WS-RELEASED-COUNT ' released'
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
           .
           MOVE IRQ-PID TO INS-PID
           MOVE 'Y' TO WS-CASE-FOUND-FLAG
           READ INSCASE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-CASE-FOUND-FLAG
           END-READ
           .
           IF IRQ-RECORD-CASE
               PERFORM RECORD-ONE-CASE THRU RECORD-ONE-CASE-EXIT
               GO TO APPLY-ONE-REQUEST-EXIT
           END-IF
           .
           IF NOT IRQ-LIFT-STAY AND NOT IRQ-DISCHARGE
               AND NOT IRQ-PROPOSAL-DONE AND NOT IRQ-ANNUL
               AND NOT IRQ-REPRINT-CLAIM
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'Unknown insolvency action: ' IRQ-ACTION
               GO TO APPLY-ONE-REQUEST-EXIT
           END-IF
           .
           IF NOT WS-CASE-FOUND
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'No insolvency case for ' IRQ-PID
               GO TO APPLY-ONE-REQUEST-EXIT
           END-IF
      *****************************************************************
      * A reprint only clears the claim date - LoanPocBatch prints    *
      * again on its next run. An annulled case has no claim to file. *
      *****************************************************************
           IF IRQ-REPRINT-CLAIM
               IF INS-ANNULLED
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY 'Case annulled - no claim to print: '
                       IRQ-PID
                   GO TO APPLY-ONE-REQUEST-EXIT
               END-IF
               MOVE ZERO TO INS-CLAIM-DATE
               MOVE ZERO TO INS-CLAIM-TOTAL
               REWRITE INSCASE-RECORD
               ADD 1 TO WS-CHANGED-COUNT
               GO TO APPLY-ONE-REQUEST-EXIT
           END-IF
           .
           IF NOT INS-CASE-OPEN
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'Insolvency case already closed: ' IRQ-PID
               GO TO APPLY-ONE-REQUEST-EXIT
           END-IF
           .
           IF IRQ-LIFT-STAY
               IF NOT INS-STAY-IN-FORCE
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY 'Stay already lifted: ' IRQ-PID
                   GO TO APPLY-ONE-REQUEST-EXIT
               END-IF
               SET INS-STAY-LIFTED TO TRUE
               MOVE WS-CURRENT-DATE TO INS-STATUS-DATE
               REWRITE INSCASE-RECORD
               ADD 1 TO WS-CHANGED-COUNT
               GO TO APPLY-ONE-REQUEST-EXIT
           END-IF
      *****************************************************************
      * A discharge closes a bankruptcy, a completion closes a        *
      * proposal - the card must match the filing. What is still      *
      * owed is left for LoanChgoBatch to queue for write-off, and    *
      * the freezes stay on until it does.                            *
      *****************************************************************
           IF IRQ-DISCHARGE
               IF NOT INS-BANKRUPTCY
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY 'Discharge on a proposal case: ' IRQ-PID
                   GO TO APPLY-ONE-REQUEST-EXIT
               END-IF
               SET INS-DISCHARGED TO TRUE
               MOVE WS-CURRENT-DATE TO INS-STATUS-DATE
               MOVE ZERO TO INS-CHGO-DATE
               REWRITE INSCASE-RECORD
               ADD 1 TO WS-CHANGED-COUNT
               GO TO APPLY-ONE-REQUEST-EXIT
           END-IF
           .
           IF IRQ-PROPOSAL-DONE
               IF NOT INS-PROPOSAL
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY 'Completion on a bankruptcy case: ' IRQ-PID
                   GO TO APPLY-ONE-REQUEST-EXIT
               END-IF
               SET INS-PROPOSAL-COMPLETE TO TRUE
               MOVE WS-CURRENT-DATE TO INS-STATUS-DATE
               MOVE ZERO TO INS-CHGO-DATE
               REWRITE INSCASE-RECORD
               ADD 1 TO WS-CHANGED-COUNT
               GO TO APPLY-ONE-REQUEST-EXIT
           END-IF
      *****************************************************************
      * An annulment puts the customer back where they were before    *
      * the filing - the stay goes and so do the freezes.             *
      *****************************************************************
           SET INS-ANNULLED TO TRUE
           SET INS-STAY-LIFTED TO TRUE
           MOVE WS-CURRENT-DATE TO INS-STATUS-DATE
           REWRITE INSCASE-RECORD
           ADD 1 TO WS-CHANGED-COUNT
           .
           PERFORM RELEASE-CUSTOMER-ACCOUNTS THRU
               RELEASE-CUSTOMER-ACCOUNTS-EXIT
           .
       APPLY-ONE-REQUEST-EXIT.
           EXIT
           .
      *****************************************************************
      * A customer may file again once an earlier case is closed -    *
      * the new filing replaces the old row. An open case is never    *
      * overwritten.                                                  *
      *****************************************************************
       RECORD-ONE-CASE.
           IF WS-CASE-FOUND AND INS-CASE-OPEN
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'Insolvency case already open: ' IRQ-PID
               GO TO RECORD-ONE-CASE-EXIT
           END-IF
           .
           MOVE IRQ-PID TO BCS-REC-PID
           READ BNKCUST-FILE
               INVALID KEY
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY 'PID not on BNKCUST: ' IRQ-PID
                   GO TO RECORD-ONE-CASE-EXIT
           END-READ
           .
           IF IRQ-FILING-TYPE IS NOT EQUAL TO 'B'
               AND IRQ-FILING-TYPE IS NOT EQUAL TO 'P'
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'Invalid filing type: ' IRQ-FILING-TYPE
               GO TO RECORD-ONE-CASE-EXIT
           END-IF
           IF IRQ-FILING-DATE IS NOT NUMERIC
               OR IRQ-FILING-DATE IS EQUAL TO ZERO
               OR IRQ-FILING-DATE IS GREATER THAN WS-CURRENT-DATE
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'Invalid filing date: ' IRQ-PID
               GO TO RECORD-ONE-CASE-EXIT
           END-IF
           IF IRQ-TRUSTEE-NAME IS EQUAL TO SPACES
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'Trustee not named: ' IRQ-PID
               GO TO RECORD-ONE-CASE-EXIT
           END-IF
           .
           MOVE SPACES TO INSCASE-RECORD
           MOVE IRQ-PID TO INS-PID
           MOVE IRQ-FILING-TYPE TO INS-FILING-TYPE
           MOVE IRQ-FILING-DATE TO INS-FILING-DATE
           MOVE IRQ-ESTATE-NO TO INS-ESTATE-NO
           MOVE IRQ-TRUSTEE-NAME TO INS-TRUSTEE-NAME
           MOVE IRQ-TRUSTEE-TEL TO INS-TRUSTEE-TEL
           SET INS-STAY-IN-FORCE TO TRUE
           SET INS-CASE-OPEN TO TRUE
           MOVE WS-CURRENT-DATE TO INS-STATUS-DATE
           MOVE WS-CURRENT-DATE TO INS-RECORDED-DATE
           MOVE IRQ-USERID TO INS-RECORDED-BY
           MOVE ZERO TO INS-FROZEN-COUNT
           MOVE ZERO TO INS-CLAIM-DATE
           MOVE ZERO TO INS-CLAIM-TOTAL
           MOVE ZERO TO INS-CHGO-DATE
           .
           PERFORM FREEZE-CUSTOMER-ACCOUNTS THRU
               FREEZE-CUSTOMER-ACCOUNTS-EXIT
           .
           IF WS-CASE-FOUND
               REWRITE INSCASE-RECORD
           ELSE
               WRITE INSCASE-RECORD
           END-IF
           ADD 1 TO WS-RECORDED-COUNT
           .
       RECORD-ONE-CASE-EXIT.
           EXIT
           .
      *****************************************************************
      * Every deposit account and line of credit the customer holds   *
      * today is a pre-filing account and goes under an FRDHOLD 'BK'  *
      * hold, the row ATOSCAN writes for a takeover, so VELOCHK       *
      * refuses postings from it. Term loans take no postings from    *
      * the customer and are not held. A velocity or takeover hold    *
      * already in force is taken over as the 'BK' hold, keeping the  *
      * date and time it was raised - the debit paths outside VELOCHK *
      * refuse only a 'BK' hold, and a supervisor releasing the older *
      * hold in ACCTFRDR must not open the account during the stay.   *
      * When the stay ends that hold comes off with the others.       *
      *****************************************************************
       FREEZE-CUSTOMER-ACCOUNTS.
           MOVE 'N' TO WS-ACCTMST-EOF-FLAG
           MOVE IRQ-PID TO AMS-OWNER-PID
           MOVE LOW-VALUES TO AMS-ACCOUNT
           START ACCTMST-FILE KEY IS NOT LESS THAN AMS-KEY
               INVALID KEY
                   GO TO FREEZE-CUSTOMER-ACCOUNTS-EXIT
           END-START
           PERFORM UNTIL WS-ACCTMST-EOF
               READ ACCTMST-FILE NEXT RECORD
                   AT END
                       SET WS-ACCTMST-EOF TO TRUE
                   NOT AT END
                       IF AMS-OWNER-PID IS NOT EQUAL TO IRQ-PID
                           SET WS-ACCTMST-EOF TO TRUE
                       ELSE
                           IF AMS-PRODUCT-CODE IS NOT EQUAL TO 'LOAN'
                               PERFORM FREEZE-ONE-ACCOUNT THRU
                                   FREEZE-ONE-ACCOUNT-EXIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .
       FREEZE-CUSTOMER-ACCOUNTS-EXIT.
           EXIT
           .
       FREEZE-ONE-ACCOUNT.
           MOVE AMS-OWNER-PID TO FRD-OWNER-PID
           MOVE AMS-ACCOUNT TO FRD-ACCOUNT
           READ FRDHOLD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FRD-HELD
                       IF FRD-SOURCE-TYPE IS NOT EQUAL TO 'BK'
                           MOVE 'BK' TO FRD-SOURCE-TYPE
                           REWRITE FRDHOLD-RECORD
                           ADD 1 TO INS-FROZEN-COUNT
                           ADD 1 TO WS-FROZEN-COUNT
                       END-IF
                       GO TO FREEZE-ONE-ACCOUNT-EXIT
                   END-IF
           END-READ
           MOVE AMS-OWNER-PID TO FRD-OWNER-PID
           MOVE AMS-ACCOUNT TO FRD-ACCOUNT
           MOVE 'BK' TO FRD-SOURCE-TYPE
           MOVE WS-CURRENT-DATE TO FRD-RAISED-DATE
           MOVE WS-CURRENT-TIME TO FRD-RAISED-TIME
           MOVE ZERO TO FRD-TRIGGER-COUNT
           MOVE ZERO TO FRD-TRIGGER-AMOUNT
           SET FRD-HELD TO TRUE
           MOVE SPACES TO FRD-RELEASED-BY
           MOVE ZERO TO FRD-RELEASED-DATE
           WRITE FRDHOLD-RECORD
               INVALID KEY
                   REWRITE FRDHOLD-RECORD
           END-WRITE
           ADD 1 TO INS-FROZEN-COUNT
           ADD 1 TO WS-FROZEN-COUNT
           .
       FREEZE-ONE-ACCOUNT-EXIT.
           EXIT
           .
      *****************************************************************
      * Only the 'BK' holds this run raised come off - a fraud or     *
      * takeover hold on the same account stays for ACCTFRDR.         *
      *****************************************************************
       RELEASE-CUSTOMER-ACCOUNTS.
           MOVE 'N' TO WS-ACCTMST-EOF-FLAG
           MOVE IRQ-PID TO AMS-OWNER-PID
           MOVE LOW-VALUES TO AMS-ACCOUNT
           START ACCTMST-FILE KEY IS NOT LESS THAN AMS-KEY
               INVALID KEY
                   GO TO RELEASE-CUSTOMER-ACCOUNTS-EXIT
           END-START
           PERFORM UNTIL WS-ACCTMST-EOF
               READ ACCTMST-FILE NEXT RECORD
                   AT END
                       SET WS-ACCTMST-EOF TO TRUE
                   NOT AT END
                       IF AMS-OWNER-PID IS NOT EQUAL TO IRQ-PID
                           SET WS-ACCTMST-EOF TO TRUE
                       ELSE
                           PERFORM RELEASE-ONE-ACCOUNT THRU
                               RELEASE-ONE-ACCOUNT-EXIT
                       END-IF
               END-READ
           END-PERFORM
           .
       RELEASE-CUSTOMER-ACCOUNTS-EXIT.
           EXIT
           .
       RELEASE-ONE-ACCOUNT.
           MOVE AMS-OWNER-PID TO FRD-OWNER-PID
           MOVE AMS-ACCOUNT TO FRD-ACCOUNT
           READ FRDHOLD-FILE
               INVALID KEY
                   GO TO RELEASE-ONE-ACCOUNT-EXIT
           END-READ
           IF NOT FRD-HELD
               OR FRD-SOURCE-TYPE IS NOT EQUAL TO 'BK'
               GO TO RELEASE-ONE-ACCOUNT-EXIT
           END-IF
           SET FRD-OVERRIDDEN TO TRUE
           MOVE IRQ-USERID TO FRD-RELEASED-BY
           MOVE WS-CURRENT-DATE TO FRD-RELEASED-DATE
           REWRITE FRDHOLD-RECORD
           ADD 1 TO WS-RELEASED-COUNT
           .
       RELEASE-ONE-ACCOUNT-EXIT.
           EXIT
           .
