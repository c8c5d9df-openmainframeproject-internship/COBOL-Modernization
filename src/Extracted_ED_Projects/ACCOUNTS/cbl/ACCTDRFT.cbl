001230*              the rare collision) and writes the outstanding-  * acctdrft
001240*              draft register row ACCTCHQP pays the presented   * acctdrft
001250*              draft from. Replaces the branch paper log book.  * acctdrft
001260*              A draft on an account with a SGNMAND signing     * acctdrft
001270*              mandate is passed to MANDCHK with the DRQ-       * acctdrft
001280*              SIGNER-PID who asked for it; one that signer     * acctdrft
001290*              cannot carry alone is held on MANDPND for the    * acctdrft
001300*              other signers and not issued. Drafts the signers * acctdrft
001310*              have since released are issued at the start of   * acctdrft
001320*              the next run from the request image kept with    * acctdrft
001330*              the item.                                        * acctdrft
001333*              A draft on an account under a 'BK' insolvency    * acctdrft
001336*              freeze on FRDHOLD is refused.                    * acctdrft
001340***************************************************************** acctdrft
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTDRFT.

           SELECT ACCTTRN-FILE ASSIGN TO "ACCTTRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCTTRN-STATUS.
           SELECT FRDHOLD-FILE ASSIGN TO "FRDHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FRD-KEY
               FILE STATUS IS WS-FRDHOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
         05 DRQ-AMOUNT PIC 9(7)V99.
         05 DRQ-PAYEE PIC X(25).
         05 DRQ-TELLER-ID PIC X(5).
         05 DRQ-SIGNER-PID PIC X(5).

       FD DRFTREG-FILE
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
       COPY CACCTTRN.

       FD FRDHOLD-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CFRDHOLD.

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'ACCTDRFT'.
           88 WS-ACCTMST-OK VALUE '00'.
         05 WS-ACCTTRN-STATUS PIC X(2).
           88 WS-ACCTTRN-OK VALUE '00'.
         05 WS-FRDHOLD-STATUS PIC X(2).
           88 WS-FRDHOLD-OK VALUE '00'.
         05 WS-FRDHOLD-OPEN-FLAG PIC X(1) VALUE 'N'.
           88 WS-FRDHOLD-OPEN VALUE 'Y'.
         05 WS-DRAFTREQ-EOF-FLAG PIC X(1).
           88 WS-DRAFTREQ-EOF VALUE 'Y'.
         05 WS-REQ-COUNT PIC 9(6) VALUE ZERO.
         05 WS-ISSUED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-REFUSED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-HELD-COUNT PIC 9(6) VALUE ZERO.
         05 WS-RELEASED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-RELEASED-FLAG PIC X(1) VALUE 'N'.
           88 WS-RELEASED-ITEM VALUE 'Y'.
         05 WS-RELEASED-DONE-FLAG PIC X(1) VALUE 'N'.
           88 WS-RELEASED-DONE VALUE 'Y'.
         05 WS-MANDATE-REF PIC 9(12) VALUE ZERO.
         05 WS-REF-WORK PIC 9(12).
         05 WS-REF-WORK-X REDEFINES WS-REF-WORK PIC X(12).
         05 WS-CURRENT-DATE-TIME.

       COPY CRUNCTLQ.

       COPY CMANDCKQ.

       PROCEDURE DIVISION.
       000-START-PROCESSING.
           MOVE 'S' TO RCQ-FUNCTION
           END-IF
           OPEN I-O ACCTMST-FILE
           OPEN EXTEND ACCTTRN-FILE
           OPEN INPUT FRDHOLD-FILE
           IF WS-FRDHOLD-OK
               SET WS-FRDHOLD-OPEN TO TRUE
           END-IF
           .
      *****************************************************************
      * Drafts held for a signing mandate and since released by the   *
      * other signers are issued first, from the request image kept   *
      * with the held item.                                           *
      *****************************************************************
           SET WS-RELEASED-ITEM TO TRUE
           PERFORM UNTIL WS-RELEASED-DONE
               MOVE SPACES TO MANDCHK-REQUEST
               SET MCQ-FUNC-NEXT-RELEASED TO TRUE
               MOVE 'DRFT' TO MCQ-CHANNEL
               MOVE WS-MANDATE-REF TO MCQ-REF-NO
               MOVE ZERO TO MCQ-AMOUNT
               MOVE GBD-BUSINESS-DATE TO MCQ-DATE
               CALL 'MANDCHK' USING MANDCHK-REQUEST
               IF MCQ-CLEAR
                   MOVE MCQ-REF-NO TO WS-MANDATE-REF
                   MOVE MCQ-ITEM-IMAGE TO DRAFTREQ-RECORD
                   ADD 1 TO WS-RELEASED-COUNT
                   PERFORM ISSUE-ONE-DRAFT THRU
                       ISSUE-ONE-DRAFT-EXIT
               ELSE
                   SET WS-RELEASED-DONE TO TRUE
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-RELEASED-FLAG
           MOVE ZERO TO WS-MANDATE-REF
           .
           PERFORM UNTIL WS-DRAFTREQ-EOF
               READ DRAFTREQ-FILE
           CLOSE DRFTREG-FILE
           CLOSE ACCTMST-FILE
           CLOSE ACCTTRN-FILE
           IF WS-FRDHOLD-OPEN
               CLOSE FRDHOLD-FILE
           END-IF
           .
           DISPLAY WS-REQ-COUNT ' draft request(s) read, '
               WS-ISSUED-COUNT ' issued, '
               WS-REFUSED-COUNT ' refused, '
               WS-HELD-COUNT ' held for signers, '
               WS-RELEASED-COUNT ' released by signers'
           .
           MOVE 'E' TO RCQ-FUNCTION
           MOVE WS-REQ-COUNT TO RCQ-REC-COUNT
           STOP RUN
           .
       ISSUE-ONE-DRAFT.
           IF NOT WS-RELEASED-ITEM
               ADD 1 TO WS-REQ-COUNT
           END-IF
           .
           IF DRQ-AMOUNT IS NOT GREATER THAN ZERO
               ADD 1 TO WS-REFUSED-COUNT
           END-READ
           .
      *****************************************************************
      * No draft is drawn on a pre-filing account frozen for the      *
      * customer's insolvency.                                        *
      *****************************************************************
           IF WS-FRDHOLD-OPEN
               MOVE DRQ-OWNER-PID TO FRD-OWNER-PID
               MOVE DRQ-ACCOUNT TO FRD-ACCOUNT
               READ FRDHOLD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FRD-HELD
                           AND FRD-SOURCE-TYPE IS EQUAL TO 'BK'
                           ADD 1 TO WS-REFUSED-COUNT
                           DISPLAY 'Draft refused - insolvency freeze '
                               DRQ-OWNER-PID ' ' DRQ-ACCOUNT
                           GO TO ISSUE-ONE-DRAFT-EXIT
                       END-IF
               END-READ
           END-IF
           .
      *****************************************************************
      * A draft is certified funds - the customer's account must      *
      * cover it in full at issue, overdraft facility included, the   *
      * same available-funds test the clearing batch applies.         *
               GO TO ISSUE-ONE-DRAFT-EXIT
           END-IF
           .
           PERFORM CHECK-SIGNING-MANDATE THRU
               CHECK-SIGNING-MANDATE-EXIT
           IF MCQ-REFUSED
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY 'Draft refused - ' MCQ-REPLY-MSG ' '
                   DRQ-OWNER-PID ' ' DRQ-ACCOUNT
               GO TO ISSUE-ONE-DRAFT-EXIT
           END-IF
           IF MCQ-HELD
               ADD 1 TO WS-HELD-COUNT
               DISPLAY 'Draft held - ' MCQ-REPLY-MSG ' '
                   DRQ-OWNER-PID ' ' DRQ-ACCOUNT
               GO TO ISSUE-ONE-DRAFT-EXIT
           END-IF
           .
           MOVE ACCTMST-RECORD TO WS-BEFORE-ACCTMST
           SUBTRACT DRQ-AMOUNT FROM AMS-BALANCE
           MOVE WS-CURRENT-DATE TO AMS-LAST-DATE
       ISSUE-ONE-DRAFT-EXIT.
           EXIT
           .
      *****************************************************************
      * A new request is tested against the account's signing         *
      * mandate; a released one is marked carried out on MANDPND.     *
      *****************************************************************
       CHECK-SIGNING-MANDATE.
           MOVE SPACES TO MANDCHK-REQUEST
           MOVE 'DRFT' TO MCQ-CHANNEL
           MOVE DRQ-ACCOUNT TO MCQ-ACCOUNT
           MOVE DRQ-OWNER-PID TO MCQ-OWNER-PID
           MOVE DRQ-SIGNER-PID TO MCQ-SIGNER-PID
           MOVE DRQ-TELLER-ID TO MCQ-OPERATOR
           MOVE DRQ-AMOUNT TO MCQ-AMOUNT
           MOVE GBD-BUSINESS-DATE TO MCQ-DATE
           MOVE DRAFTREQ-RECORD TO MCQ-ITEM-IMAGE
           IF WS-RELEASED-ITEM
               SET MCQ-FUNC-USE TO TRUE
               MOVE WS-MANDATE-REF TO MCQ-REF-NO
           ELSE
               SET MCQ-FUNC-CHECK TO TRUE
               MOVE ZERO TO MCQ-REF-NO
           END-IF
           CALL 'MANDCHK' USING MANDCHK-REQUEST
           .
       CHECK-SIGNING-MANDATE-EXIT.
           EXIT
           .
       JOURNAL-ACCTMST-IMAGE.
           MOVE WS-PROGRAM-ID TO MJQ-PROGRAM
           MOVE 'ACCTMST ' TO MJQ-FILE-ID
