001240*              chaining it to its successor; 'L'/'S'/'D' mark   * acctcard
001250*              a card lost, stolen or damaged, which the        * acctcard
001260*              hot-card check in ACCTATM refuses at once.       * acctcard
001261*              'P' links a card to the account its              * acctcard
001262*              point-of-sale purchases draw on (ACCTPOS) and    * acctcard
001263*              sets the card's own daily purchase limit; an     * acctcard
001264*              issue may name both at once, and a reissue       * acctcard
001265*              carries them forward.                            * acctcard
001270***************************************************************** acctcard
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTCARD.
               ACCESS MODE IS RANDOM
               RECORD KEY IS BCS-REC-PID
               FILE STATUS IS WS-BNKCUST-STATUS.
           SELECT ACCTMST-FILE ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AMS-KEY
               FILE STATUS IS WS-ACCTMST-STATUS.
           SELECT ACCTXRF-FILE ASSIGN TO "ACCTXRF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XRF-KEY
               FILE STATUS IS WS-ACCTXRF-STATUS.

       DATA DIVISION.
       FILE SECTION.
           88 CRQ-LOST VALUE 'L'.
           88 CRQ-STOLEN VALUE 'S'.
           88 CRQ-DAMAGED VALUE 'D'.
           88 CRQ-POS-SETTINGS VALUE 'P'.
         05 CRQ-OWNER-PID PIC X(5).
         05 CRQ-CARD-NO PIC X(16).
         05 CRQ-POS-ACCOUNT PIC X(9).
         05 CRQ-POS-LIMIT PIC 9(5)V99.

       FD CARDMST-FILE
           LABEL RECORDS ARE STANDARD.
       01 BNKCUST-REC.
       COPY CBANKVCS.

       FD ACCTMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CACCTMST.

       FD ACCTXRF-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CACCTXRF.

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'ACCTCARD'.
           88 WS-CARDMST-OK VALUE '00'.
         05 WS-BNKCUST-STATUS PIC X(2).
           88 WS-BNKCUST-OK VALUE '00'.
         05 WS-ACCTMST-STATUS PIC X(2).
           88 WS-ACCTMST-OK VALUE '00'.
         05 WS-ACCTXRF-STATUS PIC X(2).
           88 WS-ACCTXRF-OK VALUE '00'.
         05 WS-CARDREQ-EOF-FLAG PIC X(1).
           88 WS-CARDREQ-EOF VALUE 'Y'.
         05 WS-REQ-COUNT PIC 9(6) VALUE ZERO.
         05 WS-ISSUED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-STATUS-COUNT PIC 9(6) VALUE ZERO.
         05 WS-SKIP-COUNT PIC 9(6) VALUE ZERO.
         05 WS-POS-COUNT PIC 9(6) VALUE ZERO.
         05 WS-POS-ACCOUNT-FLAG PIC X(1).
           88 WS-POS-ACCOUNT-HELD VALUE 'Y'.
         05 WS-NEW-POS-ACCOUNT PIC X(9).
         05 WS-NEW-POS-LIMIT PIC 9(5)V99.
         05 WS-NEW-RENEWAL-OF PIC X(16).
         05 WS-NEW-CARD-NO PIC X(16).
         05 WS-REF-WORK PIC 9(12).
         05 WS-NEW-PIN-HASH PIC 9(4).
               OPEN I-O CARDMST-FILE
           END-IF
           OPEN INPUT BNKCUST-FILE
           OPEN INPUT ACCTMST-FILE
           OPEN INPUT ACCTXRF-FILE
           .
           PERFORM UNTIL WS-CARDREQ-EOF
               READ CARDREQ-FILE
           CLOSE CARDREQ-FILE
           CLOSE CARDMST-FILE
           CLOSE BNKCUST-FILE
           CLOSE ACCTMST-FILE
           CLOSE ACCTXRF-FILE
           .
           DISPLAY WS-REQ-COUNT ' card request(s), '
               WS-ISSUED-COUNT ' issued, '
               WS-STATUS-COUNT ' status change(s), '
               WS-POS-COUNT ' purchase setting(s), '
               WS-SKIP-COUNT ' skipped'
           .
           MOVE 'E' TO RCQ-FUNCTION
                       REISSUE-ONE-CARD-EXIT
               WHEN CRQ-LOST OR CRQ-STOLEN OR CRQ-DAMAGED
                   PERFORM MARK-ONE-CARD THRU MARK-ONE-CARD-EXIT
               WHEN CRQ-POS-SETTINGS
                   PERFORM SET-POS-SETTINGS THRU
                       SET-POS-SETTINGS-EXIT
               WHEN OTHER
                   ADD 1 TO WS-SKIP-COUNT
           END-EVALUATE
           END-READ
           MOVE BCS-REC-ATM-PIN-HASH TO WS-NEW-PIN-HASH
           .
           IF CRQ-POS-ACCOUNT IS NOT EQUAL TO SPACES
               PERFORM CHECK-POS-ACCOUNT THRU CHECK-POS-ACCOUNT-EXIT
               IF NOT WS-POS-ACCOUNT-HELD
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY 'Issue refused - account not held '
                       CRQ-POS-ACCOUNT
                   GO TO ISSUE-ONE-CARD-EXIT
               END-IF
           END-IF
           MOVE CRQ-POS-ACCOUNT TO WS-NEW-POS-ACCOUNT
           MOVE CRQ-POS-LIMIT TO WS-NEW-POS-LIMIT
           MOVE SPACES TO WS-NEW-RENEWAL-OF
           .
           PERFORM BUILD-NEW-CARD THRU BUILD-NEW-CARD-EXIT
           ADD 1 TO WS-ISSUED-COUNT
           .
           .
      *****************************************************************
      * The PIN survives the reissue - the plastic changes, the       *
      * customer's PIN does not, and neither do the card's purchase   *
      * account and limit. A renewal card lost before its first use   *
      * passes its link on, so the replacement still retires the old  *
      * card.                                                         *
      *****************************************************************
           MOVE CRD-PIN-HASH TO WS-NEW-PIN-HASH
           MOVE CRD-POS-ACCOUNT TO WS-NEW-POS-ACCOUNT
           MOVE CRD-POS-LIMIT TO WS-NEW-POS-LIMIT
           MOVE CRD-RENEWAL-OF TO WS-NEW-RENEWAL-OF
           PERFORM BUILD-NEW-CARD THRU BUILD-NEW-CARD-EXIT
           .
           MOVE CRQ-CARD-NO TO CRD-CARD-NO
       MARK-ONE-CARD-EXIT.
           EXIT
           .
      *****************************************************************
      * 'P' links the card to the account its point-of-sale purchases *
      * draw on and sets its own daily purchase limit. A blank        *
      * account takes the card off the point of sale; a zero limit    *
      * leaves it on the standard limit ACCTPOS applies.              *
      *****************************************************************
       SET-POS-SETTINGS.
           MOVE CRQ-CARD-NO TO CRD-CARD-NO
           READ CARDMST-FILE
               INVALID KEY
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY 'Purchase setting refused - no card '
                       CRQ-CARD-NO
                   GO TO SET-POS-SETTINGS-EXIT
           END-READ
           .
           IF CRD-OWNER-PID IS NOT EQUAL TO CRQ-OWNER-PID
               OR CRD-REPLACED
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'Purchase setting refused - card not held '
                   CRQ-CARD-NO
               GO TO SET-POS-SETTINGS-EXIT
           END-IF
           .
           IF CRQ-POS-ACCOUNT IS NOT EQUAL TO SPACES
               PERFORM CHECK-POS-ACCOUNT THRU CHECK-POS-ACCOUNT-EXIT
               IF NOT WS-POS-ACCOUNT-HELD
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY 'Purchase setting refused - account '
                       'not held ' CRQ-POS-ACCOUNT
                   GO TO SET-POS-SETTINGS-EXIT
               END-IF
           END-IF
           .
           MOVE CRQ-POS-ACCOUNT TO CRD-POS-ACCOUNT
           MOVE CRQ-POS-LIMIT TO CRD-POS-LIMIT
           REWRITE CARDMST-RECORD
           ADD 1 TO WS-POS-COUNT
           .
       SET-POS-SETTINGS-EXIT.
           EXIT
           .
      *****************************************************************
      * The purchase account must be the card owner's own - on        *
      * ACCTMST under the owner, or a joint account the owner is      *
      * linked to on the co-owner cross-reference.                    *
      *****************************************************************
       CHECK-POS-ACCOUNT.
           MOVE 'Y' TO WS-POS-ACCOUNT-FLAG
           MOVE CRQ-OWNER-PID TO AMS-OWNER-PID
           MOVE CRQ-POS-ACCOUNT TO AMS-ACCOUNT
           READ ACCTMST-FILE
               INVALID KEY
                   MOVE 'N' TO WS-POS-ACCOUNT-FLAG
           END-READ
           .
           IF WS-POS-ACCOUNT-HELD
               GO TO CHECK-POS-ACCOUNT-EXIT
           END-IF
           .
           MOVE 'Y' TO WS-POS-ACCOUNT-FLAG
           MOVE CRQ-OWNER-PID TO XRF-CO-OWNER-PID
           MOVE CRQ-POS-ACCOUNT TO XRF-ACCOUNT
           READ ACCTXRF-FILE
               INVALID KEY
                   MOVE 'N' TO WS-POS-ACCOUNT-FLAG
           END-READ
           .
       CHECK-POS-ACCOUNT-EXIT.
           EXIT
           .
       BUILD-NEW-CARD.
           CALL 'ACCTREFN' USING WS-REF-WORK
           MOVE SPACES TO WS-NEW-CARD-NO
           SET CRD-ACTIVE TO TRUE
           MOVE SPACES TO CRD-REPLACED-BY
           MOVE WS-CURRENT-DATE TO CRD-STATUS-DATE
           MOVE WS-NEW-POS-ACCOUNT TO CRD-POS-ACCOUNT
           MOVE WS-NEW-POS-LIMIT TO CRD-POS-LIMIT
           MOVE ZERO TO CRD-POS-LAST-DTE
           MOVE ZERO TO CRD-POS-LAST-AMT
           MOVE WS-NEW-RENEWAL-OF TO CRD-RENEWAL-OF
           WRITE CARDMST-RECORD
               INVALID KEY
                   DISPLAY 'Card number collision ' WS-NEW-CARD-NO
