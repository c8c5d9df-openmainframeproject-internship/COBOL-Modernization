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

001150***************************************************************** cemreg
001160* Program:     CEMREG.CBL                                       * cemreg
001170* Function:    Marketing consent register, shared by every      * cemreg
001180*              channel that records or withdraws a customer's   * cemreg
001190*              consent to commercial electronic messages and by * cemreg
001200*              every program that produces a marketing item, so * cemreg
001210*              that the teller counter, the web, the nightly    * cemreg
001220*              expiry and the mailing runs all read CEMCONS the * cemreg
001230*              same way. A check call answers whether the       * cemreg
001240*              customer holds live consent on a channel -       * cemreg
001250*              express consent, or implied consent not yet past * cemreg
001260*              its expiry date. A grant records express         * cemreg
001270*              consent, or implied consent running 24 months    * cemreg
001280*              from a business relationship event or 6 months   * cemreg
001290*              from an inquiry; implied consent never replaces  * cemreg
001300*              express consent, never overrides a withdrawal    * cemreg
001310*              and never shortens a later expiry already held.  * cemreg
001320*              A withdrawal is always honoured.                 * cemreg
001330***************************************************************** cemreg
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEMREG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CEMCONS-FILE ASSIGN TO "CEMCONS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CEM-KEY
               FILE STATUS IS WS-CEMCONS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CEMCONS-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CCEMCONS.

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'CEMREG  '.
         05 WS-CEMCONS-STATUS PIC X(2).
           88 WS-CEMCONS-OK VALUE '00'.
         05 WS-ROW-FOUND-FLAG PIC X(1).
           88 WS-ROW-FOUND VALUE 'Y'.
         05 WS-IMPLIED-MONTHS PIC 9(2).
         05 WS-EXPIRY-WORK.
           10 WS-EXP-YYYY PIC 9(4).
           10 WS-EXP-MM PIC 9(2).
           10 WS-EXP-DD PIC 9(2).
         05 WS-EXPIRY-WORK-N REDEFINES WS-EXPIRY-WORK PIC 9(8).
      *****************************************************************
      * How long implied consent lasts - from the last purchase or    *
      * contract with the customer, or from their last inquiry.       *
      *****************************************************************
         05 WS-BUSINESS-MONTHS PIC 9(2) VALUE 24.
         05 WS-INQUIRY-MONTHS PIC 9(2) VALUE 6.

       LINKAGE SECTION.
       COPY CCEMREGQ.

       PROCEDURE DIVISION USING CEMREG-REQUEST.
       000-CONSENT-REGISTER.
           SET CRQ-REFUSED TO TRUE
           MOVE SPACES TO CRQ-ROW-STATUS
           MOVE SPACES TO CRQ-ROW-TYPE
           MOVE ZERO TO CRQ-ROW-CONSENT-DATE
           MOVE ZERO TO CRQ-ROW-EXPIRY-DATE
           MOVE SPACES TO CRQ-REPLY-MSG
           MOVE 'N' TO WS-ROW-FOUND-FLAG
           .
           IF NOT CRQ-CHANNEL-EMAIL
               AND NOT CRQ-CHANNEL-MAIL
               AND NOT CRQ-CHANNEL-PHONE
               MOVE 'Channel must be e-mail, mail or phone' TO
                   CRQ-REPLY-MSG
               GOBACK
           END-IF
           .
           IF CRQ-FUNC-CHECK
               OR CRQ-FUNC-INQUIRE
               PERFORM CHECK-CONSENT THRU CHECK-CONSENT-EXIT
               GOBACK
           END-IF
           .
           IF CRQ-FUNC-GRANT
               PERFORM GRANT-CONSENT THRU GRANT-CONSENT-EXIT
               GOBACK
           END-IF
           .
           IF CRQ-FUNC-WITHDRAW
               PERFORM WITHDRAW-CONSENT THRU WITHDRAW-CONSENT-EXIT
               GOBACK
           END-IF
           .
           MOVE 'Unknown consent function' TO CRQ-REPLY-MSG
           GOBACK
           .
      *****************************************************************
      * Implied consent that has run past its expiry date is no       *
      * consent, whether or not the nightly run has marked it yet. A  *
      * customer with no row has never consented. An inquiry is       *
      * answered the same way, so a channel can show the customer     *
      * whether they are currently being marketed to.                 *
      *****************************************************************
       CHECK-CONSENT.
           OPEN INPUT CEMCONS-FILE
           IF NOT WS-CEMCONS-OK
               MOVE 'No marketing consent on file' TO CRQ-REPLY-MSG
               GO TO CHECK-CONSENT-EXIT
           END-IF
           .
           PERFORM READ-CONSENT-ROW THRU READ-CONSENT-ROW-EXIT
           CLOSE CEMCONS-FILE
           .
           IF NOT WS-ROW-FOUND
               MOVE 'No marketing consent on file' TO CRQ-REPLY-MSG
               GO TO CHECK-CONSENT-EXIT
           END-IF
           .
           IF CEM-WITHDRAWN
               MOVE 'Customer has withdrawn consent' TO CRQ-REPLY-MSG
               GO TO CHECK-CONSENT-EXIT
           END-IF
           .
           IF CEM-EXPIRED
               OR (CEM-IMPLIED
                   AND CEM-EXPIRY-DATE IS LESS THAN CRQ-DATE)
               MOVE 'Implied consent has expired' TO CRQ-REPLY-MSG
               GO TO CHECK-CONSENT-EXIT
           END-IF
           .
           SET CRQ-ACCEPTED TO TRUE
           IF CEM-EXPRESS
               MOVE 'Express consent held' TO CRQ-REPLY-MSG
           ELSE
               MOVE 'Implied consent held' TO CRQ-REPLY-MSG
           END-IF
           .
       CHECK-CONSENT-EXIT.
           EXIT
           .
       GRANT-CONSENT.
           IF NOT CRQ-EXPRESS
               AND NOT CRQ-IMPLIED
               MOVE 'Consent must be express or implied' TO
                   CRQ-REPLY-MSG
               GO TO GRANT-CONSENT-EXIT
           END-IF
           .
           IF CRQ-EVENT-DATE IS NOT NUMERIC
               OR CRQ-EVENT-DATE IS EQUAL TO ZERO
               MOVE CRQ-DATE TO CRQ-EVENT-DATE
           END-IF
           IF CRQ-EVENT-DATE IS GREATER THAN CRQ-DATE
               MOVE 'Consent date cannot be in the future' TO
                   CRQ-REPLY-MSG
               GO TO GRANT-CONSENT-EXIT
           END-IF
           .
           IF CRQ-IMPLIED
               IF CRQ-BASIS-BUSINESS
                   MOVE WS-BUSINESS-MONTHS TO WS-IMPLIED-MONTHS
               ELSE
                   IF CRQ-BASIS-INQUIRY
                       MOVE WS-INQUIRY-MONTHS TO WS-IMPLIED-MONTHS
                   ELSE
                       MOVE 'Implied consent needs purchase/inquiry'
                           TO CRQ-REPLY-MSG
                       GO TO GRANT-CONSENT-EXIT
                   END-IF
               END-IF
               PERFORM WORK-OUT-EXPIRY THRU WORK-OUT-EXPIRY-EXIT
               IF WS-EXPIRY-WORK-N IS LESS THAN CRQ-DATE
                   MOVE 'Implied consent period already lapsed' TO
                       CRQ-REPLY-MSG
                   GO TO GRANT-CONSENT-EXIT
               END-IF
           END-IF
           .
           PERFORM OPEN-REGISTER-UPDATE THRU
               OPEN-REGISTER-UPDATE-EXIT
           IF NOT WS-CEMCONS-OK
               MOVE 'Consent register unavailable' TO CRQ-REPLY-MSG
               GO TO GRANT-CONSENT-EXIT
           END-IF
           .
           PERFORM READ-CONSENT-ROW THRU READ-CONSENT-ROW-EXIT
           .
      *****************************************************************
      * Implied consent is the weaker footing - it does not replace   *
      * express consent the customer still holds, it cannot bring     *
      * back a customer who unsubscribed (only their own express      *
      * consent can), and a later expiry already held stands.         *
      *****************************************************************
           IF CRQ-IMPLIED
               AND WS-ROW-FOUND
               IF CEM-ACTIVE AND CEM-EXPRESS
                   SET CRQ-ACCEPTED TO TRUE
                   MOVE 'Express consent already held' TO
                       CRQ-REPLY-MSG
                   CLOSE CEMCONS-FILE
                   GO TO GRANT-CONSENT-EXIT
               END-IF
               IF CEM-WITHDRAWN
                   MOVE 'Customer has withdrawn consent' TO
                       CRQ-REPLY-MSG
                   CLOSE CEMCONS-FILE
                   GO TO GRANT-CONSENT-EXIT
               END-IF
               IF CEM-ACTIVE AND CEM-IMPLIED
                   AND CEM-EXPIRY-DATE IS NOT LESS THAN
                       WS-EXPIRY-WORK-N
                   SET CRQ-ACCEPTED TO TRUE
                   MOVE 'Implied consent already runs later' TO
                       CRQ-REPLY-MSG
                   CLOSE CEMCONS-FILE
                   GO TO GRANT-CONSENT-EXIT
               END-IF
           END-IF
           .
           MOVE CRQ-CONSENT-TYPE TO CEM-CONSENT-TYPE
           MOVE CRQ-EVENT-DATE TO CEM-CONSENT-DATE
           IF CRQ-IMPLIED
               MOVE CRQ-IMPLIED-BASIS TO CEM-IMPLIED-BASIS
               MOVE WS-EXPIRY-WORK-N TO CEM-EXPIRY-DATE
           ELSE
               MOVE SPACE TO CEM-IMPLIED-BASIS
               MOVE ZERO TO CEM-EXPIRY-DATE
           END-IF
           SET CEM-ACTIVE TO TRUE
           PERFORM STORE-CONSENT-ROW THRU STORE-CONSENT-ROW-EXIT
           .
           IF CRQ-ACCEPTED
               IF CRQ-EXPRESS
                   MOVE 'Express consent recorded' TO CRQ-REPLY-MSG
               ELSE
                   MOVE 'Implied consent recorded' TO CRQ-REPLY-MSG
               END-IF
           END-IF
           .
       GRANT-CONSENT-EXIT.
           EXIT
           .
      *****************************************************************
      * An unsubscribe takes effect whatever the row held before - a  *
      * customer never seen on the register gets a withdrawn row so   *
      * that later implied consent cannot start marketing to them.    *
      *****************************************************************
       WITHDRAW-CONSENT.
           PERFORM OPEN-REGISTER-UPDATE THRU
               OPEN-REGISTER-UPDATE-EXIT
           IF NOT WS-CEMCONS-OK
               MOVE 'Consent register unavailable' TO CRQ-REPLY-MSG
               GO TO WITHDRAW-CONSENT-EXIT
           END-IF
           .
           PERFORM READ-CONSENT-ROW THRU READ-CONSENT-ROW-EXIT
           .
           IF WS-ROW-FOUND
               AND CEM-WITHDRAWN
               SET CRQ-ACCEPTED TO TRUE
               MOVE 'Consent already withdrawn' TO CRQ-REPLY-MSG
               CLOSE CEMCONS-FILE
               GO TO WITHDRAW-CONSENT-EXIT
           END-IF
           .
           IF NOT WS-ROW-FOUND
               MOVE SPACE TO CEM-CONSENT-TYPE
               MOVE SPACE TO CEM-IMPLIED-BASIS
               MOVE ZERO TO CEM-CONSENT-DATE
           END-IF
           MOVE ZERO TO CEM-EXPIRY-DATE
           SET CEM-WITHDRAWN TO TRUE
           PERFORM STORE-CONSENT-ROW THRU STORE-CONSENT-ROW-EXIT
           .
           IF CRQ-ACCEPTED
               MOVE 'Consent withdrawn' TO CRQ-REPLY-MSG
           END-IF
           .
       WITHDRAW-CONSENT-EXIT.
           EXIT
           .
       OPEN-REGISTER-UPDATE.
           OPEN I-O CEMCONS-FILE
           IF NOT WS-CEMCONS-OK
               OPEN OUTPUT CEMCONS-FILE
               CLOSE CEMCONS-FILE
               OPEN I-O CEMCONS-FILE
           END-IF
           .
       OPEN-REGISTER-UPDATE-EXIT.
           EXIT
           .
       READ-CONSENT-ROW.
           MOVE CRQ-PID TO CEM-PID
           MOVE CRQ-CHANNEL TO CEM-CHANNEL
           READ CEMCONS-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ROW-FOUND-FLAG
               NOT INVALID KEY
                   SET WS-ROW-FOUND TO TRUE
                   MOVE CEM-STATUS TO CRQ-ROW-STATUS
                   MOVE CEM-CONSENT-TYPE TO CRQ-ROW-TYPE
                   MOVE CEM-CONSENT-DATE TO CRQ-ROW-CONSENT-DATE
                   MOVE CEM-EXPIRY-DATE TO CRQ-ROW-EXPIRY-DATE
           END-READ
           .
       READ-CONSENT-ROW-EXIT.
           EXIT
           .
      *****************************************************************
      * Stamps who changed the row and from where, writes a new row   *
      * or rewrites the one read, and closes the register.            *
      *****************************************************************
       STORE-CONSENT-ROW.
           MOVE CRQ-PID TO CEM-PID
           MOVE CRQ-CHANNEL TO CEM-CHANNEL
           MOVE CRQ-SOURCE TO CEM-SOURCE
           MOVE CRQ-DATE TO CEM-CHANGED-DATE
           MOVE CRQ-CHANGED-BY TO CEM-CHANGED-BY
           IF WS-ROW-FOUND
               REWRITE CEMCONS-RECORD
                   INVALID KEY
                       MOVE 'Consent register update failed' TO
                           CRQ-REPLY-MSG
                       CLOSE CEMCONS-FILE
                       GO TO STORE-CONSENT-ROW-EXIT
               END-REWRITE
           ELSE
               WRITE CEMCONS-RECORD
                   INVALID KEY
                       MOVE 'Consent register update failed' TO
                           CRQ-REPLY-MSG
                       CLOSE CEMCONS-FILE
                       GO TO STORE-CONSENT-ROW-EXIT
               END-WRITE
           END-IF
           CLOSE CEMCONS-FILE
           .
           SET CRQ-ACCEPTED TO TRUE
           MOVE CEM-STATUS TO CRQ-ROW-STATUS
           MOVE CEM-CONSENT-TYPE TO CRQ-ROW-TYPE
           MOVE CEM-CONSENT-DATE TO CRQ-ROW-CONSENT-DATE
           MOVE CEM-EXPIRY-DATE TO CRQ-ROW-EXPIRY-DATE
           .
       STORE-CONSENT-ROW-EXIT.
           EXIT
           .
      *****************************************************************
      * The event date moved on by the consent period in months; a    *
      * day past the 28th is pulled back to the 28th so every month   *
      * has it, the short side of the period, as elsewhere.           *
      *****************************************************************
       WORK-OUT-EXPIRY.
           MOVE CRQ-EVENT-DATE TO WS-EXPIRY-WORK-N
           ADD WS-IMPLIED-MONTHS TO WS-EXP-MM
           PERFORM UNTIL WS-EXP-MM IS NOT GREATER THAN 12
               SUBTRACT 12 FROM WS-EXP-MM
               ADD 1 TO WS-EXP-YYYY
           END-PERFORM
           IF WS-EXP-DD IS GREATER THAN 28
               MOVE 28 TO WS-EXP-DD
           END-IF
           .
       WORK-OUT-EXPIRY-EXIT.
           EXIT
           .
