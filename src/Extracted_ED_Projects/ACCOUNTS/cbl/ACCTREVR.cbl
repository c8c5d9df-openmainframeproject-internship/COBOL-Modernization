001250*              before and after address images. An item whose   * acctrevr
001260*              reversal is already on history is refused, so    * acctrevr
001270*              the same mistake cannot be reversed twice.       * acctrevr
001272*              A reversal touching the operator's own customer  * acctrevr
001274*              record, or one they are linked to on STAFFXRF,   * acctrevr
001276*              is refused through STAFFCHK unless the card      * acctrevr
001278*              names a supervisor as override user.             * acctrevr
001280***************************************************************** acctrevr
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTREVR.
         05 RVR-DATE PIC 9(8).
         05 RVR-TIME PIC 9(8).
         05 RVR-OPERATOR PIC X(5).
         05 RVR-OVERRIDE-ID PIC X(5).

       FD ACCTHST-FILE
           LABEL RECORDS ARE STANDARD.
         05 WS-REC-COUNT PIC 9(6) VALUE ZERO.
         05 WS-REVERSED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-SKIP-COUNT PIC 9(6) VALUE ZERO.
         05 WS-STAFF-OVRD-COUNT PIC 9(6) VALUE ZERO.
         05 WS-REV-REFERENCE PIC X(20).
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).

       COPY CRUNCTLQ.

       COPY CSTAFCKQ.

       PROCEDURE DIVISION.
       000-START-PROCESSING.
      *****************************************************************
           .
           DISPLAY WS-REC-COUNT ' reversal request(s) read, '
               WS-REVERSED-COUNT ' reversed, '
               WS-SKIP-COUNT ' refused, '
               WS-STAFF-OVRD-COUNT ' staff override(s)'
           .
           MOVE 'E' TO RCQ-FUNCTION
           MOVE WS-REC-COUNT TO RCQ-REC-COUNT
           MOVE AHS-TO-ACC TO WS-ORIG-TO-ACC
           .
      *****************************************************************
      * An operator may not reverse an item on their own or a linked  *
      * customer's account without a supervisor as override user.     *
      *****************************************************************
           PERFORM CHECK-STAFF-LINK THRU CHECK-STAFF-LINK-EXIT
           IF SCK-BLOCKED
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'Staff link - item refused: ' RVR-ACCOUNT
                   ' ' SCK-REPLY-MSG
               GO TO REVERSE-ONE-ITEM-EXIT
           END-IF
           .
      *****************************************************************
      * The reversal's description is 'REV ' plus the original's      *
      * date and time - exactly 20 characters, and the marker the     *
      * double-reversal scan below looks for.                         *
      * item's reference - its presence means the reversal already    *
      * posted on an earlier run or at an earlier terminal.           *
      *****************************************************************
       CHECK-STAFF-LINK.
           MOVE 'C' TO SCK-FUNCTION
           MOVE 'ACCTREVR' TO SCK-SOURCE
           MOVE RVR-OPERATOR TO SCK-OPERATOR-ID
           MOVE RVR-OVERRIDE-ID TO SCK-OVERRIDE-ID
           MOVE WS-ORIG-ACCOUNT TO SCK-ACCOUNT
           MOVE WS-ORIG-AMOUNT TO SCK-AMOUNT
           MOVE GBD-BUSINESS-DATE TO SCK-DATE
           SET SCK-CLEAR TO TRUE
           .
           IF WS-ORIG-FROM-PID IS NOT EQUAL TO SPACES
               MOVE WS-ORIG-FROM-PID TO SCK-PID
               CALL 'STAFFCHK' USING STAFFCHK-REQUEST
               IF SCK-BLOCKED
                   GO TO CHECK-STAFF-LINK-EXIT
               END-IF
               IF SCK-OVERRIDDEN
                   ADD 1 TO WS-STAFF-OVRD-COUNT
               END-IF
           END-IF
           .
           IF WS-ORIG-TO-PID IS NOT EQUAL TO SPACES
               AND WS-ORIG-TO-PID IS NOT EQUAL TO WS-ORIG-FROM-PID
               MOVE WS-ORIG-TO-PID TO SCK-PID
               CALL 'STAFFCHK' USING STAFFCHK-REQUEST
               IF SCK-OVERRIDDEN
                   ADD 1 TO WS-STAFF-OVRD-COUNT
               END-IF
           END-IF
           .
       CHECK-STAFF-LINK-EXIT.
           EXIT
           .
       CHECK-RUN-REVERSALS.
           MOVE 'N' TO WS-RUNREV-FOUND-FLAG
           PERFORM VARYING WS-RUNREV-IDX FROM 1 BY 1
