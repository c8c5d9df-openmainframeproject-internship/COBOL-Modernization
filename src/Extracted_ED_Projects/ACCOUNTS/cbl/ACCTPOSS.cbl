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

001150***************************************************************** acctposs
001160* Program:     ACCTPOSS.CBL                                     * acctposs
001170* Function:    Nightly point-of-sale settlement against the     * acctposs
001180*              card network. The POSSETL file is proved against * acctposs
001190*              its control trailer first, the ACCTATMR          * acctposs
001200*              convention; no file is a quiet night. Each       * acctposs
001210*              settled item is matched to its POSAUTH           * acctposs
001220*              authorization by network reference, card and     * acctposs
001230*              authorization code, posted to the purchase       * acctposs
001240*              account as a 'PO' debit at the settled amount,   * acctposs
001250*              and its authorization hold on HOLDMST released - * acctposs
001260*              a late item on an authorization already expired  * acctposs
001270*              still posts. An item that matches no             * acctposs
001280*              authorization, repeats one already settled, or   * acctposs
001290*              whose account is gone, is not posted: it goes on * acctposs
001300*              the POSXRPT exception report and into SUSPMST as * acctposs
001310*              an 'MS' item for an operator. Authorizations     * acctposs
001320*              still unsettled after the settlement window are  * acctposs
001330*              then expired, their holds released, and listed   * acctposs
001340*              on the same report.                              * acctposs
001350***************************************************************** acctposs
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTPOSS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSSETL-FILE ASSIGN TO "POSSETL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POSSETL-STATUS.
           SELECT POSAUTH-FILE ASSIGN TO "POSAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAU-NETWORK-REF
               FILE STATUS IS WS-POSAUTH-STATUS.
           SELECT CARDMST-FILE ASSIGN TO "CARDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRD-KEY
               FILE STATUS IS WS-CARDMST-STATUS.
           SELECT HOLDMST-FILE ASSIGN TO "HOLDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-HOLDMST-STATUS.
           SELECT ACCTMST-FILE ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AMS-KEY
               FILE STATUS IS WS-ACCTMST-STATUS.
           SELECT ACCTTRN-FILE ASSIGN TO "ACCTTRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCTTRN-STATUS.
           SELECT SUSPMST-FILE ASSIGN TO "SUSPMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUS-KEY
               FILE STATUS IS WS-SUSPMST-STATUS.
           SELECT POSXRPT-FILE ASSIGN TO "POSXRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POSXRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD POSSETL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CPOSSETL.

       FD POSAUTH-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CPOSAUTH.

       FD CARDMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CCARDMST.

       FD HOLDMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CACCTHLD.

       FD ACCTMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CACCTMST.

       FD ACCTTRN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CACCTTRN.

       FD SUSPMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CSUSPNSE.

       FD POSXRPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 POSXRPT-RECORD                  PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'ACCTPOSS'.
         05 WS-POSSETL-STATUS PIC X(2).
           88 WS-POSSETL-OK VALUE '00'.
         05 WS-POSAUTH-STATUS PIC X(2).
           88 WS-POSAUTH-OK VALUE '00'.
         05 WS-CARDMST-STATUS PIC X(2).
           88 WS-CARDMST-OK VALUE '00'.
         05 WS-HOLDMST-STATUS PIC X(2).
           88 WS-HOLDMST-OK VALUE '00'.
         05 WS-ACCTMST-STATUS PIC X(2).
           88 WS-ACCTMST-OK VALUE '00'.
         05 WS-ACCTTRN-STATUS PIC X(2).
           88 WS-ACCTTRN-OK VALUE '00'.
         05 WS-SUSPMST-STATUS PIC X(2).
           88 WS-SUSPMST-OK VALUE '00'.
         05 WS-POSXRPT-STATUS PIC X(2).
           88 WS-POSXRPT-OK VALUE '00'.
         05 WS-POSSETL-EOF-FLAG PIC X(1).
           88 WS-POSSETL-EOF VALUE 'Y'.
         05 WS-POSAUTH-EOF-FLAG PIC X(1).
           88 WS-POSAUTH-EOF VALUE 'Y'.
         05 WS-POSSETL-PRESENT-FLAG PIC X(1) VALUE 'Y'.
           88 WS-POSSETL-PRESENT VALUE 'Y'.
         05 WS-VAL-ITEM-COUNT PIC 9(6) VALUE ZERO.
         05 WS-VAL-AMOUNT-TOTAL PIC 9(11)V99 VALUE ZERO.
         05 WS-CTL-SEEN-FLAG PIC X(1) VALUE 'N'.
           88 WS-CTL-SEEN VALUE 'Y'.
         05 WS-CTL-COUNT PIC 9(6) VALUE ZERO.
         05 WS-CTL-AMOUNT PIC 9(11)V99 VALUE ZERO.
         05 WS-SETTLED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-POSTED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-POSTED-AMOUNT PIC 9(11)V99 VALUE ZERO.
         05 WS-UNMATCHED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-UNMATCHED-AMOUNT PIC 9(11)V99 VALUE ZERO.
         05 WS-DIFFERS-COUNT PIC 9(6) VALUE ZERO.
         05 WS-EXPIRED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-EXPIRED-AMOUNT PIC 9(11)V99 VALUE ZERO.
         05 WS-SUSPENSE-COUNT PIC 9(6) VALUE ZERO.
         05 WS-POS-SETTLE-DAYS PIC 9(2) VALUE 7.
         05 WS-POSTING-DONE-FLAG PIC X(1).
           88 WS-POSTING-DONE VALUE 'Y'.
         05 WS-EXCEPTION-TEXT PIC X(18).
         05 WS-SUSPENSE-PID PIC X(5).
         05 WS-SUSPENSE-ACCOUNT PIC X(9).
         05 WS-SUSPENSE-AMOUNT PIC S9(7)V99.
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
                VALUE 'POINT-OF-SALE SETTLEMENT EXCEPTIONS     '.
         05 FILLER PIC X(15) VALUE 'BUSINESS DATE  '.
         05 WS-HDG-DATE PIC 9(8).
         05 FILLER PIC X(17) VALUE SPACES.
       01 WS-EXCEPTION-LINE.
         05 WS-EXC-TEXT PIC X(18).
         05 FILLER PIC X(1) VALUE SPACES.
         05 WS-EXC-REF PIC X(16).
         05 FILLER PIC X(1) VALUE SPACES.
         05 WS-EXC-CARD PIC X(16).
         05 FILLER PIC X(1) VALUE SPACES.
         05 WS-EXC-AMOUNT PIC Z,ZZZ,ZZ9.99.
         05 FILLER PIC X(1) VALUE SPACES.
         05 WS-EXC-DATE PIC 9(8).
         05 FILLER PIC X(6) VALUE SPACES.
       01 WS-REPORT-LINE.
         05 WS-RPT-LABEL PIC X(20).
         05 WS-RPT-COUNT PIC 9(6).
         05 FILLER PIC X(8) VALUE ' TOTAL '.
         05 WS-RPT-AMOUNT PIC -(11)9.99.
         05 FILLER PIC X(30) VALUE SPACES.

       01 WS-JOURNAL-WORK.
         05 WS-BEFORE-ACCTMST PIC X(250).
       COPY CMSTJNLQ.

       COPY CGETBDTQ.

       COPY CRUNCTLQ.

       PROCEDURE DIVISION.
       000-START-PROCESSING.
           MOVE 'S' TO RCQ-FUNCTION
           MOVE 'ACCTPOSS' TO RCQ-JOB-NAME
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
      * No settlement file from the network is a quiet night - stale  *
      * authorizations still expire. A file that is there must prove  *
      * to its trailer before anything posts.                         *
      *****************************************************************
           PERFORM VALIDATE-POSSETL-CONTROLS THRU
               VALIDATE-POSSETL-CONTROLS-EXIT
           IF WS-POSSETL-PRESENT
               IF NOT WS-CTL-SEEN
                   OR WS-CTL-COUNT IS NOT EQUAL TO WS-VAL-ITEM-COUNT
                   OR WS-CTL-AMOUNT IS NOT EQUAL TO
                       WS-VAL-AMOUNT-TOTAL
                   DISPLAY 'POSSETL file out of proof - nothing posted'
                   MOVE 'E' TO RCQ-FUNCTION
                   MOVE ZERO TO RCQ-REC-COUNT
                   MOVE 'F' TO RCQ-OUTCOME
                   CALL 'RUNCTL' USING RUNCTL-REQUEST
                   STOP RUN
               END-IF
           ELSE
               DISPLAY 'No POSSETL file - no settlement tonight'
           END-IF
           .
           OPEN I-O POSAUTH-FILE
           IF NOT WS-POSAUTH-OK
               OPEN OUTPUT POSAUTH-FILE
               CLOSE POSAUTH-FILE
               OPEN I-O POSAUTH-FILE
           END-IF
           OPEN INPUT CARDMST-FILE
           OPEN I-O HOLDMST-FILE
           OPEN I-O ACCTMST-FILE
           OPEN EXTEND ACCTTRN-FILE
           OPEN I-O SUSPMST-FILE
           IF NOT WS-SUSPMST-OK
               OPEN OUTPUT SUSPMST-FILE
               CLOSE SUSPMST-FILE
               OPEN I-O SUSPMST-FILE
           END-IF
           OPEN OUTPUT POSXRPT-FILE
           .
           MOVE GBD-BUSINESS-DATE TO WS-HDG-DATE
           WRITE POSXRPT-RECORD FROM WS-HEADING-LINE
           MOVE SPACES TO POSXRPT-RECORD
           WRITE POSXRPT-RECORD
           .
           IF WS-POSSETL-PRESENT
               OPEN INPUT POSSETL-FILE
               MOVE 'N' TO WS-POSSETL-EOF-FLAG
               PERFORM UNTIL WS-POSSETL-EOF
                   READ POSSETL-FILE
                       AT END
                           SET WS-POSSETL-EOF TO TRUE
                       NOT AT END
                           PERFORM SETTLE-ONE-ITEM THRU
                               SETTLE-ONE-ITEM-EXIT
                   END-READ
               END-PERFORM
               CLOSE POSSETL-FILE
           END-IF
           .
      *****************************************************************
      * One pass over the authorizations - whatever the network has   *
      * still not settled once the window is up is expired, its hold  *
      * released, and reported.                                       *
      *****************************************************************
           MOVE 'N' TO WS-POSAUTH-EOF-FLAG
           MOVE LOW-VALUES TO PAU-NETWORK-REF
           START POSAUTH-FILE KEY IS NOT LESS THAN PAU-NETWORK-REF
               INVALID KEY
                   SET WS-POSAUTH-EOF TO TRUE
           END-START
           .
           PERFORM UNTIL WS-POSAUTH-EOF
               READ POSAUTH-FILE NEXT RECORD
                   AT END
                       SET WS-POSAUTH-EOF TO TRUE
                   NOT AT END
                       IF PAU-AUTHORIZED
                           PERFORM EXPIRE-ONE-AUTHORIZATION THRU
                               EXPIRE-ONE-AUTHORIZATION-EXIT
                       END-IF
               END-READ
           END-PERFORM
           .
           PERFORM WRITE-SETTLEMENT-TOTALS THRU
               WRITE-SETTLEMENT-TOTALS-EXIT
           .
           CLOSE POSAUTH-FILE
           CLOSE CARDMST-FILE
           CLOSE HOLDMST-FILE
           CLOSE ACCTMST-FILE
           CLOSE ACCTTRN-FILE
           CLOSE SUSPMST-FILE
           CLOSE POSXRPT-FILE
           .
           DISPLAY WS-SETTLED-COUNT ' settled item(s), '
               WS-POSTED-COUNT ' posted, '
               WS-DIFFERS-COUNT ' at a different amount, '
               WS-UNMATCHED-COUNT ' unmatched'
           DISPLAY WS-EXPIRED-COUNT ' authorization(s) expired, '
               WS-SUSPENSE-COUNT ' to suspense'
           .
           MOVE 'E' TO RCQ-FUNCTION
           MOVE WS-SETTLED-COUNT TO RCQ-REC-COUNT
           MOVE 'C' TO RCQ-OUTCOME
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           .
           STOP RUN
           .
       SETTLE-ONE-ITEM.
           IF PSL-CONTROL-RECORD
               GO TO SETTLE-ONE-ITEM-EXIT
           END-IF
           .
           ADD 1 TO WS-SETTLED-COUNT
           .
           MOVE PSL-NETWORK-REF TO PAU-NETWORK-REF
           READ POSAUTH-FILE
               INVALID KEY
                   MOVE 'NO AUTHORIZATION  ' TO WS-EXCEPTION-TEXT
                   GO TO SETTLE-ONE-UNMATCHED
           END-READ
           .
           IF PAU-CARD-NO IS NOT EQUAL TO PSL-CARD-NO
               OR PAU-AUTH-CODE IS NOT EQUAL TO PSL-AUTH-CODE
               MOVE 'AUTH DOES NOT FIT ' TO WS-EXCEPTION-TEXT
               GO TO SETTLE-ONE-UNMATCHED
           END-IF
           .
           IF PAU-SETTLED
               MOVE 'ALREADY SETTLED   ' TO WS-EXCEPTION-TEXT
               GO TO SETTLE-ONE-UNMATCHED
           END-IF
           .
           PERFORM POST-ONE-PURCHASE THRU POST-ONE-PURCHASE-EXIT
           IF NOT WS-POSTING-DONE
               MOVE 'ACCOUNT NOT FOUND ' TO WS-EXCEPTION-TEXT
               GO TO SETTLE-ONE-UNMATCHED
           END-IF
           .
           PERFORM RELEASE-AUTH-HOLD THRU RELEASE-AUTH-HOLD-EXIT
           .
           SET PAU-SETTLED TO TRUE
           MOVE GBD-BUSINESS-DATE TO PAU-SETTLED-DATE
           MOVE PSL-AMOUNT TO PAU-SETTLED-AMOUNT
           MOVE ATN-REF-NO TO PAU-POST-REF
           REWRITE POSAUTH-RECORD
           .
           ADD 1 TO WS-POSTED-COUNT
           ADD PSL-AMOUNT TO WS-POSTED-AMOUNT
           .
      *****************************************************************
      * A tip or a fuel pump settles for more or less than was        *
      * authorized - it posts at the settled amount, and is listed    *
      * so the difference can be looked at.                           *
      *****************************************************************
           IF PSL-AMOUNT IS NOT EQUAL TO PAU-AMOUNT
               ADD 1 TO WS-DIFFERS-COUNT
               MOVE 'AMOUNT DIFFERS    ' TO WS-EXCEPTION-TEXT
               PERFORM WRITE-EXCEPTION-LINE THRU
                   WRITE-EXCEPTION-LINE-EXIT
           END-IF
           GO TO SETTLE-ONE-ITEM-EXIT
           .
      *****************************************************************
      * Nothing of ours to post against - reported, and raised to     *
      * suspense under the card's owner and purchase account where    *
      * the card is known, so the money owed the network is worked.   *
      *****************************************************************
       SETTLE-ONE-UNMATCHED.
           ADD 1 TO WS-UNMATCHED-COUNT
           ADD PSL-AMOUNT TO WS-UNMATCHED-AMOUNT
           PERFORM WRITE-EXCEPTION-LINE THRU WRITE-EXCEPTION-LINE-EXIT
           .
           MOVE SPACES TO WS-SUSPENSE-PID
           MOVE SPACES TO WS-SUSPENSE-ACCOUNT
           MOVE PSL-CARD-NO TO CRD-CARD-NO
           READ CARDMST-FILE
               NOT INVALID KEY
                   MOVE CRD-OWNER-PID TO WS-SUSPENSE-PID
                   MOVE CRD-POS-ACCOUNT TO WS-SUSPENSE-ACCOUNT
           END-READ
           MOVE PSL-AMOUNT TO WS-SUSPENSE-AMOUNT
           PERFORM RAISE-ONE-SUSPENSE THRU RAISE-ONE-SUSPENSE-EXIT
           .
       SETTLE-ONE-ITEM-EXIT.
           EXIT
           .
       POST-ONE-PURCHASE.
           MOVE 'N' TO WS-POSTING-DONE-FLAG
           MOVE PAU-OWNER-PID TO AMS-OWNER-PID
           MOVE PAU-ACCOUNT TO AMS-ACCOUNT
           READ ACCTMST-FILE
               INVALID KEY
                   GO TO POST-ONE-PURCHASE-EXIT
           END-READ
           .
           MOVE ACCTMST-RECORD TO WS-BEFORE-ACCTMST
           SUBTRACT PSL-AMOUNT FROM AMS-BALANCE
           MOVE WS-CURRENT-DATE TO AMS-LAST-DATE
           SET AMS-TXN-PRESENT TO TRUE
           REWRITE ACCTMST-RECORD
           PERFORM JOURNAL-ACCTMST-IMAGE THRU
               JOURNAL-ACCTMST-IMAGE-EXIT
           .
           MOVE SPACES TO ACCTTRN-RECORD
           MOVE GBD-BUSINESS-DATE TO ATN-DATE
           MOVE WS-CURRENT-TIME TO ATN-TIME
           MOVE PAU-ACCOUNT TO ATN-FROM-ACC
           MOVE PAU-OWNER-PID TO ATN-FROM-PID
           MOVE SPACES TO ATN-TO-PID
           MOVE SPACES TO ATN-TO-ACC
           MOVE PSL-AMOUNT TO ATN-AMOUNT
           SET ATN-TYPE-POS-PURCHASE TO TRUE
           MOVE PAU-MERCHANT-NAME TO ATN-DESC
           MOVE ZERO TO ATN-FX-RATE
           CALL 'ACCTREFN' USING ATN-REF-NO
           WRITE ACCTTRN-RECORD
           .
           SET WS-POSTING-DONE TO TRUE
           .
       POST-ONE-PURCHASE-EXIT.
           EXIT
           .
       RELEASE-AUTH-HOLD.
           MOVE PAU-OWNER-PID TO HLD-OWNER-PID
           MOVE PAU-ACCOUNT TO HLD-ACCOUNT
           MOVE PAU-HOLD-SEQ TO HLD-SEQ-NO
           READ HOLDMST-FILE
               INVALID KEY
                   GO TO RELEASE-AUTH-HOLD-EXIT
           END-READ
           .
           IF HLD-ACTIVE
               SET HLD-RELEASED TO TRUE
               REWRITE HOLDMST-RECORD
           END-IF
           .
       RELEASE-AUTH-HOLD-EXIT.
           EXIT
           .
       EXPIRE-ONE-AUTHORIZATION.
           MOVE PAU-AUTH-DATE TO WS-NEXT-DATE-N
           PERFORM STEP-ONE-DAY THRU STEP-ONE-DAY-EXIT
               WS-POS-SETTLE-DAYS TIMES
           IF WS-NEXT-DATE-N IS GREATER THAN WS-CURRENT-DATE
               GO TO EXPIRE-ONE-AUTHORIZATION-EXIT
           END-IF
           .
           PERFORM RELEASE-AUTH-HOLD THRU RELEASE-AUTH-HOLD-EXIT
           SET PAU-EXPIRED TO TRUE
           REWRITE POSAUTH-RECORD
           ADD 1 TO WS-EXPIRED-COUNT
           ADD PAU-AMOUNT TO WS-EXPIRED-AMOUNT
           .
           MOVE 'AUTH NOT SETTLED  ' TO WS-EXC-TEXT
           MOVE PAU-NETWORK-REF TO WS-EXC-REF
           MOVE ALL '*' TO WS-EXC-CARD
           MOVE PAU-CARD-NO(13:4) TO WS-EXC-CARD(13:4)
           MOVE PAU-AMOUNT TO WS-EXC-AMOUNT
           MOVE PAU-AUTH-DATE TO WS-EXC-DATE
           WRITE POSXRPT-RECORD FROM WS-EXCEPTION-LINE
           .
       EXPIRE-ONE-AUTHORIZATION-EXIT.
           EXIT
           .
      *****************************************************************
      * Only the last four digits of a card number go on paper.       *
      *****************************************************************
       WRITE-EXCEPTION-LINE.
           MOVE WS-EXCEPTION-TEXT TO WS-EXC-TEXT
           MOVE PSL-NETWORK-REF TO WS-EXC-REF
           MOVE ALL '*' TO WS-EXC-CARD
           MOVE PSL-CARD-NO(13:4) TO WS-EXC-CARD(13:4)
           MOVE PSL-AMOUNT TO WS-EXC-AMOUNT
           MOVE PSL-SETTLE-DATE TO WS-EXC-DATE
           WRITE POSXRPT-RECORD FROM WS-EXCEPTION-LINE
           .
       WRITE-EXCEPTION-LINE-EXIT.
           EXIT
           .
      *****************************************************************
      * The ACCTWIRI suspense convention - one aged row per account   *
      * and reason, refreshed if the same break comes back.           *
      *****************************************************************
       RAISE-ONE-SUSPENSE.
           MOVE WS-SUSPENSE-PID TO SUS-OWNER-PID
           MOVE WS-SUSPENSE-ACCOUNT TO SUS-ACCOUNT
           MOVE 'MS' TO SUS-REASON-CODE
           READ SUSPMST-FILE
               INVALID KEY
                   MOVE WS-SUSPENSE-AMOUNT TO SUS-AMOUNT
                   MOVE WS-CURRENT-DATE TO SUS-RAISED-DATE
                   MOVE WS-CURRENT-DATE TO SUS-LAST-SEEN-DATE
                   SET SUS-OPEN TO TRUE
                   MOVE SPACES TO SUS-APPROVED-BY
                   MOVE ZERO TO SUS-ADJUSTED-DATE
                   WRITE SUSPMST-RECORD
                   ADD 1 TO WS-SUSPENSE-COUNT
                   GO TO RAISE-ONE-SUSPENSE-EXIT
           END-READ
           .
           MOVE WS-SUSPENSE-AMOUNT TO SUS-AMOUNT
           MOVE WS-CURRENT-DATE TO SUS-LAST-SEEN-DATE
           IF SUS-ADJUSTED
               SET SUS-OPEN TO TRUE
           END-IF
           REWRITE SUSPMST-RECORD
           ADD 1 TO WS-SUSPENSE-COUNT
           .
       RAISE-ONE-SUSPENSE-EXIT.
           EXIT
           .
       WRITE-SETTLEMENT-TOTALS.
           MOVE SPACES TO POSXRPT-RECORD
           WRITE POSXRPT-RECORD
           .
           MOVE 'NETWORK SETTLED     ' TO WS-RPT-LABEL
           MOVE WS-SETTLED-COUNT TO WS-RPT-COUNT
           MOVE WS-VAL-AMOUNT-TOTAL TO WS-RPT-AMOUNT
           WRITE POSXRPT-RECORD FROM WS-REPORT-LINE
           .
           MOVE 'PURCHASES POSTED    ' TO WS-RPT-LABEL
           MOVE WS-POSTED-COUNT TO WS-RPT-COUNT
           MOVE WS-POSTED-AMOUNT TO WS-RPT-AMOUNT
           WRITE POSXRPT-RECORD FROM WS-REPORT-LINE
           .
           MOVE 'SETTLED UNMATCHED   ' TO WS-RPT-LABEL
           MOVE WS-UNMATCHED-COUNT TO WS-RPT-COUNT
           MOVE WS-UNMATCHED-AMOUNT TO WS-RPT-AMOUNT
           WRITE POSXRPT-RECORD FROM WS-REPORT-LINE
           .
           MOVE 'AUTHS EXPIRED       ' TO WS-RPT-LABEL
           MOVE WS-EXPIRED-COUNT TO WS-RPT-COUNT
           MOVE WS-EXPIRED-AMOUNT TO WS-RPT-AMOUNT
           WRITE POSXRPT-RECORD FROM WS-REPORT-LINE
           .
       WRITE-SETTLEMENT-TOTALS-EXIT.
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
       JOURNAL-ACCTMST-IMAGE.
           MOVE WS-PROGRAM-ID TO MJQ-PROGRAM
           MOVE 'ACCTMST ' TO MJQ-FILE-ID
           MOVE 'R' TO MJQ-ACTION
           MOVE AMS-KEY TO MJQ-KEY
           MOVE WS-BEFORE-ACCTMST TO MJQ-BEFORE-IMAGE
           MOVE SPACES TO MJQ-AFTER-IMAGE
           MOVE ACCTMST-RECORD TO MJQ-AFTER-IMAGE
           CALL 'MSTJRNL' USING MSTJNL-REQUEST
           .
       JOURNAL-ACCTMST-IMAGE-EXIT.
           EXIT
           .
       VALIDATE-POSSETL-CONTROLS.
           OPEN INPUT POSSETL-FILE
           IF NOT WS-POSSETL-OK
               MOVE 'N' TO WS-POSSETL-PRESENT-FLAG
               GO TO VALIDATE-POSSETL-CONTROLS-EXIT
           END-IF
           MOVE 'N' TO WS-POSSETL-EOF-FLAG
           PERFORM UNTIL WS-POSSETL-EOF
               READ POSSETL-FILE
                   AT END
                       SET WS-POSSETL-EOF TO TRUE
                   NOT AT END
                       IF PSL-CONTROL-RECORD
                           SET WS-CTL-SEEN TO TRUE
                           MOVE PST-ITEM-COUNT TO WS-CTL-COUNT
                           MOVE PST-AMOUNT-TOTAL TO WS-CTL-AMOUNT
                       ELSE
                           ADD 1 TO WS-VAL-ITEM-COUNT
                           ADD PSL-AMOUNT TO WS-VAL-AMOUNT-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POSSETL-FILE
           .
       VALIDATE-POSSETL-CONTROLS-EXIT.
           EXIT
           .
