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

001150***************************************************************** acctchqo
001160* Program:     ACCTCHQO.CBL                                     * acctchqo
001170* Function:    Cheque book ordering in the ACCTSTOP mould -     * acctchqo
001180*              applies the day's CHQORDI requests to the CHQRNG * acctchqo
001190*              serial range registry. 'O' orders books for an   * acctchqo
001200*              account: the range starts after the highest      * acctchqo
001210*              serial ever issued on it (or at the serial the   * acctchqo
001220*              branch keyed, if that overlaps nothing), the     * acctchqo
001230*              book fee posts per book as a 'CB', and the order * acctchqo
001240*              goes to tonight's CHQPRNT file for the cheque    * acctchqo
001250*              printer with the customer's name and address and * acctchqo
001260*              a CTL trailer. 'C' cancels a range (books lost   * acctchqo
001270*              in the mail), after which ACCTCHQP holds any     * acctchqo
001280*              item drawn on it in PPEXCPT.                     * acctchqo
001290***************************************************************** acctchqo
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTCHQO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHQORDI-FILE ASSIGN TO "CHQORDI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHQORDI-STATUS.
           SELECT CHQRNG-FILE ASSIGN TO "CHQRNG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHR-KEY
               FILE STATUS IS WS-CHQRNG-STATUS.
           SELECT ACCTMST-FILE ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AMS-KEY
               FILE STATUS IS WS-ACCTMST-STATUS.
           SELECT BNKCUST-FILE ASSIGN TO "BNKCUST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BCS-REC-PID
               FILE STATUS IS WS-BNKCUST-STATUS.
           SELECT ACCTTRN-FILE ASSIGN TO "ACCTTRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCTTRN-STATUS.
           SELECT CHQPRNT-FILE ASSIGN TO "CHQPRNT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHQPRNT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CHQORDI-FILE
           LABEL RECORDS ARE STANDARD.
       01 CHQORDI-RECORD.
         05 COQ-ACTION PIC X(1).
           88 COQ-ORDER VALUE 'O'.
           88 COQ-CANCEL VALUE 'C'.
         05 COQ-OWNER-PID PIC X(5).
         05 COQ-ACCOUNT PIC X(9).
         05 COQ-FIRST-SERIAL PIC 9(6).
         05 COQ-BOOK-COUNT PIC 9(2).
         05 COQ-CHEQUES-PER-BOOK PIC 9(3).
         05 COQ-STYLE PIC X(2).
         05 COQ-DELIVERY PIC X(1).
         05 COQ-BRANCH PIC X(4).
         05 COQ-USERID PIC X(5).

       FD CHQRNG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CCHQRNG.

       FD ACCTMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CACCTMST.

       FD BNKCUST-FILE
           LABEL RECORDS ARE STANDARD.
       01 BNKCUST-RECORD.
       COPY CBANKVCS.

       FD ACCTTRN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CACCTTRN.

       FD CHQPRNT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CCHQPRT.

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'ACCTCHQO'.
         05 WS-CHQORDI-STATUS PIC X(2).
           88 WS-CHQORDI-OK VALUE '00'.
         05 WS-CHQRNG-STATUS PIC X(2).
           88 WS-CHQRNG-OK VALUE '00'.
         05 WS-ACCTMST-STATUS PIC X(2).
           88 WS-ACCTMST-OK VALUE '00'.
         05 WS-BNKCUST-STATUS PIC X(2).
           88 WS-BNKCUST-OK VALUE '00'.
         05 WS-ACCTTRN-STATUS PIC X(2).
           88 WS-ACCTTRN-OK VALUE '00'.
         05 WS-CHQPRNT-STATUS PIC X(2).
           88 WS-CHQPRNT-OK VALUE '00'.
         05 WS-CHQORDI-EOF-FLAG PIC X(1).
           88 WS-CHQORDI-EOF VALUE 'Y'.
         05 WS-RANGES-DONE-FLAG PIC X(1).
           88 WS-RANGES-DONE VALUE 'Y'.
         05 WS-OVERLAP-FLAG PIC X(1).
           88 WS-RANGE-OVERLAPS VALUE 'Y'.
         05 WS-BOOK-FEE PIC 9(3)V99 VALUE 30.00.
         05 WS-DEFAULT-PER-BOOK PIC 9(3) VALUE 50.
         05 WS-ORDER-FEE PIC 9(5)V99.
         05 WS-RANGE-SIZE PIC 9(7).
         05 WS-HIGH-SERIAL PIC 9(6).
         05 WS-FIRST-SERIAL PIC 9(7).
         05 WS-LAST-SERIAL PIC 9(7).
         05 WS-REQ-COUNT PIC 9(6) VALUE ZERO.
         05 WS-ORDERED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-BOOK-TOTAL PIC 9(7) VALUE ZERO.
         05 WS-CANCELLED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-SKIP-COUNT PIC 9(6) VALUE ZERO.
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
           10 FILLER PIC X(5).

       01 WS-JOURNAL-WORK.
         05 WS-BEFORE-ACCTMST PIC X(250).
       COPY CMSTJNLQ.

       COPY CGETBDTQ.

       COPY CRUNCTLQ.

       PROCEDURE DIVISION.
       000-START-PROCESSING.
           MOVE 'S' TO RCQ-FUNCTION
           MOVE 'ACCTCHQO' TO RCQ-JOB-NAME
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
           OPEN INPUT CHQORDI-FILE
           OPEN I-O CHQRNG-FILE
           IF NOT WS-CHQRNG-OK
               OPEN OUTPUT CHQRNG-FILE
               CLOSE CHQRNG-FILE
               OPEN I-O CHQRNG-FILE
           END-IF
           OPEN I-O ACCTMST-FILE
           OPEN INPUT BNKCUST-FILE
           OPEN EXTEND ACCTTRN-FILE
           OPEN OUTPUT CHQPRNT-FILE
           .
           PERFORM UNTIL WS-CHQORDI-EOF
               READ CHQORDI-FILE
                   AT END
                       SET WS-CHQORDI-EOF TO TRUE
                   NOT AT END
                       PERFORM PROCESS-ORDER-REQUEST THRU
                           PROCESS-ORDER-REQUEST-EXIT
               END-READ
           END-PERFORM
           .
      *****************************************************************
      * The CTL trailer carries what the printer must balance the     *
      * file to before it runs a single book.                         *
      *****************************************************************
           MOVE SPACES TO CHQPRT-RECORD
           MOVE 'CTL  ' TO CPR-OWNER-PID
           MOVE WS-ORDERED-COUNT TO CPT-ORDER-COUNT
           MOVE WS-BOOK-TOTAL TO CPT-BOOK-TOTAL
           WRITE CHQPRT-RECORD
           .
           CLOSE CHQORDI-FILE
           CLOSE CHQRNG-FILE
           CLOSE ACCTMST-FILE
           CLOSE BNKCUST-FILE
           CLOSE ACCTTRN-FILE
           CLOSE CHQPRNT-FILE
           .
           DISPLAY WS-REQ-COUNT ' cheque order request(s), '
               WS-ORDERED-COUNT ' ordered, '
               WS-BOOK-TOTAL ' book(s), '
               WS-CANCELLED-COUNT ' cancelled, '
               WS-SKIP-COUNT ' skipped'
           .
           MOVE 'E' TO RCQ-FUNCTION
           MOVE WS-REQ-COUNT TO RCQ-REC-COUNT
           MOVE 'C' TO RCQ-OUTCOME
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           .
           STOP RUN
           .
       PROCESS-ORDER-REQUEST.
           ADD 1 TO WS-REQ-COUNT
           .
           IF COQ-ORDER
               PERFORM PLACE-ONE-ORDER THRU PLACE-ONE-ORDER-EXIT
               GO TO PROCESS-ORDER-REQUEST-EXIT
           END-IF
           .
           IF COQ-CANCEL
               PERFORM CANCEL-ONE-RANGE THRU CANCEL-ONE-RANGE-EXIT
               GO TO PROCESS-ORDER-REQUEST-EXIT
           END-IF
           .
           ADD 1 TO WS-SKIP-COUNT
           .
       PROCESS-ORDER-REQUEST-EXIT.
           EXIT
           .
       PLACE-ONE-ORDER.
           MOVE COQ-OWNER-PID TO AMS-OWNER-PID
           MOVE COQ-ACCOUNT TO AMS-ACCOUNT
           READ ACCTMST-FILE
               INVALID KEY
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY 'Order refused - no account '
                       COQ-OWNER-PID ' ' COQ-ACCOUNT
                   GO TO PLACE-ONE-ORDER-EXIT
           END-READ
           .
           MOVE COQ-OWNER-PID TO BCS-REC-PID
           READ BNKCUST-FILE
               INVALID KEY
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY 'Order refused - no customer '
                       COQ-OWNER-PID
                   GO TO PLACE-ONE-ORDER-EXIT
           END-READ
           .
           IF COQ-BOOK-COUNT IS NOT NUMERIC
               OR COQ-BOOK-COUNT IS EQUAL TO ZERO
               MOVE 1 TO COQ-BOOK-COUNT
           END-IF
           IF COQ-CHEQUES-PER-BOOK IS NOT NUMERIC
               OR COQ-CHEQUES-PER-BOOK IS EQUAL TO ZERO
               MOVE WS-DEFAULT-PER-BOOK TO COQ-CHEQUES-PER-BOOK
           END-IF
           IF COQ-FIRST-SERIAL IS NOT NUMERIC
               MOVE ZERO TO COQ-FIRST-SERIAL
           END-IF
           IF COQ-DELIVERY IS NOT EQUAL TO 'B'
               MOVE 'M' TO COQ-DELIVERY
           END-IF
           IF COQ-BRANCH IS EQUAL TO SPACES
               MOVE BCS-REC-HOME-BRANCH TO COQ-BRANCH
           END-IF
           COMPUTE WS-RANGE-SIZE =
               COQ-BOOK-COUNT * COQ-CHEQUES-PER-BOOK
           .
      *****************************************************************
      * A keyed first serial must overlap nothing ever issued on the  *
      * account - cancelled ranges included, since that paper may     *
      * still turn up. Otherwise the range follows on from the        *
      * highest serial the account has had.                           *
      *****************************************************************
           MOVE COQ-FIRST-SERIAL TO WS-FIRST-SERIAL
           COMPUTE WS-LAST-SERIAL = WS-FIRST-SERIAL + WS-RANGE-SIZE - 1
           PERFORM SCAN-ACCOUNT-RANGES THRU SCAN-ACCOUNT-RANGES-EXIT
           .
           IF COQ-FIRST-SERIAL IS EQUAL TO ZERO
               COMPUTE WS-FIRST-SERIAL = WS-HIGH-SERIAL + 1
               COMPUTE WS-LAST-SERIAL =
                   WS-FIRST-SERIAL + WS-RANGE-SIZE - 1
           ELSE
               IF WS-RANGE-OVERLAPS
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY 'Order refused - serials already issued '
                       COQ-ACCOUNT ' ' COQ-FIRST-SERIAL
                   GO TO PLACE-ONE-ORDER-EXIT
               END-IF
           END-IF
           .
           IF WS-LAST-SERIAL IS GREATER THAN 999999
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'Order refused - serials exhausted '
                   COQ-ACCOUNT
               GO TO PLACE-ONE-ORDER-EXIT
           END-IF
           .
           COMPUTE WS-ORDER-FEE = WS-BOOK-FEE * COQ-BOOK-COUNT
           .
           MOVE COQ-OWNER-PID TO CHR-OWNER-PID
           MOVE COQ-ACCOUNT TO CHR-ACCOUNT
           MOVE WS-FIRST-SERIAL TO CHR-FIRST-SERIAL
           MOVE WS-LAST-SERIAL TO CHR-LAST-SERIAL
           MOVE COQ-BOOK-COUNT TO CHR-BOOK-COUNT
           MOVE COQ-CHEQUES-PER-BOOK TO CHR-CHEQUES-PER-BOOK
           MOVE COQ-STYLE TO CHR-STYLE
           MOVE COQ-DELIVERY TO CHR-DELIVERY
           MOVE COQ-BRANCH TO CHR-BRANCH
           MOVE WS-ORDER-FEE TO CHR-FEE
           MOVE GBD-BUSINESS-DATE TO CHR-ORDER-DATE
           MOVE COQ-USERID TO CHR-ORDERED-BY
           MOVE GBD-BUSINESS-DATE TO CHR-PRINT-DATE
           SET CHR-ACTIVE TO TRUE
           MOVE ZERO TO CHR-CANCEL-DATE
           WRITE CHQRNG-RECORD
               INVALID KEY
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY 'Range already on file ' COQ-ACCOUNT
                       ' ' CHR-FIRST-SERIAL
                   GO TO PLACE-ONE-ORDER-EXIT
           END-WRITE
           .
      *****************************************************************
      * The book fee posts at order time, the way the stop fee does - *
      * the printer run is committed whether or not the balance is    *
      * there to cover it.                                            *
      *****************************************************************
           MOVE ACCTMST-RECORD TO WS-BEFORE-ACCTMST
           SUBTRACT WS-ORDER-FEE FROM AMS-BALANCE
           MOVE WS-CURRENT-DATE TO AMS-LAST-DATE
           SET AMS-TXN-PRESENT TO TRUE
           REWRITE ACCTMST-RECORD
           PERFORM JOURNAL-ACCTMST-IMAGE THRU
               JOURNAL-ACCTMST-IMAGE-EXIT
           .
           MOVE SPACES TO ACCTTRN-RECORD
           MOVE GBD-BUSINESS-DATE TO ATN-DATE
           MOVE WS-CURRENT-TIME TO ATN-TIME
           MOVE COQ-ACCOUNT TO ATN-FROM-ACC
           MOVE COQ-OWNER-PID TO ATN-FROM-PID
           MOVE SPACES TO ATN-TO-PID
           MOVE SPACES TO ATN-TO-ACC
           MOVE WS-ORDER-FEE TO ATN-AMOUNT
           SET ATN-TYPE-CHQ-BOOK TO TRUE
           MOVE SPACES TO ATN-DESC
           STRING 'Cheque book ' CHR-FIRST-SERIAL '-' CHR-LAST-SERIAL
               DELIMITED BY SIZE INTO ATN-DESC
           MOVE COQ-BRANCH TO ATN-BRANCH
           CALL 'ACCTREFN' USING ATN-REF-NO
           WRITE ACCTTRN-RECORD
           .
           MOVE SPACES TO CHQPRT-RECORD
           MOVE CHR-OWNER-PID TO CPR-OWNER-PID
           MOVE CHR-ACCOUNT TO CPR-ACCOUNT
           MOVE CHR-FIRST-SERIAL TO CPR-FIRST-SERIAL
           MOVE CHR-LAST-SERIAL TO CPR-LAST-SERIAL
           MOVE CHR-BOOK-COUNT TO CPR-BOOK-COUNT
           MOVE CHR-CHEQUES-PER-BOOK TO CPR-CHEQUES-PER-BOOK
           MOVE CHR-STYLE TO CPR-STYLE
           MOVE CHR-DELIVERY TO CPR-DELIVERY
           MOVE CHR-BRANCH TO CPR-BRANCH
           MOVE BCS-REC-NAME TO CPR-NAME
           MOVE BCS-REC-ADDR1 TO CPR-ADDR1
           MOVE BCS-REC-ADDR2 TO CPR-ADDR2
           MOVE BCS-REC-STATE TO CPR-STATE
           MOVE BCS-REC-POST-CODE TO CPR-POST-CODE
           MOVE CHR-ORDER-DATE TO CPR-ORDER-DATE
           WRITE CHQPRT-RECORD
           .
           ADD 1 TO WS-ORDERED-COUNT
           ADD COQ-BOOK-COUNT TO WS-BOOK-TOTAL
           .
       PLACE-ONE-ORDER-EXIT.
           EXIT
           .
       SCAN-ACCOUNT-RANGES.
           MOVE ZERO TO WS-HIGH-SERIAL
           MOVE 'N' TO WS-OVERLAP-FLAG
           MOVE 'N' TO WS-RANGES-DONE-FLAG
           MOVE COQ-OWNER-PID TO CHR-OWNER-PID
           MOVE COQ-ACCOUNT TO CHR-ACCOUNT
           MOVE ZERO TO CHR-FIRST-SERIAL
           .
           START CHQRNG-FILE KEY IS NOT LESS THAN CHR-KEY
               INVALID KEY
                   GO TO SCAN-ACCOUNT-RANGES-EXIT
           END-START
           .
           PERFORM SCAN-ONE-RANGE THRU SCAN-ONE-RANGE-EXIT
               UNTIL WS-RANGES-DONE
           .
       SCAN-ACCOUNT-RANGES-EXIT.
           EXIT
           .
       SCAN-ONE-RANGE.
           READ CHQRNG-FILE NEXT RECORD
               AT END
                   SET WS-RANGES-DONE TO TRUE
                   GO TO SCAN-ONE-RANGE-EXIT
           END-READ
           .
           IF NOT WS-CHQRNG-OK
               SET WS-RANGES-DONE TO TRUE
               GO TO SCAN-ONE-RANGE-EXIT
           END-IF
           .
           IF CHR-OWNER-PID IS NOT EQUAL TO COQ-OWNER-PID
               OR CHR-ACCOUNT IS NOT EQUAL TO COQ-ACCOUNT
               SET WS-RANGES-DONE TO TRUE
               GO TO SCAN-ONE-RANGE-EXIT
           END-IF
           .
           IF CHR-LAST-SERIAL IS GREATER THAN WS-HIGH-SERIAL
               MOVE CHR-LAST-SERIAL TO WS-HIGH-SERIAL
           END-IF
           IF WS-FIRST-SERIAL IS NOT GREATER THAN CHR-LAST-SERIAL
               AND WS-LAST-SERIAL IS NOT LESS THAN CHR-FIRST-SERIAL
               SET WS-RANGE-OVERLAPS TO TRUE
           END-IF
           .
       SCAN-ONE-RANGE-EXIT.
           EXIT
           .
       CANCEL-ONE-RANGE.
           MOVE COQ-OWNER-PID TO CHR-OWNER-PID
           MOVE COQ-ACCOUNT TO CHR-ACCOUNT
           MOVE COQ-FIRST-SERIAL TO CHR-FIRST-SERIAL
           READ CHQRNG-FILE
               INVALID KEY
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY 'Cancel refused - no range '
                       COQ-ACCOUNT ' ' COQ-FIRST-SERIAL
                   GO TO CANCEL-ONE-RANGE-EXIT
           END-READ
           .
           IF NOT CHR-ACTIVE
               ADD 1 TO WS-SKIP-COUNT
               GO TO CANCEL-ONE-RANGE-EXIT
           END-IF
           .
           SET CHR-CANCELLED TO TRUE
           MOVE GBD-BUSINESS-DATE TO CHR-CANCEL-DATE
           REWRITE CHQRNG-RECORD
           ADD 1 TO WS-CANCELLED-COUNT
           .
       CANCEL-ONE-RANGE-EXIT.
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
