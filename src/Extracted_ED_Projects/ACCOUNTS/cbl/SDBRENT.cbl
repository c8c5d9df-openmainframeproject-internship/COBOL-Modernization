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

001150***************************************************************** sdbrent
001160* Program:     SDBRENT.CBL                                      * sdbrent
001170* Function:    Nightly safe deposit box rent run. Walks the     * sdbrent
001180*              SDBOX inventory and, for each rented box whose   * sdbrent
001190*              anniversary has come, debits the year's rent     * sdbrent
001200*              from the renter's designated account as an 'SD'  * sdbrent
001210*              ACCTTRN entry and moves the due date on a year.  * sdbrent
001220*              When the account is gone or cannot cover the     * sdbrent
001230*              rent (balance plus overdraft limit) the box goes * sdbrent
001240*              overdue, the renter gets an SDBLTR notice        * sdbrent
001250*              (registered on the correspondence index), and    * sdbrent
001260*              the debit is tried again every night. Each       * sdbrent
001270*              overdue box is printed on the SDBOVRD overdue    * sdbrent
001280*              list; once it has been overdue for the SDBPOL    * sdbrent
001290*              notice period (default 60 days) it goes          * sdbrent
001300*              drill-pending and is printed on the SDBDRIL      * sdbrent
001310*              drill-and-inventory work list until SDBMAINT     * sdbrent
001320*              records the counter payment or the drilling.     * sdbrent
001321*              Rent that fell due by the filing date of the     * sdbrent
001322*              renter's INSCASE insolvency case is not pressed  * sdbrent
001323*              while the stay is in force or the debt is        * sdbrent
001324*              released: no notice goes out, and the box stays  * sdbrent
001325*              on the overdue list instead of going to the      * sdbrent
001326*              drill list.                                      * sdbrent
001330***************************************************************** sdbrent
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDBRENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SDBOX-FILE ASSIGN TO "SDBOX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SDB-KEY
               FILE STATUS IS WS-SDBOX-STATUS.
           SELECT SDBPOL-FILE ASSIGN TO "SDBPOL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SDBPOL-STATUS.
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
           SELECT SDBOVRD-FILE ASSIGN TO "SDBOVRD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SDBOVRD-STATUS.
           SELECT SDBDRIL-FILE ASSIGN TO "SDBDRIL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SDBDRIL-STATUS.
           SELECT SDBLTR-FILE ASSIGN TO "SDBLTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SDBLTR-STATUS.
           SELECT INSCASE-FILE ASSIGN TO "INSCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INS-PID
               FILE STATUS IS WS-INSCASE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SDBOX-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CSDBOX.

       FD SDBPOL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CSDBPOL.

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

       FD SDBOVRD-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 SDBOVRD-RECORD                  PIC X(80).

       FD SDBDRIL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 SDBDRIL-RECORD                  PIC X(80).

       FD SDBLTR-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 SDBLTR-RECORD                   PIC X(80).

       FD INSCASE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CINSCASE.

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'SDBRENT'.
         05 WS-SDBOX-STATUS PIC X(2).
           88 WS-SDBOX-OK VALUE '00'.
         05 WS-SDBPOL-STATUS PIC X(2).
           88 WS-SDBPOL-OK VALUE '00'.
         05 WS-ACCTMST-STATUS PIC X(2).
           88 WS-ACCTMST-OK VALUE '00'.
         05 WS-BNKCUST-STATUS PIC X(2).
           88 WS-BNKCUST-OK VALUE '00'.
         05 WS-ACCTTRN-STATUS PIC X(2).
           88 WS-ACCTTRN-OK VALUE '00'.
         05 WS-SDBOVRD-STATUS PIC X(2).
           88 WS-SDBOVRD-OK VALUE '00'.
         05 WS-SDBDRIL-STATUS PIC X(2).
           88 WS-SDBDRIL-OK VALUE '00'.
         05 WS-SDBLTR-STATUS PIC X(2).
           88 WS-SDBLTR-OK VALUE '00'.
         05 WS-INSCASE-STATUS PIC X(2).
           88 WS-INSCASE-OK VALUE '00'.
         05 WS-INSCASE-OPEN-FLAG PIC X(1) VALUE 'N'.
           88 WS-INSCASE-OPEN VALUE 'Y'.
         05 WS-STAYED-FLAG PIC X(1).
           88 WS-STAYED VALUE 'Y'.
         05 WS-STAYED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-SDBOX-EOF-FLAG PIC X(1).
           88 WS-SDBOX-EOF VALUE 'Y'.
         05 WS-DEBITED-FLAG PIC X(1).
           88 WS-DEBITED VALUE 'Y'.
         05 WS-NOTICE-DAYS PIC 9(3) VALUE 60.
         05 WS-BOX-COUNT PIC 9(6) VALUE ZERO.
         05 WS-PAID-COUNT PIC 9(6) VALUE ZERO.
         05 WS-OVERDUE-COUNT PIC 9(6) VALUE ZERO.
         05 WS-DRILL-COUNT PIC 9(6) VALUE ZERO.
         05 WS-NOTICE-COUNT PIC 9(6) VALUE ZERO.
         05 WS-TODAY-DAYS PIC S9(9).
         05 WS-DAYS-OVERDUE PIC S9(9).
         05 WS-DATE-WORK.
           10 WS-DTW-YYYY PIC 9(4).
           10 WS-DTW-MM PIC 9(2).
           10 WS-DTW-DD PIC 9(2).
         05 WS-DATE-WORK-N REDEFINES WS-DATE-WORK PIC 9(8).
         05 WS-DATE-DAYS PIC S9(9).
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
           10 FILLER PIC X(5).
       01 WS-LIST-HEADING.
         05 WS-LSH-TITLE PIC X(30).
         05 FILLER PIC X(15) VALUE 'BUSINESS DATE '.
         05 WS-LSH-DATE PIC 9(8).
         05 FILLER PIC X(27) VALUE SPACES.
       01 WS-LIST-DETAIL.
         05 WS-LSD-BRANCH PIC X(4).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-LSD-BOX-NO PIC X(5).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-LSD-SIZE PIC X(1).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-LSD-RENTER PIC X(5).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-LSD-ACCOUNT PIC X(9).
         05 FILLER PIC X(6) VALUE ' RENT '.
         05 WS-LSD-RENT PIC ZZ,ZZ9.99.
         05 FILLER PIC X(5) VALUE ' DUE '.
         05 WS-LSD-DUE PIC 9(8).
         05 FILLER PIC X(6) VALUE ' DAYS '.
         05 WS-LSD-DAYS PIC ZZZZ9.
         05 FILLER PIC X(13) VALUE SPACES.
       01 WS-LETTER-HEADING.
         05 FILLER PIC X(28) VALUE 'SAFE DEPOSIT BOX RENT DUE   '.
         05 WS-LTH-BRANCH PIC X(4).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-LTH-BOX-NO PIC X(5).
         05 FILLER PIC X(4) VALUE ' ON '.
         05 WS-LTH-DATE PIC 9(8).
         05 FILLER PIC X(30) VALUE SPACES.
       01 WS-LETTER-ADDRESS.
         05 FILLER PIC X(5) VALUE SPACES.
         05 WS-LTA-TEXT PIC X(25).
         05 FILLER PIC X(50) VALUE SPACES.
       01 WS-LETTER-AMOUNT.
         05 FILLER PIC X(35) VALUE
             '     THE ANNUAL RENT WE COULD NOT '.
         05 FILLER PIC X(13) VALUE 'COLLECT IS '.
         05 WS-LTM-RENT PIC ZZ,ZZ9.99.
         05 FILLER PIC X(23) VALUE SPACES.
       01 WS-LETTER-WARNING.
         05 FILLER PIC X(34) VALUE
             '     UNLESS IT IS PAID WITHIN '.
         05 WS-LTW-DAYS PIC ZZ9.
         05 FILLER PIC X(43) VALUE
             ' DAYS THE BOX WILL BE OPENED BY DRILLING'.

       01 WS-JOURNAL-WORK.
         05 WS-BEFORE-ACCTMST PIC X(250).
         05 WS-BEFORE-SDBOX PIC X(250).
       COPY CMSTJNLQ.

       COPY CCORRNDQ.

       COPY CGETBDTQ.

       COPY CRUNCTLQ.

       PROCEDURE DIVISION.
       000-START-PROCESSING.
           MOVE 'S' TO RCQ-FUNCTION
           MOVE 'SDBRENT' TO RCQ-JOB-NAME
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
           OPEN INPUT SDBPOL-FILE
           IF WS-SDBPOL-OK
               READ SDBPOL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SBP-NOTICE-DAYS IS NUMERIC
                           MOVE SBP-NOTICE-DAYS TO WS-NOTICE-DAYS
                       END-IF
               END-READ
               CLOSE SDBPOL-FILE
           END-IF
           .
           MOVE GBD-BUSINESS-DATE TO WS-DATE-WORK-N
           PERFORM DATE-TO-DAYS THRU DATE-TO-DAYS-EXIT
           MOVE WS-DATE-DAYS TO WS-TODAY-DAYS
           .
           OPEN I-O SDBOX-FILE
           IF NOT WS-SDBOX-OK
               DISPLAY 'No safe deposit box inventory - nothing to do'
               MOVE 'E' TO RCQ-FUNCTION
               MOVE ZERO TO RCQ-REC-COUNT
               MOVE 'C' TO RCQ-OUTCOME
               CALL 'RUNCTL' USING RUNCTL-REQUEST
               STOP RUN
           END-IF
           OPEN I-O ACCTMST-FILE
           OPEN INPUT BNKCUST-FILE
           OPEN EXTEND ACCTTRN-FILE
           OPEN OUTPUT SDBOVRD-FILE
           OPEN OUTPUT SDBDRIL-FILE
           OPEN EXTEND SDBLTR-FILE
           IF NOT WS-SDBLTR-OK
               OPEN OUTPUT SDBLTR-FILE
           END-IF
           OPEN INPUT INSCASE-FILE
           IF WS-INSCASE-OK
               SET WS-INSCASE-OPEN TO TRUE
           END-IF
           .
           MOVE GBD-BUSINESS-DATE TO WS-LSH-DATE
           MOVE 'SAFE DEPOSIT BOXES OVERDUE' TO WS-LSH-TITLE
           WRITE SDBOVRD-RECORD FROM WS-LIST-HEADING
           MOVE SPACES TO SDBOVRD-RECORD
           WRITE SDBOVRD-RECORD
           MOVE 'BOXES TO DRILL AND INVENTORY' TO WS-LSH-TITLE
           WRITE SDBDRIL-RECORD FROM WS-LIST-HEADING
           MOVE SPACES TO SDBDRIL-RECORD
           WRITE SDBDRIL-RECORD
           .
           MOVE LOW-VALUES TO SDB-KEY
           START SDBOX-FILE KEY IS NOT LESS THAN SDB-KEY
               INVALID KEY
                   SET WS-SDBOX-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-SDBOX-EOF
               READ SDBOX-FILE NEXT RECORD
                   AT END
                       SET WS-SDBOX-EOF TO TRUE
                   NOT AT END
                       PERFORM BILL-ONE-BOX THRU BILL-ONE-BOX-EXIT
               END-READ
           END-PERFORM
           .
           CLOSE SDBOX-FILE
           CLOSE ACCTMST-FILE
           CLOSE BNKCUST-FILE
           CLOSE ACCTTRN-FILE
           CLOSE SDBOVRD-FILE
           CLOSE SDBDRIL-FILE
           CLOSE SDBLTR-FILE
           IF WS-INSCASE-OPEN
               CLOSE INSCASE-FILE
           END-IF
           .
           DISPLAY WS-BOX-COUNT ' box(es) read, '
               WS-PAID-COUNT ' rent(s) debited, '
               WS-NOTICE-COUNT ' notice(s) sent'
           DISPLAY WS-OVERDUE-COUNT ' overdue, '
               WS-DRILL-COUNT ' on the drill list, '
               WS-STAYED-COUNT ' under insolvency stay'
           .
           MOVE 'E' TO RCQ-FUNCTION
           MOVE WS-BOX-COUNT TO RCQ-REC-COUNT
           MOVE 'C' TO RCQ-OUTCOME
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           .
           STOP RUN
           .
      *****************************************************************
      * A box on the drill list stays there until the branch records  *
      * the counter payment or the drilling - no more debits are      *
      * tried. A rented box is billed on its anniversary; an overdue  *
      * box is tried again every night.                               *
      *****************************************************************
       BILL-ONE-BOX.
           ADD 1 TO WS-BOX-COUNT
           MOVE SDBOX-RECORD TO WS-BEFORE-SDBOX
           .
           IF SDB-DRILL-PENDING
               PERFORM COUNT-DAYS-OVERDUE THRU
                   COUNT-DAYS-OVERDUE-EXIT
               WRITE SDBDRIL-RECORD FROM WS-LIST-DETAIL
               ADD 1 TO WS-DRILL-COUNT
               GO TO BILL-ONE-BOX-EXIT
           END-IF
           .
           IF NOT SDB-OVERDUE
               IF NOT SDB-RENTED
                   GO TO BILL-ONE-BOX-EXIT
               END-IF
               IF SDB-NEXT-DUE-DTE IS GREATER THAN GBD-BUSINESS-DATE
                   GO TO BILL-ONE-BOX-EXIT
               END-IF
           END-IF
           .
           PERFORM DEBIT-BOX-RENT THRU DEBIT-BOX-RENT-EXIT
           .
           IF WS-DEBITED
               MOVE SDB-NEXT-DUE-DTE TO WS-DATE-WORK-N
               ADD 1 TO WS-DTW-YYYY
               IF WS-DTW-MM IS EQUAL TO 2
                   AND WS-DTW-DD IS GREATER THAN 28
                   MOVE 28 TO WS-DTW-DD
               END-IF
               MOVE WS-DATE-WORK-N TO SDB-NEXT-DUE-DTE
               MOVE GBD-BUSINESS-DATE TO SDB-LAST-PAID-DTE
               MOVE ZERO TO SDB-OVERDUE-SINCE-DTE
               SET SDB-RENTED TO TRUE
               PERFORM REWRITE-BOX THRU REWRITE-BOX-EXIT
               ADD 1 TO WS-PAID-COUNT
               GO TO BILL-ONE-BOX-EXIT
           END-IF
           .
      *****************************************************************
      * Not collected. The first miss starts the notice period and    *
      * sends the renter the notice; once the period has run the box  *
      * moves from the overdue list to the drill work list.           *
      *****************************************************************
           PERFORM CHECK-INSOLVENCY-STAY THRU
               CHECK-INSOLVENCY-STAY-EXIT
           IF SDB-RENTED
               SET SDB-OVERDUE TO TRUE
               MOVE GBD-BUSINESS-DATE TO SDB-OVERDUE-SINCE-DTE
               PERFORM REWRITE-BOX THRU REWRITE-BOX-EXIT
               IF NOT WS-STAYED
                   PERFORM SEND-OVERDUE-NOTICE THRU
                       SEND-OVERDUE-NOTICE-EXIT
               END-IF
           END-IF
           .
           PERFORM COUNT-DAYS-OVERDUE THRU COUNT-DAYS-OVERDUE-EXIT
           IF WS-DAYS-OVERDUE IS NOT LESS THAN WS-NOTICE-DAYS
               AND NOT WS-STAYED
               MOVE SDBOX-RECORD TO WS-BEFORE-SDBOX
               SET SDB-DRILL-PENDING TO TRUE
               PERFORM REWRITE-BOX THRU REWRITE-BOX-EXIT
               WRITE SDBDRIL-RECORD FROM WS-LIST-DETAIL
               ADD 1 TO WS-DRILL-COUNT
               GO TO BILL-ONE-BOX-EXIT
           END-IF
           .
           WRITE SDBOVRD-RECORD FROM WS-LIST-DETAIL
           ADD 1 TO WS-OVERDUE-COUNT
           .
       BILL-ONE-BOX-EXIT.
           EXIT
           .
      *****************************************************************
      * The rent comes out of the agreement's account under the       *
      * renter's PID when balance plus overdraft limit covers it -    *
      * no partial collection.                                        *
      *****************************************************************
       DEBIT-BOX-RENT.
           MOVE 'N' TO WS-DEBITED-FLAG
           .
           MOVE SDB-RENTER-PID TO AMS-OWNER-PID
           MOVE SDB-DEBIT-ACCOUNT TO AMS-ACCOUNT
           READ ACCTMST-FILE
               INVALID KEY
                   GO TO DEBIT-BOX-RENT-EXIT
           END-READ
           IF AMS-BALANCE + AMS-OVERDRAFT-LIMIT
                   IS LESS THAN SDB-ANNUAL-RENT
               GO TO DEBIT-BOX-RENT-EXIT
           END-IF
           .
           MOVE ACCTMST-RECORD TO WS-BEFORE-ACCTMST
           SUBTRACT SDB-ANNUAL-RENT FROM AMS-BALANCE
           MOVE GBD-BUSINESS-DATE TO AMS-LAST-DATE
           SET AMS-TXN-PRESENT TO TRUE
           REWRITE ACCTMST-RECORD
           .
           MOVE WS-PROGRAM-ID TO MJQ-PROGRAM
           MOVE 'ACCTMST ' TO MJQ-FILE-ID
           MOVE 'R' TO MJQ-ACTION
           MOVE AMS-KEY TO MJQ-KEY
           MOVE WS-BEFORE-ACCTMST TO MJQ-BEFORE-IMAGE
           MOVE SPACES TO MJQ-AFTER-IMAGE
           MOVE ACCTMST-RECORD TO MJQ-AFTER-IMAGE
           CALL 'MSTJRNL' USING MSTJNL-REQUEST
           .
           MOVE SPACES TO ACCTTRN-RECORD
           MOVE GBD-BUSINESS-DATE TO ATN-DATE
           MOVE WS-CURRENT-TIME TO ATN-TIME
           MOVE AMS-ACCOUNT TO ATN-FROM-ACC
           MOVE AMS-OWNER-PID TO ATN-FROM-PID
           MOVE AMS-OWNER-PID TO ATN-TO-PID
           MOVE SPACES TO ATN-TO-ACC
           MOVE SDB-ANNUAL-RENT TO ATN-AMOUNT
           SET ATN-TYPE-SDB-RENT TO TRUE
           MOVE SPACES TO ATN-DESC
           STRING 'Box rent ' SDB-BRANCH ' ' SDB-BOX-NO
               DELIMITED BY SIZE INTO ATN-DESC
           MOVE SDB-BRANCH TO ATN-BRANCH
           MOVE ZERO TO ATN-FX-RATE
           CALL 'ACCTREFN' USING ATN-REF-NO
           WRITE ACCTTRN-RECORD
           .
           SET WS-DEBITED TO TRUE
           .
       DEBIT-BOX-RENT-EXIT.
           EXIT
           .
       REWRITE-BOX.
           REWRITE SDBOX-RECORD
           .
           MOVE WS-PROGRAM-ID TO MJQ-PROGRAM
           MOVE 'SDBOX   ' TO MJQ-FILE-ID
           MOVE 'R' TO MJQ-ACTION
           MOVE SPACES TO MJQ-KEY
           MOVE SDB-KEY TO MJQ-KEY (1:9)
           MOVE WS-BEFORE-SDBOX TO MJQ-BEFORE-IMAGE
           MOVE SPACES TO MJQ-AFTER-IMAGE
           MOVE SDBOX-RECORD TO MJQ-AFTER-IMAGE
           CALL 'MSTJRNL' USING MSTJNL-REQUEST
           .
       REWRITE-BOX-EXIT.
           EXIT
           .
       SEND-OVERDUE-NOTICE.
           MOVE SDB-BRANCH TO WS-LTH-BRANCH
           MOVE SDB-BOX-NO TO WS-LTH-BOX-NO
           MOVE GBD-BUSINESS-DATE TO WS-LTH-DATE
           WRITE SDBLTR-RECORD FROM WS-LETTER-HEADING
           MOVE SDB-RENTER-PID TO BCS-REC-PID
           READ BNKCUST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE BCS-REC-NAME TO WS-LTA-TEXT
                   WRITE SDBLTR-RECORD FROM WS-LETTER-ADDRESS
                   MOVE BCS-REC-ADDR1 TO WS-LTA-TEXT
                   WRITE SDBLTR-RECORD FROM WS-LETTER-ADDRESS
                   MOVE BCS-REC-ADDR2 TO WS-LTA-TEXT
                   WRITE SDBLTR-RECORD FROM WS-LETTER-ADDRESS
           END-READ
           MOVE SDB-ANNUAL-RENT TO WS-LTM-RENT
           WRITE SDBLTR-RECORD FROM WS-LETTER-AMOUNT
           MOVE WS-NOTICE-DAYS TO WS-LTW-DAYS
           WRITE SDBLTR-RECORD FROM WS-LETTER-WARNING
           MOVE SPACES TO SDBLTR-RECORD
           WRITE SDBLTR-RECORD
           .
           MOVE SDB-RENTER-PID TO CDQ-PID
           MOVE 'SDBN' TO CDQ-DOC-TYPE
           MOVE WS-PROGRAM-ID TO CDQ-SOURCE-PGM
           MOVE SPACES TO CDQ-SUMMARY
           STRING 'Box rent overdue ' SDB-BRANCH ' ' SDB-BOX-NO
               ' due ' SDB-NEXT-DUE-DTE
               DELIMITED BY SIZE INTO CDQ-SUMMARY
           CALL 'CORRNDX' USING CORRNDX-REQUEST
           ADD 1 TO WS-NOTICE-COUNT
           .
       SEND-OVERDUE-NOTICE-EXIT.
           EXIT
           .
      *****************************************************************
      * Rent that fell due by the filing date is pre-filing debt -    *
      * held off while the stay is in force or after a discharge or   *
      * completed proposal. A lifted stay or an annulment lets the    *
      * notice and the drilling go ahead again.                       *
      *****************************************************************
       CHECK-INSOLVENCY-STAY.
           MOVE 'N' TO WS-STAYED-FLAG
           IF NOT WS-INSCASE-OPEN
               GO TO CHECK-INSOLVENCY-STAY-EXIT
           END-IF
           .
           MOVE SDB-RENTER-PID TO INS-PID
           READ INSCASE-FILE
               INVALID KEY
                   GO TO CHECK-INSOLVENCY-STAY-EXIT
           END-READ
           IF INS-ANNULLED
               GO TO CHECK-INSOLVENCY-STAY-EXIT
           END-IF
           IF NOT INS-STAY-IN-FORCE AND NOT INS-DEBT-RELEASED
               GO TO CHECK-INSOLVENCY-STAY-EXIT
           END-IF
           IF SDB-NEXT-DUE-DTE IS GREATER THAN INS-FILING-DATE
               GO TO CHECK-INSOLVENCY-STAY-EXIT
           END-IF
           .
           SET WS-STAYED TO TRUE
           ADD 1 TO WS-STAYED-COUNT
           .
       CHECK-INSOLVENCY-STAY-EXIT.
           EXIT
           .
       COUNT-DAYS-OVERDUE.
           MOVE ZERO TO WS-DAYS-OVERDUE
           IF SDB-OVERDUE-SINCE-DTE IS NUMERIC
               AND SDB-OVERDUE-SINCE-DTE IS GREATER THAN ZERO
               MOVE SDB-OVERDUE-SINCE-DTE TO WS-DATE-WORK-N
               PERFORM DATE-TO-DAYS THRU DATE-TO-DAYS-EXIT
               COMPUTE WS-DAYS-OVERDUE = WS-TODAY-DAYS - WS-DATE-DAYS
           END-IF
           .
           MOVE SDB-BRANCH TO WS-LSD-BRANCH
           MOVE SDB-BOX-NO TO WS-LSD-BOX-NO
           MOVE SDB-SIZE TO WS-LSD-SIZE
           MOVE SDB-RENTER-PID TO WS-LSD-RENTER
           MOVE SDB-DEBIT-ACCOUNT TO WS-LSD-ACCOUNT
           MOVE SDB-ANNUAL-RENT TO WS-LSD-RENT
           MOVE SDB-NEXT-DUE-DTE TO WS-LSD-DUE
           MOVE WS-DAYS-OVERDUE TO WS-LSD-DAYS
           .
       COUNT-DAYS-OVERDUE-EXIT.
           EXIT
           .
      *****************************************************************
      * Day number for WS-DATE-WORK, the 365/30 approximation the     *
      * payoff and delinquency runs use - close enough to count a     *
      * notice period in days.                                        *
      *****************************************************************
       DATE-TO-DAYS.
           COMPUTE WS-DATE-DAYS = (WS-DTW-YYYY * 365)
               + (WS-DTW-MM * 30) + WS-DTW-DD
           .
       DATE-TO-DAYS-EXIT.
           EXIT
           .
