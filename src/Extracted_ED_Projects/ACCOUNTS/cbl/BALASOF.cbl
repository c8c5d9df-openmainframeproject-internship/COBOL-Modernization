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

001150***************************************************************** balasof
001160* Program:     BALASOF.CBL                                      * balasof
001170* Function:    As-of-date balance reconstruction, CALLed by the * balasof
001180*              ACCTASOF inquiry and the BALCERT letter run. For * balasof
001190*              each account in the request the ledger balance   * balasof
001200*              at end of the day asked for is the balance on    * balasof
001210*              ACCTMST now with every posting dated after that  * balasof
001220*              day unwound, read in one pass over ACCTHST, the  * balasof
001230*              ARCHRETR ARCHOUT extract when the caller         * balasof
001240*              supplies one, and the ACCTTRN postings above the * balasof
001250*              ACCTHLOD high-water mark that ACCTHST has not    * balasof
001260*              taken yet. The day's own postings give its       * balasof
001270*              opening balance, credits and debits. Each        * balasof
001280*              posting counts against its debit leg when it has * balasof
001290*              a real FROM side and its credit leg when it has  * balasof
001300*              a real TO side, and a reversal turns both round, * balasof
001310*              the same legs ACCTREVR compensates. A date older * balasof
001320*              than the ACCTHST retention rule on RETRULE needs * balasof
001330*              the archive; a cross-currency credit from        * balasof
001340*              history, which carries no rate, is returned      * balasof
001350*              unproven rather than guessed.                    * balasof
001360***************************************************************** balasof
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALASOF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTMST-FILE ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AMS-KEY
               FILE STATUS IS WS-ACCTMST-STATUS.
           SELECT RETRULE-FILE ASSIGN TO "RETRULE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETRULE-STATUS.
           SELECT ACCTHST-FILE ASSIGN TO "ACCTHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AHS-KEY
               FILE STATUS IS WS-ACCTHST-STATUS.
           SELECT ARCHOUT-FILE ASSIGN TO "ARCHOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHOUT-STATUS.
           SELECT HSTCKPT-FILE ASSIGN TO "HSTCKPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HSTCKPT-STATUS.
           SELECT ACCTTRN-FILE ASSIGN TO "ACCTTRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCTTRN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCTMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CACCTMST.

       FD RETRULE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CRETRULE.

       FD ACCTHST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CACCTHST.

       FD ARCHOUT-FILE
           LABEL RECORDS ARE STANDARD.
       01 ARCHOUT-RECORD.
         05 AOU-FILE-ID PIC X(8).
         05 AOU-RECORD-IMAGE PIC X(526).

       FD HSTCKPT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CCHKPNT.

       FD ACCTTRN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CACCTTRN.

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'BALASOF'.
         05 WS-ACCTMST-STATUS PIC X(2).
           88 WS-ACCTMST-OK VALUE '00'.
         05 WS-RETRULE-STATUS PIC X(2).
           88 WS-RETRULE-OK VALUE '00'.
         05 WS-ACCTHST-STATUS PIC X(2).
           88 WS-ACCTHST-OK VALUE '00'.
         05 WS-ARCHOUT-STATUS PIC X(2).
           88 WS-ARCHOUT-OK VALUE '00'.
         05 WS-HSTCKPT-STATUS PIC X(2).
           88 WS-HSTCKPT-OK VALUE '00'.
         05 WS-ACCTTRN-STATUS PIC X(2).
           88 WS-ACCTTRN-OK VALUE '00'.
         05 WS-FILE-EOF-FLAG PIC X(1).
           88 WS-FILE-EOF VALUE 'Y'.
         05 WS-HISTORY-MISSING-FLAG PIC X(1).
           88 WS-HISTORY-MISSING VALUE 'Y'.
         05 WS-ARCHIVE-MISSING-FLAG PIC X(1).
           88 WS-ARCHIVE-MISSING VALUE 'Y'.
         05 WS-ENTRY-IX PIC 9(2).
         05 WS-PENDING-COUNT PIC 9(2).
         05 WS-KEEP-DAYS PIC 9(5).
         05 WS-KEEP-RULE-FLAG PIC X(1).
           88 WS-KEEP-RULE-FOUND VALUE 'Y'.
         05 WS-TODAY-DAYS PIC S9(9).
         05 WS-CUTOFF-DAYS PIC S9(9).
         05 WS-REC-DAYS PIC S9(9).
         05 WS-EARLIEST-DONE-FLAG PIC X(1).
           88 WS-EARLIEST-DONE VALUE 'Y'.
         05 WS-HWM-STAMP PIC 9(16) VALUE ZERO.
         05 WS-REC-STAMP.
           10 WS-REC-STAMP-DATE PIC 9(8).
           10 WS-REC-STAMP-TIME PIC 9(8).
         05 WS-REC-STAMP-N REDEFINES WS-REC-STAMP PIC 9(16).
         05 WS-EFFECT PIC S9(9)V99.
         05 WS-CREDIT-AMOUNT PIC S9(9)V99.
         05 WS-LEG-FOUND-FLAG PIC X(1).
           88 WS-LEG-FOUND VALUE 'Y'.
         05 WS-DATE-WORK.
           10 WS-DTW-YYYY PIC 9(4).
           10 WS-DTW-MM PIC 9(2).
           10 WS-DTW-DD PIC 9(2).
         05 WS-DATE-WORK-N REDEFINES WS-DATE-WORK PIC 9(8).
         05 WS-MONTH-DAYS-TABLE.
           10 FILLER PIC X(24) VALUE '312831303130313130313031'.
         05 WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
           10 WS-DAYS-IN-MONTH PIC 9(2) OCCURS 12 TIMES.
         05 WS-THIS-MONTH-DAYS PIC 9(2).
         05 WS-LEAP-WORK PIC 9(4).
         05 WS-LEAP-REM PIC 9(4).
      *****************************************************************
      * Whether each entry's date is older than ACCTHST still holds - *
      * such an entry can only be answered out of the archive.        *
      *****************************************************************
       01 WS-ENTRY-FLAGS.
         05 WS-ENT-NEEDS-ARCHIVE PIC X(1) OCCURS 50 TIMES.
      *****************************************************************
      * One posting, whichever file it came from, in the shape the    *
      * leg test below reads. A rate is only known for postings read  *
      * off ACCTTRN - ACCTHST does not carry it.                      *
      *****************************************************************
       01 WS-POSTING.
         05 WS-PST-DATE PIC 9(8).
         05 WS-PST-FROM-ACC PIC X(9).
         05 WS-PST-FROM-PID PIC X(5).
         05 WS-PST-TO-ACC PIC X(9).
         05 WS-PST-TO-PID PIC X(5).
         05 WS-PST-AMOUNT PIC S9(7)V99.
         05 WS-PST-TYPE PIC X(2).
         05 WS-PST-FX-RATE PIC 9(3)V9(6).
         05 WS-PST-RATE-FLAG PIC X(1).
           88 WS-PST-RATE-KNOWN VALUE 'Y'.
      *****************************************************************
      * An ACCTHST row as ARCHPURG archived it and ARCHRETR pulled it *
      * back, laid out as CACCTHST.                                   *
      *****************************************************************
       01 WS-ARCH-HST-ROW.
         05 WS-ARH-ACCOUNT PIC X(9).
         05 WS-ARH-DATE PIC 9(8).
         05 WS-ARH-TIME PIC 9(8).
         05 WS-ARH-FROM-PID PIC X(5).
         05 WS-ARH-TO-PID PIC X(5).
         05 WS-ARH-AMOUNT PIC S9(7)V99.
         05 WS-ARH-TYPE PIC X(2).
         05 WS-ARH-DESC PIC X(20).
         05 WS-ARH-TO-ACC PIC X(9).
         05 WS-ARH-REF-NO PIC 9(12).

       COPY CGETBDTQ.

       LINKAGE SECTION.
       COPY CBALASOQ.

       PROCEDURE DIVISION USING BALASOF-REQUEST.
       000-AS-OF-BALANCE.
           CALL 'GETBDTE' USING GETBDTE-REQUEST
           MOVE 'N' TO WS-HISTORY-MISSING-FLAG
           MOVE 'N' TO WS-ARCHIVE-MISSING-FLAG
           .
           PERFORM FIND-HISTORY-CUTOFF THRU FIND-HISTORY-CUTOFF-EXIT
           .
           IF BAQ-ENTRY-COUNT IS NOT NUMERIC
               OR BAQ-ENTRY-COUNT IS GREATER THAN 50
               GOBACK
           END-IF
           .
           MOVE ZERO TO WS-PENDING-COUNT
           OPEN INPUT ACCTMST-FILE
           IF NOT WS-ACCTMST-OK
               PERFORM MARK-ONE-UNAVAILABLE THRU
                   MARK-ONE-UNAVAILABLE-EXIT
                   VARYING WS-ENTRY-IX FROM 1 BY 1
                   UNTIL WS-ENTRY-IX IS GREATER THAN BAQ-ENTRY-COUNT
               GOBACK
           END-IF
           PERFORM PREPARE-ONE-ENTRY THRU PREPARE-ONE-ENTRY-EXIT
               VARYING WS-ENTRY-IX FROM 1 BY 1
               UNTIL WS-ENTRY-IX IS GREATER THAN BAQ-ENTRY-COUNT
           .
           IF WS-PENDING-COUNT IS GREATER THAN ZERO
               PERFORM SCAN-HISTORY THRU SCAN-HISTORY-EXIT
               IF BAQ-ARCHIVE-INCLUDED
                   PERFORM SCAN-ARCHIVE THRU SCAN-ARCHIVE-EXIT
               END-IF
               PERFORM SCAN-UNLOADED-POSTINGS THRU
                   SCAN-UNLOADED-POSTINGS-EXIT
           END-IF
           CLOSE ACCTMST-FILE
           .
           PERFORM FINISH-ONE-ENTRY THRU FINISH-ONE-ENTRY-EXIT
               VARYING WS-ENTRY-IX FROM 1 BY 1
               UNTIL WS-ENTRY-IX IS GREATER THAN BAQ-ENTRY-COUNT
           .
           GOBACK
           .
      *****************************************************************
      * ARCHPURG keeps an ACCTHST row while its day number - the same *
      * rough year*365 + month*30 + day it ages by - is not below     *
      * today's less the RETRULE keep days. Day numbers never go      *
      * backwards, so a date at or past the cutoff has every later    *
      * row still on file. With no rule nothing has been purged.      *
      *****************************************************************
       FIND-HISTORY-CUTOFF.
           MOVE 'N' TO WS-KEEP-RULE-FLAG
           MOVE ZERO TO WS-CUTOFF-DAYS
           MOVE ZERO TO BAQ-EARLIEST-DATE
           MOVE 'N' TO WS-FILE-EOF-FLAG
           OPEN INPUT RETRULE-FILE
           IF NOT WS-RETRULE-OK
               GO TO FIND-HISTORY-CUTOFF-EXIT
           END-IF
           PERFORM UNTIL WS-FILE-EOF
               READ RETRULE-FILE
                   AT END
                       SET WS-FILE-EOF TO TRUE
                   NOT AT END
                       IF RET-FILE-ID IS EQUAL TO 'ACCTHST '
                           MOVE RET-KEEP-DAYS TO WS-KEEP-DAYS
                           SET WS-KEEP-RULE-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RETRULE-FILE
           .
           IF NOT WS-KEEP-RULE-FOUND
               GO TO FIND-HISTORY-CUTOFF-EXIT
           END-IF
           .
           MOVE GBD-BUSINESS-DATE TO WS-DATE-WORK-N
           PERFORM COMPUTE-DAY-NUMBER THRU COMPUTE-DAY-NUMBER-EXIT
           MOVE WS-REC-DAYS TO WS-TODAY-DAYS
           COMPUTE WS-CUTOFF-DAYS = WS-TODAY-DAYS - WS-KEEP-DAYS
           .
           MOVE GBD-BUSINESS-DATE TO BAQ-EARLIEST-DATE
           MOVE 'N' TO WS-EARLIEST-DONE-FLAG
           PERFORM UNTIL WS-EARLIEST-DONE
               PERFORM STEP-ONE-DAY-BACK THRU STEP-ONE-DAY-BACK-EXIT
               PERFORM COMPUTE-DAY-NUMBER THRU
                   COMPUTE-DAY-NUMBER-EXIT
               IF WS-REC-DAYS IS LESS THAN WS-CUTOFF-DAYS
                   SET WS-EARLIEST-DONE TO TRUE
               ELSE
                   MOVE WS-DATE-WORK-N TO BAQ-EARLIEST-DATE
               END-IF
           END-PERFORM
           .
       FIND-HISTORY-CUTOFF-EXIT.
           EXIT
           .
       PREPARE-ONE-ENTRY.
           MOVE SPACES TO BAQ-CURRENCY (WS-ENTRY-IX)
           MOVE ZERO TO BAQ-CURRENT-BALANCE (WS-ENTRY-IX)
           MOVE ZERO TO BAQ-OPENING-BALANCE (WS-ENTRY-IX)
           MOVE ZERO TO BAQ-DAY-CREDITS (WS-ENTRY-IX)
           MOVE ZERO TO BAQ-DAY-DEBITS (WS-ENTRY-IX)
           MOVE ZERO TO BAQ-DAY-COUNT (WS-ENTRY-IX)
           MOVE ZERO TO BAQ-CLOSING-BALANCE (WS-ENTRY-IX)
           MOVE ZERO TO BAQ-LATER-NET (WS-ENTRY-IX)
           MOVE ZERO TO BAQ-LATER-COUNT (WS-ENTRY-IX)
           MOVE 'N' TO WS-ENT-NEEDS-ARCHIVE (WS-ENTRY-IX)
           .
      *****************************************************************
      * The date must be a real calendar date no later than today's   *
      * business date - today itself answers the balance so far.      *
      *****************************************************************
           SET BAQ-RESULT-BAD-DATE (WS-ENTRY-IX) TO TRUE
           IF BAQ-AS-OF-DATE (WS-ENTRY-IX) IS NOT NUMERIC
               GO TO PREPARE-ONE-ENTRY-EXIT
           END-IF
           IF BAQ-AS-OF-DATE (WS-ENTRY-IX) IS GREATER THAN
                   GBD-BUSINESS-DATE
               GO TO PREPARE-ONE-ENTRY-EXIT
           END-IF
           MOVE BAQ-AS-OF-DATE (WS-ENTRY-IX) TO WS-DATE-WORK-N
           IF WS-DTW-MM IS LESS THAN 1
               OR WS-DTW-MM IS GREATER THAN 12
               OR WS-DTW-DD IS LESS THAN 1
               GO TO PREPARE-ONE-ENTRY-EXIT
           END-IF
           PERFORM GET-MONTH-LENGTH THRU GET-MONTH-LENGTH-EXIT
           IF WS-DTW-DD IS GREATER THAN WS-THIS-MONTH-DAYS
               GO TO PREPARE-ONE-ENTRY-EXIT
           END-IF
           .
           MOVE BAQ-PID (WS-ENTRY-IX) TO AMS-OWNER-PID
           MOVE BAQ-ACCOUNT (WS-ENTRY-IX) TO AMS-ACCOUNT
           READ ACCTMST-FILE
               INVALID KEY
                   SET BAQ-RESULT-NOT-FOUND (WS-ENTRY-IX) TO TRUE
                   GO TO PREPARE-ONE-ENTRY-EXIT
           END-READ
           MOVE AMS-CURRENCY TO BAQ-CURRENCY (WS-ENTRY-IX)
           MOVE AMS-BALANCE TO BAQ-CURRENT-BALANCE (WS-ENTRY-IX)
           .
           IF WS-KEEP-RULE-FOUND
               PERFORM COMPUTE-DAY-NUMBER THRU
                   COMPUTE-DAY-NUMBER-EXIT
               IF WS-REC-DAYS IS LESS THAN WS-CUTOFF-DAYS
                   MOVE 'Y' TO WS-ENT-NEEDS-ARCHIVE (WS-ENTRY-IX)
                   IF NOT BAQ-ARCHIVE-INCLUDED
                       SET BAQ-RESULT-NEEDS-ARCHIVE (WS-ENTRY-IX)
                           TO TRUE
                       GO TO PREPARE-ONE-ENTRY-EXIT
                   END-IF
               END-IF
           END-IF
           .
           SET BAQ-RESULT-PENDING (WS-ENTRY-IX) TO TRUE
           ADD 1 TO WS-PENDING-COUNT
           .
       PREPARE-ONE-ENTRY-EXIT.
           EXIT
           .
       SCAN-HISTORY.
           OPEN INPUT ACCTHST-FILE
           IF NOT WS-ACCTHST-OK
               SET WS-HISTORY-MISSING TO TRUE
               GO TO SCAN-HISTORY-EXIT
           END-IF
           MOVE 'N' TO WS-FILE-EOF-FLAG
           MOVE LOW-VALUES TO AHS-KEY
           START ACCTHST-FILE KEY IS NOT LESS THAN AHS-KEY
               INVALID KEY
                   SET WS-FILE-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-FILE-EOF
               READ ACCTHST-FILE NEXT RECORD
                   AT END
                       SET WS-FILE-EOF TO TRUE
                   NOT AT END
                       MOVE AHS-DATE TO WS-PST-DATE
                       MOVE AHS-ACCOUNT TO WS-PST-FROM-ACC
                       MOVE AHS-FROM-PID TO WS-PST-FROM-PID
                       MOVE AHS-TO-ACC TO WS-PST-TO-ACC
                       MOVE AHS-TO-PID TO WS-PST-TO-PID
                       MOVE AHS-AMOUNT TO WS-PST-AMOUNT
                       MOVE AHS-TYPE TO WS-PST-TYPE
                       MOVE ZERO TO WS-PST-FX-RATE
                       MOVE 'N' TO WS-PST-RATE-FLAG
                       PERFORM APPLY-POSTING THRU APPLY-POSTING-EXIT
               END-READ
           END-PERFORM
           CLOSE ACCTHST-FILE
           .
       SCAN-HISTORY-EXIT.
           EXIT
           .
      *****************************************************************
      * ARCHOUT is whatever ARCHRETR last pulled - only its ACCTHST   *
      * rows are postings. The range pulled must run from the oldest  *
      * date wanted up to the ACCTHST retention cutoff.               *
      *****************************************************************
       SCAN-ARCHIVE.
           OPEN INPUT ARCHOUT-FILE
           IF NOT WS-ARCHOUT-OK
               SET WS-ARCHIVE-MISSING TO TRUE
               GO TO SCAN-ARCHIVE-EXIT
           END-IF
           MOVE 'N' TO WS-FILE-EOF-FLAG
           PERFORM UNTIL WS-FILE-EOF
               READ ARCHOUT-FILE
                   AT END
                       SET WS-FILE-EOF TO TRUE
                   NOT AT END
                       IF AOU-FILE-ID IS EQUAL TO 'ACCTHST '
                           MOVE AOU-RECORD-IMAGE (1:87) TO
                               WS-ARCH-HST-ROW
                           MOVE WS-ARH-DATE TO WS-PST-DATE
                           MOVE WS-ARH-ACCOUNT TO WS-PST-FROM-ACC
                           MOVE WS-ARH-FROM-PID TO WS-PST-FROM-PID
                           MOVE WS-ARH-TO-ACC TO WS-PST-TO-ACC
                           MOVE WS-ARH-TO-PID TO WS-PST-TO-PID
                           MOVE WS-ARH-AMOUNT TO WS-PST-AMOUNT
                           MOVE WS-ARH-TYPE TO WS-PST-TYPE
                           MOVE ZERO TO WS-PST-FX-RATE
                           MOVE 'N' TO WS-PST-RATE-FLAG
                           PERFORM APPLY-POSTING THRU
                               APPLY-POSTING-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHOUT-FILE
           .
       SCAN-ARCHIVE-EXIT.
           EXIT
           .
      *****************************************************************
      * Postings since ACCTHLOD last ran are already in the ACCTMST   *
      * balance but not yet on ACCTHST - take them off ACCTTRN above  *
      * the same HSTCKPT high-water mark ACCTHLOD starts from.        *
      *****************************************************************
       SCAN-UNLOADED-POSTINGS.
           MOVE ZERO TO WS-HWM-STAMP
           OPEN INPUT HSTCKPT-FILE
           IF WS-HSTCKPT-OK
               READ HSTCKPT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CKP-LAST-KEY IS NOT EQUAL TO SPACES
                           MOVE CKP-LAST-KEY TO WS-REC-STAMP
                           MOVE WS-REC-STAMP-N TO WS-HWM-STAMP
                       END-IF
               END-READ
               CLOSE HSTCKPT-FILE
           END-IF
           .
           OPEN INPUT ACCTTRN-FILE
           IF NOT WS-ACCTTRN-OK
               GO TO SCAN-UNLOADED-POSTINGS-EXIT
           END-IF
           MOVE 'N' TO WS-FILE-EOF-FLAG
           PERFORM UNTIL WS-FILE-EOF
               READ ACCTTRN-FILE
                   AT END
                       SET WS-FILE-EOF TO TRUE
                   NOT AT END
                       MOVE ATN-DATE TO WS-REC-STAMP-DATE
                       MOVE ATN-TIME TO WS-REC-STAMP-TIME
                       IF WS-REC-STAMP-N IS GREATER THAN WS-HWM-STAMP
                           MOVE ATN-DATE TO WS-PST-DATE
                           MOVE ATN-FROM-ACC TO WS-PST-FROM-ACC
                           MOVE ATN-FROM-PID TO WS-PST-FROM-PID
                           MOVE ATN-TO-ACC TO WS-PST-TO-ACC
                           MOVE ATN-TO-PID TO WS-PST-TO-PID
                           MOVE ATN-AMOUNT TO WS-PST-AMOUNT
                           MOVE ATN-TYPE TO WS-PST-TYPE
                           MOVE ATN-FX-RATE TO WS-PST-FX-RATE
                           SET WS-PST-RATE-KNOWN TO TRUE
                           PERFORM APPLY-POSTING THRU
                               APPLY-POSTING-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCTTRN-FILE
           .
       SCAN-UNLOADED-POSTINGS-EXIT.
           EXIT
           .
       APPLY-POSTING.
           PERFORM APPLY-TO-ONE-ENTRY THRU APPLY-TO-ONE-ENTRY-EXIT
               VARYING WS-ENTRY-IX FROM 1 BY 1
               UNTIL WS-ENTRY-IX IS GREATER THAN BAQ-ENTRY-COUNT
           .
       APPLY-POSTING-EXIT.
           EXIT
           .
      *****************************************************************
      * Postings before the day wanted are already inside its opening *
      * balance and play no part. The debit leg needs a real FROM     *
      * side and the credit leg a real TO side; a reversal puts the   *
      * money back the other way on both.                             *
      *****************************************************************
       APPLY-TO-ONE-ENTRY.
           IF NOT BAQ-RESULT-PENDING (WS-ENTRY-IX)
               GO TO APPLY-TO-ONE-ENTRY-EXIT
           END-IF
           IF WS-PST-DATE IS LESS THAN BAQ-AS-OF-DATE (WS-ENTRY-IX)
               GO TO APPLY-TO-ONE-ENTRY-EXIT
           END-IF
           .
           MOVE ZERO TO WS-EFFECT
           MOVE 'N' TO WS-LEG-FOUND-FLAG
           IF WS-PST-FROM-ACC IS EQUAL TO BAQ-ACCOUNT (WS-ENTRY-IX)
               AND WS-PST-FROM-PID IS NOT EQUAL TO SPACES
               SUBTRACT WS-PST-AMOUNT FROM WS-EFFECT
               SET WS-LEG-FOUND TO TRUE
           END-IF
           IF WS-PST-TO-ACC IS EQUAL TO BAQ-ACCOUNT (WS-ENTRY-IX)
               AND WS-PST-TO-PID IS NOT EQUAL TO SPACES
               PERFORM PRICE-CREDIT-LEG THRU PRICE-CREDIT-LEG-EXIT
               IF BAQ-RESULT-FX-UNPROVEN (WS-ENTRY-IX)
                   GO TO APPLY-TO-ONE-ENTRY-EXIT
               END-IF
               ADD WS-CREDIT-AMOUNT TO WS-EFFECT
               SET WS-LEG-FOUND TO TRUE
           END-IF
           IF NOT WS-LEG-FOUND
               GO TO APPLY-TO-ONE-ENTRY-EXIT
           END-IF
           .
           IF WS-PST-TYPE IS EQUAL TO 'RV'
               COMPUTE WS-EFFECT = ZERO - WS-EFFECT
           END-IF
           .
           IF WS-PST-DATE IS EQUAL TO BAQ-AS-OF-DATE (WS-ENTRY-IX)
               ADD 1 TO BAQ-DAY-COUNT (WS-ENTRY-IX)
               IF WS-EFFECT IS LESS THAN ZERO
                   SUBTRACT WS-EFFECT FROM
                       BAQ-DAY-DEBITS (WS-ENTRY-IX)
               ELSE
                   ADD WS-EFFECT TO BAQ-DAY-CREDITS (WS-ENTRY-IX)
               END-IF
           ELSE
               ADD 1 TO BAQ-LATER-COUNT (WS-ENTRY-IX)
               ADD WS-EFFECT TO BAQ-LATER-NET (WS-ENTRY-IX)
           END-IF
           .
       APPLY-TO-ONE-ENTRY-EXIT.
           EXIT
           .
      *****************************************************************
      * A cross-currency transfer credits the converted amount. Off   *
      * ACCTTRN the rate rides on the posting; off history it does    *
      * not, so a credit from an account in another currency cannot   *
      * be proved and the entry is left unanswered. A FROM account    *
      * no longer on ACCTMST is taken to have been in the same        *
      * currency.                                                     *
      *****************************************************************
       PRICE-CREDIT-LEG.
           MOVE WS-PST-AMOUNT TO WS-CREDIT-AMOUNT
           .
           IF WS-PST-RATE-KNOWN
               IF WS-PST-FX-RATE IS GREATER THAN ZERO
                   COMPUTE WS-CREDIT-AMOUNT ROUNDED =
                       WS-PST-AMOUNT * WS-PST-FX-RATE
               END-IF
               GO TO PRICE-CREDIT-LEG-EXIT
           END-IF
           .
           IF WS-PST-FROM-PID IS EQUAL TO SPACES
               OR WS-PST-FROM-ACC IS EQUAL TO SPACES
               OR WS-PST-FROM-ACC IS EQUAL TO WS-PST-TO-ACC
               GO TO PRICE-CREDIT-LEG-EXIT
           END-IF
           .
           MOVE WS-PST-FROM-PID TO AMS-OWNER-PID
           MOVE WS-PST-FROM-ACC TO AMS-ACCOUNT
           READ ACCTMST-FILE
               INVALID KEY
                   GO TO PRICE-CREDIT-LEG-EXIT
           END-READ
           IF AMS-CURRENCY IS NOT EQUAL TO BAQ-CURRENCY (WS-ENTRY-IX)
               SET BAQ-RESULT-FX-UNPROVEN (WS-ENTRY-IX) TO TRUE
           END-IF
           .
       PRICE-CREDIT-LEG-EXIT.
           EXIT
           .
      *****************************************************************
      * The balance at end of the day is today's with everything      *
      * after it taken back off; the day opened at that less its own  *
      * credits and plus its own debits.                              *
      *****************************************************************
       FINISH-ONE-ENTRY.
           IF NOT BAQ-RESULT-PENDING (WS-ENTRY-IX)
               GO TO FINISH-ONE-ENTRY-EXIT
           END-IF
           IF WS-HISTORY-MISSING
               SET BAQ-RESULT-UNAVAILABLE (WS-ENTRY-IX) TO TRUE
               GO TO FINISH-ONE-ENTRY-EXIT
           END-IF
           IF WS-ARCHIVE-MISSING
               AND WS-ENT-NEEDS-ARCHIVE (WS-ENTRY-IX) IS EQUAL TO 'Y'
               SET BAQ-RESULT-NEEDS-ARCHIVE (WS-ENTRY-IX) TO TRUE
               GO TO FINISH-ONE-ENTRY-EXIT
           END-IF
           .
           COMPUTE BAQ-CLOSING-BALANCE (WS-ENTRY-IX) =
               BAQ-CURRENT-BALANCE (WS-ENTRY-IX)
               - BAQ-LATER-NET (WS-ENTRY-IX)
           COMPUTE BAQ-OPENING-BALANCE (WS-ENTRY-IX) =
               BAQ-CLOSING-BALANCE (WS-ENTRY-IX)
               - BAQ-DAY-CREDITS (WS-ENTRY-IX)
               + BAQ-DAY-DEBITS (WS-ENTRY-IX)
           SET BAQ-RESULT-OK (WS-ENTRY-IX) TO TRUE
           .
       FINISH-ONE-ENTRY-EXIT.
           EXIT
           .
       MARK-ONE-UNAVAILABLE.
           SET BAQ-RESULT-UNAVAILABLE (WS-ENTRY-IX) TO TRUE
           .
       MARK-ONE-UNAVAILABLE-EXIT.
           EXIT
           .
       COMPUTE-DAY-NUMBER.
           COMPUTE WS-REC-DAYS = (WS-DTW-YYYY * 365)
               + (WS-DTW-MM * 30) + WS-DTW-DD
           .
       COMPUTE-DAY-NUMBER-EXIT.
           EXIT
           .
       STEP-ONE-DAY-BACK.
           IF WS-DTW-DD IS GREATER THAN 1
               SUBTRACT 1 FROM WS-DTW-DD
               GO TO STEP-ONE-DAY-BACK-EXIT
           END-IF
           SUBTRACT 1 FROM WS-DTW-MM
           IF WS-DTW-MM IS LESS THAN 1
               MOVE 12 TO WS-DTW-MM
               SUBTRACT 1 FROM WS-DTW-YYYY
           END-IF
           PERFORM GET-MONTH-LENGTH THRU GET-MONTH-LENGTH-EXIT
           MOVE WS-THIS-MONTH-DAYS TO WS-DTW-DD
           .
       STEP-ONE-DAY-BACK-EXIT.
           EXIT
           .
       GET-MONTH-LENGTH.
           MOVE WS-DAYS-IN-MONTH(WS-DTW-MM) TO WS-THIS-MONTH-DAYS
           IF WS-DTW-MM IS EQUAL TO 2
               DIVIDE WS-DTW-YYYY BY 4 GIVING WS-LEAP-WORK
                   REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM IS EQUAL TO ZERO
                   MOVE 29 TO WS-THIS-MONTH-DAYS
               END-IF
           END-IF
           .
       GET-MONTH-LENGTH-EXIT.
           EXIT
           .
