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

001150***************************************************************** loanpocb
001160* Program:     LOANPOCBATCH.CBL                                 * loanpocb
001170* Function:    Proof of claim for insolvency cases. Every       * loanpocb
001180*              INSCASE row not annulled whose claim has not     * loanpocb
001190*              been printed gets a POCRPT statement for the     * loanpocb
001200*              trustee: the debtor, estate and trustee, then    * loanpocb
001210*              every amount the customer owed on the filing     * loanpocb
001220*              date - each term loan on LOANMST and line of     * loanpocb
001230*              credit on LOCMST opened by then, and each        * loanpocb
001240*              deposit account overdrawn that day - with the    * loanpocb
001250*              total claimed. Balances are the ledger balances  * loanpocb
001260*              at the end of the filing date, rebuilt by        * loanpocb
001270*              BALASOF, so postings since the filing do not     * loanpocb
001280*              change the claim; a loan or line opened after    * loanpocb
001290*              the filing is not part of it. A case whose       * loanpocb
001300*              history BALASOF cannot answer yet is held for    * loanpocb
001310*              the next run. The claim total and date are       * loanpocb
001320*              stamped on the case.                             * loanpocb
001330***************************************************************** loanpocb
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanPocBatch.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSCASE-FILE ASSIGN TO "INSCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INS-PID
               FILE STATUS IS WS-INSCASE-STATUS.
           SELECT ACCTMST-FILE ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AMS-KEY
               FILE STATUS IS WS-ACCTMST-STATUS.
           SELECT LOANMST-FILE ASSIGN TO "LOANMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LNM-KEY
               FILE STATUS IS WS-LOANMST-STATUS.
           SELECT LOCMST-FILE ASSIGN TO "LOCMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LOC-KEY
               FILE STATUS IS WS-LOCMST-STATUS.
           SELECT BNKCUST-FILE ASSIGN TO "BNKCUST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BCS-REC-PID
               FILE STATUS IS WS-BNKCUST-STATUS.
           SELECT POCRPT-FILE ASSIGN TO "POCRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POCRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INSCASE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CINSCASE.

       FD ACCTMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CACCTMST.

       FD LOANMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CLOANMST.

       FD LOCMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CLOCMST.

       FD BNKCUST-FILE
           LABEL RECORDS ARE STANDARD.
       01 BNKCUST-RECORD.
       COPY CBANKVCS.

       FD POCRPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 POCRPT-RECORD                   PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'LOANPOCB'.
         05 WS-INSCASE-STATUS PIC X(2).
           88 WS-INSCASE-OK VALUE '00'.
         05 WS-ACCTMST-STATUS PIC X(2).
           88 WS-ACCTMST-OK VALUE '00'.
         05 WS-LOANMST-STATUS PIC X(2).
           88 WS-LOANMST-OK VALUE '00'.
         05 WS-LOCMST-STATUS PIC X(2).
           88 WS-LOCMST-OK VALUE '00'.
         05 WS-BNKCUST-STATUS PIC X(2).
           88 WS-BNKCUST-OK VALUE '00'.
         05 WS-POCRPT-STATUS PIC X(2).
           88 WS-POCRPT-OK VALUE '00'.
         05 WS-INSCASE-EOF-FLAG PIC X(1).
           88 WS-INSCASE-EOF VALUE 'Y'.
         05 WS-ACCTMST-EOF-FLAG PIC X(1).
           88 WS-ACCTMST-EOF VALUE 'Y'.
         05 WS-HISTORY-SHORT-FLAG PIC X(1).
           88 WS-HISTORY-SHORT VALUE 'Y'.
         05 WS-CASE-COUNT PIC 9(6) VALUE ZERO.
         05 WS-CLAIM-COUNT PIC 9(6) VALUE ZERO.
         05 WS-HELD-COUNT PIC 9(6) VALUE ZERO.
         05 WS-CLAIM-TOTAL PIC S9(9)V99.
         05 WS-OWED-AMOUNT PIC S9(9)V99.
         05 WS-CLAIM-IX PIC 9(2).
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
           10 FILLER PIC X(5).
      *****************************************************************
      * The accounts that make up one customer's claim - the facility *
      * type rides alongside the BALASOF entry of the same number.    *
      *****************************************************************
       01 WS-CLAIM-TABLE.
         05 WS-CLAIM-ENTRY OCCURS 50 TIMES.
           10 WS-CLM-TYPE PIC X(4).
       01 WS-REPORT-HEADING.
         05 FILLER PIC X(25) VALUE 'PROOF OF CLAIM  RUN DATE '.
         05 WS-RPT-HDG-DATE PIC 9(8).
         05 FILLER PIC X(47) VALUE SPACES.
       01 WS-REPORT-DEBTOR.
         05 FILLER PIC X(7) VALUE 'DEBTOR '.
         05 WS-RPT-PID PIC X(5).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-NAME PIC X(25).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-FILING-TYPE PIC X(17).
         05 FILLER PIC X(24) VALUE SPACES.
       01 WS-REPORT-ESTATE.
         05 FILLER PIC X(7) VALUE 'ESTATE '.
         05 WS-RPT-ESTATE-NO PIC X(12).
         05 FILLER PIC X(8) VALUE '  FILED '.
         05 WS-RPT-FILING-DATE PIC 9(8).
         05 FILLER PIC X(45) VALUE SPACES.
       01 WS-REPORT-TRUSTEE.
         05 FILLER PIC X(8) VALUE 'TRUSTEE '.
         05 WS-RPT-TRUSTEE-NAME PIC X(30).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-TRUSTEE-TEL PIC X(12).
         05 FILLER PIC X(29) VALUE SPACES.
       01 WS-REPORT-DETAIL.
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-RPT-TYPE PIC X(4).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-ACCOUNT PIC X(9).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-CURRENCY PIC X(3).
         05 FILLER PIC X(6) VALUE ' OWED '.
         05 WS-RPT-OWED PIC -(9)9.99.
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-NOTE PIC X(12).
         05 FILLER PIC X(28) VALUE SPACES.
       01 WS-REPORT-TOTAL.
         05 FILLER PIC X(22) VALUE '  TOTAL CLAIM AS OF   '.
         05 WS-RPT-T-DATE PIC 9(8).
         05 FILLER PIC X(2) VALUE SPACES.
         05 WS-RPT-T-AMOUNT PIC -(9)9.99.
         05 FILLER PIC X(35) VALUE SPACES.

       COPY CBALASOQ.

       COPY CRUNCTLQ.

       PROCEDURE DIVISION.
       000-START-PROCESSING.
           MOVE 'S' TO RCQ-FUNCTION
           MOVE 'LOANPOCB' TO RCQ-JOB-NAME
           MOVE SPACES TO RCQ-PREREQ-JOB
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           IF RCQ-REPLY-REFUSED
               DISPLAY 'Run control refused start: ' RCQ-REPLY-MSG
               STOP RUN
           END-IF
           .
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           .
           OPEN I-O INSCASE-FILE
           IF NOT WS-INSCASE-OK
               DISPLAY 'No insolvency cases - nothing to do'
               MOVE 'E' TO RCQ-FUNCTION
               MOVE ZERO TO RCQ-REC-COUNT
               MOVE 'C' TO RCQ-OUTCOME
               CALL 'RUNCTL' USING RUNCTL-REQUEST
               STOP RUN
           END-IF
           OPEN INPUT ACCTMST-FILE
           OPEN INPUT LOANMST-FILE
           OPEN INPUT LOCMST-FILE
           OPEN INPUT BNKCUST-FILE
           OPEN OUTPUT POCRPT-FILE
           .
           MOVE WS-CURRENT-DATE TO WS-RPT-HDG-DATE
           WRITE POCRPT-RECORD FROM WS-REPORT-HEADING
           MOVE SPACES TO POCRPT-RECORD
           WRITE POCRPT-RECORD
           .
           MOVE LOW-VALUES TO INS-PID
           START INSCASE-FILE KEY IS NOT LESS THAN INS-PID
               INVALID KEY
                   SET WS-INSCASE-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-INSCASE-EOF
               READ INSCASE-FILE NEXT RECORD
                   AT END
                       SET WS-INSCASE-EOF TO TRUE
                   NOT AT END
                       PERFORM CLAIM-ONE-CASE THRU
                           CLAIM-ONE-CASE-EXIT
               END-READ
           END-PERFORM
           .
           CLOSE INSCASE-FILE
           CLOSE ACCTMST-FILE
           CLOSE LOANMST-FILE
           CLOSE LOCMST-FILE
           CLOSE BNKCUST-FILE
           CLOSE POCRPT-FILE
           .
           DISPLAY WS-CASE-COUNT ' case(s) read, '
               WS-CLAIM-COUNT ' claim(s) printed, '
               WS-HELD-COUNT ' held for history'
           .
           MOVE 'E' TO RCQ-FUNCTION
           MOVE WS-CASE-COUNT TO RCQ-REC-COUNT
           MOVE 'C' TO RCQ-OUTCOME
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           .
           STOP RUN
           .
       CLAIM-ONE-CASE.
           ADD 1 TO WS-CASE-COUNT
           .
           IF INS-ANNULLED
               GO TO CLAIM-ONE-CASE-EXIT
           END-IF
           IF INS-CLAIM-DATE IS NUMERIC
               AND INS-CLAIM-DATE IS GREATER THAN ZERO
               GO TO CLAIM-ONE-CASE-EXIT
           END-IF
           .
           PERFORM LIST-CLAIM-ACCOUNTS THRU LIST-CLAIM-ACCOUNTS-EXIT
           .
      *****************************************************************
      * One BALASOF call answers the whole customer. History it       *
      * cannot reach today - an unloaded ACCTHST, or an archive the   *
      * run was not given - holds the claim back rather than print    *
      * it short; the case is tried again on the next run.            *
      *****************************************************************
           MOVE 'N' TO WS-HISTORY-SHORT-FLAG
           IF BAQ-ENTRY-COUNT IS GREATER THAN ZERO
               MOVE 'N' TO BAQ-ARCHIVE-FLAG
               CALL 'BALASOF' USING BALASOF-REQUEST
               PERFORM VARYING WS-CLAIM-IX FROM 1 BY 1
                   UNTIL WS-CLAIM-IX IS GREATER THAN BAQ-ENTRY-COUNT
                   IF BAQ-RESULT-PENDING (WS-CLAIM-IX)
                       OR BAQ-RESULT-UNAVAILABLE (WS-CLAIM-IX)
                       OR BAQ-RESULT-NEEDS-ARCHIVE (WS-CLAIM-IX)
                       SET WS-HISTORY-SHORT TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF WS-HISTORY-SHORT
               ADD 1 TO WS-HELD-COUNT
               DISPLAY 'Claim held - history not available: ' INS-PID
               GO TO CLAIM-ONE-CASE-EXIT
           END-IF
           .
           PERFORM PRINT-CASE-HEADING THRU PRINT-CASE-HEADING-EXIT
           .
           MOVE ZERO TO WS-CLAIM-TOTAL
           PERFORM VARYING WS-CLAIM-IX FROM 1 BY 1
               UNTIL WS-CLAIM-IX IS GREATER THAN BAQ-ENTRY-COUNT
               PERFORM PRINT-CLAIM-LINE THRU PRINT-CLAIM-LINE-EXIT
           END-PERFORM
           .
           MOVE INS-FILING-DATE TO WS-RPT-T-DATE
           MOVE WS-CLAIM-TOTAL TO WS-RPT-T-AMOUNT
           WRITE POCRPT-RECORD FROM WS-REPORT-TOTAL
           MOVE SPACES TO POCRPT-RECORD
           WRITE POCRPT-RECORD
           .
           MOVE WS-CURRENT-DATE TO INS-CLAIM-DATE
           MOVE WS-CLAIM-TOTAL TO INS-CLAIM-TOTAL
           REWRITE INSCASE-RECORD
           ADD 1 TO WS-CLAIM-COUNT
           .
       CLAIM-ONE-CASE-EXIT.
           EXIT
           .
      *****************************************************************
      * Every account under the PID goes on the request at the filing *
      * date. A loan or line is taken only if its LOANMST / LOCMST    *
      * row was opened by the filing date; a deposit account opened   *
      * since simply rebuilds to nothing on that day.                 *
      *****************************************************************
       LIST-CLAIM-ACCOUNTS.
           MOVE ZERO TO BAQ-ENTRY-COUNT
           MOVE 'N' TO WS-ACCTMST-EOF-FLAG
           MOVE INS-PID TO AMS-OWNER-PID
           MOVE LOW-VALUES TO AMS-ACCOUNT
           START ACCTMST-FILE KEY IS NOT LESS THAN AMS-KEY
               INVALID KEY
                   GO TO LIST-CLAIM-ACCOUNTS-EXIT
           END-START
           PERFORM UNTIL WS-ACCTMST-EOF
               READ ACCTMST-FILE NEXT RECORD
                   AT END
                       SET WS-ACCTMST-EOF TO TRUE
                   NOT AT END
                       IF AMS-OWNER-PID IS NOT EQUAL TO INS-PID
                           OR BAQ-ENTRY-COUNT IS NOT LESS THAN 50
                           SET WS-ACCTMST-EOF TO TRUE
                       ELSE
                           PERFORM LIST-ONE-ACCOUNT THRU
                               LIST-ONE-ACCOUNT-EXIT
                       END-IF
               END-READ
           END-PERFORM
           .
       LIST-CLAIM-ACCOUNTS-EXIT.
           EXIT
           .
       LIST-ONE-ACCOUNT.
           IF AMS-PRODUCT-CODE IS EQUAL TO 'LOAN'
               MOVE AMS-KEY TO LNM-KEY
               READ LOANMST-FILE
                   INVALID KEY
                       GO TO LIST-ONE-ACCOUNT-EXIT
               END-READ
               IF LNM-OPEN-DATE IS GREATER THAN INS-FILING-DATE
                   GO TO LIST-ONE-ACCOUNT-EXIT
               END-IF
           END-IF
           IF AMS-PRODUCT-CODE IS EQUAL TO 'LOC '
               MOVE AMS-KEY TO LOC-KEY
               READ LOCMST-FILE
                   INVALID KEY
                       GO TO LIST-ONE-ACCOUNT-EXIT
               END-READ
               IF LOC-OPEN-DATE IS GREATER THAN INS-FILING-DATE
                   GO TO LIST-ONE-ACCOUNT-EXIT
               END-IF
           END-IF
           .
           ADD 1 TO BAQ-ENTRY-COUNT
           MOVE AMS-OWNER-PID TO BAQ-PID (BAQ-ENTRY-COUNT)
           MOVE AMS-ACCOUNT TO BAQ-ACCOUNT (BAQ-ENTRY-COUNT)
           MOVE INS-FILING-DATE TO BAQ-AS-OF-DATE (BAQ-ENTRY-COUNT)
           EVALUATE AMS-PRODUCT-CODE
               WHEN 'LOAN'
                   MOVE 'LOAN' TO WS-CLM-TYPE (BAQ-ENTRY-COUNT)
               WHEN 'LOC '
                   MOVE 'LOC ' TO WS-CLM-TYPE (BAQ-ENTRY-COUNT)
               WHEN OTHER
                   MOVE 'DEP ' TO WS-CLM-TYPE (BAQ-ENTRY-COUNT)
           END-EVALUATE
           .
       LIST-ONE-ACCOUNT-EXIT.
           EXIT
           .
       PRINT-CASE-HEADING.
           MOVE INS-PID TO WS-RPT-PID
           MOVE INS-PID TO BCS-REC-PID
           READ BNKCUST-FILE
               INVALID KEY
                   MOVE SPACES TO WS-RPT-NAME
               NOT INVALID KEY
                   MOVE BCS-REC-NAME TO WS-RPT-NAME
           END-READ
           IF INS-BANKRUPTCY
               MOVE 'BANKRUPTCY' TO WS-RPT-FILING-TYPE
           ELSE
               MOVE 'CONSUMER PROPOSAL' TO WS-RPT-FILING-TYPE
           END-IF
           WRITE POCRPT-RECORD FROM WS-REPORT-DEBTOR
           .
           MOVE INS-ESTATE-NO TO WS-RPT-ESTATE-NO
           MOVE INS-FILING-DATE TO WS-RPT-FILING-DATE
           WRITE POCRPT-RECORD FROM WS-REPORT-ESTATE
           .
           MOVE INS-TRUSTEE-NAME TO WS-RPT-TRUSTEE-NAME
           MOVE INS-TRUSTEE-TEL TO WS-RPT-TRUSTEE-TEL
           WRITE POCRPT-RECORD FROM WS-REPORT-TRUSTEE
           .
       PRINT-CASE-HEADING-EXIT.
           EXIT
           .
      *****************************************************************
      * Loans and lines are owed what their shadow account was drawn  *
      * below zero; a deposit account only when it was overdrawn. A   *
      * foreign-currency balance BALASOF could not prove is listed at *
      * today's figure but left out of the total for the trustee to   *
      * settle.                                                       *
      *****************************************************************
       PRINT-CLAIM-LINE.
           MOVE SPACES TO WS-RPT-NOTE
           MOVE ZERO TO WS-OWED-AMOUNT
           IF BAQ-RESULT-NOT-FOUND (WS-CLAIM-IX)
               OR BAQ-RESULT-BAD-DATE (WS-CLAIM-IX)
               GO TO PRINT-CLAIM-LINE-EXIT
           END-IF
           .
           IF BAQ-RESULT-FX-UNPROVEN (WS-CLAIM-IX)
               IF BAQ-CURRENT-BALANCE (WS-CLAIM-IX) IS NOT LESS THAN
                       ZERO
                   GO TO PRINT-CLAIM-LINE-EXIT
               END-IF
               COMPUTE WS-OWED-AMOUNT =
                   ZERO - BAQ-CURRENT-BALANCE (WS-CLAIM-IX)
               MOVE 'NOT PROVEN' TO WS-RPT-NOTE
           ELSE
               IF BAQ-CLOSING-BALANCE (WS-CLAIM-IX) IS NOT LESS THAN
                       ZERO
                   GO TO PRINT-CLAIM-LINE-EXIT
               END-IF
               COMPUTE WS-OWED-AMOUNT =
                   ZERO - BAQ-CLOSING-BALANCE (WS-CLAIM-IX)
               ADD WS-OWED-AMOUNT TO WS-CLAIM-TOTAL
           END-IF
           .
           MOVE WS-CLM-TYPE (WS-CLAIM-IX) TO WS-RPT-TYPE
           MOVE BAQ-ACCOUNT (WS-CLAIM-IX) TO WS-RPT-ACCOUNT
           MOVE BAQ-CURRENCY (WS-CLAIM-IX) TO WS-RPT-CURRENCY
           MOVE WS-OWED-AMOUNT TO WS-RPT-OWED
           WRITE POCRPT-RECORD FROM WS-REPORT-DETAIL
           .
       PRINT-CLAIM-LINE-EXIT.
           EXIT
           .
