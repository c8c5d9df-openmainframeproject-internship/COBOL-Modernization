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

001150***************************************************************** acctbpyo
001160* Program:     ACCTBPYO.CBL                                     * acctbpyo
001170* Function:    Origination of business customers' payroll and   * acctbpyo
001180*              supplier payments to accounts at other banks,    * acctbpyo
001190*              from the BPAYSUB submission file the customers   * acctbpyo
001200*              upload. Each batch is held whole until its       * acctbpyo
001210*              trailer and must prove to it - item count and    * acctbpyo
001220*              amount - and every item must carry a routing     * acctbpyo
001230*              number, account, payee, amount and value date.   * acctbpyo
001240*              The funding account must be on file under an     * acctbpyo
001250*              open customer and its available balance (ledger  * acctbpyo
001260*              plus overdraft limit less active HOLDMST holds,  * acctbpyo
001270*              the ACCTBPAY arithmetic) must cover the batch    * acctbpyo
001280*              total. An accepted batch is debited as one 'DO'  * acctbpyo
001290*              ACCTTRN entry and each item goes to the outbound * acctbpyo
001300*              DIRCRO direct-credit file, with a CTL trailer in * acctbpyo
001310*              the CDIRCRD convention, and to the BPAYITM       * acctbpyo
001320*              register under its own reference so ACCTBPYR can * acctbpyo
001330*              match returns. BPAYBAT records every batch and   * acctbpyo
001340*              refuses a batch id already accepted, and the     * acctbpyo
001350*              BPAYACK acknowledgement report tells the         * acctbpyo
001360*              customer what was sent and what was refused.     * acctbpyo
001363*              A batch whose funding account is under a 'BK'    * acctbpyo
001366*              insolvency freeze on FRDHOLD is refused as 'FZ'. * acctbpyo
001370***************************************************************** acctbpyo
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTBPYO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BPAYSUB-FILE ASSIGN TO "BPAYSUB"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BPAYSUB-STATUS.
           SELECT BPAYBAT-FILE ASSIGN TO "BPAYBAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BPB-KEY
               FILE STATUS IS WS-BPAYBAT-STATUS.
           SELECT BPAYITM-FILE ASSIGN TO "BPAYITM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BPI-REF-NO
               FILE STATUS IS WS-BPAYITM-STATUS.
           SELECT BNKCUST-FILE ASSIGN TO "BNKCUST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BCS-REC-PID
               FILE STATUS IS WS-BNKCUST-STATUS.
           SELECT ACCTMST-FILE ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AMS-KEY
               FILE STATUS IS WS-ACCTMST-STATUS.
           SELECT HOLDMST-FILE ASSIGN TO "HOLDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-HOLDMST-STATUS.
           SELECT ACCTTRN-FILE ASSIGN TO "ACCTTRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCTTRN-STATUS.
           SELECT DIRCRO-FILE ASSIGN TO "DIRCRO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DIRCRO-STATUS.
           SELECT BPAYACK-FILE ASSIGN TO "BPAYACK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BPAYACK-STATUS.
           SELECT FRDHOLD-FILE ASSIGN TO "FRDHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FRD-KEY
               FILE STATUS IS WS-FRDHOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BPAYSUB-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CBPAYSUB.

       FD BPAYBAT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CBPAYBAT.

       FD BPAYITM-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CBPAYITM.

       FD BNKCUST-FILE
           LABEL RECORDS ARE STANDARD.
       01 BNKCUST-RECORD.
       COPY CBANKVCS.

       FD ACCTMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CACCTMST.

       FD HOLDMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CACCTHLD.

       FD ACCTTRN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CACCTTRN.

       FD DIRCRO-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CDIRCRO.

       FD BPAYACK-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 BPAYACK-RECORD                  PIC X(80).

       FD FRDHOLD-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CFRDHOLD.

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'ACCTBPYO'.
         05 WS-BPAYSUB-STATUS PIC X(2).
           88 WS-BPAYSUB-OK VALUE '00'.
         05 WS-BPAYBAT-STATUS PIC X(2).
           88 WS-BPAYBAT-OK VALUE '00'.
         05 WS-BPAYITM-STATUS PIC X(2).
           88 WS-BPAYITM-OK VALUE '00'.
         05 WS-BNKCUST-STATUS PIC X(2).
           88 WS-BNKCUST-OK VALUE '00'.
         05 WS-ACCTMST-STATUS PIC X(2).
           88 WS-ACCTMST-OK VALUE '00'.
         05 WS-HOLDMST-STATUS PIC X(2).
           88 WS-HOLDMST-OK VALUE '00'.
         05 WS-ACCTTRN-STATUS PIC X(2).
           88 WS-ACCTTRN-OK VALUE '00'.
         05 WS-DIRCRO-STATUS PIC X(2).
           88 WS-DIRCRO-OK VALUE '00'.
         05 WS-BPAYACK-STATUS PIC X(2).
           88 WS-BPAYACK-OK VALUE '00'.
         05 WS-FRDHOLD-STATUS PIC X(2).
           88 WS-FRDHOLD-OK VALUE '00'.
         05 WS-FRDHOLD-OPEN-FLAG PIC X(1) VALUE 'N'.
           88 WS-FRDHOLD-OPEN VALUE 'Y'.
         05 WS-BPAYSUB-EOF-FLAG PIC X(1).
           88 WS-BPAYSUB-EOF VALUE 'Y'.
         05 WS-HOLDS-DONE-FLAG PIC X(1).
           88 WS-HOLDS-DONE VALUE 'Y'.
         05 WS-IN-BATCH-FLAG PIC X(1) VALUE 'N'.
           88 WS-IN-BATCH VALUE 'Y'.
         05 WS-BATCH-FOUND-FLAG PIC X(1).
           88 WS-BATCH-FOUND VALUE 'Y'.
         05 WS-REJECT-REASON PIC X(2).
         05 WS-HOLD-TOTAL PIC 9(7)V99.
         05 WS-REC-COUNT PIC 9(6) VALUE ZERO.
         05 WS-BATCH-COUNT PIC 9(6) VALUE ZERO.
         05 WS-ACCEPTED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-REJECTED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-ORPHAN-COUNT PIC 9(6) VALUE ZERO.
         05 WS-FILE-COUNT PIC 9(6) VALUE ZERO.
         05 WS-FILE-TOTAL PIC 9(11)V99 VALUE ZERO.
         05 WS-MAX-ITEMS PIC 9(4) VALUE 500.
         05 WS-ITEM-IDX PIC 9(4).
         05 WS-ITEM-REF-NO PIC 9(12).
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
           10 FILLER PIC X(5).
      *****************************************************************
      * One batch, held from its header to its trailer so nothing is  *
      * debited or sent until the whole batch has proved.             *
      *****************************************************************
       01 WS-BATCH-AREA.
         05 WS-BAT-OWNER-PID PIC X(5).
         05 WS-BAT-ACCOUNT PIC X(9).
         05 WS-BAT-BATCH-ID PIC X(10).
         05 WS-BAT-BATCH-TYPE PIC X(1).
           88 WS-BAT-PAYROLL VALUE 'P'.
           88 WS-BAT-SUPPLIER VALUE 'S'.
         05 WS-BAT-ORIGINATOR PIC X(20).
         05 WS-BAT-ITEM-COUNT PIC 9(6).
         05 WS-BAT-AMOUNT-TOTAL PIC 9(11)V99.
         05 WS-BAT-CTL-COUNT PIC 9(6).
         05 WS-BAT-CTL-AMOUNT PIC 9(11)V99.
         05 WS-BAT-HELD-COUNT PIC 9(4).
         05 WS-BAT-ITEM OCCURS 500 TIMES.
           10 WS-BIT-ROUTING PIC X(9).
           10 WS-BIT-ACCOUNT PIC X(12).
           10 WS-BIT-PAYEE-NAME PIC X(20).
           10 WS-BIT-AMOUNT PIC 9(7)V99.
           10 WS-BIT-VALUE-DATE PIC 9(8).
           10 WS-BIT-PAYEE-REF PIC X(15).
       01 WS-ACK-HEADING.
         05 FILLER PIC X(30) VALUE 'BUSINESS PAYMENT BATCHES'.
         05 FILLER PIC X(15) VALUE 'BUSINESS DATE '.
         05 WS-AKH-DATE PIC 9(8).
         05 FILLER PIC X(27) VALUE SPACES.
       01 WS-ACK-DETAIL.
         05 WS-AKD-PID PIC X(5).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-AKD-ACCOUNT PIC X(9).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-AKD-BATCH-ID PIC X(10).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-AKD-BATCH-TYPE PIC X(1).
         05 FILLER PIC X(7) VALUE ' ITEMS '.
         05 WS-AKD-ITEMS PIC ZZZZZ9.
         05 FILLER PIC X(7) VALUE ' TOTAL '.
         05 WS-AKD-TOTAL PIC ZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-AKD-DISPOSITION PIC X(9).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-AKD-REASON PIC X(2).
         05 FILLER PIC X(6) VALUE SPACES.

       01 WS-JOURNAL-WORK.
         05 WS-BEFORE-ACCTMST PIC X(250).
       COPY CMSTJNLQ.

       COPY CLIQPOSQ.

       COPY CGETBDTQ.

       COPY CRUNCTLQ.

       PROCEDURE DIVISION.
       000-START-PROCESSING.
      *****************************************************************
      * Register the run - a business date that already completed     *
      * refuses a second pass instead of double-paying it.            *
      *****************************************************************
           MOVE 'S' TO RCQ-FUNCTION
           MOVE 'ACCTBPYO' TO RCQ-JOB-NAME
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
           OPEN INPUT BPAYSUB-FILE
           OPEN I-O BPAYBAT-FILE
           IF NOT WS-BPAYBAT-OK
               OPEN OUTPUT BPAYBAT-FILE
               CLOSE BPAYBAT-FILE
               OPEN I-O BPAYBAT-FILE
           END-IF
           OPEN I-O BPAYITM-FILE
           IF NOT WS-BPAYITM-OK
               OPEN OUTPUT BPAYITM-FILE
               CLOSE BPAYITM-FILE
               OPEN I-O BPAYITM-FILE
           END-IF
           OPEN INPUT BNKCUST-FILE
           OPEN I-O ACCTMST-FILE
           OPEN INPUT HOLDMST-FILE
           OPEN EXTEND ACCTTRN-FILE
           OPEN OUTPUT DIRCRO-FILE
           OPEN OUTPUT BPAYACK-FILE
           OPEN INPUT FRDHOLD-FILE
           IF WS-FRDHOLD-OK
               SET WS-FRDHOLD-OPEN TO TRUE
           END-IF
           .
           MOVE GBD-BUSINESS-DATE TO WS-AKH-DATE
           WRITE BPAYACK-RECORD FROM WS-ACK-HEADING
           .
           PERFORM UNTIL WS-BPAYSUB-EOF
               READ BPAYSUB-FILE
                   AT END
                       SET WS-BPAYSUB-EOF TO TRUE
                   NOT AT END
                       PERFORM TAKE-ONE-SUBMISSION-RECORD THRU
                           TAKE-ONE-SUBMISSION-RECORD-EXIT
               END-READ
           END-PERFORM
           .
      *****************************************************************
      * A batch the file ended inside never reached its trailer, so   *
      * it cannot prove and is refused whole.                         *
      *****************************************************************
           IF WS-IN-BATCH
               MOVE ZERO TO WS-BAT-CTL-COUNT
               MOVE ZERO TO WS-BAT-CTL-AMOUNT
               PERFORM ORIGINATE-ONE-BATCH THRU
                   ORIGINATE-ONE-BATCH-EXIT
           END-IF
           .
      *****************************************************************
      * The CTL trailer carries what the clearing house must balance  *
      * the file to - the same proof CDIRCRD arrives with.            *
      *****************************************************************
           MOVE SPACES TO DIRCRO-RECORD
           MOVE 'CTL  ' TO DCO-OWNER-PID
           MOVE WS-FILE-COUNT TO DOT-ITEM-COUNT
           MOVE WS-FILE-TOTAL TO DOT-AMOUNT-TOTAL
           WRITE DIRCRO-RECORD
           .
           CLOSE BPAYSUB-FILE
           CLOSE BPAYBAT-FILE
           CLOSE BPAYITM-FILE
           CLOSE BNKCUST-FILE
           CLOSE ACCTMST-FILE
           CLOSE HOLDMST-FILE
           CLOSE ACCTTRN-FILE
           CLOSE DIRCRO-FILE
           CLOSE BPAYACK-FILE
           IF WS-FRDHOLD-OPEN
               CLOSE FRDHOLD-FILE
           END-IF
           .
           DISPLAY WS-BATCH-COUNT ' batch(es) read, '
               WS-ACCEPTED-COUNT ' accepted, '
               WS-REJECTED-COUNT ' rejected, '
               WS-FILE-COUNT ' item(s) originated, '
               WS-ORPHAN-COUNT ' record(s) outside a batch'
           .
           MOVE 'E' TO RCQ-FUNCTION
           MOVE WS-REC-COUNT TO RCQ-REC-COUNT
           MOVE 'C' TO RCQ-OUTCOME
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           .
           STOP RUN
           .
       TAKE-ONE-SUBMISSION-RECORD.
           ADD 1 TO WS-REC-COUNT
           .
           IF BPS-HEADER
               IF WS-IN-BATCH
                   MOVE ZERO TO WS-BAT-CTL-COUNT
                   MOVE ZERO TO WS-BAT-CTL-AMOUNT
                   PERFORM ORIGINATE-ONE-BATCH THRU
                       ORIGINATE-ONE-BATCH-EXIT
               END-IF
               SET WS-IN-BATCH TO TRUE
               MOVE BPH-OWNER-PID TO WS-BAT-OWNER-PID
               MOVE BPH-ACCOUNT TO WS-BAT-ACCOUNT
               MOVE BPH-BATCH-ID TO WS-BAT-BATCH-ID
               MOVE BPH-BATCH-TYPE TO WS-BAT-BATCH-TYPE
               MOVE BPH-ORIGINATOR TO WS-BAT-ORIGINATOR
               MOVE ZERO TO WS-BAT-ITEM-COUNT
               MOVE ZERO TO WS-BAT-AMOUNT-TOTAL
               MOVE ZERO TO WS-BAT-HELD-COUNT
               GO TO TAKE-ONE-SUBMISSION-RECORD-EXIT
           END-IF
           .
           IF NOT WS-IN-BATCH
               ADD 1 TO WS-ORPHAN-COUNT
               DISPLAY 'BPAYSUB record outside a batch skipped: '
                   BPS-REC-TYPE
               GO TO TAKE-ONE-SUBMISSION-RECORD-EXIT
           END-IF
           .
      *****************************************************************
      * Details count toward the proof whether or not they fit the    *
      * table - a batch too big to hold is refused, never truncated.  *
      *****************************************************************
           IF BPS-DETAIL
               ADD 1 TO WS-BAT-ITEM-COUNT
               IF BPD-AMOUNT IS NUMERIC
                   ADD BPD-AMOUNT TO WS-BAT-AMOUNT-TOTAL
               END-IF
               IF WS-BAT-HELD-COUNT IS LESS THAN WS-MAX-ITEMS
                   ADD 1 TO WS-BAT-HELD-COUNT
                   MOVE BPD-ROUTING TO
                       WS-BIT-ROUTING (WS-BAT-HELD-COUNT)
                   MOVE BPD-ACCOUNT TO
                       WS-BIT-ACCOUNT (WS-BAT-HELD-COUNT)
                   MOVE BPD-PAYEE-NAME TO
                       WS-BIT-PAYEE-NAME (WS-BAT-HELD-COUNT)
                   MOVE BPD-AMOUNT TO
                       WS-BIT-AMOUNT (WS-BAT-HELD-COUNT)
                   MOVE BPD-VALUE-DATE TO
                       WS-BIT-VALUE-DATE (WS-BAT-HELD-COUNT)
                   MOVE BPD-PAYEE-REF TO
                       WS-BIT-PAYEE-REF (WS-BAT-HELD-COUNT)
               END-IF
               GO TO TAKE-ONE-SUBMISSION-RECORD-EXIT
           END-IF
           .
           IF BPS-TRAILER
               MOVE ZERO TO WS-BAT-CTL-COUNT
               MOVE ZERO TO WS-BAT-CTL-AMOUNT
               IF BPT-ITEM-COUNT IS NUMERIC
                   AND BPT-AMOUNT-TOTAL IS NUMERIC
                   MOVE BPT-ITEM-COUNT TO WS-BAT-CTL-COUNT
                   MOVE BPT-AMOUNT-TOTAL TO WS-BAT-CTL-AMOUNT
               END-IF
               PERFORM ORIGINATE-ONE-BATCH THRU
                   ORIGINATE-ONE-BATCH-EXIT
               GO TO TAKE-ONE-SUBMISSION-RECORD-EXIT
           END-IF
           .
           ADD 1 TO WS-ORPHAN-COUNT
           DISPLAY 'BPAYSUB record of unknown type skipped: '
               BPS-REC-TYPE
           .
       TAKE-ONE-SUBMISSION-RECORD-EXIT.
           EXIT
           .
      *****************************************************************
      * A batch is all or nothing - a duplicate, an out-of-proof      *
      * batch, a bad item, a closed or missing funding account or a   *
      * total the available balance cannot cover refuses the lot.     *
      *****************************************************************
       ORIGINATE-ONE-BATCH.
           MOVE 'N' TO WS-IN-BATCH-FLAG
           ADD 1 TO WS-BATCH-COUNT
           MOVE SPACES TO WS-REJECT-REASON
           .
           MOVE 'N' TO WS-BATCH-FOUND-FLAG
           MOVE WS-BAT-OWNER-PID TO BPB-OWNER-PID
           MOVE WS-BAT-ACCOUNT TO BPB-ACCOUNT
           MOVE WS-BAT-BATCH-ID TO BPB-BATCH-ID
           READ BPAYBAT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-BATCH-FOUND TO TRUE
           END-READ
           .
           IF WS-BATCH-FOUND
               AND BPB-ACCEPTED
               MOVE 'DUPLICATE' TO WS-AKD-DISPOSITION
               MOVE SPACES TO WS-AKD-REASON
               PERFORM WRITE-ACK-LINE THRU WRITE-ACK-LINE-EXIT
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY 'Batch already paid: ' WS-BAT-OWNER-PID
                   ' ' WS-BAT-BATCH-ID
               GO TO ORIGINATE-ONE-BATCH-EXIT
           END-IF
           .
           IF WS-BAT-CTL-COUNT IS NOT EQUAL TO WS-BAT-ITEM-COUNT
               OR WS-BAT-CTL-AMOUNT IS NOT EQUAL TO
                   WS-BAT-AMOUNT-TOTAL
               OR WS-BAT-ITEM-COUNT IS EQUAL TO ZERO
               MOVE 'OP' TO WS-REJECT-REASON
               PERFORM REJECT-ONE-BATCH THRU REJECT-ONE-BATCH-EXIT
               GO TO ORIGINATE-ONE-BATCH-EXIT
           END-IF
           .
           IF WS-BAT-ITEM-COUNT IS GREATER THAN WS-MAX-ITEMS
               MOVE 'TL' TO WS-REJECT-REASON
               PERFORM REJECT-ONE-BATCH THRU REJECT-ONE-BATCH-EXIT
               GO TO ORIGINATE-ONE-BATCH-EXIT
           END-IF
           .
           PERFORM VALIDATE-ONE-ITEM THRU VALIDATE-ONE-ITEM-EXIT
               VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX IS GREATER THAN WS-BAT-HELD-COUNT
           IF WS-REJECT-REASON IS NOT EQUAL TO SPACES
               PERFORM REJECT-ONE-BATCH THRU REJECT-ONE-BATCH-EXIT
               GO TO ORIGINATE-ONE-BATCH-EXIT
           END-IF
           .
           MOVE WS-BAT-OWNER-PID TO BCS-REC-PID
           READ BNKCUST-FILE
               INVALID KEY
                   MOVE 'NA' TO WS-REJECT-REASON
                   PERFORM REJECT-ONE-BATCH THRU
                       REJECT-ONE-BATCH-EXIT
                   GO TO ORIGINATE-ONE-BATCH-EXIT
           END-READ
           IF BCS-REC-CLOSED
               OR BCS-REC-DECEASED
               MOVE 'CL' TO WS-REJECT-REASON
               PERFORM REJECT-ONE-BATCH THRU REJECT-ONE-BATCH-EXIT
               GO TO ORIGINATE-ONE-BATCH-EXIT
           END-IF
           .
           MOVE WS-BAT-OWNER-PID TO AMS-OWNER-PID
           MOVE WS-BAT-ACCOUNT TO AMS-ACCOUNT
           READ ACCTMST-FILE
               INVALID KEY
                   MOVE 'NA' TO WS-REJECT-REASON
                   PERFORM REJECT-ONE-BATCH THRU
                       REJECT-ONE-BATCH-EXIT
                   GO TO ORIGINATE-ONE-BATCH-EXIT
           END-READ
           .
      *****************************************************************
      * A funding account frozen for the customer's insolvency pays   *
      * no batch out - the customer may send the batch again funded   *
      * from a post-filing account.                                   *
      *****************************************************************
           IF WS-FRDHOLD-OPEN
               MOVE WS-BAT-OWNER-PID TO FRD-OWNER-PID
               MOVE WS-BAT-ACCOUNT TO FRD-ACCOUNT
               READ FRDHOLD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FRD-HELD
                           AND FRD-SOURCE-TYPE IS EQUAL TO 'BK'
                           MOVE 'FZ' TO WS-REJECT-REASON
                           PERFORM REJECT-ONE-BATCH THRU
                               REJECT-ONE-BATCH-EXIT
                           GO TO ORIGINATE-ONE-BATCH-EXIT
                       END-IF
               END-READ
           END-IF
           .
           PERFORM SUM-ACTIVE-HOLDS THRU SUM-ACTIVE-HOLDS-EXIT
           IF AMS-BALANCE + AMS-OVERDRAFT-LIMIT - WS-HOLD-TOTAL
                   IS LESS THAN WS-BAT-AMOUNT-TOTAL
               MOVE 'NF' TO WS-REJECT-REASON
               PERFORM REJECT-ONE-BATCH THRU REJECT-ONE-BATCH-EXIT
               GO TO ORIGINATE-ONE-BATCH-EXIT
           END-IF
           .
      *****************************************************************
      * One debit for the batch total, as the customer will see it on *
      * the statement, then each payee item out to the clearing house.*
      *****************************************************************
           MOVE ACCTMST-RECORD TO WS-BEFORE-ACCTMST
           SUBTRACT WS-BAT-AMOUNT-TOTAL FROM AMS-BALANCE
           MOVE WS-CURRENT-DATE TO AMS-LAST-DATE
           SET AMS-TXN-PRESENT TO TRUE
           REWRITE ACCTMST-RECORD
           PERFORM JOURNAL-ACCTMST-IMAGE THRU
               JOURNAL-ACCTMST-IMAGE-EXIT
           .
           MOVE SPACES TO ACCTTRN-RECORD
           MOVE GBD-BUSINESS-DATE TO ATN-DATE
           MOVE WS-CURRENT-TIME TO ATN-TIME
           MOVE WS-BAT-ACCOUNT TO ATN-FROM-ACC
           MOVE WS-BAT-OWNER-PID TO ATN-FROM-PID
           MOVE WS-BAT-OWNER-PID TO ATN-TO-PID
           MOVE SPACES TO ATN-TO-ACC
           MOVE WS-BAT-AMOUNT-TOTAL TO ATN-AMOUNT
           SET ATN-TYPE-DIRECT-CR-OUT TO TRUE
           IF WS-BAT-PAYROLL
               STRING 'Payroll ' WS-BAT-BATCH-ID
                   DELIMITED BY SIZE INTO ATN-DESC
           ELSE
               STRING 'Suppliers ' WS-BAT-BATCH-ID
                   DELIMITED BY SIZE INTO ATN-DESC
           END-IF
           CALL 'ACCTREFN' USING ATN-REF-NO
           WRITE ACCTTRN-RECORD
           .
           MOVE 'DO' TO LPQ-FLOW
           COMPUTE LPQ-AMOUNT = ZERO - WS-BAT-AMOUNT-TOTAL
           MOVE ATN-REF-NO TO LPQ-REF-NO
           CALL 'LIQPOS' USING LIQPOS-REQUEST
           .
           MOVE SPACES TO BPAYBAT-RECORD
           MOVE WS-BAT-OWNER-PID TO BPB-OWNER-PID
           MOVE WS-BAT-ACCOUNT TO BPB-ACCOUNT
           MOVE WS-BAT-BATCH-ID TO BPB-BATCH-ID
           MOVE WS-BAT-BATCH-TYPE TO BPB-BATCH-TYPE
           SET BPB-ACCEPTED TO TRUE
           MOVE SPACES TO BPB-REJECT-REASON
           MOVE GBD-BUSINESS-DATE TO BPB-SUBMIT-DATE
           MOVE WS-BAT-ITEM-COUNT TO BPB-ITEM-COUNT
           MOVE WS-BAT-AMOUNT-TOTAL TO BPB-AMOUNT-TOTAL
           MOVE ATN-REF-NO TO BPB-DEBIT-REF-NO
           MOVE ZERO TO BPB-RETURN-COUNT
           MOVE ZERO TO BPB-RETURN-TOTAL
           IF WS-BATCH-FOUND
               REWRITE BPAYBAT-RECORD
           ELSE
               WRITE BPAYBAT-RECORD
           END-IF
           .
           PERFORM SEND-ONE-ITEM THRU SEND-ONE-ITEM-EXIT
               VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX IS GREATER THAN WS-BAT-HELD-COUNT
           .
           MOVE 'ACCEPTED' TO WS-AKD-DISPOSITION
           MOVE SPACES TO WS-AKD-REASON
           PERFORM WRITE-ACK-LINE THRU WRITE-ACK-LINE-EXIT
           ADD 1 TO WS-ACCEPTED-COUNT
           .
       ORIGINATE-ONE-BATCH-EXIT.
           EXIT
           .
      *****************************************************************
      * A value date already past goes out dated today - the earliest *
      * the clearing house can settle it.                             *
      *****************************************************************
       VALIDATE-ONE-ITEM.
           IF WS-BIT-ROUTING (WS-ITEM-IDX) IS NOT NUMERIC
               OR WS-BIT-ACCOUNT (WS-ITEM-IDX) IS EQUAL TO SPACES
               OR WS-BIT-PAYEE-NAME (WS-ITEM-IDX) IS EQUAL TO SPACES
               OR WS-BIT-AMOUNT (WS-ITEM-IDX) IS NOT NUMERIC
               OR WS-BIT-VALUE-DATE (WS-ITEM-IDX) IS NOT NUMERIC
               MOVE 'BI' TO WS-REJECT-REASON
               GO TO VALIDATE-ONE-ITEM-EXIT
           END-IF
           .
           IF WS-BIT-AMOUNT (WS-ITEM-IDX) IS NOT GREATER THAN ZERO
               MOVE 'BI' TO WS-REJECT-REASON
               GO TO VALIDATE-ONE-ITEM-EXIT
           END-IF
           .
           IF WS-BIT-VALUE-DATE (WS-ITEM-IDX) IS LESS THAN
                   GBD-BUSINESS-DATE
               MOVE GBD-BUSINESS-DATE TO
                   WS-BIT-VALUE-DATE (WS-ITEM-IDX)
           END-IF
           .
       VALIDATE-ONE-ITEM-EXIT.
           EXIT
           .
       SEND-ONE-ITEM.
           CALL 'ACCTREFN' USING WS-ITEM-REF-NO
           .
           MOVE SPACES TO DIRCRO-RECORD
           MOVE WS-BAT-OWNER-PID TO DCO-OWNER-PID
           MOVE WS-BAT-ACCOUNT TO DCO-ACCOUNT
           MOVE WS-BIT-AMOUNT (WS-ITEM-IDX) TO DCO-AMOUNT
           MOVE WS-BIT-ROUTING (WS-ITEM-IDX) TO DCO-EXT-ROUTING
           MOVE WS-BIT-ACCOUNT (WS-ITEM-IDX) TO DCO-EXT-ACCOUNT
           MOVE WS-BIT-PAYEE-NAME (WS-ITEM-IDX) TO DCO-PAYEE-NAME
           MOVE WS-BAT-ORIGINATOR TO DCO-ORIGINATOR
           MOVE WS-ITEM-REF-NO TO DCO-REF-NO
           MOVE WS-BIT-VALUE-DATE (WS-ITEM-IDX) TO DCO-VALUE-DATE
           WRITE DIRCRO-RECORD
           .
           MOVE SPACES TO BPAYITM-RECORD
           MOVE WS-ITEM-REF-NO TO BPI-REF-NO
           MOVE WS-BAT-OWNER-PID TO BPI-OWNER-PID
           MOVE WS-BAT-ACCOUNT TO BPI-ACCOUNT
           MOVE WS-BAT-BATCH-ID TO BPI-BATCH-ID
           MOVE WS-BIT-ROUTING (WS-ITEM-IDX) TO BPI-EXT-ROUTING
           MOVE WS-BIT-ACCOUNT (WS-ITEM-IDX) TO BPI-EXT-ACCOUNT
           MOVE WS-BIT-PAYEE-NAME (WS-ITEM-IDX) TO BPI-PAYEE-NAME
           MOVE WS-BIT-PAYEE-REF (WS-ITEM-IDX) TO BPI-PAYEE-REF
           MOVE WS-BIT-AMOUNT (WS-ITEM-IDX) TO BPI-AMOUNT
           MOVE WS-BIT-VALUE-DATE (WS-ITEM-IDX) TO BPI-VALUE-DATE
           SET BPI-SENT TO TRUE
           MOVE GBD-BUSINESS-DATE TO BPI-SENT-DATE
           MOVE ZERO TO BPI-RETURN-DATE
           MOVE SPACES TO BPI-RETURN-REASON
           WRITE BPAYITM-RECORD
           .
           ADD 1 TO WS-FILE-COUNT
           ADD WS-BIT-AMOUNT (WS-ITEM-IDX) TO WS-FILE-TOTAL
           .
       SEND-ONE-ITEM-EXIT.
           EXIT
           .
      *****************************************************************
      * A refused batch is registered with its reason so the customer *
      * can correct it and send it again under the same batch id.     *
      *****************************************************************
       REJECT-ONE-BATCH.
           MOVE SPACES TO BPAYBAT-RECORD
           MOVE WS-BAT-OWNER-PID TO BPB-OWNER-PID
           MOVE WS-BAT-ACCOUNT TO BPB-ACCOUNT
           MOVE WS-BAT-BATCH-ID TO BPB-BATCH-ID
           MOVE WS-BAT-BATCH-TYPE TO BPB-BATCH-TYPE
           SET BPB-REJECTED TO TRUE
           MOVE WS-REJECT-REASON TO BPB-REJECT-REASON
           MOVE GBD-BUSINESS-DATE TO BPB-SUBMIT-DATE
           MOVE WS-BAT-ITEM-COUNT TO BPB-ITEM-COUNT
           MOVE WS-BAT-AMOUNT-TOTAL TO BPB-AMOUNT-TOTAL
           MOVE ZERO TO BPB-DEBIT-REF-NO
           MOVE ZERO TO BPB-RETURN-COUNT
           MOVE ZERO TO BPB-RETURN-TOTAL
           IF WS-BATCH-FOUND
               REWRITE BPAYBAT-RECORD
           ELSE
               WRITE BPAYBAT-RECORD
           END-IF
           .
           MOVE 'REJECTED' TO WS-AKD-DISPOSITION
           MOVE WS-REJECT-REASON TO WS-AKD-REASON
           PERFORM WRITE-ACK-LINE THRU WRITE-ACK-LINE-EXIT
           ADD 1 TO WS-REJECTED-COUNT
           DISPLAY 'Batch refused ' WS-REJECT-REASON ': '
               WS-BAT-OWNER-PID ' ' WS-BAT-BATCH-ID
           .
       REJECT-ONE-BATCH-EXIT.
           EXIT
           .
       WRITE-ACK-LINE.
           MOVE WS-BAT-OWNER-PID TO WS-AKD-PID
           MOVE WS-BAT-ACCOUNT TO WS-AKD-ACCOUNT
           MOVE WS-BAT-BATCH-ID TO WS-AKD-BATCH-ID
           MOVE WS-BAT-BATCH-TYPE TO WS-AKD-BATCH-TYPE
           MOVE WS-BAT-ITEM-COUNT TO WS-AKD-ITEMS
           MOVE WS-BAT-AMOUNT-TOTAL TO WS-AKD-TOTAL
           WRITE BPAYACK-RECORD FROM WS-ACK-DETAIL
           .
       WRITE-ACK-LINE-EXIT.
           EXIT
           .
      *****************************************************************
      * Total the funding account's active holds off HOLDMST, the     *
      * same available-balance arithmetic ACCTBPAY applies - money    *
      * under hold cannot leave in a payroll file either.             *
      *****************************************************************
       SUM-ACTIVE-HOLDS.
           MOVE ZERO TO WS-HOLD-TOTAL
           MOVE 'N' TO WS-HOLDS-DONE-FLAG
           MOVE WS-BAT-OWNER-PID TO HLD-OWNER-PID
           MOVE WS-BAT-ACCOUNT TO HLD-ACCOUNT
           MOVE ZERO TO HLD-SEQ-NO
           .
           START HOLDMST-FILE KEY IS NOT LESS THAN HLD-KEY
               INVALID KEY
                   GO TO SUM-ACTIVE-HOLDS-EXIT
           END-START
           .
           PERFORM SUM-ONE-HOLD THRU SUM-ONE-HOLD-EXIT
               UNTIL WS-HOLDS-DONE
           .
       SUM-ACTIVE-HOLDS-EXIT.
           EXIT
           .
       SUM-ONE-HOLD.
           READ HOLDMST-FILE NEXT RECORD
               AT END
                   SET WS-HOLDS-DONE TO TRUE
                   GO TO SUM-ONE-HOLD-EXIT
           END-READ
           .
           IF NOT WS-HOLDMST-OK
               SET WS-HOLDS-DONE TO TRUE
               GO TO SUM-ONE-HOLD-EXIT
           END-IF
           .
           IF HLD-OWNER-PID IS NOT EQUAL TO WS-BAT-OWNER-PID
               OR HLD-ACCOUNT IS NOT EQUAL TO WS-BAT-ACCOUNT
               SET WS-HOLDS-DONE TO TRUE
               GO TO SUM-ONE-HOLD-EXIT
           END-IF
           .
           IF HLD-ACTIVE
               ADD HLD-AMOUNT TO WS-HOLD-TOTAL
           END-IF
           .
       SUM-ONE-HOLD-EXIT.
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
