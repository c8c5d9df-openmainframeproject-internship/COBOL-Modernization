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

001150***************************************************************** acctbpyr
001160* Program:     ACCTBPYR.CBL                                     * acctbpyr
001170* Function:    Posting of the inbound direct-credit returns     * acctbpyr
001180*              file - each DCRRET item is a DIRCRO payment      * acctbpyr
001190*              ACCTBPYO sent for a business customer's payroll  * acctbpyr
001200*              or supplier batch that the payee's bank has      * acctbpyr
001210*              refused. The item is matched on the BPAYITM      * acctbpyr
001220*              register by its reference, the amount is         * acctbpyr
001230*              credited back to the funding account as a 'DT',  * acctbpyr
001240*              the item is marked returned with its reason and  * acctbpyr
001250*              the batch's return count and total on BPAYBAT    * acctbpyr
001260*              are updated. The customer is told through a      * acctbpyr
001270*              returns notice on BPAYRTN, indexed on CORRNDX,   * acctbpyr
001280*              naming the payee and the reason so the payment   * acctbpyr
001290*              can be corrected and sent again. A return        * acctbpyr
001300*              matching no item, or one already returned, is    * acctbpyr
001310*              counted and left for the run log.                * acctbpyr
001320***************************************************************** acctbpyr
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTBPYR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DCRRET-FILE ASSIGN TO "DCRRET"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DCRRET-STATUS.
           SELECT BPAYITM-FILE ASSIGN TO "BPAYITM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BPI-REF-NO
               FILE STATUS IS WS-BPAYITM-STATUS.
           SELECT BPAYBAT-FILE ASSIGN TO "BPAYBAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BPB-KEY
               FILE STATUS IS WS-BPAYBAT-STATUS.
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
           SELECT ACCTTRN-FILE ASSIGN TO "ACCTTRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCTTRN-STATUS.
           SELECT BPAYRTN-FILE ASSIGN TO "BPAYRTN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BPAYRTN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DCRRET-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CDCRRET.

       FD BPAYITM-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CBPAYITM.

       FD BPAYBAT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CBPAYBAT.

       FD BNKCUST-FILE
           LABEL RECORDS ARE STANDARD.
       01 BNKCUST-RECORD.
       COPY CBANKVCS.

       FD ACCTMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CACCTMST.

       FD ACCTTRN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CACCTTRN.

       FD BPAYRTN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 BPAYRTN-RECORD                  PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'ACCTBPYR'.
         05 WS-DCRRET-STATUS PIC X(2).
           88 WS-DCRRET-OK VALUE '00'.
         05 WS-BPAYITM-STATUS PIC X(2).
           88 WS-BPAYITM-OK VALUE '00'.
         05 WS-BPAYBAT-STATUS PIC X(2).
           88 WS-BPAYBAT-OK VALUE '00'.
         05 WS-BNKCUST-STATUS PIC X(2).
           88 WS-BNKCUST-OK VALUE '00'.
         05 WS-ACCTMST-STATUS PIC X(2).
           88 WS-ACCTMST-OK VALUE '00'.
         05 WS-ACCTTRN-STATUS PIC X(2).
           88 WS-ACCTTRN-OK VALUE '00'.
         05 WS-BPAYRTN-STATUS PIC X(2).
           88 WS-BPAYRTN-OK VALUE '00'.
         05 WS-DCRRET-EOF-FLAG PIC X(1).
           88 WS-DCRRET-EOF VALUE 'Y'.
         05 WS-ITEM-COUNT PIC 9(6) VALUE ZERO.
         05 WS-CREDITED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-SKIP-COUNT PIC 9(6) VALUE ZERO.
         05 WS-REASON-TEXT PIC X(30).
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
           10 FILLER PIC X(5).
       01 WS-NOTICE-HEADING.
         05 FILLER PIC X(30) VALUE 'BUSINESS PAYMENT RETURNED   '.
         05 WS-NTH-BATCH-ID PIC X(10).
         05 FILLER PIC X(4) VALUE ' ON '.
         05 WS-NTH-DATE PIC 9(8).
         05 FILLER PIC X(28) VALUE SPACES.
       01 WS-NOTICE-ADDRESS.
         05 FILLER PIC X(5) VALUE SPACES.
         05 WS-NTA-TEXT PIC X(25).
         05 FILLER PIC X(50) VALUE SPACES.
       01 WS-NOTICE-PAYEE.
         05 FILLER PIC X(13) VALUE '     PAYEE   '.
         05 WS-NTP-NAME PIC X(20).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-NTP-ROUTING PIC X(9).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-NTP-ACCOUNT PIC X(12).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-NTP-AMOUNT PIC Z,ZZZ,ZZ9.99.
         05 FILLER PIC X(11) VALUE SPACES.
       01 WS-NOTICE-REASON.
         05 FILLER PIC X(13) VALUE '     REASON  '.
         05 WS-NTR-TEXT PIC X(30).
         05 FILLER PIC X(7) VALUE ' - REF '.
         05 WS-NTR-PAYEE-REF PIC X(15).
         05 FILLER PIC X(15) VALUE SPACES.
       01 WS-NOTICE-CREDIT.
         05 FILLER PIC X(44) VALUE
             '     AMOUNT CREDITED BACK TO ACCOUNT '.
         05 WS-NTC-ACCOUNT PIC X(9).
         05 FILLER PIC X(27) VALUE SPACES.

       01 WS-JOURNAL-WORK.
         05 WS-BEFORE-ACCTMST PIC X(250).
       COPY CMSTJNLQ.

       COPY CCORRNDQ.

       COPY CLIQPOSQ.

       COPY CGETBDTQ.

       COPY CRUNCTLQ.

       PROCEDURE DIVISION.
       000-START-PROCESSING.
           MOVE 'S' TO RCQ-FUNCTION
           MOVE 'ACCTBPYR' TO RCQ-JOB-NAME
           MOVE 'ACCTBPYO' TO RCQ-PREREQ-JOB
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           IF RCQ-REPLY-REFUSED
               DISPLAY 'Run control refused start: ' RCQ-REPLY-MSG
               STOP RUN
           END-IF
           .
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           CALL 'GETBDTE' USING GETBDTE-REQUEST
           .
           OPEN INPUT DCRRET-FILE
           OPEN I-O BPAYITM-FILE
           OPEN I-O BPAYBAT-FILE
           OPEN INPUT BNKCUST-FILE
           OPEN I-O ACCTMST-FILE
           OPEN EXTEND ACCTTRN-FILE
           OPEN EXTEND BPAYRTN-FILE
           IF NOT WS-BPAYRTN-OK
               OPEN OUTPUT BPAYRTN-FILE
           END-IF
           .
           PERFORM UNTIL WS-DCRRET-EOF
               READ DCRRET-FILE
                   AT END
                       SET WS-DCRRET-EOF TO TRUE
                   NOT AT END
                       PERFORM CREDIT-ONE-RETURN THRU
                           CREDIT-ONE-RETURN-EXIT
               END-READ
           END-PERFORM
           .
           CLOSE DCRRET-FILE
           CLOSE BPAYITM-FILE
           CLOSE BPAYBAT-FILE
           CLOSE BNKCUST-FILE
           CLOSE ACCTMST-FILE
           CLOSE ACCTTRN-FILE
           CLOSE BPAYRTN-FILE
           .
           DISPLAY WS-ITEM-COUNT ' return(s) read, '
               WS-CREDITED-COUNT ' credited back, '
               WS-SKIP-COUNT ' unmatched'
           .
           MOVE 'E' TO RCQ-FUNCTION
           MOVE WS-ITEM-COUNT TO RCQ-REC-COUNT
           MOVE 'C' TO RCQ-OUTCOME
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           .
           STOP RUN
           .
       CREDIT-ONE-RETURN.
           ADD 1 TO WS-ITEM-COUNT
           .
      *****************************************************************
      * Only an item still standing as sent can come back - a second  *
      * return for the same reference must not credit the             *
      * customer twice.                                               *
      *****************************************************************
           MOVE DRT-REF-NO TO BPI-REF-NO
           READ BPAYITM-FILE
               INVALID KEY
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY 'Unmatched payment return ref '
                       DRT-REF-NO ' ' DRT-EXT-ACCOUNT
                   GO TO CREDIT-ONE-RETURN-EXIT
           END-READ
           IF NOT BPI-SENT
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'Payment already returned ref ' DRT-REF-NO
               GO TO CREDIT-ONE-RETURN-EXIT
           END-IF
           .
           MOVE BPI-OWNER-PID TO AMS-OWNER-PID
           MOVE BPI-ACCOUNT TO AMS-ACCOUNT
           READ ACCTMST-FILE
               INVALID KEY
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY 'Funding account gone for return ref '
                       DRT-REF-NO
                   GO TO CREDIT-ONE-RETURN-EXIT
           END-READ
           .
      *****************************************************************
      * The clearing house hands back the amount it was sent, so the  *
      * credit is the register's amount, not the return record's.     *
      *****************************************************************
           MOVE ACCTMST-RECORD TO WS-BEFORE-ACCTMST
           ADD BPI-AMOUNT TO AMS-BALANCE
           MOVE WS-CURRENT-DATE TO AMS-LAST-DATE
           SET AMS-TXN-PRESENT TO TRUE
           REWRITE ACCTMST-RECORD
           PERFORM JOURNAL-ACCTMST-IMAGE THRU
               JOURNAL-ACCTMST-IMAGE-EXIT
           .
           MOVE SPACES TO ACCTTRN-RECORD
           MOVE GBD-BUSINESS-DATE TO ATN-DATE
           MOVE WS-CURRENT-TIME TO ATN-TIME
           MOVE SPACES TO ATN-FROM-ACC
           MOVE SPACES TO ATN-FROM-PID
           MOVE BPI-OWNER-PID TO ATN-TO-PID
           MOVE BPI-ACCOUNT TO ATN-TO-ACC
           MOVE BPI-AMOUNT TO ATN-AMOUNT
           SET ATN-TYPE-DIRECT-CR-RTN TO TRUE
           MOVE SPACES TO ATN-DESC
           STRING 'Payment return ' DRT-REASON-CODE ' '
               BPI-PAYEE-NAME
               DELIMITED BY SIZE INTO ATN-DESC
           CALL 'ACCTREFN' USING ATN-REF-NO
           WRITE ACCTTRN-RECORD
           .
           MOVE 'DT' TO LPQ-FLOW
           MOVE BPI-AMOUNT TO LPQ-AMOUNT
           MOVE ATN-REF-NO TO LPQ-REF-NO
           CALL 'LIQPOS' USING LIQPOS-REQUEST
           .
           SET BPI-RETURNED TO TRUE
           MOVE GBD-BUSINESS-DATE TO BPI-RETURN-DATE
           MOVE DRT-REASON-CODE TO BPI-RETURN-REASON
           REWRITE BPAYITM-RECORD
           .
           MOVE BPI-OWNER-PID TO BPB-OWNER-PID
           MOVE BPI-ACCOUNT TO BPB-ACCOUNT
           MOVE BPI-BATCH-ID TO BPB-BATCH-ID
           READ BPAYBAT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO BPB-RETURN-COUNT
                   ADD BPI-AMOUNT TO BPB-RETURN-TOTAL
                   REWRITE BPAYBAT-RECORD
           END-READ
           .
           PERFORM SEND-RETURN-NOTICE THRU SEND-RETURN-NOTICE-EXIT
           ADD 1 TO WS-CREDITED-COUNT
           .
       CREDIT-ONE-RETURN-EXIT.
           EXIT
           .
       SEND-RETURN-NOTICE.
           EVALUATE TRUE
               WHEN DRT-REASON-NO-ACCOUNT
                   MOVE 'NO SUCH ACCOUNT AT PAYEE BANK' TO
                       WS-REASON-TEXT
               WHEN DRT-REASON-CLOSED
                   MOVE 'PAYEE ACCOUNT CLOSED' TO WS-REASON-TEXT
               WHEN DRT-REASON-NAME-MISMATCH
                   MOVE 'PAYEE NAME DOES NOT MATCH' TO WS-REASON-TEXT
               WHEN DRT-REASON-REFUSED
                   MOVE 'REFUSED BY PAYEE BANK' TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-REASON-TEXT
                   STRING 'RETURN REASON ' DRT-REASON-CODE
                       DELIMITED BY SIZE INTO WS-REASON-TEXT
           END-EVALUATE
           .
           MOVE BPI-BATCH-ID TO WS-NTH-BATCH-ID
           MOVE GBD-BUSINESS-DATE TO WS-NTH-DATE
           WRITE BPAYRTN-RECORD FROM WS-NOTICE-HEADING
           MOVE BPI-OWNER-PID TO BCS-REC-PID
           READ BNKCUST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE BCS-REC-NAME TO WS-NTA-TEXT
                   WRITE BPAYRTN-RECORD FROM WS-NOTICE-ADDRESS
                   MOVE BCS-REC-ADDR1 TO WS-NTA-TEXT
                   WRITE BPAYRTN-RECORD FROM WS-NOTICE-ADDRESS
                   MOVE BCS-REC-ADDR2 TO WS-NTA-TEXT
                   WRITE BPAYRTN-RECORD FROM WS-NOTICE-ADDRESS
           END-READ
           MOVE BPI-PAYEE-NAME TO WS-NTP-NAME
           MOVE BPI-EXT-ROUTING TO WS-NTP-ROUTING
           MOVE BPI-EXT-ACCOUNT TO WS-NTP-ACCOUNT
           MOVE BPI-AMOUNT TO WS-NTP-AMOUNT
           WRITE BPAYRTN-RECORD FROM WS-NOTICE-PAYEE
           MOVE WS-REASON-TEXT TO WS-NTR-TEXT
           MOVE BPI-PAYEE-REF TO WS-NTR-PAYEE-REF
           WRITE BPAYRTN-RECORD FROM WS-NOTICE-REASON
           MOVE BPI-ACCOUNT TO WS-NTC-ACCOUNT
           WRITE BPAYRTN-RECORD FROM WS-NOTICE-CREDIT
           MOVE SPACES TO BPAYRTN-RECORD
           WRITE BPAYRTN-RECORD
           .
           MOVE BPI-OWNER-PID TO CDQ-PID
           MOVE 'BPRT' TO CDQ-DOC-TYPE
           MOVE WS-PROGRAM-ID TO CDQ-SOURCE-PGM
           MOVE SPACES TO CDQ-SUMMARY
           STRING 'Payment returned ' BPI-BATCH-ID ' '
               BPI-PAYEE-NAME ' ' DRT-REASON-CODE
               DELIMITED BY SIZE INTO CDQ-SUMMARY
           CALL 'CORRNDX' USING CORRNDX-REQUEST
           .
       SEND-RETURN-NOTICE-EXIT.
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
