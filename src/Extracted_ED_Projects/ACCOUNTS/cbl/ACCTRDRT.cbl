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

001150***************************************************************** acctrdrt
001160* Program:     ACCTRDRT.CBL                                     * acctrdrt
001170* Function:    Posting of the inbound returned-deposited-items  * acctrdrt
001180*              file - each RDRTN item is a cheque a customer    * acctrdrt
001190*              deposited, sent out on RDCLEAR by ACCTRDCL, that * acctrdrt
001200*              the bank it was drawn on has refused. The file   * acctrdrt
001210*              must prove to its CTL trailer before anything    * acctrdrt
001220*              posts; no file is a quiet night. The item is     * acctrdrt
001230*              found on the CHQDEPR registry by its MICR line   * acctrdrt
001240*              and amount, charged back to the depositor's      * acctrdrt
001250*              account as a 'QR', and the row marked returned   * acctrdrt
001260*              with the reason. The customer is sent a          * acctrdrt
001270*              returned-item notice on RDRTNTC, indexed on      * acctrdrt
001280*              CORRNDX. A depositor with repeated returns       * acctrdrt
001290*              inside the review window is referred to the      * acctrdrt
001300*              fraud team as an 'RDI ' case on AMLCASE, worked  * acctrdrt
001310*              through AMLREVW; one with an 'RDI ' case still   * acctrdrt
001320*              open, or opened inside the window, is not        * acctrdrt
001330*              referred twice. A return matching no item sent,  * acctrdrt
001340*              or one already returned, is counted and left for * acctrdrt
001350*              the run log.                                     * acctrdrt
001360***************************************************************** acctrdrt
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTRDRT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RDRTN-FILE ASSIGN TO "RDRTN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RDRTN-STATUS.
           SELECT CHQDEPR-FILE ASSIGN TO "CHQDEPR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CDP-KEY
               FILE STATUS IS WS-CHQDEPR-STATUS.
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
           SELECT AMLCASE-FILE ASSIGN TO "AMLCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AMC-CASE-NO
               FILE STATUS IS WS-AMLCASE-STATUS.
           SELECT RDRTNTC-FILE ASSIGN TO "RDRTNTC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RDRTNTC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RDRTN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CRDRTN.

       FD CHQDEPR-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CCHQDEP.

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

       FD AMLCASE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CAMLCASE.

       FD RDRTNTC-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 RDRTNTC-RECORD                  PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'ACCTRDRT'.
         05 WS-RDRTN-STATUS PIC X(2).
           88 WS-RDRTN-OK VALUE '00'.
         05 WS-CHQDEPR-STATUS PIC X(2).
           88 WS-CHQDEPR-OK VALUE '00'.
         05 WS-BNKCUST-STATUS PIC X(2).
           88 WS-BNKCUST-OK VALUE '00'.
         05 WS-ACCTMST-STATUS PIC X(2).
           88 WS-ACCTMST-OK VALUE '00'.
         05 WS-ACCTTRN-STATUS PIC X(2).
           88 WS-ACCTTRN-OK VALUE '00'.
         05 WS-AMLCASE-STATUS PIC X(2).
           88 WS-AMLCASE-OK VALUE '00'.
         05 WS-RDRTNTC-STATUS PIC X(2).
           88 WS-RDRTNTC-OK VALUE '00'.
         05 WS-RDRTN-EOF-FLAG PIC X(1).
           88 WS-RDRTN-EOF VALUE 'Y'.
         05 WS-CHQDEPR-EOF-FLAG PIC X(1).
           88 WS-CHQDEPR-EOF VALUE 'Y'.
         05 WS-RDRTN-PRESENT-FLAG PIC X(1) VALUE 'Y'.
           88 WS-RDRTN-PRESENT VALUE 'Y'.
         05 WS-CTL-SEEN-FLAG PIC X(1) VALUE 'N'.
           88 WS-CTL-SEEN VALUE 'Y'.
         05 WS-CTL-COUNT PIC 9(6) VALUE ZERO.
         05 WS-CTL-AMOUNT PIC 9(11)V99 VALUE ZERO.
         05 WS-VAL-ITEM-COUNT PIC 9(6) VALUE ZERO.
         05 WS-VAL-AMOUNT-TOTAL PIC 9(11)V99 VALUE ZERO.
      *****************************************************************
      * Review settings - a depositor reaching the repeat count of    *
      * returns inside the window, tonight's included, is referred.   *
      *****************************************************************
         05 WS-RETURN-WINDOW-DAYS PIC 9(3) VALUE 90.
         05 WS-REPEAT-RETURNS PIC 9(3) VALUE 2.
         05 WS-WINDOW-START PIC 9(8).
         05 WS-DAY-IX PIC 9(3).
         05 WS-NEXT-CASE-NO PIC 9(8) VALUE ZERO.
         05 WS-ITEM-COUNT PIC 9(6) VALUE ZERO.
         05 WS-CHARGED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-CHARGED-TOTAL PIC 9(11)V99 VALUE ZERO.
         05 WS-SKIP-COUNT PIC 9(6) VALUE ZERO.
         05 WS-CASE-COUNT PIC 9(6) VALUE ZERO.
         05 WS-REASON-TEXT PIC X(30).
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
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
           10 FILLER PIC X(5).
      *****************************************************************
      * One row per depositor with an item returned inside the        *
      * window, counted from the registry before tonight's file posts *
      * and kept up to date as each return is charged back.           *
      *****************************************************************
       01 WS-RETURN-HISTORY.
         05 WS-RTH-COUNT PIC 9(4) VALUE ZERO.
         05 WS-RTH-IDX PIC 9(4).
         05 WS-RTH-FOUND-IDX PIC 9(4).
         05 WS-RTH-ENTRY OCCURS 2000 TIMES.
           10 WS-RTH-PID PIC X(5).
           10 WS-RTH-RETURNS PIC 9(3).
      *****************************************************************
      * 'RDI ' cases already on AMLCASE, so a depositor is not        *
      * referred again while the fraud team is still working them.    *
      *****************************************************************
       01 WS-PRIOR-CASES.
         05 WS-PRC-COUNT PIC 9(3) VALUE ZERO.
         05 WS-PRC-IDX PIC 9(3).
         05 WS-PRC-FOUND-FLAG PIC X(1).
           88 WS-PRC-FOUND VALUE 'Y'.
         05 WS-PRC-ENTRY OCCURS 500 TIMES.
           10 WS-PRC-PID PIC X(5).
           10 WS-PRC-STATUS PIC X(1).
           10 WS-PRC-OPENED-DATE PIC 9(8).
       01 WS-NOTICE-HEADING.
         05 FILLER PIC X(30) VALUE 'DEPOSITED CHEQUE RETURNED   '.
         05 WS-NTH-SERIAL PIC X(6).
         05 FILLER PIC X(4) VALUE ' ON '.
         05 WS-NTH-DATE PIC 9(8).
         05 FILLER PIC X(32) VALUE SPACES.
       01 WS-NOTICE-ADDRESS.
         05 FILLER PIC X(5) VALUE SPACES.
         05 WS-NTA-TEXT PIC X(25).
         05 FILLER PIC X(50) VALUE SPACES.
       01 WS-NOTICE-ITEM.
         05 FILLER PIC X(14) VALUE '     DRAWN ON '.
         05 WS-NTI-ROUTING PIC X(9).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-NTI-ACCOUNT PIC X(12).
         05 FILLER PIC X(11) VALUE ' DEPOSITED '.
         05 WS-NTI-DEPOSIT-DATE PIC 9(8).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-NTI-AMOUNT PIC Z,ZZZ,ZZ9.99.
         05 FILLER PIC X(12) VALUE SPACES.
       01 WS-NOTICE-REASON.
         05 FILLER PIC X(13) VALUE '     REASON  '.
         05 WS-NTR-TEXT PIC X(30).
         05 FILLER PIC X(37) VALUE SPACES.
       01 WS-NOTICE-DEBIT.
         05 FILLER PIC X(44) VALUE
             '     AMOUNT CHARGED BACK TO ACCOUNT '.
         05 WS-NTD-ACCOUNT PIC X(9).
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
           MOVE 'ACCTRDRT' TO RCQ-JOB-NAME
           MOVE 'ACCTRDCL' TO RCQ-PREREQ-JOB
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
      * No returns file from the clearing house is a quiet night. A   *
      * file that is there must prove to its trailer before anything  *
      * is charged back.                                              *
      *****************************************************************
           PERFORM VALIDATE-RDRTN-CONTROLS THRU
               VALIDATE-RDRTN-CONTROLS-EXIT
           IF NOT WS-RDRTN-PRESENT
               DISPLAY 'No RDRTN file - no returns tonight'
               MOVE 'E' TO RCQ-FUNCTION
               MOVE ZERO TO RCQ-REC-COUNT
               MOVE 'C' TO RCQ-OUTCOME
               CALL 'RUNCTL' USING RUNCTL-REQUEST
               STOP RUN
           END-IF
           IF NOT WS-CTL-SEEN
               OR WS-CTL-COUNT IS NOT EQUAL TO WS-VAL-ITEM-COUNT
               OR WS-CTL-AMOUNT IS NOT EQUAL TO WS-VAL-AMOUNT-TOTAL
               DISPLAY 'RDRTN file out of proof - nothing posted'
               MOVE 'E' TO RCQ-FUNCTION
               MOVE ZERO TO RCQ-REC-COUNT
               MOVE 'F' TO RCQ-OUTCOME
               CALL 'RUNCTL' USING RUNCTL-REQUEST
               STOP RUN
           END-IF
           .
      *****************************************************************
      * The window counts today as its first day and runs on the      *
      * business date, the date the registry rows are stamped with.   *
      *****************************************************************
           MOVE GBD-BUSINESS-DATE TO WS-DATE-WORK-N
           PERFORM STEP-ONE-DAY-BACK THRU STEP-ONE-DAY-BACK-EXIT
               VARYING WS-DAY-IX FROM 2 BY 1
               UNTIL WS-DAY-IX IS GREATER THAN WS-RETURN-WINDOW-DAYS
           MOVE WS-DATE-WORK-N TO WS-WINDOW-START
           .
           OPEN INPUT RDRTN-FILE
           OPEN I-O CHQDEPR-FILE
           IF NOT WS-CHQDEPR-OK
               OPEN OUTPUT CHQDEPR-FILE
               CLOSE CHQDEPR-FILE
               OPEN I-O CHQDEPR-FILE
           END-IF
           OPEN INPUT BNKCUST-FILE
           OPEN I-O ACCTMST-FILE
           OPEN EXTEND ACCTTRN-FILE
           OPEN I-O AMLCASE-FILE
           IF NOT WS-AMLCASE-OK
               OPEN OUTPUT AMLCASE-FILE
               CLOSE AMLCASE-FILE
               OPEN I-O AMLCASE-FILE
           END-IF
           OPEN EXTEND RDRTNTC-FILE
           IF NOT WS-RDRTNTC-OK
               OPEN OUTPUT RDRTNTC-FILE
           END-IF
           .
           PERFORM LOAD-RETURN-HISTORY THRU LOAD-RETURN-HISTORY-EXIT
           PERFORM FIND-NEXT-CASE-NO THRU FIND-NEXT-CASE-NO-EXIT
           .
           MOVE 'N' TO WS-RDRTN-EOF-FLAG
           PERFORM UNTIL WS-RDRTN-EOF
               READ RDRTN-FILE
                   AT END
                       SET WS-RDRTN-EOF TO TRUE
                   NOT AT END
                       IF NOT RRT-CONTROL-RECORD
                           PERFORM CHARGE-BACK-ONE-RETURN THRU
                               CHARGE-BACK-ONE-RETURN-EXIT
                       END-IF
               END-READ
           END-PERFORM
           .
           CLOSE RDRTN-FILE
           CLOSE CHQDEPR-FILE
           CLOSE BNKCUST-FILE
           CLOSE ACCTMST-FILE
           CLOSE ACCTTRN-FILE
           CLOSE AMLCASE-FILE
           CLOSE RDRTNTC-FILE
           .
           DISPLAY WS-ITEM-COUNT ' return(s) read, '
               WS-CHARGED-COUNT ' charged back for '
               WS-CHARGED-TOTAL ', '
               WS-SKIP-COUNT ' unmatched, '
               WS-CASE-COUNT ' referred to fraud review'
           .
           MOVE 'E' TO RCQ-FUNCTION
           MOVE WS-ITEM-COUNT TO RCQ-REC-COUNT
           MOVE 'C' TO RCQ-OUTCOME
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           .
           STOP RUN
           .
       CHARGE-BACK-ONE-RETURN.
           ADD 1 TO WS-ITEM-COUNT
           .
      *****************************************************************
      * Only an item standing as sent to clearing can come back - a   *
      * second return for the same cheque must not debit the          *
      * depositor twice.                                              *
      *****************************************************************
           MOVE RRT-PAYOR-ROUTING TO CDP-PAYOR-ROUTING
           MOVE RRT-PAYOR-ACCOUNT TO CDP-PAYOR-ACCOUNT
           MOVE RRT-SERIAL TO CDP-SERIAL
           MOVE RRT-AMOUNT TO CDP-AMOUNT
           READ CHQDEPR-FILE
               INVALID KEY
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY 'Unmatched cheque return '
                       RRT-PAYOR-ROUTING ' ' RRT-PAYOR-ACCOUNT ' '
                       RRT-SERIAL
                   GO TO CHARGE-BACK-ONE-RETURN-EXIT
           END-READ
           IF NOT CDP-SENT-TO-CLEARING
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'Cheque not out for clearing '
                   RRT-PAYOR-ROUTING ' ' RRT-PAYOR-ACCOUNT ' '
                   RRT-SERIAL ' status ' CDP-STATUS
               GO TO CHARGE-BACK-ONE-RETURN-EXIT
           END-IF
           .
           MOVE CDP-OWNER-PID TO AMS-OWNER-PID
           MOVE CDP-ACCOUNT TO AMS-ACCOUNT
           READ ACCTMST-FILE
               INVALID KEY
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY 'Deposit account gone for cheque return '
                       CDP-OWNER-PID ' ' CDP-ACCOUNT ' ' CDP-SERIAL
                   GO TO CHARGE-BACK-ONE-RETURN-EXIT
           END-READ
           .
      *****************************************************************
      * The charge-back is the amount the registry says was credited. *
      * It is taken whatever the balance - an overdrawn account is    *
      * left for collections, as any other debit that must stand.     *
      *****************************************************************
           MOVE ACCTMST-RECORD TO WS-BEFORE-ACCTMST
           SUBTRACT CDP-AMOUNT FROM AMS-BALANCE
           MOVE WS-CURRENT-DATE TO AMS-LAST-DATE
           SET AMS-TXN-PRESENT TO TRUE
           REWRITE ACCTMST-RECORD
           PERFORM JOURNAL-ACCTMST-IMAGE THRU
               JOURNAL-ACCTMST-IMAGE-EXIT
           .
           MOVE SPACES TO ACCTTRN-RECORD
           MOVE GBD-BUSINESS-DATE TO ATN-DATE
           MOVE WS-CURRENT-TIME TO ATN-TIME
           MOVE CDP-OWNER-PID TO ATN-FROM-PID
           MOVE CDP-ACCOUNT TO ATN-FROM-ACC
           MOVE SPACES TO ATN-TO-PID
           MOVE SPACES TO ATN-TO-ACC
           MOVE CDP-AMOUNT TO ATN-AMOUNT
           SET ATN-TYPE-CHQ-DEP-RETURN TO TRUE
           MOVE SPACES TO ATN-DESC
           STRING 'Chq return ' RRT-REASON-CODE ' ' CDP-SERIAL
               DELIMITED BY SIZE INTO ATN-DESC
           CALL 'ACCTREFN' USING ATN-REF-NO
           WRITE ACCTTRN-RECORD
           .
           MOVE 'QR' TO LPQ-FLOW
           COMPUTE LPQ-AMOUNT = 0 - CDP-AMOUNT
           MOVE ATN-REF-NO TO LPQ-REF-NO
           CALL 'LIQPOS' USING LIQPOS-REQUEST
           .
           SET CDP-RETURNED TO TRUE
           MOVE GBD-BUSINESS-DATE TO CDP-RETURN-DATE
           MOVE RRT-REASON-CODE TO CDP-RETURN-REASON
           REWRITE CHQDEP-RECORD
           .
           PERFORM SEND-RETURN-NOTICE THRU SEND-RETURN-NOTICE-EXIT
           ADD 1 TO WS-CHARGED-COUNT
           ADD CDP-AMOUNT TO WS-CHARGED-TOTAL
           .
           PERFORM COUNT-ONE-RETURN THRU COUNT-ONE-RETURN-EXIT
           IF WS-RTH-FOUND-IDX IS GREATER THAN ZERO
               AND WS-RTH-RETURNS (WS-RTH-FOUND-IDX) IS NOT LESS
                   THAN WS-REPEAT-RETURNS
               PERFORM CHECK-PRIOR-CASE THRU CHECK-PRIOR-CASE-EXIT
               IF NOT WS-PRC-FOUND
                   PERFORM OPEN-RDI-CASE THRU OPEN-RDI-CASE-EXIT
               END-IF
           END-IF
           .
       CHARGE-BACK-ONE-RETURN-EXIT.
           EXIT
           .
       SEND-RETURN-NOTICE.
           EVALUATE TRUE
               WHEN RRT-REASON-NSF
                   MOVE 'INSUFFICIENT FUNDS' TO WS-REASON-TEXT
               WHEN RRT-REASON-STOPPED
                   MOVE 'PAYMENT STOPPED BY DRAWER' TO WS-REASON-TEXT
               WHEN RRT-REASON-CLOSED
                   MOVE 'DRAWER ACCOUNT CLOSED' TO WS-REASON-TEXT
               WHEN RRT-REASON-NO-ACCOUNT
                   MOVE 'NO SUCH ACCOUNT AT DRAWER BANK' TO
                       WS-REASON-TEXT
               WHEN RRT-REASON-SIGNATURE
                   MOVE 'SIGNATURE IRREGULAR' TO WS-REASON-TEXT
               WHEN RRT-REASON-STALE
                   MOVE 'CHEQUE STALE DATED' TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-REASON-TEXT
                   STRING 'RETURN REASON ' RRT-REASON-CODE
                       DELIMITED BY SIZE INTO WS-REASON-TEXT
           END-EVALUATE
           .
           MOVE CDP-SERIAL TO WS-NTH-SERIAL
           MOVE GBD-BUSINESS-DATE TO WS-NTH-DATE
           WRITE RDRTNTC-RECORD FROM WS-NOTICE-HEADING
           MOVE CDP-OWNER-PID TO BCS-REC-PID
           READ BNKCUST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE BCS-REC-NAME TO WS-NTA-TEXT
                   WRITE RDRTNTC-RECORD FROM WS-NOTICE-ADDRESS
                   MOVE BCS-REC-ADDR1 TO WS-NTA-TEXT
                   WRITE RDRTNTC-RECORD FROM WS-NOTICE-ADDRESS
                   MOVE BCS-REC-ADDR2 TO WS-NTA-TEXT
                   WRITE RDRTNTC-RECORD FROM WS-NOTICE-ADDRESS
           END-READ
           MOVE CDP-PAYOR-ROUTING TO WS-NTI-ROUTING
           MOVE CDP-PAYOR-ACCOUNT TO WS-NTI-ACCOUNT
           MOVE CDP-DEPOSIT-DATE TO WS-NTI-DEPOSIT-DATE
           MOVE CDP-AMOUNT TO WS-NTI-AMOUNT
           WRITE RDRTNTC-RECORD FROM WS-NOTICE-ITEM
           MOVE WS-REASON-TEXT TO WS-NTR-TEXT
           WRITE RDRTNTC-RECORD FROM WS-NOTICE-REASON
           MOVE CDP-ACCOUNT TO WS-NTD-ACCOUNT
           WRITE RDRTNTC-RECORD FROM WS-NOTICE-DEBIT
           MOVE SPACES TO RDRTNTC-RECORD
           WRITE RDRTNTC-RECORD
           .
           MOVE CDP-OWNER-PID TO CDQ-PID
           MOVE 'CQRT' TO CDQ-DOC-TYPE
           MOVE WS-PROGRAM-ID TO CDQ-SOURCE-PGM
           MOVE SPACES TO CDQ-SUMMARY
           STRING 'Cheque returned ' CDP-SERIAL ' '
               CDP-PAYOR-ROUTING ' ' CDP-PAYOR-ACCOUNT ' '
               RRT-REASON-CODE
               DELIMITED BY SIZE INTO CDQ-SUMMARY
           CALL 'CORRNDX' USING CORRNDX-REQUEST
           .
       SEND-RETURN-NOTICE-EXIT.
           EXIT
           .
      *****************************************************************
      * One pass of the registry for items already returned inside    *
      * the window, counted by depositor.                             *
      *****************************************************************
       LOAD-RETURN-HISTORY.
           MOVE 'N' TO WS-CHQDEPR-EOF-FLAG
           MOVE LOW-VALUES TO CDP-KEY
           START CHQDEPR-FILE KEY IS NOT LESS THAN CDP-KEY
               INVALID KEY
                   GO TO LOAD-RETURN-HISTORY-EXIT
           END-START
           PERFORM UNTIL WS-CHQDEPR-EOF
               READ CHQDEPR-FILE NEXT RECORD
                   AT END
                       SET WS-CHQDEPR-EOF TO TRUE
                   NOT AT END
                       IF CDP-RETURNED
                           AND CDP-RETURN-DATE IS NOT LESS THAN
                               WS-WINDOW-START
                           PERFORM COUNT-ONE-RETURN THRU
                               COUNT-ONE-RETURN-EXIT
                       END-IF
               END-READ
           END-PERFORM
           .
       LOAD-RETURN-HISTORY-EXIT.
           EXIT
           .
       COUNT-ONE-RETURN.
           MOVE ZERO TO WS-RTH-FOUND-IDX
           PERFORM VARYING WS-RTH-IDX FROM 1 BY 1
                   UNTIL WS-RTH-IDX IS GREATER THAN WS-RTH-COUNT
                   OR WS-RTH-FOUND-IDX IS GREATER THAN ZERO
               IF WS-RTH-PID (WS-RTH-IDX) IS EQUAL TO CDP-OWNER-PID
                   MOVE WS-RTH-IDX TO WS-RTH-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-RTH-FOUND-IDX IS EQUAL TO ZERO
               IF WS-RTH-COUNT IS NOT LESS THAN 2000
                   GO TO COUNT-ONE-RETURN-EXIT
               END-IF
               ADD 1 TO WS-RTH-COUNT
               MOVE WS-RTH-COUNT TO WS-RTH-FOUND-IDX
               MOVE CDP-OWNER-PID TO WS-RTH-PID (WS-RTH-FOUND-IDX)
               MOVE ZERO TO WS-RTH-RETURNS (WS-RTH-FOUND-IDX)
           END-IF
           ADD 1 TO WS-RTH-RETURNS (WS-RTH-FOUND-IDX)
           .
       COUNT-ONE-RETURN-EXIT.
           EXIT
           .
       FIND-NEXT-CASE-NO.
           MOVE ZERO TO WS-NEXT-CASE-NO
           MOVE LOW-VALUES TO AMC-CASE-NO
           START AMLCASE-FILE KEY IS NOT LESS THAN AMC-CASE-NO
               INVALID KEY
                   GO TO FIND-NEXT-CASE-NO-EXIT
           END-START
           PERFORM UNTIL WS-AMLCASE-STATUS NOT EQUAL '00'
               READ AMLCASE-FILE NEXT RECORD
                   AT END
                       MOVE '10' TO WS-AMLCASE-STATUS
                   NOT AT END
                       MOVE AMC-CASE-NO TO WS-NEXT-CASE-NO
                       IF AMC-RULE-ID IS EQUAL TO 'RDI '
                           AND WS-PRC-COUNT IS LESS THAN 500
                           ADD 1 TO WS-PRC-COUNT
                           MOVE AMC-PID TO WS-PRC-PID (WS-PRC-COUNT)
                           MOVE AMC-STATUS TO
                               WS-PRC-STATUS (WS-PRC-COUNT)
                           MOVE AMC-OPENED-DATE TO
                               WS-PRC-OPENED-DATE (WS-PRC-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           MOVE '00' TO WS-AMLCASE-STATUS
           .
       FIND-NEXT-CASE-NO-EXIT.
           EXIT
           .
       CHECK-PRIOR-CASE.
           MOVE 'N' TO WS-PRC-FOUND-FLAG
           PERFORM VARYING WS-PRC-IDX FROM 1 BY 1
                   UNTIL WS-PRC-IDX IS GREATER THAN WS-PRC-COUNT
               IF WS-PRC-PID (WS-PRC-IDX) IS EQUAL TO CDP-OWNER-PID
                   IF WS-PRC-STATUS (WS-PRC-IDX) IS EQUAL TO 'O'
                       OR WS-PRC-OPENED-DATE (WS-PRC-IDX) IS NOT LESS
                           THAN WS-WINDOW-START
                       SET WS-PRC-FOUND TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           .
       CHECK-PRIOR-CASE-EXIT.
           EXIT
           .
      *****************************************************************
      * The case carries tonight's charge-back and the original       *
      * deposit, so the investigator can trace both from AMLREVW.     *
      * It goes into the prior-case table at once, so a second return *
      * for the same depositor later in the file is not referred      *
      * again.                                                        *
      *****************************************************************
       OPEN-RDI-CASE.
           ADD 1 TO WS-NEXT-CASE-NO
           MOVE SPACES TO AMLCASE-RECORD
           MOVE WS-NEXT-CASE-NO TO AMC-CASE-NO
           MOVE CDP-OWNER-PID TO AMC-PID
           MOVE 'RDI ' TO AMC-RULE-ID
           MOVE 100 TO AMC-SCORE
           MOVE GBD-BUSINESS-DATE TO AMC-OPENED-DATE
           SET AMC-OPEN TO TRUE
           MOVE SPACES TO AMC-DISPOSED-BY
           MOVE ZERO TO AMC-DISPOSED-DATE
           MOVE 2 TO AMC-REF-COUNT
           MOVE ATN-REF-NO TO AMC-REF (1)
           MOVE CDP-REF-NO TO AMC-REF (2)
           MOVE ZERO TO AMC-REF (3)
           MOVE ZERO TO AMC-REF (4)
           MOVE ZERO TO AMC-REF (5)
           WRITE AMLCASE-RECORD
               INVALID KEY
                   DISPLAY 'AMLCASE write failed for case '
                       WS-NEXT-CASE-NO
                   GO TO OPEN-RDI-CASE-EXIT
           END-WRITE
           ADD 1 TO WS-CASE-COUNT
           DISPLAY 'Repeat returned deposits - case '
               WS-NEXT-CASE-NO ' opened for ' CDP-OWNER-PID
           IF WS-PRC-COUNT IS LESS THAN 500
               ADD 1 TO WS-PRC-COUNT
               MOVE AMC-PID TO WS-PRC-PID (WS-PRC-COUNT)
               MOVE AMC-STATUS TO WS-PRC-STATUS (WS-PRC-COUNT)
               MOVE AMC-OPENED-DATE TO
                   WS-PRC-OPENED-DATE (WS-PRC-COUNT)
           END-IF
           .
       OPEN-RDI-CASE-EXIT.
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
       VALIDATE-RDRTN-CONTROLS.
           OPEN INPUT RDRTN-FILE
           IF NOT WS-RDRTN-OK
               MOVE 'N' TO WS-RDRTN-PRESENT-FLAG
               GO TO VALIDATE-RDRTN-CONTROLS-EXIT
           END-IF
           MOVE 'N' TO WS-RDRTN-EOF-FLAG
           PERFORM UNTIL WS-RDRTN-EOF
               READ RDRTN-FILE
                   AT END
                       SET WS-RDRTN-EOF TO TRUE
                   NOT AT END
                       IF RRT-CONTROL-RECORD
                           SET WS-CTL-SEEN TO TRUE
                           MOVE RTT-ITEM-COUNT TO WS-CTL-COUNT
                           MOVE RTT-AMOUNT-TOTAL TO WS-CTL-AMOUNT
                       ELSE
                           ADD 1 TO WS-VAL-ITEM-COUNT
                           ADD RRT-AMOUNT TO WS-VAL-AMOUNT-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RDRTN-FILE
           .
       VALIDATE-RDRTN-CONTROLS-EXIT.
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
