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

001150***************************************************************** acctrdcl
001160* Program:     ACCTRDCL.CBL                                     * acctrdcl
001170* Function:    Nightly outbound clearing file of cheques        * acctrdcl
001180*              deposited through the web channel. Browses the   * acctrdcl
001190*              CHQDEPR registry for remote items ACCTRDEP took  * acctrdcl
001200*              on deposit that have not yet been sent, writes   * acctrdcl
001210*              each one to RDCLEAR with its MICR line, amount   * acctrdcl
001220*              and image reference, and marks the registry row  * acctrdcl
001230*              sent with today's business date. The registry    * acctrdcl
001240*              row stays on file, so the item is still caught   * acctrdcl
001250*              as a duplicate if it is presented again after it * acctrdcl
001260*              clears. The file closes with a CTL trailer       * acctrdcl
001270*              carrying the item count and amount total the     * acctrdcl
001280*              clearing house balances it to.                   * acctrdcl
001281*              Counter and ATM items drawn on another bank,     * acctrdcl
001282*              flagged by CHQDUPCK as they are registered, go   * acctrdcl
001283*              out on the same file under the same trailer; one * acctrdcl
001284*              that comes back unpaid is charged back by        * acctrdcl
001285*              ACCTRDRT.                                        * acctrdcl
001290***************************************************************** acctrdcl
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTRDCL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHQDEPR-FILE ASSIGN TO "CHQDEPR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CDP-KEY
               FILE STATUS IS WS-CHQDEPR-STATUS.
           SELECT RDCLEAR-FILE ASSIGN TO "RDCLEAR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RDCLEAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CHQDEPR-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CCHQDEP.

       FD RDCLEAR-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CRDCLR.

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'ACCTRDCL'.
         05 WS-CHQDEPR-STATUS PIC X(2).
           88 WS-CHQDEPR-OK VALUE '00'.
         05 WS-RDCLEAR-STATUS PIC X(2).
           88 WS-RDCLEAR-OK VALUE '00'.
         05 WS-CHQDEPR-EOF-FLAG PIC X(1).
           88 WS-CHQDEPR-EOF VALUE 'Y'.
         05 WS-REC-COUNT PIC 9(6) VALUE ZERO.
         05 WS-SENT-COUNT PIC 9(6) VALUE ZERO.
         05 WS-SENT-AMOUNT PIC 9(11)V99 VALUE ZERO.
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
           10 FILLER PIC X(5).

       COPY CGETBDTQ.

       COPY CRUNCTLQ.

       PROCEDURE DIVISION.
       000-START-PROCESSING.
           MOVE 'S' TO RCQ-FUNCTION
           MOVE 'ACCTRDCL' TO RCQ-JOB-NAME
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
           OPEN I-O CHQDEPR-FILE
           IF NOT WS-CHQDEPR-OK
               OPEN OUTPUT CHQDEPR-FILE
               CLOSE CHQDEPR-FILE
               OPEN I-O CHQDEPR-FILE
           END-IF
           OPEN OUTPUT RDCLEAR-FILE
           .
           MOVE LOW-VALUES TO CDP-KEY
           START CHQDEPR-FILE KEY IS NOT LESS THAN CDP-KEY
               INVALID KEY
                   SET WS-CHQDEPR-EOF TO TRUE
           END-START
           IF NOT WS-CHQDEPR-OK
               SET WS-CHQDEPR-EOF TO TRUE
           END-IF
           .
           PERFORM UNTIL WS-CHQDEPR-EOF
               READ CHQDEPR-FILE NEXT RECORD
                   AT END
                       SET WS-CHQDEPR-EOF TO TRUE
                   NOT AT END
                       PERFORM SEND-ONE-ITEM THRU SEND-ONE-ITEM-EXIT
               END-READ
           END-PERFORM
           .
      *****************************************************************
      * The CTL trailer carries what the clearing house must balance  *
      * the file to before it presents a single item.                 *
      *****************************************************************
           MOVE SPACES TO RDCLR-RECORD
           MOVE 'CTL  ' TO RCL-OWNER-PID
           MOVE WS-SENT-COUNT TO RCT-ITEM-COUNT
           MOVE WS-SENT-AMOUNT TO RCT-AMOUNT-TOTAL
           WRITE RDCLR-RECORD
           .
           CLOSE CHQDEPR-FILE
           CLOSE RDCLEAR-FILE
           .
           DISPLAY WS-REC-COUNT ' deposited item(s) read, '
               WS-SENT-COUNT ' sent to clearing for '
               WS-SENT-AMOUNT
           .
           MOVE 'E' TO RCQ-FUNCTION
           MOVE WS-REC-COUNT TO RCQ-REC-COUNT
           MOVE 'C' TO RCQ-OUTCOME
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           .
           STOP RUN
           .
      *****************************************************************
      * Only items not yet sent go out - every remote item, and the   *
      * counter and ATM items drawn on another bank that CHQDUPCK     *
      * flagged for clearing. A sent item stays behind as the         *
      * duplicate check's record of it and is what a returned item    *
      * is matched back to.                                           *
      *****************************************************************
       SEND-ONE-ITEM.
           ADD 1 TO WS-REC-COUNT
           .
           IF NOT CDP-DEPOSITED
               GO TO SEND-ONE-ITEM-EXIT
           END-IF
           IF NOT CDP-CHANNEL-REMOTE
               AND NOT CDP-CLEARING-DUE
               GO TO SEND-ONE-ITEM-EXIT
           END-IF
           .
           MOVE SPACES TO RDCLR-RECORD
           MOVE CDP-OWNER-PID TO RCL-OWNER-PID
           MOVE CDP-ACCOUNT TO RCL-ACCOUNT
           MOVE CDP-PAYOR-ROUTING TO RCL-PAYOR-ROUTING
           MOVE CDP-PAYOR-ACCOUNT TO RCL-PAYOR-ACCOUNT
           MOVE CDP-SERIAL TO RCL-SERIAL
           MOVE CDP-AMOUNT TO RCL-AMOUNT
           MOVE CDP-IMAGE-REF TO RCL-IMAGE-REF
           MOVE CDP-DEPOSIT-DATE TO RCL-DEPOSIT-DATE
           MOVE CDP-REF-NO TO RCL-REF-NO
           WRITE RDCLR-RECORD
           .
           SET CDP-SENT-TO-CLEARING TO TRUE
           MOVE GBD-BUSINESS-DATE TO CDP-SENT-DATE
           REWRITE CHQDEP-RECORD
           .
           ADD 1 TO WS-SENT-COUNT
           ADD CDP-AMOUNT TO WS-SENT-AMOUNT
           .
       SEND-ONE-ITEM-EXIT.
           EXIT
           .
