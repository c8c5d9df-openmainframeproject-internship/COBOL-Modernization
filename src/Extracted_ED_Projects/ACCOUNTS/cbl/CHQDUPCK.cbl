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

001150***************************************************************** chqdupck
001160* Program:     CHQDUPCK.CBL                                     * chqdupck
001170* Function:    Duplicate presentment check for deposited        * chqdupck
001180*              cheques, shared by every channel that takes a    * chqdupck
001190*              cheque on deposit so the web and the teller      * chqdupck
001200*              counter refuse the same item the same way. An    * chqdupck
001210*              item is its MICR line (payor routing, payor      * chqdupck
001220*              account, serial) plus its amount; one keyed read * chqdupck
001230*              of CHQDEPR says whether it has been deposited    * chqdupck
001240*              before, whether or not it has since gone to      * chqdupck
001250*              clearing. A register call records a new item     * chqdupck
001260*              against the deposit that credited it. A site     * chqdupck
001270*              with no CHQDEPR file yet starts one on the first * chqdupck
001280*              register call.                                   * chqdupck
001282*              A counter or ATM item drawn on another bank is   * chqdupck
001284*              flagged as it is registered for ACCTRDCL to send * chqdupck
001286*              out in outbound clearing.                        * chqdupck
001290***************************************************************** chqdupck
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHQDUPCK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHQDEPR-FILE ASSIGN TO "CHQDEPR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CDP-KEY
               FILE STATUS IS WS-CHQDEPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CHQDEPR-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CCHQDEP.

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'CHQDUPCK'.
         05 WS-CHQDEPR-STATUS PIC X(2).
           88 WS-CHQDEPR-OK VALUE '00'.
         05 WS-ITEM-FOUND-FLAG PIC X(1).
           88 WS-ITEM-FOUND VALUE 'Y'.
         05 WS-PRIOR-DATE-EDIT PIC 9(8).
      *****************************************************************
      * Our own routing number - a cheque drawn on it is on-us and    *
      * comes back to us through the clearing house, so it is never   *
      * flagged for outbound clearing.                                *
      *****************************************************************
         05 WS-OUR-ROUTING PIC X(9) VALUE '000100010'.

       LINKAGE SECTION.
       COPY CCHQDUPQ.

       PROCEDURE DIVISION USING CHQDUPCK-REQUEST.
       000-CHECK-ITEM.
           SET CDQ-NEW-ITEM TO TRUE
           MOVE SPACES TO CDQ-PRIOR-CHANNEL
           MOVE ZERO TO CDQ-PRIOR-DATE
           MOVE SPACES TO CDQ-PRIOR-ACCOUNT
           MOVE SPACES TO CDQ-REPLY-MSG
           MOVE 'N' TO WS-ITEM-FOUND-FLAG
           .
           IF CDQ-FUNC-REGISTER
               OPEN I-O CHQDEPR-FILE
               IF NOT WS-CHQDEPR-OK
                   OPEN OUTPUT CHQDEPR-FILE
                   CLOSE CHQDEPR-FILE
                   OPEN I-O CHQDEPR-FILE
               END-IF
           ELSE
               OPEN INPUT CHQDEPR-FILE
           END-IF
      *****************************************************************
      * No registry yet means nothing has been deposited through it - *
      * every item is new.                                            *
      *****************************************************************
           IF NOT WS-CHQDEPR-OK
               GOBACK
           END-IF
           .
           MOVE CDQ-PAYOR-ROUTING TO CDP-PAYOR-ROUTING
           MOVE CDQ-PAYOR-ACCOUNT TO CDP-PAYOR-ACCOUNT
           MOVE CDQ-SERIAL TO CDP-SERIAL
           MOVE CDQ-AMOUNT TO CDP-AMOUNT
           READ CHQDEPR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ITEM-FOUND TO TRUE
           END-READ
           .
           IF WS-ITEM-FOUND
               SET CDQ-DUPLICATE TO TRUE
               MOVE CDP-CHANNEL TO CDQ-PRIOR-CHANNEL
               MOVE CDP-DEPOSIT-DATE TO CDQ-PRIOR-DATE
               MOVE CDP-ACCOUNT TO CDQ-PRIOR-ACCOUNT
               MOVE CDP-DEPOSIT-DATE TO WS-PRIOR-DATE-EDIT
               IF CDP-CHANNEL-REMOTE
                   STRING 'Cheque already deposited online '
                       WS-PRIOR-DATE-EDIT
                       DELIMITED BY SIZE INTO CDQ-REPLY-MSG
               ELSE
                   STRING 'Cheque already deposited '
                       WS-PRIOR-DATE-EDIT
                       DELIMITED BY SIZE INTO CDQ-REPLY-MSG
               END-IF
               CLOSE CHQDEPR-FILE
               GOBACK
           END-IF
           .
           IF CDQ-FUNC-CHECK
               CLOSE CHQDEPR-FILE
               GOBACK
           END-IF
           .
           MOVE SPACES TO CHQDEP-RECORD
           MOVE CDQ-PAYOR-ROUTING TO CDP-PAYOR-ROUTING
           MOVE CDQ-PAYOR-ACCOUNT TO CDP-PAYOR-ACCOUNT
           MOVE CDQ-SERIAL TO CDP-SERIAL
           MOVE CDQ-AMOUNT TO CDP-AMOUNT
           MOVE CDQ-CHANNEL TO CDP-CHANNEL
           MOVE CDQ-OWNER-PID TO CDP-OWNER-PID
           MOVE CDQ-ACCOUNT TO CDP-ACCOUNT
           MOVE CDQ-DEPOSIT-DATE TO CDP-DEPOSIT-DATE
           MOVE CDQ-DEPOSIT-TIME TO CDP-DEPOSIT-TIME
           MOVE CDQ-REF-NO TO CDP-REF-NO
           MOVE CDQ-IMAGE-REF TO CDP-IMAGE-REF
           MOVE CDQ-BRANCH TO CDP-BRANCH
           SET CDP-DEPOSITED TO TRUE
           MOVE ZERO TO CDP-SENT-DATE
           MOVE ZERO TO CDP-RETURN-DATE
      *****************************************************************
      * A counter or ATM item drawn on another bank is flagged for    *
      * tonight's outbound clearing file; remote items always go.     *
      *****************************************************************
           IF NOT CDP-CHANNEL-REMOTE
               AND CDQ-PAYOR-ROUTING IS NOT EQUAL TO WS-OUR-ROUTING
               SET CDP-CLEARING-DUE TO TRUE
           END-IF
           WRITE CHQDEP-RECORD
               INVALID KEY
                   SET CDQ-DUPLICATE TO TRUE
                   MOVE 'Cheque already deposited' TO CDQ-REPLY-MSG
           END-WRITE
           CLOSE CHQDEPR-FILE
           GOBACK
           .
