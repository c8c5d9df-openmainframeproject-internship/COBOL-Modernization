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

001150***************************************************************** tellcapt
001160* Program:     TELLCAPT.CBL                                     * tellcapt
001170* Function:    Nightly capture of the day's teller work for the * tellcapt
001180*              productivity report. Every TELLTRAN item adds to * tellcapt
001190*              the TELLVOL row for its business date, branch,   * tellcapt
001200*              teller and the hour the drawer stamped it,       * tellcapt
001210*              counting the deposits, the withdrawals and the   * tellcapt
001220*              value handled, so TELLPROD can look back over    * tellcapt
001230*              five weeks once TELLTRAN itself has been cleared * tellcapt
001240*              for the next day.                                * tellcapt
001250***************************************************************** tellcapt
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TELLCAPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TELLTRAN-FILE ASSIGN TO "TELLTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TELLTRAN-STATUS.
           SELECT TELLVOL-FILE ASSIGN TO "TELLVOL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TVL-KEY
               FILE STATUS IS WS-TELLVOL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TELLTRAN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CTELLTRN.

       FD TELLVOL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CTELLVOL.

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'TELLCAPT'.
         05 WS-TELLTRAN-STATUS PIC X(2).
           88 WS-TELLTRAN-OK VALUE '00'.
         05 WS-TELLTRAN-OPEN-FLAG PIC X(1) VALUE 'N'.
           88 WS-TELLTRAN-OPEN VALUE 'Y'.
         05 WS-TELLVOL-STATUS PIC X(2).
           88 WS-TELLVOL-OK VALUE '00'.
         05 WS-TELLTRAN-EOF-FLAG PIC X(1) VALUE 'N'.
           88 WS-TELLTRAN-EOF VALUE 'Y'.
         05 WS-NEW-ROW-FLAG PIC X(1).
           88 WS-NEW-ROW VALUE 'Y'.
         05 WS-ENTRY-HOUR PIC 9(2).
         05 WS-ITEM-COUNT PIC 9(7) VALUE ZERO.
         05 WS-UNTIMED-COUNT PIC 9(7) VALUE ZERO.
         05 WS-ROWS-ADDED PIC 9(7) VALUE ZERO.
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
           10 FILLER PIC X(5).

       COPY CGETBDTQ.

       COPY CRUNCTLQ.

       PROCEDURE DIVISION.
       000-START-PROCESSING.
           MOVE 'S' TO RCQ-FUNCTION
           MOVE 'TELLCAPT' TO RCQ-JOB-NAME
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
           OPEN I-O TELLVOL-FILE
           IF NOT WS-TELLVOL-OK
               OPEN OUTPUT TELLVOL-FILE
               CLOSE TELLVOL-FILE
               OPEN I-O TELLVOL-FILE
           END-IF
           OPEN INPUT TELLTRAN-FILE
           IF WS-TELLTRAN-OK
               SET WS-TELLTRAN-OPEN TO TRUE
           END-IF
           IF NOT WS-TELLTRAN-OK
               DISPLAY 'TELLTRAN not available, status '
                   WS-TELLTRAN-STATUS
               SET WS-TELLTRAN-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-TELLTRAN-EOF
               READ TELLTRAN-FILE
                   AT END
                       SET WS-TELLTRAN-EOF TO TRUE
                   NOT AT END
                       PERFORM CAPTURE-ONE-ITEM THRU
                           CAPTURE-ONE-ITEM-EXIT
               END-READ
           END-PERFORM
           IF WS-TELLTRAN-OPEN
               CLOSE TELLTRAN-FILE
           END-IF
           CLOSE TELLVOL-FILE
           .
           DISPLAY WS-ITEM-COUNT ' teller item(s) captured, '
               WS-UNTIMED-COUNT ' without a time, '
               WS-ROWS-ADDED ' new TELLVOL row(s)'
           .
           MOVE 'E' TO RCQ-FUNCTION
           MOVE WS-ITEM-COUNT TO RCQ-REC-COUNT
           MOVE 'C' TO RCQ-OUTCOME
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           .
           STOP RUN
           .
      *****************************************************************
      * The drawer's own date places the item; without one it belongs *
      * to tonight's business date. An hour the drawer did not stamp  *
      * goes to hour 99 so the item still counts for the teller.      *
      *****************************************************************
       CAPTURE-ONE-ITEM.
           ADD 1 TO WS-ITEM-COUNT
           MOVE GBD-BUSINESS-DATE TO TVL-DATE
           IF TTR-ENTRY-DATE IS NUMERIC
               AND TTR-ENTRY-DATE IS GREATER THAN ZERO
               MOVE TTR-ENTRY-DATE TO TVL-DATE
           END-IF
           MOVE 99 TO WS-ENTRY-HOUR
           IF TTR-ENTRY-TIME IS NUMERIC
               AND TTR-ENTRY-TIME IS GREATER THAN ZERO
               MOVE TTR-ENTRY-TIME(1:2) TO WS-ENTRY-HOUR
           END-IF
           IF WS-ENTRY-HOUR IS GREATER THAN 23
               MOVE 99 TO WS-ENTRY-HOUR
               ADD 1 TO WS-UNTIMED-COUNT
           END-IF
           MOVE TTR-BRANCH TO TVL-BRANCH
           MOVE TTR-TELLER-ID TO TVL-TELLER-ID
           MOVE WS-ENTRY-HOUR TO TVL-HOUR
           .
           MOVE 'N' TO WS-NEW-ROW-FLAG
           READ TELLVOL-FILE
               INVALID KEY
                   SET WS-NEW-ROW TO TRUE
                   MOVE ZERO TO TVL-ITEM-COUNT
                   MOVE ZERO TO TVL-ITEM-VALUE
                   MOVE ZERO TO TVL-DEPOSIT-COUNT
                   MOVE ZERO TO TVL-WITHDRAWAL-COUNT
           END-READ
           .
           ADD 1 TO TVL-ITEM-COUNT
           IF TTR-AMOUNT IS LESS THAN ZERO
               SUBTRACT TTR-AMOUNT FROM TVL-ITEM-VALUE
           ELSE
               ADD TTR-AMOUNT TO TVL-ITEM-VALUE
           END-IF
           IF TTR-CASH-DEPOSIT OR TTR-CHEQUE-DEPOSIT
               ADD 1 TO TVL-DEPOSIT-COUNT
           END-IF
           IF TTR-CASH-WITHDRAWAL
               ADD 1 TO TVL-WITHDRAWAL-COUNT
           END-IF
           .
           IF WS-NEW-ROW
               WRITE TELLVOL-RECORD
               ADD 1 TO WS-ROWS-ADDED
           ELSE
               REWRITE TELLVOL-RECORD
           END-IF
           .
       CAPTURE-ONE-ITEM-EXIT.
           EXIT
           .
