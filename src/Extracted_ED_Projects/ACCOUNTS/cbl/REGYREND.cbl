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

001150***************************************************************** regyrend
001160* Program:     REGYREND.CBL                                     * regyrend
001170* Function:    Year-end registered plan run. Every REGCONT row  * regyrend
001180*              for the tax year named on the TAXREQ card (the   * regyrend
001190*              prior year when there is no card) goes onto the  * regyrend
001200*              REGRTN annual return for the tax authority -     * regyrend
001210*              contributions, first-days carryback              * regyrend
001220*              contributions, withdrawals, room left and any    * regyrend
001230*              excess over the room. A row with contributions   * regyrend
001240*              also gets a contribution receipt on the REGRCPT  * regyrend
001250*              print extract, merged with name, SIN and address * regyrend
001260*              from BNKCUST the TAXSLIP way, and is stamped     * regyrend
001270*              with the receipt date so a reprint can be told   * regyrend
001280*              from a first issue. Run after the carryback days * regyrend
001290*              of the following year have passed.               * regyrend
001300***************************************************************** regyrend
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGYREND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAXREQ-FILE ASSIGN TO "TAXREQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TAXREQ-STATUS.
           SELECT REGCONT-FILE ASSIGN TO "REGCONT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RGC-KEY
               FILE STATUS IS WS-REGCONT-STATUS.
           SELECT BNKCUST-FILE ASSIGN TO "BNKCUST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BCS-REC-PID
               FILE STATUS IS WS-BNKCUST-STATUS.
           SELECT REGRCPT-FILE ASSIGN TO "REGRCPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGRCPT-STATUS.
           SELECT REGRTN-FILE ASSIGN TO "REGRTN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGRTN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TAXREQ-FILE
           LABEL RECORDS ARE STANDARD.
       01 TAXREQ-RECORD.
         05 TXQ-TAX-YEAR PIC 9(4).

       FD REGCONT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CREGCONT.

       FD BNKCUST-FILE
           LABEL RECORDS ARE STANDARD.
       01 BNKCUST-RECORD.
       COPY CBANKVCS.

       FD REGRCPT-FILE
           LABEL RECORDS ARE STANDARD.
       01 REGRCPT-RECORD.
         05 RRC-TAX-YEAR PIC 9(4).
         05 RRC-PLAN-TYPE PIC X(4).
         05 RRC-RECEIPT-NO.
           10 RRC-RCN-PID PIC X(5).
           10 RRC-RCN-PLAN PIC X(1).
           10 RRC-RCN-YEAR PIC 9(4).
         05 RRC-PID PIC X(5).
         05 RRC-NAME PIC X(25).
         05 RRC-SIN PIC X(9).
         05 RRC-ADDR1 PIC X(25).
         05 RRC-ADDR2 PIC X(25).
         05 RRC-STATE PIC X(2).
         05 RRC-CNTRY PIC X(6).
         05 RRC-POST-CODE PIC X(6).
         05 RRC-YEAR-CONTRIB PIC 9(7)V99.
         05 RRC-CARRYBACK-CONTRIB PIC 9(7)V99.
         05 RRC-TOTAL-CONTRIB PIC 9(7)V99.
         05 RRC-ISSUE-DATE PIC 9(8).
         05 RRC-REPRINT-FLAG PIC X(1).

       FD REGRTN-FILE
           LABEL RECORDS ARE STANDARD.
       01 REGRTN-RECORD.
         05 RRT-TAX-YEAR PIC 9(4).
         05 RRT-PLAN-TYPE PIC X(1).
         05 RRT-SIN PIC X(9).
         05 RRT-OWNER-PID PIC X(5).
         05 RRT-CONTRIBUTIONS PIC 9(7)V99.
         05 RRT-CARRYBACK-CONTRIB PIC 9(7)V99.
         05 RRT-WITHDRAWALS PIC 9(7)V99.
         05 RRT-ROOM-LEFT PIC S9(7)V99.
         05 RRT-EXCESS PIC 9(7)V99.
         05 RRT-OVER-FLAG PIC X(1).

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'REGYREND'.
         05 WS-TAXREQ-STATUS PIC X(2).
           88 WS-TAXREQ-OK VALUE '00'.
         05 WS-REGCONT-STATUS PIC X(2).
           88 WS-REGCONT-OK VALUE '00'.
         05 WS-BNKCUST-STATUS PIC X(2).
           88 WS-BNKCUST-OK VALUE '00'.
         05 WS-REGRCPT-STATUS PIC X(2).
           88 WS-REGRCPT-OK VALUE '00'.
         05 WS-REGRTN-STATUS PIC X(2).
           88 WS-REGRTN-OK VALUE '00'.
         05 WS-REGCONT-EOF-FLAG PIC X(1).
           88 WS-REGCONT-EOF VALUE 'Y'.
         05 WS-TAX-YEAR PIC 9(4).
         05 WS-ROOM-LEFT PIC S9(7)V99.
         05 WS-REC-COUNT PIC 9(6) VALUE ZERO.
         05 WS-RETURN-COUNT PIC 9(6) VALUE ZERO.
         05 WS-RECEIPT-COUNT PIC 9(6) VALUE ZERO.
         05 WS-OVER-COUNT PIC 9(6) VALUE ZERO.
         05 WS-RECEIPT-TOTAL PIC S9(11)V99 VALUE ZERO.
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
           10 FILLER PIC X(5).

       COPY CGETBDTQ.

       COPY CRUNCTLQ.

       PROCEDURE DIVISION.
       000-START-PROCESSING.
           MOVE 'S' TO RCQ-FUNCTION
           MOVE 'REGYREND' TO RCQ-JOB-NAME
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
           MOVE GBD-BUSINESS-DATE (1:4) TO WS-TAX-YEAR
           SUBTRACT 1 FROM WS-TAX-YEAR
           OPEN INPUT TAXREQ-FILE
           IF WS-TAXREQ-OK
               READ TAXREQ-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE TXQ-TAX-YEAR TO WS-TAX-YEAR
               END-READ
               CLOSE TAXREQ-FILE
           END-IF
           .
           OPEN I-O REGCONT-FILE
           IF NOT WS-REGCONT-OK
               DISPLAY 'No registered plan ledger - nothing to report'
               MOVE 'E' TO RCQ-FUNCTION
               MOVE ZERO TO RCQ-REC-COUNT
               MOVE 'C' TO RCQ-OUTCOME
               CALL 'RUNCTL' USING RUNCTL-REQUEST
               STOP RUN
           END-IF
           OPEN INPUT BNKCUST-FILE
           OPEN OUTPUT REGRCPT-FILE
           OPEN OUTPUT REGRTN-FILE
           .
           PERFORM UNTIL WS-REGCONT-EOF
               READ REGCONT-FILE NEXT RECORD
                   AT END
                       SET WS-REGCONT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-REC-COUNT
                       IF RGC-TAX-YEAR IS EQUAL TO WS-TAX-YEAR
                           PERFORM REPORT-ONE-PLAN-YEAR THRU
                               REPORT-ONE-PLAN-YEAR-EXIT
                       END-IF
               END-READ
           END-PERFORM
           .
           CLOSE REGCONT-FILE
           CLOSE BNKCUST-FILE
           CLOSE REGRCPT-FILE
           CLOSE REGRTN-FILE
           .
           DISPLAY WS-RETURN-COUNT ' plan year(s) returned for '
               WS-TAX-YEAR ', ' WS-RECEIPT-COUNT ' receipt(s), '
               WS-OVER-COUNT ' over-contributed'
           DISPLAY 'Contributions receipted: ' WS-RECEIPT-TOTAL
           .
           MOVE 'E' TO RCQ-FUNCTION
           MOVE WS-RETURN-COUNT TO RCQ-REC-COUNT
           MOVE 'C' TO RCQ-OUTCOME
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           .
           STOP RUN
           .
      *****************************************************************
      * A row opened for the year but never used carries no return    *
      * line; anything that moved money does.                         *
      *****************************************************************
       REPORT-ONE-PLAN-YEAR.
           IF RGC-CONTRIBUTIONS IS EQUAL TO ZERO
               AND RGC-CARRYBACK-CONTRIB IS EQUAL TO ZERO
               AND RGC-WITHDRAWALS IS EQUAL TO ZERO
               GO TO REPORT-ONE-PLAN-YEAR-EXIT
           END-IF
           .
           MOVE RGC-OWNER-PID TO BCS-REC-PID
           READ BNKCUST-FILE
               INVALID KEY
                   MOVE SPACES TO BNKCUST-RECORD
                   MOVE 'CUSTOMER NOT ON FILE' TO BCS-REC-NAME
           END-READ
           .
           COMPUTE WS-ROOM-LEFT = RGC-OPENING-ROOM
               - RGC-CONTRIBUTIONS - RGC-CARRYBACK-CONTRIB
           .
           MOVE WS-TAX-YEAR TO RRT-TAX-YEAR
           MOVE RGC-PLAN-TYPE TO RRT-PLAN-TYPE
           MOVE BCS-REC-SIN TO RRT-SIN
           MOVE RGC-OWNER-PID TO RRT-OWNER-PID
           MOVE RGC-CONTRIBUTIONS TO RRT-CONTRIBUTIONS
           MOVE RGC-CARRYBACK-CONTRIB TO RRT-CARRYBACK-CONTRIB
           MOVE RGC-WITHDRAWALS TO RRT-WITHDRAWALS
           MOVE WS-ROOM-LEFT TO RRT-ROOM-LEFT
           IF WS-ROOM-LEFT IS LESS THAN ZERO
               COMPUTE RRT-EXCESS = ZERO - WS-ROOM-LEFT
               MOVE 'Y' TO RRT-OVER-FLAG
               ADD 1 TO WS-OVER-COUNT
           ELSE
               MOVE ZERO TO RRT-EXCESS
               MOVE 'N' TO RRT-OVER-FLAG
           END-IF
           WRITE REGRTN-RECORD
           ADD 1 TO WS-RETURN-COUNT
           .
           IF RGC-CONTRIBUTIONS IS EQUAL TO ZERO
               AND RGC-CARRYBACK-CONTRIB IS EQUAL TO ZERO
               GO TO REPORT-ONE-PLAN-YEAR-EXIT
           END-IF
           .
           PERFORM CUT-ONE-RECEIPT THRU CUT-ONE-RECEIPT-EXIT
           .
       REPORT-ONE-PLAN-YEAR-EXIT.
           EXIT
           .
      *****************************************************************
      * The receipt shows the year's own contributions and those made *
      * in the carryback days of the following year separately, the   *
      * way the customer has to claim them.                           *
      *****************************************************************
       CUT-ONE-RECEIPT.
           MOVE SPACES TO REGRCPT-RECORD
           MOVE WS-TAX-YEAR TO RRC-TAX-YEAR
           IF RGC-PLAN-TFSA
               MOVE 'TFSA' TO RRC-PLAN-TYPE
           ELSE
               MOVE 'RRSP' TO RRC-PLAN-TYPE
           END-IF
           MOVE RGC-OWNER-PID TO RRC-RCN-PID
           MOVE RGC-PLAN-TYPE TO RRC-RCN-PLAN
           MOVE RGC-TAX-YEAR TO RRC-RCN-YEAR
           MOVE RGC-OWNER-PID TO RRC-PID
           MOVE BCS-REC-NAME TO RRC-NAME
           MOVE BCS-REC-SIN TO RRC-SIN
           MOVE BCS-REC-ADDR1 TO RRC-ADDR1
           MOVE BCS-REC-ADDR2 TO RRC-ADDR2
           MOVE BCS-REC-STATE TO RRC-STATE
           MOVE BCS-REC-CNTRY TO RRC-CNTRY
           MOVE BCS-REC-POST-CODE TO RRC-POST-CODE
           MOVE RGC-CONTRIBUTIONS TO RRC-YEAR-CONTRIB
           MOVE RGC-CARRYBACK-CONTRIB TO RRC-CARRYBACK-CONTRIB
           COMPUTE RRC-TOTAL-CONTRIB = RGC-CONTRIBUTIONS
               + RGC-CARRYBACK-CONTRIB
           MOVE GBD-BUSINESS-DATE TO RRC-ISSUE-DATE
           IF RGC-RECEIPT-DTE IS NUMERIC
               AND RGC-RECEIPT-DTE IS GREATER THAN ZERO
               MOVE 'Y' TO RRC-REPRINT-FLAG
           ELSE
               MOVE 'N' TO RRC-REPRINT-FLAG
           END-IF
           WRITE REGRCPT-RECORD
           .
           ADD RRC-TOTAL-CONTRIB TO WS-RECEIPT-TOTAL
           ADD 1 TO WS-RECEIPT-COUNT
           .
           MOVE GBD-BUSINESS-DATE TO RGC-RECEIPT-DTE
           REWRITE REGCONT-RECORD
           .
       CUT-ONE-RECEIPT-EXIT.
           EXIT
           .
