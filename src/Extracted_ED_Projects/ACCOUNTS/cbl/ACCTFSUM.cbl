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

001150***************************************************************** acctfsum
001160* Program:     ACCTFSUM.CBL                                     * acctfsum
001170* Function:    Annual fee summary inquiry, reached from the     * acctfsum
001180*              balance screen for the account selected there.   * acctfsum
001190*              Given a customer, account and calendar year      * acctfsum
001200*              (zero for the year just closed), reads the       * acctfsum
001210*              FEEANNL summary off that year's December 31      * acctfsum
001220*              STMTARCH row and returns the service, NSF,       * acctfsum
001230*              stop-payment and other fees, overdraft interest  * acctfsum
001240*              and their total, with interest earned and        * acctfsum
001250*              charged, and the customer's language so the      * acctfsum
001260*              screen can label it in English or French.        * acctfsum
001270***************************************************************** acctfsum
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTFSUM.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'ACCTFSUM'.
         05 WS-COMMAREA-LENGTH PIC 9(5).
         05 WS-RESP PIC S9(8) COMP.
         05 WS-FEE-YEAR PIC 9(4).
       COPY CSTMARCH.
       01 BNKCUST-RECORD.
       COPY CBANKVCS.
       COPY CGETBDTQ.
       LINKAGE SECTION.
       01 DFHCOMMAREA.
         05 LK-COMMAREA PIC X(1) OCCURS 1 TO 4096 TIMES DEPENDING ON
                WS-COMMAREA-LENGTH.
       01 BRE-FSM-INPUT-STRUCTURE.
         02 BRE-I-FSM-PID                   PIC X(5).
         02 BRE-I-FSM-ACCOUNT               PIC X(9).
         02 BRE-I-FSM-YEAR                  PIC 9(4).
       01 BRE-FSM-OUTPUT-STRUCTURE.
         02 BRE-O-FSM-MESSAGE               PIC X(40).
         02 BRE-O-FSM-YEAR                  PIC 9(4).
         02 BRE-O-FSM-LANG                  PIC X(1).
         02 BRE-O-FSM-ACC-DESC              PIC X(15).
         02 BRE-O-FSM-CURRENCY              PIC X(3).
         02 BRE-O-FSM-SVC-CHARGES           PIC S9(7)V99.
         02 BRE-O-FSM-NSF                   PIC S9(7)V99.
         02 BRE-O-FSM-STOP-PAYMENT          PIC S9(7)V99.
         02 BRE-O-FSM-OTHER                 PIC S9(7)V99.
         02 BRE-O-FSM-OD-INTEREST           PIC S9(7)V99.
         02 BRE-O-FSM-TOTAL                 PIC S9(7)V99.
         02 BRE-O-FSM-INT-EARNED            PIC S9(7)V99.
         02 BRE-O-FSM-INT-CHARGED           PIC S9(7)V99.
         02 BRE-O-EIBRESP PIC S9(8) USAGE IS BINARY.

       PROCEDURE DIVISION USING BRE-FSM-INPUT-STRUCTURE
                                BRE-FSM-OUTPUT-STRUCTURE.
           MOVE SPACES TO BRE-O-FSM-MESSAGE
           MOVE ZERO TO BRE-O-FSM-YEAR
           MOVE SPACE TO BRE-O-FSM-LANG
           MOVE SPACES TO BRE-O-FSM-ACC-DESC
           MOVE SPACES TO BRE-O-FSM-CURRENCY
           MOVE ZERO TO BRE-O-FSM-SVC-CHARGES
           MOVE ZERO TO BRE-O-FSM-NSF
           MOVE ZERO TO BRE-O-FSM-STOP-PAYMENT
           MOVE ZERO TO BRE-O-FSM-OTHER
           MOVE ZERO TO BRE-O-FSM-OD-INTEREST
           MOVE ZERO TO BRE-O-FSM-TOTAL
           MOVE ZERO TO BRE-O-FSM-INT-EARNED
           MOVE ZERO TO BRE-O-FSM-INT-CHARGED
           .
           PERFORM SUMMARY-PROCESSING THRU SUMMARY-PROCESSING-EXIT
           .
           MOVE EIBRESP TO BRE-O-EIBRESP
           GOBACK
           .
       SUMMARY-PROCESSING.
           IF BRE-I-FSM-PID IS EQUAL TO SPACES
               OR BRE-I-FSM-ACCOUNT IS EQUAL TO SPACES
               MOVE 'Customer and account are required' TO
                   BRE-O-FSM-MESSAGE
               GO TO SUMMARY-PROCESSING-EXIT
           END-IF
           .
           EXEC CICS READ FILE('BNKCUST')
                          INTO(BNKCUST-RECORD)
                          LENGTH(LENGTH OF BNKCUST-RECORD)
                          RIDFLD(BRE-I-FSM-PID)
                          RESP(WS-RESP)
           END-EXEC
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               MOVE 'Customer not found' TO BRE-O-FSM-MESSAGE
               GO TO SUMMARY-PROCESSING-EXIT
           END-IF
           IF BCS-REC-LANG-FRENCH
               MOVE 'F' TO BRE-O-FSM-LANG
           ELSE
               MOVE 'E' TO BRE-O-FSM-LANG
           END-IF
           .
      *****************************************************************
      * No year asked for means the last one FEEANNL has summarized - *
      * the calendar year before the business date.                   *
      *****************************************************************
           IF BRE-I-FSM-YEAR IS NUMERIC
               AND BRE-I-FSM-YEAR IS GREATER THAN ZERO
               MOVE BRE-I-FSM-YEAR TO WS-FEE-YEAR
           ELSE
               CALL 'GETBDTE' USING GETBDTE-REQUEST
               MOVE GBD-BUSINESS-DATE(1:4) TO WS-FEE-YEAR
               SUBTRACT 1 FROM WS-FEE-YEAR
           END-IF
           MOVE WS-FEE-YEAR TO BRE-O-FSM-YEAR
           .
           COMPUTE SAR-STMT-DATE = WS-FEE-YEAR * 10000 + 1231
           MOVE BRE-I-FSM-PID TO SAR-PID
           MOVE BRE-I-FSM-ACCOUNT TO SAR-ACCOUNT
           EXEC CICS READ FILE('STMTARCH')
                          INTO(STMTARCH-RECORD)
                          LENGTH(LENGTH OF STMTARCH-RECORD)
                          RIDFLD(SAR-KEY)
                          RESP(WS-RESP)
           END-EXEC
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               MOVE 'No fee summary for that year' TO
                   BRE-O-FSM-MESSAGE
               GO TO SUMMARY-PROCESSING-EXIT
           END-IF
      *****************************************************************
      * A year-end statement row archived before FEEANNL ran carries  *
      * spaces where the summary goes.                                *
      *****************************************************************
           IF SAR-FEE-YEAR IS NOT NUMERIC
               OR SAR-FEE-TOTAL IS NOT NUMERIC
               MOVE 'No fee summary for that year' TO
                   BRE-O-FSM-MESSAGE
               GO TO SUMMARY-PROCESSING-EXIT
           END-IF
           .
           MOVE SAR-ACC-DESC TO BRE-O-FSM-ACC-DESC
           MOVE SAR-CURRENCY TO BRE-O-FSM-CURRENCY
           MOVE SAR-FEE-SVC-CHARGES TO BRE-O-FSM-SVC-CHARGES
           MOVE SAR-FEE-NSF TO BRE-O-FSM-NSF
           MOVE SAR-FEE-STOP-PAYMENT TO BRE-O-FSM-STOP-PAYMENT
           MOVE SAR-FEE-OTHER TO BRE-O-FSM-OTHER
           MOVE SAR-FEE-OD-INTEREST TO BRE-O-FSM-OD-INTEREST
           MOVE SAR-FEE-TOTAL TO BRE-O-FSM-TOTAL
           MOVE SAR-FEE-INT-EARNED TO BRE-O-FSM-INT-EARNED
           MOVE SAR-FEE-INT-CHARGED TO BRE-O-FSM-INT-CHARGED
           MOVE 'Annual fee summary shown' TO BRE-O-FSM-MESSAGE
           .
       SUMMARY-PROCESSING-EXIT.
           EXIT
           .
