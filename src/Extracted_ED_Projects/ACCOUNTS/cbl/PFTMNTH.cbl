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

001150***************************************************************** pftmnth
001160* Program:     PFTMNTH.CBL                                      * pftmnth
001170* Function:    Monthly customer and branch profitability, run   * pftmnth
001180*              after the month's last postings. Reads the       * pftmnth
001190*              month's ACCTTRN postings into a PFTWORK row per  * pftmnth
001200*              customer: fee revenue ('SC', 'NF', 'SF' and the  * pftmnth
001210*              other fee types), interest earned on loans,      * pftmnth
001220*              lines and overdrafts, deposit interest paid      * pftmnth
001230*              ('IN' credits), and a count of the postings the  * pftmnth
001240*              customer made through each channel (teller, ATM, * pftmnth
001250*              online or batch) priced at the PFTPOL allocated  * pftmnth
001260*              cost. It then walks BNKCUST, adds a funds-       * pftmnth
001270*              transfer-pricing credit on each deposit and open * pftmnth
001280*              GIC balance and a charge on each loan, line and  * pftmnth
001290*              overdrawn balance at the PFTPOL annual rate for  * pftmnth
001300*              one month, and rolls each customer's net         * pftmnth
001310*              contribution up to their household (through      * pftmnth
001320*              RELXREF) and home branch. PFTRPT ranks the       * pftmnth
001330*              branches and lists the top households and        * pftmnth
001340*              customers; PFTCSV carries every customer,        * pftmnth
001350*              household and branch row for the finance team,   * pftmnth
001360*              the way RGNSUM feeds RGNCSV.                     * pftmnth
001370***************************************************************** pftmnth
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PFTMNTH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTTRN-FILE ASSIGN TO "ACCTTRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCTTRN-STATUS.
           SELECT BNKCUST-FILE ASSIGN TO "BNKCUST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BCS-REC-PID
               FILE STATUS IS WS-BNKCUST-STATUS.
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
           SELECT GICMST-FILE ASSIGN TO "GICMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GIC-KEY
               FILE STATUS IS WS-GICMST-STATUS.
           SELECT RELXREF-FILE ASSIGN TO "RELXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RLX-KEY
               FILE STATUS IS WS-RELXREF-STATUS.
           SELECT PFTPOL-FILE ASSIGN TO "PFTPOL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PFTPOL-STATUS.
           SELECT PFTWORK-FILE ASSIGN TO "PFTWORK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PFW-PID
               FILE STATUS IS WS-PFTWORK-STATUS.
           SELECT PFTHHLD-FILE ASSIGN TO "PFTHHLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PFH-HOUSEHOLD-ID
               FILE STATUS IS WS-PFTHHLD-STATUS.
           SELECT PFTRPT-FILE ASSIGN TO "PFTRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PFTRPT-STATUS.
           SELECT PFTCSV-FILE ASSIGN TO "PFTCSV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PFTCSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCTTRN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CACCTTRN.

       FD BNKCUST-FILE
           LABEL RECORDS ARE STANDARD.
       01 BNKCUST-RECORD.
       COPY CBANKVCS.

       FD ACCTMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CACCTMST.

       FD LOANMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CLOANMST.

       FD GICMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CGICMST.

       FD RELXREF-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CRELXREF.

       FD PFTPOL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CPFTPOL.

       FD PFTWORK-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CPFTWRK.

       FD PFTHHLD-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CPFTHHD.

       FD PFTRPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 PFTRPT-RECORD                   PIC X(80).

       FD PFTCSV-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 PFTCSV-RECORD                   PIC X(150).

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'PFTMNTH'.
         05 WS-ACCTTRN-STATUS PIC X(2).
           88 WS-ACCTTRN-OK VALUE '00'.
         05 WS-ACCTTRN-OPEN-FLAG PIC X(1) VALUE 'N'.
           88 WS-ACCTTRN-OPEN VALUE 'Y'.
         05 WS-BNKCUST-STATUS PIC X(2).
           88 WS-BNKCUST-OK VALUE '00'.
         05 WS-ACCTMST-STATUS PIC X(2).
           88 WS-ACCTMST-OK VALUE '00'.
         05 WS-LOANMST-STATUS PIC X(2).
           88 WS-LOANMST-OK VALUE '00'.
         05 WS-GICMST-STATUS PIC X(2).
           88 WS-GICMST-OK VALUE '00'.
         05 WS-RELXREF-STATUS PIC X(2).
           88 WS-RELXREF-OK VALUE '00'.
         05 WS-PFTPOL-STATUS PIC X(2).
           88 WS-PFTPOL-OK VALUE '00'.
         05 WS-PFTWORK-STATUS PIC X(2).
           88 WS-PFTWORK-OK VALUE '00'.
         05 WS-PFTHHLD-STATUS PIC X(2).
           88 WS-PFTHHLD-OK VALUE '00'.
         05 WS-PFTRPT-STATUS PIC X(2).
           88 WS-PFTRPT-OK VALUE '00'.
         05 WS-PFTCSV-STATUS PIC X(2).
           88 WS-PFTCSV-OK VALUE '00'.
         05 WS-ACCTTRN-EOF-FLAG PIC X(1).
           88 WS-ACCTTRN-EOF VALUE 'Y'.
         05 WS-BNKCUST-EOF-FLAG PIC X(1).
           88 WS-BNKCUST-EOF VALUE 'Y'.
         05 WS-PFTHHLD-EOF-FLAG PIC X(1).
           88 WS-PFTHHLD-EOF VALUE 'Y'.
         05 WS-GICMST-OPEN-FLAG PIC X(1).
           88 WS-GICMST-OPEN VALUE 'Y'.
         05 WS-RELXREF-OPEN-FLAG PIC X(1).
           88 WS-RELXREF-OPEN VALUE 'Y'.
         05 WS-FTP-RATE PIC 9(2)V9(4) VALUE 3.0000.
         05 WS-COST-TELLER PIC 9(3)V99 VALUE 3.50.
         05 WS-COST-ATM PIC 9(3)V99 VALUE 1.00.
         05 WS-COST-ONLINE PIC 9(3)V99 VALUE 0.20.
         05 WS-COST-BATCH PIC 9(3)V99 VALUE 0.05.
         05 WS-REPORT-TOP PIC 9(3) VALUE 25.
         05 WS-MONTH-START PIC 9(8).
         05 WS-POSTING-COUNT PIC 9(7) VALUE ZERO.
         05 WS-CUSTOMER-COUNT PIC 9(6) VALUE ZERO.
         05 WS-LOSS-COUNT PIC 9(6) VALUE ZERO.
         05 WS-HOUSEHOLD-COUNT PIC 9(6) VALUE ZERO.
         05 WS-TOTAL-NET PIC S9(13)V99 VALUE ZERO.
         05 WS-TXN-PID PIC X(5).
         05 WS-TXN-TYPE PIC X(2).
           88 WS-TXN-FEE VALUES 'SC' 'NF' 'SF' 'SD' 'AN' 'CB'
                                'PN'.
           88 WS-TXN-SYSTEM VALUES 'IN' 'SC' 'NF' 'SF' 'SD' 'AN'
                                   'CB' 'PN' 'WT' 'GN' 'CO' 'RC'
                                   'LR' 'LD' 'RP' 'PD' 'GM' 'DC'
                                   'DT' 'DO' 'OP' 'CK' 'WI' 'SV'.
         05 WS-ACCOUNT-FTP PIC S9(9)V99.
         05 WS-HOUSEHOLD-ID PIC X(5).
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
           10 FILLER PIC X(5).
      *****************************************************************
      * One customer's, household's or branch's month - the shape     *
      * every report and extract line is built from.                  *
      *****************************************************************
       01 WS-RESULT.
         05 WS-RES-COUNT PIC 9(6).
         05 WS-RES-TXNS PIC 9(7).
         05 WS-RES-FEE-REV PIC S9(11)V99.
         05 WS-RES-INT-REV PIC S9(11)V99.
         05 WS-RES-INT-EXP PIC S9(11)V99.
         05 WS-RES-FTP PIC S9(11)V99.
         05 WS-RES-TXN-COST PIC S9(11)V99.
         05 WS-RES-NET PIC S9(11)V99.
       01 WS-RESULT-KEYS.
         05 WS-RES-LEVEL PIC X(1).
         05 WS-RES-ID PIC X(5).
         05 WS-RES-BRANCH PIC X(4).
         05 WS-RES-HOUSEHOLD PIC X(5).
      *****************************************************************
      * Branch rollup under each customer's home branch, the RGNSUM   *
      * way - a customer with no home branch counts under 'HO'.       *
      *****************************************************************
       01 WS-BRANCH-TABLE.
         05 WS-BRT-COUNT PIC 9(2) VALUE ZERO.
         05 WS-BRT-IDX PIC 9(2).
         05 WS-BRT-SLOT PIC 9(2).
         05 WS-BRT-PASS PIC 9(2).
         05 WS-BRT-LOOKUP PIC X(4).
         05 WS-BRT-ENTRY OCCURS 51 TIMES.
           10 WS-BRT-CODE PIC X(4).
           10 WS-BRT-CUSTOMERS PIC 9(6).
           10 WS-BRT-TXNS PIC 9(7).
           10 WS-BRT-FEE-REV PIC S9(11)V99.
           10 WS-BRT-INT-REV PIC S9(11)V99.
           10 WS-BRT-INT-EXP PIC S9(11)V99.
           10 WS-BRT-FTP PIC S9(11)V99.
           10 WS-BRT-TXN-COST PIC S9(11)V99.
           10 WS-BRT-NET PIC S9(11)V99.
      *****************************************************************
      * The best contributors seen so far, largest net first - used   *
      * for the customers, then cleared and used for the households.  *
      * The entry past the last is the swap area.                     *
      *****************************************************************
       01 WS-TOP-TABLE.
         05 WS-TOP-COUNT PIC 9(3) VALUE ZERO.
         05 WS-TOP-IDX PIC 9(3).
         05 WS-TOP-ENTRY OCCURS 101 TIMES.
           10 WS-TOP-ID PIC X(5).
           10 WS-TOP-NET PIC S9(11)V99.
           10 WS-TOP-RESULT PIC X(91).
       01 WS-REPORT-HEADING.
         05 FILLER PIC X(30) VALUE 'PROFITABILITY  MONTH STARTING '.
         05 WS-RPT-HDG-MONTH PIC 9(8).
         05 FILLER PIC X(11) VALUE '  RUN DATE '.
         05 WS-RPT-HDG-DATE PIC 9(8).
         05 FILLER PIC X(6) VALUE '  FTP '.
         05 WS-RPT-HDG-FTP PIC Z9.9999.
         05 FILLER PIC X(10) VALUE '%'.
       01 WS-REPORT-SECTION.
         05 WS-RPT-SECTION PIC X(50).
         05 FILLER PIC X(30) VALUE SPACES.
       01 WS-REPORT-COLUMNS.
         05 FILLER PIC X(3) VALUE 'RNK'.
         05 FILLER PIC X(6) VALUE ' ID   '.
         05 FILLER PIC X(7) VALUE '  COUNT'.
         05 FILLER PIC X(11) VALUE '    REVENUE'.
         05 FILLER PIC X(11) VALUE '    INT EXP'.
         05 FILLER PIC X(11) VALUE '        FTP'.
         05 FILLER PIC X(11) VALUE '   TXN COST'.
         05 FILLER PIC X(11) VALUE '        NET'.
         05 FILLER PIC X(9) VALUE SPACES.
       01 WS-REPORT-DETAIL.
         05 WS-RPT-RANK PIC ZZ9.
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-ID PIC X(5).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-COUNT PIC Z(5)9.
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-REVENUE PIC -(8)9.
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-INT-EXP PIC -(8)9.
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-FTP PIC -(8)9.
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-TXN-COST PIC -(8)9.
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-NET PIC -(8)9.
         05 FILLER PIC X(9) VALUE SPACES.
       01 WS-REPORT-TOTAL-LINE.
         05 FILLER PIC X(10) VALUE 'CUSTOMERS '.
         05 WS-RPT-T-CUSTOMERS PIC 9(6).
         05 FILLER PIC X(14) VALUE '  LOSS-MAKING '.
         05 WS-RPT-T-LOSS PIC 9(6).
         05 FILLER PIC X(13) VALUE '  HOUSEHOLDS '.
         05 WS-RPT-T-HOUSEHOLDS PIC 9(6).
         05 FILLER PIC X(6) VALUE '  NET '.
         05 WS-RPT-T-NET PIC -(12)9.
         05 FILLER PIC X(6) VALUE SPACES.
       01 WS-CSV-EDITS.
         05 WS-CSV-FEE-REV PIC -(11)9.99.
         05 WS-CSV-INT-REV PIC -(11)9.99.
         05 WS-CSV-INT-EXP PIC -(11)9.99.
         05 WS-CSV-FTP PIC -(11)9.99.
         05 WS-CSV-TXN-COST PIC -(11)9.99.
         05 WS-CSV-NET PIC -(11)9.99.
         05 WS-CSV-COUNT PIC 9(6).
         05 WS-CSV-TXNS PIC 9(7).

       COPY CGETBDTQ.

       COPY CRUNCTLQ.

       PROCEDURE DIVISION.
       000-START-PROCESSING.
           MOVE 'S' TO RCQ-FUNCTION
           MOVE 'PFTMNTH' TO RCQ-JOB-NAME
           MOVE SPACES TO RCQ-PREREQ-JOB
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           IF RCQ-REPLY-REFUSED
               DISPLAY 'Run control refused start: ' RCQ-REPLY-MSG
               STOP RUN
           END-IF
           .
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           CALL 'GETBDTE' USING GETBDTE-REQUEST
           MOVE GBD-BUSINESS-DATE TO WS-MONTH-START
           MOVE 01 TO WS-MONTH-START(7:2)
           PERFORM LOAD-PROFIT-POLICY THRU LOAD-PROFIT-POLICY-EXIT
           .
           OPEN OUTPUT PFTWORK-FILE
           CLOSE PFTWORK-FILE
           OPEN I-O PFTWORK-FILE
           OPEN OUTPUT PFTHHLD-FILE
           CLOSE PFTHHLD-FILE
           OPEN I-O PFTHHLD-FILE
           .
      *****************************************************************
      * Pass 1 - the month's postings, charged to the customer who    *
      * made them (the FROM side, or the TO side of a pure credit).   *
      *****************************************************************
           OPEN INPUT ACCTTRN-FILE
           IF WS-ACCTTRN-OK
               SET WS-ACCTTRN-OPEN TO TRUE
           END-IF
           IF NOT WS-ACCTTRN-OK
               SET WS-ACCTTRN-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-ACCTTRN-EOF
               READ ACCTTRN-FILE
                   AT END
                       SET WS-ACCTTRN-EOF TO TRUE
                   NOT AT END
                       IF ATN-DATE IS NOT LESS THAN WS-MONTH-START
                           AND ATN-DATE IS NOT GREATER THAN
                               GBD-BUSINESS-DATE
                           PERFORM ABSORB-ONE-POSTING THRU
                               ABSORB-ONE-POSTING-EXIT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ACCTTRN-OPEN
               CLOSE ACCTTRN-FILE
           END-IF
           .
      *****************************************************************
      * Pass 2 - every customer, with the FTP on their balances, into *
      * the branch and household rollups and the customer ranking.    *
      *****************************************************************
           OPEN INPUT BNKCUST-FILE
           OPEN INPUT ACCTMST-FILE
           OPEN INPUT LOANMST-FILE
           MOVE 'N' TO WS-GICMST-OPEN-FLAG
           OPEN INPUT GICMST-FILE
           IF WS-GICMST-OK
               SET WS-GICMST-OPEN TO TRUE
           END-IF
           MOVE 'N' TO WS-RELXREF-OPEN-FLAG
           OPEN INPUT RELXREF-FILE
           IF WS-RELXREF-OK
               SET WS-RELXREF-OPEN TO TRUE
           END-IF
           OPEN OUTPUT PFTRPT-FILE
           OPEN OUTPUT PFTCSV-FILE
           .
           MOVE 'Level,Id,Branch,Household,Customers,Postings,FeeRevenu
      -        'e,InterestRevenue,InterestExpense,FTP,TransactionCost,N
      -        'et' TO PFTCSV-RECORD
           WRITE PFTCSV-RECORD
           .
           MOVE LOW-VALUES TO BCS-REC-PID
           START BNKCUST-FILE KEY IS NOT LESS THAN BCS-REC-PID
               INVALID KEY
                   SET WS-BNKCUST-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-BNKCUST-EOF
               READ BNKCUST-FILE NEXT RECORD
                   AT END
                       SET WS-BNKCUST-EOF TO TRUE
                   NOT AT END
                       PERFORM MEASURE-ONE-CUSTOMER THRU
                           MEASURE-ONE-CUSTOMER-EXIT
               END-READ
           END-PERFORM
           .
           MOVE WS-MONTH-START TO WS-RPT-HDG-MONTH
           MOVE GBD-BUSINESS-DATE TO WS-RPT-HDG-DATE
           MOVE WS-FTP-RATE TO WS-RPT-HDG-FTP
           WRITE PFTRPT-RECORD FROM WS-REPORT-HEADING
           .
           PERFORM REPORT-BRANCHES THRU REPORT-BRANCHES-EXIT
           .
           MOVE 'TOP CUSTOMERS BY NET CONTRIBUTION' TO WS-RPT-SECTION
           PERFORM REPORT-TOP-TABLE THRU REPORT-TOP-TABLE-EXIT
           .
           MOVE ZERO TO WS-TOP-COUNT
           PERFORM REPORT-HOUSEHOLDS THRU REPORT-HOUSEHOLDS-EXIT
           MOVE 'TOP HOUSEHOLDS BY NET CONTRIBUTION' TO
               WS-RPT-SECTION
           PERFORM REPORT-TOP-TABLE THRU REPORT-TOP-TABLE-EXIT
           .
           MOVE WS-CUSTOMER-COUNT TO WS-RPT-T-CUSTOMERS
           MOVE WS-LOSS-COUNT TO WS-RPT-T-LOSS
           MOVE WS-HOUSEHOLD-COUNT TO WS-RPT-T-HOUSEHOLDS
           MOVE WS-TOTAL-NET TO WS-RPT-T-NET
           WRITE PFTRPT-RECORD FROM WS-REPORT-TOTAL-LINE
           .
           CLOSE BNKCUST-FILE
           CLOSE ACCTMST-FILE
           CLOSE LOANMST-FILE
           IF WS-GICMST-OPEN
               CLOSE GICMST-FILE
           END-IF
           IF WS-RELXREF-OPEN
               CLOSE RELXREF-FILE
           END-IF
           CLOSE PFTWORK-FILE
           CLOSE PFTHHLD-FILE
           CLOSE PFTRPT-FILE
           CLOSE PFTCSV-FILE
           .
           DISPLAY WS-POSTING-COUNT ' posting(s), '
               WS-CUSTOMER-COUNT ' customer(s), '
               WS-LOSS-COUNT ' loss-making, '
               WS-HOUSEHOLD-COUNT ' household(s), '
               WS-BRT-COUNT ' branch(es)'
           .
           MOVE 'E' TO RCQ-FUNCTION
           MOVE WS-CUSTOMER-COUNT TO RCQ-REC-COUNT
           MOVE 'C' TO RCQ-OUTCOME
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           .
           STOP RUN
           .
      *****************************************************************
      * No PFTPOL record leaves a 3% FTP rate, posting costs of 3.50  *
      * teller, 1.00 ATM, 0.20 online and 0.05 batch, and the top 25. *
      *****************************************************************
       LOAD-PROFIT-POLICY.
           OPEN INPUT PFTPOL-FILE
           IF NOT WS-PFTPOL-OK
               GO TO LOAD-PROFIT-POLICY-EXIT
           END-IF
           READ PFTPOL-FILE
               AT END
                   CLOSE PFTPOL-FILE
                   GO TO LOAD-PROFIT-POLICY-EXIT
           END-READ
           IF PFP-FTP-RATE IS NUMERIC
               MOVE PFP-FTP-RATE TO WS-FTP-RATE
           END-IF
           IF PFP-COST-TELLER IS NUMERIC
               MOVE PFP-COST-TELLER TO WS-COST-TELLER
           END-IF
           IF PFP-COST-ATM IS NUMERIC
               MOVE PFP-COST-ATM TO WS-COST-ATM
           END-IF
           IF PFP-COST-ONLINE IS NUMERIC
               MOVE PFP-COST-ONLINE TO WS-COST-ONLINE
           END-IF
           IF PFP-COST-BATCH IS NUMERIC
               MOVE PFP-COST-BATCH TO WS-COST-BATCH
           END-IF
           IF PFP-REPORT-TOP IS NUMERIC
               AND PFP-REPORT-TOP IS GREATER THAN ZERO
               MOVE PFP-REPORT-TOP TO WS-REPORT-TOP
           END-IF
           IF WS-REPORT-TOP IS GREATER THAN 100
               MOVE 100 TO WS-REPORT-TOP
           END-IF
           CLOSE PFTPOL-FILE
           .
       LOAD-PROFIT-POLICY-EXIT.
           EXIT
           .
      *****************************************************************
      * Fees are revenue. An 'IN' credit to a deposit is interest     *
      * paid; a negative 'IN' to a loan, or an 'IN' charge taken from *
      * a line, is interest earned. The channel is the ATM for 'AT',  *
      * batch for the system postings, the teller where a branch is   *
      * stamped, and online for the rest.                             *
      *****************************************************************
       ABSORB-ONE-POSTING.
           MOVE ATN-FROM-PID TO WS-TXN-PID
           IF WS-TXN-PID IS EQUAL TO SPACES
               MOVE ATN-TO-PID TO WS-TXN-PID
           END-IF
           IF WS-TXN-PID IS EQUAL TO SPACES
               GO TO ABSORB-ONE-POSTING-EXIT
           END-IF
           ADD 1 TO WS-POSTING-COUNT
           MOVE ATN-TYPE TO WS-TXN-TYPE
           .
           MOVE WS-TXN-PID TO PFW-PID
           READ PFTWORK-FILE
               INVALID KEY
                   MOVE WS-TXN-PID TO PFW-PID
                   MOVE ZERO TO PFW-FEE-REVENUE
                   MOVE ZERO TO PFW-INT-REVENUE
                   MOVE ZERO TO PFW-INT-EXPENSE
                   MOVE ZERO TO PFW-TELLER-COUNT
                   MOVE ZERO TO PFW-ATM-COUNT
                   MOVE ZERO TO PFW-ONLINE-COUNT
                   MOVE ZERO TO PFW-BATCH-COUNT
                   MOVE ZERO TO PFW-TXN-COST
                   WRITE PFTWORK-RECORD
           END-READ
           .
           IF WS-TXN-FEE
               ADD ATN-AMOUNT TO PFW-FEE-REVENUE
           END-IF
           IF ATN-TYPE-INTEREST
               IF ATN-TO-ACC IS EQUAL TO SPACES
                   ADD ATN-AMOUNT TO PFW-INT-REVENUE
               ELSE
                   IF ATN-AMOUNT IS LESS THAN ZERO
                       SUBTRACT ATN-AMOUNT FROM PFW-INT-REVENUE
                   ELSE
                       ADD ATN-AMOUNT TO PFW-INT-EXPENSE
                   END-IF
               END-IF
           END-IF
           .
           EVALUATE TRUE
               WHEN ATN-TYPE-ATM
                   ADD 1 TO PFW-ATM-COUNT
                   ADD WS-COST-ATM TO PFW-TXN-COST
               WHEN WS-TXN-SYSTEM
                   ADD 1 TO PFW-BATCH-COUNT
                   ADD WS-COST-BATCH TO PFW-TXN-COST
               WHEN ATN-BRANCH IS NOT EQUAL TO SPACES
                   ADD 1 TO PFW-TELLER-COUNT
                   ADD WS-COST-TELLER TO PFW-TXN-COST
               WHEN OTHER
                   ADD 1 TO PFW-ONLINE-COUNT
                   ADD WS-COST-ONLINE TO PFW-TXN-COST
           END-EVALUATE
           REWRITE PFTWORK-RECORD
           .
       ABSORB-ONE-POSTING-EXIT.
           EXIT
           .
       MEASURE-ONE-CUSTOMER.
           INITIALIZE WS-RESULT
           MOVE 1 TO WS-RES-COUNT
           MOVE BCS-REC-PID TO PFW-PID
           READ PFTWORK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE WS-RES-TXNS = PFW-TELLER-COUNT
                       + PFW-ATM-COUNT + PFW-ONLINE-COUNT
                       + PFW-BATCH-COUNT
                   MOVE PFW-FEE-REVENUE TO WS-RES-FEE-REV
                   MOVE PFW-INT-REVENUE TO WS-RES-INT-REV
                   MOVE PFW-INT-EXPENSE TO WS-RES-INT-EXP
                   MOVE PFW-TXN-COST TO WS-RES-TXN-COST
           END-READ
           .
           PERFORM PRICE-CUSTOMER-FUNDING THRU
               PRICE-CUSTOMER-FUNDING-EXIT
           .
           IF WS-RES-TXNS IS EQUAL TO ZERO
               AND WS-RES-FTP IS EQUAL TO ZERO
               AND WS-RES-FEE-REV IS EQUAL TO ZERO
               AND WS-RES-INT-REV IS EQUAL TO ZERO
               AND WS-RES-INT-EXP IS EQUAL TO ZERO
               GO TO MEASURE-ONE-CUSTOMER-EXIT
           END-IF
           COMPUTE WS-RES-NET = WS-RES-FEE-REV + WS-RES-INT-REV
               - WS-RES-INT-EXP + WS-RES-FTP - WS-RES-TXN-COST
           ADD 1 TO WS-CUSTOMER-COUNT
           ADD WS-RES-NET TO WS-TOTAL-NET
           IF WS-RES-NET IS LESS THAN ZERO
               ADD 1 TO WS-LOSS-COUNT
           END-IF
           .
           IF BCS-REC-HOME-BRANCH IS EQUAL TO SPACES
               MOVE 'HO  ' TO WS-BRT-LOOKUP
           ELSE
               MOVE BCS-REC-HOME-BRANCH TO WS-BRT-LOOKUP
           END-IF
           PERFORM FIND-HOUSEHOLD THRU FIND-HOUSEHOLD-EXIT
           .
           MOVE 'C' TO WS-RES-LEVEL
           MOVE BCS-REC-PID TO WS-RES-ID
           MOVE WS-BRT-LOOKUP TO WS-RES-BRANCH
           MOVE WS-HOUSEHOLD-ID TO WS-RES-HOUSEHOLD
           PERFORM WRITE-CSV-LINE THRU WRITE-CSV-LINE-EXIT
           PERFORM RANK-RESULT THRU RANK-RESULT-EXIT
           PERFORM ADD-TO-BRANCH THRU ADD-TO-BRANCH-EXIT
           IF WS-HOUSEHOLD-ID IS NOT EQUAL TO SPACES
               PERFORM ADD-TO-HOUSEHOLD THRU ADD-TO-HOUSEHOLD-EXIT
           END-IF
           .
       MEASURE-ONE-CUSTOMER-EXIT.
           EXIT
           .
      *****************************************************************
      * One month's FTP at the annual rate - credited on what the     *
      * customer has on deposit (accounts in credit and open GICs),   *
      * charged on what they owe. Charged-off and paid-off loans      *
      * carry no funding.                                             *
      *****************************************************************
       PRICE-CUSTOMER-FUNDING.
           MOVE BCS-REC-PID TO AMS-OWNER-PID
           MOVE LOW-VALUES TO AMS-ACCOUNT
           START ACCTMST-FILE KEY IS NOT LESS THAN AMS-KEY
               INVALID KEY
                   GO TO PRICE-CUSTOMER-FUNDING-GIC
           END-START
           PERFORM PRICE-ONE-ACCOUNT THRU PRICE-ONE-ACCOUNT-EXIT
               UNTIL WS-ACCTMST-STATUS EQUAL '10'
               OR AMS-OWNER-PID NOT EQUAL BCS-REC-PID
           MOVE '00' TO WS-ACCTMST-STATUS
           .
       PRICE-CUSTOMER-FUNDING-GIC.
           IF NOT WS-GICMST-OPEN
               GO TO PRICE-CUSTOMER-FUNDING-EXIT
           END-IF
           MOVE BCS-REC-PID TO GIC-OWNER-PID
           MOVE LOW-VALUES TO GIC-CERT-NO
           START GICMST-FILE KEY IS NOT LESS THAN GIC-KEY
               INVALID KEY
                   GO TO PRICE-CUSTOMER-FUNDING-EXIT
           END-START
           PERFORM PRICE-ONE-GIC THRU PRICE-ONE-GIC-EXIT
               UNTIL WS-GICMST-STATUS EQUAL '10'
               OR GIC-OWNER-PID NOT EQUAL BCS-REC-PID
           MOVE '00' TO WS-GICMST-STATUS
           .
       PRICE-CUSTOMER-FUNDING-EXIT.
           EXIT
           .
       PRICE-ONE-ACCOUNT.
           READ ACCTMST-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-ACCTMST-STATUS
                   GO TO PRICE-ONE-ACCOUNT-EXIT
           END-READ
           IF NOT WS-ACCTMST-OK
               MOVE '10' TO WS-ACCTMST-STATUS
               GO TO PRICE-ONE-ACCOUNT-EXIT
           END-IF
           IF AMS-OWNER-PID NOT EQUAL BCS-REC-PID
               GO TO PRICE-ONE-ACCOUNT-EXIT
           END-IF
           .
           MOVE AMS-KEY TO LNM-KEY
           READ LOANMST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LNM-CHARGED-OFF
                       OR LNM-PAID-OFF
                       GO TO PRICE-ONE-ACCOUNT-EXIT
                   END-IF
           END-READ
           .
           COMPUTE WS-ACCOUNT-FTP ROUNDED =
               AMS-BALANCE * WS-FTP-RATE / 100 / 12
           ADD WS-ACCOUNT-FTP TO WS-RES-FTP
           .
       PRICE-ONE-ACCOUNT-EXIT.
           EXIT
           .
       PRICE-ONE-GIC.
           READ GICMST-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-GICMST-STATUS
                   GO TO PRICE-ONE-GIC-EXIT
           END-READ
           IF NOT WS-GICMST-OK
               MOVE '10' TO WS-GICMST-STATUS
               GO TO PRICE-ONE-GIC-EXIT
           END-IF
           IF GIC-OWNER-PID NOT EQUAL BCS-REC-PID
               OR NOT GIC-OPEN
               GO TO PRICE-ONE-GIC-EXIT
           END-IF
           .
           COMPUTE WS-ACCOUNT-FTP ROUNDED =
               GIC-PRINCIPAL * WS-FTP-RATE / 100 / 12
           ADD WS-ACCOUNT-FTP TO WS-RES-FTP
           .
       PRICE-ONE-GIC-EXIT.
           EXIT
           .
      *****************************************************************
      * RELXBLD files each household membership under the PID as an   *
      * 'H' row carrying the household id.                            *
      *****************************************************************
       FIND-HOUSEHOLD.
           MOVE SPACES TO WS-HOUSEHOLD-ID
           IF NOT WS-RELXREF-OPEN
               GO TO FIND-HOUSEHOLD-EXIT
           END-IF
           MOVE BCS-REC-PID TO RLX-PID
           MOVE 'H' TO RLX-TYPE
           MOVE LOW-VALUES TO RLX-ITEM
           START RELXREF-FILE KEY IS NOT LESS THAN RLX-KEY
               INVALID KEY
                   GO TO FIND-HOUSEHOLD-EXIT
           END-START
           READ RELXREF-FILE NEXT RECORD
               AT END
                   GO TO FIND-HOUSEHOLD-EXIT
           END-READ
           IF RLX-PID IS EQUAL TO BCS-REC-PID
               AND RLX-TYPE-HOUSEHOLD
               MOVE RLX-ITEM TO WS-HOUSEHOLD-ID
           END-IF
           .
       FIND-HOUSEHOLD-EXIT.
           EXIT
           .
       WRITE-CSV-LINE.
           MOVE WS-RES-COUNT TO WS-CSV-COUNT
           MOVE WS-RES-TXNS TO WS-CSV-TXNS
           MOVE WS-RES-FEE-REV TO WS-CSV-FEE-REV
           MOVE WS-RES-INT-REV TO WS-CSV-INT-REV
           MOVE WS-RES-INT-EXP TO WS-CSV-INT-EXP
           MOVE WS-RES-FTP TO WS-CSV-FTP
           MOVE WS-RES-TXN-COST TO WS-CSV-TXN-COST
           MOVE WS-RES-NET TO WS-CSV-NET
           MOVE SPACES TO PFTCSV-RECORD
           STRING WS-RES-LEVEL DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-RES-ID DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-RES-BRANCH DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-RES-HOUSEHOLD DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-CSV-COUNT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-CSV-TXNS DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-CSV-FEE-REV DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-CSV-INT-REV DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-CSV-INT-EXP DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-CSV-FTP DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-CSV-TXN-COST DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-CSV-NET DELIMITED BY SIZE
               INTO PFTCSV-RECORD
           END-STRING
           WRITE PFTCSV-RECORD
           .
       WRITE-CSV-LINE-EXIT.
           EXIT
           .
      *****************************************************************
      * Keeps the top table in net order: a new result goes in at the *
      * bottom (or replaces the bottom once the table holds the       *
      * PFTPOL count) and is moved up past every smaller net.         *
      *****************************************************************
       RANK-RESULT.
           IF WS-TOP-COUNT IS LESS THAN WS-REPORT-TOP
               ADD 1 TO WS-TOP-COUNT
           ELSE
               IF WS-RES-NET IS NOT GREATER THAN
                   WS-TOP-NET (WS-TOP-COUNT)
                   GO TO RANK-RESULT-EXIT
               END-IF
           END-IF
           MOVE WS-TOP-COUNT TO WS-TOP-IDX
           MOVE WS-RES-ID TO WS-TOP-ID (WS-TOP-IDX)
           MOVE WS-RES-NET TO WS-TOP-NET (WS-TOP-IDX)
           MOVE WS-RESULT TO WS-TOP-RESULT (WS-TOP-IDX)
           PERFORM UNTIL WS-TOP-IDX IS EQUAL TO 1
                   OR WS-TOP-NET (WS-TOP-IDX) IS NOT GREATER THAN
                      WS-TOP-NET (WS-TOP-IDX - 1)
               MOVE WS-TOP-ENTRY (WS-TOP-IDX) TO WS-TOP-ENTRY (101)
               MOVE WS-TOP-ENTRY (WS-TOP-IDX - 1) TO
                   WS-TOP-ENTRY (WS-TOP-IDX)
               MOVE WS-TOP-ENTRY (101) TO WS-TOP-ENTRY (WS-TOP-IDX - 1)
               SUBTRACT 1 FROM WS-TOP-IDX
           END-PERFORM
           .
       RANK-RESULT-EXIT.
           EXIT
           .
       ADD-TO-BRANCH.
           MOVE ZERO TO WS-BRT-SLOT
           PERFORM VARYING WS-BRT-IDX FROM 1 BY 1
                   UNTIL WS-BRT-IDX IS GREATER THAN WS-BRT-COUNT
               IF WS-BRT-CODE (WS-BRT-IDX) IS EQUAL TO WS-BRT-LOOKUP
                   MOVE WS-BRT-IDX TO WS-BRT-SLOT
               END-IF
           END-PERFORM
           IF WS-BRT-SLOT IS EQUAL TO ZERO
               IF WS-BRT-COUNT IS EQUAL TO 50
                   DISPLAY 'Branch table full - ' WS-BRT-LOOKUP
                       ' not summarised'
                   GO TO ADD-TO-BRANCH-EXIT
               END-IF
               ADD 1 TO WS-BRT-COUNT
               MOVE WS-BRT-COUNT TO WS-BRT-SLOT
               MOVE WS-BRT-LOOKUP TO WS-BRT-CODE (WS-BRT-SLOT)
               MOVE ZERO TO WS-BRT-CUSTOMERS (WS-BRT-SLOT)
               MOVE ZERO TO WS-BRT-TXNS (WS-BRT-SLOT)
               MOVE ZERO TO WS-BRT-FEE-REV (WS-BRT-SLOT)
               MOVE ZERO TO WS-BRT-INT-REV (WS-BRT-SLOT)
               MOVE ZERO TO WS-BRT-INT-EXP (WS-BRT-SLOT)
               MOVE ZERO TO WS-BRT-FTP (WS-BRT-SLOT)
               MOVE ZERO TO WS-BRT-TXN-COST (WS-BRT-SLOT)
               MOVE ZERO TO WS-BRT-NET (WS-BRT-SLOT)
           END-IF
           .
           ADD 1 TO WS-BRT-CUSTOMERS (WS-BRT-SLOT)
           ADD WS-RES-TXNS TO WS-BRT-TXNS (WS-BRT-SLOT)
           ADD WS-RES-FEE-REV TO WS-BRT-FEE-REV (WS-BRT-SLOT)
           ADD WS-RES-INT-REV TO WS-BRT-INT-REV (WS-BRT-SLOT)
           ADD WS-RES-INT-EXP TO WS-BRT-INT-EXP (WS-BRT-SLOT)
           ADD WS-RES-FTP TO WS-BRT-FTP (WS-BRT-SLOT)
           ADD WS-RES-TXN-COST TO WS-BRT-TXN-COST (WS-BRT-SLOT)
           ADD WS-RES-NET TO WS-BRT-NET (WS-BRT-SLOT)
           .
       ADD-TO-BRANCH-EXIT.
           EXIT
           .
       ADD-TO-HOUSEHOLD.
           MOVE WS-HOUSEHOLD-ID TO PFH-HOUSEHOLD-ID
           READ PFTHHLD-FILE
               INVALID KEY
                   INITIALIZE PFTHHLD-RECORD
                   MOVE WS-HOUSEHOLD-ID TO PFH-HOUSEHOLD-ID
                   WRITE PFTHHLD-RECORD
           END-READ
           ADD 1 TO PFH-CUSTOMERS
           ADD WS-RES-TXNS TO PFH-TXN-COUNT
           ADD WS-RES-FEE-REV TO PFH-FEE-REVENUE
           ADD WS-RES-INT-REV TO PFH-INT-REVENUE
           ADD WS-RES-INT-EXP TO PFH-INT-EXPENSE
           ADD WS-RES-FTP TO PFH-FTP
           ADD WS-RES-TXN-COST TO PFH-TXN-COST
           ADD WS-RES-NET TO PFH-NET
           REWRITE PFTHHLD-RECORD
           .
       ADD-TO-HOUSEHOLD-EXIT.
           EXIT
           .
      *****************************************************************
      * Branches are few enough to sort in the table, largest net     *
      * first; every branch is on the report and the extract.         *
      *****************************************************************
       REPORT-BRANCHES.
           PERFORM VARYING WS-BRT-PASS FROM 1 BY 1
                   UNTIL WS-BRT-PASS IS NOT LESS THAN WS-BRT-COUNT
               PERFORM VARYING WS-BRT-IDX FROM 1 BY 1
                       UNTIL WS-BRT-IDX IS NOT LESS THAN WS-BRT-COUNT
                   IF WS-BRT-NET (WS-BRT-IDX) IS LESS THAN
                       WS-BRT-NET (WS-BRT-IDX + 1)
                       MOVE WS-BRT-ENTRY (WS-BRT-IDX) TO
                           WS-BRT-ENTRY (51)
                       MOVE WS-BRT-ENTRY (WS-BRT-IDX + 1) TO
                           WS-BRT-ENTRY (WS-BRT-IDX)
                       MOVE WS-BRT-ENTRY (51) TO
                           WS-BRT-ENTRY (WS-BRT-IDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           .
           MOVE 'BRANCHES BY NET CONTRIBUTION' TO WS-RPT-SECTION
           WRITE PFTRPT-RECORD FROM WS-REPORT-SECTION
           WRITE PFTRPT-RECORD FROM WS-REPORT-COLUMNS
           PERFORM VARYING WS-BRT-IDX FROM 1 BY 1
                   UNTIL WS-BRT-IDX IS GREATER THAN WS-BRT-COUNT
               MOVE WS-BRT-CUSTOMERS (WS-BRT-IDX) TO WS-RES-COUNT
               MOVE WS-BRT-TXNS (WS-BRT-IDX) TO WS-RES-TXNS
               MOVE WS-BRT-FEE-REV (WS-BRT-IDX) TO WS-RES-FEE-REV
               MOVE WS-BRT-INT-REV (WS-BRT-IDX) TO WS-RES-INT-REV
               MOVE WS-BRT-INT-EXP (WS-BRT-IDX) TO WS-RES-INT-EXP
               MOVE WS-BRT-FTP (WS-BRT-IDX) TO WS-RES-FTP
               MOVE WS-BRT-TXN-COST (WS-BRT-IDX) TO WS-RES-TXN-COST
               MOVE WS-BRT-NET (WS-BRT-IDX) TO WS-RES-NET
               MOVE 'B' TO WS-RES-LEVEL
               MOVE WS-BRT-CODE (WS-BRT-IDX) TO WS-RES-ID
               MOVE WS-BRT-CODE (WS-BRT-IDX) TO WS-RES-BRANCH
               MOVE SPACES TO WS-RES-HOUSEHOLD
               MOVE WS-BRT-IDX TO WS-RPT-RANK
               PERFORM WRITE-DETAIL-LINE THRU WRITE-DETAIL-LINE-EXIT
               PERFORM WRITE-CSV-LINE THRU WRITE-CSV-LINE-EXIT
           END-PERFORM
           .
       REPORT-BRANCHES-EXIT.
           EXIT
           .
       REPORT-HOUSEHOLDS.
           MOVE LOW-VALUES TO PFH-HOUSEHOLD-ID
           START PFTHHLD-FILE KEY IS NOT LESS THAN PFH-HOUSEHOLD-ID
               INVALID KEY
                   GO TO REPORT-HOUSEHOLDS-EXIT
           END-START
           PERFORM UNTIL WS-PFTHHLD-EOF
               READ PFTHHLD-FILE NEXT RECORD
                   AT END
                       SET WS-PFTHHLD-EOF TO TRUE
                   NOT AT END
                       MOVE PFH-CUSTOMERS TO WS-RES-COUNT
                       MOVE PFH-TXN-COUNT TO WS-RES-TXNS
                       MOVE PFH-FEE-REVENUE TO WS-RES-FEE-REV
                       MOVE PFH-INT-REVENUE TO WS-RES-INT-REV
                       MOVE PFH-INT-EXPENSE TO WS-RES-INT-EXP
                       MOVE PFH-FTP TO WS-RES-FTP
                       MOVE PFH-TXN-COST TO WS-RES-TXN-COST
                       MOVE PFH-NET TO WS-RES-NET
                       MOVE 'H' TO WS-RES-LEVEL
                       MOVE PFH-HOUSEHOLD-ID TO WS-RES-ID
                       MOVE SPACES TO WS-RES-BRANCH
                       MOVE PFH-HOUSEHOLD-ID TO WS-RES-HOUSEHOLD
                       ADD 1 TO WS-HOUSEHOLD-COUNT
                       PERFORM WRITE-CSV-LINE THRU WRITE-CSV-LINE-EXIT
                       PERFORM RANK-RESULT THRU RANK-RESULT-EXIT
               END-READ
           END-PERFORM
           .
       REPORT-HOUSEHOLDS-EXIT.
           EXIT
           .
       REPORT-TOP-TABLE.
           WRITE PFTRPT-RECORD FROM WS-REPORT-SECTION
           WRITE PFTRPT-RECORD FROM WS-REPORT-COLUMNS
           PERFORM VARYING WS-TOP-IDX FROM 1 BY 1
                   UNTIL WS-TOP-IDX IS GREATER THAN WS-TOP-COUNT
               MOVE WS-TOP-RESULT (WS-TOP-IDX) TO WS-RESULT
               MOVE WS-TOP-ID (WS-TOP-IDX) TO WS-RES-ID
               MOVE WS-TOP-IDX TO WS-RPT-RANK
               PERFORM WRITE-DETAIL-LINE THRU WRITE-DETAIL-LINE-EXIT
           END-PERFORM
           .
       REPORT-TOP-TABLE-EXIT.
           EXIT
           .
       WRITE-DETAIL-LINE.
           MOVE WS-RES-ID TO WS-RPT-ID
           MOVE WS-RES-COUNT TO WS-RPT-COUNT
           COMPUTE WS-RPT-REVENUE ROUNDED =
               WS-RES-FEE-REV + WS-RES-INT-REV
           COMPUTE WS-RPT-INT-EXP ROUNDED = WS-RES-INT-EXP
           COMPUTE WS-RPT-FTP ROUNDED = WS-RES-FTP
           COMPUTE WS-RPT-TXN-COST ROUNDED = WS-RES-TXN-COST
           COMPUTE WS-RPT-NET ROUNDED = WS-RES-NET
           WRITE PFTRPT-RECORD FROM WS-REPORT-DETAIL
           .
       WRITE-DETAIL-LINE-EXIT.
           EXIT
           .
