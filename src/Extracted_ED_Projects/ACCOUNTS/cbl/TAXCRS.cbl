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

001150***************************************************************** taxcrs
001160* Program:     TAXCRS.CBL                                       * taxcrs
001170* Function:    Annual CRS and FATCA reporting extract. Every    * taxcrs
001180*              customer whose TAXCERT row names a country of    * taxcrs
001190*              tax residence other than Canada - self-          * taxcrs
001200*              certified, or indicia-pending where TAXINDC has  * taxcrs
001210*              found no certification - is reportable to that   * taxcrs
001220*              country, and to the US under FATCA where the     * taxcrs
001230*              country is USA. Each of their accounts is        * taxcrs
001240*              reported with its balance at the close of the    * taxcrs
001250*              tax year, taken from the SNAPACCT snapshot       * taxcrs
001260*              YEARENDC cut that night, and the gross interest  * taxcrs
001270*              credited to it in the year from the 'IN'         * taxcrs
001280*              postings on ACCTTRN, the way TAXSLIP derives it. * taxcrs
001290*              One CRSEXTR record is written per account per    * taxcrs
001300*              jurisdiction, grouped by jurisdiction with the   * taxcrs
001310*              customer's TIN, name and address from BNKCUST;   * taxcrs
001320*              the run log shows each jurisdiction's account    * taxcrs
001330*              count and totals. The TAXREQ card names the tax  * taxcrs
001340*              year.                                            * taxcrs
001350***************************************************************** taxcrs
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXCRS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAXREQ-FILE ASSIGN TO "TAXREQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TAXREQ-STATUS.
           SELECT TAXCERT-FILE ASSIGN TO "TAXCERT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXC-PID
               FILE STATUS IS WS-TAXCERT-STATUS.
           SELECT ACCTTRN-FILE ASSIGN TO "ACCTTRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCTTRN-STATUS.
           SELECT SNAPACCT-FILE ASSIGN TO "SNAPACCT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAPACCT-STATUS.
           SELECT BNKCUST-FILE ASSIGN TO "BNKCUST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BCS-REC-PID
               FILE STATUS IS WS-BNKCUST-STATUS.
           SELECT CRSEXTR-FILE ASSIGN TO "CRSEXTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CRSEXTR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TAXREQ-FILE
           LABEL RECORDS ARE STANDARD.
       01 TAXREQ-RECORD.
         05 TXQ-TAX-YEAR PIC 9(4).

       FD TAXCERT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CTAXCERT.

       FD ACCTTRN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CACCTTRN.

       FD SNAPACCT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CACCTMST.

       FD BNKCUST-FILE
           LABEL RECORDS ARE STANDARD.
       01 BNKCUST-RECORD.
       COPY CBANKVCS.

       FD CRSEXTR-FILE
           LABEL RECORDS ARE STANDARD.
       01 CRSEXTR-RECORD.
         05 CRX-REGIME PIC X(5).
         05 CRX-TAX-YEAR PIC 9(4).
         05 CRX-JURISDICTION PIC X(6).
         05 CRX-TIN PIC X(20).
         05 CRX-CERT-STATUS PIC X(1).
         05 CRX-PID PIC X(5).
         05 CRX-NAME PIC X(25).
         05 CRX-BIRTH-DTE PIC 9(8).
         05 CRX-ADDR1 PIC X(25).
         05 CRX-ADDR2 PIC X(25).
         05 CRX-STATE PIC X(2).
         05 CRX-CNTRY PIC X(6).
         05 CRX-POST-CODE PIC X(6).
         05 CRX-ACCOUNT PIC X(9).
         05 CRX-CURRENCY PIC X(3).
         05 CRX-YEAR-END-BALANCE PIC S9(9)V99.
         05 CRX-GROSS-INTEREST PIC S9(9)V99.

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'TAXCRS'.
         05 WS-TAXREQ-STATUS PIC X(2).
           88 WS-TAXREQ-OK VALUE '00'.
         05 WS-TAXCERT-STATUS PIC X(2).
           88 WS-TAXCERT-OK VALUE '00'.
         05 WS-ACCTTRN-STATUS PIC X(2).
           88 WS-ACCTTRN-OK VALUE '00'.
         05 WS-SNAPACCT-STATUS PIC X(2).
           88 WS-SNAPACCT-OK VALUE '00'.
         05 WS-BNKCUST-STATUS PIC X(2).
           88 WS-BNKCUST-OK VALUE '00'.
         05 WS-CRSEXTR-STATUS PIC X(2).
           88 WS-CRSEXTR-OK VALUE '00'.
         05 WS-FILE-EOF-FLAG PIC X(1).
           88 WS-FILE-EOF VALUE 'Y'.
         05 WS-TAX-YEAR PIC 9(4).
         05 WS-REC-YEAR PIC 9(4).
         05 WS-EXTRACT-COUNT PIC 9(6) VALUE ZERO.
         05 WS-CUS-IDX PIC 9(3).
         05 WS-CUS-SLOT PIC 9(3).
         05 WS-ACC-IDX PIC 9(4).
         05 WS-ACC-SLOT PIC 9(4).
         05 WS-JUR-IDX PIC 9(2).
         05 WS-JUR-SLOT PIC 9(2).
         05 WS-TXC-IDX PIC 9(1).
         05 WS-SORT-IDX PIC 9(2).
         05 WS-SORT-NEXT PIC 9(2).
         05 WS-SORT-LIMIT PIC 9(2).
         05 WS-SORT-SWAPPED-FLAG PIC X(1).
           88 WS-SORT-SWAPPED VALUE 'Y'.
         05 WS-SWP-CNTRY PIC X(6).
         05 WS-JURIS-CNTRY PIC X(6).
         05 WS-JURIS-TIN PIC X(20).
         05 WS-JUR-ACCOUNTS PIC 9(6).
         05 WS-JUR-BALANCE PIC S9(11)V99.
         05 WS-JUR-INTEREST PIC S9(11)V99.
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
           10 FILLER PIC X(5).
      *****************************************************************
      * Reportable customers - every foreign jurisdiction on their    *
      * TAXCERT row with the TIN certified for it.                    *
      *****************************************************************
       01 WS-CUST-TABLE.
         05 WS-CUS-MAX PIC 9(3) VALUE 500.
         05 WS-CUS-COUNT PIC 9(3) VALUE ZERO.
         05 WS-CUS-ENTRY OCCURS 500 TIMES.
           10 WS-CUS-PID PIC X(5).
           10 WS-CUS-CERT-STATUS PIC X(1).
           10 WS-CUS-JURIS OCCURS 3 TIMES.
             15 WS-CUS-JURIS-CNTRY PIC X(6).
             15 WS-CUS-JURIS-TIN PIC X(20).
      *****************************************************************
      * Their accounts, with the year-end balance off the snapshot    *
      * and the year's gross interest credited.                       *
      *****************************************************************
       01 WS-ACCT-TABLE.
         05 WS-ACC-MAX PIC 9(4) VALUE 2000.
         05 WS-ACC-COUNT PIC 9(4) VALUE ZERO.
         05 WS-ACC-ENTRY OCCURS 2000 TIMES.
           10 WS-ACC-CUS-SLOT PIC 9(3).
           10 WS-ACC-PID PIC X(5).
           10 WS-ACC-ACCOUNT PIC X(9).
           10 WS-ACC-CURRENCY PIC X(3).
           10 WS-ACC-BALANCE PIC S9(9)V99.
           10 WS-ACC-INTEREST PIC S9(9)V99.
      *****************************************************************
      * Distinct jurisdictions, sorted so the extract comes out       *
      * grouped one country at a time.                                *
      *****************************************************************
       01 WS-JURIS-TABLE.
         05 WS-JUR-MAX PIC 9(2) VALUE 50.
         05 WS-JUR-COUNT PIC 9(2) VALUE ZERO.
         05 WS-JUR-ENTRY OCCURS 50 TIMES.
           10 WS-JUR-CNTRY PIC X(6).

       PROCEDURE DIVISION.
       000-START-PROCESSING.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           .
           MOVE WS-CURRENT-DATE (1:4) TO WS-TAX-YEAR
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
           OPEN INPUT TAXCERT-FILE
           OPEN INPUT ACCTTRN-FILE
           OPEN INPUT SNAPACCT-FILE
           OPEN INPUT BNKCUST-FILE
           OPEN OUTPUT CRSEXTR-FILE
           .
           PERFORM LOAD-REPORTABLE-CUSTOMERS THRU
               LOAD-REPORTABLE-CUSTOMERS-EXIT
           .
           MOVE 'N' TO WS-FILE-EOF-FLAG
           PERFORM UNTIL WS-FILE-EOF
               READ SNAPACCT-FILE
                   AT END
                       SET WS-FILE-EOF TO TRUE
                   NOT AT END
                       PERFORM TAKE-ONE-BALANCE THRU
                           TAKE-ONE-BALANCE-EXIT
               END-READ
           END-PERFORM
           .
           MOVE 'N' TO WS-FILE-EOF-FLAG
           PERFORM UNTIL WS-FILE-EOF
               READ ACCTTRN-FILE
                   AT END
                       SET WS-FILE-EOF TO TRUE
                   NOT AT END
                       MOVE ATN-DATE (1:4) TO WS-REC-YEAR
                       IF WS-REC-YEAR IS EQUAL TO WS-TAX-YEAR
                           AND ATN-TYPE-INTEREST
                           AND ATN-AMOUNT IS GREATER THAN ZERO
                           PERFORM TALLY-ONE-INTEREST THRU
                               TALLY-ONE-INTEREST-EXIT
                       END-IF
               END-READ
           END-PERFORM
           .
           PERFORM SORT-JURISDICTIONS THRU SORT-JURISDICTIONS-EXIT
           PERFORM VARYING WS-JUR-IDX FROM 1 BY 1
                   UNTIL WS-JUR-IDX IS GREATER THAN WS-JUR-COUNT
               PERFORM REPORT-ONE-JURISDICTION THRU
                   REPORT-ONE-JURISDICTION-EXIT
           END-PERFORM
           .
           CLOSE TAXCERT-FILE
           CLOSE ACCTTRN-FILE
           CLOSE SNAPACCT-FILE
           CLOSE BNKCUST-FILE
           CLOSE CRSEXTR-FILE
           .
           DISPLAY WS-CUS-COUNT ' reportable customer(s), '
               WS-EXTRACT-COUNT ' account report(s) for tax year '
               WS-TAX-YEAR
           .
           STOP RUN
           .
      *****************************************************************
      * A customer is reportable to every country on their row but    *
      * Canada - a certified row, or an indicia-pending one standing  *
      * in for the certification still to be obtained.                *
      *****************************************************************
       LOAD-REPORTABLE-CUSTOMERS.
           MOVE 'N' TO WS-FILE-EOF-FLAG
           MOVE LOW-VALUES TO TXC-PID
           START TAXCERT-FILE KEY IS NOT LESS THAN TXC-PID
               INVALID KEY
                   GO TO LOAD-REPORTABLE-CUSTOMERS-EXIT
           END-START
           .
           PERFORM UNTIL WS-FILE-EOF
               READ TAXCERT-FILE NEXT RECORD
                   AT END
                       SET WS-FILE-EOF TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-CUSTOMER THRU
                           LOAD-ONE-CUSTOMER-EXIT
               END-READ
           END-PERFORM
           .
       LOAD-REPORTABLE-CUSTOMERS-EXIT.
           EXIT
           .
       LOAD-ONE-CUSTOMER.
           MOVE ZERO TO WS-CUS-SLOT
           PERFORM VARYING WS-TXC-IDX FROM 1 BY 1
                   UNTIL WS-TXC-IDX > 3
               MOVE TXC-JURIS-CNTRY (WS-TXC-IDX) TO WS-JURIS-CNTRY
               IF WS-JURIS-CNTRY IS NOT EQUAL TO SPACES
                   AND WS-JURIS-CNTRY IS NOT EQUAL TO 'CANADA'
                   IF WS-CUS-SLOT IS EQUAL TO ZERO
                       PERFORM ADD-ONE-CUSTOMER THRU
                           ADD-ONE-CUSTOMER-EXIT
                   END-IF
                   IF WS-CUS-SLOT IS NOT EQUAL TO ZERO
                       MOVE WS-JURIS-CNTRY TO WS-CUS-JURIS-CNTRY
                           (WS-CUS-SLOT, WS-TXC-IDX)
                       MOVE TXC-JURIS-TIN (WS-TXC-IDX) TO
                           WS-CUS-JURIS-TIN (WS-CUS-SLOT, WS-TXC-IDX)
                       PERFORM NOTE-JURISDICTION THRU
                           NOTE-JURISDICTION-EXIT
                   END-IF
               END-IF
           END-PERFORM
           .
       LOAD-ONE-CUSTOMER-EXIT.
           EXIT
           .
       ADD-ONE-CUSTOMER.
           IF WS-CUS-COUNT IS EQUAL TO WS-CUS-MAX
               DISPLAY 'Customer table full - not reported: ' TXC-PID
               GO TO ADD-ONE-CUSTOMER-EXIT
           END-IF
           ADD 1 TO WS-CUS-COUNT
           MOVE WS-CUS-COUNT TO WS-CUS-SLOT
           MOVE TXC-PID TO WS-CUS-PID (WS-CUS-SLOT)
           MOVE TXC-STATUS TO WS-CUS-CERT-STATUS (WS-CUS-SLOT)
           MOVE SPACES TO WS-CUS-JURIS (WS-CUS-SLOT, 1)
           MOVE SPACES TO WS-CUS-JURIS (WS-CUS-SLOT, 2)
           MOVE SPACES TO WS-CUS-JURIS (WS-CUS-SLOT, 3)
           .
       ADD-ONE-CUSTOMER-EXIT.
           EXIT
           .
       NOTE-JURISDICTION.
           MOVE ZERO TO WS-JUR-SLOT
           PERFORM VARYING WS-JUR-IDX FROM 1 BY 1
                   UNTIL WS-JUR-IDX IS GREATER THAN WS-JUR-COUNT
               IF WS-JUR-CNTRY (WS-JUR-IDX) IS EQUAL TO WS-JURIS-CNTRY
                   MOVE WS-JUR-IDX TO WS-JUR-SLOT
               END-IF
           END-PERFORM
           IF WS-JUR-SLOT IS NOT EQUAL TO ZERO
               GO TO NOTE-JURISDICTION-EXIT
           END-IF
           IF WS-JUR-COUNT IS EQUAL TO WS-JUR-MAX
               DISPLAY 'Jurisdiction table full - not reported: '
                   WS-JURIS-CNTRY
               GO TO NOTE-JURISDICTION-EXIT
           END-IF
           ADD 1 TO WS-JUR-COUNT
           MOVE WS-JURIS-CNTRY TO WS-JUR-CNTRY (WS-JUR-COUNT)
           .
       NOTE-JURISDICTION-EXIT.
           EXIT
           .
       FIND-CUSTOMER.
           MOVE ZERO TO WS-CUS-SLOT
           PERFORM VARYING WS-CUS-IDX FROM 1 BY 1
                   UNTIL WS-CUS-IDX IS GREATER THAN WS-CUS-COUNT
               IF WS-CUS-PID (WS-CUS-IDX) IS EQUAL TO BCS-REC-PID
                   MOVE WS-CUS-IDX TO WS-CUS-SLOT
               END-IF
           END-PERFORM
           .
       FIND-CUSTOMER-EXIT.
           EXIT
           .
      *****************************************************************
      * The account row for a reportable owner, added on first sight  *
      * - an account closed during the year has no snapshot row and   *
      * reports a nil balance with whatever interest it earned.       *
      *****************************************************************
       FIND-ACCOUNT.
           MOVE ZERO TO WS-ACC-SLOT
           PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
                   UNTIL WS-ACC-IDX IS GREATER THAN WS-ACC-COUNT
               IF WS-ACC-PID (WS-ACC-IDX) IS EQUAL TO BCS-REC-PID
                   AND WS-ACC-ACCOUNT (WS-ACC-IDX) IS EQUAL TO
                       AMS-ACCOUNT
                   MOVE WS-ACC-IDX TO WS-ACC-SLOT
               END-IF
           END-PERFORM
           IF WS-ACC-SLOT IS NOT EQUAL TO ZERO
               GO TO FIND-ACCOUNT-EXIT
           END-IF
           IF WS-ACC-COUNT IS EQUAL TO WS-ACC-MAX
               DISPLAY 'Account table full - not reported: '
                   BCS-REC-PID ' ' AMS-ACCOUNT
               GO TO FIND-ACCOUNT-EXIT
           END-IF
           ADD 1 TO WS-ACC-COUNT
           MOVE WS-ACC-COUNT TO WS-ACC-SLOT
           MOVE WS-CUS-SLOT TO WS-ACC-CUS-SLOT (WS-ACC-SLOT)
           MOVE BCS-REC-PID TO WS-ACC-PID (WS-ACC-SLOT)
           MOVE AMS-ACCOUNT TO WS-ACC-ACCOUNT (WS-ACC-SLOT)
           MOVE 'CAD' TO WS-ACC-CURRENCY (WS-ACC-SLOT)
           MOVE ZERO TO WS-ACC-BALANCE (WS-ACC-SLOT)
           MOVE ZERO TO WS-ACC-INTEREST (WS-ACC-SLOT)
           .
       FIND-ACCOUNT-EXIT.
           EXIT
           .
       TAKE-ONE-BALANCE.
           MOVE AMS-OWNER-PID TO BCS-REC-PID
           PERFORM FIND-CUSTOMER THRU FIND-CUSTOMER-EXIT
           IF WS-CUS-SLOT IS EQUAL TO ZERO
               GO TO TAKE-ONE-BALANCE-EXIT
           END-IF
           PERFORM FIND-ACCOUNT THRU FIND-ACCOUNT-EXIT
           IF WS-ACC-SLOT IS EQUAL TO ZERO
               GO TO TAKE-ONE-BALANCE-EXIT
           END-IF
           MOVE AMS-BALANCE TO WS-ACC-BALANCE (WS-ACC-SLOT)
           MOVE AMS-CURRENCY TO WS-ACC-CURRENCY (WS-ACC-SLOT)
           .
       TAKE-ONE-BALANCE-EXIT.
           EXIT
           .
      *****************************************************************
      * Gross interest credited - the earner rides in the TO          *
      * position of an 'IN' posting, as on the tax slips.             *
      *****************************************************************
       TALLY-ONE-INTEREST.
           MOVE ATN-TO-PID TO BCS-REC-PID
           PERFORM FIND-CUSTOMER THRU FIND-CUSTOMER-EXIT
           IF WS-CUS-SLOT IS EQUAL TO ZERO
               GO TO TALLY-ONE-INTEREST-EXIT
           END-IF
           MOVE ATN-TO-ACC TO AMS-ACCOUNT
           PERFORM FIND-ACCOUNT THRU FIND-ACCOUNT-EXIT
           IF WS-ACC-SLOT IS EQUAL TO ZERO
               GO TO TALLY-ONE-INTEREST-EXIT
           END-IF
           ADD ATN-AMOUNT TO WS-ACC-INTEREST (WS-ACC-SLOT)
           .
       TALLY-ONE-INTEREST-EXIT.
           EXIT
           .
       SORT-JURISDICTIONS.
           IF WS-JUR-COUNT IS LESS THAN 2
               GO TO SORT-JURISDICTIONS-EXIT
           END-IF
           SET WS-SORT-SWAPPED TO TRUE
           PERFORM UNTIL NOT WS-SORT-SWAPPED
               MOVE 'N' TO WS-SORT-SWAPPED-FLAG
               COMPUTE WS-SORT-LIMIT = WS-JUR-COUNT - 1
               PERFORM VARYING WS-SORT-IDX FROM 1 BY 1
                       UNTIL WS-SORT-IDX IS GREATER THAN
                           WS-SORT-LIMIT
                   COMPUTE WS-SORT-NEXT = WS-SORT-IDX + 1
                   IF WS-JUR-CNTRY (WS-SORT-IDX) IS GREATER THAN
                           WS-JUR-CNTRY (WS-SORT-NEXT)
                       MOVE WS-JUR-CNTRY (WS-SORT-IDX) TO WS-SWP-CNTRY
                       MOVE WS-JUR-CNTRY (WS-SORT-NEXT) TO
                           WS-JUR-CNTRY (WS-SORT-IDX)
                       MOVE WS-SWP-CNTRY TO WS-JUR-CNTRY (WS-SORT-NEXT)
                       SET WS-SORT-SWAPPED TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM
           .
       SORT-JURISDICTIONS-EXIT.
           EXIT
           .
       REPORT-ONE-JURISDICTION.
           MOVE ZERO TO WS-JUR-ACCOUNTS
           MOVE ZERO TO WS-JUR-BALANCE
           MOVE ZERO TO WS-JUR-INTEREST
           PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
                   UNTIL WS-ACC-IDX IS GREATER THAN WS-ACC-COUNT
               MOVE WS-ACC-CUS-SLOT (WS-ACC-IDX) TO WS-CUS-SLOT
               PERFORM VARYING WS-TXC-IDX FROM 1 BY 1
                       UNTIL WS-TXC-IDX > 3
                   IF WS-CUS-JURIS-CNTRY (WS-CUS-SLOT, WS-TXC-IDX)
                           IS EQUAL TO WS-JUR-CNTRY (WS-JUR-IDX)
                       MOVE WS-CUS-JURIS-TIN (WS-CUS-SLOT, WS-TXC-IDX)
                           TO WS-JURIS-TIN
                       PERFORM WRITE-ONE-EXTRACT THRU
                           WRITE-ONE-EXTRACT-EXIT
                   END-IF
               END-PERFORM
           END-PERFORM
           .
           DISPLAY 'Jurisdiction ' WS-JUR-CNTRY (WS-JUR-IDX) ' '
               WS-JUR-ACCOUNTS ' account(s) balance '
               WS-JUR-BALANCE ' interest ' WS-JUR-INTEREST
           .
       REPORT-ONE-JURISDICTION-EXIT.
           EXIT
           .
       WRITE-ONE-EXTRACT.
           MOVE SPACES TO CRSEXTR-RECORD
           IF WS-JUR-CNTRY (WS-JUR-IDX) IS EQUAL TO 'USA   '
               MOVE 'FATCA' TO CRX-REGIME
           ELSE
               MOVE 'CRS' TO CRX-REGIME
           END-IF
           MOVE WS-TAX-YEAR TO CRX-TAX-YEAR
           MOVE WS-JUR-CNTRY (WS-JUR-IDX) TO CRX-JURISDICTION
           MOVE WS-JURIS-TIN TO CRX-TIN
           MOVE WS-CUS-CERT-STATUS (WS-CUS-SLOT) TO CRX-CERT-STATUS
           MOVE WS-ACC-PID (WS-ACC-IDX) TO CRX-PID
           MOVE ZERO TO CRX-BIRTH-DTE
           .
           MOVE WS-ACC-PID (WS-ACC-IDX) TO BCS-REC-PID
           READ BNKCUST-FILE
               INVALID KEY
                   MOVE 'CUSTOMER NOT ON FILE' TO CRX-NAME
               NOT INVALID KEY
                   MOVE BCS-REC-NAME TO CRX-NAME
                   MOVE BCS-REC-BIRTH-DTE TO CRX-BIRTH-DTE
                   MOVE BCS-REC-ADDR1 TO CRX-ADDR1
                   MOVE BCS-REC-ADDR2 TO CRX-ADDR2
                   MOVE BCS-REC-STATE TO CRX-STATE
                   MOVE BCS-REC-CNTRY TO CRX-CNTRY
                   MOVE BCS-REC-POST-CODE TO CRX-POST-CODE
           END-READ
           .
           MOVE WS-ACC-ACCOUNT (WS-ACC-IDX) TO CRX-ACCOUNT
           MOVE WS-ACC-CURRENCY (WS-ACC-IDX) TO CRX-CURRENCY
           MOVE WS-ACC-BALANCE (WS-ACC-IDX) TO CRX-YEAR-END-BALANCE
           MOVE WS-ACC-INTEREST (WS-ACC-IDX) TO CRX-GROSS-INTEREST
           WRITE CRSEXTR-RECORD
           .
           ADD 1 TO WS-EXTRACT-COUNT
           ADD 1 TO WS-JUR-ACCOUNTS
           ADD WS-ACC-BALANCE (WS-ACC-IDX) TO WS-JUR-BALANCE
           ADD WS-ACC-INTEREST (WS-ACC-IDX) TO WS-JUR-INTEREST
           .
       WRITE-ONE-EXTRACT-EXIT.
           EXIT
           .
