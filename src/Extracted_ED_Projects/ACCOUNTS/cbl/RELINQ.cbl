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

001150***************************************************************** relinq
001160* Program:     RELINQ.CBL                                       * relinq
001170* Function:    Read-only customer relationship inquiry in the   * relinq
001180*              CORRINQ mould - one call answers "what does this * relinq
001190*              customer hold with us" for a PID. The header     * relinq
001200*              carries the customer's name and status, the KYC  * relinq
001210*              risk rating and next review date off KYCREV, the * relinq
001220*              household the customer belongs to, and the last  * relinq
001230*              three CONTLOG contact notes. The body pages ten  * relinq
001240*              rows at a time through the customer's own        * relinq
001250*              deposit accounts, the joint and authorized       * relinq
001260*              accounts they hold through ACCTXRF, loans with   * relinq
001270*              their arrears, lines of credit, GIC certificates * relinq
001280*              and maturities, debit cards and their status,    * relinq
001290*              active holds and open legal orders. The resume   * relinq
001300*              section and key follow the UPDTNOTE convention.  * relinq
001310*              Each row and header item names the existing      * relinq
001320*              program and key that shows its detail - ACCTHIST * relinq
001330*              for an account, UPDTKYCS for the KYC review,     * relinq
001340*              UPDTNOTE for the contact log - so the front end  * relinq
001350*              can drill through; items with no detail screen   * relinq
001360*              of their own carry no drill program. Cards and   * relinq
001370*              households come through the RELXREF cross-       * relinq
001380*              reference RELXBLD cuts overnight.                * relinq
001390***************************************************************** relinq
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELINQ.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'RELINQ'.
         05 WS-COMMAREA-LENGTH PIC 9(5).
         05 WS-RESP PIC S9(8) COMP.
         05 WS-READ-RESP PIC S9(8) COMP.
         05 WS-ROW-IDX PIC 9(2).
         05 WS-NOTE-IDX PIC 9(1).
         05 WS-MAX-ROWS PIC 9(2) VALUE 10.
         05 WS-START-SECTION PIC 9(1).
         05 WS-THIS-SECTION PIC 9(1).
         05 WS-RESUMING-FLAG PIC X(1).
           88 WS-RESUMING VALUE 'Y'.
         05 WS-PAGE-FULL-FLAG PIC X(1).
           88 WS-PAGE-FULL VALUE 'Y'.
         05 WS-SECTION-DONE-FLAG PIC X(1).
           88 WS-SECTION-DONE VALUE 'Y'.
         05 WS-EDIT-LIMIT PIC Z(6)9.
         05 WS-EDIT-TERM PIC ZZ9.
         05 WS-EDIT-DELQ PIC Z9.
      *****************************************************************
      * One body row is built here and moved whole into the page, so  *
      * every section fills the same layout the same way.             *
      *****************************************************************
       01 WS-REL-ROW.
         05 WS-ROW-SECTION PIC X(1).
         05 WS-ROW-ITEM PIC X(16).
         05 WS-ROW-DESC PIC X(20).
         05 WS-ROW-AMOUNT PIC S9(9)V99.
         05 WS-ROW-AMOUNT2 PIC S9(9)V99.
         05 WS-ROW-DATE PIC 9(8).
         05 WS-ROW-STATUS PIC X(10).
         05 WS-ROW-DRILL-PGM PIC X(8).
         05 WS-ROW-DRILL-KEY PIC X(22).
       01 WS-ROW-RESUME-KEY PIC X(22).
       01 WS-BNKCUST-REC.
       COPY CBANKVCS.
       COPY CACCTMST.
       COPY CACCTXRF.
       COPY CACCTHLD.
       COPY CGICMST.
       COPY CCARDMST.
       COPY CLEGLORD.
       COPY CLOANMST.
       COPY CLOCMST.
       COPY CKYCREV.
       COPY CHSEHOLD.
       COPY CCONTLOG.
       COPY CRELXREF.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
         05 LK-COMMAREA PIC X(1) OCCURS 1 TO 4096 TIMES DEPENDING ON
                WS-COMMAREA-LENGTH.
       01 BRE-REL-INPUT-STRUCTURE.
         02 BRE-I-REL-PID                   PIC X(5).
         02 BRE-I-REL-ACTION                PIC X(1).
           88 BRE-I-REL-FIRST               VALUE 'F'.
           88 BRE-I-REL-NEXT                VALUE 'N'.
         02 BRE-I-REL-RESUME-SECTION        PIC X(1).
         02 BRE-I-REL-RESUME-KEY            PIC X(22).
       01 BRE-REL-OUTPUT-STRUCTURE.
         02 BRE-O-REL-MESSAGE               PIC X(40).
         02 BRE-O-REL-NAME                  PIC X(25).
         02 BRE-O-REL-CUST-STATUS           PIC X(1).
         02 BRE-O-REL-KYC-RISK              PIC X(1).
         02 BRE-O-REL-KYC-DUE               PIC 9(8).
         02 BRE-O-REL-KYC-DRILL-PGM         PIC X(8).
         02 BRE-O-REL-HOUSEHOLD-ID          PIC X(5).
         02 BRE-O-REL-HOUSEHOLD-ROLE        PIC X(1).
         02 BRE-O-REL-NOTE-COUNT            PIC 9(1).
         02 BRE-O-REL-NOTE-DRILL-PGM        PIC X(8).
         02 BRE-O-REL-NOTES OCCURS 3 TIMES.
           03 BRE-O-REL-NOTE-DATE           PIC 9(8).
           03 BRE-O-REL-NOTE-USERID         PIC X(5).
           03 BRE-O-REL-NOTE-CATEGORY       PIC X(1).
           03 BRE-O-REL-NOTE-FOLLOWUP       PIC X(1).
           03 BRE-O-REL-NOTE-TEXT           PIC X(60).
         02 BRE-O-REL-PAGING-STATUS         PIC X(1).
           88 BRE-O-REL-PAGING-OFF          VALUE LOW-VALUES.
           88 BRE-O-REL-PAGING-MORE         VALUE 'M'.
           88 BRE-O-REL-PAGING-LAST         VALUE 'L'.
         02 BRE-O-REL-RESUME-SECTION        PIC X(1).
         02 BRE-O-REL-RESUME-KEY            PIC X(22).
         02 BRE-O-REL-ROW-COUNT             PIC 9(2).
         02 BRE-O-REL-ROWS OCCURS 10 TIMES.
           03 BRE-O-REL-SECTION             PIC X(1).
             88 BRE-O-REL-OWN-ACCOUNT       VALUE 'A'.
             88 BRE-O-REL-JOINT-ACCOUNT     VALUE 'J'.
             88 BRE-O-REL-LOAN              VALUE 'L'.
             88 BRE-O-REL-LINE-OF-CREDIT    VALUE 'C'.
             88 BRE-O-REL-GIC               VALUE 'G'.
             88 BRE-O-REL-CARD              VALUE 'D'.
             88 BRE-O-REL-HOLD              VALUE 'H'.
             88 BRE-O-REL-LEGAL-ORDER       VALUE 'O'.
           03 BRE-O-REL-ITEM                PIC X(16).
           03 BRE-O-REL-DESC                PIC X(20).
           03 BRE-O-REL-AMOUNT              PIC S9(9)V99.
           03 BRE-O-REL-AMOUNT2             PIC S9(9)V99.
           03 BRE-O-REL-DATE                PIC 9(8).
           03 BRE-O-REL-STATUS              PIC X(10).
           03 BRE-O-REL-DRILL-PGM           PIC X(8).
           03 BRE-O-REL-DRILL-KEY           PIC X(22).

       PROCEDURE DIVISION USING BRE-REL-INPUT-STRUCTURE
                                BRE-REL-OUTPUT-STRUCTURE.
           MOVE SPACES TO BRE-O-REL-MESSAGE
           MOVE SPACES TO BRE-O-REL-NAME
           MOVE SPACES TO BRE-O-REL-CUST-STATUS
           MOVE SPACES TO BRE-O-REL-KYC-RISK
           MOVE ZERO TO BRE-O-REL-KYC-DUE
           MOVE SPACES TO BRE-O-REL-KYC-DRILL-PGM
           MOVE SPACES TO BRE-O-REL-HOUSEHOLD-ID
           MOVE SPACES TO BRE-O-REL-HOUSEHOLD-ROLE
           MOVE ZERO TO BRE-O-REL-NOTE-COUNT
           MOVE SPACES TO BRE-O-REL-NOTE-DRILL-PGM
           SET BRE-O-REL-PAGING-OFF TO TRUE
           MOVE SPACES TO BRE-O-REL-RESUME-SECTION
           MOVE SPACES TO BRE-O-REL-RESUME-KEY
           MOVE ZERO TO BRE-O-REL-ROW-COUNT
           MOVE 'N' TO WS-PAGE-FULL-FLAG
           .
           MOVE BRE-I-REL-PID TO BCS-REC-PID
           EXEC CICS READ FILE('BNKCUST')
                          INTO(WS-BNKCUST-REC)
                          LENGTH(LENGTH OF WS-BNKCUST-REC)
                          RIDFLD(BCS-REC-PID)
                          RESP(WS-RESP)
           END-EXEC
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               MOVE 'Customer not on file' TO BRE-O-REL-MESSAGE
               GOBACK
           END-IF
           MOVE BCS-REC-NAME TO BRE-O-REL-NAME
           MOVE BCS-REC-STATUS TO BRE-O-REL-CUST-STATUS
           .
           PERFORM FILL-CUSTOMER-HEADER THRU FILL-CUSTOMER-HEADER-EXIT
           .
      *****************************************************************
      * A first page starts with the own accounts; a next page picks  *
      * up in the section and at the key the last page stopped on.    *
      *****************************************************************
           MOVE 1 TO WS-START-SECTION
           IF BRE-I-REL-NEXT
               EVALUATE BRE-I-REL-RESUME-SECTION
                   WHEN 'A'
                       MOVE 1 TO WS-START-SECTION
                   WHEN 'J'
                       MOVE 2 TO WS-START-SECTION
                   WHEN 'L'
                       MOVE 3 TO WS-START-SECTION
                   WHEN 'C'
                       MOVE 4 TO WS-START-SECTION
                   WHEN 'G'
                       MOVE 5 TO WS-START-SECTION
                   WHEN 'D'
                       MOVE 6 TO WS-START-SECTION
                   WHEN 'H'
                       MOVE 7 TO WS-START-SECTION
                   WHEN 'O'
                       MOVE 8 TO WS-START-SECTION
                   WHEN OTHER
                       MOVE 9 TO WS-START-SECTION
               END-EVALUATE
           END-IF
           .
           PERFORM LIST-OWN-ACCOUNTS THRU LIST-OWN-ACCOUNTS-EXIT
           PERFORM LIST-JOINT-ACCOUNTS THRU LIST-JOINT-ACCOUNTS-EXIT
           PERFORM LIST-LOANS THRU LIST-LOANS-EXIT
           PERFORM LIST-LINES-OF-CREDIT THRU LIST-LINES-OF-CREDIT-EXIT
           PERFORM LIST-GICS THRU LIST-GICS-EXIT
           PERFORM LIST-CARDS THRU LIST-CARDS-EXIT
           PERFORM LIST-HOLDS THRU LIST-HOLDS-EXIT
           PERFORM LIST-LEGAL-ORDERS THRU LIST-LEGAL-ORDERS-EXIT
           .
           IF WS-PAGE-FULL
               SET BRE-O-REL-PAGING-MORE TO TRUE
           ELSE
               SET BRE-O-REL-PAGING-LAST TO TRUE
               IF BRE-O-REL-ROW-COUNT IS EQUAL TO ZERO
                   IF BRE-I-REL-NEXT
                       MOVE 'No further relationships' TO
                           BRE-O-REL-MESSAGE
                   ELSE
                       MOVE 'No products on file' TO
                           BRE-O-REL-MESSAGE
                   END-IF
               END-IF
           END-IF
           .
           GOBACK
           .
      *****************************************************************
      * KYC, household and the latest contact notes ride on every     *
      * page - they describe the customer, not any one product.       *
      *****************************************************************
       FILL-CUSTOMER-HEADER.
           MOVE BRE-I-REL-PID TO KYC-PID
           EXEC CICS READ FILE('KYCREV')
                          INTO(KYCREV-RECORD)
                          LENGTH(LENGTH OF KYCREV-RECORD)
                          RIDFLD(KYC-PID)
                          RESP(WS-RESP)
           END-EXEC
           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
               MOVE KYC-RISK-RATING TO BRE-O-REL-KYC-RISK
               MOVE KYC-NEXT-REVIEW-DTE TO BRE-O-REL-KYC-DUE
               MOVE 'UPDTKYCS' TO BRE-O-REL-KYC-DRILL-PGM
           END-IF
           .
           MOVE BRE-I-REL-PID TO RLX-PID
           SET RLX-TYPE-HOUSEHOLD TO TRUE
           MOVE LOW-VALUES TO RLX-ITEM
           EXEC CICS STARTBR FILE('RELXREF')
                             RIDFLD(RLX-KEY)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC
           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
               EXEC CICS READNEXT FILE('RELXREF')
                                  INTO(RELXREF-RECORD)
                                  RIDFLD(RLX-KEY)
                                  RESP(WS-RESP)
               END-EXEC
               IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
                   AND RLX-PID IS EQUAL TO BRE-I-REL-PID
                   AND RLX-TYPE-HOUSEHOLD
                   MOVE RLX-ITEM TO BRE-O-REL-HOUSEHOLD-ID
                   MOVE RLX-ITEM TO HSH-HOUSEHOLD-ID
                   MOVE BRE-I-REL-PID TO HSH-PID
                   EXEC CICS READ FILE('HSEHOLD')
                                  INTO(HSEHOLD-RECORD)
                                  LENGTH(LENGTH OF HSEHOLD-RECORD)
                                  RIDFLD(HSH-KEY)
                                  RESP(WS-READ-RESP)
                   END-EXEC
                   IF WS-READ-RESP IS EQUAL TO DFHRESP(NORMAL)
                       MOVE HSH-ROLE TO BRE-O-REL-HOUSEHOLD-ROLE
                   END-IF
               END-IF
               EXEC CICS ENDBR FILE('RELXREF') END-EXEC
           END-IF
           .
      *****************************************************************
      * CONTLOG reads oldest first under the PID, so the last three   *
      * are kept by sliding each newer note in at the bottom.         *
      *****************************************************************
           MOVE BRE-I-REL-PID TO CNL-PID
           MOVE ZERO TO CNL-DATE
           MOVE ZERO TO CNL-TIME
           EXEC CICS STARTBR FILE('CONTLOG')
                             RIDFLD(CNL-KEY)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               GO TO FILL-CUSTOMER-HEADER-EXIT
           END-IF
           .
           MOVE 'N' TO WS-SECTION-DONE-FLAG
           PERFORM KEEP-ONE-NOTE THRU KEEP-ONE-NOTE-EXIT
               UNTIL WS-SECTION-DONE
           .
           EXEC CICS ENDBR FILE('CONTLOG') END-EXEC
           .
           IF BRE-O-REL-NOTE-COUNT IS GREATER THAN ZERO
               MOVE 'UPDTNOTE' TO BRE-O-REL-NOTE-DRILL-PGM
           END-IF
           .
       FILL-CUSTOMER-HEADER-EXIT.
           EXIT
           .
       KEEP-ONE-NOTE.
           EXEC CICS READNEXT FILE('CONTLOG')
                              INTO(CONTLOG-RECORD)
                              RIDFLD(CNL-KEY)
                              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               OR CNL-PID IS NOT EQUAL TO BRE-I-REL-PID
               SET WS-SECTION-DONE TO TRUE
               GO TO KEEP-ONE-NOTE-EXIT
           END-IF
           .
           IF BRE-O-REL-NOTE-COUNT IS LESS THAN 3
               ADD 1 TO BRE-O-REL-NOTE-COUNT
           ELSE
               MOVE BRE-O-REL-NOTES (2) TO BRE-O-REL-NOTES (1)
               MOVE BRE-O-REL-NOTES (3) TO BRE-O-REL-NOTES (2)
           END-IF
           MOVE BRE-O-REL-NOTE-COUNT TO WS-NOTE-IDX
           MOVE CNL-DATE TO BRE-O-REL-NOTE-DATE (WS-NOTE-IDX)
           MOVE CNL-USERID TO BRE-O-REL-NOTE-USERID (WS-NOTE-IDX)
           MOVE CNL-CATEGORY TO BRE-O-REL-NOTE-CATEGORY (WS-NOTE-IDX)
           MOVE CNL-FOLLOWUP-FLAG TO
               BRE-O-REL-NOTE-FOLLOWUP (WS-NOTE-IDX)
           MOVE CNL-TEXT TO BRE-O-REL-NOTE-TEXT (WS-NOTE-IDX)
           .
       KEEP-ONE-NOTE-EXIT.
           EXIT
           .
      *****************************************************************
      * Each section is skipped when the page is full or the resume   *
      * point lies in a later section; the section the last page      *
      * stopped in restarts at its key and steps past that row.       *
      *****************************************************************
       CHECK-SECTION-START.
           MOVE 'N' TO WS-RESUMING-FLAG
           MOVE 'N' TO WS-SECTION-DONE-FLAG
           IF WS-PAGE-FULL
               OR WS-THIS-SECTION IS LESS THAN WS-START-SECTION
               SET WS-SECTION-DONE TO TRUE
               GO TO CHECK-SECTION-START-EXIT
           END-IF
           IF BRE-I-REL-NEXT
               AND WS-THIS-SECTION IS EQUAL TO WS-START-SECTION
               SET WS-RESUMING TO TRUE
           END-IF
           .
       CHECK-SECTION-START-EXIT.
           EXIT
           .
       ADD-RELATIONSHIP-ROW.
           ADD 1 TO BRE-O-REL-ROW-COUNT
           MOVE BRE-O-REL-ROW-COUNT TO WS-ROW-IDX
           MOVE WS-REL-ROW TO BRE-O-REL-ROWS (WS-ROW-IDX)
           MOVE WS-ROW-SECTION TO BRE-O-REL-RESUME-SECTION
           MOVE WS-ROW-RESUME-KEY TO BRE-O-REL-RESUME-KEY
           IF BRE-O-REL-ROW-COUNT IS NOT LESS THAN WS-MAX-ROWS
               SET WS-PAGE-FULL TO TRUE
           END-IF
           .
       ADD-RELATIONSHIP-ROW-EXIT.
           EXIT
           .
       LIST-OWN-ACCOUNTS.
           MOVE 1 TO WS-THIS-SECTION
           PERFORM CHECK-SECTION-START THRU CHECK-SECTION-START-EXIT
           IF WS-SECTION-DONE
               GO TO LIST-OWN-ACCOUNTS-EXIT
           END-IF
           .
           IF WS-RESUMING
               MOVE BRE-I-REL-RESUME-KEY TO AMS-KEY
           ELSE
               MOVE BRE-I-REL-PID TO AMS-OWNER-PID
               MOVE LOW-VALUES TO AMS-ACCOUNT
           END-IF
           EXEC CICS STARTBR FILE('ACCTMST')
                             RIDFLD(AMS-KEY)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               GO TO LIST-OWN-ACCOUNTS-EXIT
           END-IF
           IF WS-RESUMING
               EXEC CICS READNEXT FILE('ACCTMST')
                                  INTO(ACCTMST-RECORD)
                                  RIDFLD(AMS-KEY)
                                  RESP(WS-RESP)
               END-EXEC
           END-IF
           .
           PERFORM LIST-ONE-OWN-ACCOUNT THRU LIST-ONE-OWN-ACCOUNT-EXIT
               UNTIL WS-SECTION-DONE
               OR WS-PAGE-FULL
           .
           EXEC CICS ENDBR FILE('ACCTMST') END-EXEC
           .
       LIST-OWN-ACCOUNTS-EXIT.
           EXIT
           .
       LIST-ONE-OWN-ACCOUNT.
           EXEC CICS READNEXT FILE('ACCTMST')
                              INTO(ACCTMST-RECORD)
                              RIDFLD(AMS-KEY)
                              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               OR AMS-OWNER-PID IS NOT EQUAL TO BRE-I-REL-PID
               SET WS-SECTION-DONE TO TRUE
               GO TO LIST-ONE-OWN-ACCOUNT-EXIT
           END-IF
           .
           MOVE SPACES TO WS-REL-ROW
           MOVE 'A' TO WS-ROW-SECTION
           MOVE AMS-ACCOUNT TO WS-ROW-ITEM
           MOVE AMS-DESC TO WS-ROW-DESC
           MOVE AMS-BALANCE TO WS-ROW-AMOUNT
           MOVE AMS-OVERDRAFT-LIMIT TO WS-ROW-AMOUNT2
           MOVE AMS-LAST-DATE TO WS-ROW-DATE
           MOVE 'OWNER' TO WS-ROW-STATUS
           MOVE 'ACCTHIST' TO WS-ROW-DRILL-PGM
           MOVE AMS-KEY TO WS-ROW-DRILL-KEY
           MOVE AMS-KEY TO WS-ROW-RESUME-KEY
           PERFORM ADD-RELATIONSHIP-ROW THRU ADD-RELATIONSHIP-ROW-EXIT
           .
       LIST-ONE-OWN-ACCOUNT-EXIT.
           EXIT
           .
      *****************************************************************
      * Joint and authorized accounts sit under the primary owner on  *
      * ACCTMST - the cross-reference names them, as ACCTBAL uses it. *
      *****************************************************************
       LIST-JOINT-ACCOUNTS.
           MOVE 2 TO WS-THIS-SECTION
           PERFORM CHECK-SECTION-START THRU CHECK-SECTION-START-EXIT
           IF WS-SECTION-DONE
               GO TO LIST-JOINT-ACCOUNTS-EXIT
           END-IF
           .
           IF WS-RESUMING
               MOVE BRE-I-REL-RESUME-KEY TO XRF-KEY
           ELSE
               MOVE BRE-I-REL-PID TO XRF-CO-OWNER-PID
               MOVE LOW-VALUES TO XRF-ACCOUNT
           END-IF
           EXEC CICS STARTBR FILE('ACCTXRF')
                             RIDFLD(XRF-KEY)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               GO TO LIST-JOINT-ACCOUNTS-EXIT
           END-IF
           IF WS-RESUMING
               EXEC CICS READNEXT FILE('ACCTXRF')
                                  INTO(ACCTXRF-RECORD)
                                  RIDFLD(XRF-KEY)
                                  RESP(WS-RESP)
               END-EXEC
           END-IF
           .
           PERFORM LIST-ONE-JOINT-ACCOUNT THRU
               LIST-ONE-JOINT-ACCOUNT-EXIT
               UNTIL WS-SECTION-DONE
               OR WS-PAGE-FULL
           .
           EXEC CICS ENDBR FILE('ACCTXRF') END-EXEC
           .
       LIST-JOINT-ACCOUNTS-EXIT.
           EXIT
           .
       LIST-ONE-JOINT-ACCOUNT.
           EXEC CICS READNEXT FILE('ACCTXRF')
                              INTO(ACCTXRF-RECORD)
                              RIDFLD(XRF-KEY)
                              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               OR XRF-CO-OWNER-PID IS NOT EQUAL TO BRE-I-REL-PID
               SET WS-SECTION-DONE TO TRUE
               GO TO LIST-ONE-JOINT-ACCOUNT-EXIT
           END-IF
           .
           MOVE XRF-PRIMARY-PID TO AMS-OWNER-PID
           MOVE XRF-ACCOUNT TO AMS-ACCOUNT
           EXEC CICS READ FILE('ACCTMST')
                          INTO(ACCTMST-RECORD)
                          LENGTH(LENGTH OF ACCTMST-RECORD)
                          RIDFLD(AMS-KEY)
                          RESP(WS-READ-RESP)
           END-EXEC
           IF WS-READ-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               GO TO LIST-ONE-JOINT-ACCOUNT-EXIT
           END-IF
           .
           MOVE SPACES TO WS-REL-ROW
           MOVE 'J' TO WS-ROW-SECTION
           MOVE AMS-ACCOUNT TO WS-ROW-ITEM
           MOVE AMS-DESC TO WS-ROW-DESC
           MOVE AMS-BALANCE TO WS-ROW-AMOUNT
           MOVE AMS-OVERDRAFT-LIMIT TO WS-ROW-AMOUNT2
           MOVE AMS-LAST-DATE TO WS-ROW-DATE
           IF XRF-ROLE-AUTHORIZED
               MOVE 'AUTHORIZED' TO WS-ROW-STATUS
           ELSE
               MOVE 'JOINT' TO WS-ROW-STATUS
           END-IF
           MOVE 'ACCTHIST' TO WS-ROW-DRILL-PGM
           MOVE AMS-KEY TO WS-ROW-DRILL-KEY
           MOVE XRF-KEY TO WS-ROW-RESUME-KEY
           PERFORM ADD-RELATIONSHIP-ROW THRU ADD-RELATIONSHIP-ROW-EXIT
           .
       LIST-ONE-JOINT-ACCOUNT-EXIT.
           EXIT
           .
      *****************************************************************
      * A loan shows the principal still owed and, beside it, the     *
      * arrears - the figure the caller is most often ringing about.  *
      *****************************************************************
       LIST-LOANS.
           MOVE 3 TO WS-THIS-SECTION
           PERFORM CHECK-SECTION-START THRU CHECK-SECTION-START-EXIT
           IF WS-SECTION-DONE
               GO TO LIST-LOANS-EXIT
           END-IF
           .
           IF WS-RESUMING
               MOVE BRE-I-REL-RESUME-KEY TO LNM-KEY
           ELSE
               MOVE BRE-I-REL-PID TO LNM-OWNER-PID
               MOVE LOW-VALUES TO LNM-ACCOUNT
           END-IF
           EXEC CICS STARTBR FILE('LOANMST')
                             RIDFLD(LNM-KEY)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               GO TO LIST-LOANS-EXIT
           END-IF
           IF WS-RESUMING
               EXEC CICS READNEXT FILE('LOANMST')
                                  INTO(LOANMST-RECORD)
                                  RIDFLD(LNM-KEY)
                                  RESP(WS-RESP)
               END-EXEC
           END-IF
           .
           PERFORM LIST-ONE-LOAN THRU LIST-ONE-LOAN-EXIT
               UNTIL WS-SECTION-DONE
               OR WS-PAGE-FULL
           .
           EXEC CICS ENDBR FILE('LOANMST') END-EXEC
           .
       LIST-LOANS-EXIT.
           EXIT
           .
       LIST-ONE-LOAN.
           EXEC CICS READNEXT FILE('LOANMST')
                              INTO(LOANMST-RECORD)
                              RIDFLD(LNM-KEY)
                              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               OR LNM-OWNER-PID IS NOT EQUAL TO BRE-I-REL-PID
               SET WS-SECTION-DONE TO TRUE
               GO TO LIST-ONE-LOAN-EXIT
           END-IF
           .
           MOVE SPACES TO WS-REL-ROW
           MOVE 'L' TO WS-ROW-SECTION
           MOVE LNM-ACCOUNT TO WS-ROW-ITEM
           MOVE 'Loan' TO WS-ROW-DESC
           COMPUTE WS-ROW-AMOUNT = LNM-ORIG-AMOUNT - LNM-PRIN-PAID
           MOVE LNM-ARREARS-AMOUNT TO WS-ROW-AMOUNT2
           MOVE LNM-NEXT-DUE-DTE TO WS-ROW-DATE
           EVALUATE TRUE
               WHEN LNM-PAID-OFF
                   MOVE 'PAID OFF' TO WS-ROW-STATUS
               WHEN LNM-CHARGED-OFF
                   MOVE 'CHARGE OFF' TO WS-ROW-STATUS
               WHEN LNM-ARREARS-AMOUNT IS GREATER THAN ZERO
                   MOVE 'ARREARS' TO WS-ROW-STATUS
               WHEN OTHER
                   MOVE 'ACTIVE' TO WS-ROW-STATUS
           END-EVALUATE
           MOVE SPACES TO WS-ROW-DRILL-PGM
           MOVE LNM-KEY TO WS-ROW-RESUME-KEY
           PERFORM ADD-RELATIONSHIP-ROW THRU ADD-RELATIONSHIP-ROW-EXIT
           .
       LIST-ONE-LOAN-EXIT.
           EXIT
           .
      *****************************************************************
      * A line of credit in arrears shows the unpaid billed minimum   *
      * and how many months it has gone unpaid.                       *
      *****************************************************************
       LIST-LINES-OF-CREDIT.
           MOVE 4 TO WS-THIS-SECTION
           PERFORM CHECK-SECTION-START THRU CHECK-SECTION-START-EXIT
           IF WS-SECTION-DONE
               GO TO LIST-LINES-OF-CREDIT-EXIT
           END-IF
           .
           IF WS-RESUMING
               MOVE BRE-I-REL-RESUME-KEY TO LOC-KEY
           ELSE
               MOVE BRE-I-REL-PID TO LOC-OWNER-PID
               MOVE LOW-VALUES TO LOC-ACCOUNT
           END-IF
           EXEC CICS STARTBR FILE('LOCMST')
                             RIDFLD(LOC-KEY)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               GO TO LIST-LINES-OF-CREDIT-EXIT
           END-IF
           IF WS-RESUMING
               EXEC CICS READNEXT FILE('LOCMST')
                                  INTO(LOCMST-RECORD)
                                  RIDFLD(LOC-KEY)
                                  RESP(WS-RESP)
               END-EXEC
           END-IF
           .
           PERFORM LIST-ONE-LINE-OF-CREDIT THRU
               LIST-ONE-LINE-OF-CREDIT-EXIT
               UNTIL WS-SECTION-DONE
               OR WS-PAGE-FULL
           .
           EXEC CICS ENDBR FILE('LOCMST') END-EXEC
           .
       LIST-LINES-OF-CREDIT-EXIT.
           EXIT
           .
       LIST-ONE-LINE-OF-CREDIT.
           EXEC CICS READNEXT FILE('LOCMST')
                              INTO(LOCMST-RECORD)
                              RIDFLD(LOC-KEY)
                              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               OR LOC-OWNER-PID IS NOT EQUAL TO BRE-I-REL-PID
               SET WS-SECTION-DONE TO TRUE
               GO TO LIST-ONE-LINE-OF-CREDIT-EXIT
           END-IF
           .
           MOVE SPACES TO WS-REL-ROW
           MOVE 'C' TO WS-ROW-SECTION
           MOVE LOC-ACCOUNT TO WS-ROW-ITEM
           MOVE LOC-CREDIT-LIMIT TO WS-EDIT-LIMIT
           STRING 'LOC limit ' WS-EDIT-LIMIT
               DELIMITED BY SIZE INTO WS-ROW-DESC
           MOVE LOC-STMT-BALANCE TO WS-ROW-AMOUNT
           MOVE ZERO TO WS-ROW-AMOUNT2
           MOVE LOC-NEXT-BILL-DTE TO WS-ROW-DATE
           EVALUATE TRUE
               WHEN LOC-CLOSED
                   MOVE 'CLOSED' TO WS-ROW-STATUS
               WHEN LOC-CHARGED-OFF
                   MOVE 'CHARGE OFF' TO WS-ROW-STATUS
               WHEN LOC-MONTHS-DELQ IS GREATER THAN ZERO
                   MOVE LOC-BILLED-MIN TO WS-ROW-AMOUNT2
                   MOVE LOC-MONTHS-DELQ TO WS-EDIT-DELQ
                   STRING 'DELQ ' WS-EDIT-DELQ ' MO'
                       DELIMITED BY SIZE INTO WS-ROW-STATUS
               WHEN OTHER
                   MOVE 'ACTIVE' TO WS-ROW-STATUS
           END-EVALUATE
           MOVE SPACES TO WS-ROW-DRILL-PGM
           MOVE LOC-KEY TO WS-ROW-RESUME-KEY
           PERFORM ADD-RELATIONSHIP-ROW THRU ADD-RELATIONSHIP-ROW-EXIT
           .
       LIST-ONE-LINE-OF-CREDIT-EXIT.
           EXIT
           .
       LIST-GICS.
           MOVE 5 TO WS-THIS-SECTION
           PERFORM CHECK-SECTION-START THRU CHECK-SECTION-START-EXIT
           IF WS-SECTION-DONE
               GO TO LIST-GICS-EXIT
           END-IF
           .
           IF WS-RESUMING
               MOVE BRE-I-REL-RESUME-KEY TO GIC-KEY
           ELSE
               MOVE BRE-I-REL-PID TO GIC-OWNER-PID
               MOVE LOW-VALUES TO GIC-CERT-NO
           END-IF
           EXEC CICS STARTBR FILE('GICMST')
                             RIDFLD(GIC-KEY)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               GO TO LIST-GICS-EXIT
           END-IF
           IF WS-RESUMING
               EXEC CICS READNEXT FILE('GICMST')
                                  INTO(GICMST-RECORD)
                                  RIDFLD(GIC-KEY)
                                  RESP(WS-RESP)
               END-EXEC
           END-IF
           .
           PERFORM LIST-ONE-GIC THRU LIST-ONE-GIC-EXIT
               UNTIL WS-SECTION-DONE
               OR WS-PAGE-FULL
           .
           EXEC CICS ENDBR FILE('GICMST') END-EXEC
           .
       LIST-GICS-EXIT.
           EXIT
           .
       LIST-ONE-GIC.
           EXEC CICS READNEXT FILE('GICMST')
                              INTO(GICMST-RECORD)
                              RIDFLD(GIC-KEY)
                              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               OR GIC-OWNER-PID IS NOT EQUAL TO BRE-I-REL-PID
               SET WS-SECTION-DONE TO TRUE
               GO TO LIST-ONE-GIC-EXIT
           END-IF
           .
           MOVE SPACES TO WS-REL-ROW
           MOVE 'G' TO WS-ROW-SECTION
           MOVE GIC-CERT-NO TO WS-ROW-ITEM
           MOVE GIC-TERM-MONTHS TO WS-EDIT-TERM
           STRING 'GIC ' WS-EDIT-TERM ' months'
               DELIMITED BY SIZE INTO WS-ROW-DESC
           MOVE GIC-PRINCIPAL TO WS-ROW-AMOUNT
           MOVE ZERO TO WS-ROW-AMOUNT2
           MOVE GIC-MATURITY-DATE TO WS-ROW-DATE
           EVALUATE TRUE
               WHEN GIC-MATURED
                   MOVE 'MATURED' TO WS-ROW-STATUS
               WHEN GIC-REDEEMED
                   MOVE 'REDEEMED' TO WS-ROW-STATUS
               WHEN OTHER
                   MOVE 'OPEN' TO WS-ROW-STATUS
           END-EVALUATE
           MOVE SPACES TO WS-ROW-DRILL-PGM
           MOVE GIC-KEY TO WS-ROW-RESUME-KEY
           PERFORM ADD-RELATIONSHIP-ROW THRU ADD-RELATIONSHIP-ROW-EXIT
           .
       LIST-ONE-GIC-EXIT.
           EXIT
           .
       LIST-CARDS.
           MOVE 6 TO WS-THIS-SECTION
           PERFORM CHECK-SECTION-START THRU CHECK-SECTION-START-EXIT
           IF WS-SECTION-DONE
               GO TO LIST-CARDS-EXIT
           END-IF
           .
           IF WS-RESUMING
               MOVE BRE-I-REL-RESUME-KEY TO RLX-KEY
           ELSE
               MOVE BRE-I-REL-PID TO RLX-PID
               SET RLX-TYPE-CARD TO TRUE
               MOVE LOW-VALUES TO RLX-ITEM
           END-IF
           EXEC CICS STARTBR FILE('RELXREF')
                             RIDFLD(RLX-KEY)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               GO TO LIST-CARDS-EXIT
           END-IF
           IF WS-RESUMING
               EXEC CICS READNEXT FILE('RELXREF')
                                  INTO(RELXREF-RECORD)
                                  RIDFLD(RLX-KEY)
                                  RESP(WS-RESP)
               END-EXEC
           END-IF
           .
           PERFORM LIST-ONE-CARD THRU LIST-ONE-CARD-EXIT
               UNTIL WS-SECTION-DONE
               OR WS-PAGE-FULL
           .
           EXEC CICS ENDBR FILE('RELXREF') END-EXEC
           .
       LIST-CARDS-EXIT.
           EXIT
           .
       LIST-ONE-CARD.
           EXEC CICS READNEXT FILE('RELXREF')
                              INTO(RELXREF-RECORD)
                              RIDFLD(RLX-KEY)
                              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               OR RLX-PID IS NOT EQUAL TO BRE-I-REL-PID
               OR NOT RLX-TYPE-CARD
               SET WS-SECTION-DONE TO TRUE
               GO TO LIST-ONE-CARD-EXIT
           END-IF
           .
      *****************************************************************
      * The cross-reference is a night old - a card read live decides *
      * the status, and one replaced since last night is not shown.   *
      *****************************************************************
           MOVE RLX-ITEM TO CRD-CARD-NO
           EXEC CICS READ FILE('CARDMST')
                          INTO(CARDMST-RECORD)
                          LENGTH(LENGTH OF CARDMST-RECORD)
                          RIDFLD(CRD-KEY)
                          RESP(WS-READ-RESP)
           END-EXEC
           IF WS-READ-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               OR CRD-REPLACED
               GO TO LIST-ONE-CARD-EXIT
           END-IF
           .
           MOVE SPACES TO WS-REL-ROW
           MOVE 'D' TO WS-ROW-SECTION
           MOVE CRD-CARD-NO TO WS-ROW-ITEM
           MOVE 'Debit card' TO WS-ROW-DESC
           MOVE ZERO TO WS-ROW-AMOUNT
           MOVE ZERO TO WS-ROW-AMOUNT2
           MOVE CRD-EXPIRY-DATE TO WS-ROW-DATE
           EVALUATE TRUE
               WHEN CRD-ACTIVE
                   MOVE 'ACTIVE' TO WS-ROW-STATUS
               WHEN CRD-LOST
                   MOVE 'LOST' TO WS-ROW-STATUS
               WHEN CRD-STOLEN
                   MOVE 'STOLEN' TO WS-ROW-STATUS
               WHEN CRD-DAMAGED
                   MOVE 'DAMAGED' TO WS-ROW-STATUS
               WHEN OTHER
                   MOVE CRD-STATUS TO WS-ROW-STATUS
           END-EVALUATE
           MOVE SPACES TO WS-ROW-DRILL-PGM
           MOVE RLX-KEY TO WS-ROW-RESUME-KEY
           PERFORM ADD-RELATIONSHIP-ROW THRU ADD-RELATIONSHIP-ROW-EXIT
           .
       LIST-ONE-CARD-EXIT.
           EXIT
           .
       LIST-HOLDS.
           MOVE 7 TO WS-THIS-SECTION
           PERFORM CHECK-SECTION-START THRU CHECK-SECTION-START-EXIT
           IF WS-SECTION-DONE
               GO TO LIST-HOLDS-EXIT
           END-IF
           .
           IF WS-RESUMING
               MOVE BRE-I-REL-RESUME-KEY TO HLD-KEY
           ELSE
               MOVE BRE-I-REL-PID TO HLD-OWNER-PID
               MOVE LOW-VALUES TO HLD-ACCOUNT
               MOVE ZERO TO HLD-SEQ-NO
           END-IF
           EXEC CICS STARTBR FILE('HOLDMST')
                             RIDFLD(HLD-KEY)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               GO TO LIST-HOLDS-EXIT
           END-IF
           IF WS-RESUMING
               EXEC CICS READNEXT FILE('HOLDMST')
                                  INTO(HOLDMST-RECORD)
                                  RIDFLD(HLD-KEY)
                                  RESP(WS-RESP)
               END-EXEC
           END-IF
           .
           PERFORM LIST-ONE-HOLD THRU LIST-ONE-HOLD-EXIT
               UNTIL WS-SECTION-DONE
               OR WS-PAGE-FULL
           .
           EXEC CICS ENDBR FILE('HOLDMST') END-EXEC
           .
       LIST-HOLDS-EXIT.
           EXIT
           .
       LIST-ONE-HOLD.
           EXEC CICS READNEXT FILE('HOLDMST')
                              INTO(HOLDMST-RECORD)
                              RIDFLD(HLD-KEY)
                              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               OR HLD-OWNER-PID IS NOT EQUAL TO BRE-I-REL-PID
               SET WS-SECTION-DONE TO TRUE
               GO TO LIST-ONE-HOLD-EXIT
           END-IF
           .
           IF NOT HLD-ACTIVE
               GO TO LIST-ONE-HOLD-EXIT
           END-IF
           .
           MOVE SPACES TO WS-REL-ROW
           MOVE 'H' TO WS-ROW-SECTION
           MOVE HLD-ACCOUNT TO WS-ROW-ITEM
           MOVE HLD-REASON TO WS-ROW-DESC
           MOVE HLD-AMOUNT TO WS-ROW-AMOUNT
           MOVE ZERO TO WS-ROW-AMOUNT2
           MOVE HLD-RELEASE-DATE TO WS-ROW-DATE
           MOVE 'ACTIVE' TO WS-ROW-STATUS
           MOVE SPACES TO WS-ROW-DRILL-PGM
           MOVE HLD-KEY TO WS-ROW-RESUME-KEY
           PERFORM ADD-RELATIONSHIP-ROW THRU ADD-RELATIONSHIP-ROW-EXIT
           .
       LIST-ONE-HOLD-EXIT.
           EXIT
           .
      *****************************************************************
      * Only an order still being captured matters on a call - one    *
      * satisfied or released is history.                             *
      *****************************************************************
       LIST-LEGAL-ORDERS.
           MOVE 8 TO WS-THIS-SECTION
           PERFORM CHECK-SECTION-START THRU CHECK-SECTION-START-EXIT
           IF WS-SECTION-DONE
               GO TO LIST-LEGAL-ORDERS-EXIT
           END-IF
           .
           IF WS-RESUMING
               MOVE BRE-I-REL-RESUME-KEY TO LEG-KEY
           ELSE
               MOVE BRE-I-REL-PID TO LEG-PID
               MOVE LOW-VALUES TO LEG-ORDER-REF
           END-IF
           EXEC CICS STARTBR FILE('LEGLORD')
                             RIDFLD(LEG-KEY)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               GO TO LIST-LEGAL-ORDERS-EXIT
           END-IF
           IF WS-RESUMING
               EXEC CICS READNEXT FILE('LEGLORD')
                                  INTO(LEGLORD-RECORD)
                                  RIDFLD(LEG-KEY)
                                  RESP(WS-RESP)
               END-EXEC
           END-IF
           .
           PERFORM LIST-ONE-LEGAL-ORDER THRU
               LIST-ONE-LEGAL-ORDER-EXIT
               UNTIL WS-SECTION-DONE
               OR WS-PAGE-FULL
           .
           EXEC CICS ENDBR FILE('LEGLORD') END-EXEC
           .
       LIST-LEGAL-ORDERS-EXIT.
           EXIT
           .
       LIST-ONE-LEGAL-ORDER.
           EXEC CICS READNEXT FILE('LEGLORD')
                              INTO(LEGLORD-RECORD)
                              RIDFLD(LEG-KEY)
                              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               OR LEG-PID IS NOT EQUAL TO BRE-I-REL-PID
               SET WS-SECTION-DONE TO TRUE
               GO TO LIST-ONE-LEGAL-ORDER-EXIT
           END-IF
           .
           IF NOT LEG-OPEN
               GO TO LIST-ONE-LEGAL-ORDER-EXIT
           END-IF
           .
           MOVE SPACES TO WS-REL-ROW
           MOVE 'O' TO WS-ROW-SECTION
           MOVE LEG-ORDER-REF TO WS-ROW-ITEM
           MOVE LEG-BENEFICIARY TO WS-ROW-DESC
           MOVE LEG-ORDERED-AMOUNT TO WS-ROW-AMOUNT
           MOVE LEG-CAPTURED-AMOUNT TO WS-ROW-AMOUNT2
           MOVE LEG-ORDER-DATE TO WS-ROW-DATE
           MOVE 'OPEN' TO WS-ROW-STATUS
           MOVE SPACES TO WS-ROW-DRILL-PGM
           MOVE LEG-KEY TO WS-ROW-RESUME-KEY
           PERFORM ADD-RELATIONSHIP-ROW THRU ADD-RELATIONSHIP-ROW-EXIT
           .
       LIST-ONE-LEGAL-ORDER-EXIT.
           EXIT
           .
