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

001150***************************************************************** loanprc
001160* Program:     LOANPRICE.CBL                                    * loanprc
001170* Function:    Hands back the risk-based PRCGRID rate for a     * loanprc
001180*              loan, the way GETBDTE hands back the business    * loanprc
001190*              date - one lookup shared by CalcLoan's quotes    * loanprc
001200*              and LoanAppBatch's decisions so a branch and     * loanprc
001210*              the assessment price a loan the same way. Rows   * loanprc
001220*              effective after the price date are ignored; of   * loanprc
001230*              the rest for the product and credit tier the     * loanprc
001240*              narrowest term band covering the term wins, then * loanprc
001250*              the narrowest LTV band covering the loan-to-     * loanprc
001260*              value, then the latest effective date. A         * loanprc
001270*              missing grid file or no covering row replies     * loanprc
001280*              LPQ-NO-GRID-ROW and the caller's own rate        * loanprc
001290*              stands, as it did before the grid.               * loanprc
001300***************************************************************** loanprc
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanPrice.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRCGRID-FILE ASSIGN TO "PRCGRID"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRCGRID-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PRCGRID-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CPRCGRID.

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'LOANPRC'.
         05 WS-PRCGRID-STATUS PIC X(2).
           88 WS-PRCGRID-OK VALUE '00'.
         05 WS-PRCGRID-EOF-FLAG PIC X(1).
           88 WS-PRCGRID-EOF VALUE 'Y'.
         05 WS-BEST-EFF-DATE PIC 9(8).

       LINKAGE SECTION.
       COPY CLNPRCQ.

       PROCEDURE DIVISION USING LOANPRICE-REQUEST.
       000-PRICE-LOAN.
           SET LPQ-NO-GRID-ROW TO TRUE
           MOVE ZERO TO LPQ-GRID-RATE
           MOVE ZERO TO LPQ-TERM-BAND
           MOVE ZERO TO LPQ-LTV-BAND
           MOVE ZERO TO WS-BEST-EFF-DATE
           IF LPQ-LTV-PCT IS NOT NUMERIC
               MOVE ZERO TO LPQ-LTV-PCT
           END-IF
           IF LPQ-PRODUCT-CODE IS EQUAL TO SPACES
               OR LPQ-TERM-MONTHS IS NOT NUMERIC
               GOBACK
           END-IF
           .
           OPEN INPUT PRCGRID-FILE
           IF NOT WS-PRCGRID-OK
               GOBACK
           END-IF
           MOVE 'N' TO WS-PRCGRID-EOF-FLAG
           PERFORM UNTIL WS-PRCGRID-EOF
               READ PRCGRID-FILE
                   AT END
                       SET WS-PRCGRID-EOF TO TRUE
                   NOT AT END
                       IF PGR-PRODUCT-CODE IS EQUAL TO LPQ-PRODUCT-CODE
                           AND PGR-CREDIT-TIER IS EQUAL TO
                               LPQ-CREDIT-TIER
                           AND PGR-EFF-DATE IS NOT GREATER THAN
                               LPQ-PRICE-DATE
                           AND PGR-TERM-MAX-MONTHS IS NOT LESS THAN
                               LPQ-TERM-MONTHS
                           AND PGR-LTV-MAX-PCT IS NOT LESS THAN
                               LPQ-LTV-PCT
                           PERFORM WEIGH-ONE-ROW THRU
                               WEIGH-ONE-ROW-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRCGRID-FILE
           GOBACK
           .
      *****************************************************************
      * A covering row replaces the best so far when its term band is *
      * narrower, or the same term band with a narrower LTV band, or  *
      * the same cell effective no earlier.                           *
      *****************************************************************
       WEIGH-ONE-ROW.
           IF LPQ-RATE-FOUND
               IF PGR-TERM-MAX-MONTHS IS GREATER THAN LPQ-TERM-BAND
                   GO TO WEIGH-ONE-ROW-EXIT
               END-IF
               IF PGR-TERM-MAX-MONTHS IS EQUAL TO LPQ-TERM-BAND
                   AND PGR-LTV-MAX-PCT IS GREATER THAN LPQ-LTV-BAND
                   GO TO WEIGH-ONE-ROW-EXIT
               END-IF
               IF PGR-TERM-MAX-MONTHS IS EQUAL TO LPQ-TERM-BAND
                   AND PGR-LTV-MAX-PCT IS EQUAL TO LPQ-LTV-BAND
                   AND PGR-EFF-DATE IS LESS THAN WS-BEST-EFF-DATE
                   GO TO WEIGH-ONE-ROW-EXIT
               END-IF
           END-IF
           .
           SET LPQ-RATE-FOUND TO TRUE
           MOVE PGR-ANNUAL-RATE TO LPQ-GRID-RATE
           MOVE PGR-TERM-MAX-MONTHS TO LPQ-TERM-BAND
           MOVE PGR-LTV-MAX-PCT TO LPQ-LTV-BAND
           MOVE PGR-EFF-DATE TO WS-BEST-EFF-DATE
           .
       WEIGH-ONE-ROW-EXIT.
           EXIT
           .
