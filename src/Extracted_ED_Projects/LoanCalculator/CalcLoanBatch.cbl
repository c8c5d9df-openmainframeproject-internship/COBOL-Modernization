               ACCESS MODE IS RANDOM
               RECORD KEY IS LNM-KEY
               FILE STATUS IS WS-LOANMST-STATUS.
           SELECT PRCEXCP-FILE ASSIGN TO "PRCEXCP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRCEXCP-STATUS.

002800 DATA DIVISION.                                                   bbank71p
       FILE SECTION.
           88 LRQ-OPEN-ACCOUNT VALUE 'Y'.
         05 LRQ-OWNER-PID PIC X(5).
         05 LRQ-ACCOUNT PIC X(9).
         05 LRQ-PRODUCT-CODE PIC X(4).
         05 LRQ-CREDIT-TIER PIC X(1).
         05 LRQ-LTV-PCT PIC 9(3)V99.
         05 LRQ-OVERRIDE-REASON PIC X(20).

       FD LOANRPT-FILE
           LABEL RECORDS ARE STANDARD.
         05 LRP-ERROR-CODE PIC 9(4).
         05 LRP-ACCOUNT PIC X(9).
         05 LRP-ACCOUNT-STATUS PIC X(40).
         05 LRP-GRID-RATE PIC ZZ9.999999.
         05 LRP-RATE-SOURCE PIC X(1).

       FD ACCTMST-FILE
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
       COPY CLOANMST.

       FD PRCEXCP-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CPRCEXCP.

003000 WORKING-STORAGE SECTION.                                         bbank71p
003000 01 WS-MISC-STORAGE.                                              bbank71p
       05 WS-PROGRAM-ID PIC X(8) VALUE 'BBANK71P'.
         88 WS-ACCTMST-DUPLICATE VALUE '22'.
       05 WS-LOANMST-STATUS PIC X(2).
         88 WS-LOANMST-OK VALUE '00'.
       05 WS-PRCEXCP-STATUS PIC X(2).
         88 WS-PRCEXCP-OK VALUE '00'.
       05 WS-NEXT-DUE-DATE.
         10 WS-NEXT-DUE-YYYY PIC 9(4).
         10 WS-NEXT-DUE-MM PIC 9(2).
           OPEN OUTPUT LOANRPT-FILE
           OPEN I-O ACCTMST-FILE
           OPEN I-O LOANMST-FILE
           OPEN EXTEND PRCEXCP-FILE
           IF NOT WS-PRCEXCP-OK
               OPEN OUTPUT PRCEXCP-FILE
           END-IF
           .
           PERFORM UNTIL WS-EOF
               READ LOANREQ-FILE
           CLOSE LOANRPT-FILE
           CLOSE ACCTMST-FILE
           CLOSE LOANMST-FILE
           CLOSE PRCEXCP-FILE
           .
           DISPLAY WS-REC-COUNT ' loan request(s) processed'
           .
           MOVE LRQ-USERID TO CLQ-LOG-USERID
           MOVE LRQ-FEES TO CLA-FEES
           MOVE LRQ-EXTRA-PAYMENT TO CLS-EXTRA-PAYMENT
           MOVE LRQ-PRODUCT-CODE TO CLQ-PRODUCT-CODE
           MOVE LRQ-CREDIT-TIER TO CLQ-CREDIT-TIER
           MOVE LRQ-LTV-PCT TO CLQ-LTV-PCT
           MOVE LRQ-OVERRIDE-REASON TO CLQ-OVERRIDE-REASON
           .
           CALL 'CalcLoanExt' USING WS-AMOUNT, WS-RATE, WS-TERM,
               WS-PAYMENT, WS-PAYMENT-AMOUNT, WS-ERROR-MSG,
           MOVE CLOAN-ERROR-CODE TO LRP-ERROR-CODE
           MOVE SPACES TO LRP-ACCOUNT
           MOVE SPACES TO LRP-ACCOUNT-STATUS
           MOVE CLQ-GRID-RATE TO LRP-GRID-RATE
           MOVE CLQ-RATE-SOURCE TO LRP-RATE-SOURCE
           .
           IF LRQ-OPEN-ACCOUNT AND WS-ERROR-MSG EQUAL TO SPACES
               PERFORM OPEN-LOAN-ACCOUNT
           MOVE ZERO TO LNM-PRIN-PAID
           MOVE ZERO TO LNM-INT-PAID
           SET LNM-ACTIVE TO TRUE
           MOVE SPACES TO LNM-ESCROW-FLAG
           MOVE ZERO TO LNM-ESCROW-BALANCE
           MOVE ZERO TO LNM-ESCROW-PORTION
           .
           MOVE ZERO TO LNM-TERM-YEARS
           MOVE ZERO TO LNM-TERM-MATURITY-DTE
           MOVE ZERO TO LNM-PREPAY-PCT
           MOVE ZERO TO LNM-PREPAY-ALLOWANCE
           MOVE WS-CURRENT-DATE TO LNM-PREPAY-YEAR-START
           MOVE ZERO TO LNM-PREPAY-USED
           SET LNM-RENEWAL-NONE TO TRUE
           MOVE ZERO TO LNM-RENEWAL-OFFER-DTE
           MOVE ZERO TO LNM-RENEWAL-TERM-YEARS
           MOVE ZERO TO LNM-CHARGEOFF-DTE
           MOVE ZERO TO LNM-CHARGEOFF-AMOUNT
           MOVE ZERO TO LNM-RECOVERED-AMOUNT
           SET LNM-NOT-CONSTRUCTION TO TRUE
           .
           WRITE LOANMST-RECORD
               INVALID KEY
                           LRP-ACCOUNT-STATUS
           END-WRITE
           .
      *****************************************************************
      * A loan booked on an override quote - under the pricing grid   *
      * with a reason given - goes on the off-grid log; whoever keyed *
      * the request is the one who authorized the price.              *
      *****************************************************************
           IF CLQ-RATE-OVERRIDE
               MOVE SPACES TO PRCEXCP-RECORD
               MOVE WS-CURRENT-DATE TO PXC-DATE
               MOVE LRQ-OWNER-PID TO PXC-OWNER-PID
               MOVE LRQ-ACCOUNT TO PXC-ACCOUNT
               MOVE LRQ-PRODUCT-CODE TO PXC-PRODUCT-CODE
               MOVE LRQ-CREDIT-TIER TO PXC-CREDIT-TIER
               MOVE CLQ-PARSED-TERM TO PXC-TERM-MONTHS
               MOVE WS-AMOUNT-N TO PXC-AMOUNT
               MOVE CLQ-GRID-RATE TO PXC-GRID-RATE
               MOVE CLQ-PARSED-RATE TO PXC-BOOKED-RATE
               MOVE LRQ-USERID TO PXC-REQUESTED-BY
               MOVE LRQ-USERID TO PXC-AUTHORIZED-BY
               MOVE LRQ-OVERRIDE-REASON TO PXC-REASON
               MOVE WS-PROGRAM-ID TO PXC-SOURCE-PGM
               WRITE PRCEXCP-RECORD
           END-IF
           .
       OPEN-LOAN-MASTER-EXIT.
           EXIT
           .
