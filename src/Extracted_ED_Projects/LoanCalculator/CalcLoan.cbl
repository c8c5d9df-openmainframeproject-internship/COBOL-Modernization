         88 WS-LOANQLOG-OK VALUE '00'.
       05 WS-LOANLIMS-STATUS PIC X(2).
         88 WS-LOANLIMS-OK VALUE '00'.
      * The grid rate as it is written into a blank RATE, and cut to
      * the same three decimals for comparing against a keyed rate.
       05 WS-GRID-RATE-EDIT PIC ZZ9.999.
       05 WS-GRID-RATE-3DP PIC 9(3)V999.
       05 WS-CURRENT-DATE-TIME.
         10 WS-CURRENT-DATE PIC 9(8).
         10 WS-CURRENT-TIME PIC 9(8).
         10 FILLER PIC X(5).
       COPY CLNPRCQ.
009200 LINKAGE SECTION.                                                 bbank70p
       01 AMOUNT PIC X(7).
       01 RATE PIC X(7).
       CALCULATE-LOAN-PAYMENT.
           PERFORM LOAD-LOAN-LIMITS
           .
           IF WS-CALL-IS-EXT
               PERFORM PRICE-FROM-GRID THRU PRICE-FROM-GRID-EXIT
           END-IF
           .
020700     PERFORM VALIDATE-DATA THRU                                   bbank70p
             VALIDATE-DATA-EXIT
020800     .                                                            bbank70p
       LOAD-LOAN-LIMITS-EXIT.
           EXIT
           .
      *Price the quote off PRCGRID when the caller gave a product.  The
      *term decides the band, so it is read here through VALIDATE-TERM;
      *a term that fails is left for VALIDATE-DATA to report in its
      *usual order.  A blank RATE takes the grid rate before it is
      *validated, so the quote goes out at the grid price.
       PRICE-FROM-GRID.
           MOVE SPACES TO CLQ-RATE-SOURCE
           MOVE ZERO TO CLQ-GRID-RATE
           .
           IF CLQ-PRODUCT-CODE IS EQUAL TO SPACES OR
             CLQ-PRODUCT-CODE IS EQUAL TO LOW-VALUES
               GO TO PRICE-FROM-GRID-EXIT
           END-IF
           .
           SET INPUT-OK TO TRUE
           MOVE TERM TO WS-CALC-WORK-TERM
           PERFORM VALIDATE-TERM THRU
             VALIDATE-TERM-EXIT
           .
           IF NOT INPUT-OK
               SET INPUT-OK TO TRUE
               MOVE SPACES TO ERROR-MSG
               GO TO PRICE-FROM-GRID-EXIT
           END-IF
           .
           MOVE CLQ-PRODUCT-CODE TO LPQ-PRODUCT-CODE
           MOVE WS-CALC-WORK-TERM-N TO LPQ-TERM-MONTHS
           MOVE CLQ-CREDIT-TIER TO LPQ-CREDIT-TIER
           IF CLQ-LTV-PCT IS NUMERIC
               MOVE CLQ-LTV-PCT TO LPQ-LTV-PCT
           ELSE
               MOVE ZERO TO LPQ-LTV-PCT
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE TO LPQ-PRICE-DATE
           .
           CALL 'LoanPrice' USING LOANPRICE-REQUEST
           .
           IF LPQ-NO-GRID-ROW
               SET CLQ-RATE-NO-GRID-ROW TO TRUE
               GO TO PRICE-FROM-GRID-EXIT
           END-IF
           .
           MOVE LPQ-GRID-RATE TO CLQ-GRID-RATE
           .
           IF RATE IS EQUAL TO SPACES OR
             RATE IS EQUAL TO LOW-VALUES
               MOVE LPQ-GRID-RATE TO WS-GRID-RATE-EDIT
               MOVE WS-GRID-RATE-EDIT TO RATE
           END-IF
           .
       PRICE-FROM-GRID-EXIT.
           EXIT
           .
      *Once the rate has parsed, place it against the grid rate.  At
      *the grid or above it the quote stands; below it is an override,
      *refused unless the caller says why in CLQ-OVERRIDE-REASON.
       VALIDATE-GRID-RATE.
           IF CLQ-RATE-NOT-PRICED OR CLQ-RATE-NO-GRID-ROW
               GO TO VALIDATE-GRID-RATE-EXIT
           END-IF
           .
           MOVE CLQ-GRID-RATE TO WS-GRID-RATE-3DP
           .
           IF WS-CALC-WORK-PERC-N IS EQUAL TO WS-GRID-RATE-3DP
               SET CLQ-RATE-FROM-GRID TO TRUE
               GO TO VALIDATE-GRID-RATE-EXIT
           END-IF
           .
           IF WS-CALC-WORK-PERC-N IS GREATER THAN WS-GRID-RATE-3DP
               SET CLQ-RATE-ABOVE-GRID TO TRUE
               GO TO VALIDATE-GRID-RATE-EXIT
           END-IF
           .
           IF CLQ-OVERRIDE-REASON IS EQUAL TO SPACES OR
             CLQ-OVERRIDE-REASON IS EQUAL TO LOW-VALUES
               MOVE 'Rate below pricing grid - override reason needed'
                 TO ERROR-MSG
               SET CLOAN-ERR-RATE-BELOW-GRID TO TRUE
               SET INPUT-ERROR TO TRUE
               GO TO VALIDATE-GRID-RATE-EXIT
           END-IF
           .
           SET CLQ-RATE-OVERRIDE TO TRUE
           .
       VALIDATE-GRID-RATE-EXIT.
           EXIT
           .
025300 VALIDATE-DATA.                                                   bbank70p
025400     SET INPUT-OK TO TRUE
           .                                                            bbank70p
027400         GO TO VALIDATE-DATA-ERROR                                bbank70p
027500     END-IF
           .                                                            bbank70p
           IF WS-CALL-IS-EXT
               PERFORM VALIDATE-GRID-RATE THRU
                 VALIDATE-GRID-RATE-EXIT
           END-IF
           .
           IF NOT INPUT-OK
               GO TO VALIDATE-DATA-ERROR
           END-IF
           .
027600                                                                  bbank70p
027700     GO TO VALIDATE-DATA-EXIT
           .                                                            bbank70p
           MOVE WS-CALC-WORK-PERC-N TO LQL-RATE
           MOVE WS-LOAN-TERM TO LQL-TERM
           MOVE WS-LOAN-MONTHLY-PAYMENT TO LQL-PAYMENT
           MOVE CLQ-GRID-RATE TO LQL-GRID-RATE
           MOVE CLQ-RATE-SOURCE TO LQL-RATE-SOURCE
           MOVE SPACES TO LQL-OVERRIDE-REASON
           IF CLQ-RATE-OVERRIDE
               MOVE CLQ-OVERRIDE-REASON TO LQL-OVERRIDE-REASON
           END-IF
           .
           WRITE LOANQLOG-RECORD
           .
