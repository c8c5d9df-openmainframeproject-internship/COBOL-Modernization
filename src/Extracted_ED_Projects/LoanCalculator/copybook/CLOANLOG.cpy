001950* gets the same numeric values LOG-LOAN-QUOTE itself records.    cloanlog
001960   05 CLQ-PARSED-RATE              PIC 9(3)V9(6).                 cloanlog
001970   05 CLQ-PARSED-TERM              PIC 9(5).                      cloanlog
001971*                                                                 cloanlog
001972* Risk-based pricing, CalcLoanExt only - with a product code      cloanlog
001973* given, the quote is priced off PRCGRID for that product, the    cloanlog
001974* credit tier and the loan-to-value (zero when unsecured). A      cloanlog
001975* RATE left blank takes the grid rate; a keyed rate below it      cloanlog
001976* is an override and is refused without a reason. The grid        cloanlog
001977* rate and how the quoted rate was arrived at come back.          cloanlog
001978   05 CLQ-PRODUCT-CODE             PIC X(4).                      cloanlog
001979   05 CLQ-CREDIT-TIER              PIC X(1).                      cloanlog
001980   05 CLQ-LTV-PCT                  PIC 9(3)V99.                   cloanlog
001981   05 CLQ-OVERRIDE-REASON          PIC X(20).                     cloanlog
001982   05 CLQ-GRID-RATE                PIC 9(3)V9(6).                 cloanlog
001983   05 CLQ-RATE-SOURCE              PIC X(1).                      cloanlog
001984     88 CLQ-RATE-NOT-PRICED        VALUE ' '.                     cloanlog
001985     88 CLQ-RATE-FROM-GRID         VALUE 'G'.                     cloanlog
001986     88 CLQ-RATE-ABOVE-GRID        VALUE 'A'.                     cloanlog
001987     88 CLQ-RATE-OVERRIDE          VALUE 'O'.                     cloanlog
001988     88 CLQ-RATE-NO-GRID-ROW       VALUE 'N'.                     cloanlog
002000*                                                                 cloanlog
002100* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cloanlog
