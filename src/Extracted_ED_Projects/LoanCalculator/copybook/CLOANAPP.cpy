004200   05 APP-DECIDED-DATE              PIC 9(8).                     cloanapp
004300   05 APP-DECIDED-BY                PIC X(5).                     cloanapp
004400   05 APP-DECLINE-REASON            PIC X(25).                    cloanapp
004500*  Combined loan-to-value the assessment computed from the        cloanapp
004600*  COLLATRL rows registered against the loan account, as a        cloanapp
004700*  percentage - zero on an unsecured application.                 cloanapp
004800   05 APP-LTV-RATIO                 PIC 9(3)V99.                  cloanapp
004900*  Mortgage term in years (1-5) inside the amortization - zero    cloanapp
005000*  for a loan that runs its whole amortization on one rate.       cloanapp
005100   05 APP-TERM-YEARS                PIC 9(1).                     cloanapp
005200*  Construction mortgage - approved and opened with nothing       cloanapp
005300*  advanced; the proceeds go out by stage through LoanDrawBatch.  cloanapp
005400   05 APP-LOAN-TYPE                 PIC X(1).                     cloanapp
005500     88 APP-CONSTRUCTION            VALUE 'C'.                    cloanapp
005600*  Risk-based pricing - the applicant's credit tier, the PRCGRID  cloanapp
005700*  rate for the loan and where the applied rate stood against it; cloanapp
005800*  an application below the grid rate is only disbursed once a    cloanapp
005900*  second person has released it.                                 cloanapp
006000   05 APP-CREDIT-TIER               PIC X(1).                     cloanapp
006100   05 APP-GRID-RATE                 PIC 9(3)V9(6).                cloanapp
006200   05 APP-PRICING-FLAG              PIC X(1).                     cloanapp
006300     88 APP-NOT-PRICED              VALUE ' '.                    cloanapp
006400     88 APP-ON-GRID                 VALUE 'G'.                    cloanapp
006500     88 APP-BELOW-GRID              VALUE 'B'.                    cloanapp
006600*  Credit bureau - where the application stands with the bureau   cloanapp
006700*  (blank where its product carries no BURCUT cutoff, P held for  cloanapp
006800*  an inquiry, S inquiry sent, R report loaded, N no file held),  cloanapp
006900*  who keyed it, the score and the report's key attributes, and   cloanapp
007000*  the bureau's ranked reason factors - the first one's wording   cloanapp
007100*  is what a bureau decline gives as its reason.                  cloanapp
007200   05 APP-BUREAU-STATUS             PIC X(1).                     cloanapp
007300     88 APP-BUREAU-NOT-USED         VALUE ' '.                    cloanapp
007400     88 APP-BUREAU-PENDING          VALUE 'P'.                    cloanapp
007500     88 APP-BUREAU-SENT             VALUE 'S'.                    cloanapp
007600     88 APP-BUREAU-RECEIVED         VALUE 'R'.                    cloanapp
007700     88 APP-BUREAU-NO-FILE          VALUE 'N'.                    cloanapp
007800   05 APP-ENTERED-BY                PIC X(5).                     cloanapp
007900   05 APP-BUR-INQUIRY-DATE          PIC 9(8).                     cloanapp
008000   05 APP-BUR-RESPONSE-DATE         PIC 9(8).                     cloanapp
008100   05 APP-BUR-SCORE                 PIC 9(3).                     cloanapp
008200   05 APP-BUR-TRADE-COUNT           PIC 9(3).                     cloanapp
008300   05 APP-BUR-TRADE-BALANCE         PIC 9(9).                     cloanapp
008400   05 APP-BUR-TRADE-PAYMENTS        PIC 9(7)V99.                  cloanapp
008500   05 APP-BUR-WORST-RATING          PIC 9(1).                     cloanapp
008600   05 APP-BUR-INQUIRY-COUNT         PIC 9(3).                     cloanapp
008700   05 APP-BUR-DEROG-COUNT           PIC 9(3).                     cloanapp
008800  05 APP-BUR-FACTOR-CODES.                                        cloanapp
008900     10 APP-BUR-FACTOR-CODE         PIC X(2) OCCURS 4 TIMES.      cloanapp
009000   05 APP-BUR-FACTOR-TEXT           PIC X(40).                    cloanapp
009100   05 APP-BUR-DECISION              PIC X(1).                     cloanapp
009200     88 APP-BUR-NO-DECISION         VALUE ' '.                    cloanapp
009300     88 APP-BUR-APPROVE-BAND        VALUE 'A'.                    cloanapp
009400     88 APP-BUR-REFER-BAND          VALUE 'R'.                    cloanapp
009500     88 APP-BUR-DECLINE-BAND        VALUE 'D'.                    cloanapp
