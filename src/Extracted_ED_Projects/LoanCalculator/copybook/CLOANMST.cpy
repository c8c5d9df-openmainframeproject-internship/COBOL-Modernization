003800   05 LNM-STATUS                     PIC X(1).                    cloanmst
003900     88 LNM-ACTIVE                   VALUE 'A'.                   cloanmst
004000     88 LNM-PAID-OFF                 VALUE 'P'.                   cloanmst
004010     88 LNM-CHARGED-OFF              VALUE 'W'.                   cloanmst
004100*  Escrow administration for property-secured loans - the         cloanmst
004200*  monthly portion rides on top of the scheduled payment and      cloanmst
004300*  collects into the escrow balance, which ESCRDISB pays          cloanmst
006100*  so neither pair grows forever.                                 cloanmst
006200   05 LNM-PY-PRIN-PAID              PIC S9(7)V99.                 cloanmst
006300   05 LNM-PY-INT-PAID               PIC S9(7)V99.                 cloanmst
006400*  Charge-off - LoanChgoBatch writes the loan off once a          cloanmst
006500*  second person releases it: the date, the balance moved         cloanmst
006600*  to the loss GL, and what has been recovered since, which       cloanmst
006700*  LoanServBatch sweeps off the account instead of treating       cloanmst
006800*  it as a payment that could reactivate the loan.                cloanmst
006900   05 LNM-CHARGEOFF-DTE             PIC 9(8).                     cloanmst
007000   05 LNM-CHARGEOFF-AMOUNT          PIC S9(7)V99.                 cloanmst
007100   05 LNM-RECOVERED-AMOUNT          PIC S9(7)V99.                 cloanmst
007200*  Term and renewal - LNM-TERM-MONTHS is the amortization the     cloanmst
007300*  payment is worked over; a mortgage also runs on a one-to-      cloanmst
007400*  five-year term inside it that matures on LNM-TERM-MATURITY-    cloanmst
007500*  DTE. LoanRenwBatch offers renewal ahead of maturity, records   cloanmst
007600*  the borrower's chosen term, and renews at maturity - into      cloanmst
007700*  the RENWPOL default term if no instruction came in. A loan     cloanmst
007800*  with no maturity date is not on a term.                        cloanmst
007900   05 LNM-TERM-YEARS                PIC 9(1).                     cloanmst
008000   05 LNM-TERM-MATURITY-DTE         PIC 9(8).                     cloanmst
008100   05 LNM-RENEWAL-STATUS            PIC X(1).                     cloanmst
008200     88 LNM-RENEWAL-NONE            VALUES ' ' 'N'.               cloanmst
008300     88 LNM-RENEWAL-OFFERED         VALUE 'O'.                    cloanmst
008400     88 LNM-RENEWAL-INSTRUCTED      VALUE 'I'.                    cloanmst
008500   05 LNM-RENEWAL-OFFER-DTE         PIC 9(8).                     cloanmst
008600   05 LNM-RENEWAL-TERM-YEARS        PIC 9(1).                     cloanmst
008700*  Prepayment privilege - a loan on a term is closed: each        cloanmst
008800*  anniversary year the borrower may prepay up to LNM-PREPAY-     cloanmst
008900*  PCT of the original amount without penalty. The allowance      cloanmst
009000*  is reset and LNM-PREPAY-USED zeroed as each anniversary        cloanmst
009100*  year starts; LoanPayoBatch prices anything beyond it.          cloanmst
009200   05 LNM-PREPAY-PCT                PIC 9(3)V99.                  cloanmst
009300   05 LNM-PREPAY-YEAR-START         PIC 9(8).                     cloanmst
009400   05 LNM-PREPAY-ALLOWANCE          PIC S9(7)V99.                 cloanmst
009500   05 LNM-PREPAY-USED               PIC S9(7)V99.                 cloanmst
009600*  Construction mortgage - the loan opens with nothing advanced   cloanmst
009700*  and LoanDrawBatch advances it stage by stage against the       cloanmst
009800*  DRAWSCH schedule. While drawing, LoanServBatch bills           cloanmst
009900*  interest only on what has been advanced; the final draw        cloanmst
010000*  converts the loan to its regular blended payment.              cloanmst
010100   05 LNM-CONSTRUCTION-STATUS       PIC X(1).                     cloanmst
010200     88 LNM-NOT-CONSTRUCTION        VALUES ' ' 'N'.               cloanmst
010300     88 LNM-CONSTRUCTION-DRAWING    VALUE 'C'.                    cloanmst
010400     88 LNM-CONSTRUCTION-COMPLETE   VALUE 'F'.                    cloanmst
