002700   05 AMD-TYPE                      PIC X(1).                     cloanamd
002800     88 AMD-RESTRUCTURE             VALUE 'R'.                    cloanamd
002900     88 AMD-HOLIDAY                 VALUE 'H'.                    cloanamd
002950     88 AMD-RENEWAL                 VALUE 'N'.                    cloanamd
003000   05 AMD-REASON                    PIC X(25).                    cloanamd
003100   05 AMD-OLD-RATE                  PIC 9(3)V9(6).                cloanamd
003200   05 AMD-OLD-TERM                  PIC 9(5).                     cloanamd
003600   05 AMD-NEW-PAYMENT               PIC S9(6)V99.                 cloanamd
003700   05 AMD-MONTHS-SKIPPED            PIC 9(2).                     cloanamd
003800   05 AMD-CAPITALIZED-INT           PIC S9(7)V99.                 cloanamd
003900*  Term renewal (LoanRenwBatch) - the old and new term in         cloanamd
004000*  years and the new maturity date; the OLD/NEW-TERM fields       cloanamd
004100*  above stay the amortization in months.                         cloanamd
004200   05 AMD-OLD-TERM-YEARS            PIC 9(1).                     cloanamd
004300   05 AMD-NEW-TERM-YEARS            PIC 9(1).                     cloanamd
004400   05 AMD-NEW-MATURITY-DTE          PIC 9(8).                     cloanamd
