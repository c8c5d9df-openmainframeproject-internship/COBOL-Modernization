003400   05 SAR-BALANCE                 PIC S9(7)V99.                   cstmarch
003500   05 SAR-CURRENCY                PIC X(3).                       cstmarch
003600   05 SAR-PRODUCT-CODE            PIC X(4).                       cstmarch
003700*  Line-of-credit statement figures (LocStmtBatch) for a 'LOC '   cstmarch
003800*  row - the cycle's opening balance owing, advances, payments    cstmarch
003900*  and interest, the limit and credit still available, and the    cstmarch
004000*  minimum payment with its due date. Spaces on deposit rows.     cstmarch
004100   05 SAR-LOC-DETAIL.                                             cstmarch
004200     10 SAR-LOC-OPENING-BAL       PIC S9(7)V99.                   cstmarch
004300     10 SAR-LOC-ADVANCES          PIC S9(7)V99.                   cstmarch
004400     10 SAR-LOC-PAYMENTS          PIC S9(7)V99.                   cstmarch
004500     10 SAR-LOC-INTEREST          PIC S9(7)V99.                   cstmarch
004600     10 SAR-LOC-CREDIT-LIMIT      PIC 9(7)V99.                    cstmarch
004700     10 SAR-LOC-AVAILABLE         PIC S9(7)V99.                   cstmarch
004800     10 SAR-LOC-MIN-PAYMENT       PIC S9(7)V99.                   cstmarch
004900     10 SAR-LOC-DUE-DTE           PIC 9(8).                       cstmarch
005000*  Annual fee summary (FEEANNL) on the year-end row - the         cstmarch
005100*  calendar year's service, NSF, stop-payment and other fees,     cstmarch
005200*  overdraft interest, their total, and interest earned and       cstmarch
005300*  charged. Spaces on rows that are not year-end summaries.       cstmarch
005400   05 SAR-FEE-SUMMARY.                                            cstmarch
005500     10 SAR-FEE-YEAR              PIC 9(4).                       cstmarch
005600     10 SAR-FEE-SVC-CHARGES       PIC S9(7)V99.                   cstmarch
005700     10 SAR-FEE-NSF               PIC S9(7)V99.                   cstmarch
005800     10 SAR-FEE-STOP-PAYMENT      PIC S9(7)V99.                   cstmarch
005900     10 SAR-FEE-OTHER             PIC S9(7)V99.                   cstmarch
006000     10 SAR-FEE-OD-INTEREST       PIC S9(7)V99.                   cstmarch
006100     10 SAR-FEE-TOTAL             PIC S9(7)V99.                   cstmarch
006200     10 SAR-FEE-INT-EARNED        PIC S9(7)V99.                   cstmarch
006300     10 SAR-FEE-INT-CHARGED       PIC S9(7)V99.                   cstmarch
