004200   05 LOC-STATUS                     PIC X(1).                    clocmst
004300     88 LOC-ACTIVE                   VALUE 'A'.                   clocmst
004400     88 LOC-CLOSED                   VALUE 'C'.                   clocmst
004410     88 LOC-CHARGED-OFF              VALUE 'W'.                   clocmst
004500*  Charge-off - as on LOANMST: the date written off, the          clocmst
004600*  drawn balance moved to the loss GL, and recoveries since.      clocmst
004700   05 LOC-CHARGEOFF-DTE              PIC 9(8).                    clocmst
004800   05 LOC-CHARGEOFF-AMOUNT           PIC S9(7)V99.                clocmst
004900   05 LOC-RECOVERED-AMOUNT           PIC S9(7)V99.                clocmst
005000*  Limit review (LocLimBatch) - the last bill that found a        clocmst
005100*  minimum still unpaid, and the last quarterly review.           clocmst
005200   05 LOC-LAST-DELQ-DTE              PIC 9(8).                    clocmst
005300   05 LOC-LAST-REVIEW-DTE            PIC 9(8).                    clocmst
005400*  Monthly statement (LocStmtBatch) - the posting moment the      clocmst
005500*  last statement ran through, and the balance owing it closed    clocmst
005600*  at, which is the next statement's opening balance.             clocmst
005700   05 LOC-STMT-THRU-DTE              PIC 9(8).                    clocmst
005800   05 LOC-STMT-THRU-TIME             PIC 9(8).                    clocmst
005900   05 LOC-STMT-BALANCE               PIC S9(7)V99.                clocmst
