001900   05 LQL-RATE                       PIC 9(3)V9(6).               cloanlrec
002000   05 LQL-TERM                       PIC 9(5).                    cloanlrec
002100   05 LQL-PAYMENT                    PIC S9(6)V99.                cloanlrec
002110* Pricing - the PRCGRID rate when the quote was priced, how the   cloanlrec
002120* quoted rate relates to it and any override reason given.        cloanlrec
002130   05 LQL-GRID-RATE                  PIC 9(3)V9(6).               cloanlrec
002140   05 LQL-RATE-SOURCE                PIC X(1).                    cloanlrec
002150   05 LQL-OVERRIDE-REASON            PIC X(20).                   cloanlrec
002200*                                                                 cloanlrec
002300* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cloanlrec
