001900* the branch's same-day decision, applied by ACCTPPDC before    * cppexcpt
002000* the NSF return deadline - 'P' pays it, 'R' returns it to      * cppexcpt
002100* NSFRET with the positive-pay reason.                          * cppexcpt
002120* A serial outside every active CHQRNG range for its account    * cppexcpt
002140* lands here as 'S' too, enrolled in positive pay or not.       * cppexcpt
002200***************************************************************** cppexcpt
002300 01 PPEXCPT-RECORD.                                               cppexcpt
002400   05 PPX-KEY.                                                    cppexcpt
003000   05 PPX-REASON                    PIC X(1).                     cppexcpt
003100     88 PPX-AMOUNT-MISMATCH         VALUE 'M'.                    cppexcpt
003200     88 PPX-NOT-ON-FILE             VALUE 'N'.                    cppexcpt
003250     88 PPX-SERIAL-NOT-ISSUED       VALUE 'S'.                    cppexcpt
003300   05 PPX-PRESENTING-BANK           PIC X(9).                     cppexcpt
003400   05 PPX-PRESENTED-DATE            PIC 9(8).                     cppexcpt
003500   05 PPX-STATUS                    PIC X(1).                     cppexcpt
