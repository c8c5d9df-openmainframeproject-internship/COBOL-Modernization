002000* record holds only the code's one-way scramble (the same       * crstcode
002100* treatment BCS-REC-ATM-PIN-HASH gets) - the clear code goes    * crstcode
002150* nowhere except the customer's own mailbox.                    * crstcode
002160* UserVal keeps its signon step-up codes for privileged staff   * crstcode
002170* on a second file, STEPCODE, in this same layout.              * crstcode
002200***************************************************************** crstcode
002300 01 RSTCODE-RECORD.                                               crstcode
002400   05 RSC-SIGNON-ID                PIC X(5).                      crstcode
