002000* in tomorrow's AMLSCAN output. Only a supervisor releases a    * cfrdhold
002100* hold, through ACCTFRDR, and the release is recorded on the    * cfrdhold
002200* row.                                                          * cfrdhold
002210* ATOSCAN raises 'TO' holds on all of a customer's deposit      * cfrdhold
002220* accounts when it finds an account takeover pattern. ACCTWIRE  * cfrdhold
002230* asks VELOCHK too, and ACCTWIRO and ACCTREMT leave a held      * cfrdhold
002240* account's queued wires and payments where they are.           * cfrdhold
002250* LoanInsBatch raises 'BK' holds on the deposit and             * cfrdhold
002255* line-of-credit accounts a customer held when an insolvency    * cfrdhold
002260* case is recorded; LoanChgoBatch or an annulment releases      * cfrdhold
002265* them. The batch debit paths that do not ask VELOCHK -         * cfrdhold
002270* ACCTTELL, ACCTDRFT, ACCTCHQP, ACCTREPR, ACCTBPYO, ACCTPADO,   * cfrdhold
002275* ACCTXFPO and ACCTDCRP's payday saving - read the row          * cfrdhold
002280* themselves and refuse or hold back a debit against a 'BK'     * cfrdhold
002285* hold.                                                         * cfrdhold
002290* A hold already on the row when a case is recorded is          * cfrdhold
002295* taken over as the 'BK' hold.                                  * cfrdhold
002300***************************************************************** cfrdhold
002400 01 FRDHOLD-RECORD.                                               cfrdhold
002500   05 FRD-KEY.                                                    cfrdhold
