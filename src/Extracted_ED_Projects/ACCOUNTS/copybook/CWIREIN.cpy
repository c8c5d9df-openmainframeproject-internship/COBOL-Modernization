001200***************************************************************** cwirein
001300* CWIREIN.CPY                                                   * cwirein
001400*---------------------------------------------------------------* cwirein
001500* One line of the inbound wire file from the correspondent      * cwirein
001600* bank, posted by ACCTWIRI - ISO 20022 messages one XML element * cwirein
001700* per line. A pacs.008 customer credit transfer is an incoming  * cwirein
001800* wire to be credited to one of our accounts; a pacs.002        * cwirein
001900* payment status report accepts or rejects outbound wires we    * cwirein
002000* sent, quoting the end-to-end id (our WIREMST reference) or,   * cwirein
002100* for the whole message, the message id they went out under; a  * cwirein
002200* pacs.004 payment return sends the money for one back. A       * cwirein
002300* message's group header carries the transaction count and      * cwirein
002400* control sum the run must balance to before anything posts.    * cwirein
002500***************************************************************** cwirein
002600 01 WIREIN-RECORD.                                                cwirein
002700   05 WIN-LINE                      PIC X(512).                   cwirein
