001200***************************************************************** cwireout
001300* CWIREOUT.CPY                                                  * cwireout
001400*---------------------------------------------------------------* cwireout
001500* One line of the outbound wire file ACCTWIRO cuts at the night * cwireout
001600* run from the queued WIREMST rows - an ISO 20022 pacs.008 FI   * cwireout
001700* to FI customer credit transfer message handed to the          * cwireout
001800* correspondent bank. The message is written one XML element    * cwireout
001900* per line, the way the correspondent's gateway takes it: the   * cwireout
002000* group header carries the message id, the transaction count    * cwireout
002100* and the control sum the correspondent proves the file         * cwireout
002200* against, and each wire is one credit transfer transaction     * cwireout
002300* whose end-to-end id is the WIREMST reference the status       * cwireout
002400* report must quote back.                                       * cwireout
002500***************************************************************** cwireout
002600 01 WIREOUT-RECORD.                                               cwireout
002700   05 WOU-LINE                      PIC X(512).                   cwireout
