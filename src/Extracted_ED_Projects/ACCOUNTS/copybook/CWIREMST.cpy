001300* CWIREMST.CPY                                                  * cwiremst
001400*---------------------------------------------------------------* cwiremst
001500* Wire queue master - one row per wire payment leaving or       * cwiremst
001550* entering the bank, keyed by the ACCTREFN reference assigned   * cwiremst
001600* at capture. ACCTWIRE queues an outgoing wire when it debits   * cwiremst
001650* the customer, capturing the full debtor and creditor names    * cwiremst
001700* and structured addresses, the creditor's account, purpose     * cwiremst
001750* code and remittance information an ISO 20022 customer credit  * cwiremst
001800* transfer carries. ACCTWIRO cuts the night's pacs.008 WIREOUT  * cwiremst
001850* message from the queued rows and marks them sent under its    * cwiremst
001900* message id, and ACCTWIRI applies the correspondent's pacs.002 * cwiremst
001950* status reports and pacs.004 returns back to the sent row -    * cwiremst
002000* accepted, rejected or returned, with the ISO reason code. A   * cwiremst
002050* status that matches nothing here falls into SUSPMST the way a * cwiremst
002100* reconciliation break does.                                    * cwiremst
002300***************************************************************** cwiremst
002400 01 WIREMST-RECORD.                                               cwiremst
002500   05 WIR-KEY.                                                    cwiremst
003600     88 WIR-QUEUED                  VALUE 'Q'.                    cwiremst
003700     88 WIR-SENT                    VALUE 'S'.                    cwiremst
003800     88 WIR-CONFIRMED               VALUE 'C'.                    cwiremst
003830     88 WIR-REJECTED                VALUE 'J'.                    cwiremst
003860     88 WIR-RETURNED                VALUE 'R'.                    cwiremst
003900   05 WIR-QUEUED-DATE               PIC 9(8).                     cwiremst
004000   05 WIR-SENT-DATE                 PIC 9(8).                     cwiremst
004100   05 WIR-CONFIRMED-DATE            PIC 9(8).                     cwiremst
004200   05 WIR-DEBTOR.                                                 cwiremst
004300     10 WIR-DBTR-NAME               PIC X(70).                    cwiremst
004400     10 WIR-DBTR-STREET             PIC X(70).                    cwiremst
004500     10 WIR-DBTR-POST-CODE          PIC X(16).                    cwiremst
004600     10 WIR-DBTR-TOWN               PIC X(35).                    cwiremst
004700     10 WIR-DBTR-SUBDIVISION        PIC X(35).                    cwiremst
004800     10 WIR-DBTR-COUNTRY            PIC X(2).                     cwiremst
004900   05 WIR-CREDITOR.                                               cwiremst
005000     10 WIR-CDTR-NAME               PIC X(70).                    cwiremst
005100     10 WIR-CDTR-STREET             PIC X(70).                    cwiremst
005200     10 WIR-CDTR-POST-CODE          PIC X(16).                    cwiremst
005300     10 WIR-CDTR-TOWN               PIC X(35).                    cwiremst
005400     10 WIR-CDTR-SUBDIVISION        PIC X(35).                    cwiremst
005500     10 WIR-CDTR-COUNTRY            PIC X(2).                     cwiremst
005600     10 WIR-CDTR-ACCOUNT            PIC X(34).                    cwiremst
005700   05 WIR-PURPOSE-CODE              PIC X(4).                     cwiremst
005800   05 WIR-REMIT-INFO                PIC X(140).                   cwiremst
005900   05 WIR-MSG-ID                    PIC X(35).                    cwiremst
006000   05 WIR-STATUS-REASON             PIC X(4).                     cwiremst
006100   05 WIR-STATUS-DATE               PIC 9(8).                     cwiremst
