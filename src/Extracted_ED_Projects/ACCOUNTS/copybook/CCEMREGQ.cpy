000100*****************************************************************
000200*                                                               *
000300*   Copyright (C) 1998-2021 Micro Focus. All Rights Reserved.   *
000400*   This demonstration program is provided for use by users     *
000500*   of Micro Focus products and may be used, modified and       *
000600*   distributed as part of your application provided that       *
000700*   you properly acknowledge the copyright of Micro Focus       *
000800*   in this material.                                           *
000900*                                                               *
001000*****************************************************************
001100                                                                  ccemregq
001200***************************************************************** ccemregq
001300* CCEMREGQ.CPY                                                  * ccemregq
001400*---------------------------------------------------------------* ccemregq
001500* Request/reply area for the CEMREG subprogram, shared by the   * ccemregq
001600* teller and web consent paths and by every program that        * ccemregq
001700* produces marketing, the way LOYREDM is shared. 'C' is the     * ccemregq
001800* suppression check - accepted only when the customer holds     * ccemregq
001900* live consent on the channel as at the date given. 'I' hands   * ccemregq
002000* back the register row without changing anything. 'G' records  * ccemregq
002100* express or implied consent from the event date given; 'W'     * ccemregq
002200* records a withdrawal. A refusal comes back with the reply     * ccemregq
002300* message.                                                      * ccemregq
002400***************************************************************** ccemregq
002500 01 CEMREG-REQUEST.                                               ccemregq
002600   05 CRQ-FUNCTION                 PIC X(1).                      ccemregq
002700     88 CRQ-FUNC-CHECK             VALUE 'C'.                     ccemregq
002800     88 CRQ-FUNC-INQUIRE           VALUE 'I'.                     ccemregq
002900     88 CRQ-FUNC-GRANT             VALUE 'G'.                     ccemregq
003000     88 CRQ-FUNC-WITHDRAW          VALUE 'W'.                     ccemregq
003100   05 CRQ-PID                      PIC X(5).                      ccemregq
003200   05 CRQ-CHANNEL                  PIC X(1).                      ccemregq
003300     88 CRQ-CHANNEL-EMAIL          VALUE 'E'.                     ccemregq
003400     88 CRQ-CHANNEL-MAIL           VALUE 'M'.                     ccemregq
003500     88 CRQ-CHANNEL-PHONE          VALUE 'T'.                     ccemregq
003600   05 CRQ-CONSENT-TYPE             PIC X(1).                      ccemregq
003700     88 CRQ-EXPRESS                VALUE 'E'.                     ccemregq
003800     88 CRQ-IMPLIED                VALUE 'I'.                     ccemregq
003900   05 CRQ-IMPLIED-BASIS            PIC X(1).                      ccemregq
004000     88 CRQ-BASIS-BUSINESS         VALUE 'P'.                     ccemregq
004100     88 CRQ-BASIS-INQUIRY          VALUE 'Q'.                     ccemregq
004200   05 CRQ-EVENT-DATE               PIC 9(8).                      ccemregq
004300   05 CRQ-SOURCE                   PIC X(1).                      ccemregq
004400   05 CRQ-CHANGED-BY               PIC X(5).                      ccemregq
004500   05 CRQ-DATE                     PIC 9(8).                      ccemregq
004600   05 CRQ-REPLY                    PIC X(1).                      ccemregq
004700     88 CRQ-ACCEPTED               VALUE 'Y'.                     ccemregq
004800     88 CRQ-REFUSED                VALUE 'N'.                     ccemregq
004900   05 CRQ-ROW-STATUS               PIC X(1).                      ccemregq
005000   05 CRQ-ROW-TYPE                 PIC X(1).                      ccemregq
005100   05 CRQ-ROW-CONSENT-DATE         PIC 9(8).                      ccemregq
005200   05 CRQ-ROW-EXPIRY-DATE          PIC 9(8).                      ccemregq
005300   05 CRQ-REPLY-MSG                PIC X(40).                     ccemregq
