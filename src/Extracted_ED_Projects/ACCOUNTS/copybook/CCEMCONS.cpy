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
001100                                                                  ccemcons
001200***************************************************************** ccemcons
001300* CCEMCONS.CPY                                                  * ccemcons
001400*---------------------------------------------------------------* ccemcons
001500* Commercial electronic message consent register - one row per  * ccemcons
001600* PID and channel recording whether the customer may be sent    * ccemcons
001700* marketing on it, kept apart from the BCS-REC-SEND-MAIL and    * ccemcons
001800* SEND-EMAIL service preferences, which only govern how         * ccemcons
001900* statements and notices go out. Consent is express (given and  * ccemcons
002000* held until withdrawn) or implied from a business relationship * ccemcons
002100* or an inquiry, which lapses on its expiry date and is marked  * ccemcons
002200* expired by the nightly CEMEXPR run. Maintained only through   * ccemcons
002300* CEMREG, which every channel and every marketing producer      * ccemcons
002400* calls.                                                        * ccemcons
002500***************************************************************** ccemcons
002600 01 CEMCONS-RECORD.                                               ccemcons
002700   05 CEM-KEY.                                                    ccemcons
002800     10 CEM-PID                    PIC X(5).                      ccemcons
002900     10 CEM-CHANNEL                PIC X(1).                      ccemcons
003000       88 CEM-CHANNEL-EMAIL        VALUE 'E'.                     ccemcons
003100       88 CEM-CHANNEL-MAIL         VALUE 'M'.                     ccemcons
003200       88 CEM-CHANNEL-PHONE        VALUE 'T'.                     ccemcons
003300   05 CEM-CONSENT-TYPE             PIC X(1).                      ccemcons
003400     88 CEM-EXPRESS                VALUE 'E'.                     ccemcons
003500     88 CEM-IMPLIED                VALUE 'I'.                     ccemcons
003600*  Implied consent only - P an existing business relationship     ccemcons
003700*  (purchase or contract), Q an inquiry or application.           ccemcons
003800   05 CEM-IMPLIED-BASIS            PIC X(1).                      ccemcons
003900     88 CEM-BASIS-BUSINESS         VALUE 'P'.                     ccemcons
004000     88 CEM-BASIS-INQUIRY          VALUE 'Q'.                     ccemcons
004100   05 CEM-STATUS                   PIC X(1).                      ccemcons
004200     88 CEM-ACTIVE                 VALUE 'A'.                     ccemcons
004300     88 CEM-WITHDRAWN              VALUE 'W'.                     ccemcons
004400     88 CEM-EXPIRED                VALUE 'X'.                     ccemcons
004500*  Where the last change came from - W web, T teller, U the       ccemcons
004600*  e-mail provider's unsubscribe file, B the nightly expiry.      ccemcons
004700   05 CEM-SOURCE                   PIC X(1).                      ccemcons
004800     88 CEM-SOURCE-WEB             VALUE 'W'.                     ccemcons
004900     88 CEM-SOURCE-TELLER          VALUE 'T'.                     ccemcons
005000     88 CEM-SOURCE-UNSUBSCRIBE     VALUE 'U'.                     ccemcons
005100     88 CEM-SOURCE-BATCH           VALUE 'B'.                     ccemcons
005200*  The date consent was given (or the relationship event implied  ccemcons
005300*  consent rests on) and, for implied consent, the date it lapses ccemcons
005400*  - zero for express consent.                                    ccemcons
005500   05 CEM-CONSENT-DATE             PIC 9(8).                      ccemcons
005600   05 CEM-EXPIRY-DATE              PIC 9(8).                      ccemcons
005700   05 CEM-CHANGED-DATE             PIC 9(8).                      ccemcons
005800   05 CEM-CHANGED-BY               PIC X(5).                      ccemcons
