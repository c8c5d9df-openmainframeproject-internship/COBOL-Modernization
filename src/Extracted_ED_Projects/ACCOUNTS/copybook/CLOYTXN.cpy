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
001100                                                                  cloytxn
001200***************************************************************** cloytxn
001300* CLOYTXN.CPY                                                   * cloytxn
001400*---------------------------------------------------------------* cloytxn
001500* Loyalty points movement log (LOYTXN) - one row for every      * cloytxn
001600* change to a LOYLDGR balance, appended by LOYACCR for each     * cloytxn
001700* award or take-back and by LOYREDM for each redemption. An     * cloytxn
001800* award or take-back carries the ACCTTRN reference of the       * cloytxn
001900* posted item that caused it; a redemption carries the          * cloytxn
002000* reference of the statement credit or donation it paid, and    * cloytxn
002100* the dollar value the points went for. LOYLIAB reads it for    * cloytxn
002200* the month's movements.                                        * cloytxn
002300***************************************************************** cloytxn
002400 01 LOYTXN-RECORD.                                                cloytxn
002500   05 LTX-DATE                     PIC 9(8).                      cloytxn
002600   05 LTX-TIME                     PIC 9(8).                      cloytxn
002700   05 LTX-PID                      PIC X(5).                      cloytxn
002800   05 LTX-KIND                     PIC X(1).                      cloytxn
002900     88 LTX-AWARD                  VALUE 'A'.                     cloytxn
003000     88 LTX-TAKE-BACK              VALUE 'T'.                     cloytxn
003100     88 LTX-STATEMENT-CREDIT       VALUE 'S'.                     cloytxn
003200     88 LTX-DONATION               VALUE 'D'.                     cloytxn
003300   05 LTX-POINTS                   PIC S9(9).                     cloytxn
003400   05 LTX-VALUE                    PIC S9(7)V99.                  cloytxn
003500   05 LTX-TXN-TYPE                 PIC X(2).                      cloytxn
003600   05 LTX-TIER                     PIC X(1).                      cloytxn
003700   05 LTX-REF-NO                   PIC 9(12).                     cloytxn
003800   05 LTX-CHANNEL                  PIC X(1).                      cloytxn
003900     88 LTX-CHANNEL-BATCH          VALUE 'B'.                     cloytxn
004000     88 LTX-CHANNEL-TELLER         VALUE 'T'.                     cloytxn
004100     88 LTX-CHANNEL-WEB            VALUE 'W'.                     cloytxn
004200   05 LTX-BALANCE-AFTER            PIC S9(9).                     cloytxn
004300   05 FILLER                       PIC X(10).                     cloytxn
