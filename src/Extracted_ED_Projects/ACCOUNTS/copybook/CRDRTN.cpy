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
001100                                                                  crdrtn
001200***************************************************************** crdrtn
001300* CRDRTN.CPY                                                    * crdrtn
001400*---------------------------------------------------------------* crdrtn
001500* One item on the inbound returned-deposited-items file         * crdrtn
001600* (RDRTN): a cheque one of our customers deposited, sent out on * crdrtn
001700* RDCLEAR, that the bank it was drawn on has refused. It comes  * crdrtn
001800* back with the MICR line and amount it went out under, so      * crdrtn
001900* ACCTRDRT finds the CHQDEPR row with one keyed read, and with  * crdrtn
002000* the paying bank's return reason. The file's last record is    * crdrtn
002100* the clearing house control ('CTL ' in the PID position) in    * crdrtn
002200* the CDIRCRD convention, and the file must prove to it before  * crdrtn
002300* anything is charged back.                                     * crdrtn
002400***************************************************************** crdrtn
002500 01 RDRTN-RECORD.                                                 crdrtn
002600   05 RRT-DATA                    PIC X(80).                      crdrtn
002700   05 RRT-DETAIL REDEFINES RRT-DATA.                              crdrtn
002800     10 RRT-OWNER-PID             PIC X(5).                       crdrtn
002900       88 RRT-CONTROL-RECORD      VALUE 'CTL  '.                  crdrtn
003000     10 RRT-ACCOUNT               PIC X(9).                       crdrtn
003100     10 RRT-PAYOR-ROUTING         PIC X(9).                       crdrtn
003200     10 RRT-PAYOR-ACCOUNT         PIC X(12).                      crdrtn
003300     10 RRT-SERIAL                PIC X(6).                       crdrtn
003400     10 RRT-AMOUNT                PIC 9(7)V99.                    crdrtn
003500     10 RRT-REF-NO                PIC 9(12).                      crdrtn
003600     10 RRT-REASON-CODE           PIC X(2).                       crdrtn
003700       88 RRT-REASON-NSF          VALUE 'NF'.                     crdrtn
003800       88 RRT-REASON-STOPPED      VALUE 'SP'.                     crdrtn
003900       88 RRT-REASON-CLOSED       VALUE 'AC'.                     crdrtn
004000       88 RRT-REASON-NO-ACCOUNT   VALUE 'NA'.                     crdrtn
004100       88 RRT-REASON-SIGNATURE    VALUE 'SG'.                     crdrtn
004200       88 RRT-REASON-STALE        VALUE 'SD'.                     crdrtn
004300     10 RRT-RETURN-DATE           PIC 9(8).                       crdrtn
004400     10 FILLER                    PIC X(8).                       crdrtn
004500   05 RRT-CONTROL REDEFINES RRT-DATA.                             crdrtn
004600     10 FILLER                    PIC X(5).                       crdrtn
004700     10 RTT-ITEM-COUNT            PIC 9(6).                       crdrtn
004800     10 RTT-AMOUNT-TOTAL          PIC 9(11)V99.                   crdrtn
004900     10 FILLER                    PIC X(56).                      crdrtn
