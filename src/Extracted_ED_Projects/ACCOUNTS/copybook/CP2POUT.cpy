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
001100                                                                  cp2pout
001200***************************************************************** cp2pout
001300* CP2POUT.CPY                                                   * cp2pout
001400*---------------------------------------------------------------* cp2pout
001500* One record of the outbound person-to-person interchange file  * cp2pout
001600* ACCTP2PB cuts for the payment network each night. A 'P'       * cp2pout
001700* record is a transfer one of our customers sent to an alias    * cp2pout
001800* not in our P2PALIAS registry, with the question and answer    * cp2pout
001900* hash the network presents to the recipient. An 'A' record     * cp2pout
002000* tells the network an inbound transfer was accepted here; an   * cp2pout
002100* 'R' record returns an inbound transfer we could not deliver   * cp2pout
002200* or that expired unaccepted; an 'X' record cancels one of our  * cp2pout
002300* own outbound transfers that expired and was refunded. The     * cp2pout
002400* last record is our control ('T' in the type position) with    * cp2pout
002500* the count and amount total in the CWIREOUT trailer            * cp2pout
002600* convention.                                                   * cp2pout
002700***************************************************************** cp2pout
002800 01 P2POUT-RECORD.                                                cp2pout
002900   05 POU-DATA                      PIC X(170).                   cp2pout
003000   05 POU-DETAIL REDEFINES POU-DATA.                              cp2pout
003100     10 POU-TYPE                    PIC X(1).                     cp2pout
003200       88 POU-PAYMENT               VALUE 'P'.                    cp2pout
003300       88 POU-ACCEPTED              VALUE 'A'.                    cp2pout
003400       88 POU-RETURNED              VALUE 'R'.                    cp2pout
003500       88 POU-CANCELLED             VALUE 'X'.                    cp2pout
003600       88 POU-CONTROL-RECORD        VALUE 'T'.                    cp2pout
003700     10 POU-NETWORK-REF             PIC X(16).                    cp2pout
003800     10 POU-REF-NO                  PIC 9(12).                    cp2pout
003900     10 POU-ALIAS                   PIC X(50).                    cp2pout
004000     10 POU-AMOUNT                  PIC 9(7)V99.                  cp2pout
004100     10 POU-SENDER-NAME             PIC X(25).                    cp2pout
004200     10 POU-QUESTION                PIC X(40).                    cp2pout
004300     10 POU-ANSWER-HASH             PIC 9(9).                     cp2pout
004400     10 POU-SEND-DATE               PIC 9(8).                     cp2pout
004500   05 POU-CONTROL REDEFINES POU-DATA.                             cp2pout
004600     10 FILLER                      PIC X(1).                     cp2pout
004700     10 POT-ITEM-COUNT              PIC 9(6).                     cp2pout
004800     10 POT-AMOUNT-TOTAL            PIC 9(11)V99.                 cp2pout
004900     10 FILLER                      PIC X(150).                   cp2pout
