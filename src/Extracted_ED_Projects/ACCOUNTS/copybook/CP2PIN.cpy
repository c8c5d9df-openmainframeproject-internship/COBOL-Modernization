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
001100                                                                  cp2pin
001200***************************************************************** cp2pin
001300* CP2PIN.CPY                                                    * cp2pin
001400*---------------------------------------------------------------* cp2pin
001500* One record of the inbound person-to-person interchange file   * cp2pin
001600* from the payment network, posted by ACCTP2PB. A 'P' record is * cp2pin
001700* a transfer from another institution to an alias in our        * cp2pin
001800* P2PALIAS registry, carrying the sender's question and the     * cp2pin
001900* answer hash the network holds. An 'A' record says the         * cp2pin
002000* recipient of one of our outbound transfers accepted it; an    * cp2pin
002100* 'R' record says it was declined or could not be delivered,    * cp2pin
002200* quoting our reference. The last record is the network's       * cp2pin
002300* control ('T' in the type position) with the count and amount  * cp2pin
002400* total in the CWIREIN trailer convention.                      * cp2pin
002500***************************************************************** cp2pin
002600 01 P2PIN-RECORD.                                                 cp2pin
002700   05 PIN-DATA                      PIC X(170).                   cp2pin
002800   05 PIN-DETAIL REDEFINES PIN-DATA.                              cp2pin
002900     10 PIN-TYPE                    PIC X(1).                     cp2pin
003000       88 PIN-PAYMENT               VALUE 'P'.                    cp2pin
003100       88 PIN-ACCEPTED              VALUE 'A'.                    cp2pin
003200       88 PIN-RETURNED              VALUE 'R'.                    cp2pin
003300       88 PIN-CONTROL-RECORD        VALUE 'T'.                    cp2pin
003400     10 PIN-NETWORK-REF             PIC X(16).                    cp2pin
003500     10 PIN-REF-NO                  PIC 9(12).                    cp2pin
003600     10 PIN-ALIAS                   PIC X(50).                    cp2pin
003700     10 PIN-AMOUNT                  PIC 9(7)V99.                  cp2pin
003800     10 PIN-SENDER-NAME             PIC X(25).                    cp2pin
003900     10 PIN-QUESTION                PIC X(40).                    cp2pin
004000     10 PIN-ANSWER-HASH             PIC 9(9).                     cp2pin
004100     10 PIN-SEND-DATE               PIC 9(8).                     cp2pin
004200   05 PIN-CONTROL REDEFINES PIN-DATA.                             cp2pin
004300     10 FILLER                      PIC X(1).                     cp2pin
004400     10 PNT-ITEM-COUNT              PIC 9(6).                     cp2pin
004500     10 PNT-AMOUNT-TOTAL            PIC 9(11)V99.                 cp2pin
004600     10 FILLER                      PIC X(150).                   cp2pin
