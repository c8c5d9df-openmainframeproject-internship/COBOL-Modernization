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
001100                                                                  cp2pxfr
001200***************************************************************** cp2pxfr
001300* CP2PXFR.CPY                                                   * cp2pxfr
001400*---------------------------------------------------------------* cp2pxfr
001500* One person-to-person money transfer, keyed on the reference   * cp2pxfr
001600* of the posting that raised it. An outbound transfer ('O') is  * cp2pxfr
001700* one of our customers sending to an alias - the sender is      * cp2pxfr
001800* debited at once and the money waits here until the recipient  * cp2pxfr
001900* answers the security question, auto-deposit takes it, or it   * cp2pxfr
002000* expires. An inbound transfer ('I') arrived from the payment   * cp2pxfr
002100* network for one of our aliases. The question is kept; the     * cp2pxfr
002200* answer only as a hash. PXF-NETWORK-STATE tracks what ACCTP2PB * cp2pxfr
002300* still owes the network for the row: the transfer itself, or a * cp2pxfr
002400* notice that it was accepted, returned or cancelled.           * cp2pxfr
002500***************************************************************** cp2pxfr
002600 01 P2PXFER-RECORD.                                               cp2pxfr
002700   05 PXF-REF-NO                   PIC 9(12).                     cp2pxfr
002800   05 PXF-DIRECTION                PIC X(1).                      cp2pxfr
002900     88 PXF-OUTBOUND               VALUE 'O'.                     cp2pxfr
003000     88 PXF-INBOUND                VALUE 'I'.                     cp2pxfr
003100   05 PXF-ALIAS                    PIC X(50).                     cp2pxfr
003200   05 PXF-SENDER-PID               PIC X(5).                      cp2pxfr
003300   05 PXF-SENDER-ACCOUNT           PIC X(9).                      cp2pxfr
003400   05 PXF-SENDER-NAME              PIC X(25).                     cp2pxfr
003500   05 PXF-AMOUNT                   PIC 9(7)V99.                   cp2pxfr
003600   05 PXF-QUESTION                 PIC X(40).                     cp2pxfr
003700   05 PXF-ANSWER-HASH              PIC 9(9).                      cp2pxfr
003800   05 PXF-ANSWER-ATTEMPTS          PIC 9(1).                      cp2pxfr
003900   05 PXF-SEND-DATE                PIC 9(8).                      cp2pxfr
004000   05 PXF-EXPIRY-DATE              PIC 9(8).                      cp2pxfr
004100   05 PXF-STATUS                   PIC X(1).                      cp2pxfr
004200     88 PXF-PENDING                VALUE 'P'.                     cp2pxfr
004300     88 PXF-ACCEPTED               VALUE 'A'.                     cp2pxfr
004400     88 PXF-AUTO-DEPOSITED         VALUE 'D'.                     cp2pxfr
004500     88 PXF-EXPIRED                VALUE 'X'.                     cp2pxfr
004600     88 PXF-RETURNED               VALUE 'R'.                     cp2pxfr
004700   05 PXF-RECIP-PID                PIC X(5).                      cp2pxfr
004800   05 PXF-RECIP-ACCOUNT            PIC X(9).                      cp2pxfr
004900   05 PXF-SETTLED-DATE             PIC 9(8).                      cp2pxfr
005000   05 PXF-NETWORK-REF              PIC X(16).                     cp2pxfr
005100   05 PXF-NETWORK-STATE            PIC X(1).                      cp2pxfr
005200     88 PXF-NET-IN-HOUSE           VALUE ' '.                     cp2pxfr
005300     88 PXF-NET-SEND-DUE           VALUE 'Q'.                     cp2pxfr
005400     88 PXF-NET-AWAITING           VALUE 'S'.                     cp2pxfr
005500     88 PXF-NET-NOTICE-DUE         VALUE 'N'.                     cp2pxfr
005600     88 PXF-NET-CLOSED             VALUE 'C'.                     cp2pxfr
005700   05 FILLER                       PIC X(20).                     cp2pxfr
