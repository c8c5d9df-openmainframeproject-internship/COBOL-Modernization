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
001100                                                                  csgnmand
001200***************************************************************** csgnmand
001300* CSGNMAND.CPY                                                  * csgnmand
001400*---------------------------------------------------------------* csgnmand
001500* Signing mandate - how many of an account's authorized signers * csgnmand
001600* must sign a money item, by amount. Keyed on the account; each * csgnmand
001700* signer is a PID placed in a signer group (A, B, ...), and     * csgnmand
001800* each amount band reaches up to its own amount (zero is no     * csgnmand
001900* limit) and asks for so many signers from named groups plus so * csgnmand
002000* many more from any group. An amount above every band is not   * csgnmand
002100* allowed on the account at all. Maintained by MANDMNT; MANDCHK * csgnmand
002200* holds an item that one signature does not satisfy on MANDPND  * csgnmand
002300* for the other signers for SMD-HOLD-DAYS (1-28, zero is 10).   * csgnmand
002400***************************************************************** csgnmand
002500 01 SGNMAND-RECORD.                                               csgnmand
002600   05 SMD-KEY.                                                    csgnmand
002700     10 SMD-ACCOUNT                PIC X(9).                      csgnmand
002800   05 SMD-OWNER-PID                PIC X(5).                      csgnmand
002900   05 SMD-STATUS                   PIC X(1).                      csgnmand
003000     88 SMD-ACTIVE                 VALUE 'A'.                     csgnmand
003100     88 SMD-REVOKED                VALUE 'X'.                     csgnmand
003200   05 SMD-HOLD-DAYS                PIC 9(3).                      csgnmand
003300   05 SMD-SIGNER-COUNT             PIC 9(2).                      csgnmand
003400   05 SMD-SIGNER OCCURS 10 TIMES.                                 csgnmand
003500     10 SMD-SIGNER-PID             PIC X(5).                      csgnmand
003600     10 SMD-SIGNER-GROUP           PIC X(1).                      csgnmand
003700   05 SMD-BAND-COUNT               PIC 9(1).                      csgnmand
003800   05 SMD-BAND OCCURS 5 TIMES.                                    csgnmand
003900     10 SMD-BAND-UPTO              PIC 9(9)V99.                   csgnmand
004000     10 SMD-BAND-ANY-COUNT         PIC 9(1).                      csgnmand
004100     10 SMD-BAND-RULE OCCURS 2 TIMES.                             csgnmand
004200       15 SMD-RULE-GROUP           PIC X(1).                      csgnmand
004300       15 SMD-RULE-COUNT           PIC 9(1).                      csgnmand
004400   05 SMD-UPDATED-DATE             PIC 9(8).                      csgnmand
004500   05 SMD-UPDATED-BY               PIC X(5).                      csgnmand
004600   05 FILLER                       PIC X(20).                     csgnmand
