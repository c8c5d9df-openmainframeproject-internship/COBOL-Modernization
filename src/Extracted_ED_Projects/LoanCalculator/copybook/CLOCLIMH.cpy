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
001100                                                                  cloclimh
001200***************************************************************** cloclimh
001300* CLOCLIMH.CPY                                                  * cloclimh
001400*---------------------------------------------------------------* cloclimh
001500* Line-of-credit limit history - one row for every change to a  * cloclimh
001600* facility's credit limit after opening: a review reduction, or * cloclimh
001700* an increase once a second person has released it. Old limit,  * cloclimh
001800* new limit, the drawn balance at the time and who did it,      * cloclimh
001900* appended to the LOCLIMH file and never updated in place.      * cloclimh
002000***************************************************************** cloclimh
002100 01 LOCLIMH-RECORD.                                               cloclimh
002200   05 LLH-OWNER-PID                 PIC X(5).                     cloclimh
002300   05 LLH-ACCOUNT                   PIC X(9).                     cloclimh
002400   05 LLH-DATE                      PIC 9(8).                     cloclimh
002500   05 LLH-TIME                      PIC 9(8).                     cloclimh
002600   05 LLH-USERID                    PIC X(5).                     cloclimh
002700   05 LLH-APPROVED-BY               PIC X(5).                     cloclimh
002800   05 LLH-TYPE                      PIC X(1).                     cloclimh
002900     88 LLH-REDUCTION               VALUE 'R'.                    cloclimh
003000     88 LLH-INCREASE                VALUE 'I'.                    cloclimh
003100   05 LLH-REASON                    PIC X(25).                    cloclimh
003200   05 LLH-OLD-LIMIT                 PIC 9(7)V99.                  cloclimh
003300   05 LLH-NEW-LIMIT                 PIC 9(7)V99.                  cloclimh
003400   05 LLH-DRAWN-BALANCE             PIC 9(7)V99.                  cloclimh
