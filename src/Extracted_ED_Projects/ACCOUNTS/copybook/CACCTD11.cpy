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
001100                                                                  cacctd11
001200***************************************************************** cacctd11
001300* CACCTD11.CPY                                                  * cacctd11
001400*---------------------------------------------------------------* cacctd11
001500* This area is used to pass data between a requesting program   * cacctd11
001600* and ACCTSAVR, which shows one of the signed-on customer's     * cacctd11
001700* save-on-payday rules ('E'), sets it up or changes it ('S') or * cacctd11
001800* removes it ('R') - the rule number and its terms in, and the  * cacctd11
001900* terms held with the last time it fired out.                   * cacctd11
002000***************************************************************** cacctd11
002100   05  CD11-DATA.                                                 cacctd11
002200     10  CD11I-DATA.                                              cacctd11
002300       15  CD11I-ACTION                     PIC X(1).             cacctd11
002400         88  CD11I-ENQUIRE                  VALUE 'E'.            cacctd11
002500         88  CD11I-SET                      VALUE 'S'.            cacctd11
002600         88  CD11I-REMOVE                   VALUE 'R'.            cacctd11
002700       15  CD11I-PERSON-PID                 PIC X(5).             cacctd11
002800       15  CD11I-RULE-NO                    PIC 9(1).             cacctd11
002900       15  CD11I-FROM-ACC                   PIC X(9).             cacctd11
003000       15  CD11I-ORIGINATOR                 PIC X(20).            cacctd11
003100       15  CD11I-TO-ACC                     PIC X(9).             cacctd11
003200       15  CD11I-METHOD                     PIC X(1).             cacctd11
003300         88  CD11I-PERCENT-METHOD           VALUE 'P'.            cacctd11
003400         88  CD11I-FIXED-METHOD             VALUE 'F'.            cacctd11
003500       15  CD11I-PERCENT                    PIC 9(3)V99.          cacctd11
003600       15  CD11I-FIXED-AMOUNT               PIC 9(7)V99.          cacctd11
003700       15  CD11I-FLOOR                      PIC 9(7)V99.          cacctd11
003800     10  CD11O-DATA.                                              cacctd11
003900       15  CD11O-APPROVED-FLAG              PIC X(1).             cacctd11
004000         88  CD11O-APPROVED                 VALUE 'Y'.            cacctd11
004100       15  CD11O-MESSAGE                    PIC X(40).            cacctd11
004200       15  CD11O-STATUS                     PIC X(1).             cacctd11
004300       15  CD11O-FROM-ACC                   PIC X(9).             cacctd11
004400       15  CD11O-ORIGINATOR                 PIC X(20).            cacctd11
004500       15  CD11O-TO-ACC                     PIC X(9).             cacctd11
004600       15  CD11O-METHOD                     PIC X(1).             cacctd11
004700       15  CD11O-PERCENT                    PIC 9(3)V99.          cacctd11
004800       15  CD11O-FIXED-AMOUNT               PIC 9(7)V99.          cacctd11
004900       15  CD11O-FLOOR                      PIC 9(7)V99.          cacctd11
005000       15  CD11O-LAST-FIRED-DATE            PIC 9(8).             cacctd11
005100       15  CD11O-LAST-AMOUNT                PIC 9(7)V99.          cacctd11
005200       15  CD11O-LAST-RESULT                PIC X(1).             cacctd11
005300       15  CD11O-TOTAL-SAVED                PIC 9(9)V99.          cacctd11
