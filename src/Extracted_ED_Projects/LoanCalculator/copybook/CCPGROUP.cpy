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
001100                                                                  ccpgroup
001200***************************************************************** ccpgroup
001300* CCPGROUP.CPY                                                  * ccpgroup
001400*---------------------------------------------------------------* ccpgroup
001500* Connected-party group on the CPGROUP file - one row per group * ccpgroup
001600* id and member PID, keyed so a group's members browse          * ccpgroup
001700* together. A borrower, their household and the companies they  * ccpgroup
001800* control count as one name against the single-name lending     * ccpgroup
001900* limit. Seeded from HSEHOLD (source H) and extended by hand    * ccpgroup
002000* (source M) through CpGrpBatch, which keeps the PID-keyed      * ccpgroup
002100* CPMEMB index in step; a removed member stays on file marked   * ccpgroup
002200* removed.                                                      * ccpgroup
002300***************************************************************** ccpgroup
002400 01 CPGROUP-RECORD.                                               ccpgroup
002500   05 CPG-KEY.                                                    ccpgroup
002600     10 CPG-GROUP-ID               PIC X(5).                      ccpgroup
002700     10 CPG-PID                    PIC X(5).                      ccpgroup
002800   05 CPG-SOURCE                   PIC X(1).                      ccpgroup
002900     88 CPG-FROM-HOUSEHOLD         VALUE 'H'.                     ccpgroup
003000     88 CPG-MANUAL                 VALUE 'M'.                     ccpgroup
003100   05 CPG-RELATION                 PIC X(1).                      ccpgroup
003200     88 CPG-REL-HOUSEHOLD          VALUE 'H'.                     ccpgroup
003300     88 CPG-REL-CONTROLLED         VALUE 'C'.                     ccpgroup
003400     88 CPG-REL-GUARANTOR          VALUE 'G'.                     ccpgroup
003500     88 CPG-REL-OTHER              VALUE 'O'.                     ccpgroup
003600   05 CPG-STATUS                   PIC X(1).                      ccpgroup
003700     88 CPG-ACTIVE                 VALUE 'A'.                     ccpgroup
003800     88 CPG-REMOVED                VALUE 'R'.                     ccpgroup
003900   05 CPG-ADDED-DATE               PIC 9(8).                      ccpgroup
004000   05 CPG-CHANGED-DATE             PIC 9(8).                      ccpgroup
004100   05 CPG-CHANGED-BY               PIC X(5).                      ccpgroup
004200   05 CPG-NOTE                     PIC X(20).                     ccpgroup
