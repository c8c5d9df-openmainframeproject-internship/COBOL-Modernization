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
001100                                                                  cstafxrf
001200***************************************************************** cstafxrf
001300* CSTAFXRF.CPY                                                  * cstafxrf
001400*---------------------------------------------------------------* cstafxrf
001500* Employee cross-reference on the STAFFXRF file - one row per   * cstafxrf
001600* staff BANK-USERID and customer PID they may not act on alone: * cstafxrf
001700* their own customer record and each related party they have    * cstafxrf
001800* declared (family, or a business they control). Maintained by  * cstafxrf
001900* STAFFMNT; STAFFCHK reads it before a teller, reversal,        * cstafxrf
002000* suspense adjustment or address change touches a PID. A        * cstafxrf
002100* removed link stays on file for the audit trail.               * cstafxrf
002200***************************************************************** cstafxrf
002300 01 STAFFXRF-RECORD.                                              cstafxrf
002400   05 SXR-KEY.                                                    cstafxrf
002500     10 SXR-USERID                 PIC X(5).                      cstafxrf
002600     10 SXR-PID                    PIC X(5).                      cstafxrf
002700   05 SXR-RELATION                 PIC X(1).                      cstafxrf
002800     88 SXR-REL-SELF               VALUE 'S'.                     cstafxrf
002900     88 SXR-REL-FAMILY             VALUE 'F'.                     cstafxrf
003000     88 SXR-REL-BUSINESS           VALUE 'B'.                     cstafxrf
003100   05 SXR-STATUS                   PIC X(1).                      cstafxrf
003200     88 SXR-ACTIVE                 VALUE 'A'.                     cstafxrf
003300     88 SXR-REMOVED                VALUE 'R'.                     cstafxrf
003400   05 SXR-DECLARED-DATE            PIC 9(8).                      cstafxrf
003500   05 SXR-CHANGED-DATE             PIC 9(8).                      cstafxrf
003600   05 SXR-CHANGED-BY               PIC X(5).                      cstafxrf
003700   05 SXR-NOTE                     PIC X(20).                     cstafxrf
