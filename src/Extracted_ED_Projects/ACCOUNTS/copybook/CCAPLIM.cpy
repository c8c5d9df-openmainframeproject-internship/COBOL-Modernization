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
001100                                                                  ccaplim
001200***************************************************************** ccaplim
001300* CCAPLIM.CPY                                                   * ccaplim
001400*---------------------------------------------------------------* ccaplim
001500* One capacity row per monitored file on CAPLIM, appended       * ccaplim
001600* through PARMMNT - a later row for the same file replaces an   * ccaplim
001700* earlier one. CPL-CAPACITY-RECS is the record count the file's * ccaplim
001800* allocation holds; CAPMON takes the file as at risk once it is * ccaplim
001900* CPL-WARN-PCT full or the growth trend leaves fewer than       * ccaplim
002000* CPL-WARN-DAYS to full. A file with no row, or a zero          * ccaplim
002100* capacity, is still counted and kept in the growth history but * ccaplim
002200* never projected.                                              * ccaplim
002300***************************************************************** ccaplim
002400 01 CAPLIM-RECORD.                                                ccaplim
002500   05 CPL-FILE-ID                  PIC X(8).                      ccaplim
002600   05 CPL-CAPACITY-RECS            PIC 9(9).                      ccaplim
002700   05 CPL-WARN-PCT                 PIC 9(3).                      ccaplim
002800   05 CPL-WARN-DAYS                PIC 9(3).                      ccaplim
002900   05 FILLER                       PIC X(57).                     ccaplim
