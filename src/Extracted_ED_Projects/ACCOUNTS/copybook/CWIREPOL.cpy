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
001100                                                                  cwirepol
001200***************************************************************** cwirepol
001300* CWIREPOL.CPY                                                  * cwirepol
001400*---------------------------------------------------------------* cwirepol
001500* One-record layout for the WIREPOL file - the bank's own       * cwirepol
001600* identity and defaults on the ISO 20022 wire messages ACCTWIRO * cwirepol
001700* cuts, maintained through PARMMNT. WRP-OUR-BIC is our BIC,     * cwirepol
001800* quoted as instructing and debtor agent - with none on file    * cwirepol
001900* ACCTWIRO refuses to cut. WRP-CLEARING-SYSTEM is the clearing  * cwirepol
002000* system code the correspondent routing number is a member id   * cwirepol
002100* of, WRP-CURRENCY the settlement currency and                  * cwirepol
002200* WRP-CHARGE-BEARER who pays the charges (SHAR, DEBT or CRED).  * cwirepol
002300* With no file ACCTWIRO uses CACPA, CAD and SHAR.               * cwirepol
002400***************************************************************** cwirepol
002500 01 WIREPOL-RECORD.                                               cwirepol
002600   05 WRP-OUR-BIC                   PIC X(11).                    cwirepol
002700   05 WRP-CLEARING-SYSTEM           PIC X(5).                     cwirepol
002800   05 WRP-CURRENCY                  PIC X(3).                     cwirepol
002900   05 WRP-CHARGE-BEARER             PIC X(4).                     cwirepol
003000     88 WRP-CHARGE-BEARER-VALID     VALUE 'SHAR' 'DEBT' 'CRED'.   cwirepol
003100   05 FILLER                        PIC X(57).                    cwirepol
