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
001100                                                                  cballtr
001200***************************************************************** cballtr
001300* CBALLTR.CPY                                                   * cballtr
001400*---------------------------------------------------------------* cballtr
001500* Certified balance letter extract written by BALCERT - one row * cballtr
001600* per answered as-of-date request for the mail/print subsystem  * cballtr
001700* that turns CONVLTR and the other letter extracts into         * cballtr
001800* letters, in the customer's preferred language. The            * cballtr
001900* certificate number is the business date and a run sequence,   * cballtr
002000* and is also the key the letter is registered under on         * cballtr
002100* CORRNDX. The archive flag is 'Y' when history already moved   * cballtr
002200* off ACCTHST was needed to reach the date.                     * cballtr
002300***************************************************************** cballtr
002400 01 BALLTR-RECORD.                                                cballtr
002500   05 BLT-DATE                     PIC 9(8).                      cballtr
002600   05 BLT-TIME                     PIC 9(8).                      cballtr
002700   05 BLT-CERT-NO.                                                cballtr
002800     10 BLT-CERT-PREFIX            PIC X(2).                      cballtr
002900     10 BLT-CERT-DATE              PIC 9(8).                      cballtr
003000     10 BLT-CERT-SEQ               PIC 9(5).                      cballtr
003100   05 BLT-PID                      PIC X(5).                      cballtr
003200   05 BLT-NAME                     PIC X(25).                     cballtr
003300   05 BLT-ADDR1                    PIC X(25).                     cballtr
003400   05 BLT-ADDR2                    PIC X(25).                     cballtr
003500   05 BLT-STATE                    PIC X(2).                      cballtr
003600   05 BLT-CNTRY                    PIC X(6).                      cballtr
003700   05 BLT-POST-CODE                PIC X(6).                      cballtr
003800*  Letter language from the customer's preference.                cballtr
003900   05 BLT-LANG                     PIC X(1).                      cballtr
004000   05 BLT-ACCOUNT                  PIC X(9).                      cballtr
004100   05 BLT-ACC-DESC                 PIC X(15).                     cballtr
004200   05 BLT-CURRENCY                 PIC X(3).                      cballtr
004300   05 BLT-AS-OF-DATE               PIC 9(8).                      cballtr
004400   05 BLT-OPENING-BALANCE          PIC S9(9)V99.                  cballtr
004500   05 BLT-DAY-CREDITS              PIC S9(9)V99.                  cballtr
004600   05 BLT-DAY-DEBITS               PIC S9(9)V99.                  cballtr
004700   05 BLT-DAY-COUNT                PIC 9(5).                      cballtr
004800   05 BLT-CLOSING-BALANCE          PIC S9(9)V99.                  cballtr
004900   05 BLT-REFERENCE                PIC X(20).                     cballtr
005000   05 BLT-REQUESTED-BY             PIC X(5).                      cballtr
005100   05 BLT-ARCHIVE-FLAG             PIC X(1).                      cballtr
