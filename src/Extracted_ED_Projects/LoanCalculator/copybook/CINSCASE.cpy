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
001100                                                                  cinscase
001200***************************************************************** cinscase
001300* CINSCASE.CPY                                                  * cinscase
001400*---------------------------------------------------------------* cinscase
001500* Insolvency case - one row per customer PID who has filed for  * cinscase
001600* bankruptcy or made a consumer proposal, recorded and moved on * cinscase
001700* by LoanInsBatch from the trustee's notices. While the stay of * cinscase
001800* proceedings is in force LoanDelqBatch marks the customer's    * cinscase
001900* collections rows stayed and the dunning letters are held      * cinscase
002000* back. The accounts the customer held at recording are frozen  * cinscase
002100* under FRDHOLD 'BK' holds - an account opened after the filing * cinscase
002200* is not. LoanPocBatch prices the proof of claim as of the      * cinscase
002300* filing date; a discharge or a completed proposal sends what   * cinscase
002400* is still owed to LoanChgoBatch for charge-off.                * cinscase
002500***************************************************************** cinscase
002600 01 INSCASE-RECORD.                                               cinscase
002700   05 INS-PID                       PIC X(5).                     cinscase
002800   05 INS-FILING-TYPE               PIC X(1).                     cinscase
002900     88 INS-BANKRUPTCY              VALUE 'B'.                    cinscase
003000     88 INS-PROPOSAL                VALUE 'P'.                    cinscase
003100   05 INS-FILING-DATE               PIC 9(8).                     cinscase
003200   05 INS-ESTATE-NO                 PIC X(12).                    cinscase
003300   05 INS-TRUSTEE-NAME              PIC X(30).                    cinscase
003400   05 INS-TRUSTEE-TEL               PIC X(12).                    cinscase
003500   05 INS-STAY-STATUS               PIC X(1).                     cinscase
003600     88 INS-STAY-IN-FORCE           VALUE 'S'.                    cinscase
003700     88 INS-STAY-LIFTED             VALUE 'L'.                    cinscase
003800   05 INS-CASE-STATUS               PIC X(1).                     cinscase
003900     88 INS-CASE-OPEN               VALUE 'O'.                    cinscase
004000     88 INS-DISCHARGED              VALUE 'D'.                    cinscase
004100     88 INS-PROPOSAL-COMPLETE       VALUE 'C'.                    cinscase
004200     88 INS-ANNULLED                VALUE 'A'.                    cinscase
004300     88 INS-DEBT-RELEASED           VALUES 'D' 'C'.               cinscase
004400   05 INS-STATUS-DATE               PIC 9(8).                     cinscase
004500   05 INS-RECORDED-DATE             PIC 9(8).                     cinscase
004600   05 INS-RECORDED-BY               PIC X(5).                     cinscase
004700   05 INS-FROZEN-COUNT              PIC 9(3).                     cinscase
004800*  Proof of claim - the date LoanPocBatch printed it and the      cinscase
004900*  total owed at the filing date. Zero date means not yet         cinscase
005000*  printed (or reset by LoanInsBatch for a reprint).              cinscase
005100   05 INS-CLAIM-DATE                PIC 9(8).                     cinscase
005200   05 INS-CLAIM-TOTAL               PIC S9(9)V99.                 cinscase
005300*  Charge-off - the date LoanChgoBatch queued the remaining       cinscase
005400*  debt after a discharge or completed proposal.                  cinscase
005500   05 INS-CHGO-DATE                 PIC 9(8).                     cinscase
005600   05 FILLER                        PIC X(20).                    cinscase
