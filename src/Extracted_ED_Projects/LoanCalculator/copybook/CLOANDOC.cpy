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
001100                                                                  cloandoc
001200***************************************************************** cloandoc
001300* CLOANDOC.CPY                                                  * cloandoc
001400*---------------------------------------------------------------* cloandoc
001500* Loan document tracking - one row per document a loan must     * cloandoc
001600* keep current, keyed by the loan's owner PID and account plus  * cloandoc
001700* a four-character document type so a loan's documents browse   * cloandoc
001800* together: 'INSC' the property insurance certificate every     * cloandoc
001900* escrowed or property-secured loan must hold, 'FINS' the       * cloandoc
002000* annual financial statements a business borrower owes, and     * cloandoc
002100* any other type the branch registers. The expiry date is when  * cloandoc
002200* the document on file lapses (or falls due); zero means none   * cloandoc
002300* has ever been received. LoanDocBatch ages the rows weekly,    * cloandoc
002400* reminds the borrower and flags lapsed insurance for           * cloandoc
002500* collections.                                                  * cloandoc
002600***************************************************************** cloandoc
002700 01 LOANDOC-RECORD.                                               cloandoc
002800   05 LDC-KEY.                                                    cloandoc
002900     10 LDC-OWNER-PID               PIC X(5).                     cloandoc
003000     10 LDC-ACCOUNT                 PIC X(9).                     cloandoc
003100     10 LDC-DOC-TYPE                PIC X(4).                     cloandoc
003200       88 LDC-DOC-INSURANCE         VALUE 'INSC'.                 cloandoc
003300       88 LDC-DOC-FINANCIALS        VALUE 'FINS'.                 cloandoc
003400   05 LDC-DESC                      PIC X(30).                    cloandoc
003500   05 LDC-EXPIRY-DTE                PIC 9(8).                     cloandoc
003600   05 LDC-RECEIVED-DTE              PIC 9(8).                     cloandoc
003700   05 LDC-STATUS                    PIC X(1).                     cloandoc
003800     88 LDC-CURRENT                 VALUE 'C'.                    cloandoc
003900     88 LDC-DUE                     VALUE 'D'.                    cloandoc
004000     88 LDC-LAPSED                  VALUE 'L'.                    cloandoc
004100     88 LDC-WAIVED                  VALUE 'W'.                    cloandoc
004200   05 LDC-LAST-REMINDER-DTE         PIC 9(8).                     cloandoc
004300   05 LDC-REMINDER-COUNT            PIC 9(2).                     cloandoc
004400   05 LDC-COLL-FLAG-DTE             PIC 9(8).                     cloandoc
004500   05 LDC-ADDED-DATE                PIC 9(8).                     cloandoc
004600   05 LDC-ADDED-BY                  PIC X(5).                     cloandoc
