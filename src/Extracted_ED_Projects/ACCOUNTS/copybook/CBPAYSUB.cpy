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
001100                                                                  cbpaysub
001200***************************************************************** cbpaysub
001300* CBPAYSUB.CPY                                                  * cbpaysub
001400*---------------------------------------------------------------* cbpaysub
001500* One record of the business payment submission file (BPAYSUB)  * cbpaysub
001600* a business customer uploads to pay its payroll or its         * cbpaysub
001700* suppliers through us. Each batch is a header naming the       * cbpaysub
001800* funding account and the customer's own batch id, one detail   * cbpaysub
001900* per payee (routing, account, amount, value date), and a       * cbpaysub
002000* trailer carrying the count and amount the batch must balance  * cbpaysub
002100* to; the three views redefine the same area, the way CDIRCRD   * cbpaysub
002200* carries its control record. ACCTBPYO originates the batches   * cbpaysub
002300* onto the outbound DIRCRO file.                                * cbpaysub
002400***************************************************************** cbpaysub
002500 01 BPAYSUB-RECORD.                                               cbpaysub
002600   05 BPS-REC-TYPE                 PIC X(1).                      cbpaysub
002700     88 BPS-HEADER                 VALUE 'H'.                     cbpaysub
002800     88 BPS-DETAIL                 VALUE 'D'.                     cbpaysub
002900     88 BPS-TRAILER                VALUE 'T'.                     cbpaysub
003000   05 BPS-DATA                     PIC X(79).                     cbpaysub
003100   05 BPS-HEADER-DATA REDEFINES BPS-DATA.                         cbpaysub
003200     10 BPH-OWNER-PID              PIC X(5).                      cbpaysub
003300     10 BPH-ACCOUNT                PIC X(9).                      cbpaysub
003400     10 BPH-BATCH-ID               PIC X(10).                     cbpaysub
003500     10 BPH-BATCH-TYPE             PIC X(1).                      cbpaysub
003600       88 BPH-PAYROLL              VALUE 'P'.                     cbpaysub
003700       88 BPH-SUPPLIER             VALUE 'S'.                     cbpaysub
003800     10 BPH-ORIGINATOR             PIC X(20).                     cbpaysub
003900     10 FILLER                     PIC X(34).                     cbpaysub
004000   05 BPS-DETAIL-DATA REDEFINES BPS-DATA.                         cbpaysub
004100     10 BPD-ROUTING                PIC X(9).                      cbpaysub
004200     10 BPD-ACCOUNT                PIC X(12).                     cbpaysub
004300     10 BPD-PAYEE-NAME             PIC X(20).                     cbpaysub
004400     10 BPD-AMOUNT                 PIC 9(7)V99.                   cbpaysub
004500     10 BPD-VALUE-DATE             PIC 9(8).                      cbpaysub
004600     10 BPD-PAYEE-REF              PIC X(15).                     cbpaysub
004700     10 FILLER                     PIC X(6).                      cbpaysub
004800   05 BPS-TRAILER-DATA REDEFINES BPS-DATA.                        cbpaysub
004900     10 BPT-ITEM-COUNT             PIC 9(6).                      cbpaysub
005000     10 BPT-AMOUNT-TOTAL           PIC 9(11)V99.                  cbpaysub
005100     10 FILLER                     PIC X(60).                     cbpaysub
