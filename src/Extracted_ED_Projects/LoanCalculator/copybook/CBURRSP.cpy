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
001100                                                                  cburrsp
001200***************************************************************** cburrsp
001300* CBURRSP.CPY                                                   * cburrsp
001400*---------------------------------------------------------------* cburrsp
001500* One record of the credit bureau's answer to our BURINQ        * cburrsp
001600* inquiries, loaded by BurRspBatch. Each application's report   * cburrsp
001700* starts with its score record ('S' - found or no file, the     * cburrsp
001800* score and model), followed by the bureau's ranked reason      * cburrsp
001900* factors ('F'), trade lines ('L'), inquiries on file ('I') and * cburrsp
002000* derogatory items ('D'), all keyed by our PID and application  * cburrsp
002100* number. The file closes with the bureau's control trailer     * cburrsp
002200* ('T') carrying the count of every other record.               * cburrsp
002300***************************************************************** cburrsp
002400 01 BURRSP-RECORD.                                                cburrsp
002500   05 BRS-DATA                      PIC X(100).                   cburrsp
002600   05 BRS-DETAIL REDEFINES BRS-DATA.                              cburrsp
002700     10 BRS-TYPE                    PIC X(1).                     cburrsp
002800       88 BRS-SCORE-RECORD          VALUE 'S'.                    cburrsp
002900       88 BRS-FACTOR-RECORD         VALUE 'F'.                    cburrsp
003000       88 BRS-TRADE-RECORD          VALUE 'L'.                    cburrsp
003100       88 BRS-INQUIRY-RECORD        VALUE 'I'.                    cburrsp
003200       88 BRS-DEROG-RECORD          VALUE 'D'.                    cburrsp
003300       88 BRS-CONTROL-RECORD        VALUE 'T'.                    cburrsp
003400     10 BRS-OWNER-PID               PIC X(5).                     cburrsp
003500     10 BRS-APP-NUMBER              PIC X(9).                     cburrsp
003600     10 BRS-BODY                    PIC X(85).                    cburrsp
003700   05 BRS-SCORE REDEFINES BRS-DATA.                               cburrsp
003800     10 FILLER                      PIC X(15).                    cburrsp
003900     10 BRS-HIT-FLAG                PIC X(1).                     cburrsp
004000       88 BRS-FILE-FOUND            VALUE 'H'.                    cburrsp
004100       88 BRS-NO-FILE               VALUE 'N'.                    cburrsp
004200     10 BRS-SCORE-VALUE             PIC 9(3).                     cburrsp
004300     10 BRS-SCORE-MODEL             PIC X(8).                     cburrsp
004400     10 BRS-REPORT-DATE             PIC 9(8).                     cburrsp
004500     10 FILLER                      PIC X(65).                    cburrsp
004600   05 BRS-FACTOR REDEFINES BRS-DATA.                              cburrsp
004700     10 FILLER                      PIC X(15).                    cburrsp
004800     10 BRS-FACTOR-RANK             PIC 9(1).                     cburrsp
004900     10 BRS-FACTOR-CODE             PIC X(2).                     cburrsp
005000     10 BRS-FACTOR-TEXT             PIC X(40).                    cburrsp
005100     10 FILLER                      PIC X(42).                    cburrsp
005200*    Worst rating the way the bureau rates payment history - 1    cburrsp
005300*    paid as agreed, 2 to 5 thirty to a hundred and twenty days   cburrsp
005400*    and more behind, 9 written off.                              cburrsp
005500   05 BRS-TRADE REDEFINES BRS-DATA.                               cburrsp
005600     10 FILLER                      PIC X(15).                    cburrsp
005700     10 BRS-TRD-CREDITOR            PIC X(20).                    cburrsp
005800     10 BRS-TRD-KIND                PIC X(1).                     cburrsp
005900       88 BRS-TRD-REVOLVING         VALUE 'R'.                    cburrsp
006000       88 BRS-TRD-INSTALMENT        VALUE 'I'.                    cburrsp
006100       88 BRS-TRD-MORTGAGE          VALUE 'M'.                    cburrsp
006200     10 BRS-TRD-OPENED              PIC 9(8).                     cburrsp
006300     10 BRS-TRD-BALANCE             PIC 9(9).                     cburrsp
006400     10 BRS-TRD-PAYMENT             PIC 9(7)V99.                  cburrsp
006500     10 BRS-TRD-WORST-RATING        PIC 9(1).                     cburrsp
006600     10 FILLER                      PIC X(37).                    cburrsp
006700   05 BRS-INQUIRY REDEFINES BRS-DATA.                             cburrsp
006800     10 FILLER                      PIC X(15).                    cburrsp
006900     10 BRS-INQ-DATE                PIC 9(8).                     cburrsp
007000     10 BRS-INQ-MEMBER              PIC X(20).                    cburrsp
007100     10 BRS-INQ-PURPOSE             PIC X(2).                     cburrsp
007200     10 FILLER                      PIC X(55).                    cburrsp
007300   05 BRS-DEROG REDEFINES BRS-DATA.                               cburrsp
007400     10 FILLER                      PIC X(15).                    cburrsp
007500     10 BRS-DRG-KIND                PIC X(2).                     cburrsp
007600       88 BRS-DRG-COLLECTION        VALUE 'CO'.                   cburrsp
007700       88 BRS-DRG-JUDGMENT          VALUE 'JU'.                   cburrsp
007800       88 BRS-DRG-BANKRUPTCY        VALUE 'BK'.                   cburrsp
007900     10 BRS-DRG-DATE                PIC 9(8).                     cburrsp
008000     10 BRS-DRG-AMOUNT              PIC 9(9).                     cburrsp
008100     10 BRS-DRG-STATUS              PIC X(1).                     cburrsp
008200       88 BRS-DRG-SATISFIED         VALUE 'S'.                    cburrsp
008300     10 FILLER                      PIC X(65).                    cburrsp
008400   05 BRS-CONTROL REDEFINES BRS-DATA.                             cburrsp
008500     10 FILLER                      PIC X(1).                     cburrsp
008600     10 BRT-ITEM-COUNT              PIC 9(6).                     cburrsp
008700     10 FILLER                      PIC X(93).                    cburrsp
