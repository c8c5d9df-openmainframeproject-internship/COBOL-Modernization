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
001100                                                                  cdqrule
001200***************************************************************** cdqrule
001300* CDQRULE.CPY                                                   * cdqrule
001400*---------------------------------------------------------------* cdqrule
001500* One customer master data quality rule on the DQRULE file,     * cdqrule
001600* applied by DQSCORE to every open BNKCUST record: TELB blank   * cdqrule
001700* telephone, TELF telephone short of ten digits, PCOD postal    * cdqrule
001800* code malformed for the country, SINM SIN missing or not       * cdqrule
001900* numeric, EMLF malformed e-mail, EMLP placeholder e-mail (the  * cdqrule
002000* parameter texts are the placeholder tokens), NAMC name in the * cdqrule
002100* wrong case (a parameter text of CAPS also flags names held in * cdqrule
002200* capitals). The field name is what the remediation list shows; * cdqrule
002300* the weight comes off the customer's score of 100. Maintained  * cdqrule
002400* through PARMMNT, the last row for a rule wins.                * cdqrule
002500***************************************************************** cdqrule
002600 01 DQRULE-RECORD.                                                cdqrule
002700   05 DQR-RULE-ID                  PIC X(4).                      cdqrule
002800     88 DQR-RULE-TEL-BLANK         VALUE 'TELB'.                  cdqrule
002900     88 DQR-RULE-TEL-FORMAT        VALUE 'TELF'.                  cdqrule
003000     88 DQR-RULE-POST-CODE         VALUE 'PCOD'.                  cdqrule
003100     88 DQR-RULE-SIN-MISSING       VALUE 'SINM'.                  cdqrule
003200     88 DQR-RULE-EMAIL-FORMAT      VALUE 'EMLF'.                  cdqrule
003300     88 DQR-RULE-EMAIL-PLACEHOLDER VALUE 'EMLP'.                  cdqrule
003400     88 DQR-RULE-NAME-CASE         VALUE 'NAMC'.                  cdqrule
003500   05 DQR-ACTIVE-FLAG              PIC X(1).                      cdqrule
003600     88 DQR-ACTIVE                 VALUE 'Y'.                     cdqrule
003700   05 DQR-FIELD-NAME               PIC X(12).                     cdqrule
003800   05 DQR-WEIGHT                   PIC 9(3).                      cdqrule
003900   05 DQR-PARAM-TEXT               PIC X(10) OCCURS 4 TIMES.      cdqrule
004000   05 DQR-DESC                     PIC X(20).                     cdqrule
