002697     88 ATN-TYPE-GIC-REDEEM          VALUE 'GR'.                  cacctrn
002698     88 ATN-TYPE-GARNISH             VALUE 'GN'.                  cacctrn
002699     88 ATN-TYPE-WITHHOLD            VALUE 'WT'.                  cacctrn
002701     88 ATN-TYPE-CHARGE-OFF          VALUE 'CO'.                  cacctrn
002702     88 ATN-TYPE-RECOVERY            VALUE 'RC'.                  cacctrn
002703     88 ATN-TYPE-PREPAYMENT          VALUE 'PP'.                  cacctrn
002704     88 ATN-TYPE-PREPAY-PENALTY      VALUE 'PN'.                  cacctrn
002705     88 ATN-TYPE-SDB-RENT            VALUE 'SD'.                  cacctrn
002706     88 ATN-TYPE-CHQ-BOOK            VALUE 'CB'.                  cacctrn
002707     88 ATN-TYPE-CHQ-DEPOSIT         VALUE 'QD'.                  cacctrn
002708     88 ATN-TYPE-P2P-SEND            VALUE 'PS'.                  cacctrn
002709     88 ATN-TYPE-P2P-CREDIT          VALUE 'PC'.                  cacctrn
002710     88 ATN-TYPE-P2P-REFUND          VALUE 'PX'.                  cacctrn
002711     88 ATN-TYPE-LOYALTY-CR          VALUE 'LR'.                  cacctrn
002712     88 ATN-TYPE-LOYALTY-DN          VALUE 'LD'.                  cacctrn
002713     88 ATN-TYPE-ANALYSIS-CHG        VALUE 'AN'.                  cacctrn
002714     88 ATN-TYPE-DIRECT-CR-OUT       VALUE 'DO'.                  cacctrn
002715     88 ATN-TYPE-DIRECT-CR-RTN       VALUE 'DT'.                  cacctrn
002716     88 ATN-TYPE-PAYDAY-SAVE         VALUE 'SV'.                  cacctrn
002717     88 ATN-TYPE-POS-PURCHASE        VALUE 'PO'.                  cacctrn
002718     88 ATN-TYPE-CHQ-DEP-RETURN      VALUE 'QR'.                  cacctrn
002700   05 ATN-DESC                       PIC X(20).                   cacctrn
002800   05 ATN-TO-ACC                     PIC X(9).                    cacctrn
002900*  Unique sequence-stamped reference assigned by ACCTREFN at      cacctrn
