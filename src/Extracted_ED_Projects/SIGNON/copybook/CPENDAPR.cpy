003210     88 PND-ACTION-GIC-REDEEM     VALUE 'GICR'.                   cpendapr
003220     88 PND-ACTION-LOAN-APP       VALUE 'LNAP'.                   cpendapr
003230     88 PND-ACTION-PARM-CHANGE    VALUE 'PARM'.                   cpendapr
003240     88 PND-ACTION-CHARGE-OFF     VALUE 'CHGO'.                   cpendapr
003250     88 PND-ACTION-LOC-LIMIT      VALUE 'LOCL'.                   cpendapr
003300   05 PND-STATUS                   PIC X(1).                      cpendapr
003400     88 PND-PENDING                VALUE 'P'.                     cpendapr
003500     88 PND-APPROVED               VALUE 'A'.                     cpendapr
