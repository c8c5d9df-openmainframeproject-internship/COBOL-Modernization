003300     88 PQT-QUOTED                  VALUE 'Q'.                    cpayquot
003400     88 PQT-USED                    VALUE 'U'.                    cpayquot
003500     88 PQT-EXPIRED                 VALUE 'E'.                    cpayquot
003600*  Prepayment penalty on a closed loan - the part of the          cpayquot
003700*  outstanding balance beyond the year's remaining privilege,     cpayquot
003800*  priced at three months' interest or the interest-rate          cpayquot
003900*  differential, whichever is greater. Included in the quote      cpayquot
004000*  amount and shown on the quote as its own line.                 cpayquot
004100   05 PQT-PENALTY                   PIC S9(7)V99.                 cpayquot
004200   05 PQT-PENALTY-METHOD            PIC X(1).                     cpayquot
004300     88 PQT-PENALTY-NONE            VALUE ' '.                    cpayquot
004400     88 PQT-PENALTY-3-MONTHS        VALUE '3'.                    cpayquot
004500     88 PQT-PENALTY-IRD             VALUE 'D'.                    cpayquot
