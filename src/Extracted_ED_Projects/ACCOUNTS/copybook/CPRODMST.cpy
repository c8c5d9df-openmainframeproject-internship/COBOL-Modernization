001700* (AMS-PRODUCT-CODE). Until every account is converted, an      * cprodmst
001800* ACCTMST row whose product code is spaces is treated as the    * cprodmst
001900* default chequing product by everything that reads it.         * cprodmst
001910* A registered plan product (TFSA/RRSP) carries its plan type;  * cprodmst
001940* REGPLAN tracks contribution room for accounts on it.          * cprodmst
001950* A youth product names the adult product its holders move to  * cprodmst
001960* at the age of majority (YOUTHCNV); a product with a minimum  * cprodmst
001970* age refuses applicants younger than it.                      * cprodmst
001980* A cheque deposited through the web is held for the product's  * cprodmst
001990* hold days, less an amount made available at once.             * cprodmst
002000***************************************************************** cprodmst
002100 01 PRODMST-RECORD.                                               cprodmst
002200   05 PRD-CODE                       PIC X(4).                    cprodmst
003000     88 PRD-INT-NONE                 VALUE 'N'.                   cprodmst
003100   05 PRD-FEE-SCHEDULE               PIC X(4).                    cprodmst
003200   05 PRD-STMT-GROUP                 PIC X(2).                    cprodmst
003300   05 PRD-REG-PLAN-TYPE              PIC X(1).                    cprodmst
003400     88 PRD-NOT-REGISTERED           VALUE ' ' 'N'.               cprodmst
003500     88 PRD-REG-TFSA                 VALUE 'T'.                   cprodmst
003600     88 PRD-REG-RRSP                 VALUE 'R'.                   cprodmst
003700   05 PRD-MIN-AGE                    PIC 9(3).                    cprodmst
003800   05 PRD-ADULT-PRODUCT              PIC X(4).                    cprodmst
003900     88 PRD-NOT-YOUTH                VALUE SPACES.                cprodmst
004000   05 PRD-CHQ-HOLD-DAYS              PIC 9(2).                    cprodmst
004100   05 PRD-CHQ-IMMED-AMT              PIC 9(5)V99.                 cprodmst
