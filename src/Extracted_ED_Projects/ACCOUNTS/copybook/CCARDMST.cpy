003700     88 CRD-HOT-CARD                VALUES 'L' 'S'.               ccardmst
003800   05 CRD-REPLACED-BY               PIC X(16).                    ccardmst
003900   05 CRD-STATUS-DATE               PIC 9(8).                     ccardmst
004000*  Purchases at the point of sale draw on this account under the  ccardmst
004100*  card owner (ACCTPOS), within a daily limit of their own apart  ccardmst
004200*  from the ATM one - zero limit means the standard POS limit.    ccardmst
004300   05 CRD-POS-ACCOUNT               PIC X(9).                     ccardmst
004400   05 CRD-POS-LIMIT                 PIC 9(5)V99.                  ccardmst
004500   05 CRD-POS-LAST-DTE              PIC 9(8).                     ccardmst
004600   05 CRD-POS-LAST-AMT              PIC 9(5)V99.                  ccardmst
004700*  A renewal (ACCTCRNW) names the card it replaces; the old card  ccardmst
004800*  stays active until the new one is first used at the ATM or     ccardmst
004900*  the point of sale, which retires it and clears this link.      ccardmst
005000   05 CRD-RENEWAL-OF                PIC X(16).                    ccardmst
