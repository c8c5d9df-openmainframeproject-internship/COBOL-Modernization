003600     10 BUR-ACCT-STATUS             PIC X(1).                     cbureau
003700       88 BUR-STATUS-OPEN           VALUE 'O'.                    cbureau
003800       88 BUR-STATUS-CLOSED         VALUE 'C'.                    cbureau
003850       88 BUR-STATUS-CHARGED-OFF    VALUE 'W'.                    cbureau
003900     10 BUR-REPORT-MONTH            PIC 9(6).                     cbureau
003910*    ECOA-style association code - how the consumer on this       cbureau
003920*    tradeline is bound to the account: '1' sole owner,           cbureau
003930*    '2' joint contractual liability (owner and co-borrower       cbureau
003940*    alike), '7' the maker of a guaranteed account, '5' its       cbureau
003950*    guarantor. One tradeline per party on the facility.          cbureau
003960     10 BUR-ECOA-CODE               PIC X(1).                     cbureau
003970       88 BUR-ECOA-INDIVIDUAL       VALUE '1'.                    cbureau
003980       88 BUR-ECOA-JOINT            VALUE '2'.                    cbureau
003990       88 BUR-ECOA-GUARANTOR        VALUE '5'.                    cbureau
003995       88 BUR-ECOA-MAKER            VALUE '7'.                    cbureau
004000     10 FILLER                      PIC X(12).                    cbureau
004100   05 BUR-CONTROL REDEFINES BUR-DATA.                             cbureau
004200     10 FILLER                      PIC X(1).                     cbureau
004300     10 BUT-ITEM-COUNT              PIC 9(6).                     cbureau
