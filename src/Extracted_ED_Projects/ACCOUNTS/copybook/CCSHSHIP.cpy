002900   05 SHP-STATUS                    PIC X(1).                     ccshship
003000     88 SHP-IN-TRANSIT              VALUE 'T'.                    ccshship
003100     88 SHP-RECEIVED                VALUE 'R'.                    ccshship
003110*  A shipment ATMFCST proposes for an ATM reload waits as 'P'     ccshship
003120*  until the branch approves it through BRCHCASH (it then goes    ccshship
003130*  in transit) or rejects it, or a later forecast withdraws it.   ccshship
003140     88 SHP-PROPOSED                VALUE 'P'.                    ccshship
003150     88 SHP-CANCELLED               VALUE 'X'.                    ccshship
003200   05 SHP-ORDERED-DATE              PIC 9(8).                     ccshship
003300   05 SHP-RECEIVED-DATE             PIC 9(8).                     ccshship
