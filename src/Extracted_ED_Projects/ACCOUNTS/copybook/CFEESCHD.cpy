001800* chargeable activity beyond the free allowance, waived         * cfeeschd
001900* entirely when the account balance is at or above the waiver   * cfeeschd
002000* minimum.                                                      * cfeeschd
002010* Age waivers - a customer under the youth age, or at or over  * cfeeschd
002020* the senior age, pays nothing; zero switches either off.      * cfeeschd
002100***************************************************************** cfeeschd
002200 01 FEESCHED-RECORD.                                              cfeeschd
002300   05 FEE-SCHEDULE-CODE              PIC X(4).                    cfeeschd
002500   05 FEE-PER-ITEM-AMOUNT            PIC 9(3)V99.                 cfeeschd
002600   05 FEE-FREE-ITEMS                 PIC 9(3).                    cfeeschd
002700   05 FEE-WAIVER-MIN-BALANCE         PIC 9(7)V99.                 cfeeschd
002800   05 FEE-YOUTH-WAIVER-AGE           PIC 9(3).                    cfeeschd
002900   05 FEE-SENIOR-WAIVER-AGE          PIC 9(3).                    cfeeschd
