000100*****************************************************************
000200*                                                                
000300*   Copyright (C) 1998-2021 Micro Focus. All Rights Reserved.    
000400*   This demonstration program is provided for use by users      
000500*   of Micro Focus products and may be used, modified and        
000600*   distributed as part of your application provided that        
000700*   you properly acknowledge the copyright of Micro Focus        
000800*   in this material.                                            
000900*                                                                
001000*****************************************************************
001100                                                                  csdbox
001200***************************************************************** csdbox
001300* CSDBOX.CPY                                                    * csdbox
001400*---------------------------------------------------------------* csdbox
001500* Safe deposit box inventory - one row per box, keyed by the    * csdbox
001600* BRNCHMST branch code and the box number on the door. A rented * csdbox
001700* box also carries its rental agreement: the renter PID, up to  * csdbox
001800* two co-renters with access, the renter's account the annual   * csdbox
001900* rent is debited from and the rent itself. SDB-NEXT-DUE-DTE is * csdbox
002000* the anniversary the next year's rent falls due; SDBRENT       * csdbox
002100* advances it on payment and marks the box overdue when the     * csdbox
002200* debit cannot be taken, then drill-pending once the policy     * csdbox
002300* notice period has run. Maintained through SDBMAINT.           * csdbox
002400***************************************************************** csdbox
002500 01 SDBOX-RECORD.                                                 csdbox
002600   05 SDB-KEY.                                                    csdbox
002700     10 SDB-BRANCH                 PIC X(4).                      csdbox
002800     10 SDB-BOX-NO                 PIC X(5).                      csdbox
002900   05 SDB-SIZE                     PIC X(1).                      csdbox
003000     88 SDB-SIZE-SMALL             VALUE 'S'.                     csdbox
003100     88 SDB-SIZE-MEDIUM            VALUE 'M'.                     csdbox
003200     88 SDB-SIZE-LARGE             VALUE 'L'.                     csdbox
003300     88 SDB-SIZE-EXTRA-LARGE       VALUE 'X'.                     csdbox
003400     88 SDB-SIZE-VALID             VALUE 'S' 'M' 'L' 'X'.         csdbox
003500   05 SDB-STATUS                   PIC X(1).                      csdbox
003600     88 SDB-VACANT                 VALUE 'V'.                     csdbox
003700     88 SDB-RENTED                 VALUE 'R'.                     csdbox
003800     88 SDB-OVERDUE                VALUE 'O'.                     csdbox
003900     88 SDB-DRILL-PENDING          VALUE 'D'.                     csdbox
004000     88 SDB-IN-USE                 VALUE 'R' 'O' 'D'.             csdbox
004100   05 SDB-RENTER-PID               PIC X(5).                      csdbox
004200   05 SDB-CO-RENTER-PID            PIC X(5) OCCURS 2 TIMES.       csdbox
004300   05 SDB-DEBIT-ACCOUNT            PIC X(9).                      csdbox
004400   05 SDB-ANNUAL-RENT              PIC 9(5)V99.                   csdbox
004500   05 SDB-AGREEMENT-DTE            PIC 9(8).                      csdbox
004600   05 SDB-NEXT-DUE-DTE             PIC 9(8).                      csdbox
004700   05 SDB-LAST-PAID-DTE            PIC 9(8).                      csdbox
004800   05 SDB-OVERDUE-SINCE-DTE        PIC 9(8).                      csdbox
004900*  Day the box was last drilled for non-payment - kept after the  csdbox
005000*  box goes back to vacant so the branch can see its history.     csdbox
005100   05 SDB-DRILLED-DTE              PIC 9(8).                      csdbox
005200   05 FILLER                       PIC X(18).                     csdbox
