001300* CCOLLWRK.CPY                                                  * ccollwrk
001400*---------------------------------------------------------------* ccollwrk
001500* Collections work-queue row written by LoanDelqBatch for every * ccollwrk
001600* delinquent loan - one row per liable party, with the party's  * ccollwrk
001700* telephone number carried from BNKCUST so the collections team * ccollwrk
001800* can work straight off the file each morning without a second  * ccollwrk
001900* lookup (the same denormalised-extract shape CSTMTEXT uses).   * ccollwrk
002900     88 CWK-AGE-90-PLUS              VALUE '90+'.                 ccollwrk
003000   05 CWK-CUST-TEL                   PIC X(12).                   ccollwrk
003100   05 CWK-RUN-DATE                   PIC 9(8).                    ccollwrk
003200*  One row goes out for each liable party on the facility -       ccollwrk
003300*  the primary owner, then each active co-borrower or             ccollwrk
003400*  guarantor from LNPARTY, the party's own PID and phone on       ccollwrk
003500*  the row (a guarantor's amount capped at the liability          ccollwrk
003600*  limit they signed for).                                        ccollwrk
003700   05 CWK-PARTY-PID                  PIC X(5).                    ccollwrk
003800   05 CWK-PARTY-ROLE                 PIC X(1).                    ccollwrk
003900     88 CWK-PARTY-PRIMARY            VALUE 'P'.                   ccollwrk
004000     88 CWK-PARTY-CO-BORROWER        VALUE 'C'.                   ccollwrk
004100     88 CWK-PARTY-GUARANTOR          VALUE 'G'.                   ccollwrk
004200*  A party under an insolvency stay (INSCASE) on pre-filing       ccollwrk
004300*  debt gets a stayed row - it still counts in ECL staging and    ccollwrk
004400*  the portfolio report, but carries no phone number and is not   ccollwrk
004500*  worked by collections.                                         ccollwrk
004600   05 CWK-STAY-FLAG                  PIC X(1).                    ccollwrk
004700     88 CWK-STAYED                   VALUE 'S'.                   ccollwrk
