001700* Collected through the day into the TELLTRAN file and posted   * ctelltrn
001800* by ACCTTELL, which also proves each drawer's cash position    * ctelltrn
001900* at end of day from these records.                             * ctelltrn
001910* A cheque taken on deposit carries its MICR line, which the    * ctelltrn
001920* duplicate presentment check looks up before it is credited.   * ctelltrn
002000***************************************************************** ctelltrn
002100 01 TELLTRAN-RECORD.                                              ctelltrn
002200   05 TTR-TELLER-ID                  PIC X(5).                    ctelltrn
002500   05 TTR-ACTION                     PIC X(1).                    ctelltrn
002600     88 TTR-CASH-DEPOSIT             VALUE 'D'.                   ctelltrn
002700     88 TTR-CASH-WITHDRAWAL          VALUE 'W'.                   ctelltrn
002750     88 TTR-CHEQUE-DEPOSIT           VALUE 'Q'.                   ctelltrn
002770     88 TTR-LOYALTY-REDEEM           VALUE 'L'.                   ctelltrn
002780     88 TTR-MKT-CONSENT              VALUE 'K'.                   ctelltrn
002790     88 TTR-MANDATE-SIGN             VALUE 'M'.                   ctelltrn
002800   05 TTR-AMOUNT                     PIC S9(7)V99.                ctelltrn
002900   05 TTR-BRANCH                      PIC X(4).                   ctelltrn
003000*  Who actually stood at the counter - blank means the owner;     ctelltrn
003100*  a third party acts under their AUTHMST grant and is            ctelltrn
003200*  refused without one.                                           ctelltrn
003300   05 TTR-ACTING-PID                 PIC X(5).                    ctelltrn
003400*  MICR line of a cheque deposit ('Q') - blank on a cash item.    ctelltrn
003500   05 TTR-PAYOR-ROUTING              PIC X(9).                    ctelltrn
003600   05 TTR-PAYOR-ACCOUNT              PIC X(12).                   ctelltrn
003700   05 TTR-CHQ-SERIAL                 PIC X(6).                    ctelltrn
003800*  Loyalty redemption ('L') - the points spent and whether they   ctelltrn
003900*  go as a statement credit to the account or as a donation;      ctelltrn
004000*  the amount is worked out from the points, not keyed.           ctelltrn
004100   05 TTR-LOY-POINTS                 PIC 9(7).                    ctelltrn
004200   05 TTR-LOY-OPTION                 PIC X(1).                    ctelltrn
004300     88 TTR-LOY-STATEMENT-CREDIT     VALUE 'S'.                   ctelltrn
004400     88 TTR-LOY-DONATION             VALUE 'D'.                   ctelltrn
004500*  Marketing consent ('K') - the channel it covers, whether the   ctelltrn
004600*  customer gives express consent, is recorded as having implied  ctelltrn
004700*  consent (P purchase, Q inquiry, from the event date) or        ctelltrn
004800*  withdraws; no amount and no drawer cash.                       ctelltrn
004900   05 TTR-CEM-CHANNEL                PIC X(1).                    ctelltrn
005000   05 TTR-CEM-ACTION                 PIC X(1).                    ctelltrn
005100     88 TTR-CEM-EXPRESS              VALUE 'E'.                   ctelltrn
005200     88 TTR-CEM-IMPLIED              VALUE 'I'.                   ctelltrn
005300     88 TTR-CEM-WITHDRAW             VALUE 'W'.                   ctelltrn
005400   05 TTR-CEM-BASIS                  PIC X(1).                    ctelltrn
005500   05 TTR-CEM-EVENT-DATE             PIC 9(8).                    ctelltrn
005600*  Supervisor who authorized an item for a customer the teller    ctelltrn
005700*  is linked to on STAFFXRF - blank when there is none.           ctelltrn
005800   05 TTR-OVERRIDE-ID                PIC X(5).                    ctelltrn
005900*  When the item was keyed at the drawer - date and HHMMSS, for   ctelltrn
006000*  the TELLPROD hour-of-day volumes; zero when the drawer did     ctelltrn
006100*  not stamp it.                                                  ctelltrn
006200   05 TTR-ENTRY-DATE                 PIC 9(8).                    ctelltrn
006300   05 TTR-ENTRY-TIME                 PIC 9(6).                    ctelltrn
006400*  Signing mandate - a withdrawal its signers have released is    ctelltrn
006500*  keyed again quoting the MANDPND reference; a counter-          ctelltrn
006600*  signature ('M') quotes the reference of the held item the      ctelltrn
006700*  signer at the counter is signing, and moves no cash. Zero      ctelltrn
006800*  when neither.                                                  ctelltrn
006900   05 TTR-MANDATE-REF                PIC 9(12).                   ctelltrn
