001700* everyone-can-do-everything); the role here is matched against * croleprf
001800* the ROLEMTX permission matrix by the ROLECHK subprogram       * croleprf
001900* before the drivers route a transaction.                       * croleprf
001910* A recertification that is revoked, or not answered by the     * croleprf
001920* deadline, leaves the row on file with a non-active status -   * croleprf
001930* ROLECHK and UserVal refuse the id until ROLEADM reassigns it. * croleprf
001940* An id nobody has signed on with for the INACTPOL period is    * croleprf
001950* disabled by INACTUSR; only a dual-control unlock through      * croleprf
001960* UnlockUsr and APPRREL gives it back.                          * croleprf
002000***************************************************************** croleprf
002100 01 USRROLE-RECORD.                                               croleprf
002200   05 URP-USERID                   PIC X(5).                      croleprf
002800   05 URP-UPDATED-DATE             PIC 9(8).                      croleprf
002900   05 URP-UPDATED-BY               PIC X(5).                      croleprf
003000   05 URP-BRANCH                    PIC X(4).                     croleprf
003100   05 URP-STATUS                   PIC X(1).                      croleprf
003200     88 URP-STATUS-ACTIVE          VALUES ' ' 'A'.                croleprf
003300     88 URP-STATUS-SUSPENDED       VALUE 'S'.                     croleprf
003400     88 URP-STATUS-REVOKED         VALUE 'V'.                     croleprf
003450     88 URP-STATUS-DISABLED        VALUE 'D'.                     croleprf
003500   05 URP-STATUS-DATE              PIC 9(8).                      croleprf
003600   05 URP-STATUS-BY                PIC X(5).                      croleprf
003700   05 URP-INACT-WARN-DATE          PIC 9(8).                      croleprf
