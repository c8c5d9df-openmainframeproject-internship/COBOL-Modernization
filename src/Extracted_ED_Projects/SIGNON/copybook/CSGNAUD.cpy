001900       88  SAU-SUCCESS                   VALUE 'S'.               csgnaud
002000       88  SAU-FAILURE                   VALUE 'F'.               csgnaud
002050       88  SAU-OUT-OF-WINDOW             VALUE 'W'.               csgnaud
002060       88  SAU-STEP-UP-PENDING           VALUE 'P'.               csgnaud
002100     10  SAU-MESSAGE                     PIC X(75).               csgnaud
002200*                                                                 csgnaud
002300* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     csgnaud
