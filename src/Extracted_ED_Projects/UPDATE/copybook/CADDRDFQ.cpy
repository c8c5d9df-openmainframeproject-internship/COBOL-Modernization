002200 01 DEFERRED-QUEUE-RECORD.                                        caddrdfq
002300   05 DFQ-QUEUED-DATE              PIC 9(8).                      caddrdfq
002400   05 DFQ-QUEUED-TIME              PIC 9(8).                      caddrdfq
002500   05 DFQ-INPUT-DATA               PIC X(116).                    caddrdfq
