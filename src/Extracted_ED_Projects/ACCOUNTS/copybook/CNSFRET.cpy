002700     88 NSF-REASON-NO-ACCOUNT     VALUE 'NA'.                     cnsfret
002750     88 NSF-REASON-STOPPED        VALUE 'SP'.                     cnsfret
002760     88 NSF-REASON-POSPAY         VALUE 'PP'.                     cnsfret
002770     88 NSF-REASON-FROZEN         VALUE 'FZ'.                     cnsfret
002800   05 NSF-RETURN-DATE             PIC 9(8).                       cnsfret
