001300   05 BRE-I-BANK-SIGNON-ID          PIC X(5).                     request
001400   05 BRE-I-BANK-USERID             PIC X(5).                     request
001500   05 BRE-I-BANK-PSWD               PIC X(8).                     request
001550   05 BRE-I-BANK-STEPUP-CODE        PIC X(6).                     request
001600*                                                                 request
001700* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     request
