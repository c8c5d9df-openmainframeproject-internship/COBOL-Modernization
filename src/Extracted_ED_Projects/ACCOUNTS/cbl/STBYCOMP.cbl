         05 SLN-APPLIED-THRU-TIME         PIC 9(8).
         05 SLN-ARREARS-AMOUNT            PIC S9(7)V99.
         05 SLN-PRIN-PAID                 PIC S9(7)V99.
         05 FILLER                        PIC X(145).

       FD GICMST-FILE
           LABEL RECORDS ARE STANDARD.
