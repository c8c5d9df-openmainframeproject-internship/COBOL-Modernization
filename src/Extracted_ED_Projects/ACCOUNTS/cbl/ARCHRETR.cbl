
       FD ARCHLQLG-FILE
           LABEL RECORDS ARE STANDARD.
       01 ARCHLQLG-RECORD                 PIC X(80).

       FD ARCHHST-FILE
           LABEL RECORDS ARE STANDARD.
