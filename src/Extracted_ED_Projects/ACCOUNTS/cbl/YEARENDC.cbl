
       FD SNAPLOAN-FILE
           LABEL RECORDS ARE STANDARD.
       01 SNAPLOAN-RECORD                 PIC X(238).

       FD SNAPGIC-FILE
           LABEL RECORDS ARE STANDARD.
