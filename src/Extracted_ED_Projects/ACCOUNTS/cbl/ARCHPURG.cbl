
       FD ARCHLQLG-FILE
           LABEL RECORDS ARE STANDARD.
       01 ARCHLQLG-RECORD                 PIC X(80).

       FD NEWLQLG-FILE
           LABEL RECORDS ARE STANDARD.
       01 NEWLQLG-RECORD                  PIC X(80).

       FD ACCTHST-FILE
           LABEL RECORDS ARE STANDARD.

       FD ARCHSTMT-FILE
           LABEL RECORDS ARE STANDARD.
       01 ARCHSTMT-RECORD                 PIC X(289).

       FD RPTNDX-FILE
           LABEL RECORDS ARE STANDARD.
