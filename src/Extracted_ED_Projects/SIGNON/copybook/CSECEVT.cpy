003000     88 SEV-SEV-SUCCESS            VALUE 'S'.                     csecevt
003100     88 SEV-SEV-HEARTBEAT          VALUE 'H'.                     csecevt
003150     88 SEV-SEV-FORCE-CLOSE        VALUE 'K'.                     csecevt
003160     88 SEV-SEV-STEP-UP            VALUE 'T'.                     csecevt
003200   05 SEV-SIGNON-ID                PIC X(5).                      csecevt
003300   05 SEV-USERID                   PIC X(5).                      csecevt
003400   05 SEV-MESSAGE                  PIC X(75).                     csecevt
