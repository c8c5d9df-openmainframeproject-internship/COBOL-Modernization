002970       88  BCS-REC-TAX-RESIDENT              VALUES 'R' ' '.      cbankvcs
002980       88  BCS-REC-TAX-NON-RESIDENT          VALUE 'N'.           cbankvcs
002990     10  BCS-REC-TAX-COUNTRY                 PIC X(6).            cbankvcs
003000*      Date of birth CCYYMMDD - zero until captured; drives the   cbankvcs
003003*      age fee waivers, youth conversion and minimum ages.        cbankvcs
003005     10  BCS-REC-BIRTH-DTE                   PIC 9(8).            cbankvcs
003010     10  BCS-REC-FILLER                      PIC X(4).            cbankvcs
002900                                                                  cbankvcs
003000* $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm     cbankvcs
