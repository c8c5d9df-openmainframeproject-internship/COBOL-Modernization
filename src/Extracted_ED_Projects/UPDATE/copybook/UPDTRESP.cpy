           03 BRE-O-CD02O-CONTACT17         PIC X(1).
           03 BRE-O-CD02O-CONTACT18         PIC X(1).
           03 BRE-O-CD02O-CONTACT19         PIC 9(8).
           03 BRE-O-CD02O-CONTACT20         PIC 9(8).
         02 BRE-O-EIBRESP PIC S9(8) USAGE IS BINARY.
