         02 BRE-I-CD02I-CONTACT6           PIC X(1).
         02 BRE-I-CD02I-CONTACT7           PIC X(1).
         02 BRE-I-CD02I-CONTACT8           PIC X(1).
         02 BRE-I-CD02I-CONTACT9           PIC X(8).
         02 BRE-I-READ-ONLY-FLAG           PIC X(1).
           88 BRE-I-READ-ONLY              VALUE 'Y'.
         02 BRE-I-USERID                   PIC X(5).
