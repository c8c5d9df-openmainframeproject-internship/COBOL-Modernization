         02 BRE-I-CD04I-NEW-LANG-PREF         PIC X(1).
         02 BRE-I-CD04I-NEW-TAX-STATUS        PIC X(1).
         02 BRE-I-CD04I-NEW-TAX-CNTRY         PIC X(6).
         02 BRE-I-CD04I-NEW-BIRTH-DTE         PIC X(8).
         02 BRE-I-CD04I-NEW-US-PERSON         PIC X(1).
         02 BRE-I-CD04I-NEW-TAX-RES OCCURS 3 TIMES.
           03 BRE-I-CD04I-NEW-RES-CNTRY       PIC X(6).
           03 BRE-I-CD04I-NEW-RES-TIN         PIC X(20).
