003190       15  CD04I-NEW-LANG-PREF              PIC X(1).             cbankd04
003200       15  CD04I-NEW-TAX-STATUS             PIC X(1).             cbankd04
003210       15  CD04I-NEW-TAX-CNTRY              PIC X(6).             cbankd04
003212*      Date of birth CCYYMMDD - required at onboarding.           cbankd04
003214       15  CD04I-NEW-BIRTH-DTE              PIC X(8).             cbankd04
003215*      Foreign tax self-certification - see CTAXCERT.             cbankd04
003216       15  CD04I-NEW-US-PERSON              PIC X(1).             cbankd04
003217       15  CD04I-NEW-TAX-RES OCCURS 3 TIMES.                      cbankd04
003218         20  CD04I-NEW-RES-CNTRY            PIC X(6).             cbankd04
003219         20  CD04I-NEW-RES-TIN              PIC X(20).            cbankd04
003200     10  CD04O-DATA.                                              cbankd04
003300       15  CD04O-NEW-PID                    PIC X(5).             cbankd04
003400       15  CD04O-MESSAGE                    PIC X(40).            cbankd04
