000100*****************************************************************
000200*                                                               *
000300*   Copyright (C) 1998-2021 Micro Focus. All Rights Reserved.   *
000400*   This demonstration program is provided for use by users     *
000500*   of Micro Focus products and may be used, modified and       *
000600*   distributed as part of your application provided that       *
000700*   you properly acknowledge the copyright of Micro Focus       *
000800*   in this material.                                           *
000900*                                                               *
001000*****************************************************************
       01 BRE-INP-INPUT-STRUCTURE.
         02 BRE-I-CD14I-CARD-NO             PIC X(16).
         02 BRE-I-CD14I-PIN                 PIC 9(4).
         02 BRE-I-CD14I-AMOUNT              PIC 9(5)V99.
         02 BRE-I-CD14I-NETWORK-REF         PIC X(16).
         02 BRE-I-CD14I-MERCHANT-ID         PIC X(15).
         02 BRE-I-CD14I-MERCHANT-NAME       PIC X(22).
