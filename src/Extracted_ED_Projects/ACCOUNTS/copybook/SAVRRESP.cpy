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
       01 BRE-OUT-OUTPUT-STRUCTURE.
         02 BRE-O-CD11O-DATA.
           03 BRE-O-CD11O-APPROVED-FLAG     PIC X(1).
           03 BRE-O-CD11O-MESSAGE           PIC X(40).
           03 BRE-O-CD11O-STATUS            PIC X(1).
           03 BRE-O-CD11O-FROM-ACC          PIC X(9).
           03 BRE-O-CD11O-ORIGINATOR        PIC X(20).
           03 BRE-O-CD11O-TO-ACC            PIC X(9).
           03 BRE-O-CD11O-METHOD            PIC X(1).
           03 BRE-O-CD11O-PERCENT           PIC 9(3)V99.
           03 BRE-O-CD11O-FIXED-AMOUNT      PIC 9(7)V99.
           03 BRE-O-CD11O-FLOOR             PIC 9(7)V99.
           03 BRE-O-CD11O-LAST-FIRED-DATE   PIC 9(8).
           03 BRE-O-CD11O-LAST-AMOUNT       PIC 9(7)V99.
           03 BRE-O-CD11O-LAST-RESULT       PIC X(1).
           03 BRE-O-CD11O-TOTAL-SAVED       PIC 9(9)V99.
         02 BRE-O-EIBRESP  PIC S9(8) USAGE IS BINARY.
