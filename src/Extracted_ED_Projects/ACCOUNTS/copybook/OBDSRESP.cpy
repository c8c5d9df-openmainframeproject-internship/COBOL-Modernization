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
         02 BRE-O-CD13O-DATA.
           03 BRE-O-CD13O-APPROVED-FLAG     PIC X(1).
           03 BRE-O-CD13O-MESSAGE           PIC X(40).
           03 BRE-O-CD13O-ACC-COUNT         PIC 9(1).
           03 BRE-O-CD13O-ACC-FIELDS OCCURS 5 TIMES.
             04 BRE-O-CD13O-ACC-NUMBER      PIC X(9).
             04 BRE-O-CD13O-ACC-DESC        PIC X(15).
             04 BRE-O-CD13O-ACC-PRODUCT     PIC X(4).
             04 BRE-O-CD13O-ACC-CURRENCY    PIC X(3).
             04 BRE-O-CD13O-ACC-BALANCE     PIC S9(7)V99.
           03 BRE-O-CD13O-TXN-COUNT         PIC 9(1).
           03 BRE-O-CD13O-TXN-FIELDS OCCURS 8 TIMES.
             04 BRE-O-CD13O-TXN-DATE        PIC 9(8).
             04 BRE-O-CD13O-TXN-TIME        PIC 9(8).
             04 BRE-O-CD13O-TXN-AMOUNT      PIC S9(7)V99.
             04 BRE-O-CD13O-TXN-TYPE        PIC X(2).
             04 BRE-O-CD13O-TXN-DESC        PIC X(20).
             04 BRE-O-CD13O-TXN-REF         PIC 9(12).
           03 BRE-O-CD13O-LAST-ENTRY        PIC X(25).
           03 BRE-O-CD13O-MORE-FLAG         PIC X(1).
         02 BRE-O-EIBRESP  PIC S9(8) USAGE IS BINARY.
