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

001150***************************************************************** relxbld
001160* Program:     RELXBLD.CBL                                      * relxbld
001170* Function:    Overnight build of the RELXREF relationship      * relxbld
001180*              cross-reference the RELINQ inquiry browses - one * relxbld
001190*              row under the owner's PID for every debit card   * relxbld
001200*              on CARDMST that has not been replaced, and one   * relxbld
001210*              for every HSEHOLD membership. Neither master is  * relxbld
001220*              keyed by PID, so without this the inquiry would  * relxbld
001230*              have to read both end to end on every call. The  * relxbld
001240*              file is cut fresh each run, as NDXBUILD cuts the * relxbld
001250*              search indexes.                                  * relxbld
001260***************************************************************** relxbld
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELXBLD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARDMST-FILE ASSIGN TO "CARDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CRD-KEY
               FILE STATUS IS WS-CARDMST-STATUS.
           SELECT HSEHOLD-FILE ASSIGN TO "HSEHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HSH-KEY
               FILE STATUS IS WS-HSEHOLD-STATUS.
           SELECT RELXREF-FILE ASSIGN TO "RELXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RLX-KEY
               FILE STATUS IS WS-RELXREF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CARDMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CCARDMST.

       FD HSEHOLD-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CHSEHOLD.

       FD RELXREF-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CRELXREF.

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'RELXBLD'.
         05 WS-CARDMST-STATUS PIC X(2).
           88 WS-CARDMST-OK VALUE '00'.
         05 WS-HSEHOLD-STATUS PIC X(2).
           88 WS-HSEHOLD-OK VALUE '00'.
         05 WS-RELXREF-STATUS PIC X(2).
           88 WS-RELXREF-OK VALUE '00'.
         05 WS-CARDMST-EOF-FLAG PIC X(1).
           88 WS-CARDMST-EOF VALUE 'Y'.
         05 WS-HSEHOLD-EOF-FLAG PIC X(1).
           88 WS-HSEHOLD-EOF VALUE 'Y'.
         05 WS-CARD-COUNT PIC 9(6) VALUE ZERO.
         05 WS-MEMBER-COUNT PIC 9(6) VALUE ZERO.
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
           10 FILLER PIC X(5).

       PROCEDURE DIVISION.
       000-START-PROCESSING.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           .
           OPEN INPUT CARDMST-FILE
           OPEN INPUT HSEHOLD-FILE
           OPEN OUTPUT RELXREF-FILE
           .
           IF NOT WS-CARDMST-OK
               SET WS-CARDMST-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-CARDMST-EOF
               READ CARDMST-FILE NEXT RECORD
                   AT END
                       SET WS-CARDMST-EOF TO TRUE
                   NOT AT END
                       PERFORM INDEX-ONE-CARD THRU
                           INDEX-ONE-CARD-EXIT
               END-READ
           END-PERFORM
           .
           IF NOT WS-HSEHOLD-OK
               SET WS-HSEHOLD-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-HSEHOLD-EOF
               READ HSEHOLD-FILE NEXT RECORD
                   AT END
                       SET WS-HSEHOLD-EOF TO TRUE
                   NOT AT END
                       PERFORM INDEX-ONE-MEMBER THRU
                           INDEX-ONE-MEMBER-EXIT
               END-READ
           END-PERFORM
           .
           CLOSE CARDMST-FILE
           CLOSE HSEHOLD-FILE
           CLOSE RELXREF-FILE
           .
           DISPLAY WS-CARD-COUNT ' card(s) and '
               WS-MEMBER-COUNT ' household membership(s) indexed'
           .
           STOP RUN
           .
      *****************************************************************
      * A replaced card is history - its successor carries the        *
      * relationship and is indexed in its own right.                 *
      *****************************************************************
       INDEX-ONE-CARD.
           IF CRD-REPLACED
               GO TO INDEX-ONE-CARD-EXIT
           END-IF
           .
           MOVE SPACES TO RELXREF-RECORD
           MOVE CRD-OWNER-PID TO RLX-PID
           SET RLX-TYPE-CARD TO TRUE
           MOVE CRD-CARD-NO TO RLX-ITEM
           MOVE WS-CURRENT-DATE TO RLX-BUILT-DATE
           WRITE RELXREF-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-CARD-COUNT
           END-WRITE
           .
       INDEX-ONE-CARD-EXIT.
           EXIT
           .
       INDEX-ONE-MEMBER.
           MOVE SPACES TO RELXREF-RECORD
           MOVE HSH-PID TO RLX-PID
           SET RLX-TYPE-HOUSEHOLD TO TRUE
           MOVE HSH-HOUSEHOLD-ID TO RLX-ITEM
           MOVE WS-CURRENT-DATE TO RLX-BUILT-DATE
           WRITE RELXREF-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-MEMBER-COUNT
           END-WRITE
           .
       INDEX-ONE-MEMBER-EXIT.
           EXIT
           .
