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

001150***************************************************************** youthcnv
001160* Program:     YOUTHCNV.CBL                                     * youthcnv
001170* Function:    Monthly youth-product conversion. Every PRODMST  * youthcnv
001180*              product naming an adult product in               * youthcnv
001190*              PRD-ADULT-PRODUCT is a youth product; each       * youthcnv
001200*              ACCTMST row on one whose owner has reached the   * youthcnv
001210*              age of majority for their province (19 in BC,    * youthcnv
001220*              NB, NL, NS, NT, NU and YT, 18 elsewhere) on the  * youthcnv
001230*              BNKCUST date of birth moves to the adult product * youthcnv
001240*              the way PRODCONV converts - interest treatment   * youthcnv
001250*              re-derived, the change journalled through        * youthcnv
001260*              MSTJRNL, a CONVLTR notice written and indexed    * youthcnv
001270*              through CORRNDX. An owner with no date of birth  * youthcnv
001280*              on file is listed for the branch to capture one  * youthcnv
001290*              and the account stays where it is.               * youthcnv
001300***************************************************************** youthcnv
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUTHCNV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODMST-FILE ASSIGN TO "PRODMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-CODE
               FILE STATUS IS WS-PRODMST-STATUS.
           SELECT ACCTMST-FILE ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AMS-KEY
               FILE STATUS IS WS-ACCTMST-STATUS.
           SELECT BNKCUST-FILE ASSIGN TO "BNKCUST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BCS-REC-PID
               FILE STATUS IS WS-BNKCUST-STATUS.
           SELECT CONVLTR-FILE ASSIGN TO "CONVLTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONVLTR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PRODMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CPRODMST.

       FD ACCTMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CACCTMST.

       FD BNKCUST-FILE
           LABEL RECORDS ARE STANDARD.
       01 BNKCUST-RECORD.
       COPY CBANKVCS.

       FD CONVLTR-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CCONVLTR.

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'YOUTHCNV'.
         05 WS-PRODMST-STATUS PIC X(2).
           88 WS-PRODMST-OK VALUE '00'.
         05 WS-ACCTMST-STATUS PIC X(2).
           88 WS-ACCTMST-OK VALUE '00'.
         05 WS-BNKCUST-STATUS PIC X(2).
           88 WS-BNKCUST-OK VALUE '00'.
         05 WS-CONVLTR-STATUS PIC X(2).
           88 WS-CONVLTR-OK VALUE '00'.
         05 WS-PRODMST-EOF-FLAG PIC X(1).
           88 WS-PRODMST-EOF VALUE 'Y'.
         05 WS-ACCTMST-EOF-FLAG PIC X(1).
           88 WS-ACCTMST-EOF VALUE 'Y'.
         05 WS-PRD-IDX PIC 9(2).
         05 WS-YOUTH-SLOT PIC 9(2).
         05 WS-ADULT-SLOT PIC 9(2).
         05 WS-MAJORITY-AGE PIC 9(3).
         05 WS-CUSTOMER-AGE PIC 9(3).
         05 WS-AGE-DOB PIC 9(8).
         05 WS-AGE-DOB-R REDEFINES WS-AGE-DOB.
           10 WS-AGE-DOB-YEAR PIC 9(4).
           10 WS-AGE-DOB-MMDD PIC 9(4).
         05 WS-AGE-TODAY PIC 9(8).
         05 WS-AGE-TODAY-R REDEFINES WS-AGE-TODAY.
           10 WS-AGE-TODAY-YEAR PIC 9(4).
           10 WS-AGE-TODAY-MMDD PIC 9(4).
         05 WS-READ-COUNT PIC 9(6) VALUE ZERO.
         05 WS-YOUTH-COUNT PIC 9(6) VALUE ZERO.
         05 WS-CONVERTED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-NO-DOB-COUNT PIC 9(6) VALUE ZERO.
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
           10 FILLER PIC X(5).
      *****************************************************************
      * Every product on PRODMST - the youth rows name their adult    *
      * product, whose description and interest treatment the         *
      * conversion then takes from the same table.                    *
      *****************************************************************
       01 WS-PRODUCT-TABLE.
         05 WS-PRD-MAX PIC 9(2) VALUE 50.
         05 WS-PRD-COUNT PIC 9(2) VALUE ZERO.
         05 WS-PRD-ENTRY OCCURS 50 TIMES.
           10 WS-PRD-CODE PIC X(4).
           10 WS-PRD-DESC PIC X(20).
           10 WS-PRD-INT-TREATMENT PIC X(1).
           10 WS-PRD-ADULT-PRODUCT PIC X(4).

       01 WS-JOURNAL-WORK.
         05 WS-BEFORE-ACCTMST PIC X(250).
       COPY CMSTJNLQ.

       COPY CCORRNDQ.

       COPY CGETBDTQ.

       COPY CRUNCTLQ.

       PROCEDURE DIVISION.
       000-START-PROCESSING.
           MOVE 'S' TO RCQ-FUNCTION
           MOVE 'YOUTHCNV' TO RCQ-JOB-NAME
           MOVE SPACES TO RCQ-PREREQ-JOB
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           IF RCQ-REPLY-REFUSED
               DISPLAY 'Run control refused start: ' RCQ-REPLY-MSG
               STOP RUN
           END-IF
           .
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           CALL 'GETBDTE' USING GETBDTE-REQUEST
           .
           PERFORM LOAD-PRODUCT-TABLE THRU LOAD-PRODUCT-TABLE-EXIT
           .
           OPEN I-O ACCTMST-FILE
           OPEN INPUT BNKCUST-FILE
           OPEN EXTEND CONVLTR-FILE
           IF NOT WS-CONVLTR-OK
               OPEN OUTPUT CONVLTR-FILE
           END-IF
           .
           MOVE LOW-VALUES TO AMS-KEY
           START ACCTMST-FILE KEY IS NOT LESS THAN AMS-KEY
               INVALID KEY
                   SET WS-ACCTMST-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-ACCTMST-EOF
               READ ACCTMST-FILE NEXT RECORD
                   AT END
                       SET WS-ACCTMST-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM CHECK-ONE-ACCOUNT THRU
                           CHECK-ONE-ACCOUNT-EXIT
               END-READ
           END-PERFORM
           .
           CLOSE ACCTMST-FILE
           CLOSE BNKCUST-FILE
           CLOSE CONVLTR-FILE
           .
           DISPLAY WS-READ-COUNT ' account(s) read, '
               WS-YOUTH-COUNT ' on youth products, '
               WS-CONVERTED-COUNT ' converted, '
               WS-NO-DOB-COUNT ' without date of birth'
           .
           MOVE 'E' TO RCQ-FUNCTION
           MOVE WS-CONVERTED-COUNT TO RCQ-REC-COUNT
           MOVE 'C' TO RCQ-OUTCOME
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           .
           STOP RUN
           .
       LOAD-PRODUCT-TABLE.
           OPEN INPUT PRODMST-FILE
           IF NOT WS-PRODMST-OK
               GO TO LOAD-PRODUCT-TABLE-EXIT
           END-IF
           .
           MOVE LOW-VALUES TO PRD-CODE
           START PRODMST-FILE KEY IS NOT LESS THAN PRD-CODE
               INVALID KEY
                   SET WS-PRODMST-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-PRODMST-EOF
               READ PRODMST-FILE NEXT RECORD
                   AT END
                       SET WS-PRODMST-EOF TO TRUE
                   NOT AT END
                       IF WS-PRD-COUNT IS LESS THAN WS-PRD-MAX
                           ADD 1 TO WS-PRD-COUNT
                           MOVE PRD-CODE TO WS-PRD-CODE(WS-PRD-COUNT)
                           MOVE PRD-DESC TO WS-PRD-DESC(WS-PRD-COUNT)
                           MOVE PRD-INTEREST-TREATMENT TO
                               WS-PRD-INT-TREATMENT(WS-PRD-COUNT)
                           MOVE PRD-ADULT-PRODUCT TO
                               WS-PRD-ADULT-PRODUCT(WS-PRD-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           .
           CLOSE PRODMST-FILE
           .
       LOAD-PRODUCT-TABLE-EXIT.
           EXIT
           .
      *****************************************************************
      * Only an account on a youth product whose adult product is     *
      * itself on PRODMST is a candidate - a youth row pointing at a  *
      * product that does not exist is left alone and reported.       *
      *****************************************************************
       CHECK-ONE-ACCOUNT.
           MOVE ZERO TO WS-YOUTH-SLOT
           PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
                   UNTIL WS-PRD-IDX IS GREATER THAN WS-PRD-COUNT
               IF WS-PRD-CODE(WS-PRD-IDX) IS EQUAL TO AMS-PRODUCT-CODE
                   AND WS-PRD-ADULT-PRODUCT(WS-PRD-IDX) IS NOT EQUAL
                       TO SPACES
                   MOVE WS-PRD-IDX TO WS-YOUTH-SLOT
               END-IF
           END-PERFORM
           IF WS-YOUTH-SLOT IS EQUAL TO ZERO
               GO TO CHECK-ONE-ACCOUNT-EXIT
           END-IF
           ADD 1 TO WS-YOUTH-COUNT
           .
           MOVE ZERO TO WS-ADULT-SLOT
           PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
                   UNTIL WS-PRD-IDX IS GREATER THAN WS-PRD-COUNT
               IF WS-PRD-CODE(WS-PRD-IDX) IS EQUAL TO
                       WS-PRD-ADULT-PRODUCT(WS-YOUTH-SLOT)
                   MOVE WS-PRD-IDX TO WS-ADULT-SLOT
               END-IF
           END-PERFORM
           IF WS-ADULT-SLOT IS EQUAL TO ZERO
               DISPLAY 'Adult product '
                   WS-PRD-ADULT-PRODUCT(WS-YOUTH-SLOT)
                   ' not on PRODMST - ' AMS-ACCOUNT ' not converted'
               GO TO CHECK-ONE-ACCOUNT-EXIT
           END-IF
           .
           MOVE AMS-OWNER-PID TO BCS-REC-PID
           READ BNKCUST-FILE
               INVALID KEY
                   MOVE ZERO TO BCS-REC-BIRTH-DTE
           END-READ
           IF BCS-REC-BIRTH-DTE IS NOT NUMERIC
               OR BCS-REC-BIRTH-DTE IS EQUAL TO ZERO
               ADD 1 TO WS-NO-DOB-COUNT
               DISPLAY 'No date of birth on file for ' AMS-OWNER-PID
                   ' - youth account ' AMS-ACCOUNT ' not reviewed'
               GO TO CHECK-ONE-ACCOUNT-EXIT
           END-IF
           .
      *****************************************************************
      * Age of majority follows the owner's province of residence.    *
      *****************************************************************
           MOVE 18 TO WS-MAJORITY-AGE
           IF BCS-REC-CNTRY IS EQUAL TO 'CANADA'
               AND (BCS-REC-STATE IS EQUAL TO 'BC' OR 'NB' OR 'NL'
                   OR 'NS' OR 'NT' OR 'NU' OR 'YT')
               MOVE 19 TO WS-MAJORITY-AGE
           END-IF
           .
           MOVE BCS-REC-BIRTH-DTE TO WS-AGE-DOB
           MOVE WS-CURRENT-DATE TO WS-AGE-TODAY
           MOVE ZERO TO WS-CUSTOMER-AGE
           IF WS-AGE-DOB IS LESS THAN WS-AGE-TODAY
               COMPUTE WS-CUSTOMER-AGE =
                   WS-AGE-TODAY-YEAR - WS-AGE-DOB-YEAR
               IF WS-AGE-TODAY-MMDD IS LESS THAN WS-AGE-DOB-MMDD
                   SUBTRACT 1 FROM WS-CUSTOMER-AGE
               END-IF
           END-IF
           IF WS-CUSTOMER-AGE IS LESS THAN WS-MAJORITY-AGE
               GO TO CHECK-ONE-ACCOUNT-EXIT
           END-IF
           .
           PERFORM CONVERT-ONE-ACCOUNT THRU CONVERT-ONE-ACCOUNT-EXIT
           .
       CHECK-ONE-ACCOUNT-EXIT.
           EXIT
           .
       CONVERT-ONE-ACCOUNT.
           MOVE ACCTMST-RECORD TO WS-BEFORE-ACCTMST
           MOVE WS-PRD-CODE(WS-ADULT-SLOT) TO AMS-PRODUCT-CODE
      *****************************************************************
      * Interest treatment follows the adult product, as it does for  *
      * a PRODCONV bulk conversion.                                   *
      *****************************************************************
           IF WS-PRD-INT-TREATMENT(WS-ADULT-SLOT) IS EQUAL TO 'N'
               MOVE 'N' TO AMS-INTEREST-BEARING-FLAG
           ELSE
               SET AMS-INTEREST-BEARING TO TRUE
           END-IF
           REWRITE ACCTMST-RECORD
           PERFORM JOURNAL-ACCTMST-IMAGE THRU
               JOURNAL-ACCTMST-IMAGE-EXIT
           .
           MOVE SPACES TO CONVLTR-RECORD
           MOVE WS-CURRENT-DATE TO CVL-DATE
           MOVE WS-CURRENT-TIME TO CVL-TIME
           MOVE AMS-OWNER-PID TO CVL-PID
           MOVE AMS-ACCOUNT TO CVL-ACCOUNT
           MOVE WS-PRD-CODE(WS-YOUTH-SLOT) TO CVL-OLD-PRODUCT
           MOVE WS-PRD-DESC(WS-YOUTH-SLOT) TO CVL-OLD-PRODUCT-DESC
           MOVE WS-PRD-CODE(WS-ADULT-SLOT) TO CVL-NEW-PRODUCT
           MOVE WS-PRD-DESC(WS-ADULT-SLOT) TO CVL-NEW-PRODUCT-DESC
           MOVE GBD-BUSINESS-DATE TO CVL-EFFECTIVE-DATE
           MOVE BCS-REC-LANG-PREF TO CVL-LANG
           WRITE CONVLTR-RECORD
           .
           MOVE AMS-OWNER-PID TO CDQ-PID
           MOVE 'CONV' TO CDQ-DOC-TYPE
           MOVE WS-PROGRAM-ID TO CDQ-SOURCE-PGM
           MOVE SPACES TO CDQ-SUMMARY
           STRING 'Age of majority conversion '
               WS-PRD-CODE(WS-YOUTH-SLOT) ' to '
               WS-PRD-CODE(WS-ADULT-SLOT)
               DELIMITED BY SIZE INTO CDQ-SUMMARY
           CALL 'CORRNDX' USING CORRNDX-REQUEST
           .
           ADD 1 TO WS-CONVERTED-COUNT
           .
       CONVERT-ONE-ACCOUNT-EXIT.
           EXIT
           .
       JOURNAL-ACCTMST-IMAGE.
           MOVE WS-PROGRAM-ID TO MJQ-PROGRAM
           MOVE 'ACCTMST ' TO MJQ-FILE-ID
           MOVE 'R' TO MJQ-ACTION
           MOVE AMS-KEY TO MJQ-KEY
           MOVE WS-BEFORE-ACCTMST TO MJQ-BEFORE-IMAGE
           MOVE SPACES TO MJQ-AFTER-IMAGE
           MOVE ACCTMST-RECORD TO MJQ-AFTER-IMAGE
           CALL 'MSTJRNL' USING MSTJNL-REQUEST
           .
       JOURNAL-ACCTMST-IMAGE-EXIT.
           EXIT
           .
