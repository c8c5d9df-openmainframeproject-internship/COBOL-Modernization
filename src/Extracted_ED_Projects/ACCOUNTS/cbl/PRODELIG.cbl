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

001150***************************************************************** prodelig
001160* Program:     PRODELIG.CBL                                     * prodelig
001170* Function:    Age eligibility for a product, the way LoanPrice * prodelig
001180*              hands back a grid rate - one check shared by     * prodelig
001190*              every program that takes an application, so a    * prodelig
001200*              loan, a line of credit and a GIC refuse an       * prodelig
001210*              under-age applicant the same way. Looks the      * prodelig
001220*              product up on PRODMST; a PRD-MIN-AGE of zero, or * prodelig
001230*              no PRODMST row, is eligible without looking at   * prodelig
001240*              the applicant. Otherwise the applicant's age in  * prodelig
001250*              whole years on the as-of date must reach the     * prodelig
001260*              minimum, and an applicant with no date of birth  * prodelig
001270*              on file cannot be shown to, so is refused too.   * prodelig
001280***************************************************************** prodelig
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODELIG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODMST-FILE ASSIGN TO "PRODMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-CODE
               FILE STATUS IS WS-PRODMST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PRODMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CPRODMST.

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'PRODELIG'.
         05 WS-PRODMST-STATUS PIC X(2).
           88 WS-PRODMST-OK VALUE '00'.
         05 WS-PRODUCT-FOUND-FLAG PIC X(1).
           88 WS-PRODUCT-FOUND VALUE 'Y'.
         05 WS-AGE-DOB PIC 9(8).
         05 WS-AGE-DOB-R REDEFINES WS-AGE-DOB.
           10 WS-AGE-DOB-YEAR PIC 9(4).
           10 WS-AGE-DOB-MMDD PIC 9(4).
         05 WS-AGE-TODAY PIC 9(8).
         05 WS-AGE-TODAY-R REDEFINES WS-AGE-TODAY.
           10 WS-AGE-TODAY-YEAR PIC 9(4).
           10 WS-AGE-TODAY-MMDD PIC 9(4).

       LINKAGE SECTION.
       COPY CPRDELGQ.

       PROCEDURE DIVISION USING PRODELIG-REQUEST.
       000-CHECK-ELIGIBILITY.
           SET PEQ-ELIGIBLE TO TRUE
           MOVE ZERO TO PEQ-MIN-AGE
           MOVE ZERO TO PEQ-CUSTOMER-AGE
           IF PEQ-PRODUCT-CODE IS EQUAL TO SPACES
               GOBACK
           END-IF
           .
           MOVE 'N' TO WS-PRODUCT-FOUND-FLAG
           OPEN INPUT PRODMST-FILE
           IF NOT WS-PRODMST-OK
               GOBACK
           END-IF
           MOVE PEQ-PRODUCT-CODE TO PRD-CODE
           READ PRODMST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-PRODUCT-FOUND TO TRUE
           END-READ
           CLOSE PRODMST-FILE
           .
           IF NOT WS-PRODUCT-FOUND
               GOBACK
           END-IF
           IF PRD-MIN-AGE IS NOT NUMERIC
               GOBACK
           END-IF
           IF PRD-MIN-AGE IS EQUAL TO ZERO
               GOBACK
           END-IF
           MOVE PRD-MIN-AGE TO PEQ-MIN-AGE
           .
           IF PEQ-BIRTH-DTE IS NOT NUMERIC
               OR PEQ-BIRTH-DTE IS EQUAL TO ZERO
               OR PEQ-BIRTH-DTE IS GREATER THAN PEQ-AS-OF-DATE
               SET PEQ-NO-BIRTH-DATE TO TRUE
               GOBACK
           END-IF
           .
      *****************************************************************
      * Whole years - a birthday not yet reached in the as-of year    *
      * takes a year off.                                             *
      *****************************************************************
           MOVE PEQ-BIRTH-DTE TO WS-AGE-DOB
           MOVE PEQ-AS-OF-DATE TO WS-AGE-TODAY
           COMPUTE PEQ-CUSTOMER-AGE =
               WS-AGE-TODAY-YEAR - WS-AGE-DOB-YEAR
           IF WS-AGE-TODAY-MMDD IS LESS THAN WS-AGE-DOB-MMDD
               SUBTRACT 1 FROM PEQ-CUSTOMER-AGE
           END-IF
           IF PEQ-CUSTOMER-AGE IS LESS THAN PEQ-MIN-AGE
               SET PEQ-UNDER-AGE TO TRUE
           END-IF
           GOBACK
           .
