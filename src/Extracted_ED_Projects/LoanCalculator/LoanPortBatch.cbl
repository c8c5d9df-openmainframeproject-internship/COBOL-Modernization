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

001150***************************************************************** loanport
001160* Program:     LOANPORTBATCH.CBL                                * loanport
001170* Function:    Quarterly loan portfolio analytics over the term * loanport
001180*              loans on LOANMST and the lines of credit on      * loanport
001190*              LOCMST. Every active facility with a drawn       * loanport
001200*              balance on its shadow ACCTMST row is counted     * loanport
001210*              once under each view - origination vintage (the  * loanport
001220*              quarter it opened), the owner's home branch, the * loanport
001230*              product, fixed or variable rate, and a balance   * loanport
001240*              band - and is delinquent when LoanDelqBatch has  * loanport
001250*              it on tonight's COLLWRK collections queue. Each  * loanport
001260*              line shows the count, outstanding balance, its   * loanport
001270*              share of the book and the delinquency rate; the  * loanport
001280*              PORTRPT report is for management and the PORTCSV * loanport
001290*              extract for Finance's spreadsheets, the way      * loanport
001300*              RGNSUM writes both.                              * loanport
001310***************************************************************** loanport
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanPortBatch.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANMST-FILE ASSIGN TO "LOANMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LNM-KEY
               FILE STATUS IS WS-LOANMST-STATUS.
           SELECT LOCMST-FILE ASSIGN TO "LOCMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOC-KEY
               FILE STATUS IS WS-LOCMST-STATUS.
           SELECT ACCTMST-FILE ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AMS-KEY
               FILE STATUS IS WS-ACCTMST-STATUS.
           SELECT BNKCUST-FILE ASSIGN TO "BNKCUST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BCS-REC-PID
               FILE STATUS IS WS-BNKCUST-STATUS.
           SELECT COLLWRK-FILE ASSIGN TO "COLLWRK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COLLWRK-STATUS.
           SELECT PORTRPT-FILE ASSIGN TO "PORTRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PORTRPT-STATUS.
           SELECT PORTCSV-FILE ASSIGN TO "PORTCSV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PORTCSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOANMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CLOANMST.

       FD LOCMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CLOCMST.

       FD ACCTMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CACCTMST.

       FD BNKCUST-FILE
           LABEL RECORDS ARE STANDARD.
       01 BNKCUST-RECORD.
       COPY CBANKVCS.

       FD COLLWRK-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CCOLLWRK.

       FD PORTRPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 PORTRPT-RECORD                  PIC X(80).

       FD PORTCSV-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 PORTCSV-RECORD                  PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'LOANPORT'.
         05 WS-LOANMST-STATUS PIC X(2).
           88 WS-LOANMST-OK VALUE '00'.
         05 WS-LOCMST-STATUS PIC X(2).
           88 WS-LOCMST-OK VALUE '00'.
         05 WS-ACCTMST-STATUS PIC X(2).
           88 WS-ACCTMST-OK VALUE '00'.
         05 WS-BNKCUST-STATUS PIC X(2).
           88 WS-BNKCUST-OK VALUE '00'.
         05 WS-COLLWRK-STATUS PIC X(2).
           88 WS-COLLWRK-OK VALUE '00'.
         05 WS-PORTRPT-STATUS PIC X(2).
           88 WS-PORTRPT-OK VALUE '00'.
         05 WS-PORTCSV-STATUS PIC X(2).
           88 WS-PORTCSV-OK VALUE '00'.
         05 WS-LOANMST-EOF-FLAG PIC X(1).
           88 WS-LOANMST-EOF VALUE 'Y'.
         05 WS-LOCMST-EOF-FLAG PIC X(1).
           88 WS-LOCMST-EOF VALUE 'Y'.
         05 WS-COLLWRK-EOF-FLAG PIC X(1).
           88 WS-COLLWRK-EOF VALUE 'Y'.
         05 WS-EXPOSURE-COUNT PIC 9(6) VALUE ZERO.
         05 WS-DELINQUENT-COUNT PIC 9(6) VALUE ZERO.
         05 WS-BOOK-BALANCE PIC S9(13)V99 VALUE ZERO.
         05 WS-EXP-OWNER-PID PIC X(5).
         05 WS-EXP-ACCOUNT PIC X(9).
         05 WS-EXP-OPEN-DATE PIC 9(8).
         05 WS-EXP-RATE-TYPE PIC X(1).
           88 WS-EXP-RATE-VARIABLE VALUE 'V'.
         05 WS-EXP-DEFAULT-PRODUCT PIC X(4).
         05 WS-EXP-PRODUCT PIC X(4).
         05 WS-EXP-BRANCH PIC X(4).
         05 WS-EXP-BALANCE PIC S9(9)V99.
         05 WS-EXP-DELQ-FLAG PIC X(1).
           88 WS-EXP-DELINQUENT VALUE 'Y'.
         05 WS-EXP-BAND PIC 9(1).
         05 WS-EXP-QUARTER PIC 9(1).
         05 WS-CELL-DIM-SEQ PIC 9(1).
         05 WS-CELL-DIM-NAME PIC X(9).
         05 WS-CELL-SUB-SEQ PIC 9(1).
         05 WS-CELL-KEY PIC X(10).
         05 WS-CELL-SLOT PIC 9(3).
         05 WS-CEL-IDX PIC 9(3).
         05 WS-AGE-IDX PIC 9(4).
         05 WS-BND-IDX PIC 9(1).
         05 WS-SORT-IDX PIC 9(3).
         05 WS-SORT-LIMIT PIC 9(3).
         05 WS-SORT-SWAPPED-FLAG PIC X(1).
           88 WS-SORT-SWAPPED VALUE 'Y'.
         05 WS-LAST-DIM-SEQ PIC 9(1).
         05 WS-SHARE-PCT PIC 9(3)V99.
         05 WS-DELQ-PCT PIC 9(3)V99.
         05 WS-CSV-BAL-EDIT PIC -(13)9.99.
         05 WS-CSV-DLQ-BAL-EDIT PIC -(13)9.99.
         05 WS-CSV-SHARE-EDIT PIC ZZ9.99.
         05 WS-CSV-DELQ-EDIT PIC ZZ9.99.
         05 WS-DATE-WORK.
           10 WS-DTW-YYYY PIC 9(4).
           10 WS-DTW-MM PIC 9(2).
           10 WS-DTW-DD PIC 9(2).
         05 WS-VINTAGE-KEY.
           10 WS-VNT-YYYY PIC 9(4).
           10 FILLER PIC X(1) VALUE 'Q'.
           10 WS-VNT-QUARTER PIC 9(1).
           10 FILLER PIC X(4) VALUE SPACES.
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
           10 FILLER PIC X(5).
      *****************************************************************
      * Balance bands, smallest first - a facility falls in the first *
      * band whose ceiling its drawn balance is under.                *
      *****************************************************************
       01 WS-BAND-VALUES.
         05 FILLER PIC 9(9) VALUE 25000.
         05 FILLER PIC X(10) VALUE 'UNDER 25K'.
         05 FILLER PIC 9(9) VALUE 100000.
         05 FILLER PIC X(10) VALUE '25K-100K'.
         05 FILLER PIC 9(9) VALUE 250000.
         05 FILLER PIC X(10) VALUE '100K-250K'.
         05 FILLER PIC 9(9) VALUE 500000.
         05 FILLER PIC X(10) VALUE '250K-500K'.
         05 FILLER PIC 9(9) VALUE 999999999.
         05 FILLER PIC X(10) VALUE '500K+'.
       01 WS-BAND-TABLE REDEFINES WS-BAND-VALUES.
         05 WS-BND-ENTRY OCCURS 5 TIMES.
           10 WS-BND-CEILING PIC 9(9).
           10 WS-BND-NAME PIC X(10).
      *****************************************************************
      * Tonight's aging - one entry per delinquent facility (the      *
      * primary owner's COLLWRK row), as LoanEclBatch loads it.       *
      *****************************************************************
       01 WS-AGING-TABLE.
         05 WS-AGE-COUNT PIC 9(4) VALUE ZERO.
         05 WS-AGE-ENTRY OCCURS 3000 TIMES.
           10 WS-AGE-OWNER-PID PIC X(5).
           10 WS-AGE-ACCOUNT PIC X(9).
      *****************************************************************
      * One cell per view and group - every exposure lands in five    *
      * cells, one under each view. Sorted into view, then group      *
      * order before the report is cut.                               *
      *****************************************************************
       01 WS-CELL-TABLE.
         05 WS-CEL-MAX PIC 9(3) VALUE 400.
         05 WS-CEL-COUNT PIC 9(3) VALUE ZERO.
         05 WS-CEL-ENTRY OCCURS 400 TIMES.
           10 WS-CEL-DIM-SEQ PIC 9(1).
           10 WS-CEL-SUB-SEQ PIC 9(1).
           10 WS-CEL-KEY PIC X(10).
           10 WS-CEL-DIM-NAME PIC X(9).
           10 WS-CEL-COUNT-FAC PIC 9(6).
           10 WS-CEL-BALANCE PIC S9(13)V99.
           10 WS-CEL-DLQ-COUNT PIC 9(6).
           10 WS-CEL-DLQ-BALANCE PIC S9(13)V99.
       01 WS-SWAP-ENTRY PIC X(63).
       01 WS-REPORT-HEADING.
         05 FILLER PIC X(37)
             VALUE 'LOAN PORTFOLIO VINTAGE/CONCENTRATION '.
         05 FILLER PIC X(4) VALUE 'RUN '.
         05 WS-RPT-HDG-DATE PIC 9(8).
         05 FILLER PIC X(31) VALUE SPACES.
       01 WS-REPORT-COLUMNS.
         05 FILLER PIC X(40)
             VALUE 'VIEW      GROUP       COUNT           BA'.
         05 FILLER PIC X(40)
             VALUE 'LANCE   SHARE%  DELQ%                   '.
       01 WS-REPORT-DETAIL.
         05 WS-RPT-DIM-NAME PIC X(9).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-KEY PIC X(10).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-COUNT PIC ZZZZZ9.
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-BALANCE PIC -(13)9.99.
         05 FILLER PIC X(3) VALUE SPACES.
         05 WS-RPT-SHARE PIC ZZ9.99.
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-DELQ PIC ZZ9.99.
         05 FILLER PIC X(19) VALUE SPACES.
       01 WS-REPORT-TOTAL-LINE.
         05 FILLER PIC X(21) VALUE 'BOOK TOTAL           '.
         05 WS-RPT-T-COUNT PIC ZZZZZ9.
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-T-BALANCE PIC -(13)9.99.
         05 FILLER PIC X(10) VALUE SPACES.
         05 WS-RPT-T-DELQ PIC ZZ9.99.
         05 FILLER PIC X(19) VALUE SPACES.

       COPY CGETBDTQ.

       COPY CRUNCTLQ.

       PROCEDURE DIVISION.
       000-START-PROCESSING.
      *****************************************************************
      * Delinquency is read off the aging the delinquency run cut     *
      * tonight, so it must have completed first.                     *
      *****************************************************************
           MOVE 'S' TO RCQ-FUNCTION
           MOVE 'LOANPORT' TO RCQ-JOB-NAME
           MOVE 'LOANDELQ' TO RCQ-PREREQ-JOB
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           IF RCQ-REPLY-REFUSED
               DISPLAY 'Run control refused start: ' RCQ-REPLY-MSG
               STOP RUN
           END-IF
           .
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           CALL 'GETBDTE' USING GETBDTE-REQUEST
           .
           PERFORM LOAD-AGING-TABLE THRU LOAD-AGING-TABLE-EXIT
           .
           OPEN INPUT LOANMST-FILE
           OPEN INPUT LOCMST-FILE
           OPEN INPUT ACCTMST-FILE
           OPEN INPUT BNKCUST-FILE
           .
           MOVE LOW-VALUES TO LNM-KEY
           START LOANMST-FILE KEY IS NOT LESS THAN LNM-KEY
               INVALID KEY
                   SET WS-LOANMST-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-LOANMST-EOF
               READ LOANMST-FILE NEXT RECORD
                   AT END
                       SET WS-LOANMST-EOF TO TRUE
                   NOT AT END
                       IF LNM-ACTIVE
                           MOVE LNM-OWNER-PID TO WS-EXP-OWNER-PID
                           MOVE LNM-ACCOUNT TO WS-EXP-ACCOUNT
                           MOVE LNM-OPEN-DATE TO WS-EXP-OPEN-DATE
                           IF LNM-RATE-VARIABLE
                               MOVE 'V' TO WS-EXP-RATE-TYPE
                           ELSE
                               MOVE 'F' TO WS-EXP-RATE-TYPE
                           END-IF
                           MOVE 'LOAN' TO WS-EXP-DEFAULT-PRODUCT
                           PERFORM TALLY-ONE-EXPOSURE THRU
                               TALLY-ONE-EXPOSURE-EXIT
                       END-IF
               END-READ
           END-PERFORM
           .
      *****************************************************************
      * A line of credit floats on the RATETBL 'LOC ' rate, so it is  *
      * always counted as variable.                                   *
      *****************************************************************
           IF WS-LOCMST-OK
               MOVE LOW-VALUES TO LOC-KEY
               START LOCMST-FILE KEY IS NOT LESS THAN LOC-KEY
                   INVALID KEY
                       SET WS-LOCMST-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-LOCMST-EOF
                   READ LOCMST-FILE NEXT RECORD
                       AT END
                           SET WS-LOCMST-EOF TO TRUE
                       NOT AT END
                           IF LOC-ACTIVE
                               MOVE LOC-OWNER-PID TO WS-EXP-OWNER-PID
                               MOVE LOC-ACCOUNT TO WS-EXP-ACCOUNT
                               MOVE LOC-OPEN-DATE TO WS-EXP-OPEN-DATE
                               MOVE 'V' TO WS-EXP-RATE-TYPE
                               MOVE 'LOC ' TO WS-EXP-DEFAULT-PRODUCT
                               PERFORM TALLY-ONE-EXPOSURE THRU
                                   TALLY-ONE-EXPOSURE-EXIT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           .
           CLOSE LOANMST-FILE
           CLOSE LOCMST-FILE
           CLOSE ACCTMST-FILE
           CLOSE BNKCUST-FILE
           .
           PERFORM SORT-CELL-ORDER THRU SORT-CELL-ORDER-EXIT
           .
           OPEN OUTPUT PORTRPT-FILE
           OPEN OUTPUT PORTCSV-FILE
           MOVE GBD-BUSINESS-DATE TO WS-RPT-HDG-DATE
           WRITE PORTRPT-RECORD FROM WS-REPORT-HEADING
           WRITE PORTRPT-RECORD FROM WS-REPORT-COLUMNS
           MOVE 'View,Group,Count,Balance,SharePct,DelinquentCount,Deli
      -        'nquentBalance,DelinquencyPct' TO PORTCSV-RECORD
           WRITE PORTCSV-RECORD
           .
           MOVE ZERO TO WS-LAST-DIM-SEQ
           PERFORM VARYING WS-CEL-IDX FROM 1 BY 1
                   UNTIL WS-CEL-IDX IS GREATER THAN WS-CEL-COUNT
               PERFORM REPORT-ONE-CELL THRU REPORT-ONE-CELL-EXIT
           END-PERFORM
           .
           MOVE SPACES TO PORTRPT-RECORD
           WRITE PORTRPT-RECORD
           MOVE WS-EXPOSURE-COUNT TO WS-RPT-T-COUNT
           MOVE WS-BOOK-BALANCE TO WS-RPT-T-BALANCE
           MOVE ZERO TO WS-DELQ-PCT
           IF WS-EXPOSURE-COUNT IS GREATER THAN ZERO
               COMPUTE WS-DELQ-PCT ROUNDED =
                   WS-DELINQUENT-COUNT * 100 / WS-EXPOSURE-COUNT
           END-IF
           MOVE WS-DELQ-PCT TO WS-RPT-T-DELQ
           WRITE PORTRPT-RECORD FROM WS-REPORT-TOTAL-LINE
           .
           CLOSE PORTRPT-FILE
           CLOSE PORTCSV-FILE
           .
           DISPLAY WS-EXPOSURE-COUNT ' facility(ies) analysed, '
               WS-DELINQUENT-COUNT ' delinquent, in '
               WS-CEL-COUNT ' line(s)'
           .
           MOVE 'E' TO RCQ-FUNCTION
           MOVE WS-EXPOSURE-COUNT TO RCQ-REC-COUNT
           MOVE 'C' TO RCQ-OUTCOME
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           .
           STOP RUN
           .
      *****************************************************************
      * Only the primary owner's row stands for the facility - the    *
      * co-borrower and guarantor rows repeat the same exposure.      *
      *****************************************************************
       LOAD-AGING-TABLE.
           OPEN INPUT COLLWRK-FILE
           IF NOT WS-COLLWRK-OK
               DISPLAY 'No COLLWRK aging - every facility counted '
                   'as performing'
               GO TO LOAD-AGING-TABLE-EXIT
           END-IF
           PERFORM UNTIL WS-COLLWRK-EOF
               READ COLLWRK-FILE
                   AT END
                       SET WS-COLLWRK-EOF TO TRUE
                   NOT AT END
                       IF CWK-PARTY-PRIMARY
                           AND WS-AGE-COUNT IS LESS THAN 3000
                           ADD 1 TO WS-AGE-COUNT
                           MOVE CWK-OWNER-PID TO
                               WS-AGE-OWNER-PID(WS-AGE-COUNT)
                           MOVE CWK-ACCOUNT TO
                               WS-AGE-ACCOUNT(WS-AGE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COLLWRK-FILE
           .
       LOAD-AGING-TABLE-EXIT.
           EXIT
           .
      *****************************************************************
      * The exposure is the drawn balance on the shadow ACCTMST row,  *
      * the way LoanEclBatch reads it; product and branch come from   *
      * that row and the owner's BNKCUST home branch.                 *
      *****************************************************************
       TALLY-ONE-EXPOSURE.
           MOVE WS-EXP-OWNER-PID TO AMS-OWNER-PID
           MOVE WS-EXP-ACCOUNT TO AMS-ACCOUNT
           READ ACCTMST-FILE
               INVALID KEY
                   GO TO TALLY-ONE-EXPOSURE-EXIT
           END-READ
           IF AMS-BALANCE IS NOT LESS THAN ZERO
               GO TO TALLY-ONE-EXPOSURE-EXIT
           END-IF
           COMPUTE WS-EXP-BALANCE = ZERO - AMS-BALANCE
           MOVE AMS-PRODUCT-CODE TO WS-EXP-PRODUCT
           IF WS-EXP-PRODUCT IS EQUAL TO SPACES
               MOVE WS-EXP-DEFAULT-PRODUCT TO WS-EXP-PRODUCT
           END-IF
           .
           MOVE 'HO  ' TO WS-EXP-BRANCH
           MOVE WS-EXP-OWNER-PID TO BCS-REC-PID
           READ BNKCUST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BCS-REC-HOME-BRANCH IS NOT EQUAL TO SPACES
                       MOVE BCS-REC-HOME-BRANCH TO WS-EXP-BRANCH
                   END-IF
           END-READ
           .
           MOVE 'N' TO WS-EXP-DELQ-FLAG
           PERFORM VARYING WS-AGE-IDX FROM 1 BY 1
                   UNTIL WS-AGE-IDX IS GREATER THAN WS-AGE-COUNT
               IF WS-AGE-OWNER-PID(WS-AGE-IDX) IS EQUAL TO
                       WS-EXP-OWNER-PID
                   AND WS-AGE-ACCOUNT(WS-AGE-IDX) IS EQUAL TO
                       WS-EXP-ACCOUNT
                   SET WS-EXP-DELINQUENT TO TRUE
               END-IF
           END-PERFORM
           .
           ADD 1 TO WS-EXPOSURE-COUNT
           ADD WS-EXP-BALANCE TO WS-BOOK-BALANCE
           IF WS-EXP-DELINQUENT
               ADD 1 TO WS-DELINQUENT-COUNT
           END-IF
           .
      *****************************************************************
      * Vintage is the calendar quarter the facility opened in; an    *
      * opening date that was never set is grouped on its own.        *
      *****************************************************************
           MOVE 1 TO WS-CELL-DIM-SEQ
           MOVE 'VINTAGE' TO WS-CELL-DIM-NAME
           MOVE ZERO TO WS-CELL-SUB-SEQ
           IF WS-EXP-OPEN-DATE IS NUMERIC
               AND WS-EXP-OPEN-DATE IS GREATER THAN ZERO
               MOVE WS-EXP-OPEN-DATE TO WS-DATE-WORK
               COMPUTE WS-EXP-QUARTER = (WS-DTW-MM + 2) / 3
               MOVE WS-DTW-YYYY TO WS-VNT-YYYY
               MOVE WS-EXP-QUARTER TO WS-VNT-QUARTER
               MOVE WS-VINTAGE-KEY TO WS-CELL-KEY
           ELSE
               MOVE 'UNKNOWN' TO WS-CELL-KEY
           END-IF
           PERFORM ADD-TO-CELL THRU ADD-TO-CELL-EXIT
           .
           MOVE 2 TO WS-CELL-DIM-SEQ
           MOVE 'BRANCH' TO WS-CELL-DIM-NAME
           MOVE WS-EXP-BRANCH TO WS-CELL-KEY
           PERFORM ADD-TO-CELL THRU ADD-TO-CELL-EXIT
           .
           MOVE 3 TO WS-CELL-DIM-SEQ
           MOVE 'PRODUCT' TO WS-CELL-DIM-NAME
           MOVE WS-EXP-PRODUCT TO WS-CELL-KEY
           PERFORM ADD-TO-CELL THRU ADD-TO-CELL-EXIT
           .
           MOVE 4 TO WS-CELL-DIM-SEQ
           MOVE 'RATE TYPE' TO WS-CELL-DIM-NAME
           IF WS-EXP-RATE-VARIABLE
               MOVE 'VARIABLE' TO WS-CELL-KEY
           ELSE
               MOVE 'FIXED' TO WS-CELL-KEY
           END-IF
           PERFORM ADD-TO-CELL THRU ADD-TO-CELL-EXIT
           .
           MOVE 5 TO WS-EXP-BAND
           PERFORM VARYING WS-BND-IDX FROM 5 BY -1
                   UNTIL WS-BND-IDX IS LESS THAN 1
               IF WS-EXP-BALANCE IS LESS THAN
                       WS-BND-CEILING(WS-BND-IDX)
                   MOVE WS-BND-IDX TO WS-EXP-BAND
               END-IF
           END-PERFORM
           MOVE 5 TO WS-CELL-DIM-SEQ
           MOVE 'BAL BAND' TO WS-CELL-DIM-NAME
           MOVE WS-EXP-BAND TO WS-CELL-SUB-SEQ
           MOVE WS-BND-NAME(WS-EXP-BAND) TO WS-CELL-KEY
           PERFORM ADD-TO-CELL THRU ADD-TO-CELL-EXIT
           .
       TALLY-ONE-EXPOSURE-EXIT.
           EXIT
           .
      *****************************************************************
      * Slot for the view and group in WS-CELL-*, added empty when    *
      * new; a full table drops the line with a console warning, the  *
      * RGNSUM convention.                                            *
      *****************************************************************
       ADD-TO-CELL.
           MOVE ZERO TO WS-CELL-SLOT
           PERFORM VARYING WS-CEL-IDX FROM 1 BY 1
                   UNTIL WS-CEL-IDX IS GREATER THAN WS-CEL-COUNT
               IF WS-CEL-DIM-SEQ(WS-CEL-IDX) IS EQUAL TO
                       WS-CELL-DIM-SEQ
                   AND WS-CEL-KEY(WS-CEL-IDX) IS EQUAL TO WS-CELL-KEY
                   MOVE WS-CEL-IDX TO WS-CELL-SLOT
               END-IF
           END-PERFORM
           IF WS-CELL-SLOT IS EQUAL TO ZERO
               IF WS-CEL-COUNT IS EQUAL TO WS-CEL-MAX
                   DISPLAY 'Portfolio table full - line dropped'
                   GO TO ADD-TO-CELL-EXIT
               END-IF
               ADD 1 TO WS-CEL-COUNT
               MOVE WS-CEL-COUNT TO WS-CELL-SLOT
               MOVE WS-CELL-DIM-SEQ TO WS-CEL-DIM-SEQ(WS-CELL-SLOT)
               MOVE WS-CELL-SUB-SEQ TO WS-CEL-SUB-SEQ(WS-CELL-SLOT)
               MOVE WS-CELL-KEY TO WS-CEL-KEY(WS-CELL-SLOT)
               MOVE WS-CELL-DIM-NAME TO WS-CEL-DIM-NAME(WS-CELL-SLOT)
               MOVE ZERO TO WS-CEL-COUNT-FAC(WS-CELL-SLOT)
               MOVE ZERO TO WS-CEL-BALANCE(WS-CELL-SLOT)
               MOVE ZERO TO WS-CEL-DLQ-COUNT(WS-CELL-SLOT)
               MOVE ZERO TO WS-CEL-DLQ-BALANCE(WS-CELL-SLOT)
           END-IF
           .
           ADD 1 TO WS-CEL-COUNT-FAC(WS-CELL-SLOT)
           ADD WS-EXP-BALANCE TO WS-CEL-BALANCE(WS-CELL-SLOT)
           IF WS-EXP-DELINQUENT
               ADD 1 TO WS-CEL-DLQ-COUNT(WS-CELL-SLOT)
               ADD WS-EXP-BALANCE TO WS-CEL-DLQ-BALANCE(WS-CELL-SLOT)
           END-IF
           .
       ADD-TO-CELL-EXIT.
           EXIT
           .
      *****************************************************************
      * Lines print view by view, each view's groups in order - a     *
      * simple exchange sort over the in-storage table, the TAXSLIP   *
      * way. The leading view/band/group fields are the sort key.     *
      *****************************************************************
       SORT-CELL-ORDER.
           IF WS-CEL-COUNT IS LESS THAN 2
               GO TO SORT-CELL-ORDER-EXIT
           END-IF
           SET WS-SORT-SWAPPED TO TRUE
           PERFORM UNTIL NOT WS-SORT-SWAPPED
               MOVE 'N' TO WS-SORT-SWAPPED-FLAG
               COMPUTE WS-SORT-LIMIT = WS-CEL-COUNT - 1
               PERFORM VARYING WS-SORT-IDX FROM 1 BY 1
                       UNTIL WS-SORT-IDX IS GREATER THAN
                           WS-SORT-LIMIT
                   COMPUTE WS-CEL-IDX = WS-SORT-IDX + 1
                   IF WS-CEL-ENTRY(WS-SORT-IDX) (1:12) IS GREATER
                           THAN WS-CEL-ENTRY(WS-CEL-IDX) (1:12)
                       MOVE WS-CEL-ENTRY(WS-SORT-IDX) TO WS-SWAP-ENTRY
                       MOVE WS-CEL-ENTRY(WS-CEL-IDX) TO
                           WS-CEL-ENTRY(WS-SORT-IDX)
                       MOVE WS-SWAP-ENTRY TO WS-CEL-ENTRY(WS-CEL-IDX)
                       SET WS-SORT-SWAPPED TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM
           .
       SORT-CELL-ORDER-EXIT.
           EXIT
           .
      *****************************************************************
      * Share is of the whole book's balance; the delinquency rate is *
      * the share of the group's facilities on the collections queue. *
      *****************************************************************
       REPORT-ONE-CELL.
           IF WS-CEL-DIM-SEQ(WS-CEL-IDX) IS NOT EQUAL TO
                   WS-LAST-DIM-SEQ
               MOVE SPACES TO PORTRPT-RECORD
               WRITE PORTRPT-RECORD
               MOVE WS-CEL-DIM-SEQ(WS-CEL-IDX) TO WS-LAST-DIM-SEQ
           END-IF
           .
           MOVE ZERO TO WS-SHARE-PCT
           IF WS-BOOK-BALANCE IS GREATER THAN ZERO
               COMPUTE WS-SHARE-PCT ROUNDED =
                   WS-CEL-BALANCE(WS-CEL-IDX) * 100 / WS-BOOK-BALANCE
           END-IF
           MOVE ZERO TO WS-DELQ-PCT
           IF WS-CEL-COUNT-FAC(WS-CEL-IDX) IS GREATER THAN ZERO
               COMPUTE WS-DELQ-PCT ROUNDED =
                   WS-CEL-DLQ-COUNT(WS-CEL-IDX) * 100
                   / WS-CEL-COUNT-FAC(WS-CEL-IDX)
           END-IF
           .
           MOVE WS-CEL-DIM-NAME(WS-CEL-IDX) TO WS-RPT-DIM-NAME
           MOVE WS-CEL-KEY(WS-CEL-IDX) TO WS-RPT-KEY
           MOVE WS-CEL-COUNT-FAC(WS-CEL-IDX) TO WS-RPT-COUNT
           MOVE WS-CEL-BALANCE(WS-CEL-IDX) TO WS-RPT-BALANCE
           MOVE WS-SHARE-PCT TO WS-RPT-SHARE
           MOVE WS-DELQ-PCT TO WS-RPT-DELQ
           WRITE PORTRPT-RECORD FROM WS-REPORT-DETAIL
           .
           MOVE WS-CEL-BALANCE(WS-CEL-IDX) TO WS-CSV-BAL-EDIT
           MOVE WS-CEL-DLQ-BALANCE(WS-CEL-IDX) TO WS-CSV-DLQ-BAL-EDIT
           MOVE WS-SHARE-PCT TO WS-CSV-SHARE-EDIT
           MOVE WS-DELQ-PCT TO WS-CSV-DELQ-EDIT
           MOVE SPACES TO PORTCSV-RECORD
           STRING WS-CEL-DIM-NAME(WS-CEL-IDX) DELIMITED BY '  '
                  ',' DELIMITED BY SIZE
                  WS-CEL-KEY(WS-CEL-IDX) DELIMITED BY '  '
                  ',' DELIMITED BY SIZE
                  WS-CEL-COUNT-FAC(WS-CEL-IDX) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-CSV-BAL-EDIT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-CSV-SHARE-EDIT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-CEL-DLQ-COUNT(WS-CEL-IDX) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-CSV-DLQ-BAL-EDIT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-CSV-DELQ-EDIT DELIMITED BY SIZE
               INTO PORTCSV-RECORD
           END-STRING
           WRITE PORTCSV-RECORD
           .
       REPORT-ONE-CELL-EXIT.
           EXIT
           .
