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

001150***************************************************************** cpexpchk
001160* Program:     CPEXPCHK.CBL                                     * cpexpchk
001170* Function:    Connected-party exposure check, CALLed before    * cpexpchk
001180*              new credit is granted - the way LoanPrice hands  * cpexpchk
001190*              back a grid rate. Finds the borrower's group on  * cpexpchk
001200*              CPMEMB (a borrower in no group stands alone),    * cpexpchk
001210*              takes the group's aggregate exposure from the    * cpexpchk
001220*              last CpExpBatch run plus whatever has been       * cpexpchk
001230*              approved or queued since, adds the new           * cpexpchk
001240*              commitment and measures it against the CPEXPOL   * cpexpchk
001250*              single-name limit: over the limit declines, past * cpexpchk
001260*              the referral share goes for second-person        * cpexpchk
001270*              approval. An add request records the new         * cpexpchk
001280*              commitment on CPEXPOS so the next application    * cpexpchk
001290*              for the same group sees it.                      * cpexpchk
001300***************************************************************** cpexpchk
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CpExpChk.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CPEXPOL-FILE ASSIGN TO "CPEXPOL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CPEXPOL-STATUS.
           SELECT CPMEMB-FILE ASSIGN TO "CPMEMB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CPM-PID
               FILE STATUS IS WS-CPMEMB-STATUS.
           SELECT CPEXPOS-FILE ASSIGN TO "CPEXPOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CPE-KEY
               FILE STATUS IS WS-CPEXPOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CPEXPOL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CCPEXPOL.

       FD CPMEMB-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CCPMEMB.

       FD CPEXPOS-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CCPEXPOS.

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'CPEXPCHK'.
         05 WS-CPEXPOL-STATUS PIC X(2).
           88 WS-CPEXPOL-OK VALUE '00'.
         05 WS-CPMEMB-STATUS PIC X(2).
           88 WS-CPMEMB-OK VALUE '00'.
         05 WS-CPEXPOS-STATUS PIC X(2).
           88 WS-CPEXPOS-OK VALUE '00'.
         05 WS-CPEXPOS-OPEN-FLAG PIC X(1).
           88 WS-CPEXPOS-OPEN VALUE 'Y'.
         05 WS-ROW-FOUND-FLAG PIC X(1).
           88 WS-ROW-FOUND VALUE 'Y'.
         05 WS-REFER-PCT PIC 9(3)V99.
         05 WS-REFER-LEVEL PIC S9(11)V99.
         05 WS-EXPOSURE-KEY.
           10 WS-EXK-KIND PIC X(1).
           10 WS-EXK-ID PIC X(5).

       LINKAGE SECTION.
       COPY CCPEXPQ.

       PROCEDURE DIVISION USING CPEXPCHK-REQUEST.
       000-CHECK-GROUP-EXPOSURE.
           SET CXQ-WITHIN-LIMIT TO TRUE
           MOVE SPACES TO CXQ-GROUP-ID
           MOVE ZERO TO CXQ-EXPOSURE
           MOVE ZERO TO CXQ-PROJECTED
           MOVE SPACES TO CXQ-REPLY-MSG
           IF CXQ-AMOUNT IS NOT NUMERIC
               MOVE ZERO TO CXQ-AMOUNT
           END-IF
           IF CXQ-PID IS EQUAL TO SPACES
               GOBACK
           END-IF
           .
           PERFORM LOAD-EXPOSURE-POLICY THRU
               LOAD-EXPOSURE-POLICY-EXIT
           .
      *****************************************************************
      * A PID in a group is measured as the group; one in no group    *
      * (or with no CPMEMB file yet) is measured on its own.          *
      *****************************************************************
           MOVE 'P' TO WS-EXK-KIND
           MOVE CXQ-PID TO WS-EXK-ID
           OPEN INPUT CPMEMB-FILE
           IF WS-CPMEMB-OK
               MOVE CXQ-PID TO CPM-PID
               READ CPMEMB-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'G' TO WS-EXK-KIND
                       MOVE CPM-GROUP-ID TO WS-EXK-ID
                       MOVE CPM-GROUP-ID TO CXQ-GROUP-ID
               END-READ
               CLOSE CPMEMB-FILE
           END-IF
           .
           MOVE 'N' TO WS-ROW-FOUND-FLAG
           MOVE 'N' TO WS-CPEXPOS-OPEN-FLAG
           OPEN I-O CPEXPOS-FILE
           IF NOT WS-CPEXPOS-OK
               IF CXQ-FUNC-ADD
                   OPEN OUTPUT CPEXPOS-FILE
                   CLOSE CPEXPOS-FILE
                   OPEN I-O CPEXPOS-FILE
               END-IF
           END-IF
           IF WS-CPEXPOS-OK
               SET WS-CPEXPOS-OPEN TO TRUE
           END-IF
           .
           IF WS-CPEXPOS-OPEN
               MOVE WS-EXPOSURE-KEY TO CPE-KEY
               READ CPEXPOS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-ROW-FOUND TO TRUE
                       COMPUTE CXQ-EXPOSURE = CPE-TOTAL-EXPOSURE
                           + CPE-ADDED-TODAY
               END-READ
           END-IF
           .
           COMPUTE CXQ-PROJECTED = CXQ-EXPOSURE + CXQ-AMOUNT
           COMPUTE WS-REFER-LEVEL ROUNDED =
               CXQ-GROUP-LIMIT * WS-REFER-PCT / 100
           .
           IF CXQ-PROJECTED IS GREATER THAN CXQ-GROUP-LIMIT
               SET CXQ-OVER-LIMIT TO TRUE
               MOVE 'Connected group over lending limit' TO
                   CXQ-REPLY-MSG
           ELSE
               IF CXQ-PROJECTED IS GREATER THAN WS-REFER-LEVEL
                   SET CXQ-REFER TO TRUE
                   MOVE 'Connected group near lending limit' TO
                       CXQ-REPLY-MSG
               END-IF
           END-IF
           .
           IF CXQ-FUNC-ADD
               AND WS-CPEXPOS-OPEN
               PERFORM RECORD-COMMITMENT THRU RECORD-COMMITMENT-EXIT
           END-IF
           .
           IF WS-CPEXPOS-OPEN
               CLOSE CPEXPOS-FILE
           END-IF
           GOBACK
           .
      *****************************************************************
      * No CPEXPOL record leaves a 500,000 single-name limit with     *
      * referral past 80% of it.                                      *
      *****************************************************************
       LOAD-EXPOSURE-POLICY.
           MOVE 500000.00 TO CXQ-GROUP-LIMIT
           MOVE 80.00 TO WS-REFER-PCT
           OPEN INPUT CPEXPOL-FILE
           IF NOT WS-CPEXPOL-OK
               GO TO LOAD-EXPOSURE-POLICY-EXIT
           END-IF
           READ CPEXPOL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CPX-GROUP-LIMIT IS NUMERIC
                       AND CPX-GROUP-LIMIT IS GREATER THAN ZERO
                       MOVE CPX-GROUP-LIMIT TO CXQ-GROUP-LIMIT
                   END-IF
                   IF CPX-REFER-PCT IS NUMERIC
                       AND CPX-REFER-PCT IS GREATER THAN ZERO
                       MOVE CPX-REFER-PCT TO WS-REFER-PCT
                   END-IF
           END-READ
           CLOSE CPEXPOL-FILE
           .
       LOAD-EXPOSURE-POLICY-EXIT.
           EXIT
           .
      *****************************************************************
      * The commitment rides in CPE-ADDED-TODAY until the next        *
      * exposure run, which finds it on the masters instead.          *
      *****************************************************************
       RECORD-COMMITMENT.
           IF WS-ROW-FOUND
               ADD CXQ-AMOUNT TO CPE-ADDED-TODAY
               REWRITE CPEXPOS-RECORD
               GO TO RECORD-COMMITMENT-EXIT
           END-IF
           .
           MOVE SPACES TO CPEXPOS-RECORD
           MOVE WS-EXPOSURE-KEY TO CPE-KEY
           MOVE ZERO TO CPE-PID-COUNT
           MOVE ZERO TO CPE-LOAN-EXPOSURE
           MOVE ZERO TO CPE-LOC-EXPOSURE
           MOVE ZERO TO CPE-OD-EXPOSURE
           MOVE ZERO TO CPE-TOTAL-EXPOSURE
           MOVE CXQ-AMOUNT TO CPE-ADDED-TODAY
           MOVE ZERO TO CPE-CALC-DATE
           WRITE CPEXPOS-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           .
       RECORD-COMMITMENT-EXIT.
           EXIT
           .
