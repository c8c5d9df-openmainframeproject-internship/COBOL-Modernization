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

001150***************************************************************** burinqb
001160* Program:     BURINQBATCH.CBL                                  * burinqb
001170* Function:    Credit bureau inquiry extract for loan           * burinqb
001180*              decisioning. Every application LoanAppBatch has  * burinqb
001190*              held for a bureau report (new, bureau inquiry to * burinqb
001200*              go) goes on the BURINQ request file with the     * burinqb
001210*              applicant's identity and address from BNKCUST    * burinqb
001220*              and the product and amount applied for, and is   * burinqb
001230*              marked sent with the business date, so a rerun   * burinqb
001240*              never asks twice. An applicant missing from      * burinqb
001250*              BNKCUST is left held and reported. The file      * burinqb
001260*              closes with a control trailer the bureau proves  * burinqb
001270*              against; the answer comes back on BURRESP for    * burinqb
001280*              BurRspBatch.                                     * burinqb
001290***************************************************************** burinqb
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BurInqBatch.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANAPP-FILE ASSIGN TO "LOANAPP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APP-KEY
               FILE STATUS IS WS-LOANAPP-STATUS.
           SELECT BNKCUST-FILE ASSIGN TO "BNKCUST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BCS-REC-PID
               FILE STATUS IS WS-BNKCUST-STATUS.
           SELECT BURINQ-FILE ASSIGN TO "BURINQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BURINQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOANAPP-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CLOANAPP.

       FD BNKCUST-FILE
           LABEL RECORDS ARE STANDARD.
       01 BNKCUST-RECORD.
       COPY CBANKVCS.

       FD BURINQ-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CBURINQ.

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'BURINQB'.
         05 WS-LOANAPP-STATUS PIC X(2).
           88 WS-LOANAPP-OK VALUE '00'.
         05 WS-LOANAPP-OPEN-FLAG PIC X(1) VALUE 'N'.
           88 WS-LOANAPP-OPEN VALUE 'Y'.
         05 WS-BNKCUST-STATUS PIC X(2).
           88 WS-BNKCUST-OK VALUE '00'.
         05 WS-BURINQ-STATUS PIC X(2).
           88 WS-BURINQ-OK VALUE '00'.
         05 WS-LOANAPP-EOF-FLAG PIC X(1).
           88 WS-LOANAPP-EOF VALUE 'Y'.
         05 WS-ITEM-COUNT PIC 9(6) VALUE ZERO.
         05 WS-SKIP-COUNT PIC 9(6) VALUE ZERO.
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
           10 FILLER PIC X(5).

       COPY CGETBDTQ.

       COPY CRUNCTLQ.

       PROCEDURE DIVISION.
       000-START-PROCESSING.
           MOVE 'S' TO RCQ-FUNCTION
           MOVE 'BURINQB' TO RCQ-JOB-NAME
           MOVE 'LOANAPPB' TO RCQ-PREREQ-JOB
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           IF RCQ-REPLY-REFUSED
               DISPLAY 'Run control refused start: ' RCQ-REPLY-MSG
               STOP RUN
           END-IF
           .
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           CALL 'GETBDTE' USING GETBDTE-REQUEST
           .
           OPEN OUTPUT BURINQ-FILE
           OPEN INPUT BNKCUST-FILE
           OPEN I-O LOANAPP-FILE
           IF WS-LOANAPP-OK
               SET WS-LOANAPP-OPEN TO TRUE
           END-IF
           IF NOT WS-LOANAPP-OK
               DISPLAY 'No LOANAPP file - no bureau inquiries'
               SET WS-LOANAPP-EOF TO TRUE
           ELSE
               MOVE LOW-VALUES TO APP-KEY
               START LOANAPP-FILE KEY IS NOT LESS THAN APP-KEY
                   INVALID KEY
                       SET WS-LOANAPP-EOF TO TRUE
               END-START
           END-IF
           .
           PERFORM UNTIL WS-LOANAPP-EOF
               READ LOANAPP-FILE NEXT RECORD
                   AT END
                       SET WS-LOANAPP-EOF TO TRUE
                   NOT AT END
                       IF APP-NEW AND APP-BUREAU-PENDING
                           PERFORM REQUEST-ONE-REPORT THRU
                               REQUEST-ONE-REPORT-EXIT
                       END-IF
               END-READ
           END-PERFORM
           .
           MOVE SPACES TO BURINQ-RECORD
           SET BIQ-CONTROL-RECORD TO TRUE
           MOVE WS-ITEM-COUNT TO BIT-ITEM-COUNT
           WRITE BURINQ-RECORD
           .
           IF WS-LOANAPP-OPEN
               CLOSE LOANAPP-FILE
           END-IF
           CLOSE BNKCUST-FILE
           CLOSE BURINQ-FILE
           .
           DISPLAY WS-ITEM-COUNT ' bureau inquiry(s) sent, '
               WS-SKIP-COUNT ' applicant(s) not on BNKCUST'
           .
           MOVE 'E' TO RCQ-FUNCTION
           MOVE WS-ITEM-COUNT TO RCQ-REC-COUNT
           MOVE 'C' TO RCQ-OUTCOME
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           .
           STOP RUN
           .
      *****************************************************************
      * The product is named the way LoanAppBatch prices it, so the   *
      * bureau's answer and the BURCUT row it is judged by agree.     *
      *****************************************************************
       REQUEST-ONE-REPORT.
           MOVE APP-OWNER-PID TO BCS-REC-PID
           READ BNKCUST-FILE
               INVALID KEY
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY 'Applicant not on BNKCUST - no inquiry '
                       APP-OWNER-PID ' ' APP-NUMBER
                   GO TO REQUEST-ONE-REPORT-EXIT
           END-READ
           .
           MOVE SPACES TO BURINQ-RECORD
           SET BIQ-INQUIRY TO TRUE
           MOVE APP-OWNER-PID TO BIQ-OWNER-PID
           MOVE APP-NUMBER TO BIQ-APP-NUMBER
           MOVE BCS-REC-NAME TO BIQ-NAME
           MOVE BCS-REC-SIN TO BIQ-SIN
           MOVE ZERO TO BIQ-BIRTH-DTE
           IF BCS-REC-BIRTH-DTE IS NUMERIC
               MOVE BCS-REC-BIRTH-DTE TO BIQ-BIRTH-DTE
           END-IF
           MOVE BCS-REC-ADDR1 TO BIQ-ADDR1
           MOVE BCS-REC-ADDR2 TO BIQ-ADDR2
           MOVE BCS-REC-STATE TO BIQ-STATE
           MOVE BCS-REC-CNTRY TO BIQ-CNTRY
           MOVE BCS-REC-POST-CODE TO BIQ-POST-CODE
           MOVE 'LOAN' TO BIQ-PRODUCT
           IF APP-TERM-YEARS IS GREATER THAN ZERO
               MOVE 'MORT' TO BIQ-PRODUCT
           END-IF
           IF APP-CONSTRUCTION
               MOVE 'CNST' TO BIQ-PRODUCT
           END-IF
           MOVE APP-AMOUNT TO BIQ-AMOUNT
           MOVE GBD-BUSINESS-DATE TO BIQ-INQUIRY-DATE
           WRITE BURINQ-RECORD
           ADD 1 TO WS-ITEM-COUNT
           .
           SET APP-BUREAU-SENT TO TRUE
           MOVE GBD-BUSINESS-DATE TO APP-BUR-INQUIRY-DATE
           REWRITE LOANAPP-RECORD
           .
       REQUEST-ONE-REPORT-EXIT.
           EXIT
           .
