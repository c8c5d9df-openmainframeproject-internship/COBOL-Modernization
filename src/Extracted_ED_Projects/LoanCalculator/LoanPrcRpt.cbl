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

001150***************************************************************** loanprcx
001160* Program:     LOANPRCRPT.CBL                                   * loanprcx
001170* Function:    Monthly off-grid pricing exception report. Every * loanprcx
001180*              PRCEXCP row dated in the calendar month before   * loanprcx
001190*              the business date's month is listed on PRCXRPT   * loanprcx
001200*              with the grid and booked rates, who asked for    * loanprcx
001210*              the concession, who authorized it and why, so    * loanprcx
001220*              credit management can review every loan booked   * loanprcx
001230*              below the pricing grid. PRCEXCP is only read.    * loanprcx
001240***************************************************************** loanprcx
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanPrcRpt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRCEXCP-FILE ASSIGN TO "PRCEXCP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRCEXCP-STATUS.
           SELECT PRCXRPT-FILE ASSIGN TO "PRCXRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRCXRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PRCEXCP-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CPRCEXCP.

       FD PRCXRPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 PRCXRPT-RECORD                  PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'LOANPRCX'.
         05 WS-PRCEXCP-STATUS PIC X(2).
           88 WS-PRCEXCP-OK VALUE '00'.
         05 WS-PRCXRPT-STATUS PIC X(2).
           88 WS-PRCXRPT-OK VALUE '00'.
         05 WS-PRCEXCP-EOF-FLAG PIC X(1).
           88 WS-PRCEXCP-EOF VALUE 'Y'.
         05 WS-READ-COUNT PIC 9(6) VALUE ZERO.
         05 WS-LISTED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-DATE-WORK.
           10 WS-DTW-YYYY PIC 9(4).
           10 WS-DTW-MM PIC 9(2).
           10 WS-DTW-DD PIC 9(2).
         05 WS-REPORT-MONTH.
           10 WS-RPM-YYYY PIC 9(4).
           10 WS-RPM-MM PIC 9(2).
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
           10 FILLER PIC X(5).
       01 WS-HEAD-LINE.
         05 FILLER PIC X(38)
             VALUE 'OFF-GRID PRICING EXCEPTIONS FOR MONTH '.
         05 WS-HDL-YYYY PIC 9(4).
         05 FILLER PIC X(1) VALUE '-'.
         05 WS-HDL-MM PIC 9(2).
         05 FILLER PIC X(35) VALUE SPACES.
       01 WS-COLUMN-LINE.
         05 FILLER PIC X(40)
             VALUE 'DATE     PID   ACCOUNT   PROD T    GRID '.
         05 FILLER PIC X(40)
             VALUE ' BOOKED REQBY AUTH  REASON              '.
       01 WS-DETAIL-LINE.
         05 WS-DTL-DATE PIC 9(8).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-DTL-PID PIC X(5).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-DTL-ACCOUNT PIC X(9).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-DTL-PRODUCT PIC X(4).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-DTL-TIER PIC X(1).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-DTL-GRID-RATE PIC ZZ9.999.
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-DTL-BOOKED-RATE PIC ZZ9.999.
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-DTL-REQUESTED-BY PIC X(5).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-DTL-AUTHORIZED-BY PIC X(5).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-DTL-REASON PIC X(20).
       01 WS-TOTAL-LINE.
         05 WS-TTL-COUNT PIC ZZZ,ZZ9.
         05 FILLER PIC X(40)
             VALUE ' loan(s) booked below the pricing grid  '.
         05 FILLER PIC X(33) VALUE SPACES.

       COPY CGETBDTQ.

       COPY CRUNCTLQ.

       PROCEDURE DIVISION.
       000-START-PROCESSING.
           MOVE 'S' TO RCQ-FUNCTION
           MOVE 'LOANPRCX' TO RCQ-JOB-NAME
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
      *****************************************************************
      * The report covers the whole of last month - run early in the  *
      * month, after the month-end bookings are in.                   *
      *****************************************************************
           MOVE GBD-BUSINESS-DATE TO WS-DATE-WORK
           IF WS-DTW-MM IS EQUAL TO 1
               COMPUTE WS-RPM-YYYY = WS-DTW-YYYY - 1
               MOVE 12 TO WS-RPM-MM
           ELSE
               MOVE WS-DTW-YYYY TO WS-RPM-YYYY
               COMPUTE WS-RPM-MM = WS-DTW-MM - 1
           END-IF
           .
           OPEN OUTPUT PRCXRPT-FILE
           MOVE WS-RPM-YYYY TO WS-HDL-YYYY
           MOVE WS-RPM-MM TO WS-HDL-MM
           WRITE PRCXRPT-RECORD FROM WS-HEAD-LINE
           WRITE PRCXRPT-RECORD FROM WS-COLUMN-LINE
           .
           OPEN INPUT PRCEXCP-FILE
           IF NOT WS-PRCEXCP-OK
               SET WS-PRCEXCP-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-PRCEXCP-EOF
               READ PRCEXCP-FILE
                   AT END
                       SET WS-PRCEXCP-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF PXC-DATE (1:6) IS EQUAL TO WS-REPORT-MONTH
                           PERFORM LIST-ONE-EXCEPTION THRU
                               LIST-ONE-EXCEPTION-EXIT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PRCEXCP-OK OR WS-PRCEXCP-STATUS IS EQUAL TO '10'
               CLOSE PRCEXCP-FILE
           END-IF
           .
           MOVE WS-LISTED-COUNT TO WS-TTL-COUNT
           WRITE PRCXRPT-RECORD FROM WS-TOTAL-LINE
           CLOSE PRCXRPT-FILE
           .
           DISPLAY WS-READ-COUNT ' exception row(s) read, '
               WS-LISTED-COUNT ' listed'
           .
           MOVE 'E' TO RCQ-FUNCTION
           MOVE WS-READ-COUNT TO RCQ-REC-COUNT
           MOVE 'C' TO RCQ-OUTCOME
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           .
           STOP RUN
           .
       LIST-ONE-EXCEPTION.
           MOVE PXC-DATE TO WS-DTL-DATE
           MOVE PXC-OWNER-PID TO WS-DTL-PID
           MOVE PXC-ACCOUNT TO WS-DTL-ACCOUNT
           MOVE PXC-PRODUCT-CODE TO WS-DTL-PRODUCT
           MOVE PXC-CREDIT-TIER TO WS-DTL-TIER
           MOVE PXC-GRID-RATE TO WS-DTL-GRID-RATE
           MOVE PXC-BOOKED-RATE TO WS-DTL-BOOKED-RATE
           MOVE PXC-REQUESTED-BY TO WS-DTL-REQUESTED-BY
           MOVE PXC-AUTHORIZED-BY TO WS-DTL-AUTHORIZED-BY
           MOVE PXC-REASON TO WS-DTL-REASON
           WRITE PRCXRPT-RECORD FROM WS-DETAIL-LINE
           ADD 1 TO WS-LISTED-COUNT
           .
       LIST-ONE-EXCEPTION-EXIT.
           EXIT
           .
