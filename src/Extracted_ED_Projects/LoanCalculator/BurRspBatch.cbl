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

001150***************************************************************** burrspb
001160* Program:     BURRSPBATCH.CBL                                  * burrspb
001170* Function:    Credit bureau response load for loan             * burrspb
001180*              decisioning. The inbound BURRESP file must prove * burrspb
001190*              to the bureau's control trailer before anything  * burrspb
001200*              loads. Each application's report - score record, * burrspb
001210*              ranked reason factors, trade lines, inquiries    * burrspb
001220*              and derogatory items - is matched to the LOANAPP * burrspb
001230*              application still waiting on the inquiry         * burrspb
001240*              BurInqBatch sent, its score and key attributes   * burrspb
001250*              (trade line count, balances and payments, worst  * burrspb
001260*              rating, inquiry and derogatory counts, the       * burrspb
001270*              reason factors and the first factor's wording)   * burrspb
001280*              are stored on the application, which is marked   * burrspb
001290*              answered or no file held, and the whole report   * burrspb
001300*              is kept line for line on BURREPT. A report for   * burrspb
001310*              an application not waiting on the bureau, or     * burrspb
001320*              with no score record, is reported and left       * burrspb
001330*              alone. The next LoanAppBatch run decides the     * burrspb
001340*              answered applications.                           * burrspb
001350***************************************************************** burrspb
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BurRspBatch.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BURRESP-FILE ASSIGN TO "BURRESP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BURRESP-STATUS.
           SELECT LOANAPP-FILE ASSIGN TO "LOANAPP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS APP-KEY
               FILE STATUS IS WS-LOANAPP-STATUS.
           SELECT BURREPT-FILE ASSIGN TO "BURREPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRP-KEY
               FILE STATUS IS WS-BURREPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BURRESP-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CBURRSP.

       FD LOANAPP-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CLOANAPP.

       FD BURREPT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CBURREPT.

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'BURRSPB'.
         05 WS-BURRESP-STATUS PIC X(2).
           88 WS-BURRESP-OK VALUE '00'.
         05 WS-LOANAPP-STATUS PIC X(2).
           88 WS-LOANAPP-OK VALUE '00'.
         05 WS-BURREPT-STATUS PIC X(2).
           88 WS-BURREPT-OK VALUE '00'.
         05 WS-BURRESP-EOF-FLAG PIC X(1).
           88 WS-BURRESP-EOF VALUE 'Y'.
         05 WS-BURRESP-PRESENT-FLAG PIC X(1) VALUE 'Y'.
           88 WS-BURRESP-PRESENT VALUE 'Y'.
         05 WS-CTL-SEEN-FLAG PIC X(1) VALUE 'N'.
           88 WS-CTL-SEEN VALUE 'Y'.
         05 WS-CTL-COUNT PIC 9(6) VALUE ZERO.
         05 WS-VAL-ITEM-COUNT PIC 9(6) VALUE ZERO.
         05 WS-LINE-COUNT PIC 9(6) VALUE ZERO.
         05 WS-REPORT-COUNT PIC 9(6) VALUE ZERO.
         05 WS-NO-FILE-COUNT PIC 9(6) VALUE ZERO.
         05 WS-UNMATCHED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-CURRENT-KEY.
           10 WS-CUR-OWNER-PID PIC X(5).
           10 WS-CUR-APP-NUMBER PIC X(9).
         05 WS-MATCHED-FLAG PIC X(1) VALUE 'N'.
           88 WS-REPORT-MATCHED VALUE 'Y'.
         05 WS-SCORE-SEEN-FLAG PIC X(1).
           88 WS-SCORE-SEEN VALUE 'Y'.
         05 WS-NO-FILE-FLAG PIC X(1).
           88 WS-BUREAU-NO-FILE VALUE 'Y'.
         05 WS-SEQ-NO PIC 9(4).
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
           10 FILLER PIC X(5).

       COPY CGETBDTQ.

       COPY CRUNCTLQ.

       PROCEDURE DIVISION.
       000-START-PROCESSING.
           MOVE 'S' TO RCQ-FUNCTION
           MOVE 'BURRSPB' TO RCQ-JOB-NAME
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
      * No file from the bureau is a quiet day, not an error. A file  *
      * that is there must prove to its trailer before anything       *
      * loads.                                                        *
      *****************************************************************
           PERFORM VALIDATE-BURRESP-CONTROLS THRU
               VALIDATE-BURRESP-CONTROLS-EXIT
           IF NOT WS-BURRESP-PRESENT
               DISPLAY 'No BURRESP file - no bureau reports to load'
               MOVE 'E' TO RCQ-FUNCTION
               MOVE ZERO TO RCQ-REC-COUNT
               MOVE 'C' TO RCQ-OUTCOME
               CALL 'RUNCTL' USING RUNCTL-REQUEST
               STOP RUN
           END-IF
           IF NOT WS-CTL-SEEN
               OR WS-CTL-COUNT IS NOT EQUAL TO WS-VAL-ITEM-COUNT
               DISPLAY 'BURRESP file out of proof - nothing loaded'
               MOVE 'E' TO RCQ-FUNCTION
               MOVE ZERO TO RCQ-REC-COUNT
               MOVE 'F' TO RCQ-OUTCOME
               CALL 'RUNCTL' USING RUNCTL-REQUEST
               STOP RUN
           END-IF
           .
           OPEN I-O LOANAPP-FILE
           OPEN I-O BURREPT-FILE
           IF NOT WS-BURREPT-OK
               OPEN OUTPUT BURREPT-FILE
               CLOSE BURREPT-FILE
               OPEN I-O BURREPT-FILE
           END-IF
           .
           MOVE SPACES TO WS-CURRENT-KEY
           OPEN INPUT BURRESP-FILE
           MOVE 'N' TO WS-BURRESP-EOF-FLAG
           PERFORM UNTIL WS-BURRESP-EOF
               READ BURRESP-FILE
                   AT END
                       SET WS-BURRESP-EOF TO TRUE
                   NOT AT END
                       IF NOT BRS-CONTROL-RECORD
                           PERFORM LOAD-ONE-LINE THRU
                               LOAD-ONE-LINE-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BURRESP-FILE
           PERFORM FINISH-ONE-REPORT THRU FINISH-ONE-REPORT-EXIT
           .
           CLOSE LOANAPP-FILE
           CLOSE BURREPT-FILE
           .
           DISPLAY WS-LINE-COUNT ' bureau line(s), '
               WS-REPORT-COUNT ' report(s) loaded, '
               WS-NO-FILE-COUNT ' no file, '
               WS-UNMATCHED-COUNT ' not matched'
           .
           MOVE 'E' TO RCQ-FUNCTION
           MOVE WS-LINE-COUNT TO RCQ-REC-COUNT
           MOVE 'C' TO RCQ-OUTCOME
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           .
           STOP RUN
           .
       VALIDATE-BURRESP-CONTROLS.
           OPEN INPUT BURRESP-FILE
           IF NOT WS-BURRESP-OK
               MOVE 'N' TO WS-BURRESP-PRESENT-FLAG
               GO TO VALIDATE-BURRESP-CONTROLS-EXIT
           END-IF
           MOVE 'N' TO WS-BURRESP-EOF-FLAG
           PERFORM UNTIL WS-BURRESP-EOF
               READ BURRESP-FILE
                   AT END
                       SET WS-BURRESP-EOF TO TRUE
                   NOT AT END
                       IF BRS-CONTROL-RECORD
                           SET WS-CTL-SEEN TO TRUE
                           MOVE BRT-ITEM-COUNT TO WS-CTL-COUNT
                       ELSE
                           ADD 1 TO WS-VAL-ITEM-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BURRESP-FILE
           .
       VALIDATE-BURRESP-CONTROLS-EXIT.
           EXIT
           .
      *****************************************************************
      * The bureau sends each report's lines together. A new key      *
      * closes the report before it and opens the next one against    *
      * its application - only one still waiting on the inquiry we    *
      * sent takes the answer.                                        *
      *****************************************************************
       LOAD-ONE-LINE.
           ADD 1 TO WS-LINE-COUNT
           IF BRS-OWNER-PID IS NOT EQUAL TO WS-CUR-OWNER-PID
               OR BRS-APP-NUMBER IS NOT EQUAL TO WS-CUR-APP-NUMBER
               PERFORM FINISH-ONE-REPORT THRU FINISH-ONE-REPORT-EXIT
               PERFORM START-ONE-REPORT THRU START-ONE-REPORT-EXIT
           END-IF
           IF NOT WS-REPORT-MATCHED
               GO TO LOAD-ONE-LINE-EXIT
           END-IF
           .
           EVALUATE TRUE
               WHEN BRS-SCORE-RECORD
                   SET WS-SCORE-SEEN TO TRUE
                   IF BRS-NO-FILE
                       SET WS-BUREAU-NO-FILE TO TRUE
                       MOVE ZERO TO APP-BUR-SCORE
                   ELSE
                       IF BRS-SCORE-VALUE IS NUMERIC
                           MOVE BRS-SCORE-VALUE TO APP-BUR-SCORE
                       END-IF
                   END-IF
               WHEN BRS-FACTOR-RECORD
                   IF BRS-FACTOR-RANK IS NUMERIC
                       AND BRS-FACTOR-RANK IS GREATER THAN ZERO
                       AND BRS-FACTOR-RANK IS NOT GREATER THAN 4
                       MOVE BRS-FACTOR-CODE TO
                           APP-BUR-FACTOR-CODE (BRS-FACTOR-RANK)
                       IF BRS-FACTOR-RANK IS EQUAL TO 1
                           MOVE BRS-FACTOR-TEXT TO APP-BUR-FACTOR-TEXT
                       END-IF
                   END-IF
               WHEN BRS-TRADE-RECORD
                   ADD 1 TO APP-BUR-TRADE-COUNT
                   IF BRS-TRD-BALANCE IS NUMERIC
                       ADD BRS-TRD-BALANCE TO APP-BUR-TRADE-BALANCE
                   END-IF
                   IF BRS-TRD-PAYMENT IS NUMERIC
                       ADD BRS-TRD-PAYMENT TO APP-BUR-TRADE-PAYMENTS
                   END-IF
                   IF BRS-TRD-WORST-RATING IS NUMERIC
                       AND BRS-TRD-WORST-RATING IS GREATER THAN
                           APP-BUR-WORST-RATING
                       MOVE BRS-TRD-WORST-RATING TO
                           APP-BUR-WORST-RATING
                   END-IF
               WHEN BRS-INQUIRY-RECORD
                   ADD 1 TO APP-BUR-INQUIRY-COUNT
               WHEN BRS-DEROG-RECORD
                   ADD 1 TO APP-BUR-DEROG-COUNT
               WHEN OTHER
                   DISPLAY 'Unknown bureau line type ' BRS-TYPE
                       ' for ' BRS-OWNER-PID ' ' BRS-APP-NUMBER
           END-EVALUATE
           .
           ADD 1 TO WS-SEQ-NO
           MOVE BRS-OWNER-PID TO BRP-OWNER-PID
           MOVE BRS-APP-NUMBER TO BRP-APP-NUMBER
           MOVE WS-SEQ-NO TO BRP-SEQ-NO
           MOVE GBD-BUSINESS-DATE TO BRP-LOADED-DATE
           MOVE BRS-DATA TO BRP-RESPONSE
           WRITE BURREPT-RECORD
               INVALID KEY
                   REWRITE BURREPT-RECORD
           END-WRITE
           .
       LOAD-ONE-LINE-EXIT.
           EXIT
           .
       START-ONE-REPORT.
           MOVE BRS-OWNER-PID TO WS-CUR-OWNER-PID
           MOVE BRS-APP-NUMBER TO WS-CUR-APP-NUMBER
           MOVE 'N' TO WS-MATCHED-FLAG
           MOVE 'N' TO WS-SCORE-SEEN-FLAG
           MOVE 'N' TO WS-NO-FILE-FLAG
           MOVE ZERO TO WS-SEQ-NO
           .
           MOVE BRS-OWNER-PID TO APP-OWNER-PID
           MOVE BRS-APP-NUMBER TO APP-NUMBER
           READ LOANAPP-FILE
               INVALID KEY
                   ADD 1 TO WS-UNMATCHED-COUNT
                   DISPLAY 'Bureau report for unknown application '
                       BRS-OWNER-PID ' ' BRS-APP-NUMBER
                   GO TO START-ONE-REPORT-EXIT
           END-READ
           IF NOT APP-NEW OR NOT APP-BUREAU-SENT
               ADD 1 TO WS-UNMATCHED-COUNT
               DISPLAY 'Bureau report for application not waiting '
                   BRS-OWNER-PID ' ' BRS-APP-NUMBER
               GO TO START-ONE-REPORT-EXIT
           END-IF
           .
           SET WS-REPORT-MATCHED TO TRUE
           MOVE ZERO TO APP-BUR-SCORE
           MOVE ZERO TO APP-BUR-TRADE-COUNT
           MOVE ZERO TO APP-BUR-TRADE-BALANCE
           MOVE ZERO TO APP-BUR-TRADE-PAYMENTS
           MOVE ZERO TO APP-BUR-WORST-RATING
           MOVE ZERO TO APP-BUR-INQUIRY-COUNT
           MOVE ZERO TO APP-BUR-DEROG-COUNT
           MOVE SPACES TO APP-BUR-FACTOR-CODES
           MOVE SPACES TO APP-BUR-FACTOR-TEXT
           .
       START-ONE-REPORT-EXIT.
           EXIT
           .
      *****************************************************************
      * A report with no score record cannot be judged - the          *
      * application stays waiting and the report is flagged.          *
      *****************************************************************
       FINISH-ONE-REPORT.
           IF NOT WS-REPORT-MATCHED
               GO TO FINISH-ONE-REPORT-EXIT
           END-IF
           MOVE 'N' TO WS-MATCHED-FLAG
           IF NOT WS-SCORE-SEEN
               ADD 1 TO WS-UNMATCHED-COUNT
               DISPLAY 'Bureau report with no score record '
                   WS-CUR-OWNER-PID ' ' WS-CUR-APP-NUMBER
               GO TO FINISH-ONE-REPORT-EXIT
           END-IF
           .
           IF WS-BUREAU-NO-FILE
               SET APP-BUREAU-NO-FILE TO TRUE
               ADD 1 TO WS-NO-FILE-COUNT
           ELSE
               SET APP-BUREAU-RECEIVED TO TRUE
           END-IF
           MOVE GBD-BUSINESS-DATE TO APP-BUR-RESPONSE-DATE
           REWRITE LOANAPP-RECORD
           ADD 1 TO WS-REPORT-COUNT
           .
       FINISH-ONE-REPORT-EXIT.
           EXIT
           .
