001250*              account is journalled through MSTJRNL and a      * prodconv
001260*              CONVLTR conversion notice goes to the customer   * prodconv
001270*              through the same channel as CONFLTR letters.     * prodconv
001271*              A card marked promotional makes the notice a     * prodconv
001272*              marketing item: it is produced only for a        * prodconv
001273*              customer CEMREG finds holding live mail          * prodconv
001274*              marketing consent, and is otherwise suppressed   * prodconv
001275*              and counted - the conversion itself goes ahead   * prodconv
001276*              either way.                                      * prodconv
001280***************************************************************** prodconv
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODCONV.
         05 PCQ-FROM-PRODUCT PIC X(4).
         05 PCQ-TO-PRODUCT PIC X(4).
         05 PCQ-EFFECTIVE-DATE PIC 9(8).
         05 PCQ-PROMOTIONAL-FLAG PIC X(1).
           88 PCQ-PROMOTIONAL VALUE 'Y'.

       FD PRODMST-FILE
           LABEL RECORDS ARE STANDARD.
         05 WS-FROM-PRODUCT PIC X(4).
         05 WS-TO-PRODUCT PIC X(4).
         05 WS-EFFECTIVE-DATE PIC 9(8).
         05 WS-PROMOTIONAL-FLAG PIC X(1).
           88 WS-PROMOTIONAL VALUE 'Y'.
         05 WS-FROM-DESC PIC X(20).
         05 WS-TO-DESC PIC X(20).
         05 WS-TO-INT-TREATMENT PIC X(1).
         05 WS-READ-COUNT PIC 9(6) VALUE ZERO.
         05 WS-CONVERTED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-SUPPRESSED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).

       COPY CCORRNDQ.

       COPY CCEMREGQ.

       COPY CRUNCTLQ.

       PROCEDURE DIVISION.
           MOVE PCQ-FROM-PRODUCT TO WS-FROM-PRODUCT
           MOVE PCQ-TO-PRODUCT TO WS-TO-PRODUCT
           MOVE PCQ-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
           MOVE PCQ-PROMOTIONAL-FLAG TO WS-PROMOTIONAL-FLAG
           CLOSE PRODCVRQ-FILE
           .
           IF WS-EFFECTIVE-DATE IS GREATER THAN WS-CURRENT-DATE
           .
           DISPLAY WS-READ-COUNT ' account(s) read, '
               WS-CONVERTED-COUNT ' converted from '
               WS-FROM-PRODUCT ' to ' WS-TO-PRODUCT ', '
               WS-SUPPRESSED-COUNT ' promotional notice(s) suppressed'
           .
           MOVE 'E' TO RCQ-FUNCTION
           MOVE WS-CONVERTED-COUNT TO RCQ-REC-COUNT
           REWRITE ACCTMST-RECORD
           PERFORM JOURNAL-ACCTMST-IMAGE THRU
               JOURNAL-ACCTMST-IMAGE-EXIT
           ADD 1 TO WS-CONVERTED-COUNT
           .
      *****************************************************************
      * A promotional notice is marketing - it goes only to a         *
      * customer who holds live consent to be mailed it.              *
      *****************************************************************
           IF WS-PROMOTIONAL
               MOVE SPACES TO CEMREG-REQUEST
               SET CRQ-FUNC-CHECK TO TRUE
               MOVE AMS-OWNER-PID TO CRQ-PID
               SET CRQ-CHANNEL-MAIL TO TRUE
               MOVE WS-CURRENT-DATE TO CRQ-DATE
               CALL 'CEMREG' USING CEMREG-REQUEST
               IF CRQ-REFUSED
                   ADD 1 TO WS-SUPPRESSED-COUNT
                   GO TO CONVERT-ONE-ACCOUNT-EXIT
               END-IF
           END-IF
           .
           MOVE SPACES TO CONVLTR-RECORD
           MOVE WS-CURRENT-DATE TO CVL-DATE
               WS-TO-PRODUCT DELIMITED BY SIZE INTO CDQ-SUMMARY
           CALL 'CORRNDX' USING CORRNDX-REQUEST
           .
       CONVERT-ONE-ACCOUNT-EXIT.
           EXIT
           .
