           05 WS-CONFLTR-STATUS PIC X(2).
             88 WS-CONFLTR-OK VALUE '00'.
           05 WS-SAVED-RESP PIC S9(8) COMP VALUE ZERO.
           05 WS-TRACE-RESP PIC S9(8) COMP.
           05 WS-BIRTH-VALID-FLAG PIC X(1) VALUE 'Y'.
             88 WS-BIRTH-VALID VALUE 'Y'.
           05 WS-BIRTH-DTE PIC 9(8).
           05 WS-BIRTH-DTE-R REDEFINES WS-BIRTH-DTE.
             10 WS-BIRTH-YEAR PIC 9(4).
             10 WS-BIRTH-MONTH PIC 9(2).
             10 WS-BIRTH-DAY PIC 9(2).
       COPY CADDRVAL.
       COPY CADDRRTY.
       COPY CADDRDFQ.
       COPY CTRACEQ.
       COPY CCORRNDQ.
003800 01 WS-BNKCUST-REC.                                               dbank02p
003800                                                                  dbank02p
003900 COPY CBANKVCS.                                                   dbank02p
013726         GO TO WRITE-PROCESSING-EXIT                               dbank02p
013727     END-IF
           .                                                            dbank02p
      *****************************************************************
      * A date of birth keyed with the change is checked the same way *
      * UPDTNEW checks it at onboarding - spaces or zero leaves the   *
      * date on file alone.                                           *
      *****************************************************************
           PERFORM VALIDATE-BIRTH-DATE THRU VALIDATE-BIRTH-DATE-EXIT
           IF NOT WS-BIRTH-VALID
               MOVE SPACES TO CD02O-DATA
               MOVE HIGH-VALUES TO CD02O-CONTACT-ID
               MOVE 'Invalid date of birth' TO CD02O-CONTACT-NAME
               GO TO WRITE-PROCESSING-EXIT
           END-IF
           .
013900***************************************************************** dbank02p
013900* Now attempt to get the requested record for update            * dbank02p
014000***************************************************************** dbank02p
           .                                                            dbank02p
016950     MOVE CD02I-CONTACT-COLOUR-SCHEME TO BCS-REC-COLOUR-SCHEME
           .
           IF WS-BIRTH-DTE IS GREATER THAN ZERO
               MOVE WS-BIRTH-DTE TO BCS-REC-BIRTH-DTE
           END-IF
           .
016970     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           .
016980     MOVE WS-CURRENT-DATE TO BCS-REC-LAST-ADDR-CHANGE-DTE
018130             CD02O-CONTACT-COLOUR-SCHEME
018140         MOVE BCS-REC-LAST-ADDR-CHANGE-DTE TO
018145             CD02O-LAST-ADDR-CHANGE-DTE
               IF BCS-REC-BIRTH-DTE IS NUMERIC
                   MOVE BCS-REC-BIRTH-DTE TO CD02O-BIRTH-DTE
               END-IF
018150         PERFORM LOG-ADDRESS-CHANGE                               dbank02p
018160         PERFORM GENERATE-CONFIRMATION-EXTRACT                    dbank02p
               MOVE BCS-REC-PID TO CDQ-PID
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING WS-CNTRY-IDX FROM 1 BY 1
                   UNTIL WS-CNTRY-IDX > 3
               IF CD02I-CONTACT-CNTRY =
                       WS-VALID-CNTRY-ENTRY(WS-CNTRY-IDX)
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF
           END-PERFORM
                     RESP(WS-RESP)
           END-EXEC
           .
      *****************************************************************
      * A real CCYYMMDD calendar date, no earlier than 1900 and not   *
      * in the future. WS-BIRTH-DTE stays zero when none was keyed.   *
      *****************************************************************
       VALIDATE-BIRTH-DATE.
           MOVE 'Y' TO WS-BIRTH-VALID-FLAG
           MOVE ZERO TO WS-BIRTH-DTE
           IF CD02I-CONTACT-BIRTH-DTE IS EQUAL TO SPACES
               OR CD02I-CONTACT-BIRTH-DTE IS EQUAL TO ZERO
               GO TO VALIDATE-BIRTH-DATE-EXIT
           END-IF
           MOVE 'N' TO WS-BIRTH-VALID-FLAG
           IF CD02I-CONTACT-BIRTH-DTE IS NOT NUMERIC
               GO TO VALIDATE-BIRTH-DATE-EXIT
           END-IF
           MOVE CD02I-CONTACT-BIRTH-DTE TO WS-BIRTH-DTE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           IF WS-BIRTH-YEAR IS LESS THAN 1900
               OR WS-BIRTH-DTE IS GREATER THAN WS-CURRENT-DATE
               OR WS-BIRTH-MONTH IS LESS THAN 1
               OR WS-BIRTH-MONTH IS GREATER THAN 12
               OR WS-BIRTH-DAY IS LESS THAN 1
               OR WS-BIRTH-DAY IS GREATER THAN 31
               GO TO VALIDATE-BIRTH-DATE-EXIT
           END-IF
           IF (WS-BIRTH-MONTH IS EQUAL TO 4 OR 6 OR 9 OR 11)
               AND WS-BIRTH-DAY IS GREATER THAN 30
               GO TO VALIDATE-BIRTH-DATE-EXIT
           END-IF
           IF WS-BIRTH-MONTH IS EQUAL TO 2
               AND WS-BIRTH-DAY IS GREATER THAN 29
               GO TO VALIDATE-BIRTH-DATE-EXIT
           END-IF
           MOVE 'Y' TO WS-BIRTH-VALID-FLAG
           .
       VALIDATE-BIRTH-DATE-EXIT.
           EXIT
           .
       BRE-COPY-INPUT-DATA-0.
           MOVE BRE-I-CD02I-CONTACT TO CD02I-CONTACT-ID
           MOVE BRE-I-CD02I-CONTACT0 TO CD02I-CONTACT-ADDR1
           MOVE BRE-I-CD02I-CONTACT6 TO CD02I-CONTACT-SEND-MAIL
           MOVE BRE-I-CD02I-CONTACT7 TO CD02I-CONTACT-SEND-EMAIL
           MOVE BRE-I-CD02I-CONTACT8 TO CD02I-CONTACT-COLOUR-SCHEME
           MOVE BRE-I-CD02I-CONTACT9 TO CD02I-CONTACT-BIRTH-DTE
           MOVE BRE-I-READ-ONLY-FLAG TO WS-READ-ONLY-FLAG
           MOVE BRE-I-USERID TO WS-USERID
           .
