001230*              The first page is exceptions-only, so a quiet    * secrpt
001240*              day is one page; the SECRPTCK checkpoint keeps   * secrpt
001250*              last week's totals for the week-over-week line.  * secrpt
001253*              Codes issued for step-up signon are counted on   * secrpt
001256*              their own summary line.                          * secrpt
001260***************************************************************** secrpt
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECRPT.
         05 WS-GUEST-COUNT PIC 9(6) VALUE ZERO.
         05 WS-TESTUSER-COUNT PIC 9(6) VALUE ZERO.
         05 WS-WINDOW-COUNT PIC 9(6) VALUE ZERO.
         05 WS-STEPUP-COUNT PIC 9(6) VALUE ZERO.
         05 WS-REC-HOUR PIC 9(2).
         05 WS-HOUR-IDX PIC 9(2).
         05 WS-USR-IDX PIC 9(2).
               GO TO TALLY-ONE-EVENT-EXIT
           END-IF
           .
           IF SAU-STEP-UP-PENDING
               ADD 1 TO WS-STEPUP-COUNT
               GO TO TALLY-ONE-EVENT-EXIT
           END-IF
           .
           ADD 1 TO WS-TODAY-FAILURES
           ADD 1 TO WS-WEEK-FAILURES
           ADD 1 TO WS-HOUR-FAILURES (WS-REC-HOUR + 1)
               MOVE WS-WINDOW-COUNT TO WS-SUM-COUNT
               WRITE SECRPT-RECORD FROM WS-SUMMARY-LINE
           END-IF
           IF WS-STEPUP-COUNT IS GREATER THAN ZERO
               MOVE 'STEP-UP CODES ISSUED          ' TO WS-SUM-LABEL
               MOVE WS-STEPUP-COUNT TO WS-SUM-COUNT
               WRITE SECRPT-RECORD FROM WS-SUMMARY-LINE
           END-IF
           .
           MOVE WS-WEEK-FAILURES TO WS-TR-THIS
           MOVE WS-PRIOR-FAILURES TO WS-TR-PRIOR
