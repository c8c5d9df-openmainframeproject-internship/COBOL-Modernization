           10 WS-CURRENT-TIME PIC 9(8).
           10 FILLER PIC X(5).
       COPY CROLECKQ.
       COPY CSTAFCKQ.
       01 BRE-OUT-OUTPUT-STRUCTURE2.
         02 BRE-O-CD02O-DATA.
           03 BRE-O-CD02O-CONTACT PIC X(5).
           03 BRE-O-CD02O-CONTACT15 PIC X(30).
           03 BRE-O-CD02O-CONTACT16 PIC X(1).
           03 BRE-O-CD02O-CONTACT17 PIC X(1).
           03 BRE-O-CD02O-CONTACT18 PIC X(1).
           03 BRE-O-CD02O-CONTACT19 PIC 9(8).
           03 BRE-O-CD02O-CONTACT20 PIC 9(8).
         02 BRE-O-EIBRESP PIC S9(8) USAGE IS BINARY.
         02 RW-GOBACK-FLAG PIC 9.

      * second pair of eyes.                                          *
      *****************************************************************
           PERFORM CHECK-APPROVAL-RULE THRU CHECK-APPROVAL-RULE-EXIT
           PERFORM CHECK-STAFF-LINK THRU CHECK-STAFF-LINK-EXIT
           IF WS-APPR-NEEDED
               PERFORM QUEUE-PENDING-APPROVAL THRU
                   QUEUE-PENDING-APPROVAL-EXIT
               MOVE 'UPDTADDR' TO PSA-PROGRAM
               MOVE WS-PERF-ELAPSED TO PSA-ELAPSED-HUND
               MOVE 'C' TO PSA-OUTCOME
               MOVE BRE-I-USERID TO PSA-USERID
               WRITE PERFSTAT-RECORD
               CLOSE PERFSTAT-FILE
           END-IF
       CHECK-APPROVAL-RULE-EXIT.
           EXIT
           .
      *****************************************************************
      * A teller changing their own or a linked customer's address    *
      * (STAFFXRF) always goes to dual control, rule or no rule.      *
      *****************************************************************
       CHECK-STAFF-LINK.
           MOVE 'Q' TO SCK-FUNCTION
           MOVE 'UPDTDRVR' TO SCK-SOURCE
           MOVE BRE-I-USERID TO SCK-OPERATOR-ID
           MOVE SPACES TO SCK-OVERRIDE-ID
           MOVE BRE-I-CD02I-CONTACT TO SCK-PID
           MOVE SPACES TO SCK-ACCOUNT
           MOVE ZERO TO SCK-AMOUNT
           MOVE ZERO TO SCK-DATE
           CALL 'STAFFCHK' USING STAFFCHK-REQUEST
           IF SCK-QUEUED
               SET WS-APPR-NEEDED TO TRUE
               IF WS-APPR-EXPIRY-DAYS IS EQUAL TO ZERO
                   MOVE 5 TO WS-APPR-EXPIRY-DAYS
               END-IF
           END-IF
           .
       CHECK-STAFF-LINK-EXIT.
           EXIT
           .
       QUEUE-PENDING-APPROVAL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE SPACES TO PENDAPR-RECORD
