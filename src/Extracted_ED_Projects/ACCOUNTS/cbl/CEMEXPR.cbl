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

001150***************************************************************** cemexpr
001160* Program:     CEMEXPR.CBL                                      * cemexpr
001170* Function:    Nightly upkeep of the marketing consent register * cemexpr
001180*              (CEMCONS). First the e-mail service provider's   * cemexpr
001190*              unsubscribe file (UNSUBIN) is applied: each      * cemexpr
001200*              address is matched, regardless of case, against  * cemexpr
001210*              the e-mail held on BNKCUST and every customer    * cemexpr
001220*              using it has e-mail marketing consent withdrawn  * cemexpr
001230*              through CEMREG, the same call the teller and web * cemexpr
001240*              channels make. Then every active implied consent * cemexpr
001250*              whose expiry date has passed the business date   * cemexpr
001260*              is marked expired, so the register shows what    * cemexpr
001270*              the suppression check already enforces. Each     * cemexpr
001280*              withdrawal, each expiry and each unsubscribe     * cemexpr
001290*              address that matched no customer is listed on    * cemexpr
001300*              the CEMEXPRP report.                             * cemexpr
001310***************************************************************** cemexpr
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEMEXPR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNSUBIN-FILE ASSIGN TO "UNSUBIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UNSUBIN-STATUS.
           SELECT BNKCUST-FILE ASSIGN TO "BNKCUST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BCS-REC-PID
               FILE STATUS IS WS-BNKCUST-STATUS.
           SELECT CEMCONS-FILE ASSIGN TO "CEMCONS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEM-KEY
               FILE STATUS IS WS-CEMCONS-STATUS.
           SELECT CEMEXPRP-FILE ASSIGN TO "CEMEXPRP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CEMEXPRP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD UNSUBIN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CUNSUBIN.

       FD BNKCUST-FILE
           LABEL RECORDS ARE STANDARD.
       01 BNKCUST-RECORD.
       COPY CBANKVCS.

       FD CEMCONS-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CCEMCONS.

       FD CEMEXPRP-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 CEMEXPRP-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'CEMEXPR '.
         05 WS-UNSUBIN-STATUS PIC X(2).
           88 WS-UNSUBIN-OK VALUE '00'.
         05 WS-BNKCUST-STATUS PIC X(2).
           88 WS-BNKCUST-OK VALUE '00'.
         05 WS-CEMCONS-STATUS PIC X(2).
           88 WS-CEMCONS-OK VALUE '00'.
         05 WS-CEMEXPRP-STATUS PIC X(2).
           88 WS-CEMEXPRP-OK VALUE '00'.
         05 WS-UNSUBIN-EOF-FLAG PIC X(1).
           88 WS-UNSUBIN-EOF VALUE 'Y'.
         05 WS-BNKCUST-EOF-FLAG PIC X(1).
           88 WS-BNKCUST-EOF VALUE 'Y'.
         05 WS-CEMCONS-EOF-FLAG PIC X(1).
           88 WS-CEMCONS-EOF VALUE 'Y'.
         05 WS-CUST-EMAIL PIC X(50).
         05 WS-CUST-HIT-FLAG PIC X(1).
           88 WS-CUST-HIT VALUE 'Y'.
         05 WS-UNS-IDX PIC 9(4).
         05 WS-UNSUB-READ-COUNT PIC 9(6) VALUE ZERO.
         05 WS-UNSUB-SKIPPED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-WITHDRAWN-COUNT PIC 9(6) VALUE ZERO.
         05 WS-NO-MATCH-COUNT PIC 9(6) VALUE ZERO.
         05 WS-CONSENT-READ-COUNT PIC 9(6) VALUE ZERO.
         05 WS-EXPIRED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
           10 FILLER PIC X(5).
      *****************************************************************
      * The night's unsubscribe addresses, upper-cased so a customer  *
      * who keyed their address in another case still matches. An     *
      * address beyond the table is counted and left for a rerun.     *
      *****************************************************************
       01 WS-UNSUB-TABLE.
         05 WS-UNS-MAX PIC 9(4) VALUE 2000.
         05 WS-UNS-COUNT PIC 9(4) VALUE ZERO.
         05 WS-UNS-ENTRY OCCURS 2000 TIMES.
           10 WS-UNS-ADDRESS PIC X(50).
           10 WS-UNS-MATCHED-FLAG PIC X(1).
             88 WS-UNS-MATCHED VALUE 'Y'.
       01 WS-REPORT-HEADING.
         05 FILLER PIC X(40) VALUE
             'MARKETING CONSENT - UNSUB/EXPIRY   RUN '.
         05 WS-RPH-DATE PIC 9(8).
         05 FILLER PIC X(32) VALUE SPACES.
       01 WS-REPORT-DETAIL.
         05 WS-RPD-ACTION PIC X(10).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPD-PID PIC X(5).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPD-CHANNEL PIC X(1).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPD-DATE PIC 9(8).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPD-EMAIL PIC X(50).
         05 FILLER PIC X(2) VALUE SPACES.
       01 WS-REPORT-TOTALS.
         05 FILLER PIC X(14) VALUE 'UNSUBSCRIBED '.
         05 WS-RPT-WITHDRAWN PIC ZZZ,ZZ9.
         05 FILLER PIC X(11) VALUE '   EXPIRED '.
         05 WS-RPT-EXPIRED PIC ZZZ,ZZ9.
         05 FILLER PIC X(12) VALUE '   NO MATCH '.
         05 WS-RPT-NO-MATCH PIC ZZZ,ZZ9.
         05 FILLER PIC X(22) VALUE SPACES.

       COPY CCEMREGQ.

       COPY CGETBDTQ.

       COPY CRUNCTLQ.

       PROCEDURE DIVISION.
       000-START-PROCESSING.
           MOVE 'S' TO RCQ-FUNCTION
           MOVE 'CEMEXPR' TO RCQ-JOB-NAME
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
           OPEN OUTPUT CEMEXPRP-FILE
           MOVE GBD-BUSINESS-DATE TO WS-RPH-DATE
           WRITE CEMEXPRP-RECORD FROM WS-REPORT-HEADING
           .
           PERFORM LOAD-UNSUBSCRIBES THRU LOAD-UNSUBSCRIBES-EXIT
           .
           IF WS-UNS-COUNT IS GREATER THAN ZERO
               PERFORM APPLY-UNSUBSCRIBES THRU
                   APPLY-UNSUBSCRIBES-EXIT
           END-IF
           .
           PERFORM EXPIRE-IMPLIED-CONSENT THRU
               EXPIRE-IMPLIED-CONSENT-EXIT
           .
           MOVE WS-WITHDRAWN-COUNT TO WS-RPT-WITHDRAWN
           MOVE WS-EXPIRED-COUNT TO WS-RPT-EXPIRED
           MOVE WS-NO-MATCH-COUNT TO WS-RPT-NO-MATCH
           WRITE CEMEXPRP-RECORD FROM WS-REPORT-TOTALS
           CLOSE CEMEXPRP-FILE
           .
           DISPLAY WS-UNSUB-READ-COUNT ' unsubscribe(s) read, '
               WS-UNSUB-SKIPPED-COUNT ' over table limit, '
               WS-WITHDRAWN-COUNT ' consent(s) withdrawn, '
               WS-NO-MATCH-COUNT ' address(es) unmatched, '
               WS-CONSENT-READ-COUNT ' register row(s) read, '
               WS-EXPIRED-COUNT ' implied consent(s) expired'
           .
           MOVE 'E' TO RCQ-FUNCTION
           MOVE WS-CONSENT-READ-COUNT TO RCQ-REC-COUNT
           MOVE 'C' TO RCQ-OUTCOME
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           .
           STOP RUN
           .
      *****************************************************************
      * A night with no file from the provider is not an error - the  *
      * expiry pass still runs.                                       *
      *****************************************************************
       LOAD-UNSUBSCRIBES.
           OPEN INPUT UNSUBIN-FILE
           IF NOT WS-UNSUBIN-OK
               GO TO LOAD-UNSUBSCRIBES-EXIT
           END-IF
           .
           PERFORM UNTIL WS-UNSUBIN-EOF
               READ UNSUBIN-FILE
                   AT END
                       SET WS-UNSUBIN-EOF TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-UNSUBSCRIBE THRU
                           LOAD-ONE-UNSUBSCRIBE-EXIT
               END-READ
           END-PERFORM
           .
           CLOSE UNSUBIN-FILE
           .
       LOAD-UNSUBSCRIBES-EXIT.
           EXIT
           .
       LOAD-ONE-UNSUBSCRIBE.
           ADD 1 TO WS-UNSUB-READ-COUNT
           .
           IF UNS-EMAIL IS EQUAL TO SPACES
               GO TO LOAD-ONE-UNSUBSCRIBE-EXIT
           END-IF
           .
           IF WS-UNS-COUNT IS NOT LESS THAN WS-UNS-MAX
               ADD 1 TO WS-UNSUB-SKIPPED-COUNT
               GO TO LOAD-ONE-UNSUBSCRIBE-EXIT
           END-IF
           .
           ADD 1 TO WS-UNS-COUNT
           MOVE FUNCTION UPPER-CASE(UNS-EMAIL) TO
               WS-UNS-ADDRESS (WS-UNS-COUNT)
           MOVE 'N' TO WS-UNS-MATCHED-FLAG (WS-UNS-COUNT)
           .
       LOAD-ONE-UNSUBSCRIBE-EXIT.
           EXIT
           .
      *****************************************************************
      * One pass of the customer file - BNKCUST has no e-mail index.  *
      * Closed customers are withdrawn too, so the register is right  *
      * should they return. Addresses that matched nobody are listed  *
      * for the marketing team to take off the provider's list.       *
      *****************************************************************
       APPLY-UNSUBSCRIBES.
           OPEN INPUT BNKCUST-FILE
           MOVE LOW-VALUES TO BCS-REC-PID
           START BNKCUST-FILE KEY IS NOT LESS THAN BCS-REC-PID
               INVALID KEY
                   SET WS-BNKCUST-EOF TO TRUE
           END-START
           .
           PERFORM UNTIL WS-BNKCUST-EOF
               READ BNKCUST-FILE NEXT RECORD
                   AT END
                       SET WS-BNKCUST-EOF TO TRUE
                   NOT AT END
                       PERFORM MATCH-ONE-CUSTOMER THRU
                           MATCH-ONE-CUSTOMER-EXIT
               END-READ
           END-PERFORM
           .
           CLOSE BNKCUST-FILE
           .
           PERFORM VARYING WS-UNS-IDX FROM 1 BY 1
                   UNTIL WS-UNS-IDX IS GREATER THAN WS-UNS-COUNT
               IF NOT WS-UNS-MATCHED (WS-UNS-IDX)
                   ADD 1 TO WS-NO-MATCH-COUNT
                   MOVE 'NO MATCH' TO WS-RPD-ACTION
                   MOVE SPACES TO WS-RPD-PID
                   MOVE SPACE TO WS-RPD-CHANNEL
                   MOVE ZERO TO WS-RPD-DATE
                   MOVE WS-UNS-ADDRESS (WS-UNS-IDX) TO WS-RPD-EMAIL
                   WRITE CEMEXPRP-RECORD FROM WS-REPORT-DETAIL
               END-IF
           END-PERFORM
           .
       APPLY-UNSUBSCRIBES-EXIT.
           EXIT
           .
       MATCH-ONE-CUSTOMER.
           IF BCS-REC-EMAIL IS EQUAL TO SPACES
               GO TO MATCH-ONE-CUSTOMER-EXIT
           END-IF
           .
           MOVE SPACES TO WS-CUST-EMAIL
           MOVE FUNCTION UPPER-CASE(BCS-REC-EMAIL) TO WS-CUST-EMAIL
           MOVE 'N' TO WS-CUST-HIT-FLAG
           .
           PERFORM VARYING WS-UNS-IDX FROM 1 BY 1
                   UNTIL WS-UNS-IDX IS GREATER THAN WS-UNS-COUNT
               IF WS-UNS-ADDRESS (WS-UNS-IDX) IS EQUAL TO
                       WS-CUST-EMAIL
                   SET WS-UNS-MATCHED (WS-UNS-IDX) TO TRUE
                   SET WS-CUST-HIT TO TRUE
               END-IF
           END-PERFORM
           .
           IF WS-CUST-HIT
               PERFORM WITHDRAW-EMAIL-CONSENT THRU
                   WITHDRAW-EMAIL-CONSENT-EXIT
           END-IF
           .
       MATCH-ONE-CUSTOMER-EXIT.
           EXIT
           .
       WITHDRAW-EMAIL-CONSENT.
           MOVE SPACES TO CEMREG-REQUEST
           SET CRQ-FUNC-WITHDRAW TO TRUE
           MOVE BCS-REC-PID TO CRQ-PID
           SET CRQ-CHANNEL-EMAIL TO TRUE
           MOVE ZERO TO CRQ-EVENT-DATE
           MOVE 'U' TO CRQ-SOURCE
           MOVE 'UNSUB' TO CRQ-CHANGED-BY
           MOVE GBD-BUSINESS-DATE TO CRQ-DATE
           CALL 'CEMREG' USING CEMREG-REQUEST
           .
           IF CRQ-REFUSED
               DISPLAY 'Unsubscribe not applied for ' BCS-REC-PID
                   ': ' CRQ-REPLY-MSG
               GO TO WITHDRAW-EMAIL-CONSENT-EXIT
           END-IF
           .
           ADD 1 TO WS-WITHDRAWN-COUNT
           MOVE 'UNSUBSCRIB' TO WS-RPD-ACTION
           MOVE BCS-REC-PID TO WS-RPD-PID
           MOVE 'E' TO WS-RPD-CHANNEL
           MOVE GBD-BUSINESS-DATE TO WS-RPD-DATE
           MOVE WS-CUST-EMAIL TO WS-RPD-EMAIL
           WRITE CEMEXPRP-RECORD FROM WS-REPORT-DETAIL
           .
       WITHDRAW-EMAIL-CONSENT-EXIT.
           EXIT
           .
      *****************************************************************
      * Implied consent lapses the day after its expiry date. Express *
      * consent and withdrawn rows are left as they are.              *
      *****************************************************************
       EXPIRE-IMPLIED-CONSENT.
           OPEN I-O CEMCONS-FILE
           IF NOT WS-CEMCONS-OK
               GO TO EXPIRE-IMPLIED-CONSENT-EXIT
           END-IF
           .
           MOVE LOW-VALUES TO CEM-KEY
           START CEMCONS-FILE KEY IS NOT LESS THAN CEM-KEY
               INVALID KEY
                   SET WS-CEMCONS-EOF TO TRUE
           END-START
           .
           PERFORM UNTIL WS-CEMCONS-EOF
               READ CEMCONS-FILE NEXT RECORD
                   AT END
                       SET WS-CEMCONS-EOF TO TRUE
                   NOT AT END
                       PERFORM EXPIRE-ONE-CONSENT THRU
                           EXPIRE-ONE-CONSENT-EXIT
               END-READ
           END-PERFORM
           .
           CLOSE CEMCONS-FILE
           .
       EXPIRE-IMPLIED-CONSENT-EXIT.
           EXIT
           .
       EXPIRE-ONE-CONSENT.
           ADD 1 TO WS-CONSENT-READ-COUNT
           .
           IF NOT CEM-ACTIVE
               OR NOT CEM-IMPLIED
               OR CEM-EXPIRY-DATE IS NOT LESS THAN GBD-BUSINESS-DATE
               GO TO EXPIRE-ONE-CONSENT-EXIT
           END-IF
           .
           SET CEM-EXPIRED TO TRUE
           SET CEM-SOURCE-BATCH TO TRUE
           MOVE GBD-BUSINESS-DATE TO CEM-CHANGED-DATE
           MOVE 'BATCH' TO CEM-CHANGED-BY
           REWRITE CEMCONS-RECORD
               INVALID KEY
                   DISPLAY 'Consent expiry not written for ' CEM-PID
                   GO TO EXPIRE-ONE-CONSENT-EXIT
           END-REWRITE
           .
           ADD 1 TO WS-EXPIRED-COUNT
           MOVE 'EXPIRED' TO WS-RPD-ACTION
           MOVE CEM-PID TO WS-RPD-PID
           MOVE CEM-CHANNEL TO WS-RPD-CHANNEL
           MOVE CEM-EXPIRY-DATE TO WS-RPD-DATE
           MOVE SPACES TO WS-RPD-EMAIL
           WRITE CEMEXPRP-RECORD FROM WS-REPORT-DETAIL
           .
       EXPIRE-ONE-CONSENT-EXIT.
           EXIT
           .
