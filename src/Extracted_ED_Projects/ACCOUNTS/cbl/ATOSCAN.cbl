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

001150***************************************************************** atoscan
001160* Program:     ATOSCAN.CBL                                      * atoscan
001170* Function:    Account takeover scan, run through the day       * atoscan
001180*              beside ALRTDLVR rather than once a night, so it  * atoscan
001190*              takes no run-control slot. Within the ATOPOL     * atoscan
001200*              window it looks for one customer's contact       * atoscan
001210*              details changing on ADDRJNL, then a new debit    * atoscan
001220*              card on CARDMST or a password reset on SGNAUDIT, * atoscan
001230*              then an outbound wire on WIREMST or bill payment * atoscan
001240*              on BILLPAY - each step on or after the one       * atoscan
001250*              before. A customer showing the whole pattern has * atoscan
001260*              every deposit account placed under FRDHOLD fraud * atoscan
001270*              hold, so VELOCHK refuses new payments and        * atoscan
001280*              ACCTWIRO and ACCTREMT keep back what is already  * atoscan
001290*              queued; a verification contact goes to the       * atoscan
001300*              address and telephone held before the change on  * atoscan
001310*              VRFYCTC; and an 'ATO ' case is opened on AMLCASE * atoscan
001320*              for the fraud team to work through AMLREVW. A    * atoscan
001330*              customer with an 'ATO ' case still open, or      * atoscan
001340*              opened inside the window, is not actioned twice. * atoscan
001350*              ATORPT lists each customer found.                * atoscan
001360***************************************************************** atoscan
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATOSCAN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATOPOL-FILE ASSIGN TO "ATOPOL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ATOPOL-STATUS.
           SELECT ADDRJNL-FILE ASSIGN TO "ADDRJNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADDRJNL-STATUS.
           SELECT CARDMST-FILE ASSIGN TO "CARDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CRD-KEY
               FILE STATUS IS WS-CARDMST-STATUS.
           SELECT SGNAUDIT-FILE ASSIGN TO "SGNAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SGNAUDIT-STATUS.
           SELECT WIREMST-FILE ASSIGN TO "WIREMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WIR-KEY
               FILE STATUS IS WS-WIREMST-STATUS.
           SELECT BILLPAY-FILE ASSIGN TO "BILLPAY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BILLPAY-STATUS.
           SELECT BNKCUST-FILE ASSIGN TO "BNKCUST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BCS-REC-PID
               FILE STATUS IS WS-BNKCUST-STATUS.
           SELECT ACCTMST-FILE ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AMS-KEY
               FILE STATUS IS WS-ACCTMST-STATUS.
           SELECT FRDHOLD-FILE ASSIGN TO "FRDHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FRD-KEY
               FILE STATUS IS WS-FRDHOLD-STATUS.
           SELECT AMLCASE-FILE ASSIGN TO "AMLCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AMC-CASE-NO
               FILE STATUS IS WS-AMLCASE-STATUS.
           SELECT VRFYCTC-FILE ASSIGN TO "VRFYCTC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VRFYCTC-STATUS.
           SELECT ATORPT-FILE ASSIGN TO "ATORPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ATORPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ATOPOL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CATOPOL.

       FD ADDRJNL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CADDRJNL.

       FD CARDMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CCARDMST.

       FD SGNAUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01 SGNAUDIT-FD-RECORD.
       COPY CSGNAUD.

       FD WIREMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CWIREMST.

       FD BILLPAY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CBILLPAY.

       FD BNKCUST-FILE
           LABEL RECORDS ARE STANDARD.
       01 BNKCUST-RECORD.
       COPY CBANKVCS.

       FD ACCTMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CACCTMST.

       FD FRDHOLD-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CFRDHOLD.

       FD AMLCASE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CAMLCASE.

       FD VRFYCTC-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CVRFYCTC.

       FD ATORPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 ATORPT-RECORD                   PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'ATOSCAN'.
         05 WS-ATOPOL-STATUS PIC X(2).
           88 WS-ATOPOL-OK VALUE '00'.
         05 WS-ADDRJNL-STATUS PIC X(2).
           88 WS-ADDRJNL-OK VALUE '00'.
         05 WS-CARDMST-STATUS PIC X(2).
           88 WS-CARDMST-OK VALUE '00'.
         05 WS-SGNAUDIT-STATUS PIC X(2).
           88 WS-SGNAUDIT-OK VALUE '00'.
         05 WS-WIREMST-STATUS PIC X(2).
           88 WS-WIREMST-OK VALUE '00'.
         05 WS-BILLPAY-STATUS PIC X(2).
           88 WS-BILLPAY-OK VALUE '00'.
         05 WS-BNKCUST-STATUS PIC X(2).
           88 WS-BNKCUST-OK VALUE '00'.
         05 WS-ACCTMST-STATUS PIC X(2).
           88 WS-ACCTMST-OK VALUE '00'.
         05 WS-FRDHOLD-STATUS PIC X(2).
           88 WS-FRDHOLD-OK VALUE '00'.
         05 WS-AMLCASE-STATUS PIC X(2).
           88 WS-AMLCASE-OK VALUE '00'.
         05 WS-VRFYCTC-STATUS PIC X(2).
           88 WS-VRFYCTC-OK VALUE '00'.
         05 WS-ATORPT-STATUS PIC X(2).
           88 WS-ATORPT-OK VALUE '00'.
         05 WS-EOF-FLAG PIC X(1).
           88 WS-EOF VALUE 'Y'.
         05 WS-ACCTMST-EOF-FLAG PIC X(1).
           88 WS-ACCTMST-EOF VALUE 'Y'.
      *****************************************************************
      * Scan settings - ATOPOL overrides any it carries.              *
      *****************************************************************
         05 WS-WINDOW-DAYS PIC 9(2) VALUE 3.
         05 WS-MIN-PAYMENT PIC 9(7)V99 VALUE ZERO.
         05 WS-WINDOW-START PIC 9(8).
         05 WS-DAY-IX PIC 9(2).
         05 WS-EVENT-PID PIC X(5).
         05 WS-EVENT-DATE PIC 9(8).
         05 WS-EVENT-AMOUNT PIC 9(7)V99.
         05 WS-EVENT-REF PIC 9(12).
         05 WS-NEXT-CASE-NO PIC 9(8) VALUE ZERO.
         05 WS-REF-IDX PIC 9(1).
         05 WS-CHANGE-COUNT PIC 9(6) VALUE ZERO.
         05 WS-FOUND-COUNT PIC 9(6) VALUE ZERO.
         05 WS-CASE-COUNT PIC 9(6) VALUE ZERO.
         05 WS-HOLD-COUNT PIC 9(6) VALUE ZERO.
         05 WS-CONTACT-COUNT PIC 9(6) VALUE ZERO.
         05 WS-ACTION PIC X(14).
         05 WS-DATE-WORK.
           10 WS-DTW-YYYY PIC 9(4).
           10 WS-DTW-MM PIC 9(2).
           10 WS-DTW-DD PIC 9(2).
         05 WS-DATE-WORK-N REDEFINES WS-DATE-WORK PIC 9(8).
         05 WS-MONTH-DAYS-TABLE.
           10 FILLER PIC X(24) VALUE '312831303130313130313031'.
         05 WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
           10 WS-DAYS-IN-MONTH PIC 9(2) OCCURS 12 TIMES.
         05 WS-THIS-MONTH-DAYS PIC 9(2).
         05 WS-LEAP-WORK PIC 9(4).
         05 WS-LEAP-REM PIC 9(4).
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
           10 FILLER PIC X(5).
      *****************************************************************
      * One row per customer whose contact details changed inside the *
      * window: the first change with the details it replaced, the    *
      * first card or reset after it, and the payments after that.    *
      *****************************************************************
       01 WS-SUSPECTS.
         05 WS-SUS-COUNT PIC 9(3) VALUE ZERO.
         05 WS-SUS-IX PIC 9(3).
         05 WS-SUS-SLOT PIC 9(3).
         05 WS-SUS-ENTRY OCCURS 500 TIMES.
           10 WS-SUS-PID PIC X(5).
           10 WS-SUS-CHANGE-DATE PIC 9(8).
           10 WS-SUS-CHANGE-TIME PIC 9(8).
           10 WS-SUS-OLD-ADDR1 PIC X(25).
           10 WS-SUS-OLD-ADDR2 PIC X(25).
           10 WS-SUS-OLD-STATE PIC X(2).
           10 WS-SUS-OLD-CNTRY PIC X(6).
           10 WS-SUS-OLD-POST-CODE PIC X(6).
           10 WS-SUS-OLD-TEL PIC X(12).
           10 WS-SUS-CRED-DATE PIC 9(8).
           10 WS-SUS-CRED-FLAGS PIC X(2).
           10 WS-SUS-PAY-DATE PIC 9(8).
           10 WS-SUS-PAY-COUNT PIC 9(4).
           10 WS-SUS-PAY-TOTAL PIC 9(9)V99.
           10 WS-SUS-REF-COUNT PIC 9(1).
           10 WS-SUS-REF PIC 9(12) OCCURS 5 TIMES.
      *****************************************************************
      * 'ATO ' cases already on file for the customers found.         *
      *****************************************************************
       01 WS-PRIOR-CASES.
         05 WS-PRC-COUNT PIC 9(3) VALUE ZERO.
         05 WS-PRC-IDX PIC 9(3).
         05 WS-PRC-FOUND-FLAG PIC X(1).
           88 WS-PRC-FOUND VALUE 'Y'.
         05 WS-PRC-ENTRY OCCURS 500 TIMES.
           10 WS-PRC-PID PIC X(5).
           10 WS-PRC-STATUS PIC X(1).
           10 WS-PRC-OPENED-DATE PIC 9(8).
       01 WS-REPORT-HEADING.
         05 FILLER PIC X(23) VALUE 'ACCOUNT TAKEOVER SCAN  '.
         05 WS-RPT-HDG-DATE PIC 9(8).
         05 FILLER PIC X(14) VALUE '  WINDOW FROM '.
         05 WS-RPT-HDG-FROM PIC 9(8).
         05 FILLER PIC X(27) VALUE SPACES.
       01 WS-COLUMN-HEADING.
         05 FILLER PIC X(40) VALUE
             'PID   CHANGED  CREDENTL   PAID     PMTS '.
         05 FILLER PIC X(40) VALUE
             '      AMOUNT ACTION'.
       01 WS-REPORT-LINE.
         05 WS-RPT-PID PIC X(5).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-CHANGE-DATE PIC 9(8).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-CRED-DATE PIC 9(8).
         05 WS-RPT-CRED-FLAGS PIC X(2).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-PAY-DATE PIC 9(8).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-PAY-COUNT PIC ZZZ9.
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-PAY-TOTAL PIC Z(8)9.99.
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-ACTION PIC X(14).
         05 FILLER PIC X(13) VALUE SPACES.

       PROCEDURE DIVISION.
       000-START-PROCESSING.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           PERFORM LOAD-ATO-POLICY THRU LOAD-ATO-POLICY-EXIT
           .
      *****************************************************************
      * The window counts today as its first day. The journals are    *
      * stamped with the calendar date, so the scan works from that   *
      * rather than the business date.                                *
      *****************************************************************
           MOVE WS-CURRENT-DATE TO WS-DATE-WORK-N
           PERFORM STEP-ONE-DAY-BACK THRU STEP-ONE-DAY-BACK-EXIT
               VARYING WS-DAY-IX FROM 2 BY 1
               UNTIL WS-DAY-IX IS GREATER THAN WS-WINDOW-DAYS
           MOVE WS-DATE-WORK-N TO WS-WINDOW-START
           .
           PERFORM SCAN-ADDRESS-CHANGES THRU
               SCAN-ADDRESS-CHANGES-EXIT
           IF WS-SUS-COUNT IS GREATER THAN ZERO
               PERFORM SCAN-CARD-ISSUES THRU SCAN-CARD-ISSUES-EXIT
               PERFORM SCAN-PASSWORD-RESETS THRU
                   SCAN-PASSWORD-RESETS-EXIT
               PERFORM SCAN-OUTBOUND-WIRES THRU
                   SCAN-OUTBOUND-WIRES-EXIT
               PERFORM SCAN-BILL-PAYMENTS THRU
                   SCAN-BILL-PAYMENTS-EXIT
           END-IF
           .
           OPEN OUTPUT ATORPT-FILE
           MOVE WS-CURRENT-DATE TO WS-RPT-HDG-DATE
           MOVE WS-WINDOW-START TO WS-RPT-HDG-FROM
           WRITE ATORPT-RECORD FROM WS-REPORT-HEADING
           WRITE ATORPT-RECORD FROM WS-COLUMN-HEADING
           .
           OPEN INPUT BNKCUST-FILE
           OPEN INPUT ACCTMST-FILE
           OPEN I-O FRDHOLD-FILE
           IF NOT WS-FRDHOLD-OK
               OPEN OUTPUT FRDHOLD-FILE
               CLOSE FRDHOLD-FILE
               OPEN I-O FRDHOLD-FILE
           END-IF
           OPEN I-O AMLCASE-FILE
           IF NOT WS-AMLCASE-OK
               OPEN OUTPUT AMLCASE-FILE
               CLOSE AMLCASE-FILE
               OPEN I-O AMLCASE-FILE
           END-IF
           OPEN EXTEND VRFYCTC-FILE
           IF NOT WS-VRFYCTC-OK
               OPEN OUTPUT VRFYCTC-FILE
           END-IF
           PERFORM FIND-NEXT-CASE-NO THRU FIND-NEXT-CASE-NO-EXIT
           .
           PERFORM ACTION-ONE-SUSPECT THRU ACTION-ONE-SUSPECT-EXIT
               VARYING WS-SUS-IX FROM 1 BY 1
               UNTIL WS-SUS-IX IS GREATER THAN WS-SUS-COUNT
           .
           CLOSE BNKCUST-FILE
           CLOSE ACCTMST-FILE
           CLOSE FRDHOLD-FILE
           CLOSE AMLCASE-FILE
           CLOSE VRFYCTC-FILE
           CLOSE ATORPT-FILE
           .
           DISPLAY WS-CHANGE-COUNT ' contact change(s) in window, '
               WS-FOUND-COUNT ' takeover pattern(s) found'
           DISPLAY WS-CASE-COUNT ' ATO case(s) opened, '
               WS-HOLD-COUNT ' account(s) put on fraud hold, '
               WS-CONTACT-COUNT ' verification contact(s) queued'
           .
           STOP RUN
           .
       LOAD-ATO-POLICY.
           OPEN INPUT ATOPOL-FILE
           IF NOT WS-ATOPOL-OK
               GO TO LOAD-ATO-POLICY-EXIT
           END-IF
           READ ATOPOL-FILE
               AT END
                   CLOSE ATOPOL-FILE
                   GO TO LOAD-ATO-POLICY-EXIT
           END-READ
           IF ATO-WINDOW-DAYS IS NUMERIC
               AND ATO-WINDOW-DAYS IS GREATER THAN ZERO
               AND ATO-WINDOW-DAYS IS NOT GREATER THAN 14
               MOVE ATO-WINDOW-DAYS TO WS-WINDOW-DAYS
           END-IF
           IF ATO-MIN-PAYMENT IS NUMERIC
               MOVE ATO-MIN-PAYMENT TO WS-MIN-PAYMENT
           END-IF
           CLOSE ATOPOL-FILE
           .
       LOAD-ATO-POLICY-EXIT.
           EXIT
           .
      *****************************************************************
      * Step one - a change to the address, telephone or e-mail. The  *
      * customer's first change in the window is the one kept, with   *
      * the details it replaced: those are where the verification     *
      * contact goes.                                                 *
      *****************************************************************
       SCAN-ADDRESS-CHANGES.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT ADDRJNL-FILE
           IF NOT WS-ADDRJNL-OK
               DISPLAY 'ADDRJNL not available, status '
                   WS-ADDRJNL-STATUS
               GO TO SCAN-ADDRESS-CHANGES-EXIT
           END-IF
           PERFORM UNTIL WS-EOF
               READ ADDRJNL-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF AJL-DATE IS NOT LESS THAN WS-WINDOW-START
                           AND AJL-DATE IS NOT GREATER THAN
                               WS-CURRENT-DATE
                           AND AJL-BEFORE-IMAGE(65:106) IS NOT EQUAL
                               TO AJL-AFTER-IMAGE(65:106)
                           PERFORM ABSORB-ADDRESS-CHANGE THRU
                               ABSORB-ADDRESS-CHANGE-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ADDRJNL-FILE
           .
       SCAN-ADDRESS-CHANGES-EXIT.
           EXIT
           .
       ABSORB-ADDRESS-CHANGE.
           ADD 1 TO WS-CHANGE-COUNT
           MOVE AJL-PID TO WS-EVENT-PID
           PERFORM FIND-SUSPECT THRU FIND-SUSPECT-EXIT
           IF WS-SUS-SLOT IS EQUAL TO ZERO
               IF WS-SUS-COUNT IS NOT LESS THAN 500
                   DISPLAY 'Suspect table full at PID ' AJL-PID
                   GO TO ABSORB-ADDRESS-CHANGE-EXIT
               END-IF
               ADD 1 TO WS-SUS-COUNT
               MOVE WS-SUS-COUNT TO WS-SUS-SLOT
               MOVE AJL-PID TO WS-SUS-PID (WS-SUS-SLOT)
               MOVE ZERO TO WS-SUS-CRED-DATE (WS-SUS-SLOT)
               MOVE SPACES TO WS-SUS-CRED-FLAGS (WS-SUS-SLOT)
               MOVE ZERO TO WS-SUS-PAY-DATE (WS-SUS-SLOT)
               MOVE ZERO TO WS-SUS-PAY-COUNT (WS-SUS-SLOT)
               MOVE ZERO TO WS-SUS-PAY-TOTAL (WS-SUS-SLOT)
               MOVE ZERO TO WS-SUS-REF-COUNT (WS-SUS-SLOT)
               PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                       UNTIL WS-REF-IDX IS GREATER THAN 5
                   MOVE ZERO TO WS-SUS-REF (WS-SUS-SLOT, WS-REF-IDX)
               END-PERFORM
           ELSE
               IF AJL-DATE IS GREATER THAN
                       WS-SUS-CHANGE-DATE (WS-SUS-SLOT)
                   OR (AJL-DATE IS EQUAL TO
                       WS-SUS-CHANGE-DATE (WS-SUS-SLOT)
                       AND AJL-TIME IS NOT LESS THAN
                           WS-SUS-CHANGE-TIME (WS-SUS-SLOT))
                   GO TO ABSORB-ADDRESS-CHANGE-EXIT
               END-IF
           END-IF
           .
      *****************************************************************
      * The before-image is a BNKCUST record - the old details sit at *
      * the offsets CBANKVCS defines, as UPDTADDR's confirmation      *
      * letter takes them.                                            *
      *****************************************************************
           MOVE AJL-DATE TO WS-SUS-CHANGE-DATE (WS-SUS-SLOT)
           MOVE AJL-TIME TO WS-SUS-CHANGE-TIME (WS-SUS-SLOT)
           MOVE AJL-BEFORE-IMAGE(65:25) TO
               WS-SUS-OLD-ADDR1 (WS-SUS-SLOT)
           MOVE AJL-BEFORE-IMAGE(90:25) TO
               WS-SUS-OLD-ADDR2 (WS-SUS-SLOT)
           MOVE AJL-BEFORE-IMAGE(115:2) TO
               WS-SUS-OLD-STATE (WS-SUS-SLOT)
           MOVE AJL-BEFORE-IMAGE(117:6) TO
               WS-SUS-OLD-CNTRY (WS-SUS-SLOT)
           MOVE AJL-BEFORE-IMAGE(123:6) TO
               WS-SUS-OLD-POST-CODE (WS-SUS-SLOT)
           MOVE AJL-BEFORE-IMAGE(129:12) TO
               WS-SUS-OLD-TEL (WS-SUS-SLOT)
           .
       ABSORB-ADDRESS-CHANGE-EXIT.
           EXIT
           .
       FIND-SUSPECT.
           MOVE ZERO TO WS-SUS-SLOT
           PERFORM VARYING WS-SUS-IX FROM 1 BY 1
                   UNTIL WS-SUS-IX IS GREATER THAN WS-SUS-COUNT
                   OR WS-SUS-SLOT IS GREATER THAN ZERO
               IF WS-SUS-PID (WS-SUS-IX) IS EQUAL TO WS-EVENT-PID
                   MOVE WS-SUS-IX TO WS-SUS-SLOT
               END-IF
           END-PERFORM
           .
       FIND-SUSPECT-EXIT.
           EXIT
           .
      *****************************************************************
      * Step two - a card issued, or a password reset completed, on   *
      * or after the change. The earliest is kept, flagged K for a    *
      * card and R for a reset.                                       *
      *****************************************************************
       SCAN-CARD-ISSUES.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CARDMST-FILE
           IF NOT WS-CARDMST-OK
               GO TO SCAN-CARD-ISSUES-EXIT
           END-IF
           PERFORM UNTIL WS-EOF
               READ CARDMST-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF CRD-ISSUE-DATE IS NOT LESS THAN
                               WS-WINDOW-START
                           MOVE CRD-OWNER-PID TO WS-EVENT-PID
                           MOVE CRD-ISSUE-DATE TO WS-EVENT-DATE
                           PERFORM FIND-SUSPECT THRU FIND-SUSPECT-EXIT
                           IF WS-SUS-SLOT IS GREATER THAN ZERO
                               MOVE 'K' TO
                                   WS-SUS-CRED-FLAGS (WS-SUS-SLOT)(1:1)
                               PERFORM ABSORB-CREDENTIAL THRU
                                   ABSORB-CREDENTIAL-EXIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CARDMST-FILE
           .
       SCAN-CARD-ISSUES-EXIT.
           EXIT
           .
       SCAN-PASSWORD-RESETS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SGNAUDIT-FILE
           IF NOT WS-SGNAUDIT-OK
               GO TO SCAN-PASSWORD-RESETS-EXIT
           END-IF
           PERFORM UNTIL WS-EOF
               READ SGNAUDIT-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF SAU-SUCCESS
                           AND SAU-DATE IS NOT LESS THAN
                               WS-WINDOW-START
                           AND SAU-MESSAGE IS EQUAL TO
                               'Password reset via one-time code'
                           MOVE SAU-SIGNON-ID TO WS-EVENT-PID
                           MOVE SAU-DATE TO WS-EVENT-DATE
                           PERFORM FIND-SUSPECT THRU FIND-SUSPECT-EXIT
                           IF WS-SUS-SLOT IS GREATER THAN ZERO
                               MOVE 'R' TO
                                   WS-SUS-CRED-FLAGS (WS-SUS-SLOT)(2:1)
                               PERFORM ABSORB-CREDENTIAL THRU
                                   ABSORB-CREDENTIAL-EXIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SGNAUDIT-FILE
           .
       SCAN-PASSWORD-RESETS-EXIT.
           EXIT
           .
       ABSORB-CREDENTIAL.
           IF WS-EVENT-DATE IS LESS THAN
                   WS-SUS-CHANGE-DATE (WS-SUS-SLOT)
               GO TO ABSORB-CREDENTIAL-EXIT
           END-IF
           IF WS-SUS-CRED-DATE (WS-SUS-SLOT) IS EQUAL TO ZERO
               OR WS-EVENT-DATE IS LESS THAN
                   WS-SUS-CRED-DATE (WS-SUS-SLOT)
               MOVE WS-EVENT-DATE TO WS-SUS-CRED-DATE (WS-SUS-SLOT)
           END-IF
           .
       ABSORB-CREDENTIAL-EXIT.
           EXIT
           .
      *****************************************************************
      * Step three - money going out by wire or bill payment on or    *
      * after the card or reset, at the policy minimum or above.      *
      *****************************************************************
       SCAN-OUTBOUND-WIRES.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT WIREMST-FILE
           IF NOT WS-WIREMST-OK
               GO TO SCAN-OUTBOUND-WIRES-EXIT
           END-IF
           PERFORM UNTIL WS-EOF
               READ WIREMST-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF WIR-OUTGOING
                           AND WIR-QUEUED-DATE IS NOT LESS THAN
                               WS-WINDOW-START
                           AND WIR-AMOUNT IS NOT LESS THAN
                               WS-MIN-PAYMENT
                           MOVE WIR-OWNER-PID TO WS-EVENT-PID
                           MOVE WIR-QUEUED-DATE TO WS-EVENT-DATE
                           MOVE WIR-AMOUNT TO WS-EVENT-AMOUNT
                           MOVE WIR-REF-NO TO WS-EVENT-REF
                           PERFORM FIND-SUSPECT THRU FIND-SUSPECT-EXIT
                           IF WS-SUS-SLOT IS GREATER THAN ZERO
                               PERFORM ABSORB-PAYMENT THRU
                                   ABSORB-PAYMENT-EXIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WIREMST-FILE
           .
       SCAN-OUTBOUND-WIRES-EXIT.
           EXIT
           .
       SCAN-BILL-PAYMENTS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT BILLPAY-FILE
           IF NOT WS-BILLPAY-OK
               GO TO SCAN-BILL-PAYMENTS-EXIT
           END-IF
           PERFORM UNTIL WS-EOF
               READ BILLPAY-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF NOT BPY-RETURNED
                           AND BPY-DATE IS NOT LESS THAN
                               WS-WINDOW-START
                           AND BPY-AMOUNT IS NOT LESS THAN
                               WS-MIN-PAYMENT
                           MOVE BPY-OWNER-PID TO WS-EVENT-PID
                           MOVE BPY-DATE TO WS-EVENT-DATE
                           MOVE BPY-AMOUNT TO WS-EVENT-AMOUNT
                           MOVE ZERO TO WS-EVENT-REF
                           PERFORM FIND-SUSPECT THRU FIND-SUSPECT-EXIT
                           IF WS-SUS-SLOT IS GREATER THAN ZERO
                               PERFORM ABSORB-PAYMENT THRU
                                   ABSORB-PAYMENT-EXIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BILLPAY-FILE
           .
       SCAN-BILL-PAYMENTS-EXIT.
           EXIT
           .
       ABSORB-PAYMENT.
           IF WS-SUS-CRED-DATE (WS-SUS-SLOT) IS EQUAL TO ZERO
               OR WS-EVENT-DATE IS LESS THAN
                   WS-SUS-CRED-DATE (WS-SUS-SLOT)
               GO TO ABSORB-PAYMENT-EXIT
           END-IF
           ADD 1 TO WS-SUS-PAY-COUNT (WS-SUS-SLOT)
           ADD WS-EVENT-AMOUNT TO WS-SUS-PAY-TOTAL (WS-SUS-SLOT)
           IF WS-EVENT-REF IS GREATER THAN ZERO
               AND WS-SUS-REF-COUNT (WS-SUS-SLOT) IS LESS THAN 5
               ADD 1 TO WS-SUS-REF-COUNT (WS-SUS-SLOT)
               MOVE WS-EVENT-REF TO WS-SUS-REF (WS-SUS-SLOT,
                   WS-SUS-REF-COUNT (WS-SUS-SLOT))
           END-IF
           IF WS-SUS-PAY-DATE (WS-SUS-SLOT) IS EQUAL TO ZERO
               OR WS-EVENT-DATE IS LESS THAN
                   WS-SUS-PAY-DATE (WS-SUS-SLOT)
               MOVE WS-EVENT-DATE TO WS-SUS-PAY-DATE (WS-SUS-SLOT)
           END-IF
           .
       ABSORB-PAYMENT-EXIT.
           EXIT
           .
      *****************************************************************
      * A customer with all three steps is actioned, unless an        *
      * 'ATO ' case for them is still open or was opened inside the   *
      * window - an earlier run has then already acted on the same    *
      * pattern.                                                      *
      *****************************************************************
       ACTION-ONE-SUSPECT.
           IF WS-SUS-PAY-COUNT (WS-SUS-IX) IS EQUAL TO ZERO
               GO TO ACTION-ONE-SUSPECT-EXIT
           END-IF
           ADD 1 TO WS-FOUND-COUNT
           .
           PERFORM CHECK-PRIOR-CASE THRU CHECK-PRIOR-CASE-EXIT
           IF WS-PRC-FOUND
               MOVE 'CASE OPEN' TO WS-ACTION
           ELSE
               PERFORM OPEN-ATO-CASE THRU OPEN-ATO-CASE-EXIT
               PERFORM HOLD-CUSTOMER-ACCOUNTS THRU
                   HOLD-CUSTOMER-ACCOUNTS-EXIT
               PERFORM QUEUE-VERIFY-CONTACT THRU
                   QUEUE-VERIFY-CONTACT-EXIT
           END-IF
           .
           MOVE WS-SUS-PID (WS-SUS-IX) TO WS-RPT-PID
           MOVE WS-SUS-CHANGE-DATE (WS-SUS-IX) TO WS-RPT-CHANGE-DATE
           MOVE WS-SUS-CRED-DATE (WS-SUS-IX) TO WS-RPT-CRED-DATE
           MOVE WS-SUS-CRED-FLAGS (WS-SUS-IX) TO WS-RPT-CRED-FLAGS
           MOVE WS-SUS-PAY-DATE (WS-SUS-IX) TO WS-RPT-PAY-DATE
           MOVE WS-SUS-PAY-COUNT (WS-SUS-IX) TO WS-RPT-PAY-COUNT
           MOVE WS-SUS-PAY-TOTAL (WS-SUS-IX) TO WS-RPT-PAY-TOTAL
           MOVE WS-ACTION TO WS-RPT-ACTION
           WRITE ATORPT-RECORD FROM WS-REPORT-LINE
           .
       ACTION-ONE-SUSPECT-EXIT.
           EXIT
           .
       FIND-NEXT-CASE-NO.
           MOVE ZERO TO WS-NEXT-CASE-NO
           MOVE LOW-VALUES TO AMC-CASE-NO
           START AMLCASE-FILE KEY IS NOT LESS THAN AMC-CASE-NO
               INVALID KEY
                   GO TO FIND-NEXT-CASE-NO-EXIT
           END-START
           PERFORM UNTIL WS-AMLCASE-STATUS NOT EQUAL '00'
               READ AMLCASE-FILE NEXT RECORD
                   AT END
                       MOVE '10' TO WS-AMLCASE-STATUS
                   NOT AT END
                       MOVE AMC-CASE-NO TO WS-NEXT-CASE-NO
                       IF AMC-RULE-ID IS EQUAL TO 'ATO '
                           AND WS-PRC-COUNT IS LESS THAN 500
                           ADD 1 TO WS-PRC-COUNT
                           MOVE AMC-PID TO WS-PRC-PID (WS-PRC-COUNT)
                           MOVE AMC-STATUS TO
                               WS-PRC-STATUS (WS-PRC-COUNT)
                           MOVE AMC-OPENED-DATE TO
                               WS-PRC-OPENED-DATE (WS-PRC-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           MOVE '00' TO WS-AMLCASE-STATUS
           .
       FIND-NEXT-CASE-NO-EXIT.
           EXIT
           .
       CHECK-PRIOR-CASE.
           MOVE 'N' TO WS-PRC-FOUND-FLAG
           PERFORM VARYING WS-PRC-IDX FROM 1 BY 1
                   UNTIL WS-PRC-IDX IS GREATER THAN WS-PRC-COUNT
               IF WS-PRC-PID (WS-PRC-IDX) IS EQUAL TO
                       WS-SUS-PID (WS-SUS-IX)
                   IF WS-PRC-STATUS (WS-PRC-IDX) IS EQUAL TO 'O'
                       OR WS-PRC-OPENED-DATE (WS-PRC-IDX) IS NOT LESS
                           THAN WS-WINDOW-START
                       SET WS-PRC-FOUND TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           .
       CHECK-PRIOR-CASE-EXIT.
           EXIT
           .
       OPEN-ATO-CASE.
           ADD 1 TO WS-NEXT-CASE-NO
           MOVE SPACES TO AMLCASE-RECORD
           MOVE WS-NEXT-CASE-NO TO AMC-CASE-NO
           MOVE WS-SUS-PID (WS-SUS-IX) TO AMC-PID
           MOVE 'ATO ' TO AMC-RULE-ID
           MOVE 100 TO AMC-SCORE
           MOVE WS-CURRENT-DATE TO AMC-OPENED-DATE
           SET AMC-OPEN TO TRUE
           MOVE SPACES TO AMC-DISPOSED-BY
           MOVE ZERO TO AMC-DISPOSED-DATE
           MOVE WS-SUS-REF-COUNT (WS-SUS-IX) TO AMC-REF-COUNT
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                   UNTIL WS-REF-IDX IS GREATER THAN 5
               MOVE WS-SUS-REF (WS-SUS-IX, WS-REF-IDX) TO
                   AMC-REF (WS-REF-IDX)
           END-PERFORM
           WRITE AMLCASE-RECORD
               INVALID KEY
                   DISPLAY 'AMLCASE write failed for case '
                       WS-NEXT-CASE-NO
                   MOVE 'NO CASE OPENED' TO WS-ACTION
                   GO TO OPEN-ATO-CASE-EXIT
           END-WRITE
           ADD 1 TO WS-CASE-COUNT
           MOVE SPACES TO WS-ACTION
           STRING 'CASE ' WS-NEXT-CASE-NO DELIMITED BY SIZE
               INTO WS-ACTION
           .
       OPEN-ATO-CASE-EXIT.
           EXIT
           .
      *****************************************************************
      * Every deposit account the customer owns goes under fraud      *
      * hold, the same row VELOCHK writes on a velocity breach, so    *
      * only a supervisor's release through ACCTFRDR lets money out.  *
      * A hold already in force is left as it is.                     *
      *****************************************************************
       HOLD-CUSTOMER-ACCOUNTS.
           MOVE 'N' TO WS-ACCTMST-EOF-FLAG
           MOVE WS-SUS-PID (WS-SUS-IX) TO AMS-OWNER-PID
           MOVE LOW-VALUES TO AMS-ACCOUNT
           START ACCTMST-FILE KEY IS NOT LESS THAN AMS-KEY
               INVALID KEY
                   GO TO HOLD-CUSTOMER-ACCOUNTS-EXIT
           END-START
           PERFORM UNTIL WS-ACCTMST-EOF
               READ ACCTMST-FILE NEXT RECORD
                   AT END
                       SET WS-ACCTMST-EOF TO TRUE
                   NOT AT END
                       IF AMS-OWNER-PID IS NOT EQUAL TO
                               WS-SUS-PID (WS-SUS-IX)
                           SET WS-ACCTMST-EOF TO TRUE
                       ELSE
                           IF AMS-PRODUCT-CODE IS NOT EQUAL TO 'LOAN'
                               AND AMS-PRODUCT-CODE IS NOT EQUAL TO
                                   'LOC '
                               PERFORM HOLD-ONE-ACCOUNT THRU
                                   HOLD-ONE-ACCOUNT-EXIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .
       HOLD-CUSTOMER-ACCOUNTS-EXIT.
           EXIT
           .
       HOLD-ONE-ACCOUNT.
           MOVE AMS-OWNER-PID TO FRD-OWNER-PID
           MOVE AMS-ACCOUNT TO FRD-ACCOUNT
           READ FRDHOLD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FRD-HELD
                       GO TO HOLD-ONE-ACCOUNT-EXIT
                   END-IF
           END-READ
           MOVE AMS-OWNER-PID TO FRD-OWNER-PID
           MOVE AMS-ACCOUNT TO FRD-ACCOUNT
           MOVE 'TO' TO FRD-SOURCE-TYPE
           MOVE WS-CURRENT-DATE TO FRD-RAISED-DATE
           MOVE WS-CURRENT-TIME TO FRD-RAISED-TIME
           MOVE WS-SUS-PAY-COUNT (WS-SUS-IX) TO FRD-TRIGGER-COUNT
           MOVE WS-SUS-PAY-TOTAL (WS-SUS-IX) TO FRD-TRIGGER-AMOUNT
           SET FRD-HELD TO TRUE
           MOVE SPACES TO FRD-RELEASED-BY
           MOVE ZERO TO FRD-RELEASED-DATE
           WRITE FRDHOLD-RECORD
               INVALID KEY
                   REWRITE FRDHOLD-RECORD
           END-WRITE
           ADD 1 TO WS-HOLD-COUNT
           .
       HOLD-ONE-ACCOUNT-EXIT.
           EXIT
           .
      *****************************************************************
      * The contact goes to the details the customer had before the   *
      * change - the current ones may well be the fraudster's.        *
      *****************************************************************
       QUEUE-VERIFY-CONTACT.
           MOVE SPACES TO VRFYCTC-RECORD
           MOVE WS-CURRENT-DATE TO VFC-DATE
           MOVE WS-CURRENT-TIME TO VFC-TIME
           MOVE WS-SUS-PID (WS-SUS-IX) TO VFC-PID
           MOVE WS-NEXT-CASE-NO TO VFC-CASE-NO
           MOVE 'ATO ' TO VFC-REASON
           MOVE WS-SUS-OLD-ADDR1 (WS-SUS-IX) TO VFC-OLD-ADDR1
           MOVE WS-SUS-OLD-ADDR2 (WS-SUS-IX) TO VFC-OLD-ADDR2
           MOVE WS-SUS-OLD-STATE (WS-SUS-IX) TO VFC-OLD-STATE
           MOVE WS-SUS-OLD-CNTRY (WS-SUS-IX) TO VFC-OLD-CNTRY
           MOVE WS-SUS-OLD-POST-CODE (WS-SUS-IX) TO VFC-OLD-POST-CODE
           MOVE WS-SUS-OLD-TEL (WS-SUS-IX) TO VFC-OLD-TEL
           MOVE WS-SUS-CHANGE-DATE (WS-SUS-IX) TO VFC-CHANGED-DATE
           MOVE WS-SUS-PID (WS-SUS-IX) TO BCS-REC-PID
           READ BNKCUST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE BCS-REC-NAME TO VFC-NAME
                   MOVE BCS-REC-LANG-PREF TO VFC-LANG
           END-READ
           WRITE VRFYCTC-RECORD
           ADD 1 TO WS-CONTACT-COUNT
           .
       QUEUE-VERIFY-CONTACT-EXIT.
           EXIT
           .
       STEP-ONE-DAY-BACK.
           IF WS-DTW-DD IS GREATER THAN 1
               SUBTRACT 1 FROM WS-DTW-DD
               GO TO STEP-ONE-DAY-BACK-EXIT
           END-IF
           SUBTRACT 1 FROM WS-DTW-MM
           IF WS-DTW-MM IS LESS THAN 1
               MOVE 12 TO WS-DTW-MM
               SUBTRACT 1 FROM WS-DTW-YYYY
           END-IF
           PERFORM GET-MONTH-LENGTH THRU GET-MONTH-LENGTH-EXIT
           MOVE WS-THIS-MONTH-DAYS TO WS-DTW-DD
           .
       STEP-ONE-DAY-BACK-EXIT.
           EXIT
           .
       GET-MONTH-LENGTH.
           MOVE WS-DAYS-IN-MONTH(WS-DTW-MM) TO WS-THIS-MONTH-DAYS
           IF WS-DTW-MM IS EQUAL TO 2
               DIVIDE WS-DTW-YYYY BY 4 GIVING WS-LEAP-WORK
                   REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM IS EQUAL TO ZERO
                   MOVE 29 TO WS-THIS-MONTH-DAYS
               END-IF
           END-IF
           .
       GET-MONTH-LENGTH-EXIT.
