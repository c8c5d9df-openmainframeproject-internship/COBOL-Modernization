001230*              window get one maturity notice written to the    * acctgicm
001240*              GICNOTIC extract with the customer's address     * acctgicm
001250*              from BNKCUST, for the mail/print subsystem.      * acctgicm
001252*              A certificate bought into a CAMPGN bonus-rate    * acctgicm
001254*              campaign also pays the campaign bonus on its     * acctgicm
001256*              qualifying principal (from CAMPBAL) as a         * acctgicm
001258*              separate interest line at maturity.              * acctgicm
001260***************************************************************** acctgicm
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTGICM.
           SELECT GICNOTIC-FILE ASSIGN TO "GICNOTIC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GICNOTIC-STATUS.
           SELECT CAMPGN-FILE ASSIGN TO "CAMPGN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAMPGN-STATUS.
           SELECT CAMPBAL-FILE ASSIGN TO "CAMPBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CBL-KEY
               FILE STATUS IS WS-CAMPBAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
         05 GNT-MATURITY-DATE PIC 9(8).
         05 GNT-LANG PIC X(1).

       FD CAMPGN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CCAMPGN.

       FD CAMPBAL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CCAMPBAL.

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'ACCTGICM'.
         05 WS-REF-WORK-X REDEFINES WS-REF-WORK PIC X(12).
         05 WS-OLD-ROLLOVER PIC X(1).
         05 WS-MONTHS-LEFT PIC 9(3).
         05 WS-CAMPGN-STATUS PIC X(2).
           88 WS-CAMPGN-OK VALUE '00'.
         05 WS-CAMPGN-EOF-FLAG PIC X(1).
           88 WS-CAMPGN-EOF VALUE 'Y'.
         05 WS-CAMPBAL-STATUS PIC X(2).
           88 WS-CAMPBAL-OK VALUE '00'.
         05 WS-CMP-IDX PIC 9(2).
         05 WS-CMP-PRD-IDX PIC 9(2).
         05 WS-CMP-ELIGIBLE-FLAG PIC X(1).
           88 WS-CMP-ELIGIBLE VALUE 'Y'.
         05 WS-BONUS-MONTHS PIC S9(4).
         05 WS-BONUS-AMT PIC S9(7)V99.
         05 WS-BONUS-COUNT PIC 9(6) VALUE ZERO.
         05 WS-OPEN-DATE.
           10 WS-OPN-YYYY PIC 9(4).
           10 WS-OPN-MM PIC 9(2).
           10 WS-OPN-DD PIC 9(2).
         05 WS-OPEN-DATE-N REDEFINES WS-OPEN-DATE PIC 9(8).
         05 WS-EXPIRY-DATE.
           10 WS-EXP-YYYY PIC 9(4).
           10 WS-EXP-MM PIC 9(2).
           10 WS-EXP-DD PIC 9(2).
         05 WS-EXPIRY-DATE-N REDEFINES WS-EXPIRY-DATE PIC 9(8).
         05 WS-MATURITY-DATE.
           10 WS-MAT-YYYY PIC 9(4).
           10 WS-MAT-MM PIC 9(2).
           10 WS-CURRENT-TIME PIC 9(8).
           10 FILLER PIC X(5).

      *****************************************************************
      * The CAMPGN campaigns that list 'GIC ', last row per code      *
      * winning. A withdrawn campaign stays in the table - the bonus  *
      * promised when the certificate was bought is still paid.       *
      *****************************************************************
       01 WS-CAMPAIGN-TABLE.
         05 WS-CMP-MAX PIC 9(2) VALUE 20.
         05 WS-CMP-COUNT PIC 9(2) VALUE ZERO.
         05 WS-CMP-ENTRY OCCURS 20 TIMES.
           10 WS-CMP-CODE PIC X(6).
           10 WS-CMP-RATE PIC 9(3)V9(6).
           10 WS-CMP-BONUS-EXPIRY PIC 9(8).

       01 WS-JOURNAL-WORK.
         05 WS-BEFORE-ACCTMST PIC X(250).
         05 WS-BEFORE-GICMST PIC X(250).
               ADD 1 TO WS-NTC-YYYY
           END-IF
           .
           PERFORM LOAD-CAMPAIGN-TABLE THRU LOAD-CAMPAIGN-TABLE-EXIT
           .
           OPEN I-O GICMST-FILE
           OPEN INPUT BNKCUST-FILE
           OPEN I-O ACCTMST-FILE
           OPEN EXTEND ACCTTRN-FILE
           OPEN EXTEND GICNOTIC-FILE
           .
           OPEN I-O CAMPBAL-FILE
           IF NOT WS-CAMPBAL-OK
               OPEN OUTPUT CAMPBAL-FILE
               CLOSE CAMPBAL-FILE
               OPEN I-O CAMPBAL-FILE
           END-IF
           .
           MOVE LOW-VALUES TO GIC-KEY
           START GICMST-FILE KEY IS NOT LESS THAN GIC-KEY
               INVALID KEY
           CLOSE ACCTMST-FILE
           CLOSE ACCTTRN-FILE
           CLOSE GICNOTIC-FILE
           CLOSE CAMPBAL-FILE
           .
           DISPLAY WS-ROLLED-COUNT ' certificate(s) rolled over'
           DISPLAY WS-BONUS-COUNT ' campaign bonus posting(s) made'
           DISPLAY WS-CERT-COUNT ' certificate(s) read, '
               WS-MATURED-COUNT ' matured, '
               WS-NOTICE-COUNT ' notice(s) written'
           CALL 'ACCTREFN' USING ATN-REF-NO
           WRITE ACCTTRN-RECORD
           .
           PERFORM PAY-CAMPAIGN-BONUS THRU PAY-CAMPAIGN-BONUS-EXIT
               VARYING WS-CMP-IDX FROM 1 BY 1
               UNTIL WS-CMP-IDX IS GREATER THAN WS-CMP-COUNT
           .
           SET GIC-MATURED TO TRUE
           REWRITE GICMST-RECORD
           .
       PAY-OUT-CERTIFICATE-EXIT.
           EXIT
           .
      *****************************************************************
      * A certificate ACCTGICO bought into a campaign has a CAMPBAL   *
      * row carrying its qualifying principal. The bonus is simple    *
      * interest at the campaign spread on that amount for the term,  *
      * or only up to the bonus expiry if that comes first, and pays  *
      * into the funding account as its own interest line.            *
      *****************************************************************
       PAY-CAMPAIGN-BONUS.
           MOVE WS-CMP-CODE (WS-CMP-IDX) TO CBL-CAMPAIGN
           MOVE GIC-OWNER-PID TO CBL-OWNER-PID
           MOVE GIC-CERT-NO TO CBL-ACCOUNT
           READ CAMPBAL-FILE
               INVALID KEY
                   GO TO PAY-CAMPAIGN-BONUS-EXIT
           END-READ
           .
           IF NOT CBL-CERT-ROW
               OR CBL-BONUS-PAID IS NOT EQUAL TO ZERO
               OR CBL-NEW-MONEY IS NOT GREATER THAN ZERO
               GO TO PAY-CAMPAIGN-BONUS-EXIT
           END-IF
           .
           MOVE GIC-OPEN-DATE TO WS-OPEN-DATE-N
           MOVE WS-CMP-BONUS-EXPIRY (WS-CMP-IDX) TO WS-EXPIRY-DATE-N
           COMPUTE WS-BONUS-MONTHS =
               (WS-EXP-YYYY - WS-OPN-YYYY) * 12
               + WS-EXP-MM - WS-OPN-MM
           IF WS-EXP-DD IS LESS THAN WS-OPN-DD
               SUBTRACT 1 FROM WS-BONUS-MONTHS
           END-IF
           IF WS-BONUS-MONTHS IS GREATER THAN GIC-TERM-MONTHS
               MOVE GIC-TERM-MONTHS TO WS-BONUS-MONTHS
           END-IF
           IF WS-BONUS-MONTHS IS NOT GREATER THAN ZERO
               GO TO PAY-CAMPAIGN-BONUS-EXIT
           END-IF
           .
           COMPUTE WS-BONUS-AMT ROUNDED =
               CBL-NEW-MONEY * (WS-CMP-RATE (WS-CMP-IDX) / 100)
               * WS-BONUS-MONTHS / 12
           IF WS-BONUS-AMT IS NOT GREATER THAN ZERO
               GO TO PAY-CAMPAIGN-BONUS-EXIT
           END-IF
           .
           ADD WS-BONUS-AMT TO CBL-BONUS-PAID
           MOVE WS-CURRENT-DATE TO CBL-LAST-BONUS-DATE
           REWRITE CAMPBAL-RECORD
           .
           MOVE ACCTMST-RECORD TO WS-BEFORE-ACCTMST
           ADD WS-BONUS-AMT TO AMS-BALANCE
           REWRITE ACCTMST-RECORD
           PERFORM JOURNAL-ACCTMST-IMAGE THRU
               JOURNAL-ACCTMST-IMAGE-EXIT
           .
           MOVE SPACES TO ACCTTRN-RECORD
           MOVE GBD-BUSINESS-DATE TO ATN-DATE
           MOVE WS-CURRENT-TIME TO ATN-TIME
           MOVE GIC-CERT-NO TO ATN-FROM-ACC
           MOVE GIC-OWNER-PID TO ATN-FROM-PID
           MOVE GIC-OWNER-PID TO ATN-TO-PID
           MOVE GIC-FUND-ACCOUNT TO ATN-TO-ACC
           MOVE WS-BONUS-AMT TO ATN-AMOUNT
           SET ATN-TYPE-INTEREST TO TRUE
           STRING 'Bonus int ' WS-CMP-CODE (WS-CMP-IDX)
               DELIMITED BY SIZE INTO ATN-DESC
           CALL 'ACCTREFN' USING ATN-REF-NO
           WRITE ACCTTRN-RECORD
           ADD 1 TO WS-BONUS-COUNT
           .
       PAY-CAMPAIGN-BONUS-EXIT.
           EXIT
           .
       ROLL-OVER-CERTIFICATE.
           IF GIC-ROLL-BOTH
               MOVE WS-PAYOUT-AMT TO WS-ROLL-PRINCIPAL
           EXIT
           .
      *****************************************************************
      * Pull the 'GIC ' campaigns off CAMPGN. No file, no bonuses.    *
      *****************************************************************
       LOAD-CAMPAIGN-TABLE.
           OPEN INPUT CAMPGN-FILE
           .
           IF NOT WS-CAMPGN-OK
               GO TO LOAD-CAMPAIGN-TABLE-EXIT
           END-IF
           .
           PERFORM UNTIL WS-CAMPGN-EOF
               READ CAMPGN-FILE
                   AT END
                       SET WS-CAMPGN-EOF TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-CAMPAIGN-ROW THRU
                           LOAD-ONE-CAMPAIGN-ROW-EXIT
               END-READ
           END-PERFORM
           .
           CLOSE CAMPGN-FILE
           .
       LOAD-CAMPAIGN-TABLE-EXIT.
           EXIT
           .
       LOAD-ONE-CAMPAIGN-ROW.
           MOVE 'N' TO WS-CMP-ELIGIBLE-FLAG
           PERFORM VARYING WS-CMP-PRD-IDX FROM 1 BY 1
                   UNTIL WS-CMP-PRD-IDX IS GREATER THAN 4
               IF CMP-PRODUCT (WS-CMP-PRD-IDX) IS EQUAL TO 'GIC '
                   SET WS-CMP-ELIGIBLE TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-CMP-ELIGIBLE
               GO TO LOAD-ONE-CAMPAIGN-ROW-EXIT
           END-IF
           .
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                   UNTIL WS-CMP-IDX IS GREATER THAN WS-CMP-COUNT
               IF WS-CMP-CODE (WS-CMP-IDX) IS EQUAL TO CMP-CODE
                   GO TO STORE-CAMPAIGN-ROW
               END-IF
           END-PERFORM
           .
           IF WS-CMP-COUNT IS EQUAL TO WS-CMP-MAX
               DISPLAY 'CAMPGN row dropped - table full: ' CMP-CODE
               GO TO LOAD-ONE-CAMPAIGN-ROW-EXIT
           END-IF
           ADD 1 TO WS-CMP-COUNT
           MOVE WS-CMP-COUNT TO WS-CMP-IDX
           .
       STORE-CAMPAIGN-ROW.
           MOVE CMP-CODE TO WS-CMP-CODE (WS-CMP-IDX)
           MOVE CMP-BONUS-RATE TO WS-CMP-RATE (WS-CMP-IDX)
           MOVE CMP-BONUS-EXPIRY TO WS-CMP-BONUS-EXPIRY (WS-CMP-IDX)
           .
       LOAD-ONE-CAMPAIGN-ROW-EXIT.
           EXIT
           .
      *****************************************************************
      * Best RATETBL credit-rate row for the reinvested amount - the  *
      * 'GIC ' product's matching tier with the highest floor wins,   *
      * latest effective date not after today, with the spaces-coded  *
