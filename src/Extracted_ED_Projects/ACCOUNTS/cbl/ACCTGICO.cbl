001240*              purchase to ACCTTRN. Requests for a closed       * acctgico
001250*              customer, an unknown funding account or with     * acctgico
001260*              insufficient funds are skipped and reported.     * acctgico
001261*              A certificate bought inside an active CAMPGN     * acctgico
001262*              bonus-rate campaign window is enrolled on        * acctgico
001263*              CAMPBAL with the part of its principal that is   * acctgico
001264*              new money over the customer's baseline GIC       * acctgico
001265*              holdings.                                        * acctgico
001266*              A purchase by a customer under the 'GIC '        * acctgico
001267*              product's PRODMST minimum age, or with no date   * acctgico
001268*              of birth to show otherwise, is skipped through   * acctgico
001269*              PRODELIG.                                        * acctgico
001270***************************************************************** acctgico
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTGICO.
               FILE STATUS IS WS-ACCTMST-STATUS.
           SELECT GICMST-FILE ASSIGN TO "GICMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GIC-KEY
               FILE STATUS IS WS-GICMST-STATUS.
           SELECT ACCTTRN-FILE ASSIGN TO "ACCTTRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCTTRN-STATUS.
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
           LABEL RECORDS ARE STANDARD.
       COPY CACCTTRN.

       FD CAMPGN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CCAMPGN.

       FD CAMPBAL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CCAMPBAL.

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-HOLDMST-STATUS PIC X(2).
           10 WS-MAT-DD PIC 9(2).
         05 WS-MATURITY-DATE-N REDEFINES WS-MATURITY-DATE PIC 9(8).
         05 WS-MONTHS-LEFT PIC 9(3).
         05 WS-CAMPGN-STATUS PIC X(2).
           88 WS-CAMPGN-OK VALUE '00'.
         05 WS-CAMPGN-EOF-FLAG PIC X(1).
           88 WS-CAMPGN-EOF VALUE 'Y'.
         05 WS-CAMPBAL-STATUS PIC X(2).
           88 WS-CAMPBAL-OK VALUE '00'.
         05 WS-CMP-IDX PIC 9(2).
         05 WS-CMP-PRD-IDX PIC 9(2).
         05 WS-CMP-BEST PIC 9(2).
         05 WS-CMP-ELIGIBLE-FLAG PIC X(1).
           88 WS-CMP-ELIGIBLE VALUE 'Y'.
         05 WS-GIC-SCAN-DONE-FLAG PIC X(1).
           88 WS-GIC-SCAN-DONE VALUE 'Y'.
         05 WS-GIC-BASELINE-HELD PIC S9(9)V99.
         05 WS-GIC-NOW-HELD PIC S9(9)V99.
         05 WS-GIC-QUALIFYING PIC S9(9)V99.
         05 WS-CAMPAIGN-COUNT PIC 9(6) VALUE ZERO.
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
         05 WS-BEFORE-ACCTMST PIC X(250).
       COPY CMSTJNLQ.

      *****************************************************************
      * The active CAMPGN campaigns that list 'GIC ', last row per    *
      * code winning.                                                 *
      *****************************************************************
       01 WS-CAMPAIGN-TABLE.
         05 WS-CMP-MAX PIC 9(2) VALUE 20.
         05 WS-CMP-COUNT PIC 9(2) VALUE ZERO.
         05 WS-CMP-ENTRY OCCURS 20 TIMES.
           10 WS-CMP-CODE PIC X(6).
           10 WS-CMP-RATE PIC 9(3)V9(6).
           10 WS-CMP-BASELINE-DATE PIC 9(8).
           10 WS-CMP-START-DATE PIC 9(8).
           10 WS-CMP-END-DATE PIC 9(8).
           10 WS-CMP-STATUS PIC X(1).
             88 WS-CMP-ACTIVE VALUE 'A'.

       COPY CPRDELGQ.

       COPY CGETBDTQ.

       COPY CRUNCTLQ.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           CALL 'GETBDTE' USING GETBDTE-REQUEST
           .
           PERFORM LOAD-CAMPAIGN-TABLE THRU LOAD-CAMPAIGN-TABLE-EXIT
           .
           OPEN INPUT GICREQ-FILE
           OPEN INPUT BNKCUST-FILE
           OPEN I-O ACCTMST-FILE
           OPEN I-O GICMST-FILE
           OPEN EXTEND ACCTTRN-FILE
           .
           OPEN I-O CAMPBAL-FILE
           IF NOT WS-CAMPBAL-OK
               OPEN OUTPUT CAMPBAL-FILE
               CLOSE CAMPBAL-FILE
               OPEN I-O CAMPBAL-FILE
           END-IF
           .
           PERFORM UNTIL WS-GICREQ-EOF
               READ GICREQ-FILE
                   AT END
           CLOSE HOLDMST-FILE
           CLOSE GICMST-FILE
           CLOSE ACCTTRN-FILE
           CLOSE CAMPBAL-FILE
           .
           DISPLAY WS-REC-COUNT ' GIC request(s) read, '
               WS-OPENED-COUNT ' opened, '
               WS-SKIP-COUNT ' skipped'
           DISPLAY WS-CAMPAIGN-COUNT ' certificate(s) in a campaign'
           .
           MOVE 'E' TO RCQ-FUNCTION
           MOVE WS-REC-COUNT TO RCQ-REC-COUNT
               GO TO OPEN-ONE-CERTIFICATE-EXIT
           END-IF
           .
      *****************************************************************
      * The 'GIC ' product's minimum age, if PRODMST sets one.        *
      *****************************************************************
           MOVE 'GIC ' TO PEQ-PRODUCT-CODE
           MOVE GBD-BUSINESS-DATE TO PEQ-AS-OF-DATE
           MOVE ZERO TO PEQ-BIRTH-DTE
           IF BCS-REC-BIRTH-DTE IS NUMERIC
               MOVE BCS-REC-BIRTH-DTE TO PEQ-BIRTH-DTE
           END-IF
           CALL 'PRODELIG' USING PRODELIG-REQUEST
           IF PEQ-UNDER-AGE
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'Under product minimum age: ' GRQ-OWNER-PID
               GO TO OPEN-ONE-CERTIFICATE-EXIT
           END-IF
           IF PEQ-NO-BIRTH-DATE
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'No date of birth on file: ' GRQ-OWNER-PID
               GO TO OPEN-ONE-CERTIFICATE-EXIT
           END-IF
           .
           MOVE GRQ-OWNER-PID TO AMS-OWNER-PID
           MOVE GRQ-FUND-ACCOUNT TO AMS-ACCOUNT
           READ ACCTMST-FILE
           .
           ADD 1 TO WS-OPENED-COUNT
           .
           PERFORM ENROL-IN-CAMPAIGN THRU ENROL-IN-CAMPAIGN-EXIT
           .
       OPEN-ONE-CERTIFICATE-EXIT.
           EXIT
           .
      *****************************************************************
      * A certificate bought inside a 'GIC ' campaign window earns    *
      * the best such campaign's bonus on the part of its principal   *
      * that is new money - growth in the customer's GIC holdings     *
      * over what was held at the close of the baseline date, so      *
      * money moved out of one maturing certificate into another      *
      * does not qualify. ACCTGICM pays the bonus at maturity off the *
      * CAMPBAL certificate row written here.                         *
      *****************************************************************
       ENROL-IN-CAMPAIGN.
           MOVE ZERO TO WS-CMP-BEST
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                   UNTIL WS-CMP-IDX IS GREATER THAN WS-CMP-COUNT
               IF WS-CMP-ACTIVE (WS-CMP-IDX)
                   AND WS-CMP-START-DATE (WS-CMP-IDX) IS NOT GREATER
                       THAN WS-CURRENT-DATE
                   AND WS-CMP-END-DATE (WS-CMP-IDX) IS NOT LESS THAN
                       WS-CURRENT-DATE
                   IF WS-CMP-BEST IS EQUAL TO ZERO
                       MOVE WS-CMP-IDX TO WS-CMP-BEST
                   ELSE
                       IF WS-CMP-RATE (WS-CMP-IDX) IS GREATER THAN
                               WS-CMP-RATE (WS-CMP-BEST)
                           MOVE WS-CMP-IDX TO WS-CMP-BEST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CMP-BEST IS EQUAL TO ZERO
               GO TO ENROL-IN-CAMPAIGN-EXIT
           END-IF
           .
           PERFORM SUM-GIC-HOLDINGS THRU SUM-GIC-HOLDINGS-EXIT
           .
           COMPUTE WS-GIC-QUALIFYING =
               WS-GIC-NOW-HELD - WS-GIC-BASELINE-HELD
           IF WS-GIC-QUALIFYING IS GREATER THAN GRQ-AMOUNT
               MOVE GRQ-AMOUNT TO WS-GIC-QUALIFYING
           END-IF
           IF WS-GIC-QUALIFYING IS NOT GREATER THAN ZERO
               GO TO ENROL-IN-CAMPAIGN-EXIT
           END-IF
           .
           MOVE SPACES TO CAMPBAL-RECORD
           MOVE WS-CMP-CODE (WS-CMP-BEST) TO CBL-CAMPAIGN
           MOVE GRQ-OWNER-PID TO CBL-OWNER-PID
           MOVE GRQ-CERT-NO TO CBL-ACCOUNT
           SET CBL-CERT-ROW TO TRUE
           MOVE ZERO TO CBL-BASELINE-BALANCE
           MOVE WS-GIC-QUALIFYING TO CBL-NEW-MONEY
           MOVE ZERO TO CBL-BONUS-PAID
           MOVE WS-CURRENT-DATE TO CBL-CAPTURED-DATE
           MOVE ZERO TO CBL-LAST-BONUS-DATE
           WRITE CAMPBAL-RECORD
               INVALID KEY
                   DISPLAY 'Campaign row already on file: '
                       GRQ-CERT-NO
                   GO TO ENROL-IN-CAMPAIGN-EXIT
           END-WRITE
           .
           ADD 1 TO WS-CAMPAIGN-COUNT
           .
       ENROL-IN-CAMPAIGN-EXIT.
           EXIT
           .
      *****************************************************************
      * Browse the customer's certificates - principal held at the    *
      * close of the baseline date, and principal open now (the       *
      * certificate just written included).                           *
      *****************************************************************
       SUM-GIC-HOLDINGS.
           MOVE ZERO TO WS-GIC-BASELINE-HELD
           MOVE ZERO TO WS-GIC-NOW-HELD
           MOVE 'N' TO WS-GIC-SCAN-DONE-FLAG
           MOVE LOW-VALUES TO GIC-KEY
           MOVE GRQ-OWNER-PID TO GIC-OWNER-PID
           .
           START GICMST-FILE KEY IS NOT LESS THAN GIC-KEY
               INVALID KEY
                   GO TO SUM-GIC-HOLDINGS-EXIT
           END-START
           .
           PERFORM SUM-ONE-GIC THRU SUM-ONE-GIC-EXIT
               UNTIL WS-GIC-SCAN-DONE
           .
       SUM-GIC-HOLDINGS-EXIT.
           EXIT
           .
       SUM-ONE-GIC.
           READ GICMST-FILE NEXT RECORD
               AT END
                   SET WS-GIC-SCAN-DONE TO TRUE
                   GO TO SUM-ONE-GIC-EXIT
           END-READ
           .
           IF GIC-OWNER-PID IS NOT EQUAL TO GRQ-OWNER-PID
               SET WS-GIC-SCAN-DONE TO TRUE
               GO TO SUM-ONE-GIC-EXIT
           END-IF
           .
           IF GIC-OPEN
               ADD GIC-PRINCIPAL TO WS-GIC-NOW-HELD
           END-IF
           IF GIC-OPEN-DATE IS NOT GREATER THAN
                   WS-CMP-BASELINE-DATE (WS-CMP-BEST)
               AND GIC-MATURITY-DATE IS GREATER THAN
                   WS-CMP-BASELINE-DATE (WS-CMP-BEST)
               ADD GIC-PRINCIPAL TO WS-GIC-BASELINE-HELD
           END-IF
           .
       SUM-ONE-GIC-EXIT.
           EXIT
           .
      *****************************************************************
      * Pull the active 'GIC ' campaigns off CAMPGN. No file, no      *
      * campaign enrolment.                                           *
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
           MOVE CMP-BASELINE-DATE TO WS-CMP-BASELINE-DATE (WS-CMP-IDX)
           MOVE CMP-START-DATE TO WS-CMP-START-DATE (WS-CMP-IDX)
           MOVE CMP-END-DATE TO WS-CMP-END-DATE (WS-CMP-IDX)
           MOVE CMP-STATUS TO WS-CMP-STATUS (WS-CMP-IDX)
           .
       LOAD-ONE-CAMPAIGN-ROW-EXIT.
           EXIT
           .
       CHANGE-ONE-ROLLOVER.
           MOVE GCH-OWNER-PID TO GIC-OWNER-PID
           MOVE GCH-CERT-NO TO GIC-CERT-NO
