001210*              'O' orders a shipment from the central vault     * brchcash
001220*              (in transit until receipted), 'R' receipts an    * brchcash
001230*              inbound shipment into the vault, 'D' dispatches  * brchcash
001240*              cash back to the central vault. 'A' approves a   * brchcash
001250*              shipment ATMFCST proposed for ATM reloads and    * brchcash
001260*              'J' rejects one; 'L' loads cash from the vault   * brchcash
001261*              into one of the branch's ATMs, topping up its    * brchcash
001262*              ATMMST cash estimate. Every movement carries its * brchcash
001263*              denomination breakdown so the vault book finally * brchcash
001264*              lives on a file.                                 * brchcash
001270***************************************************************** brchcash
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRCHCASH.
               ACCESS MODE IS RANDOM
               RECORD KEY IS SHP-KEY
               FILE STATUS IS WS-CSHSHIP-STATUS.
           SELECT ATMMST-FILE ASSIGN TO "ATMMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ATM-KEY
               FILE STATUS IS WS-ATMMST-STATUS.

       DATA DIVISION.
       FILE SECTION.
           88 CSQ-ORDER-SHIPMENT VALUE 'O'.
           88 CSQ-RECEIVE-SHIPMENT VALUE 'R'.
           88 CSQ-DISPATCH-SHIPMENT VALUE 'D'.
           88 CSQ-APPROVE-SHIPMENT VALUE 'A'.
           88 CSQ-REJECT-SHIPMENT VALUE 'J'.
           88 CSQ-ATM-LOAD VALUE 'L'.
         05 CSQ-BRANCH PIC X(4).
         05 CSQ-TELLER-ID PIC X(5).
         05 CSQ-SHIP-REF PIC 9(8).
         05 CSQ-TENS PIC 9(5).
         05 CSQ-FIVES PIC 9(5).
         05 CSQ-COIN-AMOUNT PIC 9(5)V99.
         05 CSQ-TERMINAL-ID PIC X(8).

       FD VLTMST-FILE
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
       COPY CCSHSHIP.

       FD ATMMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CATMMST.

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'BRCHCASH'.
           88 WS-VLTMST-OK VALUE '00'.
         05 WS-CSHSHIP-STATUS PIC X(2).
           88 WS-CSHSHIP-OK VALUE '00'.
         05 WS-ATMMST-STATUS PIC X(2).
           88 WS-ATMMST-OK VALUE '00'.
         05 WS-ATMMST-OPEN-FLAG PIC X(1) VALUE 'N'.
           88 WS-ATMMST-OPEN VALUE 'Y'.
         05 WS-CASHREQ-EOF-FLAG PIC X(1).
           88 WS-CASHREQ-EOF VALUE 'Y'.
         05 WS-REQ-COUNT PIC 9(6) VALUE ZERO.
               CLOSE CSHSHIP-FILE
               OPEN I-O CSHSHIP-FILE
           END-IF
           OPEN I-O ATMMST-FILE
           IF WS-ATMMST-OK
               SET WS-ATMMST-OPEN TO TRUE
           END-IF
           .
           PERFORM UNTIL WS-CASHREQ-EOF
               READ CASHREQ-FILE
           CLOSE CASHREQ-FILE
           CLOSE VLTMST-FILE
           CLOSE CSHSHIP-FILE
           IF WS-ATMMST-OPEN
               CLOSE ATMMST-FILE
           END-IF
           .
           DISPLAY WS-REQ-COUNT ' cash movement(s), '
               WS-APPLIED-COUNT ' applied, '
               WHEN CSQ-DISPATCH-SHIPMENT
                   PERFORM DISPATCH-ONE-SHIPMENT THRU
                       DISPATCH-ONE-SHIPMENT-EXIT
               WHEN CSQ-APPROVE-SHIPMENT
                   PERFORM APPROVE-ONE-SHIPMENT THRU
                       APPROVE-ONE-SHIPMENT-EXIT
               WHEN CSQ-REJECT-SHIPMENT
                   PERFORM REJECT-ONE-SHIPMENT THRU
                       REJECT-ONE-SHIPMENT-EXIT
               WHEN CSQ-ATM-LOAD
                   PERFORM LOAD-ONE-ATM THRU LOAD-ONE-ATM-EXIT
               WHEN OTHER
                   ADD 1 TO WS-SKIP-COUNT
           END-EVALUATE
       DISPATCH-ONE-SHIPMENT-EXIT.
           EXIT
           .
      *****************************************************************
      * A shipment ATMFCST proposed goes on the road only once the    *
      * branch approves it. The approval may carry the denominations  *
      * actually ordered, which replace the proposed amount; with     *
      * none the proposal is ordered as it stands.                    *
      *****************************************************************
       APPROVE-ONE-SHIPMENT.
           MOVE CSQ-SHIP-REF TO SHP-REF-NO
           READ CSHSHIP-FILE
               INVALID KEY
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY 'No shipment on file ' CSQ-SHIP-REF
                   GO TO APPROVE-ONE-SHIPMENT-EXIT
           END-READ
           IF NOT SHP-PROPOSED
               OR SHP-BRANCH IS NOT EQUAL TO CSQ-BRANCH
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'Shipment not awaiting approval '
                   CSQ-SHIP-REF
               GO TO APPROVE-ONE-SHIPMENT-EXIT
           END-IF
           IF WS-MOVE-AMOUNT IS GREATER THAN ZERO
               MOVE WS-MOVE-AMOUNT TO SHP-AMOUNT
           END-IF
           SET SHP-IN-TRANSIT TO TRUE
           MOVE WS-CURRENT-DATE TO SHP-ORDERED-DATE
           REWRITE CSHSHIP-RECORD
           .
           ADD SHP-AMOUNT TO VLT-IN-TRANSIT
           MOVE WS-CURRENT-DATE TO VLT-LAST-MOVED-DATE
           REWRITE VLTMST-RECORD
           ADD 1 TO WS-APPLIED-COUNT
           .
       APPROVE-ONE-SHIPMENT-EXIT.
           EXIT
           .
       REJECT-ONE-SHIPMENT.
           MOVE CSQ-SHIP-REF TO SHP-REF-NO
           READ CSHSHIP-FILE
               INVALID KEY
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY 'No shipment on file ' CSQ-SHIP-REF
                   GO TO REJECT-ONE-SHIPMENT-EXIT
           END-READ
           IF NOT SHP-PROPOSED
               OR SHP-BRANCH IS NOT EQUAL TO CSQ-BRANCH
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'Shipment not awaiting approval '
                   CSQ-SHIP-REF
               GO TO REJECT-ONE-SHIPMENT-EXIT
           END-IF
           SET SHP-CANCELLED TO TRUE
           MOVE WS-CURRENT-DATE TO SHP-RECEIVED-DATE
           REWRITE CSHSHIP-RECORD
           ADD 1 TO WS-APPLIED-COUNT
           .
       REJECT-ONE-SHIPMENT-EXIT.
           EXIT
           .
      *****************************************************************
      * Cash loaded into one of the branch's ATMs leaves the vault    *
      * like a teller buy and tops up the terminal's cash estimate,   *
      * which ATMFCST draws down by each day's settled withdrawals.   *
      *****************************************************************
       LOAD-ONE-ATM.
           IF NOT WS-ATMMST-OPEN
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'No terminal master for load '
                   CSQ-TERMINAL-ID
               GO TO LOAD-ONE-ATM-EXIT
           END-IF
           MOVE CSQ-TERMINAL-ID TO ATM-TERMINAL-ID
           READ ATMMST-FILE
               INVALID KEY
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY 'No terminal on file ' CSQ-TERMINAL-ID
                   GO TO LOAD-ONE-ATM-EXIT
           END-READ
           IF NOT ATM-ACTIVE
               OR ATM-BRANCH IS NOT EQUAL TO CSQ-BRANCH
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'Terminal not active at branch '
                   CSQ-TERMINAL-ID
               GO TO LOAD-ONE-ATM-EXIT
           END-IF
           IF VLT-TOTAL-AMOUNT IS LESS THAN WS-MOVE-AMOUNT
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'Vault short for ATM load - branch '
                   CSQ-BRANCH
               GO TO LOAD-ONE-ATM-EXIT
           END-IF
           .
           PERFORM VAULT-OUT THRU VAULT-OUT-EXIT
           ADD WS-MOVE-AMOUNT TO ATM-CASH-ESTIMATE
           MOVE WS-CURRENT-DATE TO ATM-LAST-LOAD-DATE
           MOVE WS-MOVE-AMOUNT TO ATM-LAST-LOAD-AMOUNT
           REWRITE ATMMST-RECORD
           .
       LOAD-ONE-ATM-EXIT.
           EXIT
           .
