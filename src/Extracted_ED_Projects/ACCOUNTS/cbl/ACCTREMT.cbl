001220*              can balance what we delivered. Each swept row    * acctremt
001230*              is marked remitted in place the same way         * acctremt
001240*              ACCTXFPO marks a posted XFERSKED row, so a       * acctremt
001250*              rerun cannot pay a biller twice. A payment whose * acctremt
001251*              account is under an active FRDHOLD fraud hold    * acctremt
001252*              stays pending until ACCTFRDR releases it.        * acctremt
001260***************************************************************** acctremt
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTREMT.
           SELECT REMITOUT-FILE ASSIGN TO "REMITOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REMITOUT-STATUS.
           SELECT FRDHOLD-FILE ASSIGN TO "FRDHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FRD-KEY
               FILE STATUS IS WS-FRDHOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
         05 RMT-ITEM-COUNT PIC 9(6).
         05 RMT-RUN-DATE PIC 9(8).

       FD FRDHOLD-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CFRDHOLD.

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'ACCTREMT'.
           88 WS-PAYEMST-OK VALUE '00'.
         05 WS-REMITOUT-STATUS PIC X(2).
           88 WS-REMITOUT-OK VALUE '00'.
         05 WS-FRDHOLD-STATUS PIC X(2).
           88 WS-FRDHOLD-OK VALUE '00'.
         05 WS-BILLPAY-EOF-FLAG PIC X(1).
           88 WS-BILLPAY-EOF VALUE 'Y'.
         05 WS-FRDHOLD-OPEN-FLAG PIC X(1) VALUE 'N'.
           88 WS-FRDHOLD-OPEN VALUE 'Y'.
         05 WS-REC-COUNT PIC 9(6) VALUE ZERO.
         05 WS-SWEPT-COUNT PIC 9(6) VALUE ZERO.
         05 WS-HELD-COUNT PIC 9(6) VALUE ZERO.
         05 WS-PAYEE-IDX PIC 9(2).
         05 WS-PAYEE-SLOT PIC 9(2).
         05 WS-CURRENT-DATE-TIME.
           OPEN I-O BILLPAY-FILE
           OPEN INPUT PAYEMST-FILE
           OPEN OUTPUT REMITOUT-FILE
           OPEN INPUT FRDHOLD-FILE
           IF WS-FRDHOLD-OK
               SET WS-FRDHOLD-OPEN TO TRUE
           END-IF
           .
           PERFORM UNTIL WS-BILLPAY-EOF
               READ BILLPAY-FILE
           CLOSE BILLPAY-FILE
           CLOSE PAYEMST-FILE
           CLOSE REMITOUT-FILE
           IF WS-FRDHOLD-OPEN
               CLOSE FRDHOLD-FILE
           END-IF
           .
           DISPLAY WS-REC-COUNT ' payment(s) read, '
               WS-SWEPT-COUNT ' remitted, '
               WS-HELD-COUNT ' held back under fraud hold'
           .
           MOVE 'E' TO RCQ-FUNCTION
           MOVE WS-REC-COUNT TO RCQ-REC-COUNT
               GO TO SWEEP-ONE-PAYMENT-EXIT
           END-IF
           .
      *****************************************************************
      * A payment accepted before its account went under a fraud hold *
      * stays pending - it is remitted on the first night after       *
      * ACCTFRDR releases the hold.                                   *
      *****************************************************************
           IF WS-FRDHOLD-OPEN
               MOVE BPY-OWNER-PID TO FRD-OWNER-PID
               MOVE BPY-FROM-ACC TO FRD-ACCOUNT
               READ FRDHOLD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FRD-HELD
                           ADD 1 TO WS-HELD-COUNT
                           DISPLAY 'Payment held - fraud hold '
                               BPY-OWNER-PID ' ' BPY-FROM-ACC
                           GO TO SWEEP-ONE-PAYMENT-EXIT
                       END-IF
               END-READ
           END-IF
           .
           MOVE BPY-PAYEE-CODE TO PAY-CODE
           READ PAYEMST-FILE
               INVALID KEY
