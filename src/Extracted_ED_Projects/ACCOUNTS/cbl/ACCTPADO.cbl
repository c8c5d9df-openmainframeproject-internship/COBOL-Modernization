001260*              trailer in the CDIRCRD layout convention for     * acctpado
001270*              the clearing network. ACCTPADR reverses any      * acctpado
001280*              item the other bank later bounces.               * acctpado
001281*              An 'L' row is not collected for a pre-filing     * acctpado
001282*              loan while the customer's INSCASE insolvency     * acctpado
001283*              stay is in force or the debt has been released,  * acctpado
001284*              and no row collects into an account under a 'BK' * acctpado
001285*              insolvency freeze on FRDHOLD.                    * acctpado
001290***************************************************************** acctpado
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTPADO.
           SELECT DIRDBT-FILE ASSIGN TO "DIRDBT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DIRDBT-STATUS.
           SELECT FRDHOLD-FILE ASSIGN TO "FRDHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FRD-KEY
               FILE STATUS IS WS-FRDHOLD-STATUS.
           SELECT INSCASE-FILE ASSIGN TO "INSCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INS-PID
               FILE STATUS IS WS-INSCASE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       COPY CDIRDBT.

       FD FRDHOLD-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CFRDHOLD.

       FD INSCASE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CINSCASE.

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'ACCTPADO'.
           88 WS-ACCTTRN-OK VALUE '00'.
         05 WS-DIRDBT-STATUS PIC X(2).
           88 WS-DIRDBT-OK VALUE '00'.
         05 WS-FRDHOLD-STATUS PIC X(2).
           88 WS-FRDHOLD-OK VALUE '00'.
         05 WS-FRDHOLD-OPEN-FLAG PIC X(1) VALUE 'N'.
           88 WS-FRDHOLD-OPEN VALUE 'Y'.
         05 WS-INSCASE-STATUS PIC X(2).
           88 WS-INSCASE-OK VALUE '00'.
         05 WS-INSCASE-OPEN-FLAG PIC X(1) VALUE 'N'.
           88 WS-INSCASE-OPEN VALUE 'Y'.
         05 WS-STAYED-FLAG PIC X(1).
           88 WS-STAYED VALUE 'Y'.
         05 WS-STAYED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-PADINST-EOF-FLAG PIC X(1).
           88 WS-PADINST-EOF VALUE 'Y'.
         05 WS-INST-COUNT PIC 9(6) VALUE ZERO.
           OPEN I-O ACCTMST-FILE
           OPEN EXTEND ACCTTRN-FILE
           OPEN OUTPUT DIRDBT-FILE
           OPEN INPUT FRDHOLD-FILE
           IF WS-FRDHOLD-OK
               SET WS-FRDHOLD-OPEN TO TRUE
           END-IF
           OPEN INPUT INSCASE-FILE
           IF WS-INSCASE-OK
               SET WS-INSCASE-OPEN TO TRUE
           END-IF
           .
           MOVE LOW-VALUES TO PAD-KEY
           START PADINST-FILE KEY IS NOT LESS THAN PAD-KEY
           CLOSE ACCTMST-FILE
           CLOSE ACCTTRN-FILE
           CLOSE DIRDBT-FILE
           IF WS-FRDHOLD-OPEN
               CLOSE FRDHOLD-FILE
           END-IF
           IF WS-INSCASE-OPEN
               CLOSE INSCASE-FILE
           END-IF
           .
           DISPLAY WS-INST-COUNT ' instruction(s) read, '
               WS-ITEM-COUNT ' item(s) originated, '
               WS-STAYED-COUNT ' held by insolvency'
           .
           MOVE 'E' TO RCQ-FUNCTION
           MOVE WS-ITEM-COUNT TO RCQ-REC-COUNT
               IF LNM-ARREARS-AMOUNT IS NOT GREATER THAN ZERO
                   GO TO ORIGINATE-ONE-ITEM-EXIT
               END-IF
               PERFORM CHECK-INSOLVENCY-STAY THRU
                   CHECK-INSOLVENCY-STAY-EXIT
               IF WS-STAYED
                   ADD 1 TO WS-STAYED-COUNT
                   GO TO ORIGINATE-ONE-ITEM-EXIT
               END-IF
      *****************************************************************
      * One collection per servicing cycle - the arrears only fall    *
      * when LoanServBatch applies the credit, so an item already     *
           END-IF
           .
      *****************************************************************
      * Nothing is collected into a pre-filing account frozen for the *
      * customer's insolvency. The last-sent stamp is left alone, so  *
      * the instruction picks up again if the freeze is released.     *
      *****************************************************************
           IF WS-FRDHOLD-OPEN
               MOVE PAD-OWNER-PID TO FRD-OWNER-PID
               MOVE PAD-ACCOUNT TO FRD-ACCOUNT
               READ FRDHOLD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FRD-HELD
                           AND FRD-SOURCE-TYPE IS EQUAL TO 'BK'
                           ADD 1 TO WS-STAYED-COUNT
                           GO TO ORIGINATE-ONE-ITEM-EXIT
                       END-IF
               END-READ
           END-IF
           .
      *****************************************************************
      * Credit the internal account now - for a loan that is the      *
      * shadow ACCTMST row, and LoanServBatch's next pass splits the  *
      * posted credit into interest and principal exactly as it does  *
       ORIGINATE-ONE-ITEM-EXIT.
           EXIT
           .
      *****************************************************************
      * A loan the customer took out before filing is not collected   *
      * while their INSCASE stay is in force, nor after a discharge   *
      * or completed proposal - LoanChgoBatch writes it off instead.  *
      * A lifted stay or an annulment lets collection resume.         *
      *****************************************************************
       CHECK-INSOLVENCY-STAY.
           MOVE 'N' TO WS-STAYED-FLAG
           IF NOT WS-INSCASE-OPEN
               GO TO CHECK-INSOLVENCY-STAY-EXIT
           END-IF
           .
           MOVE PAD-OWNER-PID TO INS-PID
           READ INSCASE-FILE
               INVALID KEY
                   GO TO CHECK-INSOLVENCY-STAY-EXIT
           END-READ
           IF INS-ANNULLED
               GO TO CHECK-INSOLVENCY-STAY-EXIT
           END-IF
           IF NOT INS-STAY-IN-FORCE AND NOT INS-DEBT-RELEASED
               GO TO CHECK-INSOLVENCY-STAY-EXIT
           END-IF
           IF LNM-OPEN-DATE IS GREATER THAN INS-FILING-DATE
               GO TO CHECK-INSOLVENCY-STAY-EXIT
           END-IF
           .
           SET WS-STAYED TO TRUE
           .
       CHECK-INSOLVENCY-STAY-EXIT.
           EXIT
           .
       JOURNAL-ACCTMST-IMAGE.
           MOVE WS-PROGRAM-ID TO MJQ-PROGRAM
           MOVE 'ACCTMST ' TO MJQ-FILE-ID
