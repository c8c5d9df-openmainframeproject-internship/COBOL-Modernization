001260*              register for dispute handling. An account with   * acctfees
001270*              an 'SC' already in history this month is skipped * acctfees
001280*              so a rerun cannot charge twice.                  * acctfees
001281*              The schedule's youth and senior waiver ages      * acctfees
001282*              waive the charge outright for an owner under the * acctfees
001283*              one or at or over the other, on the BNKCUST date * acctfees
001284*              of birth; an owner with no birth date gets       * acctfees
001285*              neither.                                         * acctfees
001286*              An account enrolled on ANLACCT for account       * acctfees
001287*              analysis is left to ANLYSIS while the enrolment  * acctfees
001288*              is active.                                       * acctfees
001290***************************************************************** acctfees
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTFEES.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GIC-KEY
               FILE STATUS IS WS-GICMST-STATUS.
           SELECT ANLACCT-FILE ASSIGN TO "ANLACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ANL-KEY
               FILE STATUS IS WS-ANLACCT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       COPY CGICMST.

       FD ANLACCT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CANLACCT.

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'ACCTFEES'.
           88 WS-HSEHOLD-OK VALUE '00'.
         05 WS-GICMST-STATUS PIC X(2).
           88 WS-GICMST-OK VALUE '00'.
         05 WS-ANLACCT-STATUS PIC X(2).
           88 WS-ANLACCT-OK VALUE '00'.
         05 WS-ANLACCT-OPEN-FLAG PIC X(1) VALUE 'N'.
           88 WS-ANLACCT-OPEN VALUE 'Y'.
         05 WS-ANALYSED-FLAG PIC X(1).
           88 WS-ACCOUNT-ANALYSED VALUE 'Y'.
         05 WS-HSEHOLD-EOF-FLAG PIC X(1).
           88 WS-HSEHOLD-EOF VALUE 'Y'.
         05 WS-GICMST-EOF-FLAG PIC X(1).
         05 WS-LOOKUP-PRODUCT PIC X(4).
         05 WS-LOOKUP-SCHEDULE PIC X(4).
         05 WS-MONTH-START PIC 9(8).
         05 WS-AGE-KNOWN-FLAG PIC X(1).
           88 WS-AGE-KNOWN VALUE 'Y'.
         05 WS-CUSTOMER-AGE PIC 9(3).
         05 WS-AGE-DOB PIC 9(8).
         05 WS-AGE-DOB-R REDEFINES WS-AGE-DOB.
           10 WS-AGE-DOB-YEAR PIC 9(4).
           10 WS-AGE-DOB-MMDD PIC 9(4).
         05 WS-AGE-TODAY PIC 9(8).
         05 WS-AGE-TODAY-R REDEFINES WS-AGE-TODAY.
           10 WS-AGE-TODAY-YEAR PIC 9(4).
           10 WS-AGE-TODAY-MMDD PIC 9(4).
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
           10 WS-FEE-PER-ITEM PIC 9(3)V99.
           10 WS-FEE-FREE PIC 9(3).
           10 WS-FEE-WAIVER-MIN PIC 9(7)V99.
           10 WS-FEE-YOUTH-AGE PIC 9(3).
           10 WS-FEE-SENIOR-AGE PIC 9(3).
      *****************************************************************
      * Household tables built in the pre-scan - the member list maps *
      * a PID to its household, the totals carry each household's     *
           OPEN INPUT ACCTHST-FILE
           OPEN EXTEND ACCTTRN-FILE
           OPEN OUTPUT FEEREG-FILE
           OPEN INPUT BNKCUST-FILE
           OPEN INPUT ANLACCT-FILE
           IF WS-ANLACCT-OK
               SET WS-ANLACCT-OPEN TO TRUE
           END-IF
           IF WS-SIMULATE
               OPEN OUTPUT FEESIMR-FILE
               PERFORM VARYING WS-TOP-IDX FROM 1 BY 1
                       UNTIL WS-TOP-IDX IS GREATER THAN 5
           IF WS-SIMULATE
               PERFORM WRITE-SIMULATION-REPORT THRU
                   WRITE-SIMULATION-REPORT-EXIT
               CLOSE FEESIMR-FILE
           END-IF
           .
           CLOSE BNKCUST-FILE
           IF WS-ANLACCT-OPEN
               CLOSE ANLACCT-FILE
           END-IF
           CLOSE ACCTMST-FILE
           CLOSE ACCTHST-FILE
           CLOSE ACCTTRN-FILE
                               WS-FEE-FREE (WS-FEE-COUNT)
                           MOVE FEE-WAIVER-MIN-BALANCE TO
                               WS-FEE-WAIVER-MIN (WS-FEE-COUNT)
                           MOVE ZERO TO WS-FEE-YOUTH-AGE (WS-FEE-COUNT)
                           MOVE ZERO TO
                               WS-FEE-SENIOR-AGE (WS-FEE-COUNT)
                           IF FEE-YOUTH-WAIVER-AGE IS NUMERIC
                               MOVE FEE-YOUTH-WAIVER-AGE TO
                                   WS-FEE-YOUTH-AGE (WS-FEE-COUNT)
                           END-IF
                           IF FEE-SENIOR-WAIVER-AGE IS NUMERIC
                               MOVE FEE-SENIOR-WAIVER-AGE TO
                                   WS-FEE-SENIOR-AGE (WS-FEE-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
               GO TO ASSESS-ONE-ACCOUNT-EXIT
           END-IF
           .
      *****************************************************************
      * A business account under active account analysis is           *
      * charged by ANLYSIS against its price list and earnings        *
      * credit, not the flat schedule.                                *
      *****************************************************************
           MOVE 'N' TO WS-ANALYSED-FLAG
           IF WS-ANLACCT-OPEN
               MOVE AMS-OWNER-PID TO ANL-OWNER-PID
               MOVE AMS-ACCOUNT TO ANL-ACCOUNT
               READ ANLACCT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ANL-ACTIVE
                           SET WS-ACCOUNT-ANALYSED TO TRUE
                       END-IF
               END-READ
           END-IF
           IF WS-ACCOUNT-ANALYSED
               GO TO ASSESS-ONE-ACCOUNT-EXIT
           END-IF
           .
           MOVE SPACES TO WS-LOOKUP-SCHEDULE
           PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
                   UNTIL WS-PRD-IDX IS GREATER THAN WS-PRD-COUNT
               GO TO ASSESS-ONE-ACCOUNT-EXIT
           END-IF
           .
      *****************************************************************
      * Age waivers - under the schedule's youth age, or at or over   *
      * its senior age, on the owner's date of birth. An owner with   *
      * no birth date on file gets neither, and zero switches each    *
      * one off.                                                      *
      *****************************************************************
           PERFORM FIND-CUSTOMER-AGE THRU FIND-CUSTOMER-AGE-EXIT
           IF WS-AGE-KNOWN
               AND WS-FEE-YOUTH-AGE (WS-FEE-SLOT) IS GREATER THAN ZERO
               AND WS-CUSTOMER-AGE IS LESS THAN
                   WS-FEE-YOUTH-AGE (WS-FEE-SLOT)
               MOVE 'YOUTH  ' TO WS-REG-DISPOSITION
               WRITE FEEREG-RECORD FROM WS-REGISTER-DETAIL
               ADD 1 TO WS-WAIVED-COUNT
               GO TO ASSESS-ONE-ACCOUNT-EXIT
           END-IF
           IF WS-AGE-KNOWN
               AND WS-FEE-SENIOR-AGE (WS-FEE-SLOT) IS GREATER THAN ZERO
               AND WS-CUSTOMER-AGE IS NOT LESS THAN
                   WS-FEE-SENIOR-AGE (WS-FEE-SLOT)
               MOVE 'SENIOR ' TO WS-REG-DISPOSITION
               WRITE FEEREG-RECORD FROM WS-REGISTER-DETAIL
               ADD 1 TO WS-WAIVED-COUNT
               GO TO ASSESS-ONE-ACCOUNT-EXIT
           END-IF
           .
           IF WS-SIMULATE
               PERFORM TALLY-SIMULATED-CHARGE THRU
                   TALLY-SIMULATED-CHARGE-EXIT
           EXIT
           .
      *****************************************************************
      * The owner's age in whole years at today's date - a birthday   *
      * not yet reached this year takes a year off.                   *
      *****************************************************************
       FIND-CUSTOMER-AGE.
           MOVE 'N' TO WS-AGE-KNOWN-FLAG
           MOVE ZERO TO WS-CUSTOMER-AGE
           MOVE AMS-OWNER-PID TO BCS-REC-PID
           READ BNKCUST-FILE
               INVALID KEY
                   GO TO FIND-CUSTOMER-AGE-EXIT
           END-READ
           IF BCS-REC-BIRTH-DTE IS NOT NUMERIC
               OR BCS-REC-BIRTH-DTE IS EQUAL TO ZERO
               OR BCS-REC-BIRTH-DTE IS GREATER THAN WS-CURRENT-DATE
               GO TO FIND-CUSTOMER-AGE-EXIT
           END-IF
           .
           MOVE BCS-REC-BIRTH-DTE TO WS-AGE-DOB
           MOVE WS-CURRENT-DATE TO WS-AGE-TODAY
           COMPUTE WS-CUSTOMER-AGE =
               WS-AGE-TODAY-YEAR - WS-AGE-DOB-YEAR
           IF WS-AGE-TODAY-MMDD IS LESS THAN WS-AGE-DOB-MMDD
               SUBTRACT 1 FROM WS-CUSTOMER-AGE
           END-IF
           SET WS-AGE-KNOWN TO TRUE
           .
       FIND-CUSTOMER-AGE-EXIT.
           EXIT
           .
      *****************************************************************
      * The waiver looks at the combined household position when the  *
      * owner belongs to one, and the account's own balance when not. *
      *****************************************************************
