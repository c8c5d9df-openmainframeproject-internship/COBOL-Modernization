001220*              credit limit mirrored into the overdraft-limit   * locopenb
001230*              field, so the customer draws and repays through  * locopenb
001240*              the ordinary transfer screen from day one.       * locopenb
001242*              A request from a customer under the 'LOC '       * locopenb
001244*              product's PRODMST minimum age, or with no date   * locopenb
001246*              of birth to show otherwise, is skipped through   * locopenb
001248*              PRODELIG.                                        * locopenb
001249*              A new line's limit is measured by CpExpChk       * locopenb
001250*              against the customer's connected-party group and * locopenb
001251*              is not opened if it would take the group past    * locopenb
001252*              the CPEXPOL single-name limit; an opened line is * locopenb
001253*              recorded against the group.                      * locopenb
001254***************************************************************** locopenb
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LocOpenBatch.


       COPY CCKDGQ.

       COPY CPRDELGQ.

       COPY CCPEXPQ.

       COPY CRUNCTLQ.

       PROCEDURE DIVISION.
           END-IF
           .
      *****************************************************************
      * The 'LOC ' product's minimum age, if PRODMST sets one.        *
      *****************************************************************
           MOVE 'LOC ' TO PEQ-PRODUCT-CODE
           MOVE WS-CURRENT-DATE TO PEQ-AS-OF-DATE
           MOVE ZERO TO PEQ-BIRTH-DTE
           IF BCS-REC-BIRTH-DTE IS NUMERIC
               MOVE BCS-REC-BIRTH-DTE TO PEQ-BIRTH-DTE
           END-IF
           CALL 'PRODELIG' USING PRODELIG-REQUEST
           IF PEQ-UNDER-AGE
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'Under product minimum age: ' LRQ-OWNER-PID
               GO TO OPEN-ONE-FACILITY-EXIT
           END-IF
           IF PEQ-NO-BIRTH-DATE
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'No date of birth on file: ' LRQ-OWNER-PID
               GO TO OPEN-ONE-FACILITY-EXIT
           END-IF
           .
      *****************************************************************
      * The new limit counts in full against the customer's connected *
      * group - a line that would take the group past the CPEXPOL     *
      * single-name limit is not opened.                              *
      *****************************************************************
           SET CXQ-FUNC-CHECK TO TRUE
           MOVE LRQ-OWNER-PID TO CXQ-PID
           MOVE LRQ-CREDIT-LIMIT TO CXQ-AMOUNT
           CALL 'CpExpChk' USING CPEXPCHK-REQUEST
           IF CXQ-OVER-LIMIT
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'Group exposure over limit: ' LRQ-OWNER-PID
                   ' group ' CXQ-GROUP-ID
               GO TO OPEN-ONE-FACILITY-EXIT
           END-IF
           IF CXQ-REFER
               DISPLAY 'Group exposure near limit: ' LRQ-OWNER-PID
                   ' group ' CXQ-GROUP-ID
           END-IF
           .
      *****************************************************************
      * New accounts go out with a computed check digit in position   *
      * nine - the keyed entry points validate it ever after.         *
      *****************************************************************
           MOVE ZERO TO LOC-ACCRUED-INT
           MOVE ZERO TO LOC-BILLED-MIN
           MOVE ZERO TO LOC-MONTHS-DELQ
           MOVE ZERO TO LOC-LAST-DELQ-DTE
           MOVE ZERO TO LOC-CHARGEOFF-DTE
           MOVE ZERO TO LOC-CHARGEOFF-AMOUNT
           MOVE ZERO TO LOC-RECOVERED-AMOUNT
           MOVE WS-CURRENT-DATE TO WS-NEXT-BILL-DATE-N
           ADD 1 TO WS-NBL-MM
           IF WS-NBL-MM IS GREATER THAN 12
           MOVE WS-CURRENT-DATE TO LOC-LAST-ACCRUAL-DTE
           MOVE WS-CURRENT-DATE TO LOC-APPLIED-THRU-DTE
           MOVE WS-CURRENT-TIME TO LOC-APPLIED-THRU-TIME
           MOVE WS-CURRENT-DATE TO LOC-STMT-THRU-DTE
           MOVE WS-CURRENT-TIME TO LOC-STMT-THRU-TIME
           MOVE ZERO TO LOC-STMT-BALANCE
           MOVE WS-CURRENT-DATE TO LOC-OPEN-DATE
           MOVE WS-CURRENT-DATE TO LOC-LAST-REVIEW-DTE
           SET LOC-ACTIVE TO TRUE
           WRITE LOCMST-RECORD
               INVALID KEY
                   GO TO OPEN-ONE-FACILITY-EXIT
           END-WRITE
           .
           SET CXQ-FUNC-ADD TO TRUE
           MOVE LRQ-OWNER-PID TO CXQ-PID
           MOVE LRQ-CREDIT-LIMIT TO CXQ-AMOUNT
           CALL 'CpExpChk' USING CPEXPCHK-REQUEST
           .
      *****************************************************************
      * The shadow ACCTMST row is what the transfer screen moves      *
      * money against - zero balance, 'LOC ' product, and the credit  *
