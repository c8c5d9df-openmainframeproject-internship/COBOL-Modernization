001260*              reported as a rejected request rather than a      * updtnew
001270*              record-busy retry, since there is nothing to      * updtnew
001280*              retry - the caller needs a different PID.         * updtnew
001281*              A date of birth is required and must be a real   * updtnew
001282*              calendar date no later than today; it is stored  * updtnew
001283*              on BCS-REC-BIRTH-DTE for the age-based fee       * updtnew
001284*              waivers, youth conversion and minimum-age        * updtnew
001285*              checks.                                          * updtnew
001286*              The customer's foreign tax self-certification -  * updtnew
001287*              a US person flag and up to three countries of    * updtnew
001288*              tax residence, each foreign one with its         * updtnew
001289*              taxpayer ID - is validated here and written to   * updtnew
001290*              TAXCERT beside the new customer for the CRS and  * updtnew
001291*              FATCA reporting run.                             * updtnew
001292***************************************************************** updtnew
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UPDTNEW.

         05 WS-EMAIL-DOT-AFTER-AT-FLAG PIC X(1) VALUE 'N'.
           88 WS-EMAIL-HAS-DOT-AFTER-AT VALUE 'Y'.
         05 WS-EMAIL-CHAR PIC X(1).
         05 WS-BIRTH-VALID-FLAG PIC X(1) VALUE 'Y'.
           88 WS-BIRTH-VALID VALUE 'Y'.
         05 WS-BIRTH-DTE PIC 9(8).
         05 WS-BIRTH-DTE-R REDEFINES WS-BIRTH-DTE.
           10 WS-BIRTH-YEAR PIC 9(4).
           10 WS-BIRTH-MONTH PIC 9(2).
           10 WS-BIRTH-DAY PIC 9(2).
         05 WS-TAXC-IDX PIC 9(1).
         05 WS-TAXC-USA-FLAG PIC X(1).
           88 WS-TAXC-USA-LISTED VALUE 'Y'.
         05 WS-TAXC-CNTRY-FLAG PIC X(1).
           88 WS-TAXC-CNTRY-LISTED VALUE 'Y'.
         05 WS-TAXC-ANY-FLAG PIC X(1).
           88 WS-TAXC-ANY-LISTED VALUE 'Y'.
         05 WS-TAXC-VALID-MSG PIC X(40).
       COPY CADDRVAL.
       01 WS-BNKCUST-REC.
       COPY CBANKVCS.
       01 WS-COMMAREA.
       COPY CBANKD04.
       COPY CMSTJNLQ.
       COPY CTAXCERT.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
               GO TO ONBOARD-PROCESSING-EXIT
           END-IF
           .
           PERFORM VALIDATE-SELF-CERTIFICATION THRU
               VALIDATE-SELF-CERTIFICATION-EXIT
           IF WS-TAXC-VALID-MSG IS NOT EQUAL TO SPACES
               MOVE WS-TAXC-VALID-MSG TO CD04O-MESSAGE
               GO TO ONBOARD-PROCESSING-EXIT
           END-IF
           .
      *****************************************************************
      * Date of birth drives the age fee waivers, youth-product       *
      * conversion and minimum-age product checks, so a new customer  *
      * cannot be opened without one.                                 *
      *****************************************************************
           IF CD04I-NEW-BIRTH-DTE IS EQUAL TO SPACES
               MOVE 'Date of birth is required' TO CD04O-MESSAGE
               GO TO ONBOARD-PROCESSING-EXIT
           END-IF
           PERFORM VALIDATE-BIRTH-DATE THRU VALIDATE-BIRTH-DATE-EXIT
           IF NOT WS-BIRTH-VALID
               MOVE 'Invalid date of birth' TO CD04O-MESSAGE
               GO TO ONBOARD-PROCESSING-EXIT
           END-IF
           .
           MOVE SPACES TO BCS-RECORD
           MOVE CD04I-NEW-PID TO BCS-REC-PID
           MOVE CD04I-NEW-NAME TO BCS-REC-NAME
               MOVE 'R' TO BCS-REC-TAX-STATUS
               MOVE SPACES TO BCS-REC-TAX-COUNTRY
           END-IF
           MOVE WS-BIRTH-DTE TO BCS-REC-BIRTH-DTE
           .
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           .
                   JOURNAL-BNKCUST-IMAGE-EXIT
               PERFORM MAINTAIN-SEARCH-INDEXES THRU
                   MAINTAIN-SEARCH-INDEXES-EXIT
               PERFORM WRITE-SELF-CERTIFICATION THRU
                   WRITE-SELF-CERTIFICATION-EXIT
               PERFORM SCREEN-NEW-CUSTOMER THRU
                   SCREEN-NEW-CUSTOMER-EXIT
               GO TO ONBOARD-PROCESSING-EXIT
       MAINTAIN-SEARCH-INDEXES-EXIT.
           EXIT
           .
      *****************************************************************
      * A date of birth must be a real CCYYMMDD calendar date, no     *
      * earlier than 1900 and not in the future - the same rules      *
      * UPDTADDR applies to a change of birth date.                   *
      *****************************************************************
       VALIDATE-BIRTH-DATE.
           MOVE 'N' TO WS-BIRTH-VALID-FLAG
           MOVE ZERO TO WS-BIRTH-DTE
           IF CD04I-NEW-BIRTH-DTE IS NOT NUMERIC
               GO TO VALIDATE-BIRTH-DATE-EXIT
           END-IF
           MOVE CD04I-NEW-BIRTH-DTE TO WS-BIRTH-DTE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           IF WS-BIRTH-YEAR IS LESS THAN 1900
               OR WS-BIRTH-DTE IS GREATER THAN WS-CURRENT-DATE
               OR WS-BIRTH-MONTH IS LESS THAN 1
               OR WS-BIRTH-MONTH IS GREATER THAN 12
               OR WS-BIRTH-DAY IS LESS THAN 1
               OR WS-BIRTH-DAY IS GREATER THAN 31
               GO TO VALIDATE-BIRTH-DATE-EXIT
           END-IF
           IF (WS-BIRTH-MONTH IS EQUAL TO 4 OR 6 OR 9 OR 11)
               AND WS-BIRTH-DAY IS GREATER THAN 30
               GO TO VALIDATE-BIRTH-DATE-EXIT
           END-IF
           IF WS-BIRTH-MONTH IS EQUAL TO 2
               AND WS-BIRTH-DAY IS GREATER THAN 29
               GO TO VALIDATE-BIRTH-DATE-EXIT
           END-IF
           MOVE 'Y' TO WS-BIRTH-VALID-FLAG
           .
       VALIDATE-BIRTH-DATE-EXIT.
           EXIT
           .
      *****************************************************************
      * Foreign tax self-certification for CRS and FATCA - up to      *
      * three countries of tax residence, each foreign one with the   *
      * taxpayer ID that country issued. A US person must list USA,   *
      * and a non-resident must list the country their withholding    *
      * is keyed on. A customer who lists nothing is certifying       *
      * Canadian residence only.                                      *
      *****************************************************************
       VALIDATE-SELF-CERTIFICATION.
           MOVE SPACES TO WS-TAXC-VALID-MSG
           MOVE 'N' TO WS-TAXC-USA-FLAG
           MOVE 'N' TO WS-TAXC-CNTRY-FLAG
           MOVE 'N' TO WS-TAXC-ANY-FLAG
           IF CD04I-NEW-US-PERSON IS NOT EQUAL TO SPACE
               AND CD04I-NEW-US-PERSON IS NOT EQUAL TO 'Y'
               AND CD04I-NEW-US-PERSON IS NOT EQUAL TO 'N'
               MOVE 'US person indicator must be Y or N' TO
                   WS-TAXC-VALID-MSG
               GO TO VALIDATE-SELF-CERTIFICATION-EXIT
           END-IF
           .
           PERFORM VARYING WS-TAXC-IDX FROM 1 BY 1
                   UNTIL WS-TAXC-IDX > 3
               IF CD04I-NEW-RES-CNTRY(WS-TAXC-IDX) IS EQUAL TO SPACES
                   AND CD04I-NEW-RES-TIN(WS-TAXC-IDX) IS NOT EQUAL
                       TO SPACES
                   MOVE 'Taxpayer ID given without a country' TO
                       WS-TAXC-VALID-MSG
               END-IF
               IF CD04I-NEW-RES-CNTRY(WS-TAXC-IDX) IS NOT EQUAL
                       TO SPACES
                   MOVE 'Y' TO WS-TAXC-ANY-FLAG
                   IF CD04I-NEW-RES-CNTRY(WS-TAXC-IDX) IS NOT EQUAL
                           TO 'CANADA'
                       AND CD04I-NEW-RES-TIN(WS-TAXC-IDX) IS EQUAL
                           TO SPACES
                       MOVE 'Foreign tax residence needs a TIN' TO
                           WS-TAXC-VALID-MSG
                   END-IF
                   IF CD04I-NEW-RES-CNTRY(WS-TAXC-IDX) IS EQUAL
                           TO 'USA   '
                       MOVE 'Y' TO WS-TAXC-USA-FLAG
                   END-IF
                   IF CD04I-NEW-RES-CNTRY(WS-TAXC-IDX) IS EQUAL
                           TO CD04I-NEW-TAX-CNTRY
                       MOVE 'Y' TO WS-TAXC-CNTRY-FLAG
                   END-IF
               END-IF
           END-PERFORM
           IF WS-TAXC-VALID-MSG IS NOT EQUAL TO SPACES
               GO TO VALIDATE-SELF-CERTIFICATION-EXIT
           END-IF
           .
           IF CD04I-NEW-US-PERSON IS EQUAL TO 'Y'
               AND NOT WS-TAXC-USA-LISTED
               MOVE 'US person must list USA with a TIN' TO
                   WS-TAXC-VALID-MSG
               GO TO VALIDATE-SELF-CERTIFICATION-EXIT
           END-IF
           IF CD04I-NEW-TAX-STATUS IS EQUAL TO 'N'
               AND NOT WS-TAXC-CNTRY-LISTED
               MOVE 'Tax country must be self-certified' TO
                   WS-TAXC-VALID-MSG
               GO TO VALIDATE-SELF-CERTIFICATION-EXIT
           END-IF
           .
       VALIDATE-SELF-CERTIFICATION-EXIT.
           EXIT
           .
      *****************************************************************
      * The self-certification row is written in the same unit of     *
      * work as the customer, dated today and stamped as taken at     *
      * onboarding, so the CRS/FATCA run never sees the customer      *
      * without one.                                                  *
      *****************************************************************
       WRITE-SELF-CERTIFICATION.
           MOVE SPACES TO TAXCERT-RECORD
           MOVE BCS-REC-PID TO TXC-PID
           SET TXC-CERTIFIED TO TRUE
           MOVE WS-CURRENT-DATE TO TXC-CERT-DATE
           SET TXC-SOURCE-ONBOARDING TO TRUE
           MOVE 'N' TO TXC-US-PERSON
           IF CD04I-NEW-US-PERSON IS EQUAL TO 'Y'
               SET TXC-US-PERSON-YES TO TRUE
           END-IF
           IF WS-TAXC-ANY-LISTED
               PERFORM VARYING WS-TAXC-IDX FROM 1 BY 1
                       UNTIL WS-TAXC-IDX > 3
                   MOVE CD04I-NEW-RES-CNTRY(WS-TAXC-IDX) TO
                       TXC-JURIS-CNTRY(WS-TAXC-IDX)
                   MOVE CD04I-NEW-RES-TIN(WS-TAXC-IDX) TO
                       TXC-JURIS-TIN(WS-TAXC-IDX)
               END-PERFORM
           ELSE
               MOVE 'CANADA' TO TXC-JURIS-CNTRY(1)
           END-IF
           MOVE ZERO TO TXC-INDICIA-DATE
           EXEC CICS WRITE FILE('TAXCERT')
                     FROM(TAXCERT-RECORD)
                     LENGTH(LENGTH OF TAXCERT-RECORD)
                     RIDFLD(TXC-PID)
                     RESP(WS-RESP)
           END-EXEC
           .
       WRITE-SELF-CERTIFICATION-EXIT.
           EXIT
           .
       BRE-COPY-INPUT-DATA-0.
           MOVE BRE-I-CD04I-NEW-PID TO CD04I-NEW-PID
           MOVE BRE-I-CD04I-NEW-NAME TO CD04I-NEW-NAME
           MOVE BRE-I-CD04I-NEW-LANG-PREF TO CD04I-NEW-LANG-PREF
           MOVE BRE-I-CD04I-NEW-TAX-STATUS TO CD04I-NEW-TAX-STATUS
           MOVE BRE-I-CD04I-NEW-TAX-CNTRY TO CD04I-NEW-TAX-CNTRY
           MOVE BRE-I-CD04I-NEW-BIRTH-DTE TO CD04I-NEW-BIRTH-DTE
           MOVE BRE-I-CD04I-NEW-US-PERSON TO CD04I-NEW-US-PERSON
           PERFORM VARYING WS-TAXC-IDX FROM 1 BY 1
                   UNTIL WS-TAXC-IDX > 3
               MOVE BRE-I-CD04I-NEW-RES-CNTRY(WS-TAXC-IDX) TO
                   CD04I-NEW-RES-CNTRY(WS-TAXC-IDX)
               MOVE BRE-I-CD04I-NEW-RES-TIN(WS-TAXC-IDX) TO
                   CD04I-NEW-RES-TIN(WS-TAXC-IDX)
           END-PERFORM
           .
       BRE-COPY-OUTPUT-DATA.
           MOVE CD04O-NEW-PID TO BRE-O-CD04O-NEW-PID
