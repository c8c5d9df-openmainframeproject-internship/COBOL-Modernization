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

001150***************************************************************** acctrdep
001160* Program:     ACCTRDEP.CBL                                     * acctrdep
001170* Function:    Remote cheque deposit through the web channel.   * acctrdep
001180*              The customer keys the cheque's MICR line (payor  * acctrdep
001190*              routing, payor account, serial) and amount and   * acctrdep
001200*              sends its image reference; the item is refused   * acctrdep
001210*              if CHQDUPCK finds the same MICR line and amount  * acctrdep
001220*              already deposited, through any channel and       * acctrdep
001230*              whether or not it has since cleared. Otherwise   * acctrdep
001240*              the account is credited at once, the item is     * acctrdep
001250*              recorded on CHQDEPR for tonight's ACCTRDCL       * acctrdep
001260*              clearing file, and a funds hold is placed for    * acctrdep
001270*              the part of the amount the product's             * acctrdep
001280*              availability schedule (PRODMST hold days and     * acctrdep
001290*              immediate amount) does not release straight      * acctrdep
001300*              away. The hold lifts on the business day the     * acctrdep
001310*              schedule gives.                                  * acctrdep
001320***************************************************************** acctrdep
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTRDEP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTTRN-FILE ASSIGN TO "ACCTTRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCTTRN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCTTRN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CACCTTRN.

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'ACCTRDEP'.
         05 WS-COMMAREA-LENGTH PIC 9(5).
         05 WS-RESP PIC S9(8) COMP.
         05 WS-ACCTTRN-STATUS PIC X(2).
           88 WS-ACCTTRN-OK VALUE '00'.
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
           10 FILLER PIC X(5).
         05 WS-RDEP-LIMITS.
           10 WS-RDEP-MAX-AMOUNT        PIC S9(7)V99 VALUE 5000.00.
           10 WS-DFLT-HOLD-DAYS         PIC 9(2) VALUE 5.
           10 WS-DFLT-IMMED-AMT         PIC 9(5)V99 VALUE 100.00.
         05 WS-BNKCUST-RID PIC X(5).
         05 WS-READ-ONLY-FLAG PIC X(1).
           88 WS-READ-ONLY VALUE 'Y'.
         05 WS-HOLD-RESP PIC S9(8) COMP.
         05 WS-HOLDS-DONE-FLAG PIC X(1).
           88 WS-HOLDS-DONE VALUE 'Y'.
         05 WS-NEXT-SEQ PIC 9(4).
         05 WS-HOLD-DAYS PIC 9(2).
         05 WS-IMMED-AMT PIC 9(5)V99.
         05 WS-HOLD-AMOUNT PIC S9(7)V99.
         05 WS-NEXT-DATE.
           10 WS-NXT-YYYY PIC 9(4).
           10 WS-NXT-MM PIC 9(2).
           10 WS-NXT-DD PIC 9(2).
         05 WS-NEXT-DATE-N REDEFINES WS-NEXT-DATE PIC 9(8).
         05 WS-MONTH-DAYS-TABLE.
           10 FILLER PIC X(24) VALUE '312831303130313130313031'.
         05 WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
           10 WS-DAYS-IN-MONTH PIC 9(2) OCCURS 12 TIMES.
         05 WS-THIS-MONTH-DAYS PIC 9(2).
         05 WS-LEAP-WORK PIC 9(4).
         05 WS-LEAP-REM PIC 9(4).
       COPY CACCTMST.
       COPY CACCTHLD.
       COPY CACCTXRF.
       COPY CPRODMST.
       COPY CCKDGQ.
       COPY CCHQDUPQ.
       COPY CBUSDAYQ.
       01 WS-BNKCUST-REC.
       COPY CBANKVCS.
       01 WS-COMMAREA.
       COPY CACCTD07.
       01 WS-BEFORE-ACCTMST PIC X(250).
       COPY CMSTJNLQ.

       COPY CGETBDTQ.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
         05 LK-COMMAREA PIC X(1) OCCURS 1 TO 4096 TIMES DEPENDING ON
                WS-COMMAREA-LENGTH.
       COPY 'RDEPREQ'.
       COPY 'RDEPRESP'.

       PROCEDURE DIVISION USING BRE-INP-INPUT-STRUCTURE
                                BRE-OUT-OUTPUT-STRUCTURE.
           PERFORM BRE-COPY-INPUT-DATA-0
           .
           PERFORM DEPOSIT-PROCESSING THRU DEPOSIT-PROCESSING-EXIT
           .
           PERFORM BRE-COPY-OUTPUT-DATA
           .
           GOBACK
           .
       DEPOSIT-PROCESSING.
      *****************************************************************
      * A GUEST (read-only) signon is not permitted to move money.    *
      *****************************************************************
           IF WS-READ-ONLY
               MOVE 'Read-only signon - deposit not allowed' TO
                       CD07O-MESSAGE
               GO TO DEPOSIT-PROCESSING-EXIT
           END-IF
           .
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           CALL 'GETBDTE' USING GETBDTE-REQUEST
           .
           IF CD07I-AMOUNT IS NOT GREATER THAN ZERO
               MOVE 'Deposit amount must be positive' TO
                   CD07O-MESSAGE
               GO TO DEPOSIT-PROCESSING-EXIT
           END-IF
           .
           IF CD07I-AMOUNT IS GREATER THAN WS-RDEP-MAX-AMOUNT
               MOVE 'Remote deposit limit exceeded' TO CD07O-MESSAGE
               GO TO DEPOSIT-PROCESSING-EXIT
           END-IF
           .
           IF CD07I-PAYOR-ROUTING IS EQUAL TO SPACES
               OR CD07I-PAYOR-ACCOUNT IS EQUAL TO SPACES
               OR CD07I-SERIAL IS EQUAL TO SPACES
               MOVE 'Cheque MICR details incomplete' TO
                   CD07O-MESSAGE
               GO TO DEPOSIT-PROCESSING-EXIT
           END-IF
           .
           IF CD07I-IMAGE-REF IS EQUAL TO SPACES
               MOVE 'Cheque image not received' TO CD07O-MESSAGE
               GO TO DEPOSIT-PROCESSING-EXIT
           END-IF
           .
      *****************************************************************
      * Duplicate presentment - the same MICR line and amount already *
      * deposited, online or at a counter, cleared or not, is refused *
      * before anything is locked or credited.                        *
      *****************************************************************
           SET CDQ-FUNC-CHECK TO TRUE
           PERFORM LOAD-DUPLICATE-REQUEST THRU
               LOAD-DUPLICATE-REQUEST-EXIT
           CALL 'CHQDUPCK' USING CHQDUPCK-REQUEST
           IF CDQ-DUPLICATE
               MOVE CDQ-REPLY-MSG TO CD07O-MESSAGE
               GO TO DEPOSIT-PROCESSING-EXIT
           END-IF
           .
           MOVE CD07I-PERSON-PID TO WS-BNKCUST-RID
           .
           EXEC CICS READ FILE('BNKCUST')
                          INTO(WS-BNKCUST-REC)
                          LENGTH(LENGTH OF WS-BNKCUST-REC)
                          RIDFLD(WS-BNKCUST-RID)
                          RESP(WS-RESP)
           END-EXEC
           .
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               MOVE 'Customer record not found' TO CD07O-MESSAGE
               GO TO DEPOSIT-PROCESSING-EXIT
           END-IF
           .
           IF BCS-REC-CLOSED
               MOVE 'Account closed' TO CD07O-MESSAGE
               GO TO DEPOSIT-PROCESSING-EXIT
           END-IF
           .
           MOVE CD07I-PERSON-PID TO AMS-OWNER-PID
           MOVE CD07I-ACCOUNT TO AMS-ACCOUNT
           .
           EXEC CICS READ FILE('ACCTMST')
                          UPDATE
                          INTO(ACCTMST-RECORD)
                          LENGTH(LENGTH OF ACCTMST-RECORD)
                          RIDFLD(AMS-KEY)
                          RESP(WS-RESP)
           END-EXEC
           .
      *****************************************************************
      * A joint holder's account lives under its primary owner - look *
      * it up on the co-owner cross-reference and retry under the     *
      * primary PID, the same fallback ACCTXFER makes.                *
      *****************************************************************
           IF WS-RESP IS EQUAL TO DFHRESP(NOTFND)
               MOVE CD07I-PERSON-PID TO XRF-CO-OWNER-PID
               MOVE CD07I-ACCOUNT TO XRF-ACCOUNT
               EXEC CICS READ FILE('ACCTXRF')
                              INTO(ACCTXRF-RECORD)
                              LENGTH(LENGTH OF ACCTXRF-RECORD)
                              RIDFLD(XRF-KEY)
                              RESP(WS-RESP)
               END-EXEC
               IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
                   MOVE XRF-PRIMARY-PID TO AMS-OWNER-PID
                   MOVE CD07I-ACCOUNT TO AMS-ACCOUNT
                   EXEC CICS READ FILE('ACCTMST')
                                  UPDATE
                                  INTO(ACCTMST-RECORD)
                                  LENGTH(LENGTH OF ACCTMST-RECORD)
                                  RIDFLD(AMS-KEY)
                                  RESP(WS-RESP)
                   END-EXEC
               END-IF
           END-IF
           .
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               MOVE 'Account not found' TO CD07O-MESSAGE
               GO TO DEPOSIT-PROCESSING-EXIT
           END-IF
           .
           IF AMS-HAS-CHECK-DIGIT
               SET CKD-FUNC-VALIDATE TO TRUE
               MOVE CD07I-ACCOUNT TO CKD-ACCOUNT
               CALL 'ACCTCKDG' USING CKDIGIT-REQUEST
               IF CKD-INVALID
                   EXEC CICS UNLOCK FILE('ACCTMST') END-EXEC
                   MOVE 'Account check digit bad' TO CD07O-MESSAGE
                   GO TO DEPOSIT-PROCESSING-EXIT
               END-IF
           END-IF
           .
           MOVE SPACES TO WS-BEFORE-ACCTMST
           MOVE ACCTMST-RECORD TO WS-BEFORE-ACCTMST
           ADD CD07I-AMOUNT TO AMS-BALANCE
           MOVE WS-CURRENT-DATE TO AMS-LAST-DATE
           SET AMS-TXN-PRESENT TO TRUE
           .
           EXEC CICS REWRITE FILE('ACCTMST')
                             FROM(ACCTMST-RECORD)
                             LENGTH(LENGTH OF ACCTMST-RECORD)
                             RESP(WS-RESP)
           END-EXEC
           .
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               MOVE 'Update failed' TO CD07O-MESSAGE
               GO TO DEPOSIT-PROCESSING-EXIT
           END-IF
           .
           PERFORM JOURNAL-ACCTMST-IMAGE THRU
               JOURNAL-ACCTMST-IMAGE-EXIT
           .
           PERFORM LOG-DEPOSIT THRU LOG-DEPOSIT-EXIT
           .
      *****************************************************************
      * Record the item against the posting that credited it, so a    *
      * second presentment anywhere is caught and tonight's clearing  *
      * run picks it up.                                              *
      *****************************************************************
           SET CDQ-FUNC-REGISTER TO TRUE
           PERFORM LOAD-DUPLICATE-REQUEST THRU
               LOAD-DUPLICATE-REQUEST-EXIT
           CALL 'CHQDUPCK' USING CHQDUPCK-REQUEST
           .
           PERFORM PLACE-AVAILABILITY-HOLD THRU
               PLACE-AVAILABILITY-HOLD-EXIT
           .
           MOVE AMS-BALANCE TO CD07O-BALANCE
           MOVE ATN-REF-NO TO CD07O-REF-NO
           SET CD07O-APPROVED TO TRUE
           IF CD07O-HOLD-AMOUNT IS GREATER THAN ZERO
               MOVE 'Deposit accepted - funds on hold' TO
                   CD07O-MESSAGE
           ELSE
               MOVE 'Deposit accepted' TO CD07O-MESSAGE
           END-IF
           .
       DEPOSIT-PROCESSING-EXIT.
           EXIT
           .
       LOAD-DUPLICATE-REQUEST.
           MOVE CD07I-PAYOR-ROUTING TO CDQ-PAYOR-ROUTING
           MOVE CD07I-PAYOR-ACCOUNT TO CDQ-PAYOR-ACCOUNT
           MOVE CD07I-SERIAL TO CDQ-SERIAL
           MOVE CD07I-AMOUNT TO CDQ-AMOUNT
           MOVE 'R' TO CDQ-CHANNEL
           MOVE AMS-OWNER-PID TO CDQ-OWNER-PID
           MOVE CD07I-ACCOUNT TO CDQ-ACCOUNT
           MOVE GBD-BUSINESS-DATE TO CDQ-DEPOSIT-DATE
           MOVE WS-CURRENT-TIME TO CDQ-DEPOSIT-TIME
           MOVE ATN-REF-NO TO CDQ-REF-NO
           MOVE CD07I-IMAGE-REF TO CDQ-IMAGE-REF
           MOVE SPACES TO CDQ-BRANCH
           .
       LOAD-DUPLICATE-REQUEST-EXIT.
           EXIT
           .
       LOG-DEPOSIT.
           MOVE SPACES TO ACCTTRN-RECORD
           MOVE ZERO TO ATN-REF-NO
           OPEN EXTEND ACCTTRN-FILE
           .
           IF NOT WS-ACCTTRN-OK
               GO TO LOG-DEPOSIT-EXIT
           END-IF
           .
           MOVE GBD-BUSINESS-DATE TO ATN-DATE
           MOVE WS-CURRENT-TIME TO ATN-TIME
           MOVE SPACES TO ATN-FROM-ACC
           MOVE AMS-OWNER-PID TO ATN-FROM-PID
           MOVE AMS-OWNER-PID TO ATN-TO-PID
           MOVE CD07I-ACCOUNT TO ATN-TO-ACC
           MOVE CD07I-AMOUNT TO ATN-AMOUNT
           SET ATN-TYPE-CHQ-DEPOSIT TO TRUE
           MOVE ZERO TO ATN-FX-RATE
           MOVE SPACES TO ATN-DESC
           STRING 'Online chq ' CD07I-SERIAL
               DELIMITED BY SIZE INTO ATN-DESC
           .
           CALL 'ACCTREFN' USING ATN-REF-NO
           WRITE ACCTTRN-RECORD
           .
           CLOSE ACCTTRN-FILE
           .
       LOG-DEPOSIT-EXIT.
           EXIT
           .
      *****************************************************************
      * Availability schedule - the product's immediate amount is     *
      * spendable at once and the rest is held for the product's hold *
      * days, counted in business days from today. A product with no  *
      * schedule on PRODMST (or an unconverted account) takes the     *
      * house default.                                                *
      *****************************************************************
       PLACE-AVAILABILITY-HOLD.
           MOVE WS-DFLT-HOLD-DAYS TO WS-HOLD-DAYS
           MOVE WS-DFLT-IMMED-AMT TO WS-IMMED-AMT
           MOVE ZERO TO CD07O-HOLD-AMOUNT
           MOVE ZERO TO CD07O-RELEASE-DATE
           .
           IF AMS-PRODUCT-CODE IS NOT EQUAL TO SPACES
               MOVE AMS-PRODUCT-CODE TO PRD-CODE
               EXEC CICS READ FILE('PRODMST')
                              INTO(PRODMST-RECORD)
                              LENGTH(LENGTH OF PRODMST-RECORD)
                              RIDFLD(PRD-CODE)
                              RESP(WS-RESP)
               END-EXEC
               IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
                   AND PRD-CHQ-HOLD-DAYS IS NUMERIC
                   AND PRD-CHQ-IMMED-AMT IS NUMERIC
                   MOVE PRD-CHQ-HOLD-DAYS TO WS-HOLD-DAYS
                   MOVE PRD-CHQ-IMMED-AMT TO WS-IMMED-AMT
               END-IF
           END-IF
           .
           COMPUTE WS-HOLD-AMOUNT = CD07I-AMOUNT - WS-IMMED-AMT
           IF WS-HOLD-AMOUNT IS NOT GREATER THAN ZERO
               OR WS-HOLD-DAYS IS EQUAL TO ZERO
               GO TO PLACE-AVAILABILITY-HOLD-EXIT
           END-IF
           .
           MOVE GBD-BUSINESS-DATE TO WS-NEXT-DATE-N
           PERFORM STEP-ONE-BUSINESS-DAY THRU
               STEP-ONE-BUSINESS-DAY-EXIT
               WS-HOLD-DAYS TIMES
           .
      *****************************************************************
      * Next sequence under the account - the holds cluster under     *
      * PID + account, so the last one the browse sees is the highest.*
      *****************************************************************
           MOVE ZERO TO WS-NEXT-SEQ
           MOVE 'N' TO WS-HOLDS-DONE-FLAG
           MOVE AMS-OWNER-PID TO HLD-OWNER-PID
           MOVE AMS-ACCOUNT TO HLD-ACCOUNT
           MOVE ZERO TO HLD-SEQ-NO
           .
           EXEC CICS STARTBR FILE('HOLDMST')
                             RIDFLD(HLD-KEY)
                             GTEQ
                             RESP(WS-HOLD-RESP)
           END-EXEC
           .
           IF WS-HOLD-RESP IS EQUAL TO DFHRESP(NORMAL)
               PERFORM FIND-LAST-HOLD THRU FIND-LAST-HOLD-EXIT
                   UNTIL WS-HOLDS-DONE
               EXEC CICS ENDBR FILE('HOLDMST') END-EXEC
           END-IF
           ADD 1 TO WS-NEXT-SEQ
           .
           MOVE SPACES TO HOLDMST-RECORD
           MOVE AMS-OWNER-PID TO HLD-OWNER-PID
           MOVE AMS-ACCOUNT TO HLD-ACCOUNT
           MOVE WS-NEXT-SEQ TO HLD-SEQ-NO
           MOVE WS-HOLD-AMOUNT TO HLD-AMOUNT
           MOVE 'Online chq deposit' TO HLD-REASON
           MOVE WS-NEXT-DATE-N TO HLD-RELEASE-DATE
           MOVE WS-CURRENT-DATE TO HLD-PLACED-DATE
           SET HLD-ACTIVE TO TRUE
           .
           EXEC CICS WRITE FILE('HOLDMST')
                     FROM(HOLDMST-RECORD)
                     LENGTH(LENGTH OF HOLDMST-RECORD)
                     RIDFLD(HLD-KEY)
                     RESP(WS-HOLD-RESP)
           END-EXEC
           .
           IF WS-HOLD-RESP IS EQUAL TO DFHRESP(NORMAL)
               MOVE WS-HOLD-AMOUNT TO CD07O-HOLD-AMOUNT
               MOVE WS-NEXT-DATE-N TO CD07O-RELEASE-DATE
           END-IF
           .
       PLACE-AVAILABILITY-HOLD-EXIT.
           EXIT
           .
       FIND-LAST-HOLD.
           EXEC CICS READNEXT FILE('HOLDMST')
                              INTO(HOLDMST-RECORD)
                              RIDFLD(HLD-KEY)
                              RESP(WS-HOLD-RESP)
           END-EXEC
           .
           IF WS-HOLD-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               SET WS-HOLDS-DONE TO TRUE
               GO TO FIND-LAST-HOLD-EXIT
           END-IF
           .
           IF HLD-OWNER-PID IS NOT EQUAL TO AMS-OWNER-PID
               OR HLD-ACCOUNT IS NOT EQUAL TO AMS-ACCOUNT
               SET WS-HOLDS-DONE TO TRUE
               GO TO FIND-LAST-HOLD-EXIT
           END-IF
           .
           MOVE HLD-SEQ-NO TO WS-NEXT-SEQ
           .
       FIND-LAST-HOLD-EXIT.
           EXIT
           .
      *****************************************************************
      * One calendar day on, then forward over any BANKCAL closure to *
      * the next open day.                                            *
      *****************************************************************
       STEP-ONE-BUSINESS-DAY.
           MOVE WS-DAYS-IN-MONTH(WS-NXT-MM) TO WS-THIS-MONTH-DAYS
           IF WS-NXT-MM IS EQUAL TO 2
               DIVIDE WS-NXT-YYYY BY 4 GIVING WS-LEAP-WORK
                   REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM IS EQUAL TO ZERO
                   MOVE 29 TO WS-THIS-MONTH-DAYS
               END-IF
           END-IF
           ADD 1 TO WS-NXT-DD
           IF WS-NXT-DD IS GREATER THAN WS-THIS-MONTH-DAYS
               MOVE 1 TO WS-NXT-DD
               ADD 1 TO WS-NXT-MM
               IF WS-NXT-MM IS GREATER THAN 12
                   MOVE 1 TO WS-NXT-MM
                   ADD 1 TO WS-NXT-YYYY
               END-IF
           END-IF
           .
           MOVE WS-NEXT-DATE-N TO BDQ-DATE
           SET BDQ-ROLL-FORWARD TO TRUE
           CALL 'BUSDAY' USING BUSDAY-REQUEST
           MOVE BDQ-RESULT-DATE TO WS-NEXT-DATE-N
           .
       STEP-ONE-BUSINESS-DAY-EXIT.
           EXIT
           .
       JOURNAL-ACCTMST-IMAGE.
           MOVE WS-PROGRAM-ID TO MJQ-PROGRAM
           MOVE 'ACCTMST ' TO MJQ-FILE-ID
           MOVE 'R' TO MJQ-ACTION
           MOVE AMS-KEY TO MJQ-KEY
           MOVE WS-BEFORE-ACCTMST TO MJQ-BEFORE-IMAGE
           MOVE SPACES TO MJQ-AFTER-IMAGE
           MOVE ACCTMST-RECORD TO MJQ-AFTER-IMAGE
           CALL 'MSTJRNL' USING MSTJNL-REQUEST
           .
       JOURNAL-ACCTMST-IMAGE-EXIT.
           EXIT
           .
       BRE-COPY-INPUT-DATA-0.
           MOVE BRE-I-CD07I-PERSON-PID TO CD07I-PERSON-PID
           MOVE BRE-I-CD07I-ACCOUNT TO CD07I-ACCOUNT
           MOVE BRE-I-CD07I-PAYOR-ROUTING TO CD07I-PAYOR-ROUTING
           MOVE BRE-I-CD07I-PAYOR-ACCOUNT TO CD07I-PAYOR-ACCOUNT
           MOVE BRE-I-CD07I-SERIAL TO CD07I-SERIAL
           MOVE BRE-I-CD07I-AMOUNT TO CD07I-AMOUNT
           MOVE BRE-I-CD07I-IMAGE-REF TO CD07I-IMAGE-REF
           MOVE BRE-I-READ-ONLY-FLAG TO WS-READ-ONLY-FLAG
           MOVE SPACES TO CD07O-DATA
           MOVE ZERO TO CD07O-BALANCE
           MOVE ZERO TO CD07O-HOLD-AMOUNT
           MOVE ZERO TO CD07O-RELEASE-DATE
           MOVE ZERO TO CD07O-REF-NO
           MOVE SPACES TO ACCTMST-RECORD
           MOVE ZERO TO ATN-REF-NO
           .
       BRE-COPY-OUTPUT-DATA.
           MOVE CD07O-APPROVED-FLAG TO BRE-O-CD07O-APPROVED-FLAG
           MOVE CD07O-MESSAGE TO BRE-O-CD07O-MESSAGE
           MOVE CD07O-BALANCE TO BRE-O-CD07O-BALANCE
           MOVE CD07O-HOLD-AMOUNT TO BRE-O-CD07O-HOLD-AMOUNT
           MOVE CD07O-RELEASE-DATE TO BRE-O-CD07O-RELEASE-DATE
           MOVE CD07O-REF-NO TO BRE-O-CD07O-REF-NO
           MOVE EIBRESP TO BRE-O-EIBRESP
           .
