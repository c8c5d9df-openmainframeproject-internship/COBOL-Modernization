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

001150***************************************************************** taxindc
001160* Program:     TAXINDC.CBL                                      * taxindc
001170* Function:    CRS and FATCA indicia search over existing       * taxindc
001180*              customers. Every open BNKCUST customer with no   * taxindc
001190*              foreign tax self-certification on TAXCERT is     * taxindc
001200*              searched for the indicia the regulations name -  * taxindc
001210*              an address outside Canada, a telephone number    * taxindc
001220*              with a foreign dialling prefix, an active pre-   * taxindc
001230*              authorized debit instruction on an account at a  * taxindc
001240*              bank outside the Canadian routing scheme, or a   * taxindc
001250*              non-resident tax designation. A customer showing * taxindc
001260*              any of them gets an indicia-pending TAXCERT row  * taxindc
001270*              carrying the indicia found and the countries     * taxindc
001280*              they point to, refreshed on each run, so the     * taxindc
001290*              reporting run treats them as reportable until    * taxindc
001300*              the branch obtains a self-certification through  * taxindc
001310*              UPDTTAXC; each one prints on the TAXINDRP report * taxindc
001320*              for follow-up.                                   * taxindc
001330***************************************************************** taxindc
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXINDC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BNKCUST-FILE ASSIGN TO "BNKCUST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BCS-REC-PID
               FILE STATUS IS WS-BNKCUST-STATUS.
           SELECT TAXCERT-FILE ASSIGN TO "TAXCERT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TXC-PID
               FILE STATUS IS WS-TAXCERT-STATUS.
           SELECT PADINST-FILE ASSIGN TO "PADINST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAD-KEY
               FILE STATUS IS WS-PADINST-STATUS.
           SELECT TAXINDRP-FILE ASSIGN TO "TAXINDRP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TAXINDRP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BNKCUST-FILE
           LABEL RECORDS ARE STANDARD.
       01 BNKCUST-RECORD.
       COPY CBANKVCS.

       FD TAXCERT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CTAXCERT.

       FD PADINST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CPADINST.

       FD TAXINDRP-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 TAXINDRP-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'TAXINDC'.
         05 WS-BNKCUST-STATUS PIC X(2).
           88 WS-BNKCUST-OK VALUE '00'.
         05 WS-TAXCERT-STATUS PIC X(2).
           88 WS-TAXCERT-OK VALUE '00'.
         05 WS-PADINST-STATUS PIC X(2).
           88 WS-PADINST-OK VALUE '00'.
         05 WS-TAXINDRP-STATUS PIC X(2).
           88 WS-TAXINDRP-OK VALUE '00'.
         05 WS-BNKCUST-EOF-FLAG PIC X(1).
           88 WS-BNKCUST-EOF VALUE 'Y'.
         05 WS-PADINST-EOF-FLAG PIC X(1).
           88 WS-PADINST-EOF VALUE 'Y'.
         05 WS-ROW-FOUND-FLAG PIC X(1).
           88 WS-ROW-FOUND VALUE 'Y'.
         05 WS-INDICIA-CODES PIC X(4).
         05 WS-JURIS-IDX PIC 9(1).
         05 WS-CUST-COUNT PIC 9(6) VALUE ZERO.
         05 WS-CERTIFIED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-RAISED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-REFRESHED-COUNT PIC 9(6) VALUE ZERO.
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
           10 FILLER PIC X(5).
       01 WS-REPORT-HEADING.
         05 FILLER PIC X(40) VALUE
             'CRS/FATCA INDICIA - NO SELF-CERT   RUN '.
         05 WS-RPH-DATE PIC 9(8).
         05 FILLER PIC X(32) VALUE SPACES.
       01 WS-REPORT-DETAIL.
         05 WS-RPD-PID PIC X(5).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPD-NAME PIC X(25).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPD-CODES PIC X(4).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPD-CNTRY-1 PIC X(6).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPD-CNTRY-2 PIC X(6).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPD-ACTION PIC X(9).
         05 FILLER PIC X(20) VALUE SPACES.
       01 WS-REPORT-TOTALS.
         05 FILLER PIC X(16) VALUE 'NEWLY FLAGGED '.
         05 WS-RPT-RAISED PIC ZZZ,ZZ9.
         05 FILLER PIC X(19) VALUE '   STILL PENDING '.
         05 WS-RPT-REFRESHED PIC ZZZ,ZZ9.
         05 FILLER PIC X(31) VALUE SPACES.

       COPY CRUNCTLQ.

       PROCEDURE DIVISION.
       000-START-PROCESSING.
           MOVE 'S' TO RCQ-FUNCTION
           MOVE 'TAXINDC' TO RCQ-JOB-NAME
           MOVE SPACES TO RCQ-PREREQ-JOB
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           IF RCQ-REPLY-REFUSED
               DISPLAY 'Run control refused start: ' RCQ-REPLY-MSG
               STOP RUN
           END-IF
           .
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           .
           OPEN INPUT BNKCUST-FILE
           OPEN INPUT PADINST-FILE
           OPEN I-O TAXCERT-FILE
           OPEN OUTPUT TAXINDRP-FILE
           .
           IF NOT WS-TAXCERT-OK
               OPEN OUTPUT TAXCERT-FILE
               CLOSE TAXCERT-FILE
               OPEN I-O TAXCERT-FILE
           END-IF
           .
           MOVE WS-CURRENT-DATE TO WS-RPH-DATE
           WRITE TAXINDRP-RECORD FROM WS-REPORT-HEADING
           .
           MOVE LOW-VALUES TO BCS-REC-PID
           START BNKCUST-FILE KEY IS NOT LESS THAN BCS-REC-PID
               INVALID KEY
                   SET WS-BNKCUST-EOF TO TRUE
           END-START
           .
           PERFORM UNTIL WS-BNKCUST-EOF
               READ BNKCUST-FILE NEXT RECORD
                   AT END
                       SET WS-BNKCUST-EOF TO TRUE
                   NOT AT END
                       PERFORM SEARCH-ONE-CUSTOMER THRU
                           SEARCH-ONE-CUSTOMER-EXIT
               END-READ
           END-PERFORM
           .
           MOVE WS-RAISED-COUNT TO WS-RPT-RAISED
           MOVE WS-REFRESHED-COUNT TO WS-RPT-REFRESHED
           WRITE TAXINDRP-RECORD FROM WS-REPORT-TOTALS
           .
           CLOSE BNKCUST-FILE
           CLOSE PADINST-FILE
           CLOSE TAXCERT-FILE
           CLOSE TAXINDRP-FILE
           .
           DISPLAY WS-CUST-COUNT ' customer(s) read, '
               WS-CERTIFIED-COUNT ' self-certified, '
               WS-RAISED-COUNT ' newly flagged, '
               WS-REFRESHED-COUNT ' still pending'
           .
           MOVE 'E' TO RCQ-FUNCTION
           MOVE WS-CUST-COUNT TO RCQ-REC-COUNT
           MOVE 'C' TO RCQ-OUTCOME
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           .
           STOP RUN
           .
       SEARCH-ONE-CUSTOMER.
           ADD 1 TO WS-CUST-COUNT
           .
           IF BCS-REC-CLOSED
               GO TO SEARCH-ONE-CUSTOMER-EXIT
           END-IF
           .
           MOVE 'N' TO WS-ROW-FOUND-FLAG
           MOVE BCS-REC-PID TO TXC-PID
           READ TAXCERT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ROW-FOUND TO TRUE
           END-READ
           IF WS-ROW-FOUND
               AND TXC-CERTIFIED
               ADD 1 TO WS-CERTIFIED-COUNT
               GO TO SEARCH-ONE-CUSTOMER-EXIT
           END-IF
           .
      *****************************************************************
      * One byte per indicia, in the order CTAXCERT documents them.   *
      * A '+1' number dials Canada or the US alike, so only another   *
      * country code or the '011' international prefix counts.        *
      *****************************************************************
           MOVE SPACES TO WS-INDICIA-CODES
           IF BCS-REC-CNTRY IS NOT EQUAL TO 'CANADA'
               AND BCS-REC-CNTRY IS NOT EQUAL TO SPACES
               MOVE 'A' TO WS-INDICIA-CODES (1:1)
           END-IF
           IF (BCS-REC-TEL (1:1) IS EQUAL TO '+'
                   AND BCS-REC-TEL (2:1) IS NOT EQUAL TO '1')
               OR BCS-REC-TEL (1:3) IS EQUAL TO '011'
               MOVE 'T' TO WS-INDICIA-CODES (2:1)
           END-IF
           PERFORM SEARCH-STANDING-INSTRUCTIONS THRU
               SEARCH-STANDING-INSTRUCTIONS-EXIT
           IF BCS-REC-TAX-NON-RESIDENT
               MOVE 'N' TO WS-INDICIA-CODES (4:1)
           END-IF
           IF WS-INDICIA-CODES IS EQUAL TO SPACES
               GO TO SEARCH-ONE-CUSTOMER-EXIT
           END-IF
           .
           IF NOT WS-ROW-FOUND
               MOVE SPACES TO TAXCERT-RECORD
               MOVE BCS-REC-PID TO TXC-PID
               SET TXC-INDICIA-PENDING TO TRUE
               MOVE ZERO TO TXC-CERT-DATE
               SET TXC-SOURCE-INDICIA TO TRUE
               MOVE WS-PROGRAM-ID TO TXC-CAPTURED-BY
           END-IF
           .
      *****************************************************************
      * The countries the indicia point to stand in for a             *
      * self-certification until one is obtained - the address        *
      * country and the withholding country, US for FATCA where       *
      * either is USA.                                                *
      *****************************************************************
           MOVE 'N' TO TXC-US-PERSON
           PERFORM VARYING WS-JURIS-IDX FROM 1 BY 1
                   UNTIL WS-JURIS-IDX > 3
               MOVE SPACES TO TXC-JURIS-CNTRY (WS-JURIS-IDX)
               MOVE SPACES TO TXC-JURIS-TIN (WS-JURIS-IDX)
           END-PERFORM
           MOVE 1 TO WS-JURIS-IDX
           IF WS-INDICIA-CODES (1:1) IS EQUAL TO 'A'
               MOVE BCS-REC-CNTRY TO TXC-JURIS-CNTRY (WS-JURIS-IDX)
               ADD 1 TO WS-JURIS-IDX
           END-IF
           IF BCS-REC-TAX-NON-RESIDENT
               AND BCS-REC-TAX-COUNTRY IS NOT EQUAL TO SPACES
               AND BCS-REC-TAX-COUNTRY IS NOT EQUAL TO
                   TXC-JURIS-CNTRY (1)
               MOVE BCS-REC-TAX-COUNTRY TO
                   TXC-JURIS-CNTRY (WS-JURIS-IDX)
           END-IF
           IF TXC-JURIS-CNTRY (1) IS EQUAL TO 'USA   '
               OR TXC-JURIS-CNTRY (2) IS EQUAL TO 'USA   '
               SET TXC-US-PERSON-YES TO TRUE
           END-IF
           MOVE WS-INDICIA-CODES TO TXC-INDICIA-CODES
           MOVE WS-CURRENT-DATE TO TXC-INDICIA-DATE
           .
           MOVE BCS-REC-PID TO WS-RPD-PID
           MOVE BCS-REC-NAME TO WS-RPD-NAME
           MOVE WS-INDICIA-CODES TO WS-RPD-CODES
           MOVE TXC-JURIS-CNTRY (1) TO WS-RPD-CNTRY-1
           MOVE TXC-JURIS-CNTRY (2) TO WS-RPD-CNTRY-2
           IF WS-ROW-FOUND
               REWRITE TAXCERT-RECORD
               MOVE 'PENDING' TO WS-RPD-ACTION
               ADD 1 TO WS-REFRESHED-COUNT
           ELSE
               WRITE TAXCERT-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               MOVE 'FLAGGED' TO WS-RPD-ACTION
               ADD 1 TO WS-RAISED-COUNT
           END-IF
           WRITE TAXINDRP-RECORD FROM WS-REPORT-DETAIL
           .
       SEARCH-ONE-CUSTOMER-EXIT.
           EXIT
           .
      *****************************************************************
      * A pre-authorized debit collecting from a bank outside the     *
      * Canadian routing scheme - anything but a '0' plus institution *
      * and transit - ties the customer to an account abroad.         *
      *****************************************************************
       SEARCH-STANDING-INSTRUCTIONS.
           MOVE 'N' TO WS-PADINST-EOF-FLAG
           MOVE BCS-REC-PID TO PAD-OWNER-PID
           MOVE LOW-VALUES TO PAD-ACCOUNT
           START PADINST-FILE KEY IS NOT LESS THAN PAD-KEY
               INVALID KEY
                   GO TO SEARCH-STANDING-INSTRUCTIONS-EXIT
           END-START
           .
           PERFORM UNTIL WS-PADINST-EOF
               READ PADINST-FILE NEXT RECORD
                   AT END
                       SET WS-PADINST-EOF TO TRUE
                   NOT AT END
                       IF PAD-OWNER-PID IS NOT EQUAL TO BCS-REC-PID
                           SET WS-PADINST-EOF TO TRUE
                       ELSE
                           IF PAD-ACTIVE
                               AND (PAD-EXT-ROUTING IS NOT NUMERIC
                                   OR PAD-EXT-ROUTING (1:1) IS NOT
                                       EQUAL TO '0')
                               MOVE 'S' TO WS-INDICIA-CODES (3:1)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .
       SEARCH-STANDING-INSTRUCTIONS-EXIT.
           EXIT
           .
