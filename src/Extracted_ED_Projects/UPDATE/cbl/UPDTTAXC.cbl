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

001150***************************************************************** updttaxc
001160* Program:     UPDTTAXC.CBL                                     * updttaxc
001170* Function:    Records a foreign tax self-certification on a    * updttaxc
001180*              change of circumstances - the customer's US      * updttaxc
001190*              person status and up to three countries of tax   * updttaxc
001200*              residence, each foreign one with its taxpayer    * updttaxc
001210*              ID, stamped with today's date and the officer's  * updttaxc
001220*              user id onto the TAXCERT row the CRS and FATCA   * updttaxc
001230*              reporting run reads. Recording a certification   * updttaxc
001240*              also clears an indicia-pending row TAXINDC       * updttaxc
001250*              raised. 'I' inquires on the row.                 * updttaxc
001260***************************************************************** updttaxc
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UPDTTAXC.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'UPDTTAXC'.
         05 WS-COMMAREA-LENGTH PIC 9(5).
         05 WS-RESP PIC S9(8) COMP.
         05 WS-READ-ONLY-FLAG PIC X(1).
           88 WS-READ-ONLY VALUE 'Y'.
         05 WS-ROW-FOUND-FLAG PIC X(1).
           88 WS-ROW-FOUND VALUE 'Y'.
         05 WS-TAXC-IDX PIC 9(1).
         05 WS-TAXC-USA-FLAG PIC X(1).
           88 WS-TAXC-USA-LISTED VALUE 'Y'.
         05 WS-TAXC-CNTRY-FLAG PIC X(1).
           88 WS-TAXC-CNTRY-LISTED VALUE 'Y'.
         05 WS-TAXC-ANY-FLAG PIC X(1).
           88 WS-TAXC-ANY-LISTED VALUE 'Y'.
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
           10 FILLER PIC X(5).
       01 WS-BNKCUST-REC.
       COPY CBANKVCS.
       COPY CTAXCERT.
       LINKAGE SECTION.
       01 DFHCOMMAREA.
         05 LK-COMMAREA PIC X(1) OCCURS 1 TO 4096 TIMES DEPENDING ON
                WS-COMMAREA-LENGTH.
       01 BRE-INP-INPUT-STRUCTURE.
         02 BRE-I-TXCI-ACTION               PIC X(1).
           88 BRE-I-ACTION-RECORD           VALUE 'R'.
           88 BRE-I-ACTION-INQUIRE          VALUE 'I'.
         02 BRE-I-TXCI-PID                  PIC X(5).
         02 BRE-I-TXCI-USERID               PIC X(5).
         02 BRE-I-TXCI-US-PERSON            PIC X(1).
         02 BRE-I-TXCI-TAX-RES OCCURS 3 TIMES.
           03 BRE-I-TXCI-RES-CNTRY          PIC X(6).
           03 BRE-I-TXCI-RES-TIN            PIC X(20).
         02 BRE-I-READ-ONLY-FLAG            PIC X(1).
           88 BRE-I-READ-ONLY               VALUE 'Y'.
       01 BRE-OUT-OUTPUT-STRUCTURE.
         02 BRE-O-TXCO-MESSAGE              PIC X(40).
         02 BRE-O-TXCO-STATUS               PIC X(1).
         02 BRE-O-TXCO-CERT-DATE            PIC 9(8).
         02 BRE-O-TXCO-CERT-SOURCE          PIC X(1).
         02 BRE-O-TXCO-CAPTURED-BY          PIC X(5).
         02 BRE-O-TXCO-US-PERSON            PIC X(1).
         02 BRE-O-TXCO-TAX-RES OCCURS 3 TIMES.
           03 BRE-O-TXCO-RES-CNTRY          PIC X(6).
           03 BRE-O-TXCO-RES-TIN            PIC X(20).
         02 BRE-O-TXCO-INDICIA-CODES        PIC X(4).
         02 BRE-O-TXCO-INDICIA-DATE         PIC 9(8).
         02 BRE-O-EIBRESP PIC S9(8) USAGE IS BINARY.

       PROCEDURE DIVISION USING BRE-INP-INPUT-STRUCTURE
                                BRE-OUT-OUTPUT-STRUCTURE.
           MOVE SPACES TO BRE-O-TXCO-MESSAGE
           MOVE BRE-I-READ-ONLY-FLAG TO WS-READ-ONLY-FLAG
           .
           PERFORM TAXC-PROCESSING THRU TAXC-PROCESSING-EXIT
           .
           MOVE EIBRESP TO BRE-O-EIBRESP
           GOBACK
           .
       TAXC-PROCESSING.
           IF BRE-I-ACTION-INQUIRE
               EXEC CICS READ FILE('TAXCERT')
                              INTO(TAXCERT-RECORD)
                              LENGTH(LENGTH OF TAXCERT-RECORD)
                              RIDFLD(BRE-I-TXCI-PID)
                              RESP(WS-RESP)
               END-EXEC
               IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
                   MOVE 'No self-certification for that customer'
                       TO BRE-O-TXCO-MESSAGE
                   GO TO TAXC-PROCESSING-EXIT
               END-IF
               IF TXC-INDICIA-PENDING
                   MOVE 'Indicia found - self-certification due' TO
                       BRE-O-TXCO-MESSAGE
               ELSE
                   MOVE 'Self-certification displayed' TO
                       BRE-O-TXCO-MESSAGE
               END-IF
               PERFORM RETURN-TAXC-DETAILS THRU
                   RETURN-TAXC-DETAILS-EXIT
               GO TO TAXC-PROCESSING-EXIT
           END-IF
           .
           IF NOT BRE-I-ACTION-RECORD
               MOVE 'Invalid self-certification action' TO
                   BRE-O-TXCO-MESSAGE
               GO TO TAXC-PROCESSING-EXIT
           END-IF
           .
           IF WS-READ-ONLY
               MOVE 'Read-only signon - update not allowed' TO
                   BRE-O-TXCO-MESSAGE
               GO TO TAXC-PROCESSING-EXIT
           END-IF
           .
           EXEC CICS READ FILE('BNKCUST')
                     INTO(WS-BNKCUST-REC)
                     LENGTH(LENGTH OF WS-BNKCUST-REC)
                     RIDFLD(BRE-I-TXCI-PID)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               MOVE 'Customer not found' TO BRE-O-TXCO-MESSAGE
               GO TO TAXC-PROCESSING-EXIT
           END-IF
           .
           PERFORM VALIDATE-SELF-CERTIFICATION THRU
               VALIDATE-SELF-CERTIFICATION-EXIT
           IF BRE-O-TXCO-MESSAGE IS NOT EQUAL TO SPACES
               GO TO TAXC-PROCESSING-EXIT
           END-IF
           .
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           .
      *****************************************************************
      * A customer onboarded before self-certification was taken has  *
      * no row yet, so the first certification is a WRITE; any later  *
      * one - including one answering an indicia-pending row -        *
      * replaces the countries in place, keeping the indicia that     *
      * prompted it for the audit trail.                              *
      *****************************************************************
           MOVE 'N' TO WS-ROW-FOUND-FLAG
           EXEC CICS READ FILE('TAXCERT')
                          UPDATE
                          INTO(TAXCERT-RECORD)
                          LENGTH(LENGTH OF TAXCERT-RECORD)
                          RIDFLD(BRE-I-TXCI-PID)
                          RESP(WS-RESP)
           END-EXEC
           .
           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
               SET WS-ROW-FOUND TO TRUE
           ELSE
               IF WS-RESP IS NOT EQUAL TO DFHRESP(NOTFND)
                   MOVE 'Self-certification busy - try again' TO
                       BRE-O-TXCO-MESSAGE
                   GO TO TAXC-PROCESSING-EXIT
               END-IF
               MOVE SPACES TO TAXCERT-RECORD
               MOVE BRE-I-TXCI-PID TO TXC-PID
               MOVE ZERO TO TXC-INDICIA-DATE
           END-IF
           .
           SET TXC-CERTIFIED TO TRUE
           MOVE WS-CURRENT-DATE TO TXC-CERT-DATE
           SET TXC-SOURCE-CHANGE TO TRUE
           MOVE BRE-I-TXCI-USERID TO TXC-CAPTURED-BY
           MOVE 'N' TO TXC-US-PERSON
           IF BRE-I-TXCI-US-PERSON IS EQUAL TO 'Y'
               SET TXC-US-PERSON-YES TO TRUE
           END-IF
           PERFORM VARYING WS-TAXC-IDX FROM 1 BY 1
                   UNTIL WS-TAXC-IDX > 3
               MOVE BRE-I-TXCI-RES-CNTRY(WS-TAXC-IDX) TO
                   TXC-JURIS-CNTRY(WS-TAXC-IDX)
               MOVE BRE-I-TXCI-RES-TIN(WS-TAXC-IDX) TO
                   TXC-JURIS-TIN(WS-TAXC-IDX)
           END-PERFORM
           IF NOT WS-TAXC-ANY-LISTED
               MOVE 'CANADA' TO TXC-JURIS-CNTRY(1)
           END-IF
           .
           IF WS-ROW-FOUND
               EXEC CICS REWRITE FILE('TAXCERT')
                                 FROM(TAXCERT-RECORD)
                                 LENGTH(LENGTH OF TAXCERT-RECORD)
                                 RESP(WS-RESP)
               END-EXEC
           ELSE
               EXEC CICS WRITE FILE('TAXCERT')
                               FROM(TAXCERT-RECORD)
                               LENGTH(LENGTH OF TAXCERT-RECORD)
                               RIDFLD(TXC-PID)
                               RESP(WS-RESP)
               END-EXEC
           END-IF
           .
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               MOVE 'Unable to record self-certification' TO
                   BRE-O-TXCO-MESSAGE
               GO TO TAXC-PROCESSING-EXIT
           END-IF
           .
           MOVE 'Self-certification recorded' TO BRE-O-TXCO-MESSAGE
           PERFORM RETURN-TAXC-DETAILS THRU RETURN-TAXC-DETAILS-EXIT
           .
       TAXC-PROCESSING-EXIT.
           EXIT
           .
      *****************************************************************
      * Same rules UPDTNEW applies at onboarding - every foreign      *
      * country carries a TIN, a US person lists USA, and a customer  *
      * flagged non-resident lists the country their withholding is   *
      * keyed on.                                                     *
      *****************************************************************
       VALIDATE-SELF-CERTIFICATION.
           MOVE 'N' TO WS-TAXC-USA-FLAG
           MOVE 'N' TO WS-TAXC-CNTRY-FLAG
           MOVE 'N' TO WS-TAXC-ANY-FLAG
           IF BRE-I-TXCI-US-PERSON IS NOT EQUAL TO SPACE
               AND BRE-I-TXCI-US-PERSON IS NOT EQUAL TO 'Y'
               AND BRE-I-TXCI-US-PERSON IS NOT EQUAL TO 'N'
               MOVE 'US person indicator must be Y or N' TO
                   BRE-O-TXCO-MESSAGE
               GO TO VALIDATE-SELF-CERTIFICATION-EXIT
           END-IF
           .
           PERFORM VARYING WS-TAXC-IDX FROM 1 BY 1
                   UNTIL WS-TAXC-IDX > 3
               IF BRE-I-TXCI-RES-CNTRY(WS-TAXC-IDX) IS EQUAL TO SPACES
                   AND BRE-I-TXCI-RES-TIN(WS-TAXC-IDX) IS NOT EQUAL
                       TO SPACES
                   MOVE 'Taxpayer ID given without a country' TO
                       BRE-O-TXCO-MESSAGE
               END-IF
               IF BRE-I-TXCI-RES-CNTRY(WS-TAXC-IDX) IS NOT EQUAL
                       TO SPACES
                   MOVE 'Y' TO WS-TAXC-ANY-FLAG
                   IF BRE-I-TXCI-RES-CNTRY(WS-TAXC-IDX) IS NOT EQUAL
                           TO 'CANADA'
                       AND BRE-I-TXCI-RES-TIN(WS-TAXC-IDX) IS EQUAL
                           TO SPACES
                       MOVE 'Foreign tax residence needs a TIN' TO
                           BRE-O-TXCO-MESSAGE
                   END-IF
                   IF BRE-I-TXCI-RES-CNTRY(WS-TAXC-IDX) IS EQUAL
                           TO 'USA   '
                       MOVE 'Y' TO WS-TAXC-USA-FLAG
                   END-IF
                   IF BRE-I-TXCI-RES-CNTRY(WS-TAXC-IDX) IS EQUAL
                           TO BCS-REC-TAX-COUNTRY
                       MOVE 'Y' TO WS-TAXC-CNTRY-FLAG
                   END-IF
               END-IF
           END-PERFORM
           IF BRE-O-TXCO-MESSAGE IS NOT EQUAL TO SPACES
               GO TO VALIDATE-SELF-CERTIFICATION-EXIT
           END-IF
           .
           IF BRE-I-TXCI-US-PERSON IS EQUAL TO 'Y'
               AND NOT WS-TAXC-USA-LISTED
               MOVE 'US person must list USA with a TIN' TO
                   BRE-O-TXCO-MESSAGE
               GO TO VALIDATE-SELF-CERTIFICATION-EXIT
           END-IF
           IF BCS-REC-TAX-NON-RESIDENT
               AND NOT WS-TAXC-CNTRY-LISTED
               MOVE 'Tax country must be self-certified' TO
                   BRE-O-TXCO-MESSAGE
               GO TO VALIDATE-SELF-CERTIFICATION-EXIT
           END-IF
           .
       VALIDATE-SELF-CERTIFICATION-EXIT.
           EXIT
           .
       RETURN-TAXC-DETAILS.
           MOVE TXC-STATUS TO BRE-O-TXCO-STATUS
           MOVE TXC-CERT-DATE TO BRE-O-TXCO-CERT-DATE
           MOVE TXC-CERT-SOURCE TO BRE-O-TXCO-CERT-SOURCE
           MOVE TXC-CAPTURED-BY TO BRE-O-TXCO-CAPTURED-BY
           MOVE TXC-US-PERSON TO BRE-O-TXCO-US-PERSON
           PERFORM VARYING WS-TAXC-IDX FROM 1 BY 1
                   UNTIL WS-TAXC-IDX > 3
               MOVE TXC-JURIS-CNTRY(WS-TAXC-IDX) TO
                   BRE-O-TXCO-RES-CNTRY(WS-TAXC-IDX)
               MOVE TXC-JURIS-TIN(WS-TAXC-IDX) TO
                   BRE-O-TXCO-RES-TIN(WS-TAXC-IDX)
           END-PERFORM
           MOVE TXC-INDICIA-CODES TO BRE-O-TXCO-INDICIA-CODES
           MOVE TXC-INDICIA-DATE TO BRE-O-TXCO-INDICIA-DATE
           .
       RETURN-TAXC-DETAILS-EXIT.
           EXIT
           .
