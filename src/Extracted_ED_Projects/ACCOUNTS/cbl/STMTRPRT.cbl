001200*              and returns them with the delivery channel the   * stmtrprt
001210*              customer's mail/email consents resolve to, the   * stmtrprt
001220*              same way the e-statement extract picks one.      * stmtrprt
001222*              A line-of-credit row also returns that cycle's   * stmtrprt
001224*              statement figures - opening balance, advances,   * stmtrprt
001226*              payments, interest, limit, available credit,     * stmtrprt
001228*              minimum payment and due date.                    * stmtrprt
001230***************************************************************** stmtrprt
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STMTRPRT.
           03 BRE-O-RPR-BALANCE             PIC S9(7)V99.
           03 BRE-O-RPR-CURRENCY            PIC X(3).
           03 BRE-O-RPR-PRODUCT             PIC X(4).
           03 BRE-O-RPR-LOC-OPENING-BAL     PIC S9(7)V99.
           03 BRE-O-RPR-LOC-ADVANCES        PIC S9(7)V99.
           03 BRE-O-RPR-LOC-PAYMENTS        PIC S9(7)V99.
           03 BRE-O-RPR-LOC-INTEREST        PIC S9(7)V99.
           03 BRE-O-RPR-LOC-CREDIT-LIMIT    PIC 9(7)V99.
           03 BRE-O-RPR-LOC-AVAILABLE       PIC S9(7)V99.
           03 BRE-O-RPR-LOC-MIN-PAYMENT     PIC S9(7)V99.
           03 BRE-O-RPR-LOC-DUE-DATE        PIC 9(8).
         02 BRE-O-EIBRESP PIC S9(8) USAGE IS BINARY.

       PROCEDURE DIVISION USING BRE-RPR-INPUT-STRUCTURE
           MOVE SAR-CURRENCY TO BRE-O-RPR-CURRENCY (WS-ROW-IDX)
           MOVE SAR-PRODUCT-CODE TO BRE-O-RPR-PRODUCT (WS-ROW-IDX)
           .
      *****************************************************************
      * A line-of-credit row carries its statement figures; a deposit *
      * row, or a 'LOC ' row archived by the month-end extract before *
      * the line had its own statement, returns zeros.                *
      *****************************************************************
           IF SAR-PRODUCT-CODE IS EQUAL TO 'LOC '
               AND SAR-LOC-OPENING-BAL IS NUMERIC
               AND SAR-LOC-DUE-DTE IS NUMERIC
               MOVE SAR-LOC-OPENING-BAL TO
                   BRE-O-RPR-LOC-OPENING-BAL (WS-ROW-IDX)
               MOVE SAR-LOC-ADVANCES TO
                   BRE-O-RPR-LOC-ADVANCES (WS-ROW-IDX)
               MOVE SAR-LOC-PAYMENTS TO
                   BRE-O-RPR-LOC-PAYMENTS (WS-ROW-IDX)
               MOVE SAR-LOC-INTEREST TO
                   BRE-O-RPR-LOC-INTEREST (WS-ROW-IDX)
               MOVE SAR-LOC-CREDIT-LIMIT TO
                   BRE-O-RPR-LOC-CREDIT-LIMIT (WS-ROW-IDX)
               MOVE SAR-LOC-AVAILABLE TO
                   BRE-O-RPR-LOC-AVAILABLE (WS-ROW-IDX)
               MOVE SAR-LOC-MIN-PAYMENT TO
                   BRE-O-RPR-LOC-MIN-PAYMENT (WS-ROW-IDX)
               MOVE SAR-LOC-DUE-DTE TO
                   BRE-O-RPR-LOC-DUE-DATE (WS-ROW-IDX)
           ELSE
               MOVE ZERO TO BRE-O-RPR-LOC-OPENING-BAL (WS-ROW-IDX)
               MOVE ZERO TO BRE-O-RPR-LOC-ADVANCES (WS-ROW-IDX)
               MOVE ZERO TO BRE-O-RPR-LOC-PAYMENTS (WS-ROW-IDX)
               MOVE ZERO TO BRE-O-RPR-LOC-INTEREST (WS-ROW-IDX)
               MOVE ZERO TO BRE-O-RPR-LOC-CREDIT-LIMIT (WS-ROW-IDX)
               MOVE ZERO TO BRE-O-RPR-LOC-AVAILABLE (WS-ROW-IDX)
               MOVE ZERO TO BRE-O-RPR-LOC-MIN-PAYMENT (WS-ROW-IDX)
               MOVE ZERO TO BRE-O-RPR-LOC-DUE-DATE (WS-ROW-IDX)
           END-IF
           .
       RETURN-ARCHIVE-ROW-EXIT.
           EXIT
           .
