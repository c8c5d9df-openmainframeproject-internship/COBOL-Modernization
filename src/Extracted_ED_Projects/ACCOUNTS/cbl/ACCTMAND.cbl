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

001150***************************************************************** acctmand
001160* Program:     ACCTMAND.CBL                                     * acctmand
001170* Function:    Signing mandates through the web channel. A      * acctmand
001180*              signer on a mandated account quotes the          * acctmand
001190*              reference of a money item held on MANDPND for    * acctmand
001200*              further signatures: 'E' shows the item, what it  * acctmand
001210*              is for and how many of the signatures it needs   * acctmand
001220*              it has; 'S' adds the signed-on customer's own    * acctmand
001230*              signature, and the signature that meets the      * acctmand
001240*              mandate releases the item to its channel; 'D'    * acctmand
001250*              declines it so it is never carried out. MANDCHK  * acctmand
001260*              applies the mandate and writes the audit trail;  * acctmand
001270*              only a signer named on the mandate may sign, and * acctmand
001280*              a read-only signon may look but not sign or      * acctmand
001290*              decline.                                         * acctmand
001300***************************************************************** acctmand
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTMAND.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'ACCTMAND'.
         05 WS-COMMAREA-LENGTH PIC 9(5).
         05 WS-RESP PIC S9(8) COMP.
         05 WS-BNKCUST-RID PIC X(5).
         05 WS-READ-ONLY-FLAG PIC X(1).
           88 WS-READ-ONLY VALUE 'Y'.
       01 WS-BNKCUST-REC.
       COPY CBANKVCS.
       01 WS-COMMAREA.
       COPY CACCTD15.

       COPY CMANDCKQ.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
         05 LK-COMMAREA PIC X(1) OCCURS 1 TO 4096 TIMES DEPENDING ON
                WS-COMMAREA-LENGTH.
       COPY 'MANDREQ'.
       COPY 'MANDRESP'.

       PROCEDURE DIVISION USING BRE-INP-INPUT-STRUCTURE
                                BRE-OUT-OUTPUT-STRUCTURE.
           PERFORM BRE-COPY-INPUT-DATA-0
           .
           PERFORM MANDATE-PROCESSING THRU MANDATE-PROCESSING-EXIT
           .
           PERFORM BRE-COPY-OUTPUT-DATA
           .
           GOBACK
           .
       MANDATE-PROCESSING.
           IF CD15I-REF-NO IS NOT NUMERIC
               OR CD15I-REF-NO IS EQUAL TO ZERO
               MOVE 'Quote the reference of the held item' TO
                   CD15O-MESSAGE
               GO TO MANDATE-PROCESSING-EXIT
           END-IF
           .
           MOVE SPACES TO MANDCHK-REQUEST
           MOVE ZERO TO MCQ-AMOUNT
           MOVE ZERO TO MCQ-DATE
           MOVE CD15I-REF-NO TO MCQ-REF-NO
           MOVE CD15I-PERSON-PID TO MCQ-SIGNER-PID
           MOVE CD15I-PERSON-PID TO MCQ-OPERATOR
           .
           IF CD15I-ENQUIRE
               SET MCQ-FUNC-INQUIRE TO TRUE
               PERFORM CALL-MANDATE-CHECK THRU
                   CALL-MANDATE-CHECK-EXIT
               GO TO MANDATE-PROCESSING-EXIT
           END-IF
           .
           IF NOT CD15I-SIGN AND NOT CD15I-DECLINE
               MOVE 'Unknown mandate action' TO CD15O-MESSAGE
               GO TO MANDATE-PROCESSING-EXIT
           END-IF
           .
      *****************************************************************
      * A GUEST (read-only) signon is not permitted to sign or        *
      * decline anything.                                             *
      *****************************************************************
           IF WS-READ-ONLY
               MOVE 'Read-only signon - item not signed' TO
                   CD15O-MESSAGE
               GO TO MANDATE-PROCESSING-EXIT
           END-IF
           .
           PERFORM CHECK-CUSTOMER-OPEN THRU CHECK-CUSTOMER-OPEN-EXIT
           IF CD15O-MESSAGE IS NOT EQUAL TO SPACES
               GO TO MANDATE-PROCESSING-EXIT
           END-IF
           .
           IF CD15I-SIGN
               SET MCQ-FUNC-SIGN TO TRUE
           ELSE
               SET MCQ-FUNC-DECLINE TO TRUE
           END-IF
           PERFORM CALL-MANDATE-CHECK THRU CALL-MANDATE-CHECK-EXIT
           .
       MANDATE-PROCESSING-EXIT.
           EXIT
           .
      *****************************************************************
      * A signature that still leaves the mandate short is accepted   *
      * just the same - the item stays held for the next signer.      *
      *****************************************************************
       CALL-MANDATE-CHECK.
           CALL 'MANDCHK' USING MANDCHK-REQUEST
           .
           MOVE MCQ-REPLY-MSG TO CD15O-MESSAGE
           IF MCQ-REFUSED
               GO TO CALL-MANDATE-CHECK-EXIT
           END-IF
           .
           SET CD15O-APPROVED TO TRUE
           MOVE MCQ-ACCOUNT TO CD15O-ACCOUNT
           MOVE MCQ-CHANNEL TO CD15O-CHANNEL
           MOVE MCQ-AMOUNT TO CD15O-AMOUNT
           MOVE MCQ-ITEM-STATUS TO CD15O-STATUS
           MOVE MCQ-EXPIRY-DATE TO CD15O-EXPIRY-DATE
           MOVE MCQ-SIG-COUNT TO CD15O-SIG-COUNT
           MOVE MCQ-SIGS-NEEDED TO CD15O-SIGS-NEEDED
           IF CD15O-MESSAGE IS EQUAL TO SPACES
               EVALUATE MCQ-ITEM-STATUS
                   WHEN 'P'
                       MOVE 'Waiting for further signers' TO
                           CD15O-MESSAGE
                   WHEN 'A'
                       MOVE 'Mandate met - item released' TO
                           CD15O-MESSAGE
                   WHEN 'X'
                       MOVE 'Item carried out' TO CD15O-MESSAGE
                   WHEN 'R'
                       MOVE 'Item declined' TO CD15O-MESSAGE
                   WHEN OTHER
                       MOVE 'Item expired' TO CD15O-MESSAGE
               END-EVALUATE
           END-IF
           .
       CALL-MANDATE-CHECK-EXIT.
           EXIT
           .
       CHECK-CUSTOMER-OPEN.
           MOVE CD15I-PERSON-PID TO WS-BNKCUST-RID
           EXEC CICS READ FILE('BNKCUST')
                          INTO(WS-BNKCUST-REC)
                          LENGTH(LENGTH OF WS-BNKCUST-REC)
                          RIDFLD(WS-BNKCUST-RID)
                          RESP(WS-RESP)
           END-EXEC
           .
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               OR BCS-REC-CLOSED
               MOVE 'Account closed' TO CD15O-MESSAGE
           END-IF
           .
       CHECK-CUSTOMER-OPEN-EXIT.
           EXIT
           .
       BRE-COPY-INPUT-DATA-0.
           MOVE BRE-I-CD15I-ACTION TO CD15I-ACTION
           MOVE BRE-I-CD15I-PERSON-PID TO CD15I-PERSON-PID
           MOVE BRE-I-CD15I-REF-NO TO CD15I-REF-NO
           MOVE BRE-I-READ-ONLY-FLAG TO WS-READ-ONLY-FLAG
           MOVE SPACES TO CD15O-DATA
           MOVE ZERO TO CD15O-AMOUNT
           MOVE ZERO TO CD15O-EXPIRY-DATE
           MOVE ZERO TO CD15O-SIG-COUNT
           MOVE ZERO TO CD15O-SIGS-NEEDED
           .
       BRE-COPY-OUTPUT-DATA.
           MOVE CD15O-APPROVED-FLAG TO BRE-O-CD15O-APPROVED-FLAG
           MOVE CD15O-MESSAGE TO BRE-O-CD15O-MESSAGE
           MOVE CD15O-ACCOUNT TO BRE-O-CD15O-ACCOUNT
           MOVE CD15O-CHANNEL TO BRE-O-CD15O-CHANNEL
           MOVE CD15O-AMOUNT TO BRE-O-CD15O-AMOUNT
           MOVE CD15O-STATUS TO BRE-O-CD15O-STATUS
           MOVE CD15O-EXPIRY-DATE TO BRE-O-CD15O-EXPIRY-DATE
           MOVE CD15O-SIG-COUNT TO BRE-O-CD15O-SIG-COUNT
           MOVE CD15O-SIGS-NEEDED TO BRE-O-CD15O-SIGS-NEEDED
           MOVE EIBRESP TO BRE-O-EIBRESP
           .
