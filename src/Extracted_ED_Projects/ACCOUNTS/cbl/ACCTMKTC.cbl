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

001150***************************************************************** acctmktc
001160* Program:     ACCTMKTC.CBL                                     * acctmktc
001170* Function:    Marketing consent through the web channel. 'E'   * acctmktc
001180*              shows the signed-on customer's consent on one    * acctmktc
001190*              channel from the CEMCONS register - express or   * acctmktc
001200*              implied, when given and, for implied consent,    * acctmktc
001210*              when it lapses. 'S' records the customer giving  * acctmktc
001220*              express consent or withdrawing it, through       * acctmktc
001230*              CEMREG the same way the teller counter does. A   * acctmktc
001240*              read-only signon may look but not change         * acctmktc
001250*              anything.                                        * acctmktc
001260***************************************************************** acctmktc
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTMKTC.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'ACCTMKTC'.
         05 WS-COMMAREA-LENGTH PIC 9(5).
         05 WS-RESP PIC S9(8) COMP.
         05 WS-BNKCUST-RID PIC X(5).
         05 WS-READ-ONLY-FLAG PIC X(1).
           88 WS-READ-ONLY VALUE 'Y'.
       COPY CCEMREGQ.
       01 WS-BNKCUST-REC.
       COPY CBANKVCS.
       01 WS-COMMAREA.
       COPY CACCTD10.

       COPY CGETBDTQ.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
         05 LK-COMMAREA PIC X(1) OCCURS 1 TO 4096 TIMES DEPENDING ON
                WS-COMMAREA-LENGTH.
       COPY 'MKTCREQ'.
       COPY 'MKTCRESP'.

       PROCEDURE DIVISION USING BRE-INP-INPUT-STRUCTURE
                                BRE-OUT-OUTPUT-STRUCTURE.
           PERFORM BRE-COPY-INPUT-DATA-0
           .
           PERFORM CONSENT-PROCESSING THRU CONSENT-PROCESSING-EXIT
           .
           PERFORM BRE-COPY-OUTPUT-DATA
           .
           GOBACK
           .
       CONSENT-PROCESSING.
           CALL 'GETBDTE' USING GETBDTE-REQUEST
           .
           IF CD10I-ENQUIRE
               PERFORM ENQUIRE-PROCESSING THRU ENQUIRE-PROCESSING-EXIT
               GO TO CONSENT-PROCESSING-EXIT
           END-IF
           .
           IF CD10I-SET
               PERFORM SET-PROCESSING THRU SET-PROCESSING-EXIT
               GO TO CONSENT-PROCESSING-EXIT
           END-IF
           .
           MOVE 'Unknown consent action' TO CD10O-MESSAGE
           .
       CONSENT-PROCESSING-EXIT.
           EXIT
           .
      *****************************************************************
      * A customer never seen on the register is shown as holding no  *
      * consent, not as an error - the enquiry is always approved     *
      * once the channel is a real one.                               *
      *****************************************************************
       ENQUIRE-PROCESSING.
           IF CD10I-CHANNEL IS NOT EQUAL TO 'E'
               AND CD10I-CHANNEL IS NOT EQUAL TO 'M'
               AND CD10I-CHANNEL IS NOT EQUAL TO 'T'
               MOVE 'Channel must be e-mail, mail or phone' TO
                   CD10O-MESSAGE
               GO TO ENQUIRE-PROCESSING-EXIT
           END-IF
           .
           MOVE SPACES TO CEMREG-REQUEST
           SET CRQ-FUNC-INQUIRE TO TRUE
           MOVE CD10I-PERSON-PID TO CRQ-PID
           MOVE CD10I-CHANNEL TO CRQ-CHANNEL
           MOVE GBD-BUSINESS-DATE TO CRQ-DATE
           CALL 'CEMREG' USING CEMREG-REQUEST
           .
           MOVE CRQ-ROW-STATUS TO CD10O-STATUS
           MOVE CRQ-ROW-TYPE TO CD10O-TYPE
           MOVE CRQ-ROW-CONSENT-DATE TO CD10O-CONSENT-DATE
           MOVE CRQ-ROW-EXPIRY-DATE TO CD10O-EXPIRY-DATE
           MOVE CRQ-REPLY-MSG TO CD10O-MESSAGE
           SET CD10O-APPROVED TO TRUE
           .
       ENQUIRE-PROCESSING-EXIT.
           EXIT
           .
       SET-PROCESSING.
      *****************************************************************
      * A GUEST (read-only) signon is not permitted to change consent.*
      *****************************************************************
           IF WS-READ-ONLY
               MOVE 'Read-only signon - consent not changed' TO
                       CD10O-MESSAGE
               GO TO SET-PROCESSING-EXIT
           END-IF
           .
           IF NOT CD10I-GIVE
               AND NOT CD10I-WITHDRAW
               MOVE 'Consent must be Y or N' TO CD10O-MESSAGE
               GO TO SET-PROCESSING-EXIT
           END-IF
           .
           MOVE CD10I-PERSON-PID TO WS-BNKCUST-RID
           EXEC CICS READ FILE('BNKCUST')
                          INTO(WS-BNKCUST-REC)
                          LENGTH(LENGTH OF WS-BNKCUST-REC)
                          RIDFLD(WS-BNKCUST-RID)
                          RESP(WS-RESP)
           END-EXEC
           .
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               OR BCS-REC-CLOSED
               MOVE 'Account closed' TO CD10O-MESSAGE
               GO TO SET-PROCESSING-EXIT
           END-IF
           .
      *****************************************************************
      * Ticking the box online is the customer's own express consent, *
      * given today; clearing it is a withdrawal.                     *
      *****************************************************************
           MOVE SPACES TO CEMREG-REQUEST
           IF CD10I-GIVE
               SET CRQ-FUNC-GRANT TO TRUE
               SET CRQ-EXPRESS TO TRUE
           ELSE
               SET CRQ-FUNC-WITHDRAW TO TRUE
           END-IF
           MOVE CD10I-PERSON-PID TO CRQ-PID
           MOVE CD10I-CHANNEL TO CRQ-CHANNEL
           MOVE GBD-BUSINESS-DATE TO CRQ-EVENT-DATE
           MOVE 'W' TO CRQ-SOURCE
           MOVE CD10I-PERSON-PID TO CRQ-CHANGED-BY
           MOVE GBD-BUSINESS-DATE TO CRQ-DATE
           CALL 'CEMREG' USING CEMREG-REQUEST
           .
           MOVE CRQ-ROW-STATUS TO CD10O-STATUS
           MOVE CRQ-ROW-TYPE TO CD10O-TYPE
           MOVE CRQ-ROW-CONSENT-DATE TO CD10O-CONSENT-DATE
           MOVE CRQ-ROW-EXPIRY-DATE TO CD10O-EXPIRY-DATE
           MOVE CRQ-REPLY-MSG TO CD10O-MESSAGE
           IF CRQ-ACCEPTED
               SET CD10O-APPROVED TO TRUE
           END-IF
           .
       SET-PROCESSING-EXIT.
           EXIT
           .
       BRE-COPY-INPUT-DATA-0.
           MOVE BRE-I-CD10I-ACTION TO CD10I-ACTION
           MOVE BRE-I-CD10I-PERSON-PID TO CD10I-PERSON-PID
           MOVE BRE-I-CD10I-CHANNEL TO CD10I-CHANNEL
           MOVE BRE-I-CD10I-CONSENT TO CD10I-CONSENT
           MOVE BRE-I-READ-ONLY-FLAG TO WS-READ-ONLY-FLAG
           MOVE SPACES TO CD10O-DATA
           MOVE ZERO TO CD10O-CONSENT-DATE
           MOVE ZERO TO CD10O-EXPIRY-DATE
           .
       BRE-COPY-OUTPUT-DATA.
           MOVE CD10O-APPROVED-FLAG TO BRE-O-CD10O-APPROVED-FLAG
           MOVE CD10O-MESSAGE TO BRE-O-CD10O-MESSAGE
           MOVE CD10O-STATUS TO BRE-O-CD10O-STATUS
           MOVE CD10O-TYPE TO BRE-O-CD10O-TYPE
           MOVE CD10O-CONSENT-DATE TO BRE-O-CD10O-CONSENT-DATE
           MOVE CD10O-EXPIRY-DATE TO BRE-O-CD10O-EXPIRY-DATE
           MOVE EIBRESP TO BRE-O-EIBRESP
           .
