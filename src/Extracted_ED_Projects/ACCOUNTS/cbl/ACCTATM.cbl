001170* Function:    ATM withdrawal - enforces BCS-REC-ATM-LIMIT per  * acctatm
001180*              day, tracking BCS-REC-ATM-LAST-DTE/ATM-LAST-AMT  * acctatm
001190*              as the running total already posted today.       * acctatm
001191*              The first withdrawal on a renewal card retires   * acctatm
001192*              the card it renews (CRD-RENEWAL-OF), marking the * acctatm
001193*              old card replaced.                               * acctatm
001195***************************************************************** acctatm
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTATM.
         05 WS-REMAINING-LIMIT PIC 9(5)V99.
         05 WS-CARDMST-RID PIC X(16).
         05 WS-CARD-RESP PIC S9(8) COMP.
         05 WS-RENEWAL-OF PIC X(16).
         05 WS-ALRTQUE-STATUS PIC X(2).
           88 WS-ALRTQUE-OK VALUE '00'.
         05 WS-ALRT-RESP PIC S9(8) COMP.
           .
           PERFORM CHECK-ATM-ALERTS THRU CHECK-ATM-ALERTS-EXIT
           .
           IF CD01I-CARD-NO IS NOT EQUAL TO SPACES
               AND CRD-RENEWAL-OF IS NOT EQUAL TO SPACES
               PERFORM RETIRE-RENEWED-CARD THRU
                   RETIRE-RENEWED-CARD-EXIT
           END-IF
           .
           MOVE BCS-REC-PID TO CD01O-CONTACT-ID
           SET CD01O-APPROVED TO TRUE
           MOVE 'Withdrawal approved' TO CD01O-MESSAGE
           EXIT
           .
      *****************************************************************
      * First use of a renewal card retires the card it renews - the  *
      * old plastic stays good until the customer is seen holding the *
      * new one, then it is marked replaced and the link is cleared.  *
      *****************************************************************
       RETIRE-RENEWED-CARD.
           MOVE CRD-RENEWAL-OF TO WS-RENEWAL-OF
           EXEC CICS READ FILE('CARDMST')
                          UPDATE
                          INTO(CARDMST-RECORD)
                          LENGTH(LENGTH OF CARDMST-RECORD)
                          RIDFLD(WS-CARDMST-RID)
                          RESP(WS-CARD-RESP)
           END-EXEC
           IF WS-CARD-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               GO TO RETIRE-RENEWED-CARD-EXIT
           END-IF
           MOVE SPACES TO CRD-RENEWAL-OF
           EXEC CICS REWRITE FILE('CARDMST')
                             FROM(CARDMST-RECORD)
                             LENGTH(LENGTH OF CARDMST-RECORD)
                             RESP(WS-CARD-RESP)
           END-EXEC
           .
           MOVE WS-RENEWAL-OF TO WS-CARDMST-RID
           EXEC CICS READ FILE('CARDMST')
                          UPDATE
                          INTO(CARDMST-RECORD)
                          LENGTH(LENGTH OF CARDMST-RECORD)
                          RIDFLD(WS-CARDMST-RID)
                          RESP(WS-CARD-RESP)
           END-EXEC
           IF WS-CARD-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               GO TO RETIRE-RENEWED-CARD-EXIT
           END-IF
           IF NOT CRD-ACTIVE
               EXEC CICS UNLOCK FILE('CARDMST') END-EXEC
               GO TO RETIRE-RENEWED-CARD-EXIT
           END-IF
           SET CRD-REPLACED TO TRUE
           MOVE WS-CURRENT-DATE TO CRD-STATUS-DATE
           EXEC CICS REWRITE FILE('CARDMST')
                             FROM(CARDMST-RECORD)
                             LENGTH(LENGTH OF CARDMST-RECORD)
                             RESP(WS-CARD-RESP)
           END-EXEC
           .
       RETIRE-RENEWED-CARD-EXIT.
           EXIT
           .
      *****************************************************************
      * Any-ATM-activity and large-withdrawal triggers - the          *
      * customer's own preferences decide which, if either, queues.   *
      *****************************************************************
