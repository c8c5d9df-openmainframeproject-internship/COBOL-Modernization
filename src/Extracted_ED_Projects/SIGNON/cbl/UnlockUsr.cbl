001400* Function:    Administrative unlock of a signon id that        * bbank12p
001410*              VALIDATE-USER locked after too many failed       * bbank12p
001420*              password attempts                                * bbank12p
001430*              A signon id disabled for inactivity comes back   * bbank12p
001440*              only under dual control, whatever the UNLK rule  * bbank12p
001450*              says; the queued item is marked so APPRREL gives * bbank12p
001460*              the profile back as well. Nobody may give back   * bbank12p
001470*              their own id.                                    * bbank12p
001500***************************************************************** bbank12p
001600 IDENTIFICATION DIVISION.                                         bbank12p
       PROGRAM-ID. UnlockUsr.
           10 WS-EXP-MM PIC 9(2).
           10 WS-EXP-DD PIC 9(2).
         05 WS-EXPIRY-WORK-N REDEFINES WS-EXPIRY-WORK PIC 9(8).
         05 WS-ID-DISABLED-FLAG PIC X(1).
           88 WS-ID-DISABLED VALUE 'Y'.
       COPY CPENDAPR.
       COPY CSECEVT.
       COPY CROLEPRF.
004750 01 WS-SIGNON-LOCK.                                                bbank12p
004760                                                                  bbank12p
004770 COPY CSGNLCK.                                                    bbank12p
             CONVERTING 'abcdefghijklmnopqrstuvwxyz'                    bbank12p
             TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           .                                                            bbank12p
019610* A signon id INACTUSR disabled for inactivity comes back only    bbank12p
019620* under dual control, whether or not the UNLK rule is active,     bbank12p
019630* and never at the hands of its own owner. The queued item        bbank12p
019640* carries an 'E' after the target id so APPRREL re-enables the    bbank12p
019650* profile along with clearing any lockout.                        bbank12p
           PERFORM CHECK-DISABLED-ID THRU CHECK-DISABLED-ID-EXIT
           IF WS-ID-DISABLED
               IF BRE-I-UNLOCK-ADMIN-USERID IS EQUAL TO
                   WS-TARGET-SIGNON-ID
                   MOVE 'Cannot re-enable your own signon id' TO
                       WS-ERROR-MSG
                   SET WS-RETURN-FLAG-ON TO TRUE
                   GO TO UNLOCK-USER-EXIT
               END-IF
               PERFORM CHECK-APPROVAL-RULE THRU
                   CHECK-APPROVAL-RULE-EXIT
               IF WS-APPR-EXPIRY-DAYS IS EQUAL TO ZERO
                   MOVE 3 TO WS-APPR-EXPIRY-DAYS
               END-IF
               PERFORM QUEUE-PENDING-APPROVAL THRU
                   QUEUE-PENDING-APPROVAL-EXIT
               MOVE 'Re-enable queued for dual-control release' TO
                   WS-ERROR-MSG
               GO TO UNLOCK-USER-EXIT
           END-IF
           .
019700* Dual control - when the UNLK rule is active, one person may    bbank12p
019710* no longer unlock an account alone (least of all one they       bbank12p
019720* locked themselves); the request queues for a supervisor to     bbank12p
           MOVE WS-EXPIRY-WORK-N TO PND-EXPIRY-DATE
           MOVE SPACES TO PND-DETAILS
           MOVE WS-TARGET-SIGNON-ID TO PND-DETAILS (1:5)
           IF WS-ID-DISABLED
               MOVE 'E' TO PND-DETAILS (6:1)
           END-IF
           .
           EXEC CICS WRITE FILE('PENDAPR')
                     FROM(PENDAPR-RECORD)
       QUEUE-PENDING-APPROVAL-EXIT.
           EXIT
           .
       CHECK-DISABLED-ID.
           MOVE 'N' TO WS-ID-DISABLED-FLAG
           EXEC CICS READ FILE('USRROLE')
                     INTO(USRROLE-RECORD)
                     LENGTH(LENGTH OF USRROLE-RECORD)
                     RIDFLD(WS-TARGET-SIGNON-ID)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
               AND URP-STATUS-DISABLED
               SET WS-ID-DISABLED TO TRUE
           END-IF
           .
       CHECK-DISABLED-ID-EXIT.
           EXIT
           .
