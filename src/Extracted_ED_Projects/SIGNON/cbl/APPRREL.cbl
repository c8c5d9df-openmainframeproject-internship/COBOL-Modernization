001230*              address commit CALLs UPDTADDR with the queued    * apprrel
001240*              input image the way UPDTDFPO replays deferred    * apprrel
001250*              edits. Rejection just marks the item.            * apprrel
001251*              An address change for a customer linked on       * apprrel
001252*              STAFFXRF to the requester is released only by an * apprrel
001253*              approver with no link of their own who passes    * apprrel
001254*              STAFFCHK as supervisor; the release is logged as * apprrel
001255*              the override.                                    * apprrel
001256*              A re-enable queued by UnlockUsr for an id        * apprrel
001257*              disabled for inactivity gives the USRROLE        * apprrel
001258*              profile back active, clears any lockout and is   * apprrel
001259*              logged; the approver may not be the id's owner.  * apprrel
001260***************************************************************** apprrel
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPRREL.
       COPY CACCTHLD.
       01 WS-SIGNON-LOCK.
       COPY CSGNLCK.
       COPY CROLEPRF.
       COPY CMSTJNLQ.
       COPY 'UPDTREQ'.
       COPY CSTAFCKQ.
       LINKAGE SECTION.
       01 DFHCOMMAREA.
         05 LK-COMMAREA PIC X(1) OCCURS 1 TO 4096 TIMES DEPENDING ON
               IF PND-ACTION-UNLOCK
                   PERFORM RELEASE-UNLOCK THRU RELEASE-UNLOCK-EXIT
               ELSE
                   IF PND-ACTION-CHARGE-OFF
                       OR PND-ACTION-LOC-LIMIT
                       PERFORM RELEASE-TO-BATCH THRU
                           RELEASE-TO-BATCH-EXIT
                   ELSE
                       PERFORM RELEASE-ADDRESS THRU
                           RELEASE-ADDRESS-EXIT
                   END-IF
               END-IF
           END-IF
           .
           EXIT
           .
       RELEASE-UNLOCK.
           IF PND-DETAILS (6:1) IS EQUAL TO 'E'
               PERFORM RELEASE-REENABLE THRU RELEASE-REENABLE-EXIT
               GO TO RELEASE-UNLOCK-EXIT
           END-IF
           .
           EXEC CICS READ FILE('SGNLOCK')
                     UPDATE
                     INTO(SGNLOCK-RECORD)
       RELEASE-UNLOCK-EXIT.
           EXIT
           .
      *****************************************************************
      * An id INACTUSR disabled is given back active, measured afresh *
      * from today, with any lockout cleared. The approver may not be *
      * the owner of the id being given back.                         *
      *****************************************************************
       RELEASE-REENABLE.
           IF BRE-I-REL-APPROVER IS EQUAL TO PND-DETAILS (1:5)
               MOVE 'Approver cannot re-enable own id' TO
                   BRE-O-REL-MESSAGE
               GO TO RELEASE-REENABLE-EXIT
           END-IF
           EXEC CICS READ FILE('USRROLE')
                     UPDATE
                     INTO(USRROLE-RECORD)
                     LENGTH(LENGTH OF USRROLE-RECORD)
                     RIDFLD(PND-DETAILS (1:5))
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               MOVE 'Role profile not found' TO BRE-O-REL-MESSAGE
               GO TO RELEASE-REENABLE-EXIT
           END-IF
           IF NOT URP-STATUS-DISABLED
               EXEC CICS UNLOCK FILE('USRROLE') END-EXEC
               MOVE 'Signon id is no longer disabled' TO
                   BRE-O-REL-MESSAGE
               GO TO RELEASE-REENABLE-EXIT
           END-IF
           .
           MOVE 'A' TO URP-STATUS
           MOVE WS-CURRENT-DATE TO URP-STATUS-DATE
           MOVE BRE-I-REL-APPROVER TO URP-STATUS-BY
           MOVE ZERO TO URP-INACT-WARN-DATE
           EXEC CICS REWRITE FILE('USRROLE')
                     FROM(USRROLE-RECORD)
                     LENGTH(LENGTH OF USRROLE-RECORD)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               MOVE 'Unable to update role profile' TO
                   BRE-O-REL-MESSAGE
               GO TO RELEASE-REENABLE-EXIT
           END-IF
           .
           EXEC CICS READ FILE('SGNLOCK')
                     UPDATE
                     INTO(SGNLOCK-RECORD)
                     LENGTH(LENGTH OF SGNLOCK-RECORD)
                     RIDFLD(PND-DETAILS (1:5))
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
               MOVE ZERO TO LCK-ATTEMPTS
               EXEC CICS REWRITE FILE('SGNLOCK')
                         FROM(SGNLOCK-RECORD)
                         LENGTH(LENGTH OF SGNLOCK-RECORD)
                         RESP(WS-RESP)
               END-EXEC
           END-IF
           .
           OPEN EXTEND SGNAUDIT-FILE
           IF WS-SGNAUDIT-OK
               MOVE WS-CURRENT-DATE TO SAU-DATE
               MOVE WS-CURRENT-TIME TO SAU-TIME
               MOVE PND-DETAILS (1:5) TO SAU-SIGNON-ID
               MOVE BRE-I-REL-APPROVER TO SAU-USERID
               SET SAU-SUCCESS TO TRUE
               MOVE 'Signon id re-enabled under dual control' TO
                   SAU-MESSAGE
               WRITE SGNAUDIT-FD-RECORD
               CLOSE SGNAUDIT-FILE
           END-IF
           .
           SET WS-REL-POSTED TO TRUE
           MOVE 'Signon id re-enabled' TO BRE-O-REL-MESSAGE
           .
       RELEASE-REENABLE-EXIT.
           EXIT
           .
       RELEASE-ADDRESS.
           MOVE PND-DETAILS (1:LENGTH OF BRE-INP-INPUT-STRUCTURE)
               TO BRE-INP-INPUT-STRUCTURE
           .
      *****************************************************************
      * A change keyed for a teller's own or linked customer is only  *
      * released by someone with no link of their own to it, and the  *
      * release is logged on STAFFLOG as the supervisor override.     *
      *****************************************************************
           MOVE 'C' TO SCK-FUNCTION
           MOVE 'APPRREL ' TO SCK-SOURCE
           MOVE BRE-I-REL-APPROVER TO SCK-OPERATOR-ID
           MOVE SPACES TO SCK-OVERRIDE-ID
           MOVE BRE-I-CD02I-CONTACT TO SCK-PID
           MOVE SPACES TO SCK-ACCOUNT
           MOVE ZERO TO SCK-AMOUNT
           MOVE WS-CURRENT-DATE TO SCK-DATE
           CALL 'STAFFCHK' USING STAFFCHK-REQUEST
           IF NOT SCK-CLEAR
               MOVE 'Approver is linked to this customer' TO
                   BRE-O-REL-MESSAGE
               GO TO RELEASE-ADDRESS-EXIT
           END-IF
           .
           MOVE PND-REQUESTED-BY TO SCK-OPERATOR-ID
           MOVE BRE-I-REL-APPROVER TO SCK-OVERRIDE-ID
           CALL 'STAFFCHK' USING STAFFCHK-REQUEST
           IF SCK-BLOCKED
               MOVE SCK-REPLY-MSG TO BRE-O-REL-MESSAGE
               GO TO RELEASE-ADDRESS-EXIT
           END-IF
           .
           CALL 'UPDTADDR' USING DFHEIBLK
                                 WS-DUMMY-COMMAREA
                                 BRE-INP-INPUT-STRUCTURE
       RELEASE-ADDRESS-EXIT.
           EXIT
           .
      *****************************************************************
      * Actions a batch owns - a charge-off is posted by              *
      * LoanChgoBatch on its next run, so the release only records    *
      * the second signature and leaves the item approved for it.     *
      *****************************************************************
       RELEASE-TO-BATCH.
           SET WS-REL-POSTED TO TRUE
           IF PND-ACTION-LOC-LIMIT
               MOVE 'Limit increase released to batch' TO
                   BRE-O-REL-MESSAGE
           ELSE
               MOVE 'Charge-off released to batch' TO BRE-O-REL-MESSAGE
           END-IF
           .
       RELEASE-TO-BATCH-EXIT.
           EXIT
           .
       RETURN-ITEM.
           MOVE PND-ACTION-TYPE TO BRE-O-REL-ACTION-TYPE
           MOVE PND-STATUS TO BRE-O-REL-STATUS
