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

001150***************************************************************** recrtmgr
001160* Program:     RECRTMGR.CBL                                     * recrtmgr
001170* Function:    Manager screen for the quarterly access          * recrtmgr
001180*              recertification. The reviewer named on the       * recrtmgr
001190*              RECERT row - the branch manager, or for rows     * recrtmgr
001200*              routed to the security team anyone passing       * recrtmgr
001210*              ROLECHK on 'RADM' - inquires on a user and       * recrtmgr
001220*              certifies or revokes their role. Nobody decides  * recrtmgr
001230*              their own row, a decision is final, and nothing  * recrtmgr
001240*              is accepted after the deadline. A revoke takes   * recrtmgr
001250*              the USRROLE profile out of service at once.      * recrtmgr
001260*              Every decision is stamped with who and when for  * recrtmgr
001270*              the evidence report and lands on SGNAUDIT.       * recrtmgr
001280***************************************************************** recrtmgr
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECRTMGR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SGNAUDIT-FILE ASSIGN TO "SGNAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SGNAUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SGNAUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01 SGNAUDIT-FD-RECORD.
       COPY CSGNAUD.

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'RECRTMGR'.
         05 WS-COMMAREA-LENGTH PIC 9(5).
         05 WS-RESP PIC S9(8) COMP.
         05 WS-SGNAUDIT-STATUS PIC X(2).
           88 WS-SGNAUDIT-OK VALUE '00'.
         05 WS-RECERT-KEY.
           10 WS-RKY-CAMPAIGN PIC X(6).
           10 WS-RKY-USERID PIC X(5).
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
           10 FILLER PIC X(5).
       COPY CRECERT.
       COPY CROLEPRF.
       COPY CROLECKQ.
       LINKAGE SECTION.
       01 DFHCOMMAREA.
         05 LK-COMMAREA PIC X(1) OCCURS 1 TO 4096 TIMES DEPENDING ON
                WS-COMMAREA-LENGTH.
       01 BRE-INP-INPUT-STRUCTURE.
         02 BRE-I-RCMI-ACTION               PIC X(1).
           88 BRE-I-ACTION-INQUIRE          VALUE 'I'.
           88 BRE-I-ACTION-CERTIFY          VALUE 'C'.
           88 BRE-I-ACTION-REVOKE           VALUE 'V'.
         02 BRE-I-RCMI-REVIEWER-USERID      PIC X(5).
         02 BRE-I-RCMI-CAMPAIGN             PIC X(6).
         02 BRE-I-RCMI-TARGET-USERID        PIC X(5).
       01 BRE-OUT-OUTPUT-STRUCTURE.
         02 BRE-O-RCMO-MESSAGE              PIC X(40).
         02 BRE-O-RCMO-ROLE                 PIC X(1).
         02 BRE-O-RCMO-BRANCH               PIC X(4).
         02 BRE-O-RCMO-LAST-SIGNON          PIC 9(8).
         02 BRE-O-RCMO-DEADLINE             PIC 9(8).
         02 BRE-O-RCMO-DECISION             PIC X(1).
         02 BRE-O-RCMO-DECIDED-BY           PIC X(5).
         02 BRE-O-RCMO-DECIDED-DATE         PIC 9(8).
         02 BRE-O-EIBRESP PIC S9(8) USAGE IS BINARY.

       PROCEDURE DIVISION USING BRE-INP-INPUT-STRUCTURE
                                BRE-OUT-OUTPUT-STRUCTURE.
           MOVE SPACES TO BRE-O-RCMO-MESSAGE
           MOVE SPACES TO BRE-O-RCMO-ROLE
           MOVE SPACES TO BRE-O-RCMO-BRANCH
           MOVE ZERO TO BRE-O-RCMO-LAST-SIGNON
           MOVE ZERO TO BRE-O-RCMO-DEADLINE
           MOVE SPACES TO BRE-O-RCMO-DECISION
           MOVE SPACES TO BRE-O-RCMO-DECIDED-BY
           MOVE ZERO TO BRE-O-RCMO-DECIDED-DATE
           .
           PERFORM RECERT-PROCESSING THRU RECERT-PROCESSING-EXIT
           .
           MOVE EIBRESP TO BRE-O-EIBRESP
           GOBACK
           .
       RECERT-PROCESSING.
           IF NOT BRE-I-ACTION-INQUIRE
               AND NOT BRE-I-ACTION-CERTIFY
               AND NOT BRE-I-ACTION-REVOKE
               MOVE 'Invalid recertification action' TO
                   BRE-O-RCMO-MESSAGE
               GO TO RECERT-PROCESSING-EXIT
           END-IF
           .
           MOVE BRE-I-RCMI-CAMPAIGN TO WS-RKY-CAMPAIGN
           MOVE BRE-I-RCMI-TARGET-USERID TO WS-RKY-USERID
           IF BRE-I-ACTION-INQUIRE
               EXEC CICS READ FILE('RECERT')
                              INTO(RECERT-RECORD)
                              LENGTH(LENGTH OF RECERT-RECORD)
                              RIDFLD(WS-RECERT-KEY)
                              RESP(WS-RESP)
               END-EXEC
           ELSE
               EXEC CICS READ FILE('RECERT')
                              UPDATE
                              INTO(RECERT-RECORD)
                              LENGTH(LENGTH OF RECERT-RECORD)
                              RIDFLD(WS-RECERT-KEY)
                              RESP(WS-RESP)
               END-EXEC
           END-IF
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               MOVE 'User is not in this campaign' TO
                   BRE-O-RCMO-MESSAGE
               GO TO RECERT-PROCESSING-EXIT
           END-IF
           .
      *****************************************************************
      * Only the row's reviewer may see or decide it. Rows with no    *
      * branch manager belong to the security team, checked the same  *
      * way ROLEADM checks its administrators.                        *
      *****************************************************************
           IF RCT-MANAGER IS EQUAL TO SPACES
               MOVE BRE-I-RCMI-REVIEWER-USERID TO RCK-USERID
               MOVE 'RADM' TO RCK-TRANS-ID
               CALL 'ROLECHK' USING ROLECHK-REQUEST
               IF RCK-DENIED
                   MOVE 'Review belongs to the security team' TO
                       BRE-O-RCMO-MESSAGE
                   GO TO RECERT-PROCESSING-EXIT
               END-IF
           ELSE
               IF RCT-MANAGER IS NOT EQUAL TO
                       BRE-I-RCMI-REVIEWER-USERID
                   MOVE 'You are not the reviewer for this user' TO
                       BRE-O-RCMO-MESSAGE
                   GO TO RECERT-PROCESSING-EXIT
               END-IF
           END-IF
           .
           PERFORM COPY-REVIEW-OUTPUT THRU COPY-REVIEW-OUTPUT-EXIT
           .
           IF BRE-I-ACTION-INQUIRE
               MOVE 'Review displayed' TO BRE-O-RCMO-MESSAGE
               GO TO RECERT-PROCESSING-EXIT
           END-IF
           .
           IF RCT-USERID IS EQUAL TO BRE-I-RCMI-REVIEWER-USERID
               MOVE 'You may not certify your own access' TO
                   BRE-O-RCMO-MESSAGE
               GO TO RECERT-PROCESSING-EXIT
           END-IF
           IF NOT RCT-PENDING
               MOVE 'Review has already been decided' TO
                   BRE-O-RCMO-MESSAGE
               GO TO RECERT-PROCESSING-EXIT
           END-IF
           .
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           IF WS-CURRENT-DATE IS GREATER THAN RCT-DEADLINE
               MOVE 'Review deadline has passed' TO
                   BRE-O-RCMO-MESSAGE
               GO TO RECERT-PROCESSING-EXIT
           END-IF
           .
           IF BRE-I-ACTION-REVOKE
               PERFORM REVOKE-ROLE-PROFILE THRU
                   REVOKE-ROLE-PROFILE-EXIT
               IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
                   MOVE 'Unable to revoke role profile' TO
                       BRE-O-RCMO-MESSAGE
                   GO TO RECERT-PROCESSING-EXIT
               END-IF
               SET RCT-REVOKED TO TRUE
           ELSE
               SET RCT-CERTIFIED TO TRUE
           END-IF
           MOVE BRE-I-RCMI-REVIEWER-USERID TO RCT-DECIDED-BY
           MOVE WS-CURRENT-DATE TO RCT-DECIDED-DATE
           MOVE WS-CURRENT-TIME TO RCT-DECIDED-TIME
           .
           EXEC CICS REWRITE FILE('RECERT')
                             FROM(RECERT-RECORD)
                             LENGTH(LENGTH OF RECERT-RECORD)
                             RESP(WS-RESP)
           END-EXEC
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               MOVE 'Unable to record the decision' TO
                   BRE-O-RCMO-MESSAGE
               GO TO RECERT-PROCESSING-EXIT
           END-IF
           .
           PERFORM LOG-RECERT-DECISION THRU LOG-RECERT-DECISION-EXIT
           PERFORM COPY-REVIEW-OUTPUT THRU COPY-REVIEW-OUTPUT-EXIT
           IF RCT-REVOKED
               MOVE 'Access revoked' TO BRE-O-RCMO-MESSAGE
           ELSE
               MOVE 'Access certified' TO BRE-O-RCMO-MESSAGE
           END-IF
           .
       RECERT-PROCESSING-EXIT.
           EXIT
           .
       COPY-REVIEW-OUTPUT.
           MOVE RCT-ROLE TO BRE-O-RCMO-ROLE
           MOVE RCT-BRANCH TO BRE-O-RCMO-BRANCH
           MOVE RCT-LAST-SIGNON TO BRE-O-RCMO-LAST-SIGNON
           MOVE RCT-DEADLINE TO BRE-O-RCMO-DEADLINE
           MOVE RCT-DECISION TO BRE-O-RCMO-DECISION
           MOVE RCT-DECIDED-BY TO BRE-O-RCMO-DECIDED-BY
           MOVE RCT-DECIDED-DATE TO BRE-O-RCMO-DECIDED-DATE
           .
       COPY-REVIEW-OUTPUT-EXIT.
           EXIT
           .
      *****************************************************************
      * The profile stays on file for the audit trail, marked revoked *
      * - ROLECHK and UserVal refuse it until ROLEADM reassigns it. A *
      * profile already gone needs nothing more.                      *
      *****************************************************************
       REVOKE-ROLE-PROFILE.
           EXEC CICS READ FILE('USRROLE')
                          UPDATE
                          INTO(USRROLE-RECORD)
                          LENGTH(LENGTH OF USRROLE-RECORD)
                          RIDFLD(RCT-USERID)
                          RESP(WS-RESP)
           END-EXEC
           IF WS-RESP IS EQUAL TO DFHRESP(NOTFND)
               MOVE DFHRESP(NORMAL) TO WS-RESP
               GO TO REVOKE-ROLE-PROFILE-EXIT
           END-IF
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               GO TO REVOKE-ROLE-PROFILE-EXIT
           END-IF
           .
           SET URP-STATUS-REVOKED TO TRUE
           MOVE WS-CURRENT-DATE TO URP-STATUS-DATE
           MOVE BRE-I-RCMI-REVIEWER-USERID TO URP-STATUS-BY
           EXEC CICS REWRITE FILE('USRROLE')
                             FROM(USRROLE-RECORD)
                             LENGTH(LENGTH OF USRROLE-RECORD)
                             RESP(WS-RESP)
           END-EXEC
           .
       REVOKE-ROLE-PROFILE-EXIT.
           EXIT
           .
       LOG-RECERT-DECISION.
           OPEN EXTEND SGNAUDIT-FILE
           IF NOT WS-SGNAUDIT-OK
               GO TO LOG-RECERT-DECISION-EXIT
           END-IF
           MOVE WS-CURRENT-DATE TO SAU-DATE
           MOVE WS-CURRENT-TIME TO SAU-TIME
           MOVE RCT-USERID TO SAU-SIGNON-ID
           MOVE BRE-I-RCMI-REVIEWER-USERID TO SAU-USERID
           SET SAU-SUCCESS TO TRUE
           MOVE SPACES TO SAU-MESSAGE
           IF RCT-REVOKED
               STRING 'Role revoked at recertification '
                      DELIMITED BY SIZE
                      RCT-CAMPAIGN DELIMITED BY SIZE
                   INTO SAU-MESSAGE
           ELSE
               STRING 'Role certified at recertification '
                      DELIMITED BY SIZE
                      RCT-CAMPAIGN DELIMITED BY SIZE
                   INTO SAU-MESSAGE
           END-IF
           WRITE SGNAUDIT-FD-RECORD
           CLOSE SGNAUDIT-FILE
           .
       LOG-RECERT-DECISION-EXIT.
           EXIT
           .
