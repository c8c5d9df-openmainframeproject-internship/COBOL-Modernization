001200*              is checked through ROLECHK against the 'RADM'    * roleadm
001210*              transaction before anything changes, and every   * roleadm
001220*              change lands on SGNAUDIT.                        * roleadm
001222*              Assigning a role always leaves the profile       * roleadm
001224*              active, which is how a revoked or suspended id   * roleadm
001226*              is given back its access, and the inquiry shows  * roleadm
001228*              the profile status.                              * roleadm
001229*              An id disabled for inactivity is the exception:  * roleadm
001230*              it stays disabled until a dual-control unlock    * roleadm
001231*              gives it back.                                   * roleadm
001232***************************************************************** roleadm
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROLEADM.

         02 BRE-O-RADO-MESSAGE              PIC X(40).
         02 BRE-O-RADO-ROLE                 PIC X(1).
         02 BRE-O-RADO-BRANCH               PIC X(4).
         02 BRE-O-RADO-STATUS               PIC X(1).
         02 BRE-O-EIBRESP PIC S9(8) USAGE IS BINARY.

       PROCEDURE DIVISION USING BRE-INP-INPUT-STRUCTURE
           MOVE SPACES TO BRE-O-RADO-MESSAGE
           MOVE SPACES TO BRE-O-RADO-ROLE
           MOVE SPACES TO BRE-O-RADO-BRANCH
           MOVE SPACES TO BRE-O-RADO-STATUS
           .
           PERFORM ROLE-ADMIN-PROCESSING THRU
               ROLE-ADMIN-PROCESSING-EXIT
               END-IF
               MOVE URP-ROLE TO BRE-O-RADO-ROLE
               MOVE URP-BRANCH TO BRE-O-RADO-BRANCH
               MOVE URP-STATUS TO BRE-O-RADO-STATUS
               MOVE 'Role profile displayed' TO BRE-O-RADO-MESSAGE
               GO TO ROLE-ADMIN-PROCESSING-EXIT
           END-IF
           MOVE BRE-I-RADI-BRANCH TO URP-BRANCH
           MOVE WS-CURRENT-DATE TO URP-UPDATED-DATE
           MOVE BRE-I-RADI-ADMIN-USERID TO URP-UPDATED-BY
           IF NOT WS-ROLE-FOUND
               MOVE SPACES TO URP-STATUS
               MOVE ZERO TO URP-INACT-WARN-DATE
           END-IF
      *****************************************************************
      * A disabled id stays disabled. It is given back only by an     *
      * unlock through UnlockUsr under dual control.                  *
      *****************************************************************
           IF NOT URP-STATUS-DISABLED
               MOVE 'A' TO URP-STATUS
               MOVE WS-CURRENT-DATE TO URP-STATUS-DATE
               MOVE BRE-I-RADI-ADMIN-USERID TO URP-STATUS-BY
           END-IF
           .
           IF WS-ROLE-FOUND
               EXEC CICS REWRITE FILE('USRROLE')
           PERFORM LOG-ROLE-CHANGE THRU LOG-ROLE-CHANGE-EXIT
           MOVE URP-ROLE TO BRE-O-RADO-ROLE
           MOVE URP-BRANCH TO BRE-O-RADO-BRANCH
           MOVE URP-STATUS TO BRE-O-RADO-STATUS
           MOVE 'Role profile updated' TO BRE-O-RADO-MESSAGE
           .
       ROLE-ADMIN-PROCESSING-EXIT.
