001220*              exception is a site that has not installed the    * rolechk
001230*              USRROLE file at all, which keeps the pre-role     * rolechk
001240*              behaviour until the security team loads it.      * rolechk
001242*              A role row that is not active - revoked or       * rolechk
001244*              suspended at access recertification - is refused * rolechk
001246*              like a missing one.                              * rolechk
001250***************************************************************** rolechk
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROLECHK.
           MOVE URP-ROLE TO RCK-ROLE
           CLOSE USRROLE-FILE
           .
      *****************************************************************
      * A role revoked at recertification, or suspended because no    *
      * manager certified it in time, reaches nothing.                *
      *****************************************************************
           IF NOT URP-STATUS-ACTIVE
               GOBACK
           END-IF
           .
           OPEN INPUT ROLEMTX-FILE
           IF NOT WS-ROLEMTX-OK
               GOBACK
