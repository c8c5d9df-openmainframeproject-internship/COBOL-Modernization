           SELECT SGNLIM-FILE ASSIGN TO "SGNLIM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SGNLIM-STATUS.
           SELECT ALRTQUE-FILE ASSIGN TO "ALRTQUE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALRTQUE-STATUS.
002700                                                                  bbank10p
002800 DATA DIVISION.                                                   bbank10p
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       01 SGNLIM-FD-RECORD.
       COPY CSGNLIM.
       FD ALRTQUE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CALRTQUE.

003000 WORKING-STORAGE SECTION.                                         bbank10p
003000 01 WS-MISC-STORAGE.                                              bbank10p
           88 WS-SESSION-REFUSED VALUE 'Y'.
         05 WS-FORCE-CLOSED-FLAG PIC X(1).
           88 WS-FORCE-CLOSED VALUE 'Y'.
         05 WS-ROLE-REFUSED-FLAG PIC X(1).
           88 WS-ROLE-REFUSED VALUE 'Y'.
         05 WS-STEP-UP-REFUSED-FLAG PIC X(1) VALUE 'N'.
           88 WS-STEP-UP-REFUSED VALUE 'Y'.
         05 WS-STEP-UP-PENDING-FLAG PIC X(1) VALUE 'N'.
           88 WS-STEP-UP-PENDING VALUE 'Y'.
         05 WS-STEP-UP-PASSED-FLAG PIC X(1) VALUE 'N'.
           88 WS-STEP-UP-PASSED VALUE 'Y'.
         05 WS-STEPCODE-FOUND-FLAG PIC X(1).
           88 WS-STEPCODE-FOUND VALUE 'Y'.
         05 WS-ALRTQUE-STATUS PIC X(2).
           88 WS-ALRTQUE-OK VALUE '00'.
         05 WS-STEPUP-CODE-IN PIC X(6).
         05 WS-CODE-WORK PIC 9(15).
         05 WS-CODE-QUOT PIC 9(15).
         05 WS-CODE-REM PIC 9(6).
         05 WS-CODE-CLEAR PIC 9(6).
         05 WS-CODE-HASH PIC 9(6).
         05 WS-AGE-MINUTES PIC S9(5).
         05 WS-ISS-HHMM.
           10 WS-ISS-HH PIC 9(2).
           10 WS-ISS-MM PIC 9(2).
         05 WS-NOW-HHMM.
           10 WS-NOW-HH PIC 9(2).
           10 WS-NOW-MM PIC 9(2).
         05 WS-PFX-POS PIC 9(1).
         05 WS-PFX-LEN PIC 9(1).
         05 WS-NOW-HOUR PIC 9(2).
       COPY CUSRACC.
       COPY CSESSMST.
       COPY CROLEPRF.
       COPY CRSTCODE.
004780 01 WS-SIGNON-LOCK.                                                bbank10p
004790                                                                  bbank10p
004795 COPY CSGNLCK.                                                    bbank10p
               GO TO VALIDATE-USER-ERROR
           END-IF
           .
020979* A staff id whose role was revoked at recertification, or      bbank10p
020980* suspended because nobody certified it by the deadline, may    bbank10p
020981* not sign on until the security team reassigns the role.       bbank10p
           PERFORM CHECK-ROLE-STATUS THRU CHECK-ROLE-STATUS-EXIT
           IF WS-ROLE-REFUSED
               GO TO VALIDATE-USER-ERROR
           END-IF
           .
020985* Dedicated test-user flag, set once here rather than testing    bbank10p
020990* BANK-SIGNON-ID(1:1) = 'Z' separately at every "Z" maps to "B"   bbank10p
020995* substitution point below.                                      bbank10p
020997     IF PROBLEM-USER
023500         MOVE CD01O-PERSON-NAME TO WS-ERROR-MSG                   bbank10p
023600         GO TO VALIDATE-USER-ERROR                                bbank10p
023700     ELSE                                                         bbank10p
023701* Supervisors, security administrators and anyone signing on    bbank10p
023702* away from their home branch terminal must also key back a      bbank10p
023703* one-time code - the signon is held until they do.             bbank10p
               PERFORM CHECK-STEP-UP THRU CHECK-STEP-UP-EXIT
               IF WS-STEP-UP-REFUSED
                   GO TO VALIDATE-USER-ERROR
               END-IF
023705* One live session per signon id - a second signon finds the     bbank10p
023710* SESSMST row the first one wrote and is refused, unless the     bbank10p
023715* id carries the supervisor role, which force-closes the first   bbank10p
               IF WS-WINDOW-REFUSED
                   SET SAU-OUT-OF-WINDOW TO TRUE
               ELSE
                   IF WS-STEP-UP-PENDING
                       SET SAU-STEP-UP-PENDING TO TRUE
                   ELSE
                       SET SAU-FAILURE TO TRUE
                   END-IF
               END-IF
           ELSE
               SET SAU-SUCCESS TO TRUE
               IF WS-OVERRIDE-USED
                   MOVE 'Off-hours signon under override' TO
                       SAU-MESSAGE
               ELSE
                   IF WS-STEP-UP-PASSED
                       MOVE 'Signon completed with one-time code' TO
                           SAU-MESSAGE
                   END-IF
               END-IF
           END-IF
           .
                   IF WS-OVERRIDE-USED
                       SET SEV-SEV-OFF-HOURS TO TRUE
                   ELSE
                       IF WS-STEP-UP-PENDING OR WS-STEP-UP-PASSED
                           SET SEV-SEV-STEP-UP TO TRUE
                       ELSE
                           SET SEV-SEV-SUCCESS TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF
       CHECK-ACCESS-WINDOW-EXIT.
           EXIT
           .
      *****************************************************************
      * Refuse an id whose USRROLE profile is no longer active. Each  *
      * outcome has its own wording so the help desk can tell a       *
      * manager's revoke from a missed recertification deadline. No   *
      * profile at all is left to ROLECHK, as before.                 *
      *****************************************************************
       CHECK-ROLE-STATUS.
           MOVE 'N' TO WS-ROLE-REFUSED-FLAG
           .
           EXEC CICS READ FILE('USRROLE')
                     INTO(USRROLE-RECORD)
                     LENGTH(LENGTH OF USRROLE-RECORD)
                     RIDFLD(BANK-SIGNON-ID)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               GO TO CHECK-ROLE-STATUS-EXIT
           END-IF
           .
           IF URP-STATUS-SUSPENDED
               MOVE 'Access suspended - role not recertified in time'
                 TO WS-ERROR-MSG
               SET WS-ROLE-REFUSED TO TRUE
           END-IF
           IF URP-STATUS-REVOKED
               MOVE 'Access revoked at recertification'
                 TO WS-ERROR-MSG
               SET WS-ROLE-REFUSED TO TRUE
           END-IF
           IF URP-STATUS-DISABLED
               MOVE 'Signon id disabled for inactivity - call security'
                 TO WS-ERROR-MSG
               SET WS-ROLE-REFUSED TO TRUE
           END-IF
           .
       CHECK-ROLE-STATUS-EXIT.
           EXIT
           .
      *****************************************************************
      * Step-up second factor. Only staff with a USRROLE profile are  *
      * in scope: a supervisor or security administrator always, and  *
      * anyone else whose terminal is not their home branch's. The    *
      * first leg (no code keyed) sends a code and holds the signon;  *
      * the second leg repeats the signon with the code. A code that  *
      * has died since is simply replaced. A wrong code counts on the *
      * same SGNLOCK attempt count a wrong password does.             *
      *****************************************************************
       CHECK-STEP-UP.
           MOVE 'N' TO WS-STEP-UP-REFUSED-FLAG
           MOVE 'N' TO WS-STEP-UP-PENDING-FLAG
           MOVE 'N' TO WS-STEP-UP-PASSED-FLAG
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           .
           EXEC CICS READ FILE('USRROLE')
                     INTO(USRROLE-RECORD)
                     LENGTH(LENGTH OF USRROLE-RECORD)
                     RIDFLD(BANK-SIGNON-ID)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               GO TO CHECK-STEP-UP-EXIT
           END-IF
           IF NOT URP-ROLE-SUPERVISOR
               AND NOT URP-ROLE-SECURITY-ADMIN
               IF URP-BRANCH IS EQUAL TO SPACES
                   OR EIBTRMID IS EQUAL TO URP-BRANCH
                   GO TO CHECK-STEP-UP-EXIT
               END-IF
           END-IF
           .
           PERFORM READ-STEP-UP-CODE THRU READ-STEP-UP-CODE-EXIT
           IF WS-STEPUP-CODE-IN IS NOT NUMERIC
               OR NOT WS-STEPCODE-FOUND
               OR NOT RSC-PENDING
               PERFORM ISSUE-STEP-UP-CODE THRU ISSUE-STEP-UP-CODE-EXIT
               GO TO CHECK-STEP-UP-EXIT
           END-IF
           .
           MOVE RSC-ISSUE-TIME (1:4) TO WS-ISS-HHMM
           MOVE WS-CURRENT-TIME (1:4) TO WS-NOW-HHMM
           COMPUTE WS-AGE-MINUTES =
               ((WS-NOW-HH * 60) + WS-NOW-MM) -
               ((WS-ISS-HH * 60) + WS-ISS-MM)
           IF RSC-ISSUE-DATE IS NOT EQUAL TO WS-CURRENT-DATE
               OR WS-AGE-MINUTES IS GREATER THAN 15
               OR WS-AGE-MINUTES IS LESS THAN ZERO
               PERFORM ISSUE-STEP-UP-CODE THRU ISSUE-STEP-UP-CODE-EXIT
               IF WS-STEP-UP-PENDING
                   MOVE 'One-time code expired - new code sent' TO
                       WS-ERROR-MSG
               END-IF
               GO TO CHECK-STEP-UP-EXIT
           END-IF
           .
           MOVE WS-STEPUP-CODE-IN TO WS-CODE-CLEAR
           PERFORM HASH-STEP-UP-CODE THRU HASH-STEP-UP-CODE-EXIT
           IF WS-CODE-HASH IS NOT EQUAL TO RSC-CODE-HASH
               ADD 1 TO RSC-ATTEMPTS
               IF RSC-ATTEMPTS IS NOT LESS THAN 3
                   SET RSC-VOID TO TRUE
               END-IF
               PERFORM WRITE-STEP-UP-CODE THRU WRITE-STEP-UP-CODE-EXIT
               PERFORM RECORD-SIGNON-FAILURE
               MOVE 'One-time code incorrect' TO WS-ERROR-MSG
               SET WS-STEP-UP-REFUSED TO TRUE
               GO TO CHECK-STEP-UP-EXIT
           END-IF
           .
           SET RSC-USED TO TRUE
           PERFORM WRITE-STEP-UP-CODE THRU WRITE-STEP-UP-CODE-EXIT
           SET WS-STEP-UP-PASSED TO TRUE
           .
       CHECK-STEP-UP-EXIT.
           EXIT
           .
      *****************************************************************
      * Cut a fresh code exactly as PSWDRST does, keep only its       *
      * scramble on STEPCODE, and send the clear code through the     *
      * alert queue to the contact details on the user's own BNKCUST  *
      * record. No contact details means no second factor is          *
      * possible, so the signon is refused outright.                  *
      *****************************************************************
       ISSUE-STEP-UP-CODE.
           EXEC CICS READ FILE('BNKCUST')
                     INTO(WS-BNKCUST-REC)
                     LENGTH(LENGTH OF WS-BNKCUST-REC)
                     RIDFLD(CD01O-PERSON-PID)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               OR (BCS-REC-EMAIL IS EQUAL TO SPACES
                   AND BCS-REC-TEL IS EQUAL TO SPACES)
               MOVE 'No contact details for one-time code' TO
                   WS-ERROR-MSG
               SET WS-STEP-UP-REFUSED TO TRUE
               GO TO ISSUE-STEP-UP-CODE-EXIT
           END-IF
           .
           MOVE WS-CURRENT-TIME TO WS-CODE-WORK
           COMPUTE WS-CODE-WORK =
               (WS-CODE-WORK * 7919) + 1009
           DIVIDE WS-CODE-WORK BY 900000
               GIVING WS-CODE-QUOT
               REMAINDER WS-CODE-REM
           ADD 100000 TO WS-CODE-REM
           MOVE WS-CODE-REM TO WS-CODE-CLEAR
           PERFORM HASH-STEP-UP-CODE THRU HASH-STEP-UP-CODE-EXIT
           .
           MOVE BANK-SIGNON-ID TO RSC-SIGNON-ID
           MOVE WS-CODE-HASH TO RSC-CODE-HASH
           MOVE WS-CURRENT-DATE TO RSC-ISSUE-DATE
           MOVE WS-CURRENT-TIME TO RSC-ISSUE-TIME
           MOVE ZERO TO RSC-ATTEMPTS
           SET RSC-PENDING TO TRUE
           PERFORM WRITE-STEP-UP-CODE THRU WRITE-STEP-UP-CODE-EXIT
           .
           OPEN EXTEND ALRTQUE-FILE
           IF WS-ALRTQUE-OK
               MOVE SPACES TO ALRTQUE-RECORD
               MOVE WS-CURRENT-DATE TO AQU-DATE
               MOVE WS-CURRENT-TIME TO AQU-TIME
               MOVE CD01O-PERSON-PID TO AQU-PID
               SET AQU-TYPE-STEP-UP TO TRUE
               MOVE ZERO TO AQU-AMOUNT
               MOVE SPACES TO AQU-TEXT
               STRING 'Your signon one-time code is ' WS-CODE-CLEAR
                   DELIMITED BY SIZE INTO AQU-TEXT
               SET AQU-PENDING TO TRUE
               WRITE ALRTQUE-RECORD
               CLOSE ALRTQUE-FILE
           END-IF
           .
           MOVE 'One-time code sent - enter it to complete signon' TO
               WS-ERROR-MSG
           SET WS-STEP-UP-REFUSED TO TRUE
           SET WS-STEP-UP-PENDING TO TRUE
           .
       ISSUE-STEP-UP-CODE-EXIT.
           EXIT
           .
       READ-STEP-UP-CODE.
           MOVE 'N' TO WS-STEPCODE-FOUND-FLAG
           EXEC CICS READ FILE('STEPCODE')
                     UPDATE
                     INTO(RSTCODE-RECORD)
                     LENGTH(LENGTH OF RSTCODE-RECORD)
                     RIDFLD(BANK-SIGNON-ID)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
               SET WS-STEPCODE-FOUND TO TRUE
           END-IF
           .
       READ-STEP-UP-CODE-EXIT.
           EXIT
           .
       WRITE-STEP-UP-CODE.
           IF WS-STEPCODE-FOUND
               EXEC CICS REWRITE FILE('STEPCODE')
                         FROM(RSTCODE-RECORD)
                         LENGTH(LENGTH OF RSTCODE-RECORD)
                         RESP(WS-RESP)
               END-EXEC
           ELSE
               EXEC CICS WRITE FILE('STEPCODE')
                         FROM(RSTCODE-RECORD)
                         LENGTH(LENGTH OF RSTCODE-RECORD)
                         RIDFLD(RSC-SIGNON-ID)
                         RESP(WS-RESP)
               END-EXEC
               SET WS-STEPCODE-FOUND TO TRUE
           END-IF
           .
       WRITE-STEP-UP-CODE-EXIT.
           EXIT
           .
       HASH-STEP-UP-CODE.
           COMPUTE WS-CODE-WORK =
               (WS-CODE-CLEAR * 7919) + 1009
           DIVIDE WS-CODE-WORK BY 1000000
               GIVING WS-CODE-QUOT
               REMAINDER WS-CODE-HASH
           .
       HASH-STEP-UP-CODE-EXIT.
           EXIT
           .
       BRE-COPY-INPUT-DATA-0.
           MOVE BRE-I-BANK-SIGNON-ID TO BANK-SIGNON-ID
           MOVE BRE-I-BANK-USERID TO BANK-USERID
           MOVE BRE-I-BANK-PSWD TO BANK-PSWD
           MOVE BRE-I-BANK-STEPUP-CODE TO WS-STEPUP-CODE-IN
           .
       BRE-COPY-OUTPUT-DATA.
           MOVE WS-INPUT-FLAG TO BRE-O-WS-INPUT-FLAG
