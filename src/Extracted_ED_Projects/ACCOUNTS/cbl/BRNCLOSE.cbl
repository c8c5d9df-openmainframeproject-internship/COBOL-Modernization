001270*              goes BRN-STATUS-CLOSED on the branch master      * brnclose
001280*              RGNSUM summarizes - no more months of            * brnclose
001290*              stragglers.                                      * brnclose
001291*              Every safe deposit box still rented at the       * brnclose
001292*              closing branch is listed on SDBCLRP with its     * brnclose
001293*              renter, co-renters and next rent date, so the    * brnclose
001294*              renters can be called in before the vault is     * brnclose
001295*              cleared.                                         * brnclose
001300***************************************************************** brnclose
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRNCLOSE.
           SELECT BRNXLTR-FILE ASSIGN TO "BRNXLTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BRNXLTR-STATUS.
           SELECT SDBOX-FILE ASSIGN TO "SDBOX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SDB-KEY
               FILE STATUS IS WS-SDBOX-STATUS.
           SELECT SDBCLRP-FILE ASSIGN TO "SDBCLRP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SDBCLRP-STATUS.

       DATA DIVISION.
       FILE SECTION.
         05 BXL-NEW-BRANCH-NAME PIC X(25).
         05 BXL-LANG PIC X(1).

       FD SDBOX-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CSDBOX.

       FD SDBCLRP-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 SDBCLRP-RECORD                  PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'BRNCLOSE'.
           88 WS-BNKCUST-EOF VALUE 'Y'.
         05 WS-USRROLE-EOF-FLAG PIC X(1).
           88 WS-USRROLE-EOF VALUE 'Y'.
         05 WS-SDBOX-STATUS PIC X(2).
           88 WS-SDBOX-OK VALUE '00'.
         05 WS-SDBCLRP-STATUS PIC X(2).
           88 WS-SDBCLRP-OK VALUE '00'.
         05 WS-SDBOX-EOF-FLAG PIC X(1).
           88 WS-SDBOX-EOF VALUE 'Y'.
         05 WS-BOXES-LISTED PIC 9(6) VALUE ZERO.
         05 WS-CLOSING-BRANCH PIC X(4).
         05 WS-RECEIVING-BRANCH PIC X(4).
         05 WS-RECEIVING-NAME PIC X(25).
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
           10 FILLER PIC X(5).
       01 WS-BOX-HEADING.
         05 FILLER PIC X(30) VALUE 'RENTED BOXES AT CLOSING BRANCH'.
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-BXH-CLOSING PIC X(4).
         05 FILLER PIC X(12) VALUE ' MOVING TO  '.
         05 WS-BXH-RECEIVING PIC X(4).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-BXH-DATE PIC 9(8).
         05 FILLER PIC X(20) VALUE SPACES.
       01 WS-BOX-DETAIL.
         05 WS-BXD-BOX-NO PIC X(5).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-BXD-SIZE PIC X(1).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-BXD-STATUS PIC X(1).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-BXD-RENTER PIC X(5).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-BXD-NAME PIC X(25).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-BXD-CO-RENTER PIC X(5) OCCURS 2 TIMES.
         05 FILLER PIC X(5) VALUE ' DUE '.
         05 WS-BXD-DUE PIC 9(8).
         05 FILLER PIC X(15) VALUE SPACES.

       COPY CCORRNDQ.

       01 WS-JOURNAL-WORK.
         05 WS-BEFORE-BNKCUST PIC X(250).
         05 WS-BEFORE-USRROLE PIC X(45).
       COPY CMSTJNLQ.

       COPY CRUNCTLQ.
           END-PERFORM
           .
      *****************************************************************
      * Every box still rented at the closing branch - overdue and    *
      * drill-pending ones included - goes on the SDBCLRP list so     *
      * the renters can be called in to empty or move them before     *
      * the vault is cleared.                                         *
      *****************************************************************
           OPEN OUTPUT SDBCLRP-FILE
           MOVE WS-CLOSING-BRANCH TO WS-BXH-CLOSING
           MOVE WS-RECEIVING-BRANCH TO WS-BXH-RECEIVING
           MOVE WS-CURRENT-DATE TO WS-BXH-DATE
           WRITE SDBCLRP-RECORD FROM WS-BOX-HEADING
           MOVE SPACES TO SDBCLRP-RECORD
           WRITE SDBCLRP-RECORD
           OPEN INPUT SDBOX-FILE
           IF NOT WS-SDBOX-OK
               SET WS-SDBOX-EOF TO TRUE
           ELSE
               MOVE WS-CLOSING-BRANCH TO SDB-BRANCH
               MOVE LOW-VALUES TO SDB-BOX-NO
               START SDBOX-FILE KEY IS NOT LESS THAN SDB-KEY
                   INVALID KEY
                       SET WS-SDBOX-EOF TO TRUE
               END-START
           END-IF
           PERFORM UNTIL WS-SDBOX-EOF
               READ SDBOX-FILE NEXT RECORD
                   AT END
                       SET WS-SDBOX-EOF TO TRUE
                   NOT AT END
                       IF SDB-BRANCH IS NOT EQUAL TO WS-CLOSING-BRANCH
                           SET WS-SDBOX-EOF TO TRUE
                       ELSE
                           IF SDB-IN-USE
                               PERFORM LIST-ONE-BOX THRU
                                   LIST-ONE-BOX-EXIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SDBOX-FILE
           CLOSE SDBCLRP-FILE
           .
      *****************************************************************
      * Close the branch on the master - the RGNSUM regional          *
      * structure summarizes from this file, so the closure flows     *
      * into the reporting rollup on its own.                         *
           DISPLAY WS-CUST-MOVED ' customer(s) and '
               WS-STAFF-MOVED ' staff moved from '
               WS-CLOSING-BRANCH ' to ' WS-RECEIVING-BRANCH
           DISPLAY WS-BOXES-LISTED ' rented safe deposit box(es) '
               'listed on SDBCLRP'
           .
           MOVE 'E' TO RCQ-FUNCTION
           MOVE WS-CUST-MOVED TO RCQ-REC-COUNT
       MOVE-ONE-STAFF-EXIT.
           EXIT
           .
       LIST-ONE-BOX.
           MOVE SDB-BOX-NO TO WS-BXD-BOX-NO
           MOVE SDB-SIZE TO WS-BXD-SIZE
           MOVE SDB-STATUS TO WS-BXD-STATUS
           MOVE SDB-RENTER-PID TO WS-BXD-RENTER
           MOVE SDB-CO-RENTER-PID (1) TO WS-BXD-CO-RENTER (1)
           MOVE SDB-CO-RENTER-PID (2) TO WS-BXD-CO-RENTER (2)
           MOVE SDB-NEXT-DUE-DTE TO WS-BXD-DUE
           MOVE SPACES TO WS-BXD-NAME
           MOVE SDB-RENTER-PID TO BCS-REC-PID
           READ BNKCUST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE BCS-REC-NAME TO WS-BXD-NAME
           END-READ
           WRITE SDBCLRP-RECORD FROM WS-BOX-DETAIL
           ADD 1 TO WS-BOXES-LISTED
           .
       LIST-ONE-BOX-EXIT.
           EXIT
           .
