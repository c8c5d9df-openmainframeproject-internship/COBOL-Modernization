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

001150***************************************************************** regplan
001160* Program:     REGPLAN.CBL                                      * regplan
001170* Function:    Records registered plan money as it posts. The   * regplan
001180*              posting programs call it after every deposit,    * regplan
001190*              transfer leg and direct credit; an account whose * regplan
001200*              PRODMST product is not a registered plan replies * regplan
001210*              'N' and nothing is kept. For a TFSA or RRSP the  * regplan
001220*              amount lands on the customer's REGCONT row for   * regplan
001230*              the tax year - a contribution made within the    * regplan
001240*              REGPPOL carryback days of the year counts toward * regplan
001250*              the prior year where the plan type allows it.    * regplan
001260*              Each year's row opens with the annual limit plus * regplan
001270*              the room left unused last year (and, for a TFSA, * regplan
001280*              last year's withdrawals). A contribution that    * regplan
001290*              takes the room below zero still stands - the     * regplan
001300*              money has moved - but is logged on REGWARN and   * regplan
001310*              replied 'O' so the caller can warn the customer. * regplan
001320***************************************************************** regplan
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGPLAN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODMST-FILE ASSIGN TO "PRODMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-CODE
               FILE STATUS IS WS-PRODMST-STATUS.
           SELECT REGPPOL-FILE ASSIGN TO "REGPPOL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGPPOL-STATUS.
           SELECT REGCONT-FILE ASSIGN TO "REGCONT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RGC-KEY
               FILE STATUS IS WS-REGCONT-STATUS.
           SELECT REGWARN-FILE ASSIGN TO "REGWARN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGWARN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PRODMST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CPRODMST.

       FD REGPPOL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CREGPPOL.

       FD REGCONT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CREGCONT.

       FD REGWARN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CREGWARN.

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'REGPLAN'.
         05 WS-PRODMST-STATUS PIC X(2).
           88 WS-PRODMST-OK VALUE '00'.
         05 WS-REGPPOL-STATUS PIC X(2).
           88 WS-REGPPOL-OK VALUE '00'.
         05 WS-REGCONT-STATUS PIC X(2).
           88 WS-REGCONT-OK VALUE '00'.
         05 WS-REGWARN-STATUS PIC X(2).
           88 WS-REGWARN-OK VALUE '00'.
         05 WS-CARRYBACK-FLAG PIC X(1).
           88 WS-CARRYBACK VALUE 'Y'.
         05 WS-CARRYBACK-ALLOWED-FLAG PIC X(1).
           88 WS-CARRYBACK-ALLOWED VALUE 'Y'.
         05 WS-TFSA-ANNUAL-LIMIT PIC 9(7)V99 VALUE 7000.00.
         05 WS-TFSA-CARRYBACK PIC X(1) VALUE 'N'.
         05 WS-RRSP-ANNUAL-LIMIT PIC 9(7)V99 VALUE 31560.00.
         05 WS-RRSP-CARRYBACK PIC X(1) VALUE 'Y'.
         05 WS-CARRYBACK-DAYS PIC 9(3) VALUE 60.
         05 WS-ANNUAL-LIMIT PIC 9(7)V99.
         05 WS-NEW-ROOM PIC S9(7)V99.
         05 WS-DAY-OF-YEAR PIC 9(3).
         05 WS-LEAP-QUOTIENT PIC 9(4).
         05 WS-LEAP-REM-4 PIC 9(3).
         05 WS-LEAP-REM-100 PIC 9(3).
         05 WS-LEAP-REM-400 PIC 9(3).
         05 WS-DATE-WORK.
           10 WS-DTW-YYYY PIC 9(4).
           10 WS-DTW-MM PIC 9(2).
           10 WS-DTW-DD PIC 9(2).
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
           10 FILLER PIC X(5).
      *****************************************************************
      * Days in the year before the first of each month, non-leap.    *
      *****************************************************************
       01 WS-MONTH-START-VALUES.
         05 FILLER PIC X(36)
             VALUE '000031059090120151181212243273304334'.
       01 WS-MONTH-START-TABLE REDEFINES WS-MONTH-START-VALUES.
         05 WS-MONTH-START PIC 9(3) OCCURS 12 TIMES.

       LINKAGE SECTION.
       COPY CREGPLNQ.

       PROCEDURE DIVISION USING REGPLAN-REQUEST.
       000-RECORD-PLAN-ACTIVITY.
           SET RPQ-NOT-REGISTERED TO TRUE
           MOVE SPACES TO RPQ-PLAN-TYPE
           MOVE ZERO TO RPQ-TAX-YEAR
           MOVE ZERO TO RPQ-ROOM-LEFT
           MOVE SPACES TO RPQ-REPLY-MSG
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           IF RPQ-POST-DATE IS NOT NUMERIC
               OR RPQ-POST-DATE IS EQUAL TO ZERO
               MOVE WS-CURRENT-DATE TO RPQ-POST-DATE
           END-IF
           .
      *****************************************************************
      * Only an account on a registered plan product is tracked -     *
      * everything else goes straight back to the caller.             *
      *****************************************************************
           OPEN INPUT PRODMST-FILE
           IF NOT WS-PRODMST-OK
               GOBACK
           END-IF
           MOVE RPQ-PRODUCT-CODE TO PRD-CODE
           READ PRODMST-FILE
               INVALID KEY
                   MOVE 'N' TO PRD-REG-PLAN-TYPE
           END-READ
           CLOSE PRODMST-FILE
           IF NOT PRD-REG-TFSA
               AND NOT PRD-REG-RRSP
               GOBACK
           END-IF
           MOVE PRD-REG-PLAN-TYPE TO RPQ-PLAN-TYPE
           .
           PERFORM LOAD-PLAN-POLICY THRU LOAD-PLAN-POLICY-EXIT
           PERFORM SET-TAX-YEAR THRU SET-TAX-YEAR-EXIT
           .
           OPEN I-O REGCONT-FILE
           IF NOT WS-REGCONT-OK
               OPEN OUTPUT REGCONT-FILE
               CLOSE REGCONT-FILE
               OPEN I-O REGCONT-FILE
           END-IF
           .
           PERFORM GET-YEAR-ROW THRU GET-YEAR-ROW-EXIT
           .
           IF RPQ-WITHDRAWAL
               ADD RPQ-AMOUNT TO RGC-WITHDRAWALS
           ELSE
               IF WS-CARRYBACK
                   ADD RPQ-AMOUNT TO RGC-CARRYBACK-CONTRIB
               ELSE
                   ADD RPQ-AMOUNT TO RGC-CONTRIBUTIONS
               END-IF
           END-IF
           MOVE RPQ-POST-DATE TO RGC-LAST-ACTIVITY-DTE
           COMPUTE RPQ-ROOM-LEFT = RGC-OPENING-ROOM
               - RGC-CONTRIBUTIONS - RGC-CARRYBACK-CONTRIB
           .
      *****************************************************************
      * Over the room: the deposit has already posted, so it stands - *
      * the row is flagged for the annual return and the excess is    *
      * logged for the branch to follow up with the customer.         *
      *****************************************************************
           IF RPQ-CONTRIBUTION
               AND RPQ-ROOM-LEFT IS LESS THAN ZERO
               SET RGC-OVER-CONTRIBUTED TO TRUE
               SET RPQ-OVER-CONTRIBUTED TO TRUE
               IF RPQ-PLAN-TYPE IS EQUAL TO 'T'
                   MOVE 'TFSA over-contributed - room exceeded'
                       TO RPQ-REPLY-MSG
               ELSE
                   MOVE 'RRSP over-contributed - room exceeded'
                       TO RPQ-REPLY-MSG
               END-IF
               PERFORM LOG-OVER-CONTRIBUTION THRU
                   LOG-OVER-CONTRIBUTION-EXIT
           ELSE
               SET RPQ-RECORDED TO TRUE
           END-IF
           .
           REWRITE REGCONT-RECORD
           .
           IF RPQ-CONTRIBUTION
               AND WS-CARRYBACK
               PERFORM REDUCE-NEXT-YEAR-ROOM THRU
                   REDUCE-NEXT-YEAR-ROOM-EXIT
           END-IF
           .
           CLOSE REGCONT-FILE
           GOBACK
           .
      *****************************************************************
      * Limits in force until the first REGPPOL record is loaded      *
      * through PARMMNT stay in the VALUE clauses above.              *
      *****************************************************************
       LOAD-PLAN-POLICY.
           OPEN INPUT REGPPOL-FILE
           IF WS-REGPPOL-OK
               READ REGPPOL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RPP-TFSA-ANNUAL-LIMIT IS NUMERIC
                           AND RPP-RRSP-ANNUAL-LIMIT IS NUMERIC
                           AND RPP-CARRYBACK-DAYS IS NUMERIC
                           MOVE RPP-TFSA-ANNUAL-LIMIT TO
                               WS-TFSA-ANNUAL-LIMIT
                           MOVE RPP-TFSA-CARRYBACK TO
                               WS-TFSA-CARRYBACK
                           MOVE RPP-RRSP-ANNUAL-LIMIT TO
                               WS-RRSP-ANNUAL-LIMIT
                           MOVE RPP-RRSP-CARRYBACK TO
                               WS-RRSP-CARRYBACK
                           MOVE RPP-CARRYBACK-DAYS TO
                               WS-CARRYBACK-DAYS
                       END-IF
               END-READ
               CLOSE REGPPOL-FILE
           END-IF
           .
           IF RPQ-PLAN-TYPE IS EQUAL TO 'T'
               MOVE WS-TFSA-ANNUAL-LIMIT TO WS-ANNUAL-LIMIT
               MOVE WS-TFSA-CARRYBACK TO WS-CARRYBACK-ALLOWED-FLAG
           ELSE
               MOVE WS-RRSP-ANNUAL-LIMIT TO WS-ANNUAL-LIMIT
               MOVE WS-RRSP-CARRYBACK TO WS-CARRYBACK-ALLOWED-FLAG
           END-IF
           .
       LOAD-PLAN-POLICY-EXIT.
           EXIT
           .
      *****************************************************************
      * A contribution posted within the carryback days of the year   *
      * counts toward the prior tax year when the plan type allows    *
      * it; withdrawals always belong to the year they are made.      *
      *****************************************************************
       SET-TAX-YEAR.
           MOVE 'N' TO WS-CARRYBACK-FLAG
           MOVE RPQ-POST-DATE TO WS-DATE-WORK
           MOVE WS-DTW-YYYY TO RPQ-TAX-YEAR
           .
           IF RPQ-WITHDRAWAL
               OR NOT WS-CARRYBACK-ALLOWED
               GO TO SET-TAX-YEAR-EXIT
           END-IF
           .
           COMPUTE WS-DAY-OF-YEAR = WS-MONTH-START (WS-DTW-MM)
               + WS-DTW-DD
           DIVIDE WS-DTW-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REM-4
           DIVIDE WS-DTW-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REM-100
           DIVIDE WS-DTW-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REM-400
           IF WS-DTW-MM IS GREATER THAN 2
               AND WS-LEAP-REM-4 IS EQUAL TO ZERO
               AND (WS-LEAP-REM-100 IS NOT EQUAL TO ZERO
                   OR WS-LEAP-REM-400 IS EQUAL TO ZERO)
               ADD 1 TO WS-DAY-OF-YEAR
           END-IF
           .
           IF WS-DAY-OF-YEAR IS NOT GREATER THAN WS-CARRYBACK-DAYS
               SUBTRACT 1 FROM RPQ-TAX-YEAR
               SET WS-CARRYBACK TO TRUE
           END-IF
           .
       SET-TAX-YEAR-EXIT.
           EXIT
           .
      *****************************************************************
      * The customer's row for the tax year, opened on first use with *
      * the year's new room plus whatever last year left unused.      *
      *****************************************************************
       GET-YEAR-ROW.
           MOVE RPQ-OWNER-PID TO RGC-OWNER-PID
           MOVE RPQ-PLAN-TYPE TO RGC-PLAN-TYPE
           MOVE RPQ-TAX-YEAR TO RGC-TAX-YEAR
           READ REGCONT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   GO TO GET-YEAR-ROW-EXIT
           END-READ
           .
           MOVE WS-ANNUAL-LIMIT TO WS-NEW-ROOM
           COMPUTE RGC-TAX-YEAR = RPQ-TAX-YEAR - 1
           READ REGCONT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE WS-NEW-ROOM = WS-ANNUAL-LIMIT
                       + RGC-OPENING-ROOM - RGC-CONTRIBUTIONS
                       - RGC-CARRYBACK-CONTRIB
                   IF RGC-PLAN-TFSA
                       ADD RGC-WITHDRAWALS TO WS-NEW-ROOM
                   END-IF
           END-READ
           .
           MOVE SPACES TO REGCONT-RECORD
           MOVE RPQ-OWNER-PID TO RGC-OWNER-PID
           MOVE RPQ-PLAN-TYPE TO RGC-PLAN-TYPE
           MOVE RPQ-TAX-YEAR TO RGC-TAX-YEAR
           MOVE WS-NEW-ROOM TO RGC-OPENING-ROOM
           MOVE ZERO TO RGC-CONTRIBUTIONS
           MOVE ZERO TO RGC-CARRYBACK-CONTRIB
           MOVE ZERO TO RGC-WITHDRAWALS
           MOVE ZERO TO RGC-LAST-ACTIVITY-DTE
           MOVE 'N' TO RGC-OVER-FLAG
           MOVE ZERO TO RGC-RECEIPT-DTE
           WRITE REGCONT-RECORD
           .
       GET-YEAR-ROW-EXIT.
           EXIT
           .
      *****************************************************************
      * A carryback contribution posted after this year's row was     *
      * already opened used room that row counted as carried forward. *
      *****************************************************************
       REDUCE-NEXT-YEAR-ROOM.
           MOVE RPQ-OWNER-PID TO RGC-OWNER-PID
           MOVE RPQ-PLAN-TYPE TO RGC-PLAN-TYPE
           COMPUTE RGC-TAX-YEAR = RPQ-TAX-YEAR + 1
           READ REGCONT-FILE
               INVALID KEY
                   GO TO REDUCE-NEXT-YEAR-ROOM-EXIT
           END-READ
           .
           SUBTRACT RPQ-AMOUNT FROM RGC-OPENING-ROOM
           REWRITE REGCONT-RECORD
           .
       REDUCE-NEXT-YEAR-ROOM-EXIT.
           EXIT
           .
       LOG-OVER-CONTRIBUTION.
           OPEN EXTEND REGWARN-FILE
           IF NOT WS-REGWARN-OK
               OPEN OUTPUT REGWARN-FILE
           END-IF
           .
           MOVE WS-CURRENT-DATE TO RGW-DATE
           MOVE WS-CURRENT-TIME TO RGW-TIME
           MOVE RPQ-OWNER-PID TO RGW-OWNER-PID
           MOVE RPQ-ACCOUNT TO RGW-ACCOUNT
           MOVE RPQ-PLAN-TYPE TO RGW-PLAN-TYPE
           MOVE RPQ-TAX-YEAR TO RGW-TAX-YEAR
           MOVE RPQ-SOURCE-TYPE TO RGW-SOURCE-TYPE
           MOVE RPQ-AMOUNT TO RGW-AMOUNT
           MOVE RPQ-ROOM-LEFT TO RGW-ROOM-LEFT
           WRITE REGWARN-RECORD
           CLOSE REGWARN-FILE
           .
       LOG-OVER-CONTRIBUTION-EXIT.
           EXIT
           .
