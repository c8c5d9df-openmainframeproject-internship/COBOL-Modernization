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

001150***************************************************************** loyliab
001160* Program:     LOYLIAB.CBL                                      * loyliab
001170* Function:    Monthly loyalty points liability report for      * loyliab
001180*              finance. Totals the points still redeemable on   * loyliab
001190*              LOYLDGR by tier - members holding points, points * loyliab
001200*              outstanding and their value at the LOYPOL point  * loyliab
001210*              value - with a grand total, then the business    * loyliab
001220*              month's movements from LOYTXN: points awarded    * loyliab
001230*              and taken back by the accrual, and points spent  * loyliab
001240*              as statement credits and donations with the      * loyliab
001250*              dollars they paid. A negative balance owes us    * loyliab
001260*              points, not money, so it values at nothing.      * loyliab
001270***************************************************************** loyliab
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOYLIAB.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOYPOL-FILE ASSIGN TO "LOYPOL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOYPOL-STATUS.
           SELECT LOYLDGR-FILE ASSIGN TO "LOYLDGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LDG-PID
               FILE STATUS IS WS-LOYLDGR-STATUS.
           SELECT LOYTXN-FILE ASSIGN TO "LOYTXN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOYTXN-STATUS.
           SELECT LOYRPT-FILE ASSIGN TO "LOYRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOYRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOYPOL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CLOYPOL.

       FD LOYLDGR-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CLOYLDGR.

       FD LOYTXN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CLOYTXN.

       FD LOYRPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01 LOYRPT-RECORD                   PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MISC-STORAGE.
         05 WS-PROGRAM-ID PIC X(8) VALUE 'LOYLIAB '.
         05 WS-LOYPOL-STATUS PIC X(2).
           88 WS-LOYPOL-OK VALUE '00'.
         05 WS-LOYLDGR-STATUS PIC X(2).
           88 WS-LOYLDGR-OK VALUE '00'.
         05 WS-LOYLDGR-EOF-FLAG PIC X(1).
           88 WS-LOYLDGR-EOF VALUE 'Y'.
         05 WS-LOYTXN-STATUS PIC X(2).
           88 WS-LOYTXN-OK VALUE '00'.
         05 WS-LOYTXN-EOF-FLAG PIC X(1).
           88 WS-LOYTXN-EOF VALUE 'Y'.
         05 WS-LOYRPT-STATUS PIC X(2).
           88 WS-LOYRPT-OK VALUE '00'.
         05 WS-ROW-COUNT PIC 9(6) VALUE ZERO.
         05 WS-TXN-COUNT PIC 9(7) VALUE ZERO.
         05 WS-TIER-IDX PIC 9(1).
         05 WS-TIER-SLOT PIC 9(1).
         05 WS-POINT-VALUE PIC 9(1)V9(4) VALUE ZERO.
         05 WS-REPORT-MONTH PIC 9(6).
         05 WS-TOTAL-MEMBERS PIC 9(7) VALUE ZERO.
         05 WS-TOTAL-POINTS PIC S9(11) VALUE ZERO.
         05 WS-TOTAL-VALUE PIC S9(11)V99 VALUE ZERO.
         05 WS-CURRENT-DATE-TIME.
           10 WS-CURRENT-DATE PIC 9(8).
           10 WS-CURRENT-TIME PIC 9(8).
           10 FILLER PIC X(5).
      *****************************************************************
      * One slot per tier, base to platinum, in the order LOYPOL      *
      * lists the floors.                                             *
      *****************************************************************
       01 WS-TIER-TOTALS.
         05 WS-TIER-CODES PIC X(4) VALUE 'BSGP'.
         05 WS-TIER-ENTRY OCCURS 4 TIMES.
           10 WS-TIER-MEMBERS PIC 9(7).
           10 WS-TIER-POINTS PIC S9(11).
           10 WS-TIER-VALUE PIC S9(11)V99.
       01 WS-TIER-NAME-TABLE.
         05 FILLER PIC X(10) VALUE 'BASE      '.
         05 FILLER PIC X(10) VALUE 'SILVER    '.
         05 FILLER PIC X(10) VALUE 'GOLD      '.
         05 FILLER PIC X(10) VALUE 'PLATINUM  '.
       01 WS-TIER-NAMES REDEFINES WS-TIER-NAME-TABLE.
         05 WS-TIER-NAME PIC X(10) OCCURS 4 TIMES.
      *****************************************************************
      * The month's movements, one slot per LOYTXN kind - award,      *
      * take-back, statement credit, donation.                        *
      *****************************************************************
       01 WS-MOVEMENT-TOTALS.
         05 WS-MOVE-KINDS PIC X(4) VALUE 'ATSD'.
         05 WS-MOVE-ENTRY OCCURS 4 TIMES.
           10 WS-MOVE-COUNT PIC 9(7).
           10 WS-MOVE-POINTS PIC S9(11).
           10 WS-MOVE-VALUE PIC S9(11)V99.
       01 WS-MOVE-NAME-TABLE.
         05 FILLER PIC X(18) VALUE 'POINTS AWARDED    '.
         05 FILLER PIC X(18) VALUE 'POINTS TAKEN BACK '.
         05 FILLER PIC X(18) VALUE 'STATEMENT CREDITS '.
         05 FILLER PIC X(18) VALUE 'DONATIONS         '.
       01 WS-MOVE-NAMES REDEFINES WS-MOVE-NAME-TABLE.
         05 WS-MOVE-NAME PIC X(18) OCCURS 4 TIMES.
       01 WS-TITLE-LINE.
         05 FILLER PIC X(36)
                VALUE 'LOYALTY POINTS LIABILITY - MONTH '.
         05 WS-TTL-MONTH PIC 9(6).
         05 FILLER PIC X(17) VALUE '   POINT VALUE $ '.
         05 WS-TTL-POINT-VALUE PIC 9.9999.
         05 FILLER PIC X(15) VALUE SPACES.
       01 WS-HEADING-LINE.
         05 FILLER PIC X(19) VALUE 'TIER               '.
         05 FILLER PIC X(8) VALUE ' MEMBERS'.
         05 FILLER PIC X(15) VALUE '         POINTS'.
         05 FILLER PIC X(15) VALUE '      LIABILITY'.
         05 FILLER PIC X(23) VALUE SPACES.
       01 WS-REPORT-LINE.
         05 WS-RPT-TIER PIC X(1).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-NAME PIC X(16).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-MEMBERS PIC Z(7)9.
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-POINTS PIC -(13)9.
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-RPT-VALUE PIC -(10)9.99.
         05 FILLER PIC X(23) VALUE SPACES.
       01 WS-TOTAL-LINE.
         05 FILLER PIC X(18) VALUE 'ALL TIERS'.
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-TOT-MEMBERS PIC Z(7)9.
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-TOT-POINTS PIC -(13)9.
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-TOT-VALUE PIC -(10)9.99.
         05 FILLER PIC X(23) VALUE SPACES.
       01 WS-MOVE-HEADING-LINE.
         05 FILLER PIC X(19) VALUE 'MOVEMENT THIS MONTH'.
         05 FILLER PIC X(8) VALUE '   ITEMS'.
         05 FILLER PIC X(15) VALUE '         POINTS'.
         05 FILLER PIC X(15) VALUE '        DOLLARS'.
         05 FILLER PIC X(23) VALUE SPACES.
       01 WS-MOVE-LINE.
         05 WS-MVL-NAME PIC X(18).
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-MVL-COUNT PIC Z(7)9.
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-MVL-POINTS PIC -(13)9.
         05 FILLER PIC X(1) VALUE SPACE.
         05 WS-MVL-VALUE PIC -(10)9.99.
         05 FILLER PIC X(23) VALUE SPACES.

       COPY CGETBDTQ.
       COPY CRUNCTLQ.

       PROCEDURE DIVISION.
       000-START-PROCESSING.
           MOVE 'S' TO RCQ-FUNCTION
           MOVE 'LOYLIAB ' TO RCQ-JOB-NAME
           MOVE SPACES TO RCQ-PREREQ-JOB
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           IF RCQ-REPLY-REFUSED
               DISPLAY 'Run control refused start: ' RCQ-REPLY-MSG
               STOP RUN
           END-IF
           .
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           CALL 'GETBDTE' USING GETBDTE-REQUEST
           MOVE GBD-BUSINESS-DATE(1:6) TO WS-REPORT-MONTH
           .
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX IS GREATER THAN 4
               MOVE ZERO TO WS-TIER-MEMBERS (WS-TIER-IDX)
               MOVE ZERO TO WS-TIER-POINTS (WS-TIER-IDX)
               MOVE ZERO TO WS-TIER-VALUE (WS-TIER-IDX)
               MOVE ZERO TO WS-MOVE-COUNT (WS-TIER-IDX)
               MOVE ZERO TO WS-MOVE-POINTS (WS-TIER-IDX)
               MOVE ZERO TO WS-MOVE-VALUE (WS-TIER-IDX)
           END-PERFORM
           .
      *****************************************************************
      * Without a policy there is no point value - the points are     *
      * still counted but valued at nothing, and the run says so.     *
      *****************************************************************
           OPEN INPUT LOYPOL-FILE
           IF WS-LOYPOL-OK
               READ LOYPOL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE LPL-POINT-VALUE TO WS-POINT-VALUE
               END-READ
               CLOSE LOYPOL-FILE
           END-IF
           IF WS-POINT-VALUE IS EQUAL TO ZERO
               DISPLAY 'No LOYPOL point value - liability not valued'
           END-IF
           .
           OPEN INPUT LOYLDGR-FILE
           IF WS-LOYLDGR-OK
               PERFORM UNTIL WS-LOYLDGR-EOF
                   READ LOYLDGR-FILE NEXT RECORD
                       AT END
                           SET WS-LOYLDGR-EOF TO TRUE
                       NOT AT END
                           PERFORM TALLY-ONE-MEMBER THRU
                               TALLY-ONE-MEMBER-EXIT
                   END-READ
               END-PERFORM
               CLOSE LOYLDGR-FILE
           END-IF
           .
           OPEN INPUT LOYTXN-FILE
           IF WS-LOYTXN-OK
               PERFORM UNTIL WS-LOYTXN-EOF
                   READ LOYTXN-FILE
                       AT END
                           SET WS-LOYTXN-EOF TO TRUE
                       NOT AT END
                           PERFORM TALLY-ONE-MOVEMENT THRU
                               TALLY-ONE-MOVEMENT-EXIT
                   END-READ
               END-PERFORM
               CLOSE LOYTXN-FILE
           END-IF
           .
           OPEN OUTPUT LOYRPT-FILE
           MOVE WS-REPORT-MONTH TO WS-TTL-MONTH
           MOVE WS-POINT-VALUE TO WS-TTL-POINT-VALUE
           WRITE LOYRPT-RECORD FROM WS-TITLE-LINE
           WRITE LOYRPT-RECORD FROM WS-HEADING-LINE
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX IS GREATER THAN 4
               MOVE WS-TIER-CODES(WS-TIER-IDX:1) TO WS-RPT-TIER
               MOVE WS-TIER-NAME (WS-TIER-IDX) TO WS-RPT-NAME
               MOVE WS-TIER-MEMBERS (WS-TIER-IDX) TO WS-RPT-MEMBERS
               MOVE WS-TIER-POINTS (WS-TIER-IDX) TO WS-RPT-POINTS
               MOVE WS-TIER-VALUE (WS-TIER-IDX) TO WS-RPT-VALUE
               WRITE LOYRPT-RECORD FROM WS-REPORT-LINE
               ADD WS-TIER-MEMBERS (WS-TIER-IDX) TO WS-TOTAL-MEMBERS
               ADD WS-TIER-POINTS (WS-TIER-IDX) TO WS-TOTAL-POINTS
               ADD WS-TIER-VALUE (WS-TIER-IDX) TO WS-TOTAL-VALUE
           END-PERFORM
           MOVE WS-TOTAL-MEMBERS TO WS-TOT-MEMBERS
           MOVE WS-TOTAL-POINTS TO WS-TOT-POINTS
           MOVE WS-TOTAL-VALUE TO WS-TOT-VALUE
           WRITE LOYRPT-RECORD FROM WS-TOTAL-LINE
           .
           WRITE LOYRPT-RECORD FROM WS-MOVE-HEADING-LINE
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX IS GREATER THAN 4
               MOVE WS-MOVE-NAME (WS-TIER-IDX) TO WS-MVL-NAME
               MOVE WS-MOVE-COUNT (WS-TIER-IDX) TO WS-MVL-COUNT
               MOVE WS-MOVE-POINTS (WS-TIER-IDX) TO WS-MVL-POINTS
               MOVE WS-MOVE-VALUE (WS-TIER-IDX) TO WS-MVL-VALUE
               WRITE LOYRPT-RECORD FROM WS-MOVE-LINE
           END-PERFORM
           .
           CLOSE LOYRPT-FILE
           .
           DISPLAY WS-ROW-COUNT ' ledger row(s) read, '
               WS-TOTAL-MEMBERS ' member(s) holding points, '
               WS-TXN-COUNT ' movement(s) this month'
           .
           MOVE 'E' TO RCQ-FUNCTION
           MOVE WS-ROW-COUNT TO RCQ-REC-COUNT
           MOVE 'C' TO RCQ-OUTCOME
           CALL 'RUNCTL' USING RUNCTL-REQUEST
           .
           STOP RUN
           .
      *****************************************************************
      * Only a positive balance is a liability - the control row and  *
      * members with nothing left to redeem are not counted. A tier   *
      * not yet set counts as the base tier.                          *
      *****************************************************************
       TALLY-ONE-MEMBER.
           ADD 1 TO WS-ROW-COUNT
           .
           IF LDG-CONTROL-ROW
               GO TO TALLY-ONE-MEMBER-EXIT
           END-IF
           IF LDG-POINTS-BALANCE IS NOT GREATER THAN ZERO
               GO TO TALLY-ONE-MEMBER-EXIT
           END-IF
           .
           MOVE 1 TO WS-TIER-SLOT
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX IS GREATER THAN 4
               IF WS-TIER-CODES(WS-TIER-IDX:1) IS EQUAL TO LDG-TIER
                   MOVE WS-TIER-IDX TO WS-TIER-SLOT
               END-IF
           END-PERFORM
           .
           ADD 1 TO WS-TIER-MEMBERS (WS-TIER-SLOT)
           ADD LDG-POINTS-BALANCE TO WS-TIER-POINTS (WS-TIER-SLOT)
           COMPUTE WS-TIER-VALUE (WS-TIER-SLOT) ROUNDED =
               WS-TIER-VALUE (WS-TIER-SLOT) +
               (LDG-POINTS-BALANCE * WS-POINT-VALUE)
           .
       TALLY-ONE-MEMBER-EXIT.
           EXIT
           .
      *****************************************************************
      * Awards and take-backs are valued at today's point value;      *
      * redemptions at the dollars they actually paid.                *
      *****************************************************************
       TALLY-ONE-MOVEMENT.
           IF LTX-DATE(1:6) IS NOT EQUAL TO WS-REPORT-MONTH
               GO TO TALLY-ONE-MOVEMENT-EXIT
           END-IF
           .
           MOVE ZERO TO WS-TIER-SLOT
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX IS GREATER THAN 4
               IF WS-MOVE-KINDS(WS-TIER-IDX:1) IS EQUAL TO LTX-KIND
                   MOVE WS-TIER-IDX TO WS-TIER-SLOT
               END-IF
           END-PERFORM
           IF WS-TIER-SLOT IS EQUAL TO ZERO
               GO TO TALLY-ONE-MOVEMENT-EXIT
           END-IF
           .
           ADD 1 TO WS-TXN-COUNT
           ADD 1 TO WS-MOVE-COUNT (WS-TIER-SLOT)
           ADD LTX-POINTS TO WS-MOVE-POINTS (WS-TIER-SLOT)
           IF LTX-AWARD
               OR LTX-TAKE-BACK
               COMPUTE WS-MOVE-VALUE (WS-TIER-SLOT) ROUNDED =
                   WS-MOVE-VALUE (WS-TIER-SLOT) +
                   (LTX-POINTS * WS-POINT-VALUE)
           ELSE
               ADD LTX-VALUE TO WS-MOVE-VALUE (WS-TIER-SLOT)
           END-IF
           .
       TALLY-ONE-MOVEMENT-EXIT.
           EXIT
           .
