001220*              marks the suspense item adjusted. The           * acctsadj
001230*              adjustment moves the book balance onto the GL    * acctsadj
001240*              figure - the difference the ledger has carried.  * acctsadj
001242*              An operator approving an adjustment on their own * acctsadj
001244*              or a linked customer's account (STAFFXRF) is     * acctsadj
001246*              refused through STAFFCHK unless a supervisor is  * acctsadj
001248*              named as override user.                          * acctsadj
001250***************************************************************** acctsadj
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTSADJ.
             15 SADJI-ACCOUNT PIC X(9).
             15 SADJI-REASON-CODE PIC X(2).
             15 SADJI-USERID PIC X(5).
             15 SADJI-OVERRIDE-ID PIC X(5).
           10 SADJO-DATA.
             15 SADJO-MESSAGE PIC X(40).
             15 SADJO-AMOUNT PIC S9(7)V99.
       01 WS-JOURNAL-WORK.
         05 WS-BEFORE-ACCTMST PIC X(250).
       COPY CMSTJNLQ.
       COPY CSTAFCKQ.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
         02 BRE-I-SADJI-ACCOUNT             PIC X(9).
         02 BRE-I-SADJI-REASON-CODE         PIC X(2).
         02 BRE-I-SADJI-USERID              PIC X(5).
         02 BRE-I-SADJI-OVERRIDE-ID         PIC X(5).
         02 BRE-I-READ-ONLY-FLAG            PIC X(1).
           88 BRE-I-READ-ONLY               VALUE 'Y'.
       01 BRE-OUT-OUTPUT-STRUCTURE.
               GO TO SUSPENSE-PROCESSING-EXIT
           END-IF
           .
      *****************************************************************
      * An operator may not adjust their own or a linked customer's   *
      * account unless a supervisor is named as override user.        *
      *****************************************************************
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE 'C' TO SCK-FUNCTION
           MOVE 'ACCTSADJ' TO SCK-SOURCE
           MOVE SADJI-USERID TO SCK-OPERATOR-ID
           MOVE SADJI-OVERRIDE-ID TO SCK-OVERRIDE-ID
           MOVE SADJI-OWNER-PID TO SCK-PID
           MOVE SADJI-ACCOUNT TO SCK-ACCOUNT
           MOVE ZERO TO SCK-AMOUNT
           MOVE WS-CURRENT-DATE TO SCK-DATE
           CALL 'STAFFCHK' USING STAFFCHK-REQUEST
           IF SCK-BLOCKED
               MOVE SCK-REPLY-MSG TO SADJO-MESSAGE
               GO TO SUSPENSE-PROCESSING-EXIT
           END-IF
           .
           EXEC CICS READ FILE('SUSPMST')
                          UPDATE
                          INTO(SUSPMST-RECORD)
           MOVE BRE-I-SADJI-ACCOUNT TO SADJI-ACCOUNT
           MOVE BRE-I-SADJI-REASON-CODE TO SADJI-REASON-CODE
           MOVE BRE-I-SADJI-USERID TO SADJI-USERID
           MOVE BRE-I-SADJI-OVERRIDE-ID TO SADJI-OVERRIDE-ID
           MOVE BRE-I-READ-ONLY-FLAG TO WS-READ-ONLY-FLAG
           .
       BRE-COPY-OUTPUT-DATA.
