001150***************************************************************** parmmnt
001160* Program:     PARMMNT.CBL                                      * parmmnt
001170* Function:    One maintenance transaction for the parameter    * parmmnt
001178*              files that used to be edited raw - SGNLIM,       * parmmnt
001186*              LOANLIMS, DORMLIM, LRGLIM, RATETBL, FEESCHED,    * parmmnt
001194*              APPRRULE, AMLRULE, RETRULE, LTVPOL, CHGOPOL,     * parmmnt
001202*              ECLPARM, RENWPOL, PREPPOL, CNSTPOL, LOCRPOL,     * parmmnt
001210*              PRCGRID, REGPPOL, CAMPGN, SDBPOL, EARNTBL,       * parmmnt
001218*              LOYPOL, ANLPRICE, DQRULE, CPEXPOL, PFTPOL,       * parmmnt
001226*              INACTPOL, CAPLIM, GAPPOL, ATMPOL, KITEPOL,       * parmmnt
001234*              ATOPOL, WIREPOL and BURCUT. Each PARMREQ card    * parmmnt
001242*              carries the target file and the new record       * parmmnt
001250*              image; the image is validated against the file's * parmmnt
001258*              own layout and sane ranges before anything       * parmmnt
001266*              lands. Changes to the pricing-sensitive files    * parmmnt
001274*              (RATETBL, FEESCHED, APPRRULE, PRCGRID, CAMPGN,   * parmmnt
001282*              the loyalty EARNTBL and LOYPOL and the account   * parmmnt
001290*              analysis ANLPRICE), the ECLPARM provisioning     * parmmnt
001298*              factors and the BURCUT bureau score cutoffs      * parmmnt
001306*              queue on PENDAPR as 'PARM' for second-person     * parmmnt
001314*              release; the rest apply at once. Effective-dated * parmmnt
001322*              files take the change as an appended row (the    * parmmnt
001323*              RATETBL convention), single-record files are     * parmmnt
001324*              replaced, and every change writes a before/after * parmmnt
001325*              PARMAUD row.                                     * parmmnt
001330***************************************************************** parmmnt
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARMMNT.

           10 WIM-FEE-PER-ITEM PIC 9(3)V99.
           10 WIM-FEE-FREE PIC 9(3).
           10 WIM-FEE-WAIVER-MIN PIC 9(7)V99.
           10 WIM-FEE-YOUTH-AGE PIC 9(3).
           10 WIM-FEE-SENIOR-AGE PIC 9(3).
           10 FILLER PIC X(46).
         05 WS-IMG-APPRRULE REDEFINES WS-IMAGE.
           10 WIM-APR-ACTION PIC X(4).
           10 WIM-APR-ACTIVE PIC X(1).
           10 WIM-LIM-RATE-DECIMALS PIC 9(1).
           10 WIM-LIM-MAX-TERM PIC 9(4).
           10 FILLER PIC X(61).
         05 WS-IMG-LTVPOL REDEFINES WS-IMAGE.
           10 WIM-LTP-CEILING-PCT PIC 9(3)V99.
           10 WIM-LTP-DECLINE-PCT PIC 9(3)V99.
           10 WIM-LTP-APPRAISAL-MONTHS PIC 9(3).
           10 FILLER PIC X(67).
         05 WS-IMG-CHGOPOL REDEFINES WS-IMAGE.
           10 WIM-CHP-DAYS-OVERDUE PIC 9(4).
           10 FILLER PIC X(76).
         05 WS-IMG-ECLPARM REDEFINES WS-IMAGE.
           10 WIM-ECL-PRODUCT PIC X(4).
           10 WIM-ECL-STAGE PIC 9(1).
           10 WIM-ECL-PD-PCT PIC 9(3)V99.
           10 WIM-ECL-LGD-PCT PIC 9(3)V99.
           10 WIM-ECL-EFF-DATE PIC 9(8).
           10 FILLER PIC X(57).
         05 WS-IMG-RENWPOL REDEFINES WS-IMAGE.
           10 WIM-RNP-OFFER-DAYS PIC 9(3).
           10 WIM-RNP-DEFAULT-TERM-YEARS PIC 9(1).
           10 FILLER PIC X(76).
         05 WS-IMG-PREPPOL REDEFINES WS-IMAGE.
           10 WIM-PPP-ALLOWANCE-PCT PIC 9(3)V99.
           10 FILLER PIC X(75).
         05 WS-IMG-CNSTPOL REDEFINES WS-IMAGE.
           10 WIM-CNP-HOLDBACK-PCT PIC 9(3)V99.
           10 WIM-CNP-HOLDBACK-DAYS PIC 9(3).
           10 FILLER PIC X(72).
         05 WS-IMG-LOCRPOL REDEFINES WS-IMAGE.
           10 WIM-LRP-REVIEW-DAYS PIC 9(3).
           10 WIM-LRP-DELQ-LOOKBACK-MONTHS PIC 9(2).
           10 WIM-LRP-REDUCE-KEEP-PCT PIC 9(3)V99.
           10 WIM-LRP-GOOD-MONTHS PIC 9(2).
           10 WIM-LRP-UTILISATION-PCT PIC 9(3)V99.
           10 WIM-LRP-INCREASE-PCT PIC 9(3)V99.
           10 WIM-LRP-MAX-LIMIT PIC 9(7)V99.
           10 FILLER PIC X(49).
         05 WS-IMG-PRCGRID REDEFINES WS-IMAGE.
           10 WIM-PGR-PRODUCT PIC X(4).
           10 WIM-PGR-TERM-MAX-MONTHS PIC 9(4).
           10 WIM-PGR-LTV-MAX-PCT PIC 9(3)V99.
           10 WIM-PGR-CREDIT-TIER PIC X(1).
           10 WIM-PGR-ANNUAL-RATE PIC 9(3)V9(6).
           10 WIM-PGR-EFF-DATE PIC 9(8).
           10 FILLER PIC X(49).
         05 WS-IMG-REGPPOL REDEFINES WS-IMAGE.
           10 WIM-RPP-TFSA-ANNUAL-LIMIT PIC 9(7)V99.
           10 WIM-RPP-TFSA-CARRYBACK PIC X(1).
           10 WIM-RPP-RRSP-ANNUAL-LIMIT PIC 9(7)V99.
           10 WIM-RPP-RRSP-CARRYBACK PIC X(1).
           10 WIM-RPP-CARRYBACK-DAYS PIC 9(3).
           10 FILLER PIC X(57).
         05 WS-IMG-CAMPGN REDEFINES WS-IMAGE.
           10 WIM-CMP-CODE PIC X(6).
           10 WIM-CMP-DESC PIC X(16).
           10 WIM-CMP-PRODUCT PIC X(4) OCCURS 4 TIMES.
           10 WIM-CMP-BONUS-RATE PIC 9(3)V9(6).
           10 WIM-CMP-BASELINE-DATE PIC 9(8).
           10 WIM-CMP-START-DATE PIC 9(8).
           10 WIM-CMP-END-DATE PIC 9(8).
           10 WIM-CMP-BONUS-EXPIRY PIC 9(8).
           10 WIM-CMP-STATUS PIC X(1).
         05 WS-IMG-SDBPOL REDEFINES WS-IMAGE.
           10 WIM-SBP-NOTICE-DAYS PIC 9(3).
           10 WIM-SBP-SIZE-RENT PIC 9(5)V99 OCCURS 4 TIMES.
           10 FILLER PIC X(49).
         05 WS-IMG-EARNTBL REDEFINES WS-IMAGE.
           10 WIM-ERN-TXN-TYPE PIC X(2).
           10 WIM-ERN-PRODUCT PIC X(4).
           10 WIM-ERN-TIER PIC X(1).
           10 WIM-ERN-ACTION PIC X(1).
           10 WIM-ERN-POINTS-PER-DOLLAR PIC 9(3)V99.
           10 WIM-ERN-POINTS-PER-ITEM PIC 9(5).
           10 WIM-ERN-EFF-DATE PIC 9(8).
           10 FILLER PIC X(54).
         05 WS-IMG-LOYPOL REDEFINES WS-IMAGE.
           10 WIM-LPL-TIER-FLOOR PIC 9(9)V99 OCCURS 3 TIMES.
           10 WIM-LPL-POINT-VALUE PIC 9(1)V9(4).
           10 WIM-LPL-MIN-REDEEM PIC 9(7).
           10 WIM-LPL-DONATE-PID PIC X(5).
           10 WIM-LPL-DONATE-ACCOUNT PIC X(9).
           10 FILLER PIC X(21).
         05 WS-IMG-ANLPRICE REDEFINES WS-IMAGE.
           10 WIM-ANP-PRICE-LIST PIC X(4).
           10 WIM-ANP-ROW-TYPE PIC X(1).
           10 WIM-ANP-SERVICE-TYPE PIC X(2).
           10 WIM-ANP-DESC PIC X(20).
           10 WIM-ANP-UNIT-PRICE PIC 9(3)V99.
           10 WIM-ANP-MONTHLY-FEE PIC 9(5)V99.
           10 WIM-ANP-ECR-RATE PIC 9(2)V9(4).
           10 WIM-ANP-RESERVE-PCT PIC 9(2)V99.
           10 WIM-ANP-EFF-DATE PIC 9(8).
           10 FILLER PIC X(23).
         05 WS-IMG-DQRULE REDEFINES WS-IMAGE.
           10 WIM-DQR-RULE-ID PIC X(4).
           10 WIM-DQR-ACTIVE-FLAG PIC X(1).
           10 WIM-DQR-FIELD-NAME PIC X(12).
           10 WIM-DQR-WEIGHT PIC 9(3).
           10 FILLER PIC X(60).
         05 WS-IMG-CPEXPOL REDEFINES WS-IMAGE.
           10 WIM-CPX-GROUP-LIMIT PIC 9(9)V99.
           10 WIM-CPX-REFER-PCT PIC 9(3)V99.
           10 WIM-CPX-REPORT-TOP PIC 9(3).
           10 FILLER PIC X(61).
         05 WS-IMG-PFTPOL REDEFINES WS-IMAGE.
           10 WIM-PFP-FTP-RATE PIC 9(2)V9(4).
           10 WIM-PFP-COST-TELLER PIC 9(3)V99.
           10 WIM-PFP-COST-ATM PIC 9(3)V99.
           10 WIM-PFP-COST-ONLINE PIC 9(3)V99.
           10 WIM-PFP-COST-BATCH PIC 9(3)V99.
           10 WIM-PFP-REPORT-TOP PIC 9(3).
           10 FILLER PIC X(51).
         05 WS-IMG-INACTPOL REDEFINES WS-IMAGE.
           10 WIM-INP-WARN-DAYS PIC 9(3).
           10 WIM-INP-DISABLE-DAYS PIC 9(3).
           10 FILLER PIC X(74).
         05 WS-IMG-CAPLIM REDEFINES WS-IMAGE.
           10 WIM-CPL-FILE-ID PIC X(8).
           10 WIM-CPL-CAPACITY-RECS PIC 9(9).
           10 WIM-CPL-WARN-PCT PIC 9(3).
           10 WIM-CPL-WARN-DAYS PIC 9(3).
           10 FILLER PIC X(57).
         05 WS-IMG-GAPPOL REDEFINES WS-IMAGE.
           10 WIM-GPL-SHOCK-BPS PIC 9(3).
           10 FILLER PIC X(77).
         05 WS-IMG-ATMPOL REDEFINES WS-IMAGE.
           10 WIM-ATP-HISTORY-WEEKS PIC 9(2).
           10 WIM-ATP-CYCLE-DAYS PIC 9(2).
           10 WIM-ATP-HOLIDAY-UPLIFT-PCT PIC 9(3).
           10 WIM-ATP-SAFETY-PCT PIC 9(3).
           10 WIM-ATP-VAULT-RESERVE PIC 9(7).
           10 FILLER PIC X(63).
         05 WS-IMG-KITEPOL REDEFINES WS-IMAGE.
           10 WIM-KTP-LOOKBACK-DAYS PIC 9(3).
           10 WIM-KTP-ROUND-UNIT PIC 9(5).
           10 WIM-KTP-REPEAT-COUNT PIC 9(2).
           10 WIM-KTP-DEPOSIT-RATIO PIC 9(3).
           10 WIM-KTP-CASE-SCORE PIC 9(3).
           10 WIM-KTP-EXTEND-HOLDS PIC X(1).
           10 WIM-KTP-REVIEW-DAYS PIC 9(2).
           10 FILLER PIC X(61).
         05 WS-IMG-ATOPOL REDEFINES WS-IMAGE.
           10 WIM-ATO-WINDOW-DAYS PIC 9(2).
           10 WIM-ATO-MIN-PAYMENT PIC 9(7)V99.
           10 FILLER PIC X(69).
         05 WS-IMG-WIREPOL REDEFINES WS-IMAGE.
           10 WIM-WRP-OUR-BIC PIC X(11).
           10 WIM-WRP-CLEARING-SYSTEM PIC X(5).
           10 WIM-WRP-CURRENCY PIC X(3).
           10 WIM-WRP-CHARGE-BEARER PIC X(4).
           10 FILLER PIC X(57).
         05 WS-IMG-BURCUT REDEFINES WS-IMAGE.
           10 WIM-BCU-PRODUCT PIC X(4).
           10 WIM-BCU-DECLINE-SCORE PIC 9(3).
           10 WIM-BCU-APPROVE-SCORE PIC 9(3).
           10 WIM-BCU-REFER-DSR PIC 9(3)V99.
           10 WIM-BCU-NO-FILE-ACTION PIC X(1).
           10 WIM-BCU-EFF-DATE PIC 9(8).
           10 FILLER PIC X(56).

       COPY CRUNCTLQ.

                       AND WIM-FEE-PER-ITEM IS NUMERIC
                       AND WIM-FEE-FREE IS NUMERIC
                       AND WIM-FEE-WAIVER-MIN IS NUMERIC
                       AND WIM-FEE-YOUTH-AGE IS NUMERIC
                       AND WIM-FEE-SENIOR-AGE IS NUMERIC
                       AND WIM-FEE-CODE IS NOT EQUAL TO SPACES
                       SET WS-REQUEST-VALID TO TRUE
                   END-IF
                       AND WIM-APR-ACTION IS NOT EQUAL TO SPACES
                       SET WS-REQUEST-VALID TO TRUE
                   END-IF
               WHEN 'PRCGRID '
                   SET WS-FILE-SENSITIVE TO TRUE
                   IF WIM-PGR-PRODUCT IS NOT EQUAL TO SPACES
                       AND WIM-PGR-CREDIT-TIER IS NOT EQUAL TO SPACE
                       AND WIM-PGR-TERM-MAX-MONTHS IS NUMERIC
                       AND WIM-PGR-LTV-MAX-PCT IS NUMERIC
                       AND WIM-PGR-ANNUAL-RATE IS NUMERIC
                       AND WIM-PGR-EFF-DATE IS NUMERIC
                       AND WIM-PGR-TERM-MAX-MONTHS IS GREATER THAN
                           ZERO
                       AND WIM-PGR-ANNUAL-RATE IS GREATER THAN ZERO
                       AND WIM-PGR-ANNUAL-RATE IS LESS THAN 100
                       AND WIM-PGR-EFF-DATE IS GREATER THAN ZERO
                       SET WS-REQUEST-VALID TO TRUE
                   END-IF
               WHEN 'CAMPGN  '
                   SET WS-FILE-SENSITIVE TO TRUE
                   IF WIM-CMP-CODE IS NOT EQUAL TO SPACES
                       AND WIM-CMP-PRODUCT (1) IS NOT EQUAL TO SPACES
                       AND WIM-CMP-BONUS-RATE IS NUMERIC
                       AND WIM-CMP-BONUS-RATE IS LESS THAN 100
                       AND WIM-CMP-BASELINE-DATE IS NUMERIC
                       AND WIM-CMP-START-DATE IS NUMERIC
                       AND WIM-CMP-END-DATE IS NUMERIC
                       AND WIM-CMP-BONUS-EXPIRY IS NUMERIC
                       AND WIM-CMP-BASELINE-DATE IS NOT GREATER THAN
                           WIM-CMP-START-DATE
                       AND WIM-CMP-START-DATE IS NOT GREATER THAN
                           WIM-CMP-END-DATE
                       AND WIM-CMP-END-DATE IS NOT GREATER THAN
                           WIM-CMP-BONUS-EXPIRY
                       AND (WIM-CMP-STATUS IS EQUAL TO 'A'
                           OR WIM-CMP-STATUS IS EQUAL TO 'W')
                       SET WS-REQUEST-VALID TO TRUE
                   END-IF
               WHEN 'EARNTBL '
                   SET WS-FILE-SENSITIVE TO TRUE
                   IF WIM-ERN-TXN-TYPE IS NOT EQUAL TO SPACES
                       AND (WIM-ERN-TIER IS EQUAL TO SPACE
                           OR WIM-ERN-TIER IS EQUAL TO 'B'
                           OR WIM-ERN-TIER IS EQUAL TO 'S'
                           OR WIM-ERN-TIER IS EQUAL TO 'G'
                           OR WIM-ERN-TIER IS EQUAL TO 'P')
                       AND (WIM-ERN-ACTION IS EQUAL TO 'E'
                           OR WIM-ERN-ACTION IS EQUAL TO 'T')
                       AND WIM-ERN-POINTS-PER-DOLLAR IS NUMERIC
                       AND WIM-ERN-POINTS-PER-ITEM IS NUMERIC
                       AND WIM-ERN-EFF-DATE IS NUMERIC
                       AND WIM-ERN-EFF-DATE IS GREATER THAN ZERO
                       SET WS-REQUEST-VALID TO TRUE
                   END-IF
               WHEN 'LOYPOL  '
                   SET WS-FILE-SENSITIVE TO TRUE
                   SET WS-FILE-SINGLE-RECORD TO TRUE
                   IF WIM-LPL-TIER-FLOOR (1) IS NUMERIC
                       AND WIM-LPL-TIER-FLOOR (2) IS NUMERIC
                       AND WIM-LPL-TIER-FLOOR (3) IS NUMERIC
                       AND WIM-LPL-TIER-FLOOR (2) IS GREATER THAN
                           WIM-LPL-TIER-FLOOR (1)
                       AND WIM-LPL-TIER-FLOOR (3) IS GREATER THAN
                           WIM-LPL-TIER-FLOOR (2)
                       AND WIM-LPL-POINT-VALUE IS NUMERIC
                       AND WIM-LPL-POINT-VALUE IS GREATER THAN ZERO
                       AND WIM-LPL-MIN-REDEEM IS NUMERIC
                       AND WIM-LPL-MIN-REDEEM IS GREATER THAN ZERO
                       AND WIM-LPL-DONATE-PID IS NOT EQUAL TO SPACES
                       AND WIM-LPL-DONATE-ACCOUNT IS NOT EQUAL TO
                           SPACES
                       SET WS-REQUEST-VALID TO TRUE
                   END-IF
               WHEN 'ANLPRICE'
                   SET WS-FILE-SENSITIVE TO TRUE
                   IF WIM-ANP-PRICE-LIST IS NOT EQUAL TO SPACES
                       AND WIM-ANP-UNIT-PRICE IS NUMERIC
                       AND WIM-ANP-MONTHLY-FEE IS NUMERIC
                       AND WIM-ANP-ECR-RATE IS NUMERIC
                       AND WIM-ANP-RESERVE-PCT IS NUMERIC
                       AND WIM-ANP-EFF-DATE IS NUMERIC
                       AND WIM-ANP-EFF-DATE IS GREATER THAN ZERO
                       AND WIM-ANP-ECR-RATE IS LESS THAN 100
                       AND WIM-ANP-RESERVE-PCT IS LESS THAN 100
                       AND (WIM-ANP-ROW-TYPE IS EQUAL TO 'H'
                           OR (WIM-ANP-ROW-TYPE IS EQUAL TO 'S'
                           AND WIM-ANP-SERVICE-TYPE IS NOT EQUAL TO
                               SPACES))
                       SET WS-REQUEST-VALID TO TRUE
                   END-IF
               WHEN 'ECLPARM '
                   SET WS-FILE-SENSITIVE TO TRUE
                   IF WIM-ECL-PRODUCT IS NOT EQUAL TO SPACES
                       AND WIM-ECL-STAGE IS NUMERIC
                       AND WIM-ECL-PD-PCT IS NUMERIC
                       AND WIM-ECL-LGD-PCT IS NUMERIC
                       AND WIM-ECL-EFF-DATE IS NUMERIC
                       AND WIM-ECL-STAGE IS GREATER THAN ZERO
                       AND WIM-ECL-STAGE IS LESS THAN 4
                       AND WIM-ECL-PD-PCT IS NOT GREATER THAN 100
                       AND WIM-ECL-LGD-PCT IS NOT GREATER THAN 100
                       AND WIM-ECL-EFF-DATE IS GREATER THAN ZERO
                       SET WS-REQUEST-VALID TO TRUE
                   END-IF
               WHEN 'DORMLIM '
                   SET WS-FILE-SINGLE-RECORD TO TRUE
                   IF WIM-DRM-WARN-MONTHS IS NUMERIC
                           WIM-LIM-MIN-AMOUNT
                       SET WS-REQUEST-VALID TO TRUE
                   END-IF
               WHEN 'LTVPOL  '
                   SET WS-FILE-SINGLE-RECORD TO TRUE
                   IF WIM-LTP-CEILING-PCT IS NUMERIC
                       AND WIM-LTP-DECLINE-PCT IS NUMERIC
                       AND WIM-LTP-APPRAISAL-MONTHS IS NUMERIC
                       AND WIM-LTP-CEILING-PCT IS GREATER THAN ZERO
                       AND WIM-LTP-DECLINE-PCT IS NOT LESS THAN
                           WIM-LTP-CEILING-PCT
                       AND WIM-LTP-APPRAISAL-MONTHS IS GREATER THAN
                           ZERO
                       SET WS-REQUEST-VALID TO TRUE
                   END-IF
               WHEN 'CHGOPOL '
                   SET WS-FILE-SINGLE-RECORD TO TRUE
                   IF WIM-CHP-DAYS-OVERDUE IS NUMERIC
                       AND WIM-CHP-DAYS-OVERDUE IS NOT LESS THAN 90
                       SET WS-REQUEST-VALID TO TRUE
                   END-IF
               WHEN 'RENWPOL '
                   SET WS-FILE-SINGLE-RECORD TO TRUE
                   IF WIM-RNP-OFFER-DAYS IS NUMERIC
                       AND WIM-RNP-OFFER-DAYS IS NOT LESS THAN 30
                       AND WIM-RNP-DEFAULT-TERM-YEARS IS NUMERIC
                       AND WIM-RNP-DEFAULT-TERM-YEARS IS GREATER THAN
                           ZERO
                       AND WIM-RNP-DEFAULT-TERM-YEARS IS NOT GREATER
                           THAN 5
                       SET WS-REQUEST-VALID TO TRUE
                   END-IF
               WHEN 'PREPPOL '
                   SET WS-FILE-SINGLE-RECORD TO TRUE
                   IF WIM-PPP-ALLOWANCE-PCT IS NUMERIC
                       AND WIM-PPP-ALLOWANCE-PCT IS NOT GREATER THAN
                           100
                       SET WS-REQUEST-VALID TO TRUE
                   END-IF
               WHEN 'CNSTPOL '
                   SET WS-FILE-SINGLE-RECORD TO TRUE
                   IF WIM-CNP-HOLDBACK-PCT IS NUMERIC
                       AND WIM-CNP-HOLDBACK-PCT IS LESS THAN 100
                       AND WIM-CNP-HOLDBACK-DAYS IS NUMERIC
                       SET WS-REQUEST-VALID TO TRUE
                   END-IF
               WHEN 'LOCRPOL '
                   SET WS-FILE-SINGLE-RECORD TO TRUE
                   IF WIM-LRP-REVIEW-DAYS IS NUMERIC
                       AND WIM-LRP-REVIEW-DAYS IS GREATER THAN ZERO
                       AND WIM-LRP-DELQ-LOOKBACK-MONTHS IS NUMERIC
                       AND WIM-LRP-REDUCE-KEEP-PCT IS NUMERIC
                       AND WIM-LRP-REDUCE-KEEP-PCT IS NOT GREATER THAN
                           100
                       AND WIM-LRP-GOOD-MONTHS IS NUMERIC
                       AND WIM-LRP-UTILISATION-PCT IS NUMERIC
                       AND WIM-LRP-UTILISATION-PCT IS NOT GREATER THAN
                           100
                       AND WIM-LRP-INCREASE-PCT IS NUMERIC
                       AND WIM-LRP-INCREASE-PCT IS NOT GREATER THAN
                           100
                       AND WIM-LRP-MAX-LIMIT IS NUMERIC
                       AND WIM-LRP-MAX-LIMIT IS GREATER THAN ZERO
                       AND WIM-LRP-MAX-LIMIT IS LESS THAN 100000
                       SET WS-REQUEST-VALID TO TRUE
                   END-IF
               WHEN 'REGPPOL '
                   SET WS-FILE-SINGLE-RECORD TO TRUE
                   IF WIM-RPP-TFSA-ANNUAL-LIMIT IS NUMERIC
                       AND WIM-RPP-RRSP-ANNUAL-LIMIT IS NUMERIC
                       AND (WIM-RPP-TFSA-CARRYBACK IS EQUAL TO 'Y'
                           OR WIM-RPP-TFSA-CARRYBACK IS EQUAL TO 'N')
                       AND (WIM-RPP-RRSP-CARRYBACK IS EQUAL TO 'Y'
                           OR WIM-RPP-RRSP-CARRYBACK IS EQUAL TO 'N')
                       AND WIM-RPP-CARRYBACK-DAYS IS NUMERIC
                       AND WIM-RPP-CARRYBACK-DAYS IS LESS THAN 366
                       SET WS-REQUEST-VALID TO TRUE
                   END-IF
               WHEN 'SDBPOL  '
                   SET WS-FILE-SINGLE-RECORD TO TRUE
                   IF WIM-SBP-NOTICE-DAYS IS NUMERIC
                       AND WIM-SBP-NOTICE-DAYS IS GREATER THAN ZERO
                       AND WIM-SBP-SIZE-RENT (1) IS NUMERIC
                       AND WIM-SBP-SIZE-RENT (2) IS NUMERIC
                       AND WIM-SBP-SIZE-RENT (3) IS NUMERIC
                       AND WIM-SBP-SIZE-RENT (4) IS NUMERIC
                       SET WS-REQUEST-VALID TO TRUE
                   END-IF
               WHEN 'AMLRULE '
                   IF WIM-AML-RULE-ID IS NOT EQUAL TO SPACES
                       SET WS-REQUEST-VALID TO TRUE
                   END-IF
               WHEN 'DQRULE  '
                   IF (WIM-DQR-RULE-ID IS EQUAL TO 'TELB'
                       OR WIM-DQR-RULE-ID IS EQUAL TO 'TELF'
                       OR WIM-DQR-RULE-ID IS EQUAL TO 'PCOD'
                       OR WIM-DQR-RULE-ID IS EQUAL TO 'SINM'
                       OR WIM-DQR-RULE-ID IS EQUAL TO 'EMLF'
                       OR WIM-DQR-RULE-ID IS EQUAL TO 'EMLP'
                       OR WIM-DQR-RULE-ID IS EQUAL TO 'NAMC')
                       AND (WIM-DQR-ACTIVE-FLAG IS EQUAL TO 'Y'
                       OR WIM-DQR-ACTIVE-FLAG IS EQUAL TO 'N')
                       AND WIM-DQR-FIELD-NAME IS NOT EQUAL TO SPACES
                       AND WIM-DQR-WEIGHT IS NUMERIC
                       AND WIM-DQR-WEIGHT IS NOT GREATER THAN 100
                       SET WS-REQUEST-VALID TO TRUE
                   END-IF
               WHEN 'CPEXPOL '
                   SET WS-FILE-SINGLE-RECORD TO TRUE
                   IF WIM-CPX-GROUP-LIMIT IS NUMERIC
                       AND WIM-CPX-GROUP-LIMIT IS GREATER THAN ZERO
                       AND WIM-CPX-REFER-PCT IS NUMERIC
                       AND WIM-CPX-REFER-PCT IS GREATER THAN ZERO
                       AND WIM-CPX-REFER-PCT IS NOT GREATER THAN 100
                       AND WIM-CPX-REPORT-TOP IS NUMERIC
                       AND WIM-CPX-REPORT-TOP IS GREATER THAN ZERO
                       AND WIM-CPX-REPORT-TOP IS NOT GREATER THAN 50
                       SET WS-REQUEST-VALID TO TRUE
                   END-IF
               WHEN 'PFTPOL  '
                   SET WS-FILE-SINGLE-RECORD TO TRUE
                   IF WIM-PFP-FTP-RATE IS NUMERIC
                       AND WIM-PFP-FTP-RATE IS GREATER THAN ZERO
                       AND WIM-PFP-COST-TELLER IS NUMERIC
                       AND WIM-PFP-COST-ATM IS NUMERIC
                       AND WIM-PFP-COST-ONLINE IS NUMERIC
                       AND WIM-PFP-COST-BATCH IS NUMERIC
                       AND WIM-PFP-REPORT-TOP IS NUMERIC
                       AND WIM-PFP-REPORT-TOP IS GREATER THAN ZERO
                       AND WIM-PFP-REPORT-TOP IS NOT GREATER THAN 100
                       SET WS-REQUEST-VALID TO TRUE
                   END-IF
               WHEN 'INACTPOL'
                   SET WS-FILE-SINGLE-RECORD TO TRUE
                   IF WIM-INP-WARN-DAYS IS NUMERIC
                       AND WIM-INP-DISABLE-DAYS IS NUMERIC
                       AND WIM-INP-WARN-DAYS IS GREATER THAN ZERO
                       AND WIM-INP-DISABLE-DAYS IS GREATER THAN
                           WIM-INP-WARN-DAYS
                       SET WS-REQUEST-VALID TO TRUE
                   END-IF
               WHEN 'CAPLIM  '
                   IF WIM-CPL-FILE-ID IS NOT EQUAL TO SPACES
                       AND WIM-CPL-CAPACITY-RECS IS NUMERIC
                       AND WIM-CPL-WARN-PCT IS NUMERIC
                       AND WIM-CPL-WARN-PCT IS GREATER THAN ZERO
                       AND WIM-CPL-WARN-PCT IS NOT GREATER THAN 100
                       AND WIM-CPL-WARN-DAYS IS NUMERIC
                       AND WIM-CPL-WARN-DAYS IS GREATER THAN ZERO
                       SET WS-REQUEST-VALID TO TRUE
                   END-IF
               WHEN 'GAPPOL  '
                   SET WS-FILE-SINGLE-RECORD TO TRUE
                   IF WIM-GPL-SHOCK-BPS IS NUMERIC
                       AND WIM-GPL-SHOCK-BPS IS GREATER THAN ZERO
                       SET WS-REQUEST-VALID TO TRUE
                   END-IF
               WHEN 'ATMPOL  '
                   SET WS-FILE-SINGLE-RECORD TO TRUE
                   IF WIM-ATP-HISTORY-WEEKS IS NUMERIC
                       AND WIM-ATP-HISTORY-WEEKS IS GREATER THAN ZERO
                       AND WIM-ATP-HISTORY-WEEKS IS NOT GREATER THAN 26
                       AND WIM-ATP-CYCLE-DAYS IS NUMERIC
                       AND WIM-ATP-CYCLE-DAYS IS GREATER THAN ZERO
                       AND WIM-ATP-CYCLE-DAYS IS NOT GREATER THAN 14
                       AND WIM-ATP-HOLIDAY-UPLIFT-PCT IS NUMERIC
                       AND WIM-ATP-SAFETY-PCT IS NUMERIC
                       AND WIM-ATP-VAULT-RESERVE IS NUMERIC
                       SET WS-REQUEST-VALID TO TRUE
                   END-IF
               WHEN 'KITEPOL '
                   SET WS-FILE-SINGLE-RECORD TO TRUE
                   IF WIM-KTP-LOOKBACK-DAYS IS NUMERIC
                       AND WIM-KTP-LOOKBACK-DAYS IS GREATER THAN ZERO
                       AND WIM-KTP-LOOKBACK-DAYS IS NOT GREATER THAN 90
                       AND WIM-KTP-ROUND-UNIT IS NUMERIC
                       AND WIM-KTP-ROUND-UNIT IS GREATER THAN ZERO
                       AND WIM-KTP-REPEAT-COUNT IS NUMERIC
                       AND WIM-KTP-REPEAT-COUNT IS GREATER THAN ZERO
                       AND WIM-KTP-DEPOSIT-RATIO IS NUMERIC
                       AND WIM-KTP-DEPOSIT-RATIO IS GREATER THAN ZERO
                       AND WIM-KTP-CASE-SCORE IS NUMERIC
                       AND WIM-KTP-CASE-SCORE IS GREATER THAN ZERO
                       AND WIM-KTP-CASE-SCORE IS NOT GREATER THAN 100
                       AND (WIM-KTP-EXTEND-HOLDS IS EQUAL TO 'Y'
                           OR WIM-KTP-EXTEND-HOLDS IS EQUAL TO 'N')
                       AND WIM-KTP-REVIEW-DAYS IS NUMERIC
                       AND WIM-KTP-REVIEW-DAYS IS GREATER THAN ZERO
                       SET WS-REQUEST-VALID TO TRUE
                   END-IF
               WHEN 'ATOPOL  '
                   SET WS-FILE-SINGLE-RECORD TO TRUE
                   IF WIM-ATO-WINDOW-DAYS IS NUMERIC
                       AND WIM-ATO-WINDOW-DAYS IS GREATER THAN ZERO
                       AND WIM-ATO-WINDOW-DAYS IS NOT GREATER THAN 14
                       AND WIM-ATO-MIN-PAYMENT IS NUMERIC
                       SET WS-REQUEST-VALID TO TRUE
                   END-IF
               WHEN 'WIREPOL '
                   SET WS-FILE-SINGLE-RECORD TO TRUE
                   IF WIM-WRP-OUR-BIC(1:8) IS NOT EQUAL TO SPACES
                       AND WIM-WRP-CLEARING-SYSTEM IS NOT EQUAL TO
                           SPACES
                       AND WIM-WRP-CURRENCY IS NOT EQUAL TO SPACES
                       AND (WIM-WRP-CHARGE-BEARER IS EQUAL TO 'SHAR'
                           OR WIM-WRP-CHARGE-BEARER IS EQUAL TO 'DEBT'
                           OR WIM-WRP-CHARGE-BEARER IS EQUAL TO 'CRED')
                       SET WS-REQUEST-VALID TO TRUE
                   END-IF
               WHEN 'BURCUT  '
                   SET WS-FILE-SENSITIVE TO TRUE
                   IF WIM-BCU-PRODUCT IS NOT EQUAL TO SPACES
                       AND WIM-BCU-DECLINE-SCORE IS NUMERIC
                       AND WIM-BCU-APPROVE-SCORE IS NUMERIC
                       AND WIM-BCU-APPROVE-SCORE IS NOT LESS THAN
                           WIM-BCU-DECLINE-SCORE
                       AND WIM-BCU-REFER-DSR IS NUMERIC
                       AND (WIM-BCU-NO-FILE-ACTION IS EQUAL TO 'R'
                           OR WIM-BCU-NO-FILE-ACTION IS EQUAL TO 'D')
                       AND WIM-BCU-EFF-DATE IS NUMERIC
                       AND WIM-BCU-EFF-DATE IS GREATER THAN ZERO
                       SET WS-REQUEST-VALID TO TRUE
                   END-IF
               WHEN 'RETRULE '
                   IF WIM-RET-FILE-ID IS NOT EQUAL TO SPACES
                       AND WIM-RET-KEEP-DAYS IS NUMERIC
               OR WS-FILE-ID IS EQUAL TO 'LRGLIM  '
               OR WS-FILE-ID IS EQUAL TO 'SGNLIM  '
               OR WS-FILE-ID IS EQUAL TO 'LOANLIMS'
               OR WS-FILE-ID IS EQUAL TO 'LTVPOL  '
               OR WS-FILE-ID IS EQUAL TO 'CHGOPOL '
               OR WS-FILE-ID IS EQUAL TO 'RENWPOL '
               OR WS-FILE-ID IS EQUAL TO 'PREPPOL '
               OR WS-FILE-ID IS EQUAL TO 'CNSTPOL '
               OR WS-FILE-ID IS EQUAL TO 'LOCRPOL '
               OR WS-FILE-ID IS EQUAL TO 'REGPPOL '
               OR WS-FILE-ID IS EQUAL TO 'SDBPOL  '
               OR WS-FILE-ID IS EQUAL TO 'LOYPOL  '
               OR WS-FILE-ID IS EQUAL TO 'CPEXPOL '
               OR WS-FILE-ID IS EQUAL TO 'PFTPOL  '
               OR WS-FILE-ID IS EQUAL TO 'INACTPOL'
               OR WS-FILE-ID IS EQUAL TO 'GAPPOL  '
               OR WS-FILE-ID IS EQUAL TO 'ATMPOL  '
               OR WS-FILE-ID IS EQUAL TO 'KITEPOL '
               OR WS-FILE-ID IS EQUAL TO 'ATOPOL  '
               OR WS-FILE-ID IS EQUAL TO 'WIREPOL '
               SET WS-FILE-SINGLE-RECORD TO TRUE
           END-IF
           .
