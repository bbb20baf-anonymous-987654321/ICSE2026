000703                 UNEARNED PREMIUM (THE LGUEPR01 DAILY PRO-RATA
000704                 BASIS), CASE RESERVES ON OPEN CLAIMS (THE
000705                 LGRSVR01 SELECTION), THE LATEST IBNR
000706                 PROVISION (LGIBNR01), THE RESERVE HELD ON
000707                 PERIODIC PAYMENT ORDERS (LGPPOA01), AND THE
000708                 OUTSTANDING REINSURANCE RECOVERABLES (LGRIRC01),
000709                 WITH GROSS, RI SHARE AND NET IN THE FIXED
000710                 RECORD LAYOUT THE REGULATORY TOOL LOADS, PLUS A
000711                 RECONCILIATION SECTION NAMING THE MONTHLY
000712                 REPORT EACH FIGURE SUPERSEDES.
000800*****************************************************************
000900*    MODIFICATION HISTORY                                      *
001000*    DATE      INIT   DESCRIPTION                               *
001101*    09/02/26  LGIT   DECLINED ('D') AND DEATH-SETTLED          *
001102*                     ('X') POLICIES EXCLUDED FROM THE          *
001103*                     LIVE-POLICY SELECTIONS                    *
001104*    10/15/26  LGIT   PPO RESERVE (PPOSCHEDULE) ADDED AS ITS    *
001105*                     OWN FIGURE IN THE EXTRACT, REPORT AND     *
001106*                     NET; TPPOUT RECORD NOW 120 BYTES          *
001200*****************************************************************
001300 ENVIRONMENT DIVISION.
001400 CONFIGURATION SECTION.
003900     05  TP-X-IBNR               PIC 9(13)V99.
004000     05  TP-X-RI-SHARE           PIC 9(13)V99.
004100     05  TP-X-NET                PIC 9(13)V99.
004110     05  TP-X-PPO-RESERVE        PIC 9(13)V99.
004200     05  FILLER                  PIC X(04).
004300 FD  TPP-REPORT-FILE
004400     RECORDING MODE IS F.
004500 01  TP-REPORT-LINE              PIC X(133).
009000 01  WS-UNEARNED-NET             PIC S9(9)V99 COMP-3.
009100 01  DB2-CASE-RESERVE            PIC S9(13)V99 COMP-3.
009200 01  DB2-IBNR-AMOUNT             PIC S9(13)V99 COMP-3.
009210 01  DB2-PPO-RESERVE             PIC S9(13)V99 COMP-3.
009300 01  DB2-RI-SHARE                PIC S9(13)V99 COMP-3.
009400 01  WS-NET-PROVISION            PIC S9(13)V99 COMP-3.
009500*****************************************************************
010600     05  FILLER                  PIC X(16) VALUE '      EARNED'.
010700     05  FILLER                  PIC X(16) VALUE '    RESERVES'.
010800     05  FILLER                  PIC X(16) VALUE '        IBNR'.
010810     05  FILLER                  PIC X(16) VALUE
010820         '     PPO RESERVE'.
010900     05  FILLER                  PIC X(16) VALUE '    RI SHARE'.
011000     05  FILLER                  PIC X(16) VALUE '         NET'.
011100     05  FILLER                  PIC X(31) VALUE SPACES.
011200 01  TP-DETAIL-LINE.
011300     05  FILLER                  PIC X(03) VALUE SPACES.
011400     05  TP-D-TYPE               PIC X(01).
011900     05  FILLER                  PIC X(01) VALUE SPACES.
012000     05  TP-D-IBNR               PIC Z,ZZZ,ZZZ,ZZ9.99.
012100     05  FILLER                  PIC X(01) VALUE SPACES.
012110     05  TP-D-PPO                PIC Z,ZZZ,ZZZ,ZZ9.99.
012120     05  FILLER                  PIC X(01) VALUE SPACES.
012200     05  TP-D-RISHARE            PIC Z,ZZZ,ZZZ,ZZ9.99.
012300     05  FILLER                  PIC X(01) VALUE SPACES.
012400     05  TP-D-NET                PIC Z,ZZZ,ZZZ,ZZ9.99.
012500     05  FILLER                  PIC X(26) VALUE SPACES.
012600 01  TP-RECON-HEAD.
012700     05  FILLER                  PIC X(60) VALUE
012800         'RECONCILIATION - EACH FIGURE SUPERSEDES THE MONTHLY'.
035000                 SQLCODE
035100         GO TO 9999-EXIT
035200     END-IF.
035210     MOVE 0 TO DB2-PPO-RESERVE.
035220     EXEC SQL
035230         SELECT COALESCE(SUM(S.PPORESERVE), 0)
035240           INTO :DB2-PPO-RESERVE
035250           FROM PPOSCHEDULE S,
035260                CLAIM C,
035270                POLICY P
035280          WHERE S.CLAIMNUMBER  = C.CLAIMNUMBER
035290            AND C.POLICYNUMBER = P.POLICYNUMBER
035291            AND S.STATUS       = 'A'
035292            AND P.POLICYTYPE   = :DB2-POLICYTYPE
035293     END-EXEC.
035294     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
035295         DISPLAY 'LGTPP01 - PPO RESERVE SELECT, SQLCODE='
035296                 SQLCODE
035297         GO TO 9999-EXIT
035298     END-IF.
035300     MOVE 0 TO DB2-RI-SHARE.
035400     EXEC SQL
035500         SELECT COALESCE(SUM(R.RECOVERABLEAMOUNT), 0)
036700     END-IF.
036800     COMPUTE WS-NET-PROVISION =
036900         WS-TT-UNEARNED(WS-TYPE-SUB) + DB2-CASE-RESERVE
037000         + DB2-IBNR-AMOUNT + DB2-PPO-RESERVE - DB2-RI-SHARE.
037100     MOVE WS-BUSDATE-ISO             TO TP-X-BUSDATE.
037200     MOVE DB2-POLICYTYPE             TO TP-X-POLICYTYPE.
037300     MOVE WS-TT-EARNED(WS-TYPE-SUB)  TO TP-X-EARNED.
037600     MOVE DB2-IBNR-AMOUNT            TO TP-X-IBNR.
037700     MOVE DB2-RI-SHARE               TO TP-X-RI-SHARE.
037800     MOVE WS-NET-PROVISION           TO TP-X-NET.
037810     MOVE DB2-PPO-RESERVE            TO TP-X-PPO-RESERVE.
037900     WRITE TP-EXTRACT-RECORD.
038000     MOVE DB2-POLICYTYPE             TO TP-D-TYPE.
038100     MOVE WS-TT-EARNED(WS-TYPE-SUB)  TO TP-D-EARNED.
038200     MOVE DB2-CASE-RESERVE           TO TP-D-RESERVE.
038300     MOVE DB2-IBNR-AMOUNT            TO TP-D-IBNR.
038310     MOVE DB2-PPO-RESERVE            TO TP-D-PPO.
038400     MOVE DB2-RI-SHARE               TO TP-D-RISHARE.
038500     MOVE WS-NET-PROVISION           TO TP-D-NET.
038600     WRITE TP-REPORT-LINE FROM TP-DETAIL-LINE.
040200     MOVE 'IBNR            - LGIBNR01 LATEST MONTHLY LOAD'
040300       TO TP-R-TEXT.
040400     WRITE TP-REPORT-LINE FROM TP-RECON-LINE.
040410     MOVE 'PPO RESERVES    - LGPPOA01 PERIODIC PAYMENT SCHEDULES'
040420       TO TP-R-TEXT.
040430     WRITE TP-REPORT-LINE FROM TP-RECON-LINE.
040500     MOVE 'RI RECOVERABLES - LGRIRC01 OUTSTANDING RECOVERIES'
040600       TO TP-R-TEXT.
040700     WRITE TP-REPORT-LINE FROM TP-RECON-LINE.
