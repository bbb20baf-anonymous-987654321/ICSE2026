001110*    09/02/26  LGIT   WITH-PROFITS MATURITIES NOW PAY ACCRUED   *
001120*                     REVERSIONARY BONUSES PLUS THE TERMINAL    *
001130*                     BONUS FROM THE BONUSRATE TABLE            *
001141*    10/15/26  LGIT   PAID-UP POLICIES MATURE ON THEIR REDUCED  *
001153*                     PAIDUPSUMASSURED                          *
001165*    10/15/26  LGIT   ASSIGNED POLICIES PAY THE ASSIGNEE,       *
001176*                     AND ARE HELD UNTIL ITS MATURITY           *
001188*                     CONSENT IS RECORDED                       *
001200*****************************************************************
001300 ENVIRONMENT DIVISION.
001400 CONFIGURATION SECTION.
003300     88  WS-MAT-EOF                        VALUE 'Y'.
003400 77  WS-SOON-COUNT               PIC 9(07) COMP-3 VALUE 0.
003500 77  WS-MATURED-COUNT            PIC 9(07) COMP-3 VALUE 0.
003505 77  WS-HELD-COUNT               PIC 9(07) COMP-3 VALUE 0.
003510 01  WS-TODAY-DATE-ISO           PIC X(10).
003520 01  WS-TODAY-DATE-BRKDN         REDEFINES WS-TODAY-DATE-ISO.
003530     05  WS-TD-YYYY              PIC X(04).
005460 01  WS-PAYOUT-AMOUNT            PIC S9(9)V99 COMP-3.
005470 01  WS-MATURITY-YEAR            PIC 9(04).
005480 01  DB2-LOAN-OUTSTANDING        PIC S9(9)V99 COMP-3.
005485 01  DB2-PAYEENAME               PIC X(30).
005490 01  DB2-PAYEEREF                PIC X(20).
005495 01  DB2-CONSENT-FLAG            PIC X(01).
005500*****************************************************************
005600*    REPORT LINE LAYOUTS                                       *
005700*****************************************************************
007900     05  FILLER                  PIC X(02) VALUE SPACES.
008000     05  EM-D-LIFEASSURED        PIC X(20).
008100     05  EM-D-SUMASSURED         PIC ZZ,ZZZ,ZZ9.
008150     05  FILLER                  PIC X(02) VALUE SPACES.
008200     05  EM-D-NOTE               PIC X(30) VALUE SPACES.
008250     05  FILLER                  PIC X(33) VALUE SPACES.
008300 01  EM-SUMMARY-LINE-1.
008400     05  FILLER                  PIC X(20) VALUE SPACES.
008500     05  FILLER                  PIC X(36) VALUE
009200         'PAYOUTS RECORDED THIS RUN'.
009300     05  EM-S2-COUNT             PIC ZZZ,ZZ9.
009400     05  FILLER                  PIC X(70) VALUE SPACES.
009414 01  EM-SUMMARY-LINE-3.
009428     05  FILLER                  PIC X(20) VALUE SPACES.
009442     05  FILLER                  PIC X(36) VALUE
009457         'PAYOUTS HELD FOR ASSIGNEE CONSENT'.
009471     05  EM-S3-COUNT             PIC ZZZ,ZZ9.
009485     05  FILLER                  PIC X(70) VALUE SPACES.
009500     EXEC SQL
009600         INCLUDE SQLCA
009700     END-EXEC.
009800*    MATURITY IS FULLY DERIVABLE: ISSUEDATE PLUS TERM YEARS.     *
009900*    A POLICY MATURES ONCE - STATUS 'M' AND THE ENDOWPAYOUT      *
010000*    GUARD KEEP RERUNS FROM PAYING TWICE                         *
010033*    A PAID-UP POLICY (STATUS 'P') STAYS IN FORCE TO MATURITY    *
010066*    AND MATURES ON ITS REDUCED PAID-UP SUM ASSURED              *
010100     EXEC SQL
010200         DECLARE MATURING-SOON CURSOR FOR
010300           SELECT P.POLICYNUMBER, P.CUSTOMERNUMBER,
010366                  COALESCE(E.PAIDUPSUMASSURED, E.SUMASSURED),
010433                  E.LIFEASSURED,
010500                  CHAR(DATE(P.ISSUEDATE) + E.TERM YEARS, ISO)
010600             FROM POLICY P,
010700                  ENDOWMENT E
011500     EXEC SQL
011600         DECLARE MATURED-NOW CURSOR FOR
011700           SELECT P.POLICYNUMBER, P.CUSTOMERNUMBER,
011766                  COALESCE(E.PAIDUPSUMASSURED, E.SUMASSURED),
011833                  E.LIFEASSURED,
011900                  CHAR(DATE(P.ISSUEDATE) + E.TERM YEARS, ISO),
011910                  COALESCE(E.WITHPROFITS, 'N'),
011920                  E.FUNDNAME
022000*    4000-MATURE-POLICY - PAYOUT-DUE RECORD FROM SUMASSURED AND  *
022100*    MATURED STATUS ON THE POLICY                                *
022200*****************************************************************
022206 4000-MATURE-POLICY.
022213     PERFORM 4300-CHECK-ASSIGNEE THRU 4300-EXIT.
022220     IF DB2-CONSENT-FLAG EQUAL 'H'
022227         MOVE DB2-POLICYNUM-INT   TO EM-D-POLICYNUM
022234         MOVE DB2-CUSTOMERNUM-INT TO EM-D-CUSTOMERNUM
022241         MOVE DB2-MATURITYDATE    TO EM-D-MATURITY
022248         MOVE DB2-LIFEASSURED     TO EM-D-LIFEASSURED
022255         MOVE DB2-SUMASSURED-INT  TO EM-D-SUMASSURED
022261         MOVE 'HELD - NO ASSIGNEE CONSENT' TO EM-D-NOTE
022268         WRITE EM-REPORT-LINE FROM EM-DETAIL-LINE
022275         MOVE SPACES TO EM-D-NOTE
022282         ADD 1 TO WS-HELD-COUNT
022289         PERFORM 5000-READ-MATURED THRU 5000-EXIT
022296         GO TO 4000-EXIT
022303     END-IF.
022310     MOVE DB2-SUMASSURED-INT TO WS-PAYOUT-AMOUNT.
022320     IF DB2-WITHPROFITS EQUAL 'Y'
022330         PERFORM 4100-ADD-BONUSES THRU 4100-EXIT
022900                     PAYOUTTYPE,
023000                     MATURITYDATE,
023100                     STATUS,
023133                     PAYEENAME,
023166                     PAYEEREF,
023200                     LASTCHANGED )
023300            VALUES ( :DB2-POLICYNUM-INT,
023400                     :DB2-CUSTOMERNUM-INT,
023600                     'M',
023700                     :DB2-MATURITYDATE,
023800                     'DUE',
023833                     :DB2-PAYEENAME,
023866                     :DB2-PAYEEREF,
023900                     CURRENT TIMESTAMP )
024000     END-EXEC.
024100     IF SQLCODE NOT EQUAL 0
025900     MOVE DB2-MATURITYDATE    TO EM-D-MATURITY.
026000     MOVE DB2-LIFEASSURED     TO EM-D-LIFEASSURED.
026100     MOVE DB2-SUMASSURED-INT  TO EM-D-SUMASSURED.
026125     IF DB2-PAYEENAME NOT EQUAL SPACES
026150         MOVE 'PAID TO ASSIGNEE' TO EM-D-NOTE
026175     END-IF.
026200     WRITE EM-REPORT-LINE FROM EM-DETAIL-LINE.
026250     MOVE SPACES TO EM-D-NOTE.
026300     ADD 1 TO WS-MATURED-COUNT.
026400     PERFORM 5000-READ-MATURED THRU 5000-EXIT.
026500 4000-EXIT.
026770     END-IF.
026771 4200-EXIT.
026772     EXIT.
026775*****************************************************************
026779*    4300-CHECK-ASSIGNEE - A POLICY ASSIGNED TO A MORTGAGE      *
026783*    LENDER (LGASGN01) PAYS THE ASSIGNEE AT MATURITY, AND ONLY  *
026787*    ONCE ITS CONSENT IS RECORDED - WITHOUT IT THE PAYOUT IS    *
026791*    HELD AND THE POLICY COMES BACK ON THE NEXT RUN             *
026795*****************************************************************
026799 4300-CHECK-ASSIGNEE.
026803     MOVE SPACES TO DB2-PAYEENAME
026806                    DB2-PAYEEREF.
026810     MOVE 'N' TO DB2-CONSENT-FLAG.
026814     EXEC SQL
026818         SELECT LENDERNAME,
026822                LENDERREF,
026826                CASE WHEN CONSENTDATE IS NOT NULL
026830                      AND CONSENTTYPE IN ('M', 'A')
026834                     THEN 'Y' ELSE 'H' END
026837           INTO :DB2-PAYEENAME,
026841                :DB2-PAYEEREF,
026845                :DB2-CONSENT-FLAG
026849           FROM ENDOWASSIGNEE
026853          WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
026857            AND REASSIGNDATE IS NULL
026861     END-EXEC.
026865     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
026868         DISPLAY 'LGEMAT01 - ASSIGNEE SELECT, SQLCODE='
026872                 SQLCODE
026876         GO TO 9999-EXIT
026880     END-IF.
026884 4300-EXIT.
026888     EXIT.
026892*****************************************************************
026896*    5000-READ-MATURED                                         *
026900*****************************************************************
027000 5000-READ-MATURED.
027100     EXEC SQL
030000     WRITE EM-REPORT-LINE FROM EM-SUMMARY-LINE-1.
030100     MOVE WS-MATURED-COUNT TO EM-S2-COUNT.
030200     WRITE EM-REPORT-LINE FROM EM-SUMMARY-LINE-2.
030233     MOVE WS-HELD-COUNT    TO EM-S3-COUNT.
030266     WRITE EM-REPORT-LINE FROM EM-SUMMARY-LINE-3.
030300     CLOSE MATURITY-REPORT-FILE.
030400 8000-EXIT.
030500     EXIT.
