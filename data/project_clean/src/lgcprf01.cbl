000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     LGCPRF01.
000300 AUTHOR.         LG INSURANCE IT - BATCH SUPPORT.
000400 INSTALLATION.   LG INSURANCE.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700 REMARKS.        QUARTERLY CUSTOMER AND HOUSEHOLD PROFITABILITY -
000800                 OVER A ROLLING THREE-YEAR WINDOW TO THE BUSINESS
000900                 DATE, BUILDS PER CUSTOMER THE EARNED PREMIUM,
001000                 INCURRED CLAIMS (SETTLED PLUS RESERVES, LESS
001100                 RECOVERIES), BROKER COMMISSION, REFUNDS AND BAD
001200                 DEBT WRITTEN OFF, GIVING A CONTRIBUTION AND
001300                 TENURE.  CUSTOMERS AND CONFIRMED HOUSEHOLDS ARE
001400                 RANKED INTO PROFITABILITY DECILES (1 = MOST
001500                 PROFITABLE) ON THE REPORT, AND EVERY CUSTOMER IS
001600                 WRITTEN TO THE RETENTION FILE FOR LOADING INTO
001700                 THE RENEWAL WORKLIST.
001800*****************************************************************
001900*    MODIFICATION HISTORY                                      *
002000*    DATE      INIT   DESCRIPTION                               *
002100*    10/15/26  LGIT   INITIAL VERSION                           *
002110*    10/15/26  LGIT   CLAIM EXCESS COLLECTED BACK FROM THE      *
002120*                     INSURED NETTED OFF CLAIMS COST            *
002200*****************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER.    IBM-370.
002600 OBJECT-COMPUTER.    IBM-370.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT PROFIT-REPORT-FILE ASSIGN TO CPRFRPT
003000         ORGANIZATION IS SEQUENTIAL
003100         FILE STATUS IS WS-CPRFRPT-STATUS.
003200     SELECT PROFIT-EXTRACT-FILE ASSIGN TO CPRFEXT
003300         ORGANIZATION IS SEQUENTIAL
003400         FILE STATUS IS WS-CPRFEXT-STATUS.
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  PROFIT-REPORT-FILE
003800     RECORDING MODE IS F.
003900 01  PR-REPORT-LINE              PIC X(133).
004000 FD  PROFIT-EXTRACT-FILE
004100     RECORDING MODE IS F.
004200*    ONE RECORD PER CUSTOMER FOR THE RETENTION TEAM'S WORKLIST
004300*    LOAD - HOUSEHOLD ID AND DECILE ARE ZERO WHEN THE CUSTOMER IS
004400*    IN NO CONFIRMED HOUSEHOLD
004500 01  PX-EXTRACT-RECORD.
004600     05  PX-CUSTOMERNUM          PIC 9(10).
004700     05  PX-HOUSEHOLDID          PIC 9(10).
004800     05  PX-CUST-DECILE          PIC 9(02).
004900     05  PX-HHLD-DECILE          PIC 9(02).
005000     05  PX-CONTRIBUTION         PIC S9(09)V99
005100                                 SIGN LEADING SEPARATE.
005200     05  PX-HHLD-CONTRIBUTION    PIC S9(09)V99
005300                                 SIGN LEADING SEPARATE.
005400     05  PX-TENURE-MONTHS        PIC 9(04).
005500     05  PX-RUNDATE              PIC X(10).
005600     05  FILLER                  PIC X(18).
005700 WORKING-STORAGE SECTION.
005800*****************************************************************
005900*    FILE STATUS, SWITCHES AND COUNTERS                        *
006000*****************************************************************
006100 77  WS-CPRFRPT-STATUS           PIC X(02) VALUE SPACES.
006200     88  WS-CPRFRPT-OK                     VALUE '00'.
006300 77  WS-CPRFEXT-STATUS           PIC X(02) VALUE SPACES.
006400     88  WS-CPRFEXT-OK                     VALUE '00'.
006500 77  WS-POL-EOF-SWITCH           PIC X(01) VALUE 'N'.
006600     88  WS-POL-EOF                        VALUE 'Y'.
006700 77  WS-HH-EOF-SWITCH            PIC X(01) VALUE 'N'.
006800     88  WS-HH-EOF                         VALUE 'Y'.
006900 77  WS-CUST-EOF-SWITCH          PIC X(01) VALUE 'N'.
007000     88  WS-CUST-EOF                       VALUE 'Y'.
007100 77  WS-CUSTOMER-COUNT           PIC S9(9) COMP VALUE +0.
007200 77  WS-HOUSEHOLD-COUNT          PIC S9(9) COMP VALUE +0.
007300 77  WS-RANK                     PIC S9(9) COMP VALUE +0.
007400 77  WS-DECILE                   PIC S9(4) COMP VALUE +0.
007500 77  WS-DECILE-INDEX             PIC S9(4) COMP VALUE +0.
007600 77  WS-WINDOW-YEARS             PIC S9(4) COMP VALUE +3.
007700*****************************************************************
007800*    THE CUSTOMER BEING ACCUMULATED FROM ITS POLICY ROWS         *
007900*****************************************************************
008000 01  WS-CUST-TOTALS.
008100     05  WS-CT-CUSTOMERNUM       PIC S9(9) COMP.
008200     05  WS-CT-EARNED            PIC S9(11)V99 COMP-3.
008300     05  WS-CT-INCURRED          PIC S9(11)V99 COMP-3.
008400     05  WS-CT-COMMISSION        PIC S9(11)V99 COMP-3.
008500     05  WS-CT-REFUNDS           PIC S9(11)V99 COMP-3.
008600     05  WS-CT-BADDEBT           PIC S9(11)V99 COMP-3.
008700     05  WS-CT-CONTRIBUTION      PIC S9(11)V99 COMP-3.
008800     05  WS-CT-START-DAYS        PIC S9(9) COMP.
008900     05  WS-CT-TENURE-MONTHS     PIC S9(9) COMP.
009000 01  WS-POLICY-EARNED            PIC S9(11)V99 COMP-3 VALUE 0.
009100 01  WS-COVER-START-DAYS         PIC S9(9) COMP VALUE +0.
009200 01  WS-COVER-END-DAYS           PIC S9(9) COMP VALUE +0.
009300*****************************************************************
009400*    DECILE ACCUMULATORS - CUSTOMERS FIRST, THEN HOUSEHOLDS      *
009500*****************************************************************
009600 01  WS-DECILE-TOTALS.
009700     05  WS-DECILE-ENTRY         OCCURS 10 TIMES.
009800         10  WS-DC-COUNT         PIC S9(9) COMP.
009900         10  WS-DC-EARNED        PIC S9(11)V99 COMP-3.
010000         10  WS-DC-CONTRIBUTION  PIC S9(11)V99 COMP-3.
010100 01  WS-GRAND-EARNED             PIC S9(11)V99 COMP-3 VALUE 0.
010200 01  WS-GRAND-CONTRIBUTION       PIC S9(11)V99 COMP-3 VALUE 0.
010300*****************************************************************
010400*    THE SUITE RUNS ON THE OPERATOR-CONTROLLED BUSINESS DATE -    *
010500*    THE SYSTEM CLOCK IS ONLY THE FALLBACK WHEN THE CONTROL ROW   *
010600*    IS ABSENT, SO RERUNS AND LATE-RUNNING SCHEDULES KEEP THE     *
010700*    RIGHT DATED OUTPUT AND SELECTIONS                            *
010800*****************************************************************
010900 01  WS-BUSINESS-DATE.
011000     05  WS-BD-YYYY              PIC 9(04).
011100     05  FILLER                  PIC X(01).
011200     05  WS-BD-MM                PIC 9(02).
011300     05  FILLER                  PIC X(01).
011400     05  WS-BD-DD                PIC 9(02).
011500 01  WS-CURRENT-DATE-TIME.
011600     05  WS-CD-YYYY              PIC 9(04).
011700     05  WS-CD-MM                PIC 9(02).
011800     05  WS-CD-DD                PIC 9(02).
011900     05  FILLER                  PIC X(10).
012000 01  WS-RUNDATE-ISO              PIC X(10).
012100 01  WS-RUNDATE-BRKDN            REDEFINES WS-RUNDATE-ISO.
012200     05  WS-RI-YYYY              PIC 9(04).
012300     05  FILLER                  PIC X(01).
012400     05  WS-RI-MM                PIC 9(02).
012500     05  FILLER                  PIC X(01).
012600     05  WS-RI-DD                PIC 9(02).
012700 01  WS-WINSTART-ISO             PIC X(10) VALUE SPACES.
012800 01  WS-RUN-DAYS                 PIC S9(9) COMP VALUE +0.
012900 01  WS-WIN-DAYS                 PIC S9(9) COMP VALUE +0.
013000*****************************************************************
013100*    DB2 HOST VARIABLES                                        *
013200*****************************************************************
013300 01  DB2-POLICY-ROW.
013400     05  DB2-CUSTOMERNUM-INT     PIC S9(9) COMP.
013500     05  DB2-POLICYNUM-INT       PIC S9(9) COMP.
013600     05  DB2-PREMIUM             PIC S9(9)V99 COMP-3.
013700     05  DB2-COMMRATE            PIC S9(3)V99 COMP-3.
013800     05  DB2-ISSUE-DAYS          PIC S9(9) COMP.
013900     05  DB2-EXPIRY-DAYS         PIC S9(9) COMP.
014000     05  DB2-FIRST-DAYS          PIC S9(9) COMP.
014100     05  DB2-INCURRED            PIC S9(11)V99 COMP-3.
014200     05  DB2-REFUNDS             PIC S9(11)V99 COMP-3.
014300     05  DB2-BADDEBT             PIC S9(11)V99 COMP-3.
014400 01  DB2-HOUSEHOLDID-INT         PIC S9(9) COMP.
014500 01  DB2-RANK-ROW.
014600     05  DB2-R-KEY-INT           PIC S9(9) COMP.
014700     05  DB2-R-OTHER-INT         PIC S9(9) COMP.
014800     05  DB2-R-TENURE            PIC S9(9) COMP.
014900     05  DB2-R-EARNED            PIC S9(11)V99 COMP-3.
015000     05  DB2-R-INCURRED          PIC S9(11)V99 COMP-3.
015100     05  DB2-R-COMMISSION        PIC S9(11)V99 COMP-3.
015200     05  DB2-R-REFUNDS           PIC S9(11)V99 COMP-3.
015300     05  DB2-R-BADDEBT           PIC S9(11)V99 COMP-3.
015400     05  DB2-R-CONTRIBUTION      PIC S9(11)V99 COMP-3.
015500     05  DB2-R-HHDECILE          PIC S9(4) COMP.
015600     05  DB2-R-HHCONTRIB         PIC S9(11)V99 COMP-3.
015700*****************************************************************
015800*    REPORT LINE LAYOUTS                                       *
015900*****************************************************************
016000 01  PR-HEADING-1.
016100     05  FILLER                  PIC X(48) VALUE
016200         'LG INSURANCE - CUSTOMER AND HOUSEHOLD PROFIT'.
016300     05  FILLER                  PIC X(08) VALUE 'WINDOW '.
016400     05  PR-H1-FROM              PIC X(10) VALUE SPACES.
016500     05  FILLER                  PIC X(04) VALUE ' TO '.
016600     05  PR-H1-TO                PIC X(10) VALUE SPACES.
016700     05  FILLER                  PIC X(53) VALUE SPACES.
016800 01  PR-SECTION-CUST.
016900     05  FILLER                  PIC X(60) VALUE
017000         'CUSTOMERS RANKED BY CONTRIBUTION (DC = DECILE)'.
017100     05  FILLER                  PIC X(73) VALUE SPACES.
017200 01  PR-SECTION-HHLD.
017300     05  FILLER                  PIC X(60) VALUE
017400         'CONFIRMED HOUSEHOLDS RANKED BY CONTRIBUTION'.
017500     05  FILLER                  PIC X(73) VALUE SPACES.
017600 01  PR-HEADING-CUST.
017700     05  FILLER                  PIC X(02) VALUE SPACES.
017800     05  FILLER                  PIC X(08) VALUE '   RANK '.
017900     05  FILLER                  PIC X(11) VALUE 'CUSTOMER'.
018000     05  FILLER                  PIC X(11) VALUE ' HOUSEHOLD'.
018100     05  FILLER                  PIC X(05) VALUE 'MTHS'.
018200     05  FILLER                  PIC X(14) VALUE '       EARNED'.
018300     05  FILLER                  PIC X(14) VALUE '     INCURRED'.
018400     05  FILLER                  PIC X(14) VALUE '   COMMISSION'.
018500     05  FILLER                  PIC X(14) VALUE '      REFUNDS'.
018600     05  FILLER                  PIC X(14) VALUE '     BAD DEBT'.
018700     05  FILLER                  PIC X(14) VALUE ' CONTRIBUTION'.
018800     05  FILLER                  PIC X(02) VALUE 'DC'.
018900     05  FILLER                  PIC X(10) VALUE SPACES.
019000 01  PR-HEADING-HHLD.
019100     05  FILLER                  PIC X(02) VALUE SPACES.
019200     05  FILLER                  PIC X(08) VALUE '   RANK '.
019300     05  FILLER                  PIC X(11) VALUE 'HOUSEHOLD'.
019400     05  FILLER                  PIC X(11) VALUE '   MEMBERS'.
019500     05  FILLER                  PIC X(05) VALUE 'MTHS'.
019600     05  FILLER                  PIC X(14) VALUE '       EARNED'.
019700     05  FILLER                  PIC X(14) VALUE '     INCURRED'.
019800     05  FILLER                  PIC X(14) VALUE '   COMMISSION'.
019900     05  FILLER                  PIC X(14) VALUE '      REFUNDS'.
020000     05  FILLER                  PIC X(14) VALUE '     BAD DEBT'.
020100     05  FILLER                  PIC X(14) VALUE ' CONTRIBUTION'.
020200     05  FILLER                  PIC X(02) VALUE 'DC'.
020300     05  FILLER                  PIC X(10) VALUE SPACES.
020400 01  PR-DETAIL-LINE.
020500     05  FILLER                  PIC X(02) VALUE SPACES.
020600     05  PR-D-RANK               PIC ZZZ,ZZ9.
020700     05  FILLER                  PIC X(01) VALUE SPACES.
020800     05  PR-D-KEY                PIC 9(10).
020900     05  FILLER                  PIC X(01) VALUE SPACES.
021000     05  PR-D-OTHER              PIC Z(09)9.
021100     05  FILLER                  PIC X(01) VALUE SPACES.
021200     05  PR-D-TENURE             PIC ZZZ9.
021300     05  FILLER                  PIC X(01) VALUE SPACES.
021400     05  PR-D-EARNED             PIC -Z,ZZZ,ZZ9.99.
021500     05  FILLER                  PIC X(01) VALUE SPACES.
021600     05  PR-D-INCURRED           PIC -Z,ZZZ,ZZ9.99.
021700     05  FILLER                  PIC X(01) VALUE SPACES.
021800     05  PR-D-COMMISSION         PIC -Z,ZZZ,ZZ9.99.
021900     05  FILLER                  PIC X(01) VALUE SPACES.
022000     05  PR-D-REFUNDS            PIC -Z,ZZZ,ZZ9.99.
022100     05  FILLER                  PIC X(01) VALUE SPACES.
022200     05  PR-D-BADDEBT            PIC -Z,ZZZ,ZZ9.99.
022300     05  FILLER                  PIC X(01) VALUE SPACES.
022400     05  PR-D-CONTRIBUTION       PIC -Z,ZZZ,ZZ9.99.
022500     05  FILLER                  PIC X(01) VALUE SPACES.
022600     05  PR-D-DECILE             PIC Z9.
022700     05  FILLER                  PIC X(10) VALUE SPACES.
022800 01  PR-DECILE-HEADING.
022900     05  FILLER                  PIC X(04) VALUE SPACES.
023000     05  FILLER                  PIC X(12) VALUE 'DECILE'.
023100     05  FILLER                  PIC X(10) VALUE '    COUNT'.
023200     05  FILLER                  PIC X(18)
023300                                 VALUE '            EARNED'.
023400     05  FILLER                  PIC X(18)
023500                                 VALUE '      CONTRIBUTION'.
023600     05  FILLER                  PIC X(71) VALUE SPACES.
023700 01  PR-DECILE-LINE.
023800     05  FILLER                  PIC X(04) VALUE SPACES.
023900     05  PR-C-LABEL              PIC X(09).
024000     05  PR-C-DECILE             PIC Z9.
024100     05  FILLER                  PIC X(01) VALUE SPACES.
024200     05  PR-C-COUNT              PIC ZZZ,ZZZ,ZZ9.
024300     05  FILLER                  PIC X(03) VALUE SPACES.
024400     05  PR-C-EARNED             PIC -ZZZ,ZZZ,ZZ9.99.
024500     05  FILLER                  PIC X(03) VALUE SPACES.
024600     05  PR-C-CONTRIBUTION       PIC -ZZZ,ZZZ,ZZ9.99.
024700     05  FILLER                  PIC X(70) VALUE SPACES.
024800 01  PR-BLANK-LINE               PIC X(133) VALUE SPACES.
024900     EXEC SQL
025000         INCLUDE SQLCA
025100     END-EXEC.
025200     COPY LGRCTL.
025300*****************************************************************
025400*    ONE ROW PER POLICY ON COVER AT ANY POINT IN THE WINDOW,     *
025500*    BY CUSTOMER.  PREMIUM AND CLAIMS ARE AT OUR CO-INSURANCE    *
025600*    SHARE AS THE LOSS-RATIO REPORT HOLDS THEM.  THE POLICY'S    *
025700*    FIRST COVER IS THE EARLIER OF ITS CURRENT TERM'S ISSUE AND  *
025800*    ITS FIRST PREMIUM COLLECTION, SINCE A RENEWAL ROLLS THE     *
025900*    ISSUE DATE FORWARD.  CLAIMS, REFUNDS AND WRITE-OFFS COUNT   *
026000*    WHEN THEY FALL IN THE WINDOW; A RECOVERED WRITE-OFF IS NO   *
026100*    LONGER BAD DEBT.                                            *
026200*****************************************************************
026300     EXEC SQL
026400         DECLARE POL-PROFIT CURSOR FOR
026500           SELECT P.CUSTOMERNUMBER,
026600                  P.POLICYNUMBER,
026700                  P.PAYMENT * COALESCE(B.OURSHAREPCT, 100) / 100,
026800                  COALESCE(K.COMMISSIONRATE, 0),
026900                  DAYS(DATE(P.ISSUEDATE)),
027000                  DAYS(DATE(P.EXPIRYDATE)),
027100                  COALESCE(
027200                    ( SELECT DAYS(DATE(MIN(PC.CYCLEDATE)))
027300                        FROM PAYMENTCOLLECTION PC
027400                       WHERE PC.POLICYNUMBER = P.POLICYNUMBER ),
027500                    DAYS(DATE(P.ISSUEDATE))),
027600                  ( COALESCE(
027700                    ( SELECT SUM(COALESCE(C.SETTLEDAMOUNT, 0) +
027800                                 COALESCE(C.RESERVEAMOUNT, 0))
027900                        FROM CLAIM C
028000                       WHERE C.POLICYNUMBER = P.POLICYNUMBER
028100                         AND C.CLAIMDATE >= :WS-WINSTART-ISO
028200                         AND C.CLAIMDATE <= :WS-RUNDATE-ISO ), 0)
028300                  - COALESCE(
028400                    ( SELECT SUM(S.AMOUNTRECEIVED)
028500                        FROM SUBROGATION S, CLAIM C
028600                       WHERE S.CLAIMNUMBER  = C.CLAIMNUMBER
028700                         AND C.POLICYNUMBER = P.POLICYNUMBER
028800                         AND C.CLAIMDATE >= :WS-WINSTART-ISO
028900                         AND C.CLAIMDATE <= :WS-RUNDATE-ISO ), 0)
029000                  - COALESCE(
029100                    ( SELECT SUM(T.SALVAGEPROCEEDS)
029200                        FROM TOTALLOSS T, CLAIM C
029300                       WHERE T.CLAIMNUMBER  = C.CLAIMNUMBER
029400                         AND C.POLICYNUMBER = P.POLICYNUMBER
029500                         AND C.CLAIMDATE >= :WS-WINSTART-ISO
029600                         AND C.CLAIMDATE <= :WS-RUNDATE-ISO ), 0)
029610                  - COALESCE(
029620                    ( SELECT SUM(X.AMOUNTPAID)
029630                        FROM EXCESSRECEIVABLE X, CLAIM C
029640                       WHERE X.CLAIMNUMBER  = C.CLAIMNUMBER
029650                         AND C.POLICYNUMBER = P.POLICYNUMBER
029660                         AND C.CLAIMDATE >= :WS-WINSTART-ISO
029670                         AND C.CLAIMDATE <= :WS-RUNDATE-ISO ), 0)
029700                  )
029800                  * COALESCE(B.OURSHAREPCT, 100) / 100,
029900                  COALESCE(
030000                    ( SELECT SUM(R.NETREFUND)
030100                        FROM PREMIUMREFUND R
030200                       WHERE R.POLICYNUMBER = P.POLICYNUMBER
030300                         AND R.STATUS IN ('SUBMITTED','ISSUED',
030400                                          'PAID')
030500                         AND R.PROCESSEDDATE >= :WS-WINSTART-ISO
030600                         AND R.PROCESSEDDATE <= :WS-RUNDATE-ISO ),
030700                    0),
030800                  COALESCE(
030900                    ( SELECT SUM(W.AMOUNT)
031000                        FROM DEBTWRITEOFF W
031100                       WHERE W.POLICYNUMBER = P.POLICYNUMBER
031200                         AND W.STATUS = 'A'
031300                         AND W.APPROVEDDATE >= :WS-WINSTART-ISO
031400                         AND W.APPROVEDDATE <= :WS-RUNDATE-ISO ),
031500                    0)
031600             FROM POLICY P
031700             LEFT OUTER JOIN COMMERCIAL B
031800               ON B.POLICYNUMBER = P.POLICYNUMBER
031900             LEFT OUTER JOIN BROKER K
032000               ON K.BROKERID = P.BROKERID
032100            WHERE P.EXPIRYDATE >= :WS-WINSTART-ISO
032200              AND P.ISSUEDATE  <= :WS-RUNDATE-ISO
032300              AND COALESCE(P.STATUS, ' ') <> 'D'
032400            ORDER BY P.CUSTOMERNUMBER, P.POLICYNUMBER
032500     END-EXEC.
032600*****************************************************************
032700*    CONFIRMED HOUSEHOLDS, MOST PROFITABLE FIRST - TENURE IS THE *
032800*    LONGEST-STANDING MEMBER'S                                   *
032900*****************************************************************
033000     EXEC SQL
033100         DECLARE HH-RANK CURSOR FOR
033200           SELECT HOUSEHOLDID, COUNT(*), MAX(TENUREMONTHS),
033300                  SUM(EARNED), SUM(INCURRED), SUM(COMMISSION),
033400                  SUM(REFUNDS), SUM(BADDEBT), SUM(CONTRIBUTION)
033500             FROM CUSTPROFIT
033600            WHERE RUNDATE = :WS-RUNDATE-ISO
033700              AND HOUSEHOLDID <> 0
033800            GROUP BY HOUSEHOLDID
033900            ORDER BY 9 DESC, 1
034000     END-EXEC.
034100*****************************************************************
034200*    CUSTOMERS, MOST PROFITABLE FIRST, WITH THEIR HOUSEHOLD'S    *
034300*    DECILE AND CONTRIBUTION ALREADY SET                         *
034400*****************************************************************
034500     EXEC SQL
034600         DECLARE CUST-RANK CURSOR FOR
034700           SELECT CUSTOMERNUMBER, HOUSEHOLDID, TENUREMONTHS,
034800                  EARNED, INCURRED, COMMISSION, REFUNDS, BADDEBT,
034900                  CONTRIBUTION, HHDECILE, HHCONTRIBUTION
035000             FROM CUSTPROFIT
035100            WHERE RUNDATE = :WS-RUNDATE-ISO
035200            ORDER BY CONTRIBUTION DESC, CUSTOMERNUMBER
035300     END-EXEC.
035400 LINKAGE SECTION.
035500 PROCEDURE DIVISION.
035600*****************************************************************
035700*    0000-MAINLINE                                             *
035800*****************************************************************
035900 0000-MAINLINE SECTION.
036000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
036100     PERFORM 2000-BUILD-CUSTOMERS THRU 2000-EXIT.
036200     PERFORM 3000-RANK-HOUSEHOLDS THRU 3000-EXIT.
036300     PERFORM 4000-RANK-CUSTOMERS THRU 4000-EXIT.
036400     PERFORM 8000-FINALIZE THRU 8000-EXIT.
036500     GO TO 9999-EXIT.
036600 0000-MAINLINE-EXIT.
036700     EXIT.
036800*****************************************************************
036900*    1000-INITIALIZE - REGISTER THE RUN, SET THE WINDOW, CLEAR   *
037000*    ANY EARLIER ATTEMPT AT THIS RUN DATE, OPEN THE FILES        *
037100*****************************************************************
037200 1000-INITIALIZE.
037300     ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
037400     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
037500*    THE RUN REGISTERS WITH THE BATCH RUN-CONTROL BEFORE
037600*    DOING ANY WORK - PREREQUISITES AND DOUBLE-RUN
037700*    PROTECTION LIVE IN LGRCTL01
037800     MOVE 'S'        TO RCTL-ACTION
037900     MOVE 'LGCPRF01' TO RCTL-JOBNAME
038000     MOVE WS-CD-YYYY TO RCTL-BD-YYYY
038100     MOVE WS-CD-MM   TO RCTL-BD-MM
038200     MOVE WS-CD-DD   TO RCTL-BD-DD
038300     MOVE '-'        TO RCTL-BD-S1
038400     MOVE '-'        TO RCTL-BD-S2
038500     CALL 'LGRCTL01' USING RCTL-REQUEST
038600     IF RCTL-RC NOT EQUAL '00'
038700         DISPLAY 'LGCPRF01 - RUN CONTROL REFUSED, RC='
038800                 RCTL-RC ' PREREQ=' RCTL-PREREQ-MISSING
038900         GO TO 9999-EXIT
039000     END-IF.
039100     MOVE WS-CD-YYYY TO WS-RI-YYYY.
039200     MOVE WS-CD-MM   TO WS-RI-MM.
039300     MOVE WS-CD-DD   TO WS-RI-DD.
039400     MOVE '-'        TO WS-RUNDATE-ISO(5:1).
039500     MOVE '-'        TO WS-RUNDATE-ISO(8:1).
039600     EXEC SQL
039700         SELECT CHAR(DATE(:WS-RUNDATE-ISO)
039800                     - :WS-WINDOW-YEARS YEARS, ISO),
039900                DAYS(DATE(:WS-RUNDATE-ISO)
040000                     - :WS-WINDOW-YEARS YEARS),
040100                DAYS(DATE(:WS-RUNDATE-ISO))
040200           INTO :WS-WINSTART-ISO, :WS-WIN-DAYS, :WS-RUN-DAYS
040300           FROM SYSIBM.SYSDUMMY1
040400     END-EXEC.
040500     IF SQLCODE NOT EQUAL 0
040600         DISPLAY 'LGCPRF01 - WINDOW SELECT, SQLCODE=' SQLCODE
040700         GO TO 9999-EXIT
040800     END-IF.
040900     EXEC SQL
041000         DELETE FROM CUSTPROFIT
041100          WHERE RUNDATE = :WS-RUNDATE-ISO
041200     END-EXEC.
041300     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
041400         DISPLAY 'LGCPRF01 - CUSTPROFIT CLEAR, SQLCODE=' SQLCODE
041500         GO TO 9999-EXIT
041600     END-IF.
041700     OPEN OUTPUT PROFIT-REPORT-FILE.
041800     IF NOT WS-CPRFRPT-OK
041900         DISPLAY 'LGCPRF01 - CPRFRPT OPEN FAILED, STATUS='
042000                 WS-CPRFRPT-STATUS
042100         GO TO 9999-EXIT
042200     END-IF.
042300     OPEN OUTPUT PROFIT-EXTRACT-FILE.
042400     IF NOT WS-CPRFEXT-OK
042500         DISPLAY 'LGCPRF01 - CPRFEXT OPEN FAILED, STATUS='
042600                 WS-CPRFEXT-STATUS
042700         GO TO 9999-EXIT
042800     END-IF.
042900     MOVE WS-WINSTART-ISO TO PR-H1-FROM.
043000     MOVE WS-RUNDATE-ISO  TO PR-H1-TO.
043100     WRITE PR-REPORT-LINE FROM PR-HEADING-1.
043200 1000-EXIT.
043300     EXIT.
043400*****************************************************************
043500*    1050-GET-BUSINESS-DATE - OVERLAY THE CLOCK DATE WITH THE     *
043600*    BUSINESSDATE CONTROL ROW WHEN ONE IS SET                     *
043700*****************************************************************
043800 1050-GET-BUSINESS-DATE.
043900     EXEC SQL
044000         SELECT BUSINESSDATE
044100           INTO :WS-BUSINESS-DATE
044200           FROM BUSINESSDATE
044300          WHERE CONTROLID = 'LG'
044400     END-EXEC.
044500     IF SQLCODE EQUAL 0
044600         MOVE WS-BD-YYYY TO WS-CD-YYYY
044700         MOVE WS-BD-MM   TO WS-CD-MM
044800         MOVE WS-BD-DD   TO WS-CD-DD
044900     END-IF.
045000 1050-EXIT.
045100     EXIT.
045200*****************************************************************
045300*    2000-BUILD-CUSTOMERS - ACCUMULATE EACH CUSTOMER'S POLICIES  *
045400*    AND STORE ONE CUSTPROFIT ROW AT EACH CHANGE OF CUSTOMER     *
045500*****************************************************************
045600 2000-BUILD-CUSTOMERS.
045700     EXEC SQL
045800         OPEN POL-PROFIT
045900     END-EXEC.
046000     IF SQLCODE NOT EQUAL 0
046100         DISPLAY 'LGCPRF01 - POLICY CURSOR OPEN, SQLCODE=' SQLCODE
046200         GO TO 9999-EXIT
046300     END-IF.
046400     MOVE 0 TO WS-CT-CUSTOMERNUM.
046500     PERFORM 2100-FETCH-POLICY THRU 2100-EXIT.
046600     PERFORM 2200-ADD-POLICY THRU 2200-EXIT
046700         UNTIL WS-POL-EOF.
046800     IF WS-CT-CUSTOMERNUM NOT EQUAL ZERO
046900         PERFORM 2300-STORE-CUSTOMER THRU 2300-EXIT
047000     END-IF.
047100     EXEC SQL
047200         CLOSE POL-PROFIT
047300     END-EXEC.
047400 2000-EXIT.
047500     EXIT.
047600 2100-FETCH-POLICY.
047700     EXEC SQL
047800         FETCH POL-PROFIT
047900           INTO :DB2-CUSTOMERNUM-INT, :DB2-POLICYNUM-INT,
048000                :DB2-PREMIUM, :DB2-COMMRATE,
048100                :DB2-ISSUE-DAYS, :DB2-EXPIRY-DAYS,
048200                :DB2-FIRST-DAYS, :DB2-INCURRED,
048300                :DB2-REFUNDS, :DB2-BADDEBT
048400     END-EXEC.
048500     EVALUATE SQLCODE
048600         WHEN 0
048700             CONTINUE
048800         WHEN 100
048900             MOVE 'Y' TO WS-POL-EOF-SWITCH
049000         WHEN OTHER
049100             DISPLAY 'LGCPRF01 - POLICY FETCH, SQLCODE=' SQLCODE
049200             GO TO 9999-EXIT
049300     END-EVALUATE.
049400 2100-EXIT.
049500     EXIT.
049600*****************************************************************
049700*    2200-ADD-POLICY - THE ANNUAL PREMIUM IS EARNED DAY BY DAY   *
049800*    FOR THE PART OF THE POLICY'S COVER INSIDE THE WINDOW; A     *
049900*    CANCELLATION'S RETURN OF PREMIUM COMES OFF AS A REFUND.     *
050000*    COMMISSION IS THE BROKER'S RATE ON WHAT WAS EARNED.         *
050100*****************************************************************
050200 2200-ADD-POLICY.
050300     IF DB2-CUSTOMERNUM-INT NOT EQUAL WS-CT-CUSTOMERNUM
050400         IF WS-CT-CUSTOMERNUM NOT EQUAL ZERO
050500             PERFORM 2300-STORE-CUSTOMER THRU 2300-EXIT
050600         END-IF
050700         INITIALIZE WS-CUST-TOTALS
050800         MOVE DB2-CUSTOMERNUM-INT TO WS-CT-CUSTOMERNUM
050900         MOVE WS-RUN-DAYS         TO WS-CT-START-DAYS
051000     END-IF.
051100     IF DB2-ISSUE-DAYS LESS THAN DB2-FIRST-DAYS
051200         MOVE DB2-ISSUE-DAYS TO DB2-FIRST-DAYS
051300     END-IF.
051400     IF DB2-FIRST-DAYS LESS THAN WS-CT-START-DAYS
051500         MOVE DB2-FIRST-DAYS TO WS-CT-START-DAYS
051600     END-IF.
051700     MOVE DB2-FIRST-DAYS TO WS-COVER-START-DAYS.
051800     IF WS-WIN-DAYS GREATER THAN WS-COVER-START-DAYS
051900         MOVE WS-WIN-DAYS TO WS-COVER-START-DAYS
052000     END-IF.
052100     MOVE DB2-EXPIRY-DAYS TO WS-COVER-END-DAYS.
052200     IF WS-RUN-DAYS LESS THAN WS-COVER-END-DAYS
052300         MOVE WS-RUN-DAYS TO WS-COVER-END-DAYS
052400     END-IF.
052500     MOVE 0 TO WS-POLICY-EARNED.
052600     IF WS-COVER-END-DAYS GREATER THAN WS-COVER-START-DAYS
052700         COMPUTE WS-POLICY-EARNED ROUNDED =
052800             DB2-PREMIUM
052900             * (WS-COVER-END-DAYS - WS-COVER-START-DAYS) / 365
053000     END-IF.
053100     ADD WS-POLICY-EARNED TO WS-CT-EARNED.
053200     COMPUTE WS-CT-COMMISSION ROUNDED = WS-CT-COMMISSION
053300         + (WS-POLICY-EARNED * DB2-COMMRATE / 100).
053400     ADD DB2-INCURRED TO WS-CT-INCURRED.
053500     ADD DB2-REFUNDS  TO WS-CT-REFUNDS.
053600     ADD DB2-BADDEBT  TO WS-CT-BADDEBT.
053700     PERFORM 2100-FETCH-POLICY THRU 2100-EXIT.
053800 2200-EXIT.
053900     EXIT.
054000*****************************************************************
054100*    2300-STORE-CUSTOMER - CONTRIBUTION, TENURE IN WHOLE MONTHS  *
054200*    AND THE CUSTOMER'S CONFIRMED HOUSEHOLD (ZERO FOR NONE)      *
054300*****************************************************************
054400 2300-STORE-CUSTOMER.
054500     COMPUTE WS-CT-CONTRIBUTION = WS-CT-EARNED
054600         - WS-CT-INCURRED - WS-CT-COMMISSION
054700         - WS-CT-REFUNDS  - WS-CT-BADDEBT.
054800     COMPUTE WS-CT-TENURE-MONTHS =
054900         (WS-RUN-DAYS - WS-CT-START-DAYS) * 12 / 365.25.
055000     MOVE WS-CT-CUSTOMERNUM TO DB2-CUSTOMERNUM-INT.
055100     EXEC SQL
055200         SELECT HOUSEHOLDID
055300           INTO :DB2-HOUSEHOLDID-INT
055400           FROM CUSTOMERHOUSEHOLD
055500          WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
055600            AND LINKSTATUS     = 'C'
055700     END-EXEC.
055800     EVALUATE SQLCODE
055900         WHEN 0
056000             CONTINUE
056100         WHEN 100
056200             MOVE 0 TO DB2-HOUSEHOLDID-INT
056300         WHEN OTHER
056400             DISPLAY 'LGCPRF01 - HOUSEHOLD SELECT, SQLCODE='
056500                     SQLCODE
056600             GO TO 9999-EXIT
056700     END-EVALUATE.
056800     EXEC SQL
056900         INSERT INTO CUSTPROFIT
057000                   ( RUNDATE,
057100                     CUSTOMERNUMBER,
057200                     HOUSEHOLDID,
057300                     TENUREMONTHS,
057400                     EARNED,
057500                     INCURRED,
057600                     COMMISSION,
057700                     REFUNDS,
057800                     BADDEBT,
057900                     CONTRIBUTION,
058000                     CUSTDECILE,
058100                     HHDECILE,
058200                     HHCONTRIBUTION )
058300            VALUES ( :WS-RUNDATE-ISO,
058400                     :DB2-CUSTOMERNUM-INT,
058500                     :DB2-HOUSEHOLDID-INT,
058600                     :WS-CT-TENURE-MONTHS,
058700                     :WS-CT-EARNED,
058800                     :WS-CT-INCURRED,
058900                     :WS-CT-COMMISSION,
059000                     :WS-CT-REFUNDS,
059100                     :WS-CT-BADDEBT,
059200                     :WS-CT-CONTRIBUTION,
059300                     0,
059400                     0,
059500                     0 )
059600     END-EXEC.
059700     IF SQLCODE NOT EQUAL 0
059800         DISPLAY 'LGCPRF01 - CUSTPROFIT INSERT, SQLCODE=' SQLCODE
059900         GO TO 9999-EXIT
060000     END-IF.
060100     ADD 1 TO WS-CUSTOMER-COUNT.
060200 2300-EXIT.
060300     EXIT.
060400*****************************************************************
060500*    3000-RANK-HOUSEHOLDS - DECILE EACH CONFIRMED HOUSEHOLD AND  *
060600*    STAMP IT ON ITS MEMBERS' ROWS FOR THE RETENTION FILE        *
060700*****************************************************************
060800 3000-RANK-HOUSEHOLDS.
060900     EXEC SQL
061000         SELECT COUNT(DISTINCT HOUSEHOLDID)
061100           INTO :WS-HOUSEHOLD-COUNT
061200           FROM CUSTPROFIT
061300          WHERE RUNDATE = :WS-RUNDATE-ISO
061400            AND HOUSEHOLDID <> 0
061500     END-EXEC.
061600     IF SQLCODE NOT EQUAL 0
061700         DISPLAY 'LGCPRF01 - HOUSEHOLD COUNT, SQLCODE=' SQLCODE
061800         GO TO 9999-EXIT
061900     END-IF.
062000     WRITE PR-REPORT-LINE FROM PR-BLANK-LINE.
062100     WRITE PR-REPORT-LINE FROM PR-SECTION-HHLD.
062200     WRITE PR-REPORT-LINE FROM PR-HEADING-HHLD.
062300     INITIALIZE WS-DECILE-TOTALS.
062400     MOVE 0 TO WS-RANK.
062500     EXEC SQL
062600         OPEN HH-RANK
062700     END-EXEC.
062800     IF SQLCODE NOT EQUAL 0
062900         DISPLAY 'LGCPRF01 - HOUSEHOLD CURSOR OPEN, SQLCODE='
063000                 SQLCODE
063100         GO TO 9999-EXIT
063200     END-IF.
063300     PERFORM 3100-FETCH-HOUSEHOLD THRU 3100-EXIT.
063400     PERFORM 3200-HOUSEHOLD-LINE THRU 3200-EXIT
063500         UNTIL WS-HH-EOF.
063600     EXEC SQL
063700         CLOSE HH-RANK
063800     END-EXEC.
063900     MOVE 'HOUSEHOLD' TO PR-C-LABEL.
064000     PERFORM 6000-DECILE-SUMMARY THRU 6000-EXIT.
064100 3000-EXIT.
064200     EXIT.
064300 3100-FETCH-HOUSEHOLD.
064400     EXEC SQL
064500         FETCH HH-RANK
064600           INTO :DB2-R-KEY-INT, :DB2-R-OTHER-INT, :DB2-R-TENURE,
064700                :DB2-R-EARNED, :DB2-R-INCURRED,
064800                :DB2-R-COMMISSION, :DB2-R-REFUNDS,
064900                :DB2-R-BADDEBT, :DB2-R-CONTRIBUTION
065000     END-EXEC.
065100     EVALUATE SQLCODE
065200         WHEN 0
065300             CONTINUE
065400         WHEN 100
065500             MOVE 'Y' TO WS-HH-EOF-SWITCH
065600         WHEN OTHER
065700             DISPLAY 'LGCPRF01 - HOUSEHOLD FETCH, SQLCODE='
065800                     SQLCODE
065900             GO TO 9999-EXIT
066000     END-EVALUATE.
066100 3100-EXIT.
066200     EXIT.
066300 3200-HOUSEHOLD-LINE.
066400     ADD 1 TO WS-RANK.
066500     COMPUTE WS-DECILE =
066600         ((WS-RANK - 1) * 10 / WS-HOUSEHOLD-COUNT) + 1.
066700     EXEC SQL
066800         UPDATE CUSTPROFIT
066900            SET HHDECILE       = :WS-DECILE,
067000                HHCONTRIBUTION = :DB2-R-CONTRIBUTION
067100          WHERE RUNDATE     = :WS-RUNDATE-ISO
067200            AND HOUSEHOLDID = :DB2-R-KEY-INT
067300     END-EXEC.
067400     IF SQLCODE NOT EQUAL 0
067500         DISPLAY 'LGCPRF01 - HOUSEHOLD DECILE UPDATE, SQLCODE='
067600                 SQLCODE
067700         GO TO 9999-EXIT
067800     END-IF.
067900     PERFORM 5000-PRINT-RANKED THRU 5000-EXIT.
068000     PERFORM 3100-FETCH-HOUSEHOLD THRU 3100-EXIT.
068100 3200-EXIT.
068200     EXIT.
068300*****************************************************************
068400*    4000-RANK-CUSTOMERS - DECILE EACH CUSTOMER, PRINT THE       *
068500*    RANKED LIST AND WRITE THE RETENTION FILE                    *
068600*****************************************************************
068700 4000-RANK-CUSTOMERS.
068800     WRITE PR-REPORT-LINE FROM PR-BLANK-LINE.
068900     WRITE PR-REPORT-LINE FROM PR-SECTION-CUST.
069000     WRITE PR-REPORT-LINE FROM PR-HEADING-CUST.
069100     INITIALIZE WS-DECILE-TOTALS.
069200     MOVE 0 TO WS-RANK.
069300     EXEC SQL
069400         OPEN CUST-RANK
069500     END-EXEC.
069600     IF SQLCODE NOT EQUAL 0
069700         DISPLAY 'LGCPRF01 - CUSTOMER CURSOR OPEN, SQLCODE='
069800                 SQLCODE
069900         GO TO 9999-EXIT
070000     END-IF.
070100     PERFORM 4100-FETCH-CUSTOMER THRU 4100-EXIT.
070200     PERFORM 4200-CUSTOMER-LINE THRU 4200-EXIT
070300         UNTIL WS-CUST-EOF.
070400     EXEC SQL
070500         CLOSE CUST-RANK
070600     END-EXEC.
070700     MOVE 'CUSTOMER ' TO PR-C-LABEL.
070800     PERFORM 6000-DECILE-SUMMARY THRU 6000-EXIT.
070900 4000-EXIT.
071000     EXIT.
071100 4100-FETCH-CUSTOMER.
071200     EXEC SQL
071300         FETCH CUST-RANK
071400           INTO :DB2-R-KEY-INT, :DB2-R-OTHER-INT, :DB2-R-TENURE,
071500                :DB2-R-EARNED, :DB2-R-INCURRED,
071600                :DB2-R-COMMISSION, :DB2-R-REFUNDS,
071700                :DB2-R-BADDEBT, :DB2-R-CONTRIBUTION,
071800                :DB2-R-HHDECILE, :DB2-R-HHCONTRIB
071900     END-EXEC.
072000     EVALUATE SQLCODE
072100         WHEN 0
072200             CONTINUE
072300         WHEN 100
072400             MOVE 'Y' TO WS-CUST-EOF-SWITCH
072500         WHEN OTHER
072600             DISPLAY 'LGCPRF01 - CUSTOMER FETCH, SQLCODE=' SQLCODE
072700             GO TO 9999-EXIT
072800     END-EVALUATE.
072900 4100-EXIT.
073000     EXIT.
073100 4200-CUSTOMER-LINE.
073200     ADD 1 TO WS-RANK.
073300     COMPUTE WS-DECILE =
073400         ((WS-RANK - 1) * 10 / WS-CUSTOMER-COUNT) + 1.
073500     EXEC SQL
073600         UPDATE CUSTPROFIT
073700            SET CUSTDECILE = :WS-DECILE
073800          WHERE RUNDATE        = :WS-RUNDATE-ISO
073900            AND CUSTOMERNUMBER = :DB2-R-KEY-INT
074000     END-EXEC.
074100     IF SQLCODE NOT EQUAL 0
074200         DISPLAY 'LGCPRF01 - CUSTOMER DECILE UPDATE, SQLCODE='
074300                 SQLCODE
074400         GO TO 9999-EXIT
074500     END-IF.
074600     PERFORM 5000-PRINT-RANKED THRU 5000-EXIT.
074700     MOVE DB2-R-KEY-INT      TO PX-CUSTOMERNUM.
074800     MOVE DB2-R-OTHER-INT    TO PX-HOUSEHOLDID.
074900     MOVE WS-DECILE          TO PX-CUST-DECILE.
075000     MOVE DB2-R-HHDECILE     TO PX-HHLD-DECILE.
075100     MOVE DB2-R-CONTRIBUTION TO PX-CONTRIBUTION.
075200     MOVE DB2-R-HHCONTRIB    TO PX-HHLD-CONTRIBUTION.
075300     MOVE DB2-R-TENURE       TO PX-TENURE-MONTHS.
075400     MOVE WS-RUNDATE-ISO     TO PX-RUNDATE.
075500     WRITE PX-EXTRACT-RECORD.
075600     PERFORM 4100-FETCH-CUSTOMER THRU 4100-EXIT.
075700 4200-EXIT.
075800     EXIT.
075900*****************************************************************
076000*    5000-PRINT-RANKED - ONE RANKED LINE, INTO ITS DECILE'S      *
076100*    TOTALS                                                      *
076200*****************************************************************
076300 5000-PRINT-RANKED.
076400     MOVE WS-RANK            TO PR-D-RANK.
076500     MOVE DB2-R-KEY-INT      TO PR-D-KEY.
076600     MOVE DB2-R-OTHER-INT    TO PR-D-OTHER.
076700     MOVE DB2-R-TENURE       TO PR-D-TENURE.
076800     MOVE DB2-R-EARNED       TO PR-D-EARNED.
076900     MOVE DB2-R-INCURRED     TO PR-D-INCURRED.
077000     MOVE DB2-R-COMMISSION   TO PR-D-COMMISSION.
077100     MOVE DB2-R-REFUNDS      TO PR-D-REFUNDS.
077200     MOVE DB2-R-BADDEBT      TO PR-D-BADDEBT.
077300     MOVE DB2-R-CONTRIBUTION TO PR-D-CONTRIBUTION.
077400     MOVE WS-DECILE          TO PR-D-DECILE.
077500     WRITE PR-REPORT-LINE FROM PR-DETAIL-LINE.
077600     ADD 1                  TO WS-DC-COUNT(WS-DECILE).
077700     ADD DB2-R-EARNED       TO WS-DC-EARNED(WS-DECILE).
077800     ADD DB2-R-CONTRIBUTION TO WS-DC-CONTRIBUTION(WS-DECILE).
077900 5000-EXIT.
078000     EXIT.
078100*****************************************************************
078200*    6000-DECILE-SUMMARY - COUNT, EARNED PREMIUM AND             *
078300*    CONTRIBUTION PER DECILE AFTER EACH RANKED SECTION           *
078400*****************************************************************
078500 6000-DECILE-SUMMARY.
078600     WRITE PR-REPORT-LINE FROM PR-BLANK-LINE.
078700     WRITE PR-REPORT-LINE FROM PR-DECILE-HEADING.
078800     MOVE 0 TO WS-GRAND-EARNED.
078900     MOVE 0 TO WS-GRAND-CONTRIBUTION.
079000     MOVE 1 TO WS-DECILE-INDEX.
079100     PERFORM 6100-DECILE-LINE THRU 6100-EXIT
079200         UNTIL WS-DECILE-INDEX GREATER THAN 10.
079300     MOVE 'TOTAL    '           TO PR-C-LABEL.
079400     MOVE 0                     TO PR-C-DECILE.
079500     MOVE WS-RANK               TO PR-C-COUNT.
079600     MOVE WS-GRAND-EARNED       TO PR-C-EARNED.
079700     MOVE WS-GRAND-CONTRIBUTION TO PR-C-CONTRIBUTION.
079800     WRITE PR-REPORT-LINE FROM PR-DECILE-LINE.
079900 6000-EXIT.
080000     EXIT.
080100 6100-DECILE-LINE.
080200     MOVE WS-DECILE-INDEX TO PR-C-DECILE.
080300     MOVE WS-DC-COUNT(WS-DECILE-INDEX)  TO PR-C-COUNT.
080400     MOVE WS-DC-EARNED(WS-DECILE-INDEX) TO PR-C-EARNED.
080500     MOVE WS-DC-CONTRIBUTION(WS-DECILE-INDEX)
080600                                        TO PR-C-CONTRIBUTION.
080700     WRITE PR-REPORT-LINE FROM PR-DECILE-LINE.
080800     ADD WS-DC-EARNED(WS-DECILE-INDEX) TO WS-GRAND-EARNED.
080900     ADD WS-DC-CONTRIBUTION(WS-DECILE-INDEX)
081000                                       TO WS-GRAND-CONTRIBUTION.
081100     ADD 1 TO WS-DECILE-INDEX.
081200 6100-EXIT.
081300     EXIT.
081400*****************************************************************
081500*    8000-FINALIZE                                             *
081600*****************************************************************
081700 8000-FINALIZE.
081800     CLOSE PROFIT-REPORT-FILE.
081900     CLOSE PROFIT-EXTRACT-FILE.
082000     MOVE WS-CUSTOMER-COUNT TO RCTL-RECORD-COUNT.
082100     MOVE 'E' TO RCTL-ACTION
082200     CALL 'LGRCTL01' USING RCTL-REQUEST.
082300 8000-EXIT.
082400     EXIT.
082500*****************************************************************
082600*    9999-EXIT - COMMON PROGRAM EXIT POINT                      *
082700*****************************************************************
082800 9999-EXIT.
082900     STOP RUN.
