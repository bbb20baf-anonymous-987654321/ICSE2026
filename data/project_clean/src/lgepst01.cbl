000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     LGEPST01.
000300 AUTHOR.         LG INSURANCE IT - BATCH SUPPORT.
000400 INSTALLATION.   LG INSURANCE.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700 REMARKS.        ANNUAL ENDOWMENT PERSISTENCY STUDY - OVER THE
000800                 YEAR TO THE BUSINESS DATE, COUNTS THE
000900                 PREMIUM-PAYING ENDOWMENTS IN FORCE AT THE START
001000                 OF THE YEAR (EXPOSURE) AND HOW MANY OF THEM LEFT
001100                 BY LAPSE, SURRENDER, PAID-UP CONVERSION, DEATH
001200                 OR MATURITY, CELLED BY ISSUE YEAR, POLICY YEAR,
001300                 TERM, FUND TYPE AND DISTRIBUTION CHANNEL.  LIVE
001400                 AND ARCHIVED (LGARCH01 HISTORY) POLICIES ARE
001500                 BOTH READ.  THE ACTUAL LAPSE RATE OF EACH CELL
001600                 IS SET AGAINST THE POLICY-YEAR LAPSE ASSUMPTION
001700                 HELD ON PRODUCTCONFIG.  A PRINTED REPORT AND A
001800                 COMMA-SEPARATED FILE FOR THE ACTUARIAL MODELS
001900                 ARE WRITTEN.
002000*****************************************************************
002100*    MODIFICATION HISTORY                                      *
002200*    DATE      INIT   DESCRIPTION                               *
002300*    10/15/26  LGIT   INITIAL VERSION                           *
002400*****************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.    IBM-370.
002800 OBJECT-COMPUTER.    IBM-370.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT PERSIST-REPORT-FILE ASSIGN TO PSTRPT
003200         ORGANIZATION IS SEQUENTIAL
003300         FILE STATUS IS WS-PSTRPT-STATUS.
003400     SELECT PERSIST-CSV-FILE ASSIGN TO PSTCSV
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS WS-PSTCSV-STATUS.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  PERSIST-REPORT-FILE
004000     RECORDING MODE IS F.
004100 01  PR-REPORT-LINE              PIC X(133).
004200*****************************************************************
004300*    PERSIST-CSV-FILE - A HEADER ROW, THEN ONE COMMA-SEPARATED  *
004400*    ROW PER CELL.  FUND TYPE W WITH-PROFITS, E EQUITIES,       *
004500*    M MANAGED, O OTHER; CHANNEL B BROKER, D DIRECT             *
004600*****************************************************************
004700 FD  PERSIST-CSV-FILE
004800     RECORDING MODE IS F.
004900 01  PC-CSV-RECORD               PIC X(150).
005000 WORKING-STORAGE SECTION.
005100*****************************************************************
005200*    FILE STATUS AND SWITCHES                                  *
005300*****************************************************************
005400 77  WS-PSTRPT-STATUS            PIC X(02) VALUE SPACES.
005500     88  WS-PSTRPT-OK                      VALUE '00'.
005600 77  WS-PSTCSV-STATUS            PIC X(02) VALUE SPACES.
005700     88  WS-PSTCSV-OK                      VALUE '00'.
005800 77  WS-DB2-EOF-SWITCH           PIC X(01) VALUE 'N'.
005900     88  WS-DB2-EOF                        VALUE 'Y'.
006000 77  WS-CELL-OPEN-SWITCH         PIC X(01) VALUE 'N'.
006100     88  WS-CELL-OPEN                      VALUE 'Y'.
006200 77  WS-CELL-COUNT               PIC 9(07) COMP-3 VALUE 0.
006300*****************************************************************
006400*    LAPSE ASSUMPTIONS ARE PRODUCTCONFIG ROWS FOR POLICYTYPE 'E'*
006500*    KEYED 'LAPSEPYNN' BY POLICY YEAR, VALUE A PERCENTAGE A     *
006600*    YEAR; POLICY YEARS BEYOND THE LAST KEY TAKE THE LAST KEY'S *
006700*    RATE                                                       *
006800*****************************************************************
006900 77  WS-LAST-ASSUMPTION-YEAR     PIC S9(4) COMP VALUE +10.
007000 01  WS-ASSUMPTION-KEY.
007100     05  FILLER                  PIC X(07) VALUE 'LAPSEPY'.
007200     05  WS-AK-YEAR              PIC 9(02).
007300     05  FILLER                  PIC X(03) VALUE SPACES.
007400*****************************************************************
007500*    THE SUITE RUNS ON THE OPERATOR-CONTROLLED BUSINESS DATE -  *
007600*    THE SYSTEM CLOCK IS ONLY THE FALLBACK WHEN THE CONTROL ROW *
007700*    IS ABSENT, SO RERUNS AND LATE-RUNNING SCHEDULES KEEP THE   *
007800*    RIGHT DATED OUTPUT AND SELECTIONS                          *
007900*****************************************************************
008000 01  WS-BUSINESS-DATE.
008100     05  WS-BD-YYYY              PIC 9(04).
008200     05  FILLER                  PIC X(01).
008300     05  WS-BD-MM                PIC 9(02).
008400     05  FILLER                  PIC X(01).
008500     05  WS-BD-DD                PIC 9(02).
008600 01  WS-CURRENT-DATE-TIME.
008700     05  WS-CD-YYYY              PIC 9(04).
008800     05  WS-CD-MM                PIC 9(02).
008900     05  WS-CD-DD                PIC 9(02).
009000     05  FILLER                  PIC X(10).
009100 01  WS-REPORT-DATE.
009200     05  WS-RD-DD                PIC 9(02).
009300     05  FILLER                  PIC X(01) VALUE '/'.
009400     05  WS-RD-MM                PIC 9(02).
009500     05  FILLER                  PIC X(01) VALUE '/'.
009600     05  WS-RD-YYYY              PIC 9(04).
009700*****************************************************************
009800*    STUDY YEAR - EXPOSURE IS TAKEN AT THE START DATE, EXITS    *
009900*    COUNT AFTER THE START DATE UP TO AND INCLUDING THE END     *
010000*****************************************************************
010100 01  WS-PERIOD-END-ISO           PIC X(10).
010200 01  WS-PERIOD-END-BRKDN         REDEFINES WS-PERIOD-END-ISO.
010300     05  WS-PE-YYYY              PIC 9(04).
010400     05  FILLER                  PIC X(01).
010500     05  WS-PE-MM                PIC 9(02).
010600     05  FILLER                  PIC X(01).
010700     05  WS-PE-DD                PIC 9(02).
010800 01  WS-PERIOD-START-ISO         PIC X(10).
010900 01  WS-PERIOD-START-BRKDN       REDEFINES WS-PERIOD-START-ISO.
011000     05  WS-PS-YYYY              PIC 9(04).
011100     05  FILLER                  PIC X(01).
011200     05  WS-PS-MM                PIC 9(02).
011300     05  FILLER                  PIC X(01).
011400     05  WS-PS-DD                PIC 9(02).
011500*****************************************************************
011600*    DB2 ROWS                                                   *
011700*****************************************************************
011800 01  DB2-ISSUE-YYYY              PIC S9(4) COMP.
011900 01  DB2-TERM-SINT               PIC S9(4) COMP.
012000 01  DB2-FUND-TYPE               PIC X(01).
012100 01  DB2-CHANNEL                 PIC X(01).
012200 01  DB2-POLICY-STATUS           PIC X(01).
012300 01  DB2-EXITDATE                PIC X(10).
012400 01  DB2-PAIDUPDATE              PIC X(10).
012500 01  DB2-CONFIG-VALUE            PIC S9(9)V99 COMP-3.
012600*****************************************************************
012700*    CURRENT POLICY AND THE CELL BEING ACCUMULATED              *
012800*****************************************************************
012900 01  WS-POLICY-YEAR              PIC S9(4) COMP.
013000 01  WS-EXIT-TYPE                PIC X(01).
013100     88  WS-EXIT-NONE                      VALUE SPACE.
013200     88  WS-EXIT-LAPSE                     VALUE 'L'.
013300     88  WS-EXIT-SURRENDER                 VALUE 'S'.
013400     88  WS-EXIT-PAIDUP                    VALUE 'P'.
013500     88  WS-EXIT-DEATH                     VALUE 'X'.
013600     88  WS-EXIT-MATURITY                  VALUE 'M'.
013700 01  WS-EXPOSED                  PIC X(01).
013800 01  WS-THIS-KEY.
013900     05  WS-TK-ISSUE-YEAR        PIC 9(04).
014000     05  WS-TK-POLICY-YEAR       PIC 9(02).
014100     05  WS-TK-TERM              PIC 9(02).
014200     05  WS-TK-FUND-TYPE         PIC X(01).
014300     05  WS-TK-CHANNEL           PIC X(01).
014400 01  WS-CELL-KEY.
014500     05  WS-CK-ISSUE-YEAR        PIC 9(04).
014600     05  WS-CK-POLICY-YEAR       PIC 9(02).
014700     05  WS-CK-TERM              PIC 9(02).
014800     05  WS-CK-FUND-TYPE         PIC X(01).
014900     05  WS-CK-CHANNEL           PIC X(01).
015000 01  WS-CELL-COUNTS.
015100     05  WS-CC-EXPOSURE          PIC S9(7) COMP-3.
015200     05  WS-CC-LAPSE             PIC S9(7) COMP-3.
015300     05  WS-CC-SURRENDER         PIC S9(7) COMP-3.
015400     05  WS-CC-PAIDUP            PIC S9(7) COMP-3.
015500     05  WS-CC-DEATH             PIC S9(7) COMP-3.
015600     05  WS-CC-MATURITY          PIC S9(7) COMP-3.
015700 01  WS-TOTAL-COUNTS.
015800     05  WS-TC-EXPOSURE          PIC S9(7) COMP-3 VALUE 0.
015900     05  WS-TC-LAPSE             PIC S9(7) COMP-3 VALUE 0.
016000     05  WS-TC-SURRENDER         PIC S9(7) COMP-3 VALUE 0.
016100     05  WS-TC-PAIDUP            PIC S9(7) COMP-3 VALUE 0.
016200     05  WS-TC-DEATH             PIC S9(7) COMP-3 VALUE 0.
016300     05  WS-TC-MATURITY          PIC S9(7) COMP-3 VALUE 0.
016400     05  WS-TC-EXPECTED          PIC S9(7)V99 COMP-3 VALUE 0.
016500 01  WS-ACTUAL-PCT               PIC S9(3)V99 COMP-3.
016600 01  WS-ASSUMED-PCT              PIC S9(3)V99 COMP-3.
016700 01  WS-EXPECTED-LAPSES          PIC S9(7)V99 COMP-3.
016800 01  WS-AE-PCT                   PIC S9(5)V99 COMP-3.
016900*****************************************************************
017000*    REPORT LINE LAYOUTS                                       *
017100*****************************************************************
017200 01  PR-HEADING-1.
017300     05  FILLER                  PIC X(43) VALUE
017400         'LG INSURANCE - ENDOWMENT PERSISTENCY STUDY'.
017500     05  FILLER                  PIC X(10) VALUE ' RUN DATE '.
017600     05  PR-H1-DATE              PIC X(10) VALUE SPACES.
017700     05  FILLER                  PIC X(07) VALUE ' YEAR  '.
017800     05  PR-H1-START             PIC X(10).
017900     05  FILLER                  PIC X(04) VALUE ' TO '.
018000     05  PR-H1-END               PIC X(10).
018100     05  FILLER                  PIC X(39) VALUE SPACES.
018200 01  PR-HEADING-2.
018300     05  FILLER                  PIC X(50) VALUE
018400         'ISSUEPOL TERM FUND       CHANNELEXPOSED  LAPSED SU'.
018500     05  FILLER                  PIC X(50) VALUE
018600         'RRNDR  PAIDUP   DEATH MATURED ACTUAL% ASSUMED%   E'.
018700     05  FILLER                  PIC X(33) VALUE
018800         'XPECTED      A/E%'.
018900 01  PR-DETAIL-LINE.
019000     05  PR-D-ISSUE-YEAR         PIC 9(04).
019100     05  FILLER                  PIC X(02) VALUE SPACES.
019200     05  PR-D-POLICY-YEAR        PIC Z9.
019300     05  FILLER                  PIC X(03) VALUE SPACES.
019400     05  PR-D-TERM               PIC Z9.
019500     05  FILLER                  PIC X(01) VALUE SPACES.
019600     05  PR-D-FUND               PIC X(11).
019700     05  PR-D-CHANNEL            PIC X(07).
019800     05  PR-D-EXPOSURE           PIC ZZZ,ZZ9.
019900     05  FILLER                  PIC X(01) VALUE SPACES.
020000     05  PR-D-LAPSE              PIC ZZZ,ZZ9.
020100     05  FILLER                  PIC X(01) VALUE SPACES.
020200     05  PR-D-SURRENDER          PIC ZZZ,ZZ9.
020300     05  FILLER                  PIC X(01) VALUE SPACES.
020400     05  PR-D-PAIDUP             PIC ZZZ,ZZ9.
020500     05  FILLER                  PIC X(01) VALUE SPACES.
020600     05  PR-D-DEATH              PIC ZZZ,ZZ9.
020700     05  FILLER                  PIC X(01) VALUE SPACES.
020800     05  PR-D-MATURITY           PIC ZZZ,ZZ9.
020900     05  FILLER                  PIC X(02) VALUE SPACES.
021000     05  PR-D-ACTUAL-PCT         PIC ZZ9.99.
021100     05  FILLER                  PIC X(03) VALUE SPACES.
021200     05  PR-D-ASSUMED-PCT        PIC ZZ9.99.
021300     05  FILLER                  PIC X(01) VALUE SPACES.
021400     05  PR-D-EXPECTED           PIC ZZZ,ZZ9.99.
021500     05  FILLER                  PIC X(01) VALUE SPACES.
021600     05  PR-D-AE-PCT             PIC ZZ,ZZ9.99.
021700     05  FILLER                  PIC X(16) VALUE SPACES.
021800 01  PR-BLANK-LINE               PIC X(133) VALUE SPACES.
021900 01  PR-SUMMARY-LINE.
022000     05  FILLER                  PIC X(20) VALUE SPACES.
022100     05  PR-S-LABEL              PIC X(36).
022200     05  PR-S-VALUE              PIC ZZZ,ZZ9.99.
022300     05  FILLER                  PIC X(67) VALUE SPACES.
022400*****************************************************************
022500*    CSV LAYOUTS                                                *
022600*****************************************************************
022700 01  PC-HEADER-ROW.
022800     05  FILLER                  PIC X(51) VALUE
022900         'ISSUEYEAR,POLICYYEAR,TERM,FUNDTYPE,CHANNEL,EXPOSURE'.
023000     05  FILLER                  PIC X(51) VALUE
023100         ',LAPSES,SURRENDERS,PAIDUP,DEATHS,MATURITIES,ACTUALL'.
023200     05  FILLER                  PIC X(48) VALUE
023300         'APSEPCT,ASSUMEDLAPSEPCT,EXPECTEDLAPSES,AEPCT'.
023400 01  PC-DETAIL-ROW.
023500     05  PC-D-ISSUE-YEAR         PIC 9(04).
023600     05  FILLER                  PIC X(01) VALUE ','.
023700     05  PC-D-POLICY-YEAR        PIC 9(02).
023800     05  FILLER                  PIC X(01) VALUE ','.
023900     05  PC-D-TERM               PIC 9(02).
024000     05  FILLER                  PIC X(01) VALUE ','.
024100     05  PC-D-FUND-TYPE          PIC X(01).
024200     05  FILLER                  PIC X(01) VALUE ','.
024300     05  PC-D-CHANNEL            PIC X(01).
024400     05  FILLER                  PIC X(01) VALUE ','.
024500     05  PC-D-EXPOSURE           PIC 9(07).
024600     05  FILLER                  PIC X(01) VALUE ','.
024700     05  PC-D-LAPSE              PIC 9(07).
024800     05  FILLER                  PIC X(01) VALUE ','.
024900     05  PC-D-SURRENDER          PIC 9(07).
025000     05  FILLER                  PIC X(01) VALUE ','.
025100     05  PC-D-PAIDUP             PIC 9(07).
025200     05  FILLER                  PIC X(01) VALUE ','.
025300     05  PC-D-DEATH              PIC 9(07).
025400     05  FILLER                  PIC X(01) VALUE ','.
025500     05  PC-D-MATURITY           PIC 9(07).
025600     05  FILLER                  PIC X(01) VALUE ','.
025700     05  PC-D-ACTUAL-PCT         PIC 9(03).99.
025800     05  FILLER                  PIC X(01) VALUE ','.
025900     05  PC-D-ASSUMED-PCT        PIC 9(03).99.
026000     05  FILLER                  PIC X(01) VALUE ','.
026100     05  PC-D-EXPECTED           PIC 9(07).99.
026200     05  FILLER                  PIC X(01) VALUE ','.
026300     05  PC-D-AE-PCT             PIC 9(05).99.
026400     05  FILLER                  PIC X(54) VALUE SPACES.
026500     COPY LGRCTL.
026600     EXEC SQL
026700         INCLUDE SQLCA
026800     END-EXEC.
026900*    LIVE ENDOWMENTS AND THOSE LGARCH01 HAS MOVED TO HISTORY, ONE
027000*    LEG EACH.  DECLINED POLICIES NEVER WENT ON RISK.  THE EXIT
027100*    DATE IS THE CANCELLATION DATE FOR A LAPSE OR CANCELLATION
027200*    AND THE STATUS CHANGE FOR A SURRENDER, DEATH OR MATURITY;
027300*    PAID-UP CONVERSION IS DATED ON THE ENDOWMENT.  ROWS COME
027400*    BACK IN CELL ORDER FOR THE CONTROL BREAK - POLICY YEAR
027500*    FOLLOWS FROM ISSUE YEAR.
027600     EXEC SQL
027700         DECLARE PERSIST-ROW CURSOR FOR
027800           SELECT YEAR(DATE(P.ISSUEDATE)), E.TERM,
027900                  CASE WHEN E.WITHPROFITS = 'Y' THEN 'W'
028000                       WHEN E.EQUITIES    = 'Y' THEN 'E'
028100                       WHEN E.MANAGEDFUND = 'Y' THEN 'M'
028200                       ELSE 'O' END,
028300                  CASE WHEN COALESCE(P.BROKERID, 0) > 0
028400                       THEN 'B' ELSE 'D' END,
028500                  COALESCE(P.STATUS, ' '),
028600                  CASE WHEN COALESCE(P.STATUS, ' ') IN ('L','C')
028700                       THEN CHAR(COALESCE(DATE(P.CANCELDATE),
028800                                 DATE(P.LASTCHANGED)), ISO)
028900                       WHEN COALESCE(P.STATUS, ' ')
029000                            IN ('S','X','M')
029100                       THEN CHAR(DATE(P.LASTCHANGED), ISO)
029200                       ELSE ' ' END,
029300                  COALESCE(CHAR(E.PAIDUPDATE, ISO), ' ')
029400             FROM POLICY P,
029500                  ENDOWMENT E
029600            WHERE P.POLICYNUMBER = E.POLICYNUMBER
029700              AND DATE(P.ISSUEDATE) <= DATE(:WS-PERIOD-START-ISO)
029800              AND COALESCE(P.STATUS, ' ') <> 'D'
029900           UNION ALL
030000           SELECT YEAR(DATE(P.ISSUEDATE)), E.TERM,
030100                  CASE WHEN E.WITHPROFITS = 'Y' THEN 'W'
030200                       WHEN E.EQUITIES    = 'Y' THEN 'E'
030300                       WHEN E.MANAGEDFUND = 'Y' THEN 'M'
030400                       ELSE 'O' END,
030500                  CASE WHEN COALESCE(P.BROKERID, 0) > 0
030600                       THEN 'B' ELSE 'D' END,
030700                  COALESCE(P.STATUS, ' '),
030800                  CASE WHEN COALESCE(P.STATUS, ' ') IN ('L','C')
030900                       THEN CHAR(COALESCE(DATE(P.CANCELDATE),
031000                                 DATE(P.LASTCHANGED)), ISO)
031100                       WHEN COALESCE(P.STATUS, ' ')
031200                            IN ('S','X','M')
031300                       THEN CHAR(DATE(P.LASTCHANGED), ISO)
031400                       ELSE ' ' END,
031500                  COALESCE(CHAR(E.PAIDUPDATE, ISO), ' ')
031600             FROM POLICY_HISTORY P,
031700                  ENDOWMENT_HISTORY E
031800            WHERE P.POLICYNUMBER = E.POLICYNUMBER
031900              AND DATE(P.ISSUEDATE) <= DATE(:WS-PERIOD-START-ISO)
032000              AND COALESCE(P.STATUS, ' ') <> 'D'
032100            ORDER BY 1, 2, 3, 4
032200     END-EXEC.
032300 LINKAGE SECTION.
032400 PROCEDURE DIVISION.
032500*****************************************************************
032600*    0000-MAINLINE                                             *
032700*****************************************************************
032800 0000-MAINLINE SECTION.
032900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
033000     PERFORM 2000-STUDY-POLICY THRU 2000-EXIT
033100         UNTIL WS-DB2-EOF.
033200     PERFORM 8000-FINALIZE THRU 8000-EXIT.
033300     GO TO 9999-EXIT.
033400 0000-MAINLINE-EXIT.
033500     EXIT.
033600*****************************************************************
033700*    1000-INITIALIZE                                           *
033800*****************************************************************
033900 1000-INITIALIZE.
034000     ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
034100     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
034200     MOVE 'S'        TO RCTL-ACTION
034300     MOVE 'LGEPST01' TO RCTL-JOBNAME
034400     MOVE WS-CD-YYYY TO RCTL-BD-YYYY
034500     MOVE WS-CD-MM   TO RCTL-BD-MM
034600     MOVE WS-CD-DD   TO RCTL-BD-DD
034700     MOVE '-'        TO RCTL-BD-S1
034800     MOVE '-'        TO RCTL-BD-S2
034900     CALL 'LGRCTL01' USING RCTL-REQUEST
035000     IF RCTL-RC NOT EQUAL '00'
035100         DISPLAY 'LGEPST01 - RUN CONTROL REFUSED, RC='
035200                 RCTL-RC ' PREREQ=' RCTL-PREREQ-MISSING
035300         GO TO 9999-EXIT
035400     END-IF.
035500     MOVE WS-CD-DD   TO WS-RD-DD
035600     MOVE WS-CD-MM   TO WS-RD-MM
035700     MOVE WS-CD-YYYY TO WS-RD-YYYY.
035800     MOVE WS-REPORT-DATE TO PR-H1-DATE.
035900     MOVE WS-CD-YYYY TO WS-PE-YYYY
036000     MOVE WS-CD-MM   TO WS-PE-MM
036100     MOVE WS-CD-DD   TO WS-PE-DD
036200     MOVE '-'        TO WS-PERIOD-END-ISO(5:1)
036300     MOVE '-'        TO WS-PERIOD-END-ISO(8:1).
036400     EXEC SQL
036500         SELECT CHAR(DATE(:WS-PERIOD-END-ISO) - 1 YEAR, ISO)
036600           INTO :WS-PERIOD-START-ISO
036700           FROM SYSIBM.SYSDUMMY1
036800     END-EXEC.
036900     IF SQLCODE NOT EQUAL 0
037000         DISPLAY 'LGEPST01 - PERIOD START SELECT, SQLCODE='
037100                 SQLCODE
037200         GO TO 9999-EXIT
037300     END-IF.
037400     MOVE WS-PERIOD-START-ISO TO PR-H1-START.
037500     MOVE WS-PERIOD-END-ISO   TO PR-H1-END.
037600     OPEN OUTPUT PERSIST-REPORT-FILE.
037700     IF NOT WS-PSTRPT-OK
037800         DISPLAY 'LGEPST01 - PSTRPT OPEN FAILED, STATUS='
037900                 WS-PSTRPT-STATUS
038000         GO TO 9999-EXIT
038100     END-IF.
038200     OPEN OUTPUT PERSIST-CSV-FILE.
038300     IF NOT WS-PSTCSV-OK
038400         DISPLAY 'LGEPST01 - PSTCSV OPEN FAILED, STATUS='
038500                 WS-PSTCSV-STATUS
038600         GO TO 9999-EXIT
038700     END-IF.
038800     WRITE PR-REPORT-LINE FROM PR-HEADING-1.
038900     WRITE PR-REPORT-LINE FROM PR-BLANK-LINE.
039000     WRITE PR-REPORT-LINE FROM PR-HEADING-2.
039100     WRITE PC-CSV-RECORD FROM PC-HEADER-ROW.
039200     EXEC SQL
039300         OPEN PERSIST-ROW
039400     END-EXEC.
039500     IF SQLCODE NOT EQUAL 0
039600         DISPLAY 'LGEPST01 - CURSOR OPEN FAILED, SQLCODE='
039700                 SQLCODE
039800         GO TO 9999-EXIT
039900     END-IF.
040000     PERFORM 3000-FETCH-ROW THRU 3000-EXIT.
040100 1000-EXIT.
040200     EXIT.
040300*****************************************************************
040400*    1050-GET-BUSINESS-DATE - OVERLAY THE CLOCK DATE WITH THE   *
040500*    BUSINESSDATE CONTROL ROW WHEN ONE IS SET                   *
040600*****************************************************************
040700 1050-GET-BUSINESS-DATE.
040800     EXEC SQL
040900         SELECT BUSINESSDATE
041000           INTO :WS-BUSINESS-DATE
041100           FROM BUSINESSDATE
041200          WHERE CONTROLID = 'LG'
041300     END-EXEC.
041400     IF SQLCODE EQUAL 0
041500         MOVE WS-BD-YYYY TO WS-CD-YYYY
041600         MOVE WS-BD-MM   TO WS-CD-MM
041700         MOVE WS-BD-DD   TO WS-CD-DD
041800     END-IF.
041900 1050-EXIT.
042000     EXIT.
042100*****************************************************************
042200*    2000-STUDY-POLICY - A POLICY ALREADY GONE, OR ALREADY PAID *
042300*    UP, BY THE START OF THE YEAR IS NOT EXPOSED.  AN EXPOSED   *
042400*    POLICY COUNTS ONCE IN ITS CELL AND AT MOST ONE EXIT - A    *
042500*    PAID-UP CONVERSION IN THE YEAR TAKES PRECEDENCE OVER A     *
042600*    LATER EXIT OF THE PAID-UP POLICY                           *
042700*****************************************************************
042800 2000-STUDY-POLICY.
042900     MOVE 'Y' TO WS-EXPOSED.
043000     MOVE SPACE TO WS-EXIT-TYPE.
043100     IF DB2-PAIDUPDATE NOT EQUAL SPACES
043200         IF DB2-PAIDUPDATE NOT GREATER THAN WS-PERIOD-START-ISO
043300             MOVE 'N' TO WS-EXPOSED
043400         ELSE
043500             IF DB2-PAIDUPDATE NOT GREATER THAN WS-PERIOD-END-ISO
043600                 MOVE 'P' TO WS-EXIT-TYPE
043700             END-IF
043800         END-IF
043900     END-IF.
044000     IF DB2-EXITDATE NOT EQUAL SPACES
044100         IF DB2-EXITDATE NOT GREATER THAN WS-PERIOD-START-ISO
044200             MOVE 'N' TO WS-EXPOSED
044300         ELSE
044400             IF DB2-EXITDATE NOT GREATER THAN WS-PERIOD-END-ISO
044500                AND WS-EXIT-NONE
044600                 MOVE DB2-POLICY-STATUS TO WS-EXIT-TYPE
044700                 IF DB2-POLICY-STATUS EQUAL 'C'
044800                     MOVE 'L' TO WS-EXIT-TYPE
044900                 END-IF
045000             END-IF
045100         END-IF
045200     END-IF.
045300     IF WS-EXPOSED NOT EQUAL 'Y'
045400         GO TO 2090-NEXT
045500     END-IF.
045600     COMPUTE WS-POLICY-YEAR = WS-PS-YYYY - DB2-ISSUE-YYYY + 1.
045700     MOVE DB2-ISSUE-YYYY TO WS-TK-ISSUE-YEAR.
045800     MOVE WS-POLICY-YEAR TO WS-TK-POLICY-YEAR.
045900     MOVE DB2-TERM-SINT  TO WS-TK-TERM.
046000     MOVE DB2-FUND-TYPE  TO WS-TK-FUND-TYPE.
046100     MOVE DB2-CHANNEL    TO WS-TK-CHANNEL.
046200     IF WS-CELL-OPEN AND WS-THIS-KEY NOT EQUAL WS-CELL-KEY
046300         PERFORM 2200-CLOSE-CELL THRU 2200-EXIT
046400     END-IF.
046500     IF NOT WS-CELL-OPEN
046600         MOVE WS-THIS-KEY TO WS-CELL-KEY
046700         INITIALIZE WS-CELL-COUNTS
046800         MOVE 'Y' TO WS-CELL-OPEN-SWITCH
046900     END-IF.
047000     ADD 1 TO WS-CC-EXPOSURE.
047100     EVALUATE TRUE
047200         WHEN WS-EXIT-LAPSE
047300             ADD 1 TO WS-CC-LAPSE
047400         WHEN WS-EXIT-SURRENDER
047500             ADD 1 TO WS-CC-SURRENDER
047600         WHEN WS-EXIT-PAIDUP
047700             ADD 1 TO WS-CC-PAIDUP
047800         WHEN WS-EXIT-DEATH
047900             ADD 1 TO WS-CC-DEATH
048000         WHEN WS-EXIT-MATURITY
048100             ADD 1 TO WS-CC-MATURITY
048200         WHEN OTHER
048300             CONTINUE
048400     END-EVALUATE.
048500 2090-NEXT.
048600     PERFORM 3000-FETCH-ROW THRU 3000-EXIT.
048700 2000-EXIT.
048800     EXIT.
048900*****************************************************************
049000*    2200-CLOSE-CELL - RATES, ASSUMPTION AND ACTUAL/EXPECTED    *
049100*    FOR THE FINISHED CELL, THEN ITS REPORT LINE AND CSV ROW    *
049200*****************************************************************
049300 2200-CLOSE-CELL.
049400     PERFORM 2300-GET-ASSUMPTION THRU 2300-EXIT.
049500     MOVE ZERO TO WS-ACTUAL-PCT WS-AE-PCT.
049600     IF WS-CC-EXPOSURE GREATER THAN ZERO
049700         COMPUTE WS-ACTUAL-PCT ROUNDED =
049800             WS-CC-LAPSE * 100 / WS-CC-EXPOSURE
049900     END-IF.
050000     COMPUTE WS-EXPECTED-LAPSES ROUNDED =
050100         WS-CC-EXPOSURE * WS-ASSUMED-PCT / 100.
050200     IF WS-EXPECTED-LAPSES GREATER THAN ZERO
050300         COMPUTE WS-AE-PCT ROUNDED =
050400             WS-CC-LAPSE * 100 / WS-EXPECTED-LAPSES
050500     END-IF.
050600     ADD WS-CC-EXPOSURE     TO WS-TC-EXPOSURE.
050700     ADD WS-CC-LAPSE        TO WS-TC-LAPSE.
050800     ADD WS-CC-SURRENDER    TO WS-TC-SURRENDER.
050900     ADD WS-CC-PAIDUP       TO WS-TC-PAIDUP.
051000     ADD WS-CC-DEATH        TO WS-TC-DEATH.
051100     ADD WS-CC-MATURITY     TO WS-TC-MATURITY.
051200     ADD WS-EXPECTED-LAPSES TO WS-TC-EXPECTED.
051300     MOVE WS-CK-ISSUE-YEAR  TO PR-D-ISSUE-YEAR PC-D-ISSUE-YEAR.
051400     MOVE WS-CK-POLICY-YEAR TO PR-D-POLICY-YEAR PC-D-POLICY-YEAR.
051500     MOVE WS-CK-TERM        TO PR-D-TERM PC-D-TERM.
051600     MOVE WS-CK-FUND-TYPE   TO PC-D-FUND-TYPE.
051700     MOVE WS-CK-CHANNEL     TO PC-D-CHANNEL.
051800     EVALUATE WS-CK-FUND-TYPE
051900         WHEN 'W'
052000             MOVE 'WITHPROFITS' TO PR-D-FUND
052100         WHEN 'E'
052200             MOVE 'EQUITIES'    TO PR-D-FUND
052300         WHEN 'M'
052400             MOVE 'MANAGED'     TO PR-D-FUND
052500         WHEN OTHER
052600             MOVE 'OTHER'       TO PR-D-FUND
052700     END-EVALUATE.
052800     IF WS-CK-CHANNEL EQUAL 'B'
052900         MOVE 'BROKER' TO PR-D-CHANNEL
053000     ELSE
053100         MOVE 'DIRECT' TO PR-D-CHANNEL
053200     END-IF.
053300     MOVE WS-CC-EXPOSURE     TO PR-D-EXPOSURE PC-D-EXPOSURE.
053400     MOVE WS-CC-LAPSE        TO PR-D-LAPSE PC-D-LAPSE.
053500     MOVE WS-CC-SURRENDER    TO PR-D-SURRENDER PC-D-SURRENDER.
053600     MOVE WS-CC-PAIDUP       TO PR-D-PAIDUP PC-D-PAIDUP.
053700     MOVE WS-CC-DEATH        TO PR-D-DEATH PC-D-DEATH.
053800     MOVE WS-CC-MATURITY     TO PR-D-MATURITY PC-D-MATURITY.
053900     MOVE WS-ACTUAL-PCT      TO PR-D-ACTUAL-PCT PC-D-ACTUAL-PCT.
054000     MOVE WS-ASSUMED-PCT     TO PR-D-ASSUMED-PCT PC-D-ASSUMED-PCT.
054100     MOVE WS-EXPECTED-LAPSES TO PR-D-EXPECTED PC-D-EXPECTED.
054200     MOVE WS-AE-PCT          TO PR-D-AE-PCT PC-D-AE-PCT.
054300     WRITE PR-REPORT-LINE FROM PR-DETAIL-LINE.
054400     WRITE PC-CSV-RECORD FROM PC-DETAIL-ROW.
054500     ADD 1 TO WS-CELL-COUNT.
054600     MOVE 'N' TO WS-CELL-OPEN-SWITCH.
054700 2200-EXIT.
054800     EXIT.
054900*****************************************************************
055000*    2300-GET-ASSUMPTION - LAPSE RATE FOR THE CELL'S POLICY     *
055100*    YEAR IN FORCE AT THE END OF THE STUDY YEAR; NONE ON FILE   *
055200*    LEAVES THE CELL WITH NO EXPECTED LAPSES                    *
055300*****************************************************************
055400 2300-GET-ASSUMPTION.
055500     MOVE ZERO TO WS-ASSUMED-PCT.
055600     IF WS-CK-POLICY-YEAR GREATER THAN WS-LAST-ASSUMPTION-YEAR
055700         MOVE WS-LAST-ASSUMPTION-YEAR TO WS-AK-YEAR
055800     ELSE
055900         MOVE WS-CK-POLICY-YEAR TO WS-AK-YEAR
056000     END-IF.
056100     EXEC SQL
056200         SELECT CONFIGVALUE
056300           INTO :DB2-CONFIG-VALUE
056400           FROM PRODUCTCONFIG
056500          WHERE POLICYTYPE = 'E'
056600            AND CONFIGKEY  = :WS-ASSUMPTION-KEY
056700            AND EFFECTIVEDATE =
056800                ( SELECT MAX(EFFECTIVEDATE)
056900                    FROM PRODUCTCONFIG
057000                   WHERE POLICYTYPE = 'E'
057100                     AND CONFIGKEY  = :WS-ASSUMPTION-KEY
057200                     AND EFFECTIVEDATE <=
057300                         DATE(:WS-PERIOD-END-ISO) )
057400     END-EXEC.
057500     IF SQLCODE EQUAL 0
057600         MOVE DB2-CONFIG-VALUE TO WS-ASSUMED-PCT
057700     ELSE
057800         IF SQLCODE NOT EQUAL 100
057900             DISPLAY 'LGEPST01 - ASSUMPTION SELECT, SQLCODE='
058000                     SQLCODE
058100             GO TO 9999-EXIT
058200         END-IF
058300     END-IF.
058400 2300-EXIT.
058500     EXIT.
058600*****************************************************************
058700*    3000-FETCH-ROW                                            *
058800*****************************************************************
058900 3000-FETCH-ROW.
059000     EXEC SQL
059100         FETCH PERSIST-ROW
059200           INTO :DB2-ISSUE-YYYY, :DB2-TERM-SINT,
059300                :DB2-FUND-TYPE, :DB2-CHANNEL,
059400                :DB2-POLICY-STATUS, :DB2-EXITDATE,
059500                :DB2-PAIDUPDATE
059600     END-EXEC.
059700     EVALUATE SQLCODE
059800         WHEN 0
059900             CONTINUE
060000         WHEN 100
060100             MOVE 'Y' TO WS-DB2-EOF-SWITCH
060200         WHEN OTHER
060300             DISPLAY 'LGEPST01 - CURSOR FETCH ERROR, SQLCODE='
060400                     SQLCODE
060500             GO TO 9999-EXIT
060600     END-EVALUATE.
060700 3000-EXIT.
060800     EXIT.
060900*****************************************************************
061000*    8000-FINALIZE - LAST CELL, THEN BOOK TOTALS                *
061100*****************************************************************
061200 8000-FINALIZE.
061300     EXEC SQL
061400         CLOSE PERSIST-ROW
061500     END-EXEC.
061600     IF WS-CELL-OPEN
061700         PERFORM 2200-CLOSE-CELL THRU 2200-EXIT
061800     END-IF.
061900     WRITE PR-REPORT-LINE FROM PR-BLANK-LINE.
062000     MOVE 'CELLS REPORTED' TO PR-S-LABEL.
062100     MOVE WS-CELL-COUNT TO PR-S-VALUE.
062200     WRITE PR-REPORT-LINE FROM PR-SUMMARY-LINE.
062300     MOVE 'POLICIES EXPOSED' TO PR-S-LABEL.
062400     MOVE WS-TC-EXPOSURE TO PR-S-VALUE.
062500     WRITE PR-REPORT-LINE FROM PR-SUMMARY-LINE.
062600     MOVE 'EXITS - LAPSE' TO PR-S-LABEL.
062700     MOVE WS-TC-LAPSE TO PR-S-VALUE.
062800     WRITE PR-REPORT-LINE FROM PR-SUMMARY-LINE.
062900     MOVE 'EXITS - SURRENDER' TO PR-S-LABEL.
063000     MOVE WS-TC-SURRENDER TO PR-S-VALUE.
063100     WRITE PR-REPORT-LINE FROM PR-SUMMARY-LINE.
063200     MOVE 'EXITS - PAID-UP' TO PR-S-LABEL.
063300     MOVE WS-TC-PAIDUP TO PR-S-VALUE.
063400     WRITE PR-REPORT-LINE FROM PR-SUMMARY-LINE.
063500     MOVE 'EXITS - DEATH' TO PR-S-LABEL.
063600     MOVE WS-TC-DEATH TO PR-S-VALUE.
063700     WRITE PR-REPORT-LINE FROM PR-SUMMARY-LINE.
063800     MOVE 'EXITS - MATURITY' TO PR-S-LABEL.
063900     MOVE WS-TC-MATURITY TO PR-S-VALUE.
064000     WRITE PR-REPORT-LINE FROM PR-SUMMARY-LINE.
064100     MOVE ZERO TO WS-ACTUAL-PCT WS-AE-PCT.
064200     IF WS-TC-EXPOSURE GREATER THAN ZERO
064300         COMPUTE WS-ACTUAL-PCT ROUNDED =
064400             WS-TC-LAPSE * 100 / WS-TC-EXPOSURE
064500     END-IF.
064600     IF WS-TC-EXPECTED GREATER THAN ZERO
064700         COMPUTE WS-AE-PCT ROUNDED =
064800             WS-TC-LAPSE * 100 / WS-TC-EXPECTED
064900     END-IF.
065000     MOVE 'ACTUAL LAPSE RATE PERCENT' TO PR-S-LABEL.
065100     MOVE WS-ACTUAL-PCT TO PR-S-VALUE.
065200     WRITE PR-REPORT-LINE FROM PR-SUMMARY-LINE.
065300     MOVE 'EXPECTED LAPSES ON ASSUMPTION' TO PR-S-LABEL.
065400     MOVE WS-TC-EXPECTED TO PR-S-VALUE.
065500     WRITE PR-REPORT-LINE FROM PR-SUMMARY-LINE.
065600     MOVE 'ACTUAL / EXPECTED PERCENT' TO PR-S-LABEL.
065700     MOVE WS-AE-PCT TO PR-S-VALUE.
065800     WRITE PR-REPORT-LINE FROM PR-SUMMARY-LINE.
065900     CLOSE PERSIST-REPORT-FILE
066000           PERSIST-CSV-FILE.
066100     MOVE 'E' TO RCTL-ACTION
066200     CALL 'LGRCTL01' USING RCTL-REQUEST.
066300 8000-EXIT.
066400     EXIT.
066500*****************************************************************
066600*    9999-EXIT - COMMON PROGRAM EXIT POINT                      *
066700*****************************************************************
066800 9999-EXIT.
066900     STOP RUN.
