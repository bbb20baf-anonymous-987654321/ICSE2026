000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     LGBARP01.
000300 AUTHOR.         LG INSURANCE IT - BATCH SUPPORT.
000400 INSTALLATION.   LG INSURANCE.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700 REMARKS.        MONTHLY BROKER BINDING-AUTHORITY REPORT - FOR THE
000701                 PRIOR CALENDAR MONTH, EACH BROKER'S BOUND
000702                 BUSINESS (POLICIES AND PREMIUM BY ISSUE DATE, THE
000703                 SAME BASIS AS THE COMMISSION STATEMENT LGBRCM01)
000704                 AGAINST THE BINDS LGAPDB01 REFERRED TO
000705                 UNDERWRITING AS OUTSIDE THE BROKER'S DELEGATED
000706                 AUTHORITY (UWREFERRAL TYPE 'B'), WITH HOW MANY
000707                 OF THOSE WERE ACCEPTED, DECLINED OR ARE STILL
000708                 OPEN.
000800*****************************************************************
000900*    MODIFICATION HISTORY                                      *
001000*    DATE      INIT   DESCRIPTION                               *
001100*    10/15/26  LGIT   INITIAL VERSION                           *
001200*****************************************************************
001300 ENVIRONMENT DIVISION.
001400 CONFIGURATION SECTION.
001500 SOURCE-COMPUTER.    IBM-370.
001600 OBJECT-COMPUTER.    IBM-370.
001700 INPUT-OUTPUT SECTION.
001800 FILE-CONTROL.
001900     SELECT BIND-AUTHORITY-FILE ASSIGN TO BARPRPT
002000         ORGANIZATION IS SEQUENTIAL
002100         FILE STATUS IS WS-BARPRPT-STATUS.
002200 DATA DIVISION.
002300 FILE SECTION.
002400 FD  BIND-AUTHORITY-FILE
002500     RECORDING MODE IS F.
002600 01  BA-REPORT-LINE              PIC X(133).
002700 WORKING-STORAGE SECTION.
002800*****************************************************************
002900*    FILE STATUS AND SWITCHES                                  *
003000*****************************************************************
003100 77  WS-BARPRPT-STATUS           PIC X(02) VALUE SPACES.
003200     88  WS-BARPRPT-OK                     VALUE '00'.
003300 77  WS-DB2-EOF-SWITCH           PIC X(01) VALUE 'N'.
003400     88  WS-DB2-EOF                        VALUE 'Y'.
003500 77  WS-BROKER-COUNT             PIC 9(07) COMP-3 VALUE 0.
003600*****************************************************************
003700*    THE SUITE RUNS ON THE OPERATOR-CONTROLLED BUSINESS DATE -    *
003800*    THE SYSTEM CLOCK IS ONLY THE FALLBACK WHEN THE CONTROL ROW   *
003900*    IS ABSENT, SO RERUNS AND LATE-RUNNING SCHEDULES KEEP THE     *
004000*    RIGHT DATED OUTPUT AND SELECTIONS                            *
004100*****************************************************************
004200 01  WS-BUSINESS-DATE.
004300     05  WS-BD-YYYY              PIC 9(04).
004400     05  FILLER                  PIC X(01).
004500     05  WS-BD-MM                PIC 9(02).
004600     05  FILLER                  PIC X(01).
004700     05  WS-BD-DD                PIC 9(02).
004800 01  WS-CURRENT-DATE-TIME.
004900     05  WS-CD-YYYY              PIC 9(04).
005000     05  WS-CD-MM                PIC 9(02).
005100     05  WS-CD-DD                PIC 9(02).
005200     05  FILLER                  PIC X(10).
005300 01  WS-REPORT-DATE.
005400     05  WS-RD-DD                PIC 9(02).
005500     05  FILLER                  PIC X(01) VALUE '/'.
005600     05  WS-RD-MM                PIC 9(02).
005700     05  FILLER                  PIC X(01) VALUE '/'.
005800     05  WS-RD-YYYY              PIC 9(04).
005900 01  WS-THIS-MONTH-1ST           PIC 9(08).
006000 01  WS-THIS-MONTH-1ST-INTEGER   PIC S9(09) COMP.
006100 01  WS-PRIOR-MONTH-INTEGER      PIC S9(09) COMP.
006200 01  WS-PRIOR-MONTH-DATE         PIC 9(08).
006300 01  WS-PRIOR-MONTH-BRKDN        REDEFINES WS-PRIOR-MONTH-DATE.
006400     05  WS-PML-YYYY             PIC 9(04).
006500     05  WS-PML-MM               PIC 9(02).
006600     05  WS-PML-DD               PIC 9(02).
006700 01  WS-PERIOD-START-ISO         PIC X(10).
006800 01  WS-PERIOD-START-BRKDN       REDEFINES WS-PERIOD-START-ISO.
006900     05  WS-PS-YYYY              PIC X(04).
007000     05  FILLER                  PIC X(01).
007100     05  WS-PS-MM                PIC X(02).
007200     05  FILLER                  PIC X(01).
007300     05  WS-PS-DD                PIC X(02).
007400 01  WS-PERIOD-END-ISO           PIC X(10).
007500 01  WS-PERIOD-END-BRKDN         REDEFINES WS-PERIOD-END-ISO.
007600     05  WS-PE-YYYY              PIC X(04).
007700     05  FILLER                  PIC X(01).
007800     05  WS-PE-MM                PIC X(02).
007900     05  FILLER                  PIC X(01).
008000     05  WS-PE-DD                PIC X(02).
008100*****************************************************************
008200*    DB2 BROKER ROW (ONE ROW PER BROKER)                       *
008300*****************************************************************
008400 01  DB2-BROKERID-INT            PIC S9(9) COMP.
008500 01  DB2-AUTHORITY-COUNT         PIC S9(9) COMP.
008600 01  DB2-BOUND-COUNT             PIC S9(9) COMP.
008700 01  DB2-BOUND-PREMIUM           PIC S9(9)V99 COMP-3.
008800 01  DB2-REFER-COUNT             PIC S9(9) COMP.
008900 01  DB2-ACCEPT-COUNT            PIC S9(9) COMP.
009000 01  DB2-DECLINE-COUNT           PIC S9(9) COMP.
009100 01  WS-OPEN-COUNT               PIC S9(9) COMP.
009200 01  WS-REFER-RATE               PIC S9(5)V99 COMP-3.
009300 01  WS-TOTAL-BOUND              PIC S9(9) COMP-3 VALUE 0.
009400 01  WS-TOTAL-PREMIUM            PIC S9(9)V99 COMP-3 VALUE 0.
009500 01  WS-TOTAL-REFERRED           PIC S9(9) COMP-3 VALUE 0.
009600 01  WS-TOTAL-ACCEPTED           PIC S9(9) COMP-3 VALUE 0.
009700 01  WS-TOTAL-DECLINED           PIC S9(9) COMP-3 VALUE 0.
009800*****************************************************************
009900*    REPORT LINE LAYOUTS                                       *
010000*****************************************************************
010100 01  RR-HEADING-1.
010200     05  FILLER                  PIC X(42) VALUE
010300         'LG INSURANCE - BROKER BINDING AUTHORITY   '.
010400     05  FILLER                  PIC X(10) VALUE ' RUN DATE '.
010500     05  RR-H1-DATE              PIC X(10) VALUE SPACES.
010600     05  FILLER                  PIC X(71) VALUE SPACES.
010700 01  RR-HEADING-2.
010800     05  FILLER                  PIC X(11) VALUE ' PERIOD    '.
010900     05  RR-H2-START             PIC X(10) VALUE SPACES.
011000     05  FILLER                  PIC X(4)  VALUE ' TO '.
011100     05  RR-H2-END               PIC X(10) VALUE SPACES.
011200     05  FILLER                  PIC X(98) VALUE SPACES.
011300 01  RR-HEADING-3.
011400     05  FILLER   PIC X(10) VALUE 'BROKERID  '.
011500     05  FILLER   PIC X(06) VALUE 'AUTH  '.
011600     05  FILLER   PIC X(10) VALUE 'BOUND     '.
011700     05  FILLER   PIC X(16) VALUE 'BOUND PREMIUM   '.
011800     05  FILLER   PIC X(10) VALUE 'REFERRED  '.
011900     05  FILLER   PIC X(10) VALUE 'ACCEPTED  '.
012000     05  FILLER   PIC X(10) VALUE 'DECLINED  '.
012100     05  FILLER   PIC X(10) VALUE 'OPEN      '.
012200     05  FILLER   PIC X(14) VALUE 'REFER/100 BND '.
012300     05  FILLER                  PIC X(37) VALUE SPACES.
012400 01  RR-DETAIL-LINE.
012500     05  RR-D-BROKERID           PIC Z(8)9.
012600     05  FILLER                  PIC X(03) VALUE SPACES.
012700     05  RR-D-AUTHORITY          PIC X(01).
012800     05  FILLER                  PIC X(03) VALUE SPACES.
012900     05  RR-D-BOUND              PIC ZZZ,ZZ9.
013000     05  FILLER                  PIC X(03) VALUE SPACES.
013100     05  RR-D-PREMIUM            PIC Z,ZZZ,ZZ9.99.
013200     05  FILLER                  PIC X(04) VALUE SPACES.
013300     05  RR-D-REFERRED           PIC ZZZ,ZZ9.
013400     05  FILLER                  PIC X(03) VALUE SPACES.
013500     05  RR-D-ACCEPTED           PIC ZZZ,ZZ9.
013600     05  FILLER                  PIC X(03) VALUE SPACES.
013700     05  RR-D-DECLINED           PIC ZZZ,ZZ9.
013800     05  FILLER                  PIC X(03) VALUE SPACES.
013900     05  RR-D-OPEN               PIC ZZZ,ZZ9.
014000     05  FILLER                  PIC X(03) VALUE SPACES.
014100     05  RR-D-RATE               PIC ZZ,ZZ9.99.
014200     05  FILLER                  PIC X(41) VALUE SPACES.
014300 01  RR-SUMMARY-LINE.
014400     05  FILLER                  PIC X(20) VALUE SPACES.
014500     05  RR-S-LABEL              PIC X(36) VALUE
014600         'BROKERS WITH ACTIVITY THIS PERIOD'.
014700     05  RR-S-COUNT              PIC ZZZ,ZZ9.
014800     05  FILLER                  PIC X(70) VALUE SPACES.
014900 01  RR-GRAND-TOTAL-LINE.
015000     05  FILLER                  PIC X(20) VALUE SPACES.
015100     05  RR-G-LABEL              PIC X(36) VALUE
015200         'BOUND / PREMIUM / REFERRED'.
015300     05  RR-G-BOUND              PIC ZZZ,ZZ9.
015400     05  FILLER                  PIC X(02) VALUE SPACES.
015500     05  RR-G-PREMIUM            PIC ZZ,ZZZ,ZZ9.99.
015600     05  FILLER                  PIC X(02) VALUE SPACES.
015700     05  RR-G-REFERRED           PIC ZZZ,ZZ9.
015800     05  FILLER                  PIC X(46) VALUE SPACES.
015900 01  RR-DECISION-TOTAL-LINE.
016000     05  FILLER                  PIC X(20) VALUE SPACES.
016100     05  RR-T-LABEL              PIC X(36) VALUE
016200         'REFERRALS ACCEPTED / DECLINED'.
016300     05  RR-T-ACCEPTED           PIC ZZZ,ZZ9.
016400     05  FILLER                  PIC X(02) VALUE SPACES.
016500     05  RR-T-DECLINED           PIC ZZZ,ZZ9.
016600     05  FILLER                  PIC X(61) VALUE SPACES.
016700     EXEC SQL
016800         INCLUDE SQLCA
016900     END-EXEC.
017000*    A REFERRAL COUNTS IN THE MONTH IT WAS RAISED, WHATEVER HAS
017100*    HAPPENED TO IT SINCE; STATUS 'B' IS AN ACCEPT IN FLIGHT AND
017200*    IS SHOWN AS OPEN.  BROKERS WITH NEITHER BOUND BUSINESS NOR A
017300*    REFERRAL IN THE MONTH ARE LEFT OFF THE REPORT.
017400     EXEC SQL
017500         DECLARE AUTHORITY_CURSOR CURSOR FOR
017600           SELECT B.BROKERID,
017700                  ( SELECT COUNT(*)
017800                      FROM BINDAUTHORITY A
017900                     WHERE A.BROKERID = B.BROKERID
018000                       AND COALESCE(A.STATUS, 'A') = 'A' ),
018100                  ( SELECT COUNT(*)
018200                      FROM POLICY P
018300                     WHERE P.BROKERID = B.BROKERID
018400                       AND P.ISSUEDATE
018450                           BETWEEN :WS-PERIOD-START-ISO
018500                               AND :WS-PERIOD-END-ISO ),
018600                  ( SELECT COALESCE(SUM(P.PAYMENT), 0)
018700                      FROM POLICY P
018800                     WHERE P.BROKERID = B.BROKERID
018900                       AND P.ISSUEDATE
018950                           BETWEEN :WS-PERIOD-START-ISO
019000                               AND :WS-PERIOD-END-ISO ),
019100                  ( SELECT COUNT(*)
019200                      FROM UWREFERRAL R
019300                     WHERE R.BROKERID  = B.BROKERID
019400                       AND R.REFERTYPE = 'B'
019500                       AND DATE(R.REFERTIME)
019600                           BETWEEN :WS-PERIOD-START-ISO
019700                               AND :WS-PERIOD-END-ISO ),
019800                  ( SELECT COUNT(*)
019900                      FROM UWREFERRAL R
020000                     WHERE R.BROKERID  = B.BROKERID
020100                       AND R.REFERTYPE = 'B'
020200                       AND R.STATUS    = 'A'
020300                       AND DATE(R.REFERTIME)
020400                           BETWEEN :WS-PERIOD-START-ISO
020500                               AND :WS-PERIOD-END-ISO ),
020600                  ( SELECT COUNT(*)
020700                      FROM UWREFERRAL R
020800                     WHERE R.BROKERID  = B.BROKERID
020900                       AND R.REFERTYPE = 'B'
021000                       AND R.STATUS    = 'D'
021100                       AND DATE(R.REFERTIME)
021200                           BETWEEN :WS-PERIOD-START-ISO
021300                               AND :WS-PERIOD-END-ISO )
021400             FROM BROKER B
021500            WHERE B.BROKERID <> 0
021600            ORDER BY B.BROKERID
021700     END-EXEC.
021800 LINKAGE SECTION.
021900 PROCEDURE DIVISION.
022000*****************************************************************
022100*    0000-MAINLINE                                             *
022200*****************************************************************
022300 0000-MAINLINE SECTION.
022400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022500     PERFORM 2000-BROKER-LINE THRU 2000-EXIT
022600         UNTIL WS-DB2-EOF.
022700     PERFORM 8000-FINALIZE THRU 8000-EXIT.
022800     GO TO 9999-EXIT.
022900 0000-MAINLINE-EXIT.
023000     EXIT.
023100*****************************************************************
023200*    1000-INITIALIZE - WORK OUT THE PRIOR-MONTH PERIOD, OPEN    *
023300*    THE REPORT, PRIME THE CURSOR                               *
023400*****************************************************************
023500 1000-INITIALIZE.
023600     ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
023700     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
023800     MOVE WS-CD-DD   TO WS-RD-DD
023900     MOVE WS-CD-MM   TO WS-RD-MM
024000     MOVE WS-CD-YYYY TO WS-RD-YYYY.
024100     MOVE WS-REPORT-DATE TO RR-H1-DATE.
024200     MOVE WS-CD-YYYY TO WS-THIS-MONTH-1ST(1:4)
024300     MOVE WS-CD-MM   TO WS-THIS-MONTH-1ST(5:2)
024400     MOVE 1          TO WS-THIS-MONTH-1ST(7:2).
024500     MOVE FUNCTION INTEGER-OF-DATE(WS-THIS-MONTH-1ST)
024600         TO WS-THIS-MONTH-1ST-INTEGER.
024700     COMPUTE WS-PRIOR-MONTH-INTEGER =
024800         WS-THIS-MONTH-1ST-INTEGER - 1.
024900     MOVE FUNCTION DATE-OF-INTEGER(WS-PRIOR-MONTH-INTEGER)
025000         TO WS-PRIOR-MONTH-DATE.
025100     MOVE WS-PML-YYYY TO WS-PE-YYYY
025200     MOVE WS-PML-MM   TO WS-PE-MM
025300     MOVE WS-PML-DD   TO WS-PE-DD
025400     MOVE '-'         TO WS-PERIOD-END-ISO(5:1)
025500     MOVE '-'         TO WS-PERIOD-END-ISO(8:1).
025600     MOVE WS-PML-YYYY TO WS-PS-YYYY
025700     MOVE WS-PML-MM   TO WS-PS-MM
025800     MOVE '01'        TO WS-PS-DD
025900     MOVE '-'         TO WS-PERIOD-START-ISO(5:1)
026000     MOVE '-'         TO WS-PERIOD-START-ISO(8:1).
026100     MOVE WS-PERIOD-START-ISO TO RR-H2-START.
026200     MOVE WS-PERIOD-END-ISO   TO RR-H2-END.
026300     OPEN OUTPUT BIND-AUTHORITY-FILE.
026400     IF NOT WS-BARPRPT-OK
026500         DISPLAY 'LGBARP01 - BARPRPT OPEN FAILED, STATUS='
026600                 WS-BARPRPT-STATUS
026700         GO TO 9999-EXIT
026800     END-IF.
026900     WRITE BA-REPORT-LINE FROM RR-HEADING-1.
027000     WRITE BA-REPORT-LINE FROM RR-HEADING-2.
027100     WRITE BA-REPORT-LINE FROM RR-HEADING-3.
027200     EXEC SQL
027300         OPEN AUTHORITY_CURSOR
027400     END-EXEC.
027500     IF SQLCODE NOT EQUAL 0
027600         DISPLAY 'LGBARP01 - CURSOR OPEN FAILED, SQLCODE='
027700                 SQLCODE
027800         GO TO 9999-EXIT
027900     END-IF.
028000     PERFORM 3000-READ-DB2 THRU 3000-EXIT.
028100 1000-EXIT.
028200     EXIT.
028300*****************************************************************
028400*    1050-GET-BUSINESS-DATE - OVERLAY THE CLOCK DATE WITH THE     *
028500*    BUSINESSDATE CONTROL ROW WHEN ONE IS SET                     *
028600*****************************************************************
028700 1050-GET-BUSINESS-DATE.
028800     EXEC SQL
028900         SELECT BUSINESSDATE
029000           INTO :WS-BUSINESS-DATE
029100           FROM BUSINESSDATE
029200          WHERE CONTROLID = 'LG'
029300     END-EXEC.
029400     IF SQLCODE EQUAL 0
029500         MOVE WS-BD-YYYY TO WS-CD-YYYY
029600         MOVE WS-BD-MM   TO WS-CD-MM
029700         MOVE WS-BD-DD   TO WS-CD-DD
029800     END-IF.
029900 1050-EXIT.
030000     EXIT.
030100*****************************************************************
030200*    2000-BROKER-LINE - ONE LINE PER BROKER WITH ACTIVITY; THE  *
030300*    RATE IS REFERRALS PER 100 POLICIES BOUND                   *
030400*****************************************************************
030500 2000-BROKER-LINE.
030600     IF DB2-BOUND-COUNT EQUAL ZERO AND
030700        DB2-REFER-COUNT EQUAL ZERO
030800         GO TO 2000-READ-NEXT
030900     END-IF.
031000     COMPUTE WS-OPEN-COUNT =
031100         DB2-REFER-COUNT - DB2-ACCEPT-COUNT - DB2-DECLINE-COUNT.
031200     IF DB2-BOUND-COUNT GREATER THAN ZERO
031300         COMPUTE WS-REFER-RATE ROUNDED =
031400             DB2-REFER-COUNT * 100 / DB2-BOUND-COUNT
031500     ELSE
031600         MOVE ZERO TO WS-REFER-RATE
031700     END-IF.
031800     MOVE DB2-BROKERID-INT    TO RR-D-BROKERID.
031900     IF DB2-AUTHORITY-COUNT GREATER THAN ZERO
032000         MOVE 'Y' TO RR-D-AUTHORITY
032100     ELSE
032200         MOVE 'N' TO RR-D-AUTHORITY
032300     END-IF.
032400     MOVE DB2-BOUND-COUNT     TO RR-D-BOUND.
032500     MOVE DB2-BOUND-PREMIUM   TO RR-D-PREMIUM.
032600     MOVE DB2-REFER-COUNT     TO RR-D-REFERRED.
032700     MOVE DB2-ACCEPT-COUNT    TO RR-D-ACCEPTED.
032800     MOVE DB2-DECLINE-COUNT   TO RR-D-DECLINED.
032900     MOVE WS-OPEN-COUNT       TO RR-D-OPEN.
033000     MOVE WS-REFER-RATE       TO RR-D-RATE.
033100     WRITE BA-REPORT-LINE FROM RR-DETAIL-LINE.
033200     ADD 1 TO WS-BROKER-COUNT.
033300     ADD DB2-BOUND-COUNT    TO WS-TOTAL-BOUND.
033400     ADD DB2-BOUND-PREMIUM  TO WS-TOTAL-PREMIUM.
033500     ADD DB2-REFER-COUNT    TO WS-TOTAL-REFERRED.
033600     ADD DB2-ACCEPT-COUNT   TO WS-TOTAL-ACCEPTED.
033700     ADD DB2-DECLINE-COUNT  TO WS-TOTAL-DECLINED.
033800 2000-READ-NEXT.
033900     PERFORM 3000-READ-DB2 THRU 3000-EXIT.
034000 2000-EXIT.
034100     EXIT.
034200*****************************************************************
034300*    3000-READ-DB2 - NEXT BROKER CURSOR ROW                     *
034400*****************************************************************
034500 3000-READ-DB2.
034600     EXEC SQL
034700         FETCH AUTHORITY_CURSOR
034800           INTO :DB2-BROKERID-INT, :DB2-AUTHORITY-COUNT,
034900                :DB2-BOUND-COUNT, :DB2-BOUND-PREMIUM,
035000                :DB2-REFER-COUNT, :DB2-ACCEPT-COUNT,
035100                :DB2-DECLINE-COUNT
035200     END-EXEC.
035300     EVALUATE SQLCODE
035400         WHEN 0
035500             CONTINUE
035600         WHEN 100
035700             MOVE 'Y' TO WS-DB2-EOF-SWITCH
035800         WHEN OTHER
035900             DISPLAY 'LGBARP01 - CURSOR FETCH ERROR, SQLCODE='
036000                     SQLCODE
036100             GO TO 9999-EXIT
036200     END-EVALUATE.
036300 3000-EXIT.
036400     EXIT.
036500*****************************************************************
036600*    8000-FINALIZE - WRITE SUMMARY/GRAND-TOTAL LINES AND CLOSE  *
036700*****************************************************************
036800 8000-FINALIZE.
036900     EXEC SQL
037000         CLOSE AUTHORITY_CURSOR
037100     END-EXEC.
037200     MOVE WS-BROKER-COUNT       TO RR-S-COUNT.
037300     WRITE BA-REPORT-LINE FROM RR-SUMMARY-LINE.
037400     MOVE WS-TOTAL-BOUND        TO RR-G-BOUND.
037500     MOVE WS-TOTAL-PREMIUM      TO RR-G-PREMIUM.
037600     MOVE WS-TOTAL-REFERRED     TO RR-G-REFERRED.
037700     WRITE BA-REPORT-LINE FROM RR-GRAND-TOTAL-LINE.
037800     MOVE WS-TOTAL-ACCEPTED     TO RR-T-ACCEPTED.
037900     MOVE WS-TOTAL-DECLINED     TO RR-T-DECLINED.
038000     WRITE BA-REPORT-LINE FROM RR-DECISION-TOTAL-LINE.
038100     CLOSE BIND-AUTHORITY-FILE.
038200 8000-EXIT.
038300     EXIT.
038400*****************************************************************
038500*    9999-EXIT - COMMON PROGRAM EXIT POINT                      *
038600*****************************************************************
038700 9999-EXIT.
038800     STOP RUN.
