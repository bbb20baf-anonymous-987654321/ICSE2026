000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     LGAVGR01.
000300 AUTHOR.         LG INSURANCE IT - BATCH SUPPORT.
000400 INSTALLATION.   LG INSURANCE.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700 REMARKS.        MONTHLY HOUSE UNDERINSURANCE REPORT - FOR THE
000800                 PRIOR CALENDAR MONTH, EVERY SETTLED HOUSE CLAIM
000900                 WHOSE ASSESSED FULL VALUE EXCEEDED THE SECTION
001000                 SUM INSURED, SUMMARISED BY POSTCODE AND BROKER:
001100                 CLAIMS SHORT, CLAIMS AVERAGED BY LGUCLM01, THE
001200                 SUMS INSURED AGAINST THE FULL VALUES, THE
001300                 SHORTFALL PERCENTAGE AND THE AVERAGE REDUCTION
001400                 TAKEN.  FEEDS THE SUM-INSURED INDEXATION REVIEW.
001500*****************************************************************
001600*    MODIFICATION HISTORY                                      *
001700*    DATE      INIT   DESCRIPTION                               *
001800*    10/15/26  LGIT   INITIAL VERSION                           *
001900*****************************************************************
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002200 SOURCE-COMPUTER.    IBM-370.
002300 OBJECT-COMPUTER.    IBM-370.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT UNDERINSURANCE-FILE ASSIGN TO AVGRPT
002700         ORGANIZATION IS SEQUENTIAL
002800         FILE STATUS IS WS-AVGRPT-STATUS.
002900 DATA DIVISION.
003000 FILE SECTION.
003100 FD  UNDERINSURANCE-FILE
003200     RECORDING MODE IS F.
003300 01  UI-REPORT-LINE              PIC X(133).
003400 WORKING-STORAGE SECTION.
003500*****************************************************************
003600*    FILE STATUS AND SWITCHES                                  *
003700*****************************************************************
003800 77  WS-AVGRPT-STATUS            PIC X(02) VALUE SPACES.
003900     88  WS-AVGRPT-OK                      VALUE '00'.
004000 77  WS-DB2-EOF-SWITCH           PIC X(01) VALUE 'N'.
004100     88  WS-DB2-EOF                        VALUE 'Y'.
004200 77  WS-GROUP-COUNT              PIC 9(07) COMP-3 VALUE 0.
004300*****************************************************************
004400*    THE SUITE RUNS ON THE OPERATOR-CONTROLLED BUSINESS DATE -  *
004500*    THE SYSTEM CLOCK IS ONLY THE FALLBACK WHEN THE CONTROL ROW *
004600*    IS ABSENT, SO RERUNS AND LATE-RUNNING SCHEDULES KEEP THE   *
004700*    RIGHT DATED OUTPUT AND SELECTIONS                          *
004800*****************************************************************
004900 01  WS-BUSINESS-DATE.
005000     05  WS-BD-YYYY              PIC 9(04).
005100     05  FILLER                  PIC X(01).
005200     05  WS-BD-MM                PIC 9(02).
005300     05  FILLER                  PIC X(01).
005400     05  WS-BD-DD                PIC 9(02).
005500 01  WS-CURRENT-DATE-TIME.
005600     05  WS-CD-YYYY              PIC 9(04).
005700     05  WS-CD-MM                PIC 9(02).
005800     05  WS-CD-DD                PIC 9(02).
005900     05  FILLER                  PIC X(10).
006000 01  WS-REPORT-DATE.
006100     05  WS-RD-DD                PIC 9(02).
006200     05  FILLER                  PIC X(01) VALUE '/'.
006300     05  WS-RD-MM                PIC 9(02).
006400     05  FILLER                  PIC X(01) VALUE '/'.
006500     05  WS-RD-YYYY              PIC 9(04).
006600 01  WS-THIS-MONTH-1ST           PIC 9(08).
006700 01  WS-THIS-MONTH-1ST-INTEGER   PIC S9(09) COMP.
006800 01  WS-PRIOR-MONTH-INTEGER      PIC S9(09) COMP.
006900 01  WS-PRIOR-MONTH-DATE         PIC 9(08).
007000 01  WS-PRIOR-MONTH-BRKDN        REDEFINES WS-PRIOR-MONTH-DATE.
007100     05  WS-PML-YYYY             PIC 9(04).
007200     05  WS-PML-MM               PIC 9(02).
007300     05  WS-PML-DD               PIC 9(02).
007400 01  WS-PERIOD-START-ISO         PIC X(10).
007500 01  WS-PERIOD-START-BRKDN       REDEFINES WS-PERIOD-START-ISO.
007600     05  WS-PS-YYYY              PIC X(04).
007700     05  FILLER                  PIC X(01).
007800     05  WS-PS-MM                PIC X(02).
007900     05  FILLER                  PIC X(01).
008000     05  WS-PS-DD                PIC X(02).
008100 01  WS-PERIOD-END-ISO           PIC X(10).
008200 01  WS-PERIOD-END-BRKDN         REDEFINES WS-PERIOD-END-ISO.
008300     05  WS-PE-YYYY              PIC X(04).
008400     05  FILLER                  PIC X(01).
008500     05  WS-PE-MM                PIC X(02).
008600     05  FILLER                  PIC X(01).
008700     05  WS-PE-DD                PIC X(02).
008800*****************************************************************
008900*    DB2 GROUP ROW (ONE ROW PER POSTCODE AND BROKER)           *
009000*****************************************************************
009100 01  DB2-POSTCODE                PIC X(08).
009200 01  DB2-BROKERID-INT            PIC S9(9) COMP.
009300 01  DB2-SHORT-COUNT             PIC S9(9) COMP.
009400 01  DB2-AVERAGED-COUNT          PIC S9(9) COMP.
009500 01  DB2-SUMINS-TOTAL            PIC S9(13) COMP-3.
009600 01  DB2-FULLVALUE-TOTAL         PIC S9(13) COMP-3.
009700 01  DB2-REDUCTION-TOTAL         PIC S9(11)V99 COMP-3.
009800 01  WS-SHORTFALL-PCT            PIC S9(3)V99 COMP-3.
009900 01  WS-TOTAL-SHORT              PIC S9(9) COMP-3 VALUE 0.
010000 01  WS-TOTAL-AVERAGED           PIC S9(9) COMP-3 VALUE 0.
010100 01  WS-TOTAL-SUMINS             PIC S9(13) COMP-3 VALUE 0.
010200 01  WS-TOTAL-FULLVALUE          PIC S9(13) COMP-3 VALUE 0.
010300 01  WS-TOTAL-REDUCTION          PIC S9(11)V99 COMP-3 VALUE 0.
010400*****************************************************************
010500*    REPORT LINE LAYOUTS                                       *
010600*****************************************************************
010700 01  UR-HEADING-1.
010800     05  FILLER                  PIC X(42) VALUE
010900         'LG INSURANCE - HOUSE UNDERINSURANCE       '.
011000     05  FILLER                  PIC X(10) VALUE ' RUN DATE '.
011100     05  UR-H1-DATE              PIC X(10) VALUE SPACES.
011200     05  FILLER                  PIC X(71) VALUE SPACES.
011300 01  UR-HEADING-2.
011400     05  FILLER                  PIC X(11) VALUE ' PERIOD    '.
011500     05  UR-H2-START             PIC X(10) VALUE SPACES.
011600     05  FILLER                  PIC X(4)  VALUE ' TO '.
011700     05  UR-H2-END               PIC X(10) VALUE SPACES.
011800     05  FILLER                  PIC X(98) VALUE SPACES.
011900 01  UR-HEADING-3.
012000     05  FILLER   PIC X(10) VALUE 'POSTCODE  '.
012100     05  FILLER   PIC X(10) VALUE 'BROKERID  '.
012200     05  FILLER   PIC X(10) VALUE 'SHORT     '.
012300     05  FILLER   PIC X(10) VALUE 'AVERAGED  '.
012400     05  FILLER   PIC X(16) VALUE 'SUMS INSURED    '.
012500     05  FILLER   PIC X(16) VALUE 'FULL VALUES     '.
012600     05  FILLER   PIC X(12) VALUE 'SHORTFALL % '.
012700     05  FILLER   PIC X(16) VALUE 'AVG REDUCTION   '.
012800     05  FILLER                  PIC X(33) VALUE SPACES.
012900 01  UR-DETAIL-LINE.
013000     05  UR-D-POSTCODE           PIC X(08).
013100     05  FILLER                  PIC X(02) VALUE SPACES.
013200     05  UR-D-BROKERID           PIC Z(8)9.
013300     05  FILLER                  PIC X(01) VALUE SPACES.
013400     05  UR-D-SHORT              PIC ZZZ,ZZ9.
013500     05  FILLER                  PIC X(03) VALUE SPACES.
013600     05  UR-D-AVERAGED           PIC ZZZ,ZZ9.
013700     05  FILLER                  PIC X(03) VALUE SPACES.
013800     05  UR-D-SUMINS             PIC ZZ,ZZZ,ZZZ,ZZ9.
013900     05  FILLER                  PIC X(02) VALUE SPACES.
014000     05  UR-D-FULLVALUE          PIC ZZ,ZZZ,ZZZ,ZZ9.
014100     05  FILLER                  PIC X(04) VALUE SPACES.
014200     05  UR-D-SHORTFALL          PIC ZZ9.99.
014300     05  FILLER                  PIC X(04) VALUE SPACES.
014400     05  UR-D-REDUCTION          PIC ZZZ,ZZZ,ZZ9.99.
014500     05  FILLER                  PIC X(35) VALUE SPACES.
014600 01  UR-SUMMARY-LINE.
014700     05  FILLER                  PIC X(20) VALUE SPACES.
014800     05  UR-S-LABEL              PIC X(36) VALUE
014900         'POSTCODE / BROKER GROUPS REPORTED'.
015000     05  UR-S-COUNT              PIC ZZZ,ZZ9.
015100     05  FILLER                  PIC X(70) VALUE SPACES.
015200 01  UR-GRAND-TOTAL-LINE.
015300     05  FILLER                  PIC X(20) VALUE SPACES.
015400     05  UR-G-LABEL              PIC X(36) VALUE
015500         'CLAIMS SHORT / AVERAGED'.
015600     05  UR-G-SHORT              PIC ZZZ,ZZ9.
015700     05  FILLER                  PIC X(02) VALUE SPACES.
015800     05  UR-G-AVERAGED           PIC ZZZ,ZZ9.
015900     05  FILLER                  PIC X(61) VALUE SPACES.
016000 01  UR-VALUE-TOTAL-LINE.
016100     05  FILLER                  PIC X(20) VALUE SPACES.
016200     05  UR-V-LABEL              PIC X(36) VALUE
016300         'SUMS INSURED / FULL VALUES / SHORT %'.
016400     05  UR-V-SUMINS             PIC ZZ,ZZZ,ZZZ,ZZ9.
016500     05  FILLER                  PIC X(02) VALUE SPACES.
016600     05  UR-V-FULLVALUE          PIC ZZ,ZZZ,ZZZ,ZZ9.
016700     05  FILLER                  PIC X(02) VALUE SPACES.
016800     05  UR-V-SHORTFALL          PIC ZZ9.99.
016900     05  FILLER                  PIC X(39) VALUE SPACES.
017000 01  UR-REDUCTION-TOTAL-LINE.
017100     05  FILLER                  PIC X(20) VALUE SPACES.
017200     05  UR-R-LABEL              PIC X(36) VALUE
017300         'AVERAGE REDUCTIONS TAKEN'.
017400     05  UR-R-REDUCTION          PIC ZZZ,ZZZ,ZZ9.99.
017500     05  FILLER                  PIC X(63) VALUE SPACES.
017600     EXEC SQL
017700         INCLUDE SQLCA
017800     END-EXEC.
017900*    LGUCLM01 HOLDS THE SECTION SUM INSURED ON EVERY SETTLED
018000*    HOUSE CLAIM THAT CARRIED A FULL VALUE, SO A SHORTFALL
018100*    INSIDE THE AVERAGE TOLERANCE IS REPORTED AS WELL AS ONE
018200*    THAT WAS AVERAGED.  THE CLAIM COUNTS IN THE MONTH IT WAS
018300*    SETTLED.
018400     EXEC SQL
018500         DECLARE UNDERINS_CURSOR CURSOR FOR
018600           SELECT COALESCE(H.POSTCODE, ' '),
018700                  COALESCE(P.BROKERID, 0),
018800                  COUNT(*),
018900                  SUM(CASE WHEN C.AVGREDUCTION > 0
019000                           THEN 1 ELSE 0 END),
019100                  SUM(C.AVGSUMINSURED),
019200                  SUM(C.FULLVALUE),
019300                  COALESCE(SUM(C.AVGREDUCTION), 0)
019400             FROM CLAIM C, POLICY P, HOUSE H
019500            WHERE P.POLICYNUMBER = C.POLICYNUMBER
019600              AND H.POLICYNUMBER = C.POLICYNUMBER
019700              AND C.STATUS       = 'S'
019800              AND C.SETTLEDDATE
019900                  BETWEEN :WS-PERIOD-START-ISO
020000                      AND :WS-PERIOD-END-ISO
020100              AND C.AVGSUMINSURED > 0
020200              AND C.FULLVALUE     > C.AVGSUMINSURED
020300            GROUP BY COALESCE(H.POSTCODE, ' '),
020400                     COALESCE(P.BROKERID, 0)
020500            ORDER BY 1, 2
020600     END-EXEC.
020700 LINKAGE SECTION.
020800 PROCEDURE DIVISION.
020900*****************************************************************
021000*    0000-MAINLINE                                             *
021100*****************************************************************
021200 0000-MAINLINE SECTION.
021300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021400     PERFORM 2000-GROUP-LINE THRU 2000-EXIT
021500         UNTIL WS-DB2-EOF.
021600     PERFORM 8000-FINALIZE THRU 8000-EXIT.
021700     GO TO 9999-EXIT.
021800 0000-MAINLINE-EXIT.
021900     EXIT.
022000*****************************************************************
022100*    1000-INITIALIZE - WORK OUT THE PRIOR-MONTH PERIOD, OPEN    *
022200*    THE REPORT, PRIME THE CURSOR                               *
022300*****************************************************************
022400 1000-INITIALIZE.
022500     ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
022600     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
022700     MOVE WS-CD-DD   TO WS-RD-DD
022800     MOVE WS-CD-MM   TO WS-RD-MM
022900     MOVE WS-CD-YYYY TO WS-RD-YYYY.
023000     MOVE WS-REPORT-DATE TO UR-H1-DATE.
023100     MOVE WS-CD-YYYY TO WS-THIS-MONTH-1ST(1:4)
023200     MOVE WS-CD-MM   TO WS-THIS-MONTH-1ST(5:2)
023300     MOVE 1          TO WS-THIS-MONTH-1ST(7:2).
023400     MOVE FUNCTION INTEGER-OF-DATE(WS-THIS-MONTH-1ST)
023500         TO WS-THIS-MONTH-1ST-INTEGER.
023600     COMPUTE WS-PRIOR-MONTH-INTEGER =
023700         WS-THIS-MONTH-1ST-INTEGER - 1.
023800     MOVE FUNCTION DATE-OF-INTEGER(WS-PRIOR-MONTH-INTEGER)
023900         TO WS-PRIOR-MONTH-DATE.
024000     MOVE WS-PML-YYYY TO WS-PE-YYYY
024100     MOVE WS-PML-MM   TO WS-PE-MM
024200     MOVE WS-PML-DD   TO WS-PE-DD
024300     MOVE '-'         TO WS-PERIOD-END-ISO(5:1)
024400     MOVE '-'         TO WS-PERIOD-END-ISO(8:1).
024500     MOVE WS-PML-YYYY TO WS-PS-YYYY
024600     MOVE WS-PML-MM   TO WS-PS-MM
024700     MOVE '01'        TO WS-PS-DD
024800     MOVE '-'         TO WS-PERIOD-START-ISO(5:1)
024900     MOVE '-'         TO WS-PERIOD-START-ISO(8:1).
025000     MOVE WS-PERIOD-START-ISO TO UR-H2-START.
025100     MOVE WS-PERIOD-END-ISO   TO UR-H2-END.
025200     OPEN OUTPUT UNDERINSURANCE-FILE.
025300     IF NOT WS-AVGRPT-OK
025400         DISPLAY 'LGAVGR01 - AVGRPT OPEN FAILED, STATUS='
025500                 WS-AVGRPT-STATUS
025600         GO TO 9999-EXIT
025700     END-IF.
025800     WRITE UI-REPORT-LINE FROM UR-HEADING-1.
025900     WRITE UI-REPORT-LINE FROM UR-HEADING-2.
026000     WRITE UI-REPORT-LINE FROM UR-HEADING-3.
026100     EXEC SQL
026200         OPEN UNDERINS_CURSOR
026300     END-EXEC.
026400     IF SQLCODE NOT EQUAL 0
026500         DISPLAY 'LGAVGR01 - CURSOR OPEN FAILED, SQLCODE='
026600                 SQLCODE
026700         GO TO 9999-EXIT
026800     END-IF.
026900     PERFORM 3000-READ-DB2 THRU 3000-EXIT.
027000 1000-EXIT.
027100     EXIT.
027200*****************************************************************
027300*    1050-GET-BUSINESS-DATE - OVERLAY THE CLOCK DATE WITH THE   *
027400*    BUSINESSDATE CONTROL ROW WHEN ONE IS SET                   *
027500*****************************************************************
027600 1050-GET-BUSINESS-DATE.
027700     EXEC SQL
027800         SELECT BUSINESSDATE
027900           INTO :WS-BUSINESS-DATE
028000           FROM BUSINESSDATE
028100          WHERE CONTROLID = 'LG'
028200     END-EXEC.
028300     IF SQLCODE EQUAL 0
028400         MOVE WS-BD-YYYY TO WS-CD-YYYY
028500         MOVE WS-BD-MM   TO WS-CD-MM
028600         MOVE WS-BD-DD   TO WS-CD-DD
028700     END-IF.
028800 1050-EXIT.
028900     EXIT.
029000*****************************************************************
029100*    2000-GROUP-LINE - ONE LINE PER POSTCODE AND BROKER; THE    *
029200*    SHORTFALL IS THE PART OF THE FULL VALUES NOT INSURED       *
029300*****************************************************************
029400 2000-GROUP-LINE.
029500     COMPUTE WS-SHORTFALL-PCT ROUNDED =
029600         (DB2-FULLVALUE-TOTAL - DB2-SUMINS-TOTAL) * 100
029700             / DB2-FULLVALUE-TOTAL.
029800     MOVE DB2-POSTCODE         TO UR-D-POSTCODE.
029900     MOVE DB2-BROKERID-INT     TO UR-D-BROKERID.
030000     MOVE DB2-SHORT-COUNT      TO UR-D-SHORT.
030100     MOVE DB2-AVERAGED-COUNT   TO UR-D-AVERAGED.
030200     MOVE DB2-SUMINS-TOTAL     TO UR-D-SUMINS.
030300     MOVE DB2-FULLVALUE-TOTAL  TO UR-D-FULLVALUE.
030400     MOVE WS-SHORTFALL-PCT     TO UR-D-SHORTFALL.
030500     MOVE DB2-REDUCTION-TOTAL  TO UR-D-REDUCTION.
030600     WRITE UI-REPORT-LINE FROM UR-DETAIL-LINE.
030700     ADD 1 TO WS-GROUP-COUNT.
030800     ADD DB2-SHORT-COUNT      TO WS-TOTAL-SHORT.
030900     ADD DB2-AVERAGED-COUNT   TO WS-TOTAL-AVERAGED.
031000     ADD DB2-SUMINS-TOTAL     TO WS-TOTAL-SUMINS.
031100     ADD DB2-FULLVALUE-TOTAL  TO WS-TOTAL-FULLVALUE.
031200     ADD DB2-REDUCTION-TOTAL  TO WS-TOTAL-REDUCTION.
031300     PERFORM 3000-READ-DB2 THRU 3000-EXIT.
031400 2000-EXIT.
031500     EXIT.
031600*****************************************************************
031700*    3000-READ-DB2 - NEXT POSTCODE / BROKER CURSOR ROW          *
031800*****************************************************************
031900 3000-READ-DB2.
032000     EXEC SQL
032100         FETCH UNDERINS_CURSOR
032200           INTO :DB2-POSTCODE, :DB2-BROKERID-INT,
032300                :DB2-SHORT-COUNT, :DB2-AVERAGED-COUNT,
032400                :DB2-SUMINS-TOTAL, :DB2-FULLVALUE-TOTAL,
032500                :DB2-REDUCTION-TOTAL
032600     END-EXEC.
032700     EVALUATE SQLCODE
032800         WHEN 0
032900             CONTINUE
033000         WHEN 100
033100             MOVE 'Y' TO WS-DB2-EOF-SWITCH
033200         WHEN OTHER
033300             DISPLAY 'LGAVGR01 - CURSOR FETCH ERROR, SQLCODE='
033400                     SQLCODE
033500             GO TO 9999-EXIT
033600     END-EVALUATE.
033700 3000-EXIT.
033800     EXIT.
033900*****************************************************************
034000*    8000-FINALIZE - WRITE SUMMARY/GRAND-TOTAL LINES AND CLOSE  *
034100*****************************************************************
034200 8000-FINALIZE.
034300     EXEC SQL
034400         CLOSE UNDERINS_CURSOR
034500     END-EXEC.
034600     MOVE WS-GROUP-COUNT        TO UR-S-COUNT.
034700     WRITE UI-REPORT-LINE FROM UR-SUMMARY-LINE.
034800     MOVE WS-TOTAL-SHORT        TO UR-G-SHORT.
034900     MOVE WS-TOTAL-AVERAGED     TO UR-G-AVERAGED.
035000     WRITE UI-REPORT-LINE FROM UR-GRAND-TOTAL-LINE.
035100     IF WS-TOTAL-FULLVALUE GREATER THAN ZERO
035200         COMPUTE WS-SHORTFALL-PCT ROUNDED =
035300             (WS-TOTAL-FULLVALUE - WS-TOTAL-SUMINS) * 100
035400                 / WS-TOTAL-FULLVALUE
035500     ELSE
035600         MOVE ZERO TO WS-SHORTFALL-PCT
035700     END-IF.
035800     MOVE WS-TOTAL-SUMINS       TO UR-V-SUMINS.
035900     MOVE WS-TOTAL-FULLVALUE    TO UR-V-FULLVALUE.
036000     MOVE WS-SHORTFALL-PCT      TO UR-V-SHORTFALL.
036100     WRITE UI-REPORT-LINE FROM UR-VALUE-TOTAL-LINE.
036200     MOVE WS-TOTAL-REDUCTION    TO UR-R-REDUCTION.
036300     WRITE UI-REPORT-LINE FROM UR-REDUCTION-TOTAL-LINE.
036400     CLOSE UNDERINSURANCE-FILE.
036500 8000-EXIT.
036600     EXIT.
036700*****************************************************************
036800*    9999-EXIT - COMMON PROGRAM EXIT POINT                      *
036900*****************************************************************
037000 9999-EXIT.
037100     STOP RUN.
