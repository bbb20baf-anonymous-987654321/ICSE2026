000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     LGFACR01.
000300 AUTHOR.         LG INSURANCE IT - BATCH SUPPORT.
000400 INSTALLATION.   LG INSURANCE.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700 REMARKS.        WEEKLY UNPLACED FACULTATIVE EXPOSURE REPORT -
000800                 EVERY HOUSE AND COMMERCIAL RISK STILL ON THE
000900                 FACPLACEMENT WORKLIST (STATUS 'U'), OLDEST
001000                 FIRST, WITH THE PART OF ITS EXCESS OVER TREATY
001100                 CAPACITY NOT YET SIGNED BY A FACULTATIVE
001200                 REINSURER AND HOW LONG IT HAS BEEN WAITING,
001300                 THEN THE UNPLACED EXPOSURE SUMMED BY AGE BAND.
001400                 AGE RUNS FROM THE DAY THE EXCESS WAS FIRST
001500                 RAISED AT BIND OR MTA TO THE BUSINESS DATE.
001600*****************************************************************
001700*    MODIFICATION HISTORY                                      *
001800*    DATE      INIT   DESCRIPTION                               *
001900*    10/15/26  LGIT   INITIAL VERSION                           *
002000*****************************************************************
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002300 SOURCE-COMPUTER.    IBM-370.
002400 OBJECT-COMPUTER.    IBM-370.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT FAC-REPORT-FILE ASSIGN TO FACRRPT
002800         ORGANIZATION IS SEQUENTIAL
002900         FILE STATUS IS WS-FACRRPT-STATUS.
003000 DATA DIVISION.
003100 FILE SECTION.
003200 FD  FAC-REPORT-FILE
003300     RECORDING MODE IS F.
003400 01  FR-REPORT-LINE              PIC X(133).
003500 WORKING-STORAGE SECTION.
003600*****************************************************************
003700*    FILE STATUS AND SWITCHES                                  *
003800*****************************************************************
003900 77  WS-FACRRPT-STATUS           PIC X(02) VALUE SPACES.
004000     88  WS-FACRRPT-OK                     VALUE '00'.
004100 77  WS-DB2-EOF-SWITCH           PIC X(01) VALUE 'N'.
004200     88  WS-DB2-EOF                        VALUE 'Y'.
004300 77  WS-ITEM-COUNT               PIC 9(07) COMP-3 VALUE 0.
004400 77  WS-BAND-INDEX               PIC 9(02) COMP VALUE 0.
004500*****************************************************************
004600*    THE SUITE RUNS ON THE OPERATOR-CONTROLLED BUSINESS DATE -  *
004700*    THE SYSTEM CLOCK IS ONLY THE FALLBACK WHEN THE CONTROL ROW *
004800*    IS ABSENT, SO RERUNS AND LATE-RUNNING SCHEDULES KEEP THE   *
004900*    RIGHT DATED OUTPUT AND SELECTIONS                          *
005000*****************************************************************
005100 01  WS-BUSINESS-DATE.
005200     05  WS-BD-YYYY              PIC 9(04).
005300     05  FILLER                  PIC X(01).
005400     05  WS-BD-MM                PIC 9(02).
005500     05  FILLER                  PIC X(01).
005600     05  WS-BD-DD                PIC 9(02).
005700 01  WS-CURRENT-DATE-TIME.
005800     05  WS-CD-YYYY              PIC 9(04).
005900     05  WS-CD-MM                PIC 9(02).
006000     05  WS-CD-DD                PIC 9(02).
006100     05  FILLER                  PIC X(10).
006200 01  WS-REPORT-DATE.
006300     05  WS-RD-DD                PIC 9(02).
006400     05  FILLER                  PIC X(01) VALUE '/'.
006500     05  WS-RD-MM                PIC 9(02).
006600     05  FILLER                  PIC X(01) VALUE '/'.
006700     05  WS-RD-YYYY              PIC 9(04).
006800 01  WS-RUN-DATE-ISO.
006900     05  WS-RI-YYYY              PIC 9(04).
007000     05  FILLER                  PIC X(01) VALUE '-'.
007100     05  WS-RI-MM                PIC 9(02).
007200     05  FILLER                  PIC X(01) VALUE '-'.
007300     05  WS-RI-DD                PIC 9(02).
007400*****************************************************************
007500*    AGE BANDS - UPPER BOUND IN DAYS; THE LAST BAND TAKES       *
007600*    EVERYTHING OLDER                                           *
007700*****************************************************************
007800 01  WS-BAND-LIMITS-DATA.
007900     05  FILLER                  PIC 9(05) VALUE 7.
008000     05  FILLER                  PIC X(14) VALUE 'UP TO 1 WEEK  '.
008100     05  FILLER                  PIC 9(05) VALUE 14.
008200     05  FILLER                  PIC X(14) VALUE '1 TO 2 WEEKS  '.
008300     05  FILLER                  PIC 9(05) VALUE 28.
008400     05  FILLER                  PIC X(14) VALUE '2 TO 4 WEEKS  '.
008500     05  FILLER                  PIC 9(05) VALUE 56.
008600     05  FILLER                  PIC X(14) VALUE '4 TO 8 WEEKS  '.
008700     05  FILLER                  PIC 9(05) VALUE 99999.
008800     05  FILLER                  PIC X(14) VALUE 'OVER 8 WEEKS  '.
008900 01  WS-BAND-LIMITS              REDEFINES WS-BAND-LIMITS-DATA.
009000     05  WS-BAND-ENTRY           OCCURS 5 TIMES.
009100         10  WS-BAND-MAX-DAYS    PIC 9(05).
009200         10  WS-BAND-LABEL       PIC X(14).
009300 01  WS-BAND-TOTALS.
009400     05  WS-BAND-TOTAL           OCCURS 5 TIMES.
009500         10  WS-BT-COUNT         PIC S9(7) COMP-3.
009600         10  WS-BT-UNPLACED      PIC S9(11) COMP-3.
009700 01  WS-UNPLACED                 PIC S9(11) COMP-3 VALUE 0.
009800 01  WS-TOTAL-UNPLACED           PIC S9(11) COMP-3 VALUE 0.
009900*****************************************************************
010000*    DB2 WORKLIST ROW (ONE ROW PER UNPLACED ITEM)               *
010100*****************************************************************
010200 01  DB2-POLICYNUM-INT           PIC S9(9) COMP.
010300 01  DB2-PLACEMENT-SEQ           PIC S9(4) COMP.
010400 01  DB2-POLICYTYPE              PIC X(01).
010500 01  DB2-CUSTOMERNUM-INT         PIC S9(9) COMP.
010600 01  DB2-RAISED-DATE             PIC X(10).
010700 01  DB2-RAISED-AT               PIC X(01).
010800 01  DB2-SUMINSURED              PIC S9(9) COMP.
010900 01  DB2-CAPACITY                PIC S9(9) COMP.
011000 01  DB2-EXCESS                  PIC S9(9) COMP.
011100 01  DB2-PLACED-PCT              PIC S9(5)V99 COMP-3.
011200 01  DB2-AGE-DAYS                PIC S9(9) COMP.
011300*****************************************************************
011400*    REPORT LINE LAYOUTS                                       *
011500*****************************************************************
011600 01  FR-HEADING-1.
011700     05  FILLER                  PIC X(42) VALUE
011800         'LG INSURANCE - UNPLACED FACULTATIVE       '.
011900     05  FILLER                  PIC X(10) VALUE ' RUN DATE '.
012000     05  FR-H1-DATE              PIC X(10) VALUE SPACES.
012100     05  FILLER                  PIC X(71) VALUE SPACES.
012200 01  FR-HEADING-2.
012300     05  FILLER   PIC X(12) VALUE 'POLICY      '.
012400     05  FILLER   PIC X(05) VALUE 'SEQ  '.
012500     05  FILLER   PIC X(05) VALUE 'TYPE '.
012600     05  FILLER   PIC X(12) VALUE 'CUSTOMER    '.
012700     05  FILLER   PIC X(11) VALUE 'RAISED     '.
012800     05  FILLER   PIC X(03) VALUE 'AT '.
012900     05  FILLER   PIC X(14) VALUE 'SUM INSURED   '.
013000     05  FILLER   PIC X(14) VALUE 'CAPACITY      '.
013100     05  FILLER   PIC X(14) VALUE 'EXCESS        '.
013200     05  FILLER   PIC X(09) VALUE 'SIGNED%  '.
013300     05  FILLER   PIC X(14) VALUE 'UNPLACED      '.
013400     05  FILLER   PIC X(06) VALUE 'DAYS  '.
013500     05  FILLER   PIC X(14) VALUE 'AGE BAND      '.
013600 01  FR-DETAIL-LINE.
013700     05  FR-D-POLICY             PIC Z(9)9.
013800     05  FILLER                  PIC X(02) VALUE SPACES.
013900     05  FR-D-SEQ                PIC ZZ9.
014000     05  FILLER                  PIC X(04) VALUE SPACES.
014100     05  FR-D-TYPE               PIC X(01).
014200     05  FILLER                  PIC X(02) VALUE SPACES.
014300     05  FR-D-CUSTOMER           PIC Z(9)9.
014400     05  FILLER                  PIC X(02) VALUE SPACES.
014500     05  FR-D-RAISED             PIC X(10).
014600     05  FILLER                  PIC X(02) VALUE SPACES.
014700     05  FR-D-RAISED-AT          PIC X(01).
014800     05  FILLER                  PIC X(01) VALUE SPACES.
014900     05  FR-D-SUMINS             PIC ZZZ,ZZZ,ZZ9.
015000     05  FILLER                  PIC X(03) VALUE SPACES.
015100     05  FR-D-CAPACITY           PIC ZZZ,ZZZ,ZZ9.
015200     05  FILLER                  PIC X(03) VALUE SPACES.
015300     05  FR-D-EXCESS             PIC ZZZ,ZZZ,ZZ9.
015400     05  FILLER                  PIC X(03) VALUE SPACES.
015500     05  FR-D-PLACED             PIC ZZ9.99.
015600     05  FILLER                  PIC X(03) VALUE SPACES.
015700     05  FR-D-UNPLACED           PIC ZZZ,ZZZ,ZZ9.
015800     05  FILLER                  PIC X(03) VALUE SPACES.
015900     05  FR-D-DAYS               PIC ZZZZ9.
016000     05  FILLER                  PIC X(01) VALUE SPACES.
016100     05  FR-D-BAND               PIC X(14).
016200 01  FR-BAND-HEADING.
016300     05  FILLER                  PIC X(20) VALUE SPACES.
016400     05  FILLER                  PIC X(50) VALUE
016500         'UNPLACED EXPOSURE BY AGE        ITEMS   UNPLACED'.
016600     05  FILLER                  PIC X(63) VALUE SPACES.
016700 01  FR-BAND-LINE.
016800     05  FILLER                  PIC X(20) VALUE SPACES.
016900     05  FR-B-LABEL              PIC X(14).
017000     05  FILLER                  PIC X(15) VALUE SPACES.
017100     05  FR-B-COUNT              PIC ZZZ,ZZ9.
017200     05  FILLER                  PIC X(02) VALUE SPACES.
017300     05  FR-B-UNPLACED           PIC Z,ZZZ,ZZZ,ZZ9.
017400     05  FILLER                  PIC X(62) VALUE SPACES.
017500 01  FR-TOTAL-LINE.
017600     05  FILLER                  PIC X(20) VALUE SPACES.
017700     05  FILLER                  PIC X(29) VALUE
017800         'TOTAL UNPLACED'.
017900     05  FR-T-COUNT              PIC ZZZ,ZZ9.
018000     05  FILLER                  PIC X(02) VALUE SPACES.
018100     05  FR-T-UNPLACED           PIC Z,ZZZ,ZZZ,ZZ9.
018200     05  FILLER                  PIC X(62) VALUE SPACES.
018300     EXEC SQL
018400         INCLUDE SQLCA
018500     END-EXEC.
018600*    THE UNPLACED PART IS THE EXCESS LESS THE SHARE ALREADY
018700*    SIGNED BY FACULTATIVE REINSURERS ON THE ITEM
018800     EXEC SQL
018900         DECLARE UNPLACED_CURSOR CURSOR FOR
019000           SELECT F.POLICYNUMBER, F.PLACEMENTSEQ, F.POLICYTYPE,
019100                  P.CUSTOMERNUMBER, CHAR(F.RAISEDDATE, ISO),
019200                  F.RAISEDAT, F.SUMINSURED, F.TREATYCAPACITY,
019300                  F.EXCESSAMOUNT,
019400                  ( SELECT COALESCE(SUM(L.SHAREPCT), 0)
019500                      FROM FACPLACEDLINE L
019600                     WHERE L.POLICYNUMBER = F.POLICYNUMBER
019700                       AND L.PLACEMENTSEQ = F.PLACEMENTSEQ ),
019800                  DAYS(DATE(:WS-RUN-DATE-ISO))
019900                    - DAYS(F.RAISEDDATE)
020000             FROM FACPLACEMENT F,
020100                  POLICY P
020200            WHERE F.STATUS       = 'U'
020300              AND P.POLICYNUMBER = F.POLICYNUMBER
020400            ORDER BY F.RAISEDDATE, F.POLICYNUMBER
020500     END-EXEC.
020600 LINKAGE SECTION.
020700 PROCEDURE DIVISION.
020800*****************************************************************
020900*    0000-MAINLINE                                             *
021000*****************************************************************
021100 0000-MAINLINE SECTION.
021200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021300     PERFORM 2000-ITEM-LINE THRU 2000-EXIT
021400         UNTIL WS-DB2-EOF.
021500     PERFORM 8000-FINALIZE THRU 8000-EXIT.
021600     GO TO 9999-EXIT.
021700 0000-MAINLINE-EXIT.
021800     EXIT.
021900*****************************************************************
022000*    1000-INITIALIZE - RUN DATE, OPEN THE REPORT, PRIME THE     *
022100*    CURSOR                                                     *
022200*****************************************************************
022300 1000-INITIALIZE.
022400     ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
022500     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
022600     MOVE WS-CD-DD   TO WS-RD-DD
022700     MOVE WS-CD-MM   TO WS-RD-MM
022800     MOVE WS-CD-YYYY TO WS-RD-YYYY.
022900     MOVE WS-REPORT-DATE TO FR-H1-DATE.
023000     MOVE WS-CD-YYYY TO WS-RI-YYYY
023100     MOVE WS-CD-MM   TO WS-RI-MM
023200     MOVE WS-CD-DD   TO WS-RI-DD.
023300     INITIALIZE WS-BAND-TOTALS.
023400     OPEN OUTPUT FAC-REPORT-FILE.
023500     IF NOT WS-FACRRPT-OK
023600         DISPLAY 'LGFACR01 - FACRRPT OPEN FAILED, STATUS='
023700                 WS-FACRRPT-STATUS
023800         GO TO 9999-EXIT
023900     END-IF.
024000     WRITE FR-REPORT-LINE FROM FR-HEADING-1.
024100     WRITE FR-REPORT-LINE FROM FR-HEADING-2.
024200     EXEC SQL
024300         OPEN UNPLACED_CURSOR
024400     END-EXEC.
024500     IF SQLCODE NOT EQUAL 0
024600         DISPLAY 'LGFACR01 - CURSOR OPEN FAILED, SQLCODE='
024700                 SQLCODE
024800         GO TO 9999-EXIT
024900     END-IF.
025000     PERFORM 3000-READ-DB2 THRU 3000-EXIT.
025100 1000-EXIT.
025200     EXIT.
025300*****************************************************************
025400*    1050-GET-BUSINESS-DATE - OVERLAY THE CLOCK DATE WITH THE   *
025500*    BUSINESSDATE CONTROL ROW WHEN ONE IS SET                   *
025600*****************************************************************
025700 1050-GET-BUSINESS-DATE.
025800     EXEC SQL
025900         SELECT BUSINESSDATE
026000           INTO :WS-BUSINESS-DATE
026100           FROM BUSINESSDATE
026200          WHERE CONTROLID = 'LG'
026300     END-EXEC.
026400     IF SQLCODE EQUAL 0
026500         MOVE WS-BD-YYYY TO WS-CD-YYYY
026600         MOVE WS-BD-MM   TO WS-CD-MM
026700         MOVE WS-BD-DD   TO WS-CD-DD
026800     END-IF.
026900 1050-EXIT.
027000     EXIT.
027100*****************************************************************
027200*    2000-ITEM-LINE - ONE LINE PER UNPLACED ITEM, ADDED INTO    *
027300*    ITS AGE BAND                                               *
027400*****************************************************************
027500 2000-ITEM-LINE.
027600     COMPUTE WS-UNPLACED ROUNDED =
027700         DB2-EXCESS * (100 - DB2-PLACED-PCT) / 100.
027800     IF DB2-AGE-DAYS LESS THAN ZERO
027900         MOVE ZERO TO DB2-AGE-DAYS
028000     END-IF.
028100     MOVE 1 TO WS-BAND-INDEX.
028200     PERFORM 2100-FIND-BAND THRU 2100-EXIT
028300         UNTIL WS-BAND-INDEX NOT LESS THAN 5
028400            OR DB2-AGE-DAYS NOT GREATER THAN
028500               WS-BAND-MAX-DAYS(WS-BAND-INDEX).
028600     MOVE DB2-POLICYNUM-INT   TO FR-D-POLICY.
028700     MOVE DB2-PLACEMENT-SEQ   TO FR-D-SEQ.
028800     MOVE DB2-POLICYTYPE      TO FR-D-TYPE.
028900     MOVE DB2-CUSTOMERNUM-INT TO FR-D-CUSTOMER.
029000     MOVE DB2-RAISED-DATE     TO FR-D-RAISED.
029100     MOVE DB2-RAISED-AT       TO FR-D-RAISED-AT.
029200     MOVE DB2-SUMINSURED      TO FR-D-SUMINS.
029300     MOVE DB2-CAPACITY        TO FR-D-CAPACITY.
029400     MOVE DB2-EXCESS          TO FR-D-EXCESS.
029500     MOVE DB2-PLACED-PCT      TO FR-D-PLACED.
029600     MOVE WS-UNPLACED         TO FR-D-UNPLACED.
029700     MOVE DB2-AGE-DAYS        TO FR-D-DAYS.
029800     MOVE WS-BAND-LABEL(WS-BAND-INDEX) TO FR-D-BAND.
029900     WRITE FR-REPORT-LINE FROM FR-DETAIL-LINE.
030000     ADD 1 TO WS-ITEM-COUNT.
030100     ADD 1 TO WS-BT-COUNT(WS-BAND-INDEX).
030200     ADD WS-UNPLACED TO WS-BT-UNPLACED(WS-BAND-INDEX).
030300     ADD WS-UNPLACED TO WS-TOTAL-UNPLACED.
030400     PERFORM 3000-READ-DB2 THRU 3000-EXIT.
030500 2000-EXIT.
030600     EXIT.
030700*****************************************************************
030800*    2100-FIND-BAND - STEP TO THE NEXT BAND                     *
030900*****************************************************************
031000 2100-FIND-BAND.
031100     ADD 1 TO WS-BAND-INDEX.
031200 2100-EXIT.
031300     EXIT.
031400*****************************************************************
031500*    3000-READ-DB2 - NEXT WORKLIST CURSOR ROW                   *
031600*****************************************************************
031700 3000-READ-DB2.
031800     EXEC SQL
031900         FETCH UNPLACED_CURSOR
032000           INTO :DB2-POLICYNUM-INT, :DB2-PLACEMENT-SEQ,
032100                :DB2-POLICYTYPE, :DB2-CUSTOMERNUM-INT,
032200                :DB2-RAISED-DATE, :DB2-RAISED-AT,
032300                :DB2-SUMINSURED, :DB2-CAPACITY,
032400                :DB2-EXCESS, :DB2-PLACED-PCT,
032500                :DB2-AGE-DAYS
032600     END-EXEC.
032700     EVALUATE SQLCODE
032800         WHEN 0
032900             CONTINUE
033000         WHEN 100
033100             MOVE 'Y' TO WS-DB2-EOF-SWITCH
033200         WHEN OTHER
033300             DISPLAY 'LGFACR01 - CURSOR FETCH ERROR, SQLCODE='
033400                     SQLCODE
033500             GO TO 9999-EXIT
033600     END-EVALUATE.
033700 3000-EXIT.
033800     EXIT.
033900*****************************************************************
034000*    8000-FINALIZE - AGE-BAND SUMMARY, TOTAL LINE AND CLOSE     *
034100*****************************************************************
034200 8000-FINALIZE.
034300     EXEC SQL
034400         CLOSE UNPLACED_CURSOR
034500     END-EXEC.
034600     WRITE FR-REPORT-LINE FROM FR-BAND-HEADING.
034700     MOVE 1 TO WS-BAND-INDEX.
034800     PERFORM 8100-BAND-LINE THRU 8100-EXIT
034900         UNTIL WS-BAND-INDEX GREATER THAN 5.
035000     MOVE WS-ITEM-COUNT     TO FR-T-COUNT.
035100     MOVE WS-TOTAL-UNPLACED TO FR-T-UNPLACED.
035200     WRITE FR-REPORT-LINE FROM FR-TOTAL-LINE.
035300     CLOSE FAC-REPORT-FILE.
035400 8000-EXIT.
035500     EXIT.
035600*****************************************************************
035700*    8100-BAND-LINE - ONE SUMMARY LINE PER AGE BAND             *
035800*****************************************************************
035900 8100-BAND-LINE.
036000     MOVE WS-BAND-LABEL(WS-BAND-INDEX)  TO FR-B-LABEL.
036100     MOVE WS-BT-COUNT(WS-BAND-INDEX)    TO FR-B-COUNT.
036200     MOVE WS-BT-UNPLACED(WS-BAND-INDEX) TO FR-B-UNPLACED.
036300     WRITE FR-REPORT-LINE FROM FR-BAND-LINE.
036400     ADD 1 TO WS-BAND-INDEX.
036500 8100-EXIT.
036600     EXIT.
036700*****************************************************************
036800*    9999-EXIT - COMMON PROGRAM EXIT POINT                      *
036900*****************************************************************
037000 9999-EXIT.
037100     STOP RUN.
