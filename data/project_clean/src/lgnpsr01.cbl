000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     LGNPSR01.
000300 AUTHOR.         LG INSURANCE IT - BATCH SUPPORT.
000400 INSTALLATION.   LG INSURANCE.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700 REMARKS.        MONTHLY CLAIM SATISFACTION (NPS) REPORT - FOR
000800                 THE PRIOR CALENDAR MONTH, EVERY SURVEY RESPONSE
000900                 LOADED BY LGCSAT01 SUMMARISED BY CLAIM TYPE, BY
001000                 THE HANDLER WHO HELD THE CLAIM WHEN IT SETTLED
001100                 AND BY ASSIGNED REPAIRER: RESPONSES, PROMOTERS,
001200                 PASSIVES, DETRACTORS AND THE NET PROMOTER SCORE
001300                 (PROMOTER % LESS DETRACTOR %).  A CLAIM WITH
001400                 MORE THAN ONE REPAIRER COUNTS FOR EACH OF THEM.
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
002600     SELECT NPS-REPORT-FILE ASSIGN TO NPSRPT
002700         ORGANIZATION IS SEQUENTIAL
002800         FILE STATUS IS WS-NPSRPT-STATUS.
002900 DATA DIVISION.
003000 FILE SECTION.
003100 FD  NPS-REPORT-FILE
003200     RECORDING MODE IS F.
003300 01  NP-REPORT-LINE              PIC X(133).
003400 WORKING-STORAGE SECTION.
003500*****************************************************************
003600*    FILE STATUS AND SWITCHES                                  *
003700*****************************************************************
003800 77  WS-NPSRPT-STATUS            PIC X(02) VALUE SPACES.
003900     88  WS-NPSRPT-OK                      VALUE '00'.
004000 77  WS-DB2-EOF-SWITCH           PIC X(01) VALUE 'N'.
004100     88  WS-DB2-EOF                        VALUE 'Y'.
004200 77  WS-PREV-SECTION             PIC X(01) VALUE SPACE.
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
008900*    DB2 GROUP ROW - SECTION '1' CLAIM TYPE, '2' HANDLER, '3'   *
009000*    REPAIRER, THEN THE GROUP KEY WITHIN THE SECTION            *
009100*****************************************************************
009200 01  DB2-SECTION                 PIC X(01).
009300 01  DB2-GROUP-KEY               PIC X(10).
009400 01  DB2-GROUP-NAME              PIC X(30).
009500 01  DB2-RESPONSE-COUNT          PIC S9(9) COMP.
009600 01  DB2-PROMOTER-COUNT          PIC S9(9) COMP.
009700 01  DB2-PASSIVE-COUNT           PIC S9(9) COMP.
009800 01  DB2-DETRACTOR-COUNT         PIC S9(9) COMP.
009900 01  WS-NPS                      PIC S9(3)V9 COMP-3.
010000*****************************************************************
010100*    EVERY RESPONSE FALLS IN EXACTLY ONE CLAIM TYPE, SO THE     *
010200*    MONTH TOTAL IS ACCUMULATED FROM THE CLAIM TYPE SECTION     *
010300*****************************************************************
010400 01  WS-TOTAL-RESPONSES          PIC S9(9) COMP-3 VALUE 0.
010500 01  WS-TOTAL-PROMOTERS          PIC S9(9) COMP-3 VALUE 0.
010600 01  WS-TOTAL-PASSIVES           PIC S9(9) COMP-3 VALUE 0.
010700 01  WS-TOTAL-DETRACTORS         PIC S9(9) COMP-3 VALUE 0.
010800*****************************************************************
010900*    REPORT LINE LAYOUTS                                       *
011000*****************************************************************
011100 01  NR-HEADING-1.
011200     05  FILLER                  PIC X(43) VALUE
011300         'LG INSURANCE - CLAIM SATISFACTION (NPS)'.
011400     05  FILLER                  PIC X(10) VALUE ' RUN DATE '.
011500     05  NR-H1-DATE              PIC X(10) VALUE SPACES.
011600     05  FILLER                  PIC X(70) VALUE SPACES.
011700 01  NR-HEADING-2.
011800     05  FILLER                  PIC X(11) VALUE ' PERIOD    '.
011900     05  NR-H2-START             PIC X(10) VALUE SPACES.
012000     05  FILLER                  PIC X(4)  VALUE ' TO '.
012100     05  NR-H2-END               PIC X(10) VALUE SPACES.
012200     05  FILLER                  PIC X(98) VALUE SPACES.
012300 01  NR-SECTION-HEADING.
012400     05  FILLER                  PIC X(04) VALUE SPACES.
012500     05  NR-SH-TITLE             PIC X(40).
012600     05  FILLER                  PIC X(89) VALUE SPACES.
012700 01  NR-COLUMN-HEADING.
012800     05  FILLER   PIC X(12) VALUE 'KEY         '.
012900     05  FILLER   PIC X(32) VALUE 'NAME'.
013000     05  FILLER   PIC X(10) VALUE 'RESPONSES '.
013100     05  FILLER   PIC X(10) VALUE 'PROMOTERS '.
013200     05  FILLER   PIC X(10) VALUE 'PASSIVES  '.
013300     05  FILLER   PIC X(12) VALUE 'DETRACTORS  '.
013400     05  FILLER   PIC X(08) VALUE '     NPS'.
013500     05  FILLER                  PIC X(39) VALUE SPACES.
013600 01  NR-DETAIL-LINE.
013700     05  NR-D-KEY                PIC X(10).
013800     05  FILLER                  PIC X(02) VALUE SPACES.
013900     05  NR-D-NAME               PIC X(30).
014000     05  FILLER                  PIC X(02) VALUE SPACES.
014100     05  NR-D-RESPONSES          PIC ZZZ,ZZ9.
014200     05  FILLER                  PIC X(03) VALUE SPACES.
014300     05  NR-D-PROMOTERS          PIC ZZZ,ZZ9.
014400     05  FILLER                  PIC X(03) VALUE SPACES.
014500     05  NR-D-PASSIVES           PIC ZZZ,ZZ9.
014600     05  FILLER                  PIC X(03) VALUE SPACES.
014700     05  NR-D-DETRACTORS         PIC ZZZ,ZZ9.
014800     05  FILLER                  PIC X(05) VALUE SPACES.
014900     05  NR-D-NPS                PIC -ZZ9.9.
015000     05  FILLER                  PIC X(41) VALUE SPACES.
015100 01  NR-BLANK-LINE               PIC X(133) VALUE SPACES.
015200 01  NR-TOTAL-LINE.
015300     05  FILLER                  PIC X(20) VALUE SPACES.
015400     05  FILLER                  PIC X(36) VALUE
015500         'RESPONSES IN PERIOD'.
015600     05  NR-T-RESPONSES          PIC ZZZ,ZZ9.
015700     05  FILLER                  PIC X(70) VALUE SPACES.
015800 01  NR-TOTAL-SPLIT-LINE.
015900     05  FILLER                  PIC X(20) VALUE SPACES.
016000     05  FILLER                  PIC X(36) VALUE
016100         'PROMOTERS / PASSIVES / DETRACTORS'.
016200     05  NR-T-PROMOTERS          PIC ZZZ,ZZ9.
016300     05  FILLER                  PIC X(02) VALUE SPACES.
016400     05  NR-T-PASSIVES           PIC ZZZ,ZZ9.
016500     05  FILLER                  PIC X(02) VALUE SPACES.
016600     05  NR-T-DETRACTORS         PIC ZZZ,ZZ9.
016700     05  FILLER                  PIC X(52) VALUE SPACES.
016800 01  NR-TOTAL-NPS-LINE.
016900     05  FILLER                  PIC X(20) VALUE SPACES.
017000     05  FILLER                  PIC X(36) VALUE
017100         'NET PROMOTER SCORE'.
017200     05  FILLER                  PIC X(01) VALUE SPACE.
017300     05  NR-T-NPS                PIC -ZZ9.9.
017400     05  FILLER                  PIC X(70) VALUE SPACES.
017500     EXEC SQL
017600         INCLUDE SQLCA
017700     END-EXEC.
017800*    A RESPONSE COUNTS IN THE MONTH IT WAS RECEIVED.  THE
017900*    HANDLER IS THE ONE RECORDED ON THE INVITATION, SO A LATER
018000*    REDISTRIBUTION DOES NOT MOVE THE SCORE TO THE NEW HANDLER.
018100     EXEC SQL
018200         DECLARE NPS_CURSOR CURSOR FOR
018300           SELECT '1',
018400                  CAST(COALESCE(C.CLAIMTYPE, ' ') AS CHAR(10)),
018500                  ' ',
018600                  COUNT(*),
018700                  SUM(CASE WHEN S.NPSCLASS = 'P'
018800                           THEN 1 ELSE 0 END),
018900                  SUM(CASE WHEN S.NPSCLASS = 'N'
019000                           THEN 1 ELSE 0 END),
019100                  SUM(CASE WHEN S.NPSCLASS = 'D'
019200                           THEN 1 ELSE 0 END)
019300             FROM CLAIMSURVEY S, CLAIM C
019400            WHERE C.CLAIMNUMBER = S.CLAIMNUMBER
019500              AND S.STATUS      = 'R'
019600              AND S.RESPONSEDATE
019700                  BETWEEN :WS-PERIOD-START-ISO
019800                      AND :WS-PERIOD-END-ISO
019900            GROUP BY COALESCE(C.CLAIMTYPE, ' ')
020000           UNION ALL
020100           SELECT '2',
020200                  CAST(COALESCE(S.HANDLERID, ' ') AS CHAR(10)),
020300                  ' ',
020400                  COUNT(*),
020500                  SUM(CASE WHEN S.NPSCLASS = 'P'
020600                           THEN 1 ELSE 0 END),
020700                  SUM(CASE WHEN S.NPSCLASS = 'N'
020800                           THEN 1 ELSE 0 END),
020900                  SUM(CASE WHEN S.NPSCLASS = 'D'
021000                           THEN 1 ELSE 0 END)
021100             FROM CLAIMSURVEY S
021200            WHERE S.STATUS      = 'R'
021300              AND S.RESPONSEDATE
021400                  BETWEEN :WS-PERIOD-START-ISO
021500                      AND :WS-PERIOD-END-ISO
021600            GROUP BY COALESCE(S.HANDLERID, ' ')
021700           UNION ALL
021800           SELECT '3',
021900                  DIGITS(K.REPAIRERID),
022000                  R.REPAIRERNAME,
022100                  COUNT(*),
022200                  SUM(CASE WHEN S.NPSCLASS = 'P'
022300                           THEN 1 ELSE 0 END),
022400                  SUM(CASE WHEN S.NPSCLASS = 'N'
022500                           THEN 1 ELSE 0 END),
022600                  SUM(CASE WHEN S.NPSCLASS = 'D'
022700                           THEN 1 ELSE 0 END)
022800             FROM CLAIMSURVEY S, CLAIMREPAIRER K, REPAIRER R
022900            WHERE K.CLAIMNUMBER = S.CLAIMNUMBER
023000              AND R.REPAIRERID  = K.REPAIRERID
023100              AND S.STATUS      = 'R'
023200              AND S.RESPONSEDATE
023300                  BETWEEN :WS-PERIOD-START-ISO
023400                      AND :WS-PERIOD-END-ISO
023500            GROUP BY K.REPAIRERID, R.REPAIRERNAME
023600            ORDER BY 1, 2
023700     END-EXEC.
023800 LINKAGE SECTION.
023900 PROCEDURE DIVISION.
024000*****************************************************************
024100*    0000-MAINLINE                                             *
024200*****************************************************************
024300 0000-MAINLINE SECTION.
024400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024500     PERFORM 2000-GROUP-LINE THRU 2000-EXIT
024600         UNTIL WS-DB2-EOF.
024700     PERFORM 8000-FINALIZE THRU 8000-EXIT.
024800     GO TO 9999-EXIT.
024900 0000-MAINLINE-EXIT.
025000     EXIT.
025100*****************************************************************
025200*    1000-INITIALIZE - WORK OUT THE PRIOR-MONTH PERIOD, OPEN    *
025300*    THE REPORT, PRIME THE CURSOR                               *
025400*****************************************************************
025500 1000-INITIALIZE.
025600     ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
025700     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
025800     MOVE WS-CD-DD   TO WS-RD-DD
025900     MOVE WS-CD-MM   TO WS-RD-MM
026000     MOVE WS-CD-YYYY TO WS-RD-YYYY.
026100     MOVE WS-REPORT-DATE TO NR-H1-DATE.
026200     MOVE WS-CD-YYYY TO WS-THIS-MONTH-1ST(1:4)
026300     MOVE WS-CD-MM   TO WS-THIS-MONTH-1ST(5:2)
026400     MOVE 1          TO WS-THIS-MONTH-1ST(7:2).
026500     MOVE FUNCTION INTEGER-OF-DATE(WS-THIS-MONTH-1ST)
026600         TO WS-THIS-MONTH-1ST-INTEGER.
026700     COMPUTE WS-PRIOR-MONTH-INTEGER =
026800         WS-THIS-MONTH-1ST-INTEGER - 1.
026900     MOVE FUNCTION DATE-OF-INTEGER(WS-PRIOR-MONTH-INTEGER)
027000         TO WS-PRIOR-MONTH-DATE.
027100     MOVE WS-PML-YYYY TO WS-PE-YYYY
027200     MOVE WS-PML-MM   TO WS-PE-MM
027300     MOVE WS-PML-DD   TO WS-PE-DD
027400     MOVE '-'         TO WS-PERIOD-END-ISO(5:1)
027500     MOVE '-'         TO WS-PERIOD-END-ISO(8:1).
027600     MOVE WS-PML-YYYY TO WS-PS-YYYY
027700     MOVE WS-PML-MM   TO WS-PS-MM
027800     MOVE '01'        TO WS-PS-DD
027900     MOVE '-'         TO WS-PERIOD-START-ISO(5:1)
028000     MOVE '-'         TO WS-PERIOD-START-ISO(8:1).
028100     MOVE WS-PERIOD-START-ISO TO NR-H2-START.
028200     MOVE WS-PERIOD-END-ISO   TO NR-H2-END.
028300     OPEN OUTPUT NPS-REPORT-FILE.
028400     IF NOT WS-NPSRPT-OK
028500         DISPLAY 'LGNPSR01 - NPSRPT OPEN FAILED, STATUS='
028600                 WS-NPSRPT-STATUS
028700         GO TO 9999-EXIT
028800     END-IF.
028900     WRITE NP-REPORT-LINE FROM NR-HEADING-1.
029000     WRITE NP-REPORT-LINE FROM NR-HEADING-2.
029100     EXEC SQL
029200         OPEN NPS_CURSOR
029300     END-EXEC.
029400     IF SQLCODE NOT EQUAL 0
029500         DISPLAY 'LGNPSR01 - CURSOR OPEN FAILED, SQLCODE='
029600                 SQLCODE
029700         GO TO 9999-EXIT
029800     END-IF.
029900     PERFORM 3000-READ-DB2 THRU 3000-EXIT.
030000 1000-EXIT.
030100     EXIT.
030200*****************************************************************
030300*    1050-GET-BUSINESS-DATE - OVERLAY THE CLOCK DATE WITH THE   *
030400*    BUSINESSDATE CONTROL ROW WHEN ONE IS SET                   *
030500*****************************************************************
030600 1050-GET-BUSINESS-DATE.
030700     EXEC SQL
030800         SELECT BUSINESSDATE
030900           INTO :WS-BUSINESS-DATE
031000           FROM BUSINESSDATE
031100          WHERE CONTROLID = 'LG'
031200     END-EXEC.
031300     IF SQLCODE EQUAL 0
031400         MOVE WS-BD-YYYY TO WS-CD-YYYY
031500         MOVE WS-BD-MM   TO WS-CD-MM
031600         MOVE WS-BD-DD   TO WS-CD-DD
031700     END-IF.
031800 1050-EXIT.
031900     EXIT.
032000*****************************************************************
032100*    2000-GROUP-LINE - ONE LINE PER CLAIM TYPE, HANDLER OR      *
032200*    REPAIRER, WITH A SECTION HEADING ON EACH CHANGE OF SECTION *
032300*****************************************************************
032400 2000-GROUP-LINE.
032500     IF DB2-SECTION NOT EQUAL WS-PREV-SECTION
032600         PERFORM 2100-SECTION-HEADING THRU 2100-EXIT
032700     END-IF.
032800     COMPUTE WS-NPS ROUNDED =
032900         (DB2-PROMOTER-COUNT - DB2-DETRACTOR-COUNT) * 100
033000             / DB2-RESPONSE-COUNT.
033100     MOVE DB2-GROUP-KEY        TO NR-D-KEY.
033200     MOVE DB2-GROUP-NAME       TO NR-D-NAME.
033300     MOVE DB2-RESPONSE-COUNT   TO NR-D-RESPONSES.
033400     MOVE DB2-PROMOTER-COUNT   TO NR-D-PROMOTERS.
033500     MOVE DB2-PASSIVE-COUNT    TO NR-D-PASSIVES.
033600     MOVE DB2-DETRACTOR-COUNT  TO NR-D-DETRACTORS.
033700     MOVE WS-NPS               TO NR-D-NPS.
033800     WRITE NP-REPORT-LINE FROM NR-DETAIL-LINE.
033900     IF DB2-SECTION EQUAL '1'
034000         ADD DB2-RESPONSE-COUNT  TO WS-TOTAL-RESPONSES
034100         ADD DB2-PROMOTER-COUNT  TO WS-TOTAL-PROMOTERS
034200         ADD DB2-PASSIVE-COUNT   TO WS-TOTAL-PASSIVES
034300         ADD DB2-DETRACTOR-COUNT TO WS-TOTAL-DETRACTORS
034400     END-IF.
034500     PERFORM 3000-READ-DB2 THRU 3000-EXIT.
034600 2000-EXIT.
034700     EXIT.
034800*****************************************************************
034900*    2100-SECTION-HEADING                                      *
035000*****************************************************************
035100 2100-SECTION-HEADING.
035200     EVALUATE DB2-SECTION
035300         WHEN '1'
035400             MOVE 'NPS BY CLAIM TYPE'  TO NR-SH-TITLE
035500         WHEN '2'
035600             MOVE 'NPS BY CLAIM HANDLER' TO NR-SH-TITLE
035700         WHEN OTHER
035800             MOVE 'NPS BY ASSIGNED REPAIRER' TO NR-SH-TITLE
035900     END-EVALUATE.
036000     WRITE NP-REPORT-LINE FROM NR-BLANK-LINE.
036100     WRITE NP-REPORT-LINE FROM NR-SECTION-HEADING.
036200     WRITE NP-REPORT-LINE FROM NR-COLUMN-HEADING.
036300     MOVE DB2-SECTION TO WS-PREV-SECTION.
036400 2100-EXIT.
036500     EXIT.
036600*****************************************************************
036700*    3000-READ-DB2 - NEXT SECTION / GROUP CURSOR ROW            *
036800*****************************************************************
036900 3000-READ-DB2.
037000     EXEC SQL
037100         FETCH NPS_CURSOR
037200           INTO :DB2-SECTION, :DB2-GROUP-KEY,
037300                :DB2-GROUP-NAME, :DB2-RESPONSE-COUNT,
037400                :DB2-PROMOTER-COUNT, :DB2-PASSIVE-COUNT,
037500                :DB2-DETRACTOR-COUNT
037600     END-EXEC.
037700     EVALUATE SQLCODE
037800         WHEN 0
037900             CONTINUE
038000         WHEN 100
038100             MOVE 'Y' TO WS-DB2-EOF-SWITCH
038200         WHEN OTHER
038300             DISPLAY 'LGNPSR01 - CURSOR FETCH ERROR, SQLCODE='
038400                     SQLCODE
038500             GO TO 9999-EXIT
038600     END-EVALUATE.
038700 3000-EXIT.
038800     EXIT.
038900*****************************************************************
039000*    8000-FINALIZE - WRITE THE MONTH TOTALS AND CLOSE           *
039100*****************************************************************
039200 8000-FINALIZE.
039300     EXEC SQL
039400         CLOSE NPS_CURSOR
039500     END-EXEC.
039600     IF WS-TOTAL-RESPONSES GREATER THAN ZERO
039700         COMPUTE WS-NPS ROUNDED =
039800             (WS-TOTAL-PROMOTERS - WS-TOTAL-DETRACTORS) * 100
039900                 / WS-TOTAL-RESPONSES
040000     ELSE
040100         MOVE ZERO TO WS-NPS
040200     END-IF.
040300     WRITE NP-REPORT-LINE FROM NR-BLANK-LINE.
040400     MOVE WS-TOTAL-RESPONSES    TO NR-T-RESPONSES.
040500     WRITE NP-REPORT-LINE FROM NR-TOTAL-LINE.
040600     MOVE WS-TOTAL-PROMOTERS    TO NR-T-PROMOTERS.
040700     MOVE WS-TOTAL-PASSIVES     TO NR-T-PASSIVES.
040800     MOVE WS-TOTAL-DETRACTORS   TO NR-T-DETRACTORS.
040900     WRITE NP-REPORT-LINE FROM NR-TOTAL-SPLIT-LINE.
041000     MOVE WS-NPS                TO NR-T-NPS.
041100     WRITE NP-REPORT-LINE FROM NR-TOTAL-NPS-LINE.
041200     CLOSE NPS-REPORT-FILE.
041300 8000-EXIT.
041400     EXIT.
041500*****************************************************************
041600*    9999-EXIT - COMMON PROGRAM EXIT POINT                      *
041700*****************************************************************
041800 9999-EXIT.
041900     STOP RUN.
