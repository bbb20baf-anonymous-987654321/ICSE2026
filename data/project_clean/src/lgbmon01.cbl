000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     LGBMON01.
000300 AUTHOR.         LG INSURANCE IT - BATCH SUPPORT.
000400 INSTALLATION.   LG INSURANCE.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700 REMARKS.        BATCH WINDOW MONITOR - SCHEDULED TO RUN AT
000800                 INTERVALS THROUGH THE NIGHT.  REFRESHES THE
000900                 ROLLING ELAPSED-TIME BASELINE PER JOB
001000                 (BATCHBASELINE) FROM THE COMPLETED RUNS ON
001100                 BATCHRUNCONTROL, COMPARES EVERY JOB RUN OR
001200                 RUNNING ON THE BUSINESS DATE AGAINST ITS
001300                 THRESHOLD AND ALERTS THE OPERATIONS CONSOLE
001400                 ON AN OVERRUN, THEN PROJECTS THE CRITICAL-PATH
001500                 FINISH FROM THE JOBS STILL TO RUN, THEIR
001600                 BASELINES AND THE BATCHPREREQ DEPENDENCIES,
001700                 ALERTING WHEN IT WILL MISS THE ONLINE DAY.
001800                 EACH ALERT IS RAISED ONCE PER JOB AND DATE
001900                 (BATCHALERT).  THE MONITOR IS NOT ITSELF
002000                 REGISTERED WITH LGRCTL01 - IT RUNS MANY TIMES
002100                 A NIGHT AND NOTHING DEPENDS ON IT.
002200*****************************************************************
002300*    MODIFICATION HISTORY                                      *
002400*    DATE      INIT   DESCRIPTION                               *
002500*    10/15/26  LGIT   INITIAL VERSION                           *
002600*****************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.    IBM-370.
003000 OBJECT-COMPUTER.    IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT MONITOR-REPORT-FILE ASSIGN TO BMONRPT
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS WS-BMONRPT-STATUS.
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  MONITOR-REPORT-FILE
003900     RECORDING MODE IS F.
004000 01  BM-REPORT-LINE              PIC X(133).
004100 WORKING-STORAGE SECTION.
004200*****************************************************************
004300*    FILE STATUS, SWITCHES AND COUNTERS                        *
004400*****************************************************************
004500 77  WS-BMONRPT-STATUS           PIC X(02) VALUE SPACES.
004600     88  WS-BMONRPT-OK                     VALUE '00'.
004700 77  WS-JOB-EOF-SWITCH           PIC X(01) VALUE 'N'.
004800     88  WS-JOB-EOF                        VALUE 'Y'.
004900 77  WS-PRQ-EOF-SWITCH           PIC X(01) VALUE 'N'.
005000     88  WS-PRQ-EOF                        VALUE 'Y'.
005100 77  WS-CHANGED-SWITCH           PIC X(01) VALUE 'N'.
005200     88  WS-CHANGED                        VALUE 'Y'.
005300 77  WS-OVERRUN-COUNT            PIC 9(05) COMP-3 VALUE 0.
005400 77  WS-ALERT-COUNT              PIC 9(05) COMP-3 VALUE 0.
005500 77  WS-PENDING-COUNT            PIC 9(05) COMP-3 VALUE 0.
005600*****************************************************************
005700*    DEFAULTS WHEN PRODUCTCONFIG (SUITE-WIDE, BLANK POLICY      *
005800*    TYPE) HAS NO ROW: AN OVERRUN IS 150% OF BASELINE, THE      *
005900*    BASELINE ROLLS OVER 30 DAYS, THE ONLINE DAY OPENS 06:00.   *
006000*    A BASELINE NEEDS 3 RUNS BEFORE IT IS TRUSTED TO ALERT      *
006100*****************************************************************
006200 77  WS-DEFAULT-PCT              PIC S9(5)V99 COMP-3 VALUE +150.
006300 77  WS-DEFAULT-DAYS             PIC S9(4) COMP VALUE +30.
006400 77  WS-DEFAULT-ONLINE-HHMM      PIC S9(4) COMP VALUE +600.
006500 77  WS-MIN-SAMPLES              PIC S9(4) COMP VALUE +3.
006600*****************************************************************
006700*    TONIGHT'S JOBS - EVERY RUN ON THE DATE PLUS EVERY BASELINED *
006800*    JOB EXPECTED BUT NOT YET STARTED.  FINISH IS SECONDS FROM   *
006900*    NOW TO THE JOB'S PROJECTED END; PRED IS THE PREREQUISITE    *
007000*    THAT SETS IT (THE CRITICAL PATH RUNS BACK THROUGH PRED)     *
007100*****************************************************************
007200 77  WS-JOB-MAX                  PIC S9(4) COMP VALUE +200.
007300 77  WS-JOB-COUNT                PIC S9(4) COMP VALUE +0.
007400 77  WS-JOB-INDEX                PIC S9(4) COMP VALUE +0.
007500 77  WS-FIND-INDEX               PIC S9(4) COMP VALUE +0.
007600 01  WS-JOB-TABLE.
007700     05  WS-JOB-ENTRY            OCCURS 200 TIMES.
007800         10  WS-JOB-NAME         PIC X(08).
007900         10  WS-JOB-STATUS       PIC X(01).
008000         10  WS-JOB-ELAPSED      PIC S9(9) COMP.
008100         10  WS-JOB-BASELINE     PIC S9(9) COMP.
008200         10  WS-JOB-FINISH       PIC S9(9) COMP.
008300         10  WS-JOB-PRED         PIC S9(4) COMP.
008400 77  WS-EDGE-MAX                 PIC S9(4) COMP VALUE +600.
008500 77  WS-EDGE-COUNT               PIC S9(4) COMP VALUE +0.
008600 77  WS-EDGE-INDEX               PIC S9(4) COMP VALUE +0.
008700 01  WS-EDGE-TABLE.
008800     05  WS-EDGE-ENTRY           OCCURS 600 TIMES.
008900         10  WS-EDGE-JOB         PIC S9(4) COMP.
009000         10  WS-EDGE-PREREQ      PIC S9(4) COMP.
009100 77  WS-PASS-COUNT               PIC S9(4) COMP VALUE +0.
009200 77  WS-CRIT-INDEX               PIC S9(4) COMP VALUE +0.
009300 77  WS-CRIT-FINISH              PIC S9(9) COMP VALUE +0.
009400 77  WS-CRIT-STEPS               PIC S9(4) COMP VALUE +0.
009500 01  WS-CANDIDATE                PIC S9(9) COMP.
009600 01  WS-LIMIT-SECS               PIC S9(9) COMP.
009700*****************************************************************
009800*    SECONDS SHOWN AS HHH:MM:SS                                 *
009900*****************************************************************
010000 01  WS-HMS-SECS                 PIC S9(9) COMP.
010100 01  WS-HMS-REST                 PIC S9(9) COMP.
010200 01  WS-HMS-OUT.
010300     05  WS-HMS-HH               PIC ZZ9.
010400     05  FILLER                  PIC X(01) VALUE ':'.
010500     05  WS-HMS-MM               PIC 9(02).
010600     05  FILLER                  PIC X(01) VALUE ':'.
010700     05  WS-HMS-SS               PIC 9(02).
010800*****************************************************************
010900*    THE SUITE RUNS ON THE OPERATOR-CONTROLLED BUSINESS DATE -    *
011000*    THE SYSTEM CLOCK IS ONLY THE FALLBACK WHEN THE CONTROL ROW   *
011100*    IS ABSENT, SO RERUNS AND LATE-RUNNING SCHEDULES KEEP THE     *
011200*    RIGHT DATED OUTPUT AND SELECTIONS                            *
011300*****************************************************************
011400 01  WS-BUSINESS-DATE.
011500     05  WS-BD-YYYY              PIC 9(04).
011600     05  FILLER                  PIC X(01).
011700     05  WS-BD-MM                PIC 9(02).
011800     05  FILLER                  PIC X(01).
011900     05  WS-BD-DD                PIC 9(02).
012000 01  WS-CURRENT-DATE-TIME.
012100     05  WS-CD-YYYY              PIC 9(04).
012200     05  WS-CD-MM                PIC 9(02).
012300     05  WS-CD-DD                PIC 9(02).
012400     05  FILLER                  PIC X(10).
012500 01  WS-RUNDATE-ISO              PIC X(10).
012600 01  WS-RUNDATE-BRKDN            REDEFINES WS-RUNDATE-ISO.
012700     05  WS-RI-YYYY              PIC 9(04).
012800     05  FILLER                  PIC X(01).
012900     05  WS-RI-MM                PIC 9(02).
013000     05  FILLER                  PIC X(01).
013100     05  WS-RI-DD                PIC 9(02).
013200*    THE ONLINE DAY OPENS THE MORNING AFTER THE BUSINESS DATE
013300 01  WS-ONLINE-TIME.
013400     05  WS-OT-HH                PIC 9(02).
013500     05  FILLER                  PIC X(01) VALUE '.'.
013600     05  WS-OT-MM                PIC 9(02).
013700     05  FILLER                  PIC X(03) VALUE '.00'.
013800 01  WS-ONLINE-HHMM              PIC 9(04).
013900 01  WS-ONLINE-HHMM-BRKDN        REDEFINES WS-ONLINE-HHMM.
014000     05  WS-OH-HH                PIC 9(02).
014100     05  WS-OH-MM                PIC 9(02).
014200*****************************************************************
014300*    CONSOLE ALERT                                              *
014400*****************************************************************
014500 01  WS-ALERT-TYPE               PIC X(01).
014600 01  WS-ALERT-JOB                PIC X(08).
014700 01  WS-ALERT-TEXT.
014800     05  FILLER                  PIC X(10) VALUE 'LGBMON01 -'.
014900     05  WS-AL-MESSAGE           PIC X(70).
015000 01  WS-OVERRUN-MSG.
015100     05  FILLER                  PIC X(01) VALUE SPACE.
015200     05  WS-OM-JOB               PIC X(08).
015300     05  WS-OM-STATE             PIC X(13).
015400     05  WS-OM-ELAPSED           PIC X(09).
015500     05  FILLER                  PIC X(13) VALUE ' AGAINST BASE'.
015600     05  WS-OM-BASELINE          PIC X(09).
015700     05  FILLER                  PIC X(17) VALUE SPACES.
015800 01  WS-LATE-MSG.
015900     05  FILLER                  PIC X(28) VALUE
016000         ' BATCH PROJECTED TO FINISH '.
016100     05  WS-LM-FINISH            PIC X(19).
016200     05  FILLER                  PIC X(07) VALUE ', PAST '.
016300     05  WS-LM-ONLINE            PIC X(16).
016400*****************************************************************
016500*    DB2 HOST VARIABLES                                        *
016600*****************************************************************
016700 01  DB2-CONFIG-KEY              PIC X(12).
016800 01  DB2-CONFIG-VALUE            PIC S9(9)V99 COMP-3.
016900 01  DB2-DEFAULT-PCT             PIC S9(5)V99 COMP-3.
017000 01  DB2-WINDOW-DAYS             PIC S9(4) COMP.
017100 01  DB2-ALERT-COUNT             PIC S9(9) COMP.
017200 01  DB2-JOB-ROW.
017300     05  DB2-JOBNAME             PIC X(08).
017400     05  DB2-STATUS              PIC X(01).
017500     05  DB2-ELAPSED             PIC S9(9) COMP.
017600     05  DB2-BASELINE            PIC S9(9) COMP.
017700     05  DB2-SAMPLES             PIC S9(9) COMP.
017800     05  DB2-THRESHOLD-PCT       PIC S9(5)V99 COMP-3.
017900 01  DB2-PREREQ-ROW.
018000     05  DB2-PRQ-JOBNAME         PIC X(08).
018100     05  DB2-PRQ-PREREQJOB       PIC X(08).
018200 01  DB2-FINISH-SECS             PIC S9(9) COMP.
018300 01  DB2-ONLINE-TIME             PIC X(08).
018400 01  DB2-FINISH-TS               PIC X(26).
018500 01  DB2-ONLINE-TS               PIC X(26).
018600 01  DB2-LATE-FLAG               PIC X(01).
018700*****************************************************************
018800*    REPORT LINE LAYOUTS                                       *
018900*****************************************************************
019000 01  BM-HEADING-1.
019100     05  FILLER                  PIC X(37) VALUE
019200         'LG INSURANCE - BATCH WINDOW MONITOR'.
019300     05  FILLER                  PIC X(15)
019400                                 VALUE ' BUSINESS DATE '.
019500     05  BM-H1-DATE              PIC X(10) VALUE SPACES.
019600     05  FILLER                  PIC X(71) VALUE SPACES.
019700 01  BM-SECTION-LINE.
019800     05  FILLER                  PIC X(02) VALUE SPACES.
019900     05  BM-SECTION-TITLE        PIC X(70).
020000     05  FILLER                  PIC X(61) VALUE SPACES.
020100 01  BM-JOB-COLUMNS.
020200     05  FILLER                  PIC X(02) VALUE SPACES.
020300     05  FILLER                  PIC X(10) VALUE 'JOB'.
020400     05  FILLER                  PIC X(13) VALUE 'STATE'.
020500     05  FILLER                  PIC X(11) VALUE '  ELAPSED'.
020600     05  FILLER                  PIC X(11) VALUE ' BASELINE'.
020700     05  FILLER                  PIC X(11) VALUE '    LIMIT'.
020800     05  FILLER                  PIC X(09) VALUE ' SAMPLES'.
020900     05  FILLER                  PIC X(66) VALUE SPACES.
021000 01  BM-JOB-LINE.
021100     05  FILLER                  PIC X(02) VALUE SPACES.
021200     05  BM-J-JOBNAME            PIC X(08).
021300     05  FILLER                  PIC X(02) VALUE SPACES.
021400     05  BM-J-STATE              PIC X(11).
021500     05  FILLER                  PIC X(04) VALUE SPACES.
021600     05  BM-J-ELAPSED            PIC X(09).
021700     05  FILLER                  PIC X(02) VALUE SPACES.
021800     05  BM-J-BASELINE           PIC X(09).
021900     05  FILLER                  PIC X(02) VALUE SPACES.
022000     05  BM-J-LIMIT              PIC X(09).
022100     05  FILLER                  PIC X(02) VALUE SPACES.
022200     05  BM-J-SAMPLES            PIC ZZ,ZZ9.
022300     05  FILLER                  PIC X(03) VALUE SPACES.
022400     05  BM-J-FLAG               PIC X(20).
022500     05  FILLER                  PIC X(44) VALUE SPACES.
022600 01  BM-PATH-LINE.
022700     05  FILLER                  PIC X(04) VALUE SPACES.
022800     05  BM-P-JOBNAME            PIC X(08).
022900     05  FILLER                  PIC X(02) VALUE SPACES.
023000     05  BM-P-STATE              PIC X(11).
023100     05  FILLER                  PIC X(02) VALUE SPACES.
023200     05  FILLER                  PIC X(14) VALUE 'ENDS IN ABOUT '.
023300     05  BM-P-FINISH             PIC X(09).
023400     05  FILLER                  PIC X(83) VALUE SPACES.
023500 01  BM-SUMMARY-LINE.
023600     05  FILLER                  PIC X(20) VALUE SPACES.
023700     05  BM-S-LABEL              PIC X(36).
023800     05  BM-S-VALUE              PIC X(26).
023900     05  FILLER                  PIC X(51) VALUE SPACES.
024000 01  BM-SUMMARY-COUNT            PIC ZZ,ZZ9.
024100 01  BM-BLANK-LINE               PIC X(133) VALUE SPACES.
024200     EXEC SQL
024300         INCLUDE SQLCA
024400     END-EXEC.
024500*****************************************************************
024600*    EVERY JOB RUN OR RUNNING ON THE DATE (ELAPSED TO NOW WHILE  *
024700*    STILL RUNNING), THEN EVERY BASELINED JOB THAT RAN ON THE    *
024800*    LAST BUSINESS DATE AND HAS NOT YET STARTED TONIGHT - A JOB  *
024900*    THAT DOES NOT RUN EVERY NIGHT IS NOT COUNTED AS STILL TO    *
025000*    RUN ON A NIGHT IT IS NOT DUE                                *
025100*****************************************************************
025200     EXEC SQL
025300         DECLARE MON-JOBS CURSOR FOR
025400           SELECT R.JOBNAME, R.STATUS,
025500                  ( DAYS(COALESCE(R.ENDTIME, CURRENT TIMESTAMP))
025600                  - DAYS(R.STARTTIME) ) * 86400
025700                  + MIDNIGHT_SECONDS(COALESCE(R.ENDTIME,
025800                                              CURRENT TIMESTAMP))
025900                  - MIDNIGHT_SECONDS(R.STARTTIME),
026000                  COALESCE(B.BASELINESECS, 0),
026100                  COALESCE(B.SAMPLECOUNT, 0),
026200                  COALESCE(B.THRESHOLDPCT, :DB2-DEFAULT-PCT)
026300             FROM BATCHRUNCONTROL R
026400             LEFT OUTER JOIN BATCHBASELINE B
026500               ON B.JOBNAME = R.JOBNAME
026600            WHERE R.BUSINESSDATE = :WS-RUNDATE-ISO
026700           UNION ALL
026800           SELECT B.JOBNAME, ' ', 0,
026900                  B.BASELINESECS,
027000                  B.SAMPLECOUNT,
027100                  COALESCE(B.THRESHOLDPCT, :DB2-DEFAULT-PCT)
027200             FROM BATCHBASELINE B
027300            WHERE B.LASTRUNDATE =
027400                  ( SELECT MAX(P.BUSINESSDATE)
027500                      FROM BATCHRUNCONTROL P
027600                     WHERE P.BUSINESSDATE < :WS-RUNDATE-ISO )
027700              AND NOT EXISTS
027800                  ( SELECT 1
027900                      FROM BATCHRUNCONTROL N
028000                     WHERE N.JOBNAME      = B.JOBNAME
028100                       AND N.BUSINESSDATE = :WS-RUNDATE-ISO )
028200            ORDER BY 1
028300     END-EXEC.
028400     EXEC SQL
028500         DECLARE MON-PREREQ CURSOR FOR
028600           SELECT JOBNAME, PREREQJOB
028700             FROM BATCHPREREQ
028800     END-EXEC.
028900 LINKAGE SECTION.
029000 PROCEDURE DIVISION.
029100*****************************************************************
029200*    0000-MAINLINE                                             *
029300*****************************************************************
029400 0000-MAINLINE SECTION.
029500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
029600     PERFORM 2000-REFRESH-BASELINES THRU 2000-EXIT.
029700     PERFORM 3000-CHECK-JOBS THRU 3000-EXIT.
029800     PERFORM 4000-PROJECT-FINISH THRU 4000-EXIT.
029900     PERFORM 8000-FINALIZE THRU 8000-EXIT.
030000     GO TO 9999-EXIT.
030100 0000-MAINLINE-EXIT.
030200     EXIT.
030300*****************************************************************
030400*    1000-INITIALIZE - DATE, SETTINGS, REPORT                    *
030500*****************************************************************
030600 1000-INITIALIZE.
030700     ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
030800     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
030900     MOVE WS-CD-YYYY TO WS-RI-YYYY.
031000     MOVE WS-CD-MM   TO WS-RI-MM.
031100     MOVE WS-CD-DD   TO WS-RI-DD.
031200     MOVE '-'        TO WS-RUNDATE-ISO(5:1).
031300     MOVE '-'        TO WS-RUNDATE-ISO(8:1).
031400     MOVE 'BATOVRPCT   ' TO DB2-CONFIG-KEY.
031500     MOVE WS-DEFAULT-PCT TO DB2-CONFIG-VALUE.
031600     PERFORM 1100-GET-CONFIG THRU 1100-EXIT.
031700     MOVE DB2-CONFIG-VALUE TO DB2-DEFAULT-PCT.
031800     MOVE 'BATBASEDAY  ' TO DB2-CONFIG-KEY.
031900     MOVE WS-DEFAULT-DAYS TO DB2-CONFIG-VALUE.
032000     PERFORM 1100-GET-CONFIG THRU 1100-EXIT.
032100     MOVE DB2-CONFIG-VALUE TO DB2-WINDOW-DAYS.
032200     MOVE 'ONLINESTHM  ' TO DB2-CONFIG-KEY.
032300     MOVE WS-DEFAULT-ONLINE-HHMM TO DB2-CONFIG-VALUE.
032400     PERFORM 1100-GET-CONFIG THRU 1100-EXIT.
032500     MOVE DB2-CONFIG-VALUE TO WS-ONLINE-HHMM.
032600     MOVE WS-OH-HH   TO WS-OT-HH.
032700     MOVE WS-OH-MM   TO WS-OT-MM.
032800     MOVE WS-ONLINE-TIME TO DB2-ONLINE-TIME.
032900     OPEN OUTPUT MONITOR-REPORT-FILE.
033000     IF NOT WS-BMONRPT-OK
033100         DISPLAY 'LGBMON01 - BMONRPT OPEN FAILED, STATUS='
033200                 WS-BMONRPT-STATUS
033300         GO TO 9999-EXIT
033400     END-IF.
033500     MOVE WS-RUNDATE-ISO TO BM-H1-DATE.
033600     WRITE BM-REPORT-LINE FROM BM-HEADING-1.
033700 1000-EXIT.
033800     EXIT.
033900*****************************************************************
034000*    1050-GET-BUSINESS-DATE - OVERLAY THE CLOCK DATE WITH THE     *
034100*    BUSINESSDATE CONTROL ROW WHEN ONE IS SET                     *
034200*****************************************************************
034300 1050-GET-BUSINESS-DATE.
034400     EXEC SQL
034500         SELECT BUSINESSDATE
034600           INTO :WS-BUSINESS-DATE
034700           FROM BUSINESSDATE
034800          WHERE CONTROLID = 'LG'
034900     END-EXEC.
035000     IF SQLCODE EQUAL 0
035100         MOVE WS-BD-YYYY TO WS-CD-YYYY
035200         MOVE WS-BD-MM   TO WS-CD-MM
035300         MOVE WS-BD-DD   TO WS-CD-DD
035400     END-IF.
035500 1050-EXIT.
035600     EXIT.
035700*****************************************************************
035800*    1100-GET-CONFIG - ONE SUITE-WIDE SETTING IN FORCE TODAY;    *
035900*    CALLER LOADS THE KEY AND THE DEFAULT                        *
036000*****************************************************************
036100 1100-GET-CONFIG.
036200     EXEC SQL
036300         SELECT CONFIGVALUE
036400           INTO :DB2-CONFIG-VALUE
036500           FROM PRODUCTCONFIG
036600          WHERE POLICYTYPE = ' '
036700            AND CONFIGKEY  = :DB2-CONFIG-KEY
036800            AND EFFECTIVEDATE =
036900                ( SELECT MAX(EFFECTIVEDATE)
037000                    FROM PRODUCTCONFIG
037100                   WHERE POLICYTYPE = ' '
037200                     AND CONFIGKEY  = :DB2-CONFIG-KEY
037300                     AND EFFECTIVEDATE <= CURRENT DATE )
037400     END-EXEC.
037500     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
037600         DISPLAY 'LGBMON01 - CONFIG SELECT, SQLCODE=' SQLCODE
037700         GO TO 9999-EXIT
037800     END-IF.
037900 1100-EXIT.
038000     EXIT.
038100*****************************************************************
038200*    2000-REFRESH-BASELINES - AVERAGE ELAPSED SECONDS AND        *
038300*    RECORD VOLUME OF EACH JOB'S COMPLETED RUNS OVER THE         *
038400*    ROLLING WINDOW BEFORE THE BUSINESS DATE.  AN EXISTING ROW   *
038500*    IS UPDATED SO ANY THRESHOLD OPERATIONS HAVE SET FOR THE JOB *
038600*    (THRESHOLDPCT) IS KEPT; A JOB WITH NO RUNS IN THE WINDOW    *
038700*    KEEPS ITS LAST BASELINE                                     *
038800*****************************************************************
038900 2000-REFRESH-BASELINES.
039000     EXEC SQL
039100         UPDATE BATCHBASELINE B
039200            SET ( BASELINESECS, SAMPLECOUNT, AVGRECORDS,
039300                  LASTRUNDATE, REFRESHTIME ) =
039400                ( SELECT AVG( ( DAYS(R.ENDTIME)
039500                              - DAYS(R.STARTTIME) ) * 86400
039600                            + MIDNIGHT_SECONDS(R.ENDTIME)
039700                            - MIDNIGHT_SECONDS(R.STARTTIME) ),
039800                         COUNT(*),
039900                         AVG(COALESCE(R.RECORDCOUNT, 0)),
040000                         MAX(R.BUSINESSDATE),
040100                         CURRENT TIMESTAMP
040200                    FROM BATCHRUNCONTROL R
040300                   WHERE R.JOBNAME       = B.JOBNAME
040400                     AND R.STATUS        = 'C'
040500                     AND R.ENDTIME IS NOT NULL
040600                     AND R.BUSINESSDATE  < DATE(:WS-RUNDATE-ISO)
040700                     AND R.BUSINESSDATE >= DATE(:WS-RUNDATE-ISO)
040800                                         - :DB2-WINDOW-DAYS DAYS )
040900          WHERE EXISTS
041000                ( SELECT 1
041100                    FROM BATCHRUNCONTROL R
041200                   WHERE R.JOBNAME       = B.JOBNAME
041300                     AND R.STATUS        = 'C'
041400                     AND R.ENDTIME IS NOT NULL
041500                     AND R.BUSINESSDATE  < DATE(:WS-RUNDATE-ISO)
041600                     AND R.BUSINESSDATE >= DATE(:WS-RUNDATE-ISO)
041700                                         - :DB2-WINDOW-DAYS DAYS )
041800     END-EXEC.
041900     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
042000         DISPLAY 'LGBMON01 - BASELINE UPDATE, SQLCODE=' SQLCODE
042100         GO TO 9999-EXIT
042200     END-IF.
042300     EXEC SQL
042400         INSERT INTO BATCHBASELINE
042500                   ( JOBNAME,
042600                     BASELINESECS,
042700                     SAMPLECOUNT,
042800                     AVGRECORDS,
042900                     LASTRUNDATE,
043000                     REFRESHTIME )
043100           SELECT R.JOBNAME,
043200                  AVG( ( DAYS(R.ENDTIME)
043300                       - DAYS(R.STARTTIME) ) * 86400
043400                     + MIDNIGHT_SECONDS(R.ENDTIME)
043500                     - MIDNIGHT_SECONDS(R.STARTTIME) ),
043600                  COUNT(*),
043700                  AVG(COALESCE(R.RECORDCOUNT, 0)),
043800                  MAX(R.BUSINESSDATE),
043900                  CURRENT TIMESTAMP
044000             FROM BATCHRUNCONTROL R
044100            WHERE R.STATUS        = 'C'
044200              AND R.ENDTIME IS NOT NULL
044300              AND R.BUSINESSDATE  < DATE(:WS-RUNDATE-ISO)
044400              AND R.BUSINESSDATE >= DATE(:WS-RUNDATE-ISO)
044500                                  - :DB2-WINDOW-DAYS DAYS
044600              AND NOT EXISTS
044700                  ( SELECT 1
044800                      FROM BATCHBASELINE B
044900                     WHERE B.JOBNAME = R.JOBNAME )
045000            GROUP BY R.JOBNAME
045100     END-EXEC.
045200     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
045300         DISPLAY 'LGBMON01 - BASELINE INSERT, SQLCODE=' SQLCODE
045400         GO TO 9999-EXIT
045500     END-IF.
045600 2000-EXIT.
045700     EXIT.
045800*****************************************************************
045900*    3000-CHECK-JOBS - LOAD TONIGHT'S JOBS, REPORTING AND        *
046000*    ALERTING EACH OVERRUN AS IT IS LOADED                       *
046100*****************************************************************
046200 3000-CHECK-JOBS.
046300     WRITE BM-REPORT-LINE FROM BM-BLANK-LINE.
046400     MOVE 'TONIGHT''S JOBS AGAINST THEIR BASELINE'
046500       TO BM-SECTION-TITLE.
046600     WRITE BM-REPORT-LINE FROM BM-SECTION-LINE.
046700     WRITE BM-REPORT-LINE FROM BM-JOB-COLUMNS.
046800     EXEC SQL
046900         OPEN MON-JOBS
047000     END-EXEC.
047100     IF SQLCODE NOT EQUAL 0
047200         DISPLAY 'LGBMON01 - JOB CURSOR OPEN, SQLCODE=' SQLCODE
047300         GO TO 9999-EXIT
047400     END-IF.
047500     PERFORM 3100-FETCH-JOB THRU 3100-EXIT.
047600     PERFORM 3200-CHECK-ONE-JOB THRU 3200-EXIT
047700         UNTIL WS-JOB-EOF.
047800     EXEC SQL
047900         CLOSE MON-JOBS
048000     END-EXEC.
048100 3000-EXIT.
048200     EXIT.
048300 3100-FETCH-JOB.
048400     EXEC SQL
048500         FETCH MON-JOBS
048600           INTO :DB2-JOBNAME, :DB2-STATUS, :DB2-ELAPSED,
048700                :DB2-BASELINE, :DB2-SAMPLES, :DB2-THRESHOLD-PCT
048800     END-EXEC.
048900     EVALUATE SQLCODE
049000         WHEN 0
049100             CONTINUE
049200         WHEN 100
049300             MOVE 'Y' TO WS-JOB-EOF-SWITCH
049400         WHEN OTHER
049500             DISPLAY 'LGBMON01 - JOB FETCH, SQLCODE=' SQLCODE
049600             GO TO 9999-EXIT
049700     END-EVALUATE.
049800 3100-EXIT.
049900     EXIT.
050000*****************************************************************
050100*    3200-CHECK-ONE-JOB - AN OVERRUN IS ELAPSED TIME (TO NOW     *
050200*    WHILE RUNNING) PAST THE BASELINE TIMES THE THRESHOLD        *
050300*    PERCENTAGE, ONCE THE BASELINE HAS ENOUGH RUNS BEHIND IT.    *
050400*    A TABLE FULL STOPS THE LOAD BUT NOT THE OVERRUN CHECKS      *
050500*****************************************************************
050600 3200-CHECK-ONE-JOB.
050700     COMPUTE WS-LIMIT-SECS ROUNDED =
050800         DB2-BASELINE * DB2-THRESHOLD-PCT / 100.
050900     MOVE DB2-JOBNAME TO BM-J-JOBNAME.
051000     EVALUATE DB2-STATUS
051100         WHEN 'C'
051200             MOVE 'COMPLETE'    TO BM-J-STATE
051300         WHEN 'R'
051400             MOVE 'RUNNING'     TO BM-J-STATE
051500         WHEN OTHER
051600             MOVE 'NOT STARTED' TO BM-J-STATE
051700     END-EVALUATE.
051800     MOVE DB2-ELAPSED   TO WS-HMS-SECS.
051900     PERFORM 7000-FORMAT-HMS THRU 7000-EXIT.
052000     MOVE WS-HMS-OUT    TO BM-J-ELAPSED.
052100     MOVE DB2-BASELINE  TO WS-HMS-SECS.
052200     PERFORM 7000-FORMAT-HMS THRU 7000-EXIT.
052300     MOVE WS-HMS-OUT    TO BM-J-BASELINE.
052400     MOVE WS-LIMIT-SECS TO WS-HMS-SECS.
052500     PERFORM 7000-FORMAT-HMS THRU 7000-EXIT.
052600     MOVE WS-HMS-OUT    TO BM-J-LIMIT.
052700     MOVE DB2-SAMPLES   TO BM-J-SAMPLES.
052800     MOVE SPACES        TO BM-J-FLAG.
052900     IF DB2-SAMPLES LESS THAN WS-MIN-SAMPLES
053000         MOVE 'NEW - NO BASELINE' TO BM-J-FLAG
053100     ELSE
053200         IF DB2-STATUS NOT EQUAL SPACE
053300            AND DB2-ELAPSED GREATER THAN WS-LIMIT-SECS
053400             MOVE '*** OVERRUN ***' TO BM-J-FLAG
053500             ADD 1 TO WS-OVERRUN-COUNT
053600             PERFORM 3300-ALERT-OVERRUN THRU 3300-EXIT
053700         END-IF
053800     END-IF.
053900     WRITE BM-REPORT-LINE FROM BM-JOB-LINE.
054000     IF WS-JOB-COUNT LESS THAN WS-JOB-MAX
054100         ADD 1 TO WS-JOB-COUNT
054200         MOVE DB2-JOBNAME  TO WS-JOB-NAME(WS-JOB-COUNT)
054300         MOVE DB2-STATUS   TO WS-JOB-STATUS(WS-JOB-COUNT)
054400         MOVE DB2-ELAPSED  TO WS-JOB-ELAPSED(WS-JOB-COUNT)
054500         MOVE DB2-BASELINE TO WS-JOB-BASELINE(WS-JOB-COUNT)
054600         MOVE 0            TO WS-JOB-FINISH(WS-JOB-COUNT)
054700         MOVE 0            TO WS-JOB-PRED(WS-JOB-COUNT)
054800     END-IF.
054900     PERFORM 3100-FETCH-JOB THRU 3100-EXIT.
055000 3200-EXIT.
055100     EXIT.
055200 3300-ALERT-OVERRUN.
055300     MOVE DB2-JOBNAME TO WS-OM-JOB.
055400     IF DB2-STATUS EQUAL 'R'
055500         MOVE ' RUNNING FOR' TO WS-OM-STATE
055600     ELSE
055700         MOVE ' RAN FOR'     TO WS-OM-STATE
055800     END-IF.
055900     MOVE BM-J-ELAPSED   TO WS-OM-ELAPSED.
056000     MOVE BM-J-BASELINE  TO WS-OM-BASELINE.
056100     MOVE WS-OVERRUN-MSG TO WS-AL-MESSAGE.
056200     MOVE 'O'            TO WS-ALERT-TYPE.
056300     MOVE DB2-JOBNAME    TO WS-ALERT-JOB.
056400     PERFORM 6000-RAISE-ALERT THRU 6000-EXIT.
056500 3300-EXIT.
056600     EXIT.
056700*****************************************************************
056800*    4000-PROJECT-FINISH - LONGEST PATH THROUGH THE JOBS STILL   *
056900*    TO RUN.  A COMPLETE JOB ENDS NOW; A RUNNING JOB ENDS WHEN   *
057000*    ITS BASELINE IS USED UP (NOW, IF ALREADY PAST IT); A JOB    *
057100*    NOT STARTED ENDS ITS BASELINE AFTER THE LAST OF ITS         *
057200*    PREREQUISITES ENDS.  PASSES REPEAT UNTIL NOTHING MOVES -    *
057300*    NO MORE PASSES THAN THERE ARE JOBS, SO A CIRCULAR           *
057400*    DEPENDENCY CANNOT LOOP THE MONITOR                          *
057500*****************************************************************
057600 4000-PROJECT-FINISH.
057700     MOVE 1 TO WS-JOB-INDEX.
057800     PERFORM 4100-START-FINISH THRU 4100-EXIT
057900         UNTIL WS-JOB-INDEX GREATER THAN WS-JOB-COUNT.
058000     PERFORM 4200-LOAD-PREREQS THRU 4200-EXIT.
058100     MOVE 'Y' TO WS-CHANGED-SWITCH.
058200     MOVE 0   TO WS-PASS-COUNT.
058300     PERFORM 4400-RELAX-PASS THRU 4400-EXIT
058400         UNTIL NOT WS-CHANGED
058500            OR WS-PASS-COUNT GREATER THAN WS-JOB-COUNT.
058600     MOVE 0 TO WS-CRIT-INDEX.
058700     MOVE 0 TO WS-CRIT-FINISH.
058800     MOVE 1 TO WS-JOB-INDEX.
058900     PERFORM 4600-FIND-LAST THRU 4600-EXIT
059000         UNTIL WS-JOB-INDEX GREATER THAN WS-JOB-COUNT.
059100     PERFORM 4700-REPORT-PATH THRU 4700-EXIT.
059200 4000-EXIT.
059300     EXIT.
059400 4100-START-FINISH.
059500     EVALUATE WS-JOB-STATUS(WS-JOB-INDEX)
059600         WHEN 'C'
059700             MOVE 0 TO WS-JOB-FINISH(WS-JOB-INDEX)
059800         WHEN 'R'
059900             COMPUTE WS-JOB-FINISH(WS-JOB-INDEX) =
060000                 WS-JOB-BASELINE(WS-JOB-INDEX)
060100               - WS-JOB-ELAPSED(WS-JOB-INDEX)
060200             IF WS-JOB-FINISH(WS-JOB-INDEX) LESS THAN ZERO
060300                 MOVE 0 TO WS-JOB-FINISH(WS-JOB-INDEX)
060400             END-IF
060500         WHEN OTHER
060600             MOVE WS-JOB-BASELINE(WS-JOB-INDEX)
060700               TO WS-JOB-FINISH(WS-JOB-INDEX)
060800             ADD 1 TO WS-PENDING-COUNT
060900     END-EVALUATE.
061000     ADD 1 TO WS-JOB-INDEX.
061100 4100-EXIT.
061200     EXIT.
061300*****************************************************************
061400*    4200-LOAD-PREREQS - EVERY DEPENDENCY BETWEEN TWO OF         *
061500*    TONIGHT'S JOBS, AS TABLE POSITIONS                          *
061600*****************************************************************
061700 4200-LOAD-PREREQS.
061800     EXEC SQL
061900         OPEN MON-PREREQ
062000     END-EXEC.
062100     IF SQLCODE NOT EQUAL 0
062200         DISPLAY 'LGBMON01 - PREREQ CURSOR OPEN, SQLCODE=' SQLCODE
062300         GO TO 9999-EXIT
062400     END-IF.
062500     PERFORM 4300-FETCH-PREREQ THRU 4300-EXIT
062600         UNTIL WS-PRQ-EOF.
062700     EXEC SQL
062800         CLOSE MON-PREREQ
062900     END-EXEC.
063000 4200-EXIT.
063100     EXIT.
063200 4300-FETCH-PREREQ.
063300     EXEC SQL
063400         FETCH MON-PREREQ
063500           INTO :DB2-PRQ-JOBNAME, :DB2-PRQ-PREREQJOB
063600     END-EXEC.
063700     EVALUATE SQLCODE
063800         WHEN 0
063900             CONTINUE
064000         WHEN 100
064100             MOVE 'Y' TO WS-PRQ-EOF-SWITCH
064200             GO TO 4300-EXIT
064300         WHEN OTHER
064400             DISPLAY 'LGBMON01 - PREREQ FETCH, SQLCODE=' SQLCODE
064500             GO TO 9999-EXIT
064600     END-EVALUATE.
064700     IF WS-EDGE-COUNT NOT LESS THAN WS-EDGE-MAX
064800         GO TO 4300-EXIT
064900     END-IF.
065000     MOVE DB2-PRQ-JOBNAME TO WS-ALERT-JOB.
065100     PERFORM 4350-FIND-JOB THRU 4350-EXIT.
065200     IF WS-FIND-INDEX EQUAL ZERO
065300         GO TO 4300-EXIT
065400     END-IF.
065500     ADD 1 TO WS-EDGE-COUNT.
065600     MOVE WS-FIND-INDEX TO WS-EDGE-JOB(WS-EDGE-COUNT).
065700     MOVE DB2-PRQ-PREREQJOB TO WS-ALERT-JOB.
065800     PERFORM 4350-FIND-JOB THRU 4350-EXIT.
065900     IF WS-FIND-INDEX EQUAL ZERO
066000         SUBTRACT 1 FROM WS-EDGE-COUNT
066100         GO TO 4300-EXIT
066200     END-IF.
066300     MOVE WS-FIND-INDEX TO WS-EDGE-PREREQ(WS-EDGE-COUNT).
066400 4300-EXIT.
066500     EXIT.
066600*    TABLE POSITION OF THE JOB NAMED IN WS-ALERT-JOB, ZERO IF
066700*    IT IS NOT ONE OF TONIGHT'S
066800 4350-FIND-JOB.
066900     MOVE 0 TO WS-FIND-INDEX.
067000     MOVE 1 TO WS-JOB-INDEX.
067100     PERFORM 4360-COMPARE-JOB THRU 4360-EXIT
067200         UNTIL WS-JOB-INDEX GREATER THAN WS-JOB-COUNT
067300            OR WS-FIND-INDEX NOT EQUAL ZERO.
067400 4350-EXIT.
067500     EXIT.
067600 4360-COMPARE-JOB.
067700     IF WS-JOB-NAME(WS-JOB-INDEX) EQUAL WS-ALERT-JOB
067800         MOVE WS-JOB-INDEX TO WS-FIND-INDEX
067900     END-IF.
068000     ADD 1 TO WS-JOB-INDEX.
068100 4360-EXIT.
068200     EXIT.
068300 4400-RELAX-PASS.
068400     MOVE 'N' TO WS-CHANGED-SWITCH.
068500     ADD 1 TO WS-PASS-COUNT.
068600     MOVE 1 TO WS-EDGE-INDEX.
068700     PERFORM 4500-RELAX-EDGE THRU 4500-EXIT
068800         UNTIL WS-EDGE-INDEX GREATER THAN WS-EDGE-COUNT.
068900 4400-EXIT.
069000     EXIT.
069100 4500-RELAX-EDGE.
069200     MOVE WS-EDGE-JOB(WS-EDGE-INDEX) TO WS-JOB-INDEX.
069300     MOVE WS-EDGE-PREREQ(WS-EDGE-INDEX) TO WS-FIND-INDEX.
069400     IF WS-JOB-STATUS(WS-JOB-INDEX) EQUAL SPACE
069500         COMPUTE WS-CANDIDATE = WS-JOB-FINISH(WS-FIND-INDEX)
069600                              + WS-JOB-BASELINE(WS-JOB-INDEX)
069700         IF WS-CANDIDATE GREATER THAN WS-JOB-FINISH(WS-JOB-INDEX)
069800             MOVE WS-CANDIDATE  TO WS-JOB-FINISH(WS-JOB-INDEX)
069900             MOVE WS-FIND-INDEX TO WS-JOB-PRED(WS-JOB-INDEX)
070000             MOVE 'Y'           TO WS-CHANGED-SWITCH
070100         END-IF
070200     END-IF.
070300     ADD 1 TO WS-EDGE-INDEX.
070400 4500-EXIT.
070500     EXIT.
070600 4600-FIND-LAST.
070700     IF WS-JOB-FINISH(WS-JOB-INDEX) GREATER THAN WS-CRIT-FINISH
070800         MOVE WS-JOB-FINISH(WS-JOB-INDEX) TO WS-CRIT-FINISH
070900         MOVE WS-JOB-INDEX                TO WS-CRIT-INDEX
071000     END-IF.
071100     ADD 1 TO WS-JOB-INDEX.
071200 4600-EXIT.
071300     EXIT.
071400*****************************************************************
071500*    4700-REPORT-PATH - THE CRITICAL CHAIN FROM THE LAST JOB TO  *
071600*    FINISH BACK TO THE ONE IT IS WAITING ON NOW, THE PROJECTED  *
071700*    END OF THE NIGHT, AND AN ALERT WHEN THAT IS PAST THE        *
071800*    OPENING OF THE ONLINE DAY                                   *
071900*****************************************************************
072000 4700-REPORT-PATH.
072100     WRITE BM-REPORT-LINE FROM BM-BLANK-LINE.
072200     MOVE 'CRITICAL PATH - LAST TO FINISH FIRST'
072300       TO BM-SECTION-TITLE.
072400     WRITE BM-REPORT-LINE FROM BM-SECTION-LINE.
072500     MOVE WS-CRIT-FINISH TO DB2-FINISH-SECS.
072600     EXEC SQL
072700         SELECT CHAR(CURRENT TIMESTAMP
072800                     + :DB2-FINISH-SECS SECONDS),
072900                CHAR(TIMESTAMP(DATE(:WS-RUNDATE-ISO) + 1 DAY,
073000                               TIME(:DB2-ONLINE-TIME))),
073100                CASE WHEN CURRENT TIMESTAMP
073200                          + :DB2-FINISH-SECS SECONDS >
073300                          TIMESTAMP(DATE(:WS-RUNDATE-ISO) + 1 DAY,
073400                                    TIME(:DB2-ONLINE-TIME))
073500                     THEN 'Y' ELSE 'N' END
073600           INTO :DB2-FINISH-TS, :DB2-ONLINE-TS, :DB2-LATE-FLAG
073700           FROM SYSIBM.SYSDUMMY1
073800     END-EXEC.
073900     IF SQLCODE NOT EQUAL 0
074000         DISPLAY 'LGBMON01 - PROJECTION SELECT, SQLCODE=' SQLCODE
074100         GO TO 9999-EXIT
074200     END-IF.
074300     MOVE 0 TO WS-CRIT-STEPS.
074400     PERFORM 4800-PATH-STEP THRU 4800-EXIT
074500         UNTIL WS-CRIT-INDEX EQUAL ZERO
074600            OR WS-CRIT-STEPS GREATER THAN WS-JOB-COUNT.
074700     WRITE BM-REPORT-LINE FROM BM-BLANK-LINE.
074800     MOVE 'JOBS STILL TO START' TO BM-S-LABEL.
074900     MOVE WS-PENDING-COUNT      TO BM-SUMMARY-COUNT.
075000     MOVE BM-SUMMARY-COUNT      TO BM-S-VALUE.
075100     WRITE BM-REPORT-LINE FROM BM-SUMMARY-LINE.
075200     MOVE 'PROJECTED END OF BATCH' TO BM-S-LABEL.
075300     MOVE DB2-FINISH-TS            TO BM-S-VALUE.
075400     WRITE BM-REPORT-LINE FROM BM-SUMMARY-LINE.
075500     MOVE 'ONLINE DAY OPENS'       TO BM-S-LABEL.
075600     MOVE DB2-ONLINE-TS            TO BM-S-VALUE.
075700     WRITE BM-REPORT-LINE FROM BM-SUMMARY-LINE.
075800     IF DB2-LATE-FLAG EQUAL 'Y'
075900         MOVE '*** BATCH PROJECTED TO RUN LATE ***' TO BM-S-LABEL
076000         MOVE SPACES TO BM-S-VALUE
076100         WRITE BM-REPORT-LINE FROM BM-SUMMARY-LINE
076200         MOVE DB2-FINISH-TS(1:19) TO WS-LM-FINISH
076300         MOVE DB2-ONLINE-TS(1:16) TO WS-LM-ONLINE
076400         MOVE WS-LATE-MSG         TO WS-AL-MESSAGE
076500         MOVE 'L'                 TO WS-ALERT-TYPE
076600         MOVE 'LGBMON01'          TO WS-ALERT-JOB
076700         PERFORM 6000-RAISE-ALERT THRU 6000-EXIT
076800     END-IF.
076900 4700-EXIT.
077000     EXIT.
077100 4800-PATH-STEP.
077200     MOVE WS-JOB-NAME(WS-CRIT-INDEX) TO BM-P-JOBNAME.
077300     EVALUATE WS-JOB-STATUS(WS-CRIT-INDEX)
077400         WHEN 'C'
077500             MOVE 'COMPLETE'    TO BM-P-STATE
077600         WHEN 'R'
077700             MOVE 'RUNNING'     TO BM-P-STATE
077800         WHEN OTHER
077900             MOVE 'NOT STARTED' TO BM-P-STATE
078000     END-EVALUATE.
078100     MOVE WS-JOB-FINISH(WS-CRIT-INDEX) TO WS-HMS-SECS.
078200     PERFORM 7000-FORMAT-HMS THRU 7000-EXIT.
078300     MOVE WS-HMS-OUT TO BM-P-FINISH.
078400     WRITE BM-REPORT-LINE FROM BM-PATH-LINE.
078500     MOVE WS-JOB-PRED(WS-CRIT-INDEX) TO WS-CRIT-INDEX.
078600     ADD 1 TO WS-CRIT-STEPS.
078700 4800-EXIT.
078800     EXIT.
078900*****************************************************************
079000*    6000-RAISE-ALERT - TO THE OPERATIONS CONSOLE, ONCE PER JOB, *
079100*    DATE AND ALERT TYPE (O OVERRUN, L LATE FINISH) - THE        *
079200*    MONITOR RUNS MANY TIMES A NIGHT AND MUST NOT REPEAT ITSELF  *
079300*****************************************************************
079400 6000-RAISE-ALERT.
079500     MOVE 0 TO DB2-ALERT-COUNT.
079600     EXEC SQL
079700         SELECT COUNT(*)
079800           INTO :DB2-ALERT-COUNT
079900           FROM BATCHALERT
080000          WHERE JOBNAME      = :WS-ALERT-JOB
080100            AND BUSINESSDATE = :WS-RUNDATE-ISO
080200            AND ALERTTYPE    = :WS-ALERT-TYPE
080300     END-EXEC.
080400     IF SQLCODE NOT EQUAL 0
080500         DISPLAY 'LGBMON01 - ALERT SELECT, SQLCODE=' SQLCODE
080600         GO TO 9999-EXIT
080700     END-IF.
080800     IF DB2-ALERT-COUNT GREATER THAN ZERO
080900         GO TO 6000-EXIT
081000     END-IF.
081100     DISPLAY WS-ALERT-TEXT UPON CONSOLE.
081200     EXEC SQL
081300         INSERT INTO BATCHALERT
081400                   ( JOBNAME,
081500                     BUSINESSDATE,
081600                     ALERTTYPE,
081700                     ALERTTEXT,
081800                     ALERTTIME )
081900            VALUES ( :WS-ALERT-JOB,
082000                     :WS-RUNDATE-ISO,
082100                     :WS-ALERT-TYPE,
082200                     :WS-AL-MESSAGE,
082300                     CURRENT TIMESTAMP )
082400     END-EXEC.
082500     IF SQLCODE NOT EQUAL 0
082600         DISPLAY 'LGBMON01 - ALERT INSERT, SQLCODE=' SQLCODE
082700         GO TO 9999-EXIT
082800     END-IF.
082900     ADD 1 TO WS-ALERT-COUNT.
083000 6000-EXIT.
083100     EXIT.
083200*****************************************************************
083300*    7000-FORMAT-HMS - WS-HMS-SECS AS HHH:MM:SS IN WS-HMS-OUT    *
083400*****************************************************************
083500 7000-FORMAT-HMS.
083600     IF WS-HMS-SECS LESS THAN ZERO
083700         MOVE 0 TO WS-HMS-SECS
083800     END-IF.
083900     DIVIDE WS-HMS-SECS BY 3600 GIVING WS-HMS-HH
084000         REMAINDER WS-HMS-REST.
084100     DIVIDE WS-HMS-REST BY 60 GIVING WS-HMS-MM
084200         REMAINDER WS-HMS-SS.
084300 7000-EXIT.
084400     EXIT.
084500*****************************************************************
084600*    8000-FINALIZE                                             *
084700*****************************************************************
084800 8000-FINALIZE.
084900     WRITE BM-REPORT-LINE FROM BM-BLANK-LINE.
085000     MOVE 'JOBS OVER THRESHOLD' TO BM-S-LABEL.
085100     MOVE WS-OVERRUN-COUNT      TO BM-SUMMARY-COUNT.
085200     MOVE BM-SUMMARY-COUNT      TO BM-S-VALUE.
085300     WRITE BM-REPORT-LINE FROM BM-SUMMARY-LINE.
085400     MOVE 'NEW ALERTS RAISED THIS PASS' TO BM-S-LABEL.
085500     MOVE WS-ALERT-COUNT        TO BM-SUMMARY-COUNT.
085600     MOVE BM-SUMMARY-COUNT      TO BM-S-VALUE.
085700     WRITE BM-REPORT-LINE FROM BM-SUMMARY-LINE.
085800     CLOSE MONITOR-REPORT-FILE.
085900 8000-EXIT.
086000     EXIT.
086100*****************************************************************
086200*    9999-EXIT - COMMON PROGRAM EXIT POINT                      *
086300*****************************************************************
086400 9999-EXIT.
086500     STOP RUN.
