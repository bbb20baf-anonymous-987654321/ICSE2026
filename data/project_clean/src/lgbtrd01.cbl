000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     LGBTRD01.
000300 AUTHOR.         LG INSURANCE IT - BATCH SUPPORT.
000400 INSTALLATION.   LG INSURANCE.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700 REMARKS.        MONTHLY BATCH ELAPSED-TIME TREND REPORT - FOR
000800                 EACH JOB, THE AVERAGE ELAPSED TIME AND RECORD
000900                 VOLUME OF ITS COMPLETED RUNS (BATCHRUNCONTROL)
001000                 IN THE LAST FULL MONTH BEFORE THE BUSINESS DATE
001100                 AGAINST THE MONTH BEFORE THAT.  JOBS ARE LISTED
001200                 FASTEST-GROWING FIRST, MEASURED AS THE GROWTH IN
001300                 ELAPSED TIME OVER AND ABOVE THE GROWTH IN THE
001400                 VOLUME THEY PROCESSED - A JOB SLOWING DOWN ON
001500                 THE SAME VOLUME IS THE ONE TO LOOK AT.
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
002700     SELECT TREND-REPORT-FILE ASSIGN TO BTRDRPT
002800         ORGANIZATION IS SEQUENTIAL
002900         FILE STATUS IS WS-BTRDRPT-STATUS.
003000 DATA DIVISION.
003100 FILE SECTION.
003200 FD  TREND-REPORT-FILE
003300     RECORDING MODE IS F.
003400 01  BT-REPORT-LINE              PIC X(133).
003500 WORKING-STORAGE SECTION.
003600*****************************************************************
003700*    FILE STATUS, SWITCHES AND COUNTERS                        *
003800*****************************************************************
003900 77  WS-BTRDRPT-STATUS           PIC X(02) VALUE SPACES.
004000     88  WS-BTRDRPT-OK                     VALUE '00'.
004100 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
004200     88  WS-EOF                            VALUE 'Y'.
004300 77  WS-JOB-COUNT                PIC S9(9) COMP VALUE +0.
004400 77  WS-SLOWER-COUNT             PIC S9(9) COMP VALUE +0.
004500*****************************************************************
004600*    THE SUITE RUNS ON THE OPERATOR-CONTROLLED BUSINESS DATE -    *
004700*    THE SYSTEM CLOCK IS ONLY THE FALLBACK WHEN THE CONTROL ROW   *
004800*    IS ABSENT, SO RERUNS AND LATE-RUNNING SCHEDULES KEEP THE     *
004900*    RIGHT DATED OUTPUT AND SELECTIONS                            *
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
006200 01  WS-RUNDATE-ISO              PIC X(10).
006300 01  WS-RUNDATE-BRKDN            REDEFINES WS-RUNDATE-ISO.
006400     05  WS-RI-YYYY              PIC 9(04).
006500     05  FILLER                  PIC X(01).
006600     05  WS-RI-MM                PIC 9(02).
006700     05  FILLER                  PIC X(01).
006800     05  WS-RI-DD                PIC 9(02).
006900*****************************************************************
007000*    THE REPORTING MONTH (FIRST DAY OF) AND THE MONTH BEFORE     *
007100*****************************************************************
007200 01  WS-MONTH-START              PIC X(10).
007300 01  WS-MONTH-BRKDN              REDEFINES WS-MONTH-START.
007400     05  WS-MS-YYYY              PIC 9(04).
007500     05  FILLER                  PIC X(01).
007600     05  WS-MS-MM                PIC 9(02).
007700     05  FILLER                  PIC X(03).
007800 01  WS-PRIOR-START              PIC X(10).
007900 01  WS-PRIOR-BRKDN              REDEFINES WS-PRIOR-START.
008000     05  WS-PS-YYYY              PIC 9(04).
008100     05  FILLER                  PIC X(01).
008200     05  WS-PS-MM                PIC 9(02).
008300     05  FILLER                  PIC X(03).
008400 01  WS-NEXT-START               PIC X(10).
008500*****************************************************************
008600*    SECONDS SHOWN AS HHH:MM:SS                                 *
008700*****************************************************************
008800 01  WS-HMS-SECS                 PIC S9(9) COMP.
008900 01  WS-HMS-REST                 PIC S9(9) COMP.
009000 01  WS-HMS-OUT.
009100     05  WS-HMS-HH               PIC ZZ9.
009200     05  FILLER                  PIC X(01) VALUE ':'.
009300     05  WS-HMS-MM               PIC 9(02).
009400     05  FILLER                  PIC X(01) VALUE ':'.
009500     05  WS-HMS-SS               PIC 9(02).
009600*****************************************************************
009700*    DB2 HOST VARIABLES                                        *
009800*****************************************************************
009900 01  DB2-TREND-ROW.
010000     05  DB2-JOBNAME             PIC X(08).
010100     05  DB2-RUNS                PIC S9(9) COMP.
010200     05  DB2-PRIOR-SECS          PIC S9(9) COMP.
010300     05  DB2-CURR-SECS           PIC S9(9) COMP.
010400     05  DB2-PRIOR-RECS          PIC S9(11) COMP-3.
010500     05  DB2-CURR-RECS           PIC S9(11) COMP-3.
010600     05  DB2-TIME-PCT            PIC S9(7)V99 COMP-3.
010700     05  DB2-VOLUME-PCT          PIC S9(7)V99 COMP-3.
010800     05  DB2-EXCESS-PCT          PIC S9(7)V99 COMP-3.
010900*****************************************************************
011000*    REPORT LINE LAYOUTS                                       *
011100*****************************************************************
011200 01  BT-HEADING-1.
011300     05  FILLER                  PIC X(40) VALUE
011400         'LG INSURANCE - BATCH ELAPSED-TIME TREND'.
011500     05  FILLER                  PIC X(07) VALUE ' MONTH '.
011600     05  BT-H1-MONTH             PIC X(07) VALUE SPACES.
011700     05  FILLER                  PIC X(12) VALUE ' AGAINST    '.
011800     05  BT-H1-PRIOR             PIC X(07) VALUE SPACES.
011900     05  FILLER                  PIC X(60) VALUE SPACES.
012000 01  BT-HEADING-2.
012100     05  FILLER                  PIC X(02) VALUE SPACES.
012200     05  FILLER                  PIC X(10) VALUE 'JOB'.
012300     05  FILLER                  PIC X(07) VALUE '  RUNS'.
012400     05  FILLER                  PIC X(11) VALUE ' PRIOR TIME'.
012500     05  FILLER                  PIC X(11) VALUE ' MONTH TIME'.
012600     05  FILLER                  PIC X(10) VALUE '   TIME +%'.
012700     05  FILLER                  PIC X(16)
012800                                 VALUE '   PRIOR VOLUME'.
012900     05  FILLER                  PIC X(16)
013000                                 VALUE '   MONTH VOLUME'.
013100     05  FILLER                  PIC X(10) VALUE '  VOLUME+%'.
013200     05  FILLER                  PIC X(12) VALUE '  EXCESS +%'.
013300     05  FILLER                  PIC X(28) VALUE SPACES.
013400 01  BT-DETAIL-LINE.
013500     05  FILLER                  PIC X(02) VALUE SPACES.
013600     05  BT-D-JOBNAME            PIC X(08).
013700     05  FILLER                  PIC X(02) VALUE SPACES.
013800     05  BT-D-RUNS               PIC Z,ZZ9.
013900     05  FILLER                  PIC X(04) VALUE SPACES.
014000     05  BT-D-PRIOR-TIME         PIC X(09).
014100     05  FILLER                  PIC X(02) VALUE SPACES.
014200     05  BT-D-CURR-TIME          PIC X(09).
014300     05  FILLER                  PIC X(01) VALUE SPACES.
014400     05  BT-D-TIME-PCT           PIC ----,--9.99.
014500     05  FILLER                  PIC X(02) VALUE SPACES.
014600     05  BT-D-PRIOR-RECS         PIC ZZZ,ZZZ,ZZ9.
014700     05  FILLER                  PIC X(05) VALUE SPACES.
014800     05  BT-D-CURR-RECS          PIC ZZZ,ZZZ,ZZ9.
014900     05  FILLER                  PIC X(01) VALUE SPACES.
015000     05  BT-D-VOLUME-PCT         PIC ----,--9.99.
015100     05  FILLER                  PIC X(01) VALUE SPACES.
015200     05  BT-D-EXCESS-PCT         PIC ----,--9.99.
015300     05  FILLER                  PIC X(02) VALUE SPACES.
015400     05  BT-D-FLAG               PIC X(10).
015500     05  FILLER                  PIC X(15) VALUE SPACES.
015600 01  BT-TOTAL-LINE.
015700     05  FILLER                  PIC X(20) VALUE SPACES.
015800     05  BT-T-LABEL              PIC X(40).
015900     05  BT-T-COUNT              PIC ZZZ,ZZ9.
016000     05  FILLER                  PIC X(66) VALUE SPACES.
016100 01  BT-BLANK-LINE               PIC X(133) VALUE SPACES.
016200     EXEC SQL
016300         INCLUDE SQLCA
016400     END-EXEC.
016500     COPY LGRCTL.
016600*****************************************************************
016700*    EACH JOB THAT COMPLETED IN BOTH MONTHS, WITH ITS AVERAGE    *
016800*    ELAPSED SECONDS AND RECORD VOLUME PER RUN IN EACH, AND THE  *
016900*    GROWTH PERCENTAGES - FASTEST TIME GROWTH AGAINST VOLUME     *
017000*    GROWTH FIRST                                                *
017100*****************************************************************
017200     EXEC SQL
017300         DECLARE TRD-JOBS CURSOR FOR
017400           SELECT T.JOBNAME, T.CURRUNS,
017500                  T.PRVSECS, T.CURSECS, T.PRVRECS, T.CURRECS,
017600                  ( T.CURSECS - T.PRVSECS ) * 100.00
017700                    / NULLIF(T.PRVSECS, 0),
017800                  COALESCE(( T.CURRECS - T.PRVRECS ) * 100.00
017900                    / NULLIF(T.PRVRECS, 0), 0),
018000                  ( T.CURSECS - T.PRVSECS ) * 100.00
018100                    / NULLIF(T.PRVSECS, 0)
018200                  - COALESCE(( T.CURRECS - T.PRVRECS ) * 100.00
018300                    / NULLIF(T.PRVRECS, 0), 0)
018400             FROM ( SELECT R.JOBNAME,
018500                           SUM(CASE WHEN R.BUSINESSDATE
018600                                         >= :WS-MONTH-START
018700                                    THEN 1 ELSE 0 END) AS CURRUNS,
018800                           DECIMAL(AVG(CASE
018900                               WHEN R.BUSINESSDATE
019000                                    < :WS-MONTH-START
019100                               THEN ( DAYS(R.ENDTIME)
019200                                    - DAYS(R.STARTTIME) ) * 86400
019300                                  + MIDNIGHT_SECONDS(R.ENDTIME)
019400                                  - MIDNIGHT_SECONDS(R.STARTTIME)
019500                               END), 11, 0) AS PRVSECS,
019600                           DECIMAL(AVG(CASE
019700                               WHEN R.BUSINESSDATE
019800                                    >= :WS-MONTH-START
019900                               THEN ( DAYS(R.ENDTIME)
020000                                    - DAYS(R.STARTTIME) ) * 86400
020100                                  + MIDNIGHT_SECONDS(R.ENDTIME)
020200                                  - MIDNIGHT_SECONDS(R.STARTTIME)
020300                               END), 11, 0) AS CURSECS,
020400                           DECIMAL(AVG(CASE
020500                               WHEN R.BUSINESSDATE
020600                                    < :WS-MONTH-START
020700                               THEN COALESCE(R.RECORDCOUNT, 0)
020800                               END), 11, 0) AS PRVRECS,
020900                           DECIMAL(AVG(CASE
021000                               WHEN R.BUSINESSDATE
021100                                    >= :WS-MONTH-START
021200                               THEN COALESCE(R.RECORDCOUNT, 0)
021300                               END), 11, 0) AS CURRECS
021400                      FROM BATCHRUNCONTROL R
021500                     WHERE R.STATUS        = 'C'
021600                       AND R.ENDTIME IS NOT NULL
021700                       AND R.BUSINESSDATE >= :WS-PRIOR-START
021800                       AND R.BUSINESSDATE  < :WS-NEXT-START
021900                     GROUP BY R.JOBNAME ) T
022000            WHERE T.PRVSECS IS NOT NULL
022100              AND T.CURSECS IS NOT NULL
022200              AND T.PRVSECS > 0
022300            ORDER BY 9 DESC, 1
022400     END-EXEC.
022500 LINKAGE SECTION.
022600 PROCEDURE DIVISION.
022700*****************************************************************
022800*    0000-MAINLINE                                             *
022900*****************************************************************
023000 0000-MAINLINE SECTION.
023100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023200     PERFORM 2000-PROCESS-JOBS THRU 2000-EXIT.
023300     PERFORM 8000-FINALIZE THRU 8000-EXIT.
023400     GO TO 9999-EXIT.
023500 0000-MAINLINE-EXIT.
023600     EXIT.
023700*****************************************************************
023800*    1000-INITIALIZE - REGISTER THE RUN, WORK OUT THE MONTHS,    *
023900*    OPEN THE REPORT                                             *
024000*****************************************************************
024100 1000-INITIALIZE.
024200     ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
024300     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
024400*    THE RUN REGISTERS WITH THE BATCH RUN-CONTROL BEFORE
024500*    DOING ANY WORK - PREREQUISITES AND DOUBLE-RUN
024600*    PROTECTION LIVE IN LGRCTL01
024700     MOVE 'S'        TO RCTL-ACTION
024800     MOVE 'LGBTRD01' TO RCTL-JOBNAME
024900     MOVE WS-CD-YYYY TO RCTL-BD-YYYY
025000     MOVE WS-CD-MM   TO RCTL-BD-MM
025100     MOVE WS-CD-DD   TO RCTL-BD-DD
025200     MOVE '-'        TO RCTL-BD-S1
025300     MOVE '-'        TO RCTL-BD-S2
025400     CALL 'LGRCTL01' USING RCTL-REQUEST
025500     IF RCTL-RC NOT EQUAL '00'
025600         DISPLAY 'LGBTRD01 - RUN CONTROL REFUSED, RC='
025700                 RCTL-RC ' PREREQ=' RCTL-PREREQ-MISSING
025800         GO TO 9999-EXIT
025900     END-IF.
026000     MOVE WS-CD-YYYY TO WS-RI-YYYY.
026100     MOVE WS-CD-MM   TO WS-RI-MM.
026200     MOVE WS-CD-DD   TO WS-RI-DD.
026300     MOVE '-'        TO WS-RUNDATE-ISO(5:1).
026400     MOVE '-'        TO WS-RUNDATE-ISO(8:1).
026500*    THE MONTH NOW RUNNING IS INCOMPLETE - REPORT THE ONE BEFORE
026600*    IT (WS-MONTH-START) AGAINST THE ONE BEFORE THAT
026700     MOVE WS-RUNDATE-ISO TO WS-NEXT-START.
026800     MOVE '01'           TO WS-NEXT-START(9:2).
026900     MOVE WS-NEXT-START  TO WS-MONTH-START.
027000     IF WS-MS-MM EQUAL 1
027100         MOVE 12 TO WS-MS-MM
027200         SUBTRACT 1 FROM WS-MS-YYYY
027300     ELSE
027400         SUBTRACT 1 FROM WS-MS-MM
027500     END-IF.
027600     MOVE WS-MONTH-START TO WS-PRIOR-START.
027700     IF WS-PS-MM EQUAL 1
027800         MOVE 12 TO WS-PS-MM
027900         SUBTRACT 1 FROM WS-PS-YYYY
028000     ELSE
028100         SUBTRACT 1 FROM WS-PS-MM
028200     END-IF.
028300     OPEN OUTPUT TREND-REPORT-FILE.
028400     IF NOT WS-BTRDRPT-OK
028500         DISPLAY 'LGBTRD01 - BTRDRPT OPEN FAILED, STATUS='
028600                 WS-BTRDRPT-STATUS
028700         GO TO 9999-EXIT
028800     END-IF.
028900     MOVE WS-MONTH-START(1:7) TO BT-H1-MONTH.
029000     MOVE WS-PRIOR-START(1:7) TO BT-H1-PRIOR.
029100     WRITE BT-REPORT-LINE FROM BT-HEADING-1.
029200     WRITE BT-REPORT-LINE FROM BT-BLANK-LINE.
029300     WRITE BT-REPORT-LINE FROM BT-HEADING-2.
029400 1000-EXIT.
029500     EXIT.
029600*****************************************************************
029700*    1050-GET-BUSINESS-DATE - OVERLAY THE CLOCK DATE WITH THE     *
029800*    BUSINESSDATE CONTROL ROW WHEN ONE IS SET                     *
029900*****************************************************************
030000 1050-GET-BUSINESS-DATE.
030100     EXEC SQL
030200         SELECT BUSINESSDATE
030300           INTO :WS-BUSINESS-DATE
030400           FROM BUSINESSDATE
030500          WHERE CONTROLID = 'LG'
030600     END-EXEC.
030700     IF SQLCODE EQUAL 0
030800         MOVE WS-BD-YYYY TO WS-CD-YYYY
030900         MOVE WS-BD-MM   TO WS-CD-MM
031000         MOVE WS-BD-DD   TO WS-CD-DD
031100     END-IF.
031200 1050-EXIT.
031300     EXIT.
031400*****************************************************************
031500*    2000-PROCESS-JOBS                                         *
031600*****************************************************************
031700 2000-PROCESS-JOBS.
031800     EXEC SQL
031900         OPEN TRD-JOBS
032000     END-EXEC.
032100     IF SQLCODE NOT EQUAL 0
032200         DISPLAY 'LGBTRD01 - TREND CURSOR OPEN, SQLCODE=' SQLCODE
032300         GO TO 9999-EXIT
032400     END-IF.
032500     PERFORM 2100-FETCH-JOB THRU 2100-EXIT.
032600     PERFORM 2200-REPORT-JOB THRU 2200-EXIT
032700         UNTIL WS-EOF.
032800     EXEC SQL
032900         CLOSE TRD-JOBS
033000     END-EXEC.
033100 2000-EXIT.
033200     EXIT.
033300 2100-FETCH-JOB.
033400     EXEC SQL
033500         FETCH TRD-JOBS
033600           INTO :DB2-JOBNAME, :DB2-RUNS,
033700                :DB2-PRIOR-SECS, :DB2-CURR-SECS,
033800                :DB2-PRIOR-RECS, :DB2-CURR-RECS,
033900                :DB2-TIME-PCT, :DB2-VOLUME-PCT, :DB2-EXCESS-PCT
034000     END-EXEC.
034100     EVALUATE SQLCODE
034200         WHEN 0
034300             CONTINUE
034400         WHEN 100
034500             MOVE 'Y' TO WS-EOF-SWITCH
034600         WHEN OTHER
034700             DISPLAY 'LGBTRD01 - TREND FETCH, SQLCODE=' SQLCODE
034800             GO TO 9999-EXIT
034900     END-EVALUATE.
035000 2100-EXIT.
035100     EXIT.
035200*****************************************************************
035300*    2200-REPORT-JOB - ONE LINE PER JOB; SLOWER ON THE VOLUME    *
035400*    IS FLAGGED                                                  *
035500*****************************************************************
035600 2200-REPORT-JOB.
035700     ADD 1 TO WS-JOB-COUNT.
035800     MOVE DB2-JOBNAME     TO BT-D-JOBNAME.
035900     MOVE DB2-RUNS        TO BT-D-RUNS.
036000     MOVE DB2-PRIOR-SECS  TO WS-HMS-SECS.
036100     PERFORM 7000-FORMAT-HMS THRU 7000-EXIT.
036200     MOVE WS-HMS-OUT      TO BT-D-PRIOR-TIME.
036300     MOVE DB2-CURR-SECS   TO WS-HMS-SECS.
036400     PERFORM 7000-FORMAT-HMS THRU 7000-EXIT.
036500     MOVE WS-HMS-OUT      TO BT-D-CURR-TIME.
036600     MOVE DB2-TIME-PCT    TO BT-D-TIME-PCT.
036700     MOVE DB2-PRIOR-RECS  TO BT-D-PRIOR-RECS.
036800     MOVE DB2-CURR-RECS   TO BT-D-CURR-RECS.
036900     MOVE DB2-VOLUME-PCT  TO BT-D-VOLUME-PCT.
037000     MOVE DB2-EXCESS-PCT  TO BT-D-EXCESS-PCT.
037100     MOVE SPACES          TO BT-D-FLAG.
037200     IF DB2-EXCESS-PCT GREATER THAN ZERO
037300         MOVE 'SLOWER' TO BT-D-FLAG
037400         ADD 1 TO WS-SLOWER-COUNT
037500     END-IF.
037600     WRITE BT-REPORT-LINE FROM BT-DETAIL-LINE.
037700     PERFORM 2100-FETCH-JOB THRU 2100-EXIT.
037800 2200-EXIT.
037900     EXIT.
038000*****************************************************************
038100*    7000-FORMAT-HMS - WS-HMS-SECS AS HHH:MM:SS IN WS-HMS-OUT    *
038200*****************************************************************
038300 7000-FORMAT-HMS.
038400     IF WS-HMS-SECS LESS THAN ZERO
038500         MOVE 0 TO WS-HMS-SECS
038600     END-IF.
038700     DIVIDE WS-HMS-SECS BY 3600 GIVING WS-HMS-HH
038800         REMAINDER WS-HMS-REST.
038900     DIVIDE WS-HMS-REST BY 60 GIVING WS-HMS-MM
039000         REMAINDER WS-HMS-SS.
039100 7000-EXIT.
039200     EXIT.
039300*****************************************************************
039400*    8000-FINALIZE                                             *
039500*****************************************************************
039600 8000-FINALIZE.
039700     WRITE BT-REPORT-LINE FROM BT-BLANK-LINE.
039800     MOVE 'JOBS COMPARED' TO BT-T-LABEL.
039900     MOVE WS-JOB-COUNT    TO BT-T-COUNT.
040000     WRITE BT-REPORT-LINE FROM BT-TOTAL-LINE.
040100     MOVE 'JOBS SLOWER THAN THEIR VOLUME GROWTH' TO BT-T-LABEL.
040200     MOVE WS-SLOWER-COUNT TO BT-T-COUNT.
040300     WRITE BT-REPORT-LINE FROM BT-TOTAL-LINE.
040400     CLOSE TREND-REPORT-FILE.
040500     MOVE WS-JOB-COUNT TO RCTL-RECORD-COUNT.
040600     MOVE 'E' TO RCTL-ACTION
040700     CALL 'LGRCTL01' USING RCTL-REQUEST.
040800 8000-EXIT.
040900     EXIT.
041000*****************************************************************
041100*    9999-EXIT - COMMON PROGRAM EXIT POINT                      *
041200*****************************************************************
041300 9999-EXIT.
041400     STOP RUN.
