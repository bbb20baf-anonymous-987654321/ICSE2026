000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     LGCHRN01.
000300 AUTHOR.         LG INSURANCE IT - BATCH SUPPORT.
000400 INSTALLATION.   LG INSURANCE.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700 REMARKS.        QUARTERLY RENEWAL LAPSE BACK-TEST.  LGRENW01
000800                 SCORES EVERY WORKLIST RENEWAL FOR LAPSE RISK
000900                 ON RENEWALSCORE.  ONCE A SCORED RENEWAL IS PAST
001000                 ITS EXPIRY BY THE GRACE PERIOD ITS OUTCOME IS
001100                 SETTLED - R RENEWED WHEN THE POLICY HAS MOVED
001200                 ON TO A LATER EXPIRY, OTHERWISE L LAPSED - AND
001300                 THE QUARTER'S RENEWALS ARE REPORTED BY RISK
001400                 BAND AND SCORE DECILE, PREDICTED AGAINST ACTUAL
001500                 LAPSE, SO THE SCORE CAN BE SEEN TO BE WORKING.
001600                 THE SETTLED OUTCOMES ALSO FEED THE SIMILAR-
001700                 CUSTOMER LAPSE RATE LGRENW01 SCORES WITH.
001800*****************************************************************
001900*    MODIFICATION HISTORY                                      *
002000*    DATE      INIT   DESCRIPTION                               *
002100*    10/15/26  LGIT   INITIAL VERSION                           *
002200*****************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER.    IBM-370.
002600 OBJECT-COMPUTER.    IBM-370.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT CHURN-REPORT-FILE ASSIGN TO CHRNRPT
003000         ORGANIZATION IS SEQUENTIAL
003100         FILE STATUS IS WS-CHRNRPT-STATUS.
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  CHURN-REPORT-FILE
003500     RECORDING MODE IS F.
003600 01  CH-REPORT-LINE              PIC X(133).
003700 WORKING-STORAGE SECTION.
003800*****************************************************************
003900*    FILE STATUS, SWITCHES AND COUNTERS                        *
004000*****************************************************************
004100 77  WS-CHRNRPT-STATUS           PIC X(02) VALUE SPACES.
004200     88  WS-CHRNRPT-OK                     VALUE '00'.
004300 77  WS-BAND-EOF-SWITCH          PIC X(01) VALUE 'N'.
004400     88  WS-BAND-EOF                       VALUE 'Y'.
004500 77  WS-DECILE-EOF-SWITCH        PIC X(01) VALUE 'N'.
004600     88  WS-DECILE-EOF                     VALUE 'Y'.
004700 77  WS-RENEWED-COUNT            PIC S9(9) COMP VALUE +0.
004800 77  WS-LAPSED-COUNT             PIC S9(9) COMP VALUE +0.
004900*****************************************************************
005000*    A RENEWAL IS SETTLED ONLY ONCE IT IS THIS MANY DAYS PAST    *
005100*    EXPIRY, SO A LATE ACCEPTANCE IS NOT COUNTED AS A LAPSE.     *
005200*    THE QUARTER REPORTED IS THE THREE MONTHS OF EXPIRIES        *
005300*    ENDING AT THAT CUTOFF                                       *
005400*****************************************************************
005500 77  WS-GRACE-DAYS               PIC S9(4) COMP VALUE +30.
005600 77  WS-QUARTER-MONTHS           PIC S9(4) COMP VALUE +3.
005700*****************************************************************
005800*    THE SUITE RUNS ON THE OPERATOR-CONTROLLED BUSINESS DATE -    *
005900*    THE SYSTEM CLOCK IS ONLY THE FALLBACK WHEN THE CONTROL ROW   *
006000*    IS ABSENT, SO RERUNS AND LATE-RUNNING SCHEDULES KEEP THE     *
006100*    RIGHT DATED OUTPUT AND SELECTIONS                            *
006200*****************************************************************
006300 01  WS-BUSINESS-DATE.
006400     05  WS-BD-YYYY              PIC 9(04).
006500     05  FILLER                  PIC X(01).
006600     05  WS-BD-MM                PIC 9(02).
006700     05  FILLER                  PIC X(01).
006800     05  WS-BD-DD                PIC 9(02).
006900 01  WS-CURRENT-DATE-TIME.
007000     05  WS-CD-YYYY              PIC 9(04).
007100     05  WS-CD-MM                PIC 9(02).
007200     05  WS-CD-DD                PIC 9(02).
007300     05  FILLER                  PIC X(10).
007400 01  WS-RUNDATE-ISO              PIC X(10).
007500 01  WS-RUNDATE-BRKDN            REDEFINES WS-RUNDATE-ISO.
007600     05  WS-RI-YYYY              PIC 9(04).
007700     05  FILLER                  PIC X(01).
007800     05  WS-RI-MM                PIC 9(02).
007900     05  FILLER                  PIC X(01).
008000     05  WS-RI-DD                PIC 9(02).
008100 01  WS-WINSTART-ISO             PIC X(10) VALUE SPACES.
008200 01  WS-WINEND-ISO               PIC X(10) VALUE SPACES.
008300*****************************************************************
008400*    ONE RESULT ROW - A RISK BAND OR A SCORE DECILE.  THE SCORE  *
008500*    IS READ AS A LAPSE PERCENTAGE, SO THE AVERAGE SCORE IS THE  *
008600*    PREDICTED LAPSE RATE SET AGAINST THE ACTUAL ONE             *
008700*****************************************************************
008800 01  DB2-RESULT-ROW.
008900     05  DB2-RS-BAND             PIC X(01).
009000     05  DB2-RS-DECILE           PIC S9(4) COMP.
009100     05  DB2-RS-COUNT            PIC S9(9) COMP.
009200     05  DB2-RS-AVG-SCORE        PIC S9(5)V99 COMP-3.
009300     05  DB2-RS-LAPSED           PIC S9(9) COMP.
009400     05  DB2-RS-CALLED           PIC S9(9) COMP.
009500     05  DB2-RS-CALLED-LAPSED    PIC S9(9) COMP.
009600 01  WS-RATES.
009700     05  WS-ACTUAL-PCT           PIC S9(3)V9 COMP-3 VALUE +0.
009800     05  WS-CALLED-PCT           PIC S9(3)V9 COMP-3 VALUE +0.
009900     05  WS-DIFF-PCT             PIC S9(3)V9 COMP-3 VALUE +0.
010000*****************************************************************
010100*    QUARTER TOTALS AND EACH BAND'S ACTUAL RATE FOR THE ORDER    *
010200*    CHECK - A WORKING SCORE LAPSES MORE HIGH THAN MEDIUM AND    *
010300*    MORE MEDIUM THAN LOW                                        *
010400*****************************************************************
010500 01  WS-TOTALS.
010600     05  WS-TOT-COUNT            PIC S9(9) COMP VALUE +0.
010700     05  WS-TOT-LAPSED           PIC S9(9) COMP VALUE +0.
010800     05  WS-TOT-CALLED           PIC S9(9) COMP VALUE +0.
010900     05  WS-TOT-CALLED-LAPSED    PIC S9(9) COMP VALUE +0.
011000     05  WS-TOT-SCORE            PIC S9(11)V99 COMP-3 VALUE +0.
011100     05  WS-HIGH-LAPSED          PIC S9(9) COMP VALUE +0.
011200     05  WS-HIGH-PCT             PIC S9(3)V9 COMP-3 VALUE -1.
011300     05  WS-MEDIUM-PCT           PIC S9(3)V9 COMP-3 VALUE -1.
011400     05  WS-LOW-PCT              PIC S9(3)V9 COMP-3 VALUE -1.
011500*****************************************************************
011600*    REPORT LINE LAYOUTS                                        *
011700*****************************************************************
011800 01  CH-HEADING-1.
011900     05  FILLER                  PIC X(40) VALUE
012000         'LG INSURANCE - RENEWAL LAPSE BACK-TEST'.
012100     05  FILLER                  PIC X(13) VALUE ' EXPIRIES    '.
012200     05  CH-H1-FROM              PIC X(10).
012300     05  FILLER                  PIC X(04) VALUE ' TO '.
012400     05  CH-H1-TO                PIC X(10).
012500     05  FILLER                  PIC X(10) VALUE ' RUN DATE '.
012600     05  CH-H1-RUNDATE           PIC X(10).
012700     05  FILLER                  PIC X(36) VALUE SPACES.
012800 01  CH-SECTION-LINE.
012900     05  FILLER                  PIC X(02) VALUE SPACES.
013000     05  CH-SECTION-TITLE        PIC X(40).
013100     05  FILLER                  PIC X(91) VALUE SPACES.
013200 01  CH-HEADING-2.
013300     05  FILLER                  PIC X(10) VALUE '  BAND'.
013400     05  FILLER                  PIC X(10) VALUE '  SCORED'.
013500     05  FILLER                  PIC X(10) VALUE '  LAPSED'.
013600     05  FILLER                  PIC X(10) VALUE 'ACTUAL%'.
013700     05  FILLER                  PIC X(08) VALUE 'PREDICT%'.
013800     05  FILLER                  PIC X(09) VALUE '   DIFF'.
013900     05  FILLER                  PIC X(10) VALUE '  CALLED'.
014000     05  FILLER                  PIC X(08) VALUE 'CALLED%'.
014100     05  FILLER                  PIC X(58) VALUE SPACES.
014200 01  CH-RESULT-LINE.
014300     05  FILLER                  PIC X(02) VALUE SPACES.
014400     05  CH-R-LABEL              PIC X(08).
014500     05  CH-R-COUNT              PIC ZZZ,ZZ9.
014600     05  FILLER                  PIC X(03) VALUE SPACES.
014700     05  CH-R-LAPSED             PIC ZZZ,ZZ9.
014800     05  FILLER                  PIC X(03) VALUE SPACES.
014900     05  CH-R-ACTUAL             PIC ZZ9.9.
015000     05  FILLER                  PIC X(05) VALUE SPACES.
015100     05  CH-R-PREDICTED          PIC ZZ9.9.
015200     05  FILLER                  PIC X(03) VALUE SPACES.
015300     05  CH-R-DIFF               PIC -ZZ9.9.
015400     05  FILLER                  PIC X(03) VALUE SPACES.
015500     05  CH-R-CALLED             PIC ZZZ,ZZ9.
015600     05  FILLER                  PIC X(03) VALUE SPACES.
015700     05  CH-R-CALLED-PCT         PIC ZZ9.9.
015800     05  FILLER                  PIC X(61) VALUE SPACES.
015900 01  CH-DECILE-LABEL.
016000     05  CH-DL-LOW               PIC 9(02).
016100     05  FILLER                  PIC X(01) VALUE '-'.
016200     05  CH-DL-HIGH              PIC 9(02).
016300     05  FILLER                  PIC X(03) VALUE SPACES.
016400 01  CH-SUMMARY-LINE.
016500     05  FILLER                  PIC X(02) VALUE SPACES.
016600     05  CH-S-LABEL              PIC X(40).
016700     05  CH-S-COUNT              PIC ZZZ,ZZZ,ZZ9.
016800     05  FILLER                  PIC X(80) VALUE SPACES.
016900 01  CH-PCT-LINE.
017000     05  FILLER                  PIC X(02) VALUE SPACES.
017100     05  CH-P-LABEL              PIC X(40).
017200     05  FILLER                  PIC X(06) VALUE SPACES.
017300     05  CH-P-PCT                PIC ZZ9.9.
017400     05  FILLER                  PIC X(80) VALUE SPACES.
017500 01  CH-CHECK-LINE.
017600     05  FILLER                  PIC X(02) VALUE SPACES.
017700     05  FILLER                  PIC X(18) VALUE
017800         'BAND ORDER CHECK: '.
017900     05  CH-C-TEXT               PIC X(60).
018000     05  FILLER                  PIC X(53) VALUE SPACES.
018100     EXEC SQL
018200         INCLUDE SQLCA
018300     END-EXEC.
018400     COPY LGRCTL.
018500*****************************************************************
018600*    THE QUARTER'S SETTLED RENEWALS BY RISK BAND, HIGH FIRST     *
018700*****************************************************************
018800     EXEC SQL
018900         DECLARE BAND-RESULTS CURSOR FOR
019000           SELECT BAND, COUNT(*),
019100                  AVG(DECIMAL(SCORE, 7, 2)),
019200                  SUM(CASE WHEN OUTCOME = 'L'
019300                           THEN 1 ELSE 0 END),
019400                  SUM(CASE WHEN RETENTIONCALL = 'Y'
019500                           THEN 1 ELSE 0 END),
019600                  SUM(CASE WHEN RETENTIONCALL = 'Y'
019700                            AND OUTCOME = 'L'
019800                           THEN 1 ELSE 0 END)
019900             FROM RENEWALSCORE
020000            WHERE OUTCOME IN ('R','L')
020100              AND EXPIRYDATE >  :WS-WINSTART-ISO
020200              AND EXPIRYDATE <= :WS-WINEND-ISO
020300            GROUP BY BAND
020400            ORDER BY CASE BAND WHEN 'H' THEN 1
020500                               WHEN 'M' THEN 2
020600                               ELSE 3 END
020700     END-EXEC.
020800*****************************************************************
020900*    THE SAME RENEWALS BY SCORE DECILE - 100 FALLS IN THE TOP    *
021000*****************************************************************
021100     EXEC SQL
021200         DECLARE SCORE-DECILES CURSOR FOR
021300           SELECT D.DECILE, COUNT(*),
021400                  AVG(DECIMAL(D.SCORE, 7, 2)),
021500                  SUM(CASE WHEN D.OUTCOME = 'L'
021600                           THEN 1 ELSE 0 END),
021700                  SUM(CASE WHEN D.RETENTIONCALL = 'Y'
021800                           THEN 1 ELSE 0 END),
021900                  SUM(CASE WHEN D.RETENTIONCALL = 'Y'
022000                            AND D.OUTCOME = 'L'
022100                           THEN 1 ELSE 0 END)
022200             FROM ( SELECT CASE WHEN SCORE > 89 THEN 9
022300                                ELSE SCORE / 10 END,
022400                           SCORE, OUTCOME, RETENTIONCALL
022500                      FROM RENEWALSCORE
022600                     WHERE OUTCOME IN ('R','L')
022700                       AND EXPIRYDATE >  :WS-WINSTART-ISO
022800                       AND EXPIRYDATE <= :WS-WINEND-ISO
022900                  ) AS D ( DECILE, SCORE, OUTCOME,
023000                           RETENTIONCALL )
023100            GROUP BY D.DECILE
023200            ORDER BY 1
023300     END-EXEC.
023400 LINKAGE SECTION.
023500 PROCEDURE DIVISION.
023600*****************************************************************
023700*    0000-MAINLINE                                             *
023800*****************************************************************
023900 0000-MAINLINE SECTION.
024000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024100     PERFORM 2000-SETTLE-OUTCOMES THRU 2000-EXIT.
024200     PERFORM 3000-REPORT-BANDS THRU 3000-EXIT.
024300     PERFORM 4000-REPORT-DECILES THRU 4000-EXIT.
024400     PERFORM 8000-FINALIZE THRU 8000-EXIT.
024500     GO TO 9999-EXIT.
024600 0000-MAINLINE-EXIT.
024700     EXIT.
024800*****************************************************************
024900*    1000-INITIALIZE - REGISTER THE RUN, SET THE QUARTER, OPEN   *
025000*    THE REPORT                                                  *
025100*****************************************************************
025200 1000-INITIALIZE.
025300     ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
025400     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
025500*    THE RUN REGISTERS WITH THE BATCH RUN-CONTROL BEFORE
025600*    DOING ANY WORK - PREREQUISITES AND DOUBLE-RUN
025700*    PROTECTION LIVE IN LGRCTL01
025800     MOVE 'S'        TO RCTL-ACTION
025900     MOVE 'LGCHRN01' TO RCTL-JOBNAME
026000     MOVE WS-CD-YYYY TO RCTL-BD-YYYY
026100     MOVE WS-CD-MM   TO RCTL-BD-MM
026200     MOVE WS-CD-DD   TO RCTL-BD-DD
026300     MOVE '-'        TO RCTL-BD-S1
026400     MOVE '-'        TO RCTL-BD-S2
026500     CALL 'LGRCTL01' USING RCTL-REQUEST
026600     IF RCTL-RC NOT EQUAL '00'
026700         DISPLAY 'LGCHRN01 - RUN CONTROL REFUSED, RC='
026800                 RCTL-RC ' PREREQ=' RCTL-PREREQ-MISSING
026900         GO TO 9999-EXIT
027000     END-IF.
027100     MOVE WS-CD-YYYY TO WS-RI-YYYY.
027200     MOVE WS-CD-MM   TO WS-RI-MM.
027300     MOVE WS-CD-DD   TO WS-RI-DD.
027400     MOVE '-'        TO WS-RUNDATE-ISO(5:1).
027500     MOVE '-'        TO WS-RUNDATE-ISO(8:1).
027600     EXEC SQL
027700         SELECT CHAR(DATE(:WS-RUNDATE-ISO)
027800                     - :WS-GRACE-DAYS DAYS, ISO),
027900                CHAR(DATE(:WS-RUNDATE-ISO)
028000                     - :WS-GRACE-DAYS DAYS
028100                     - :WS-QUARTER-MONTHS MONTHS, ISO)
028200           INTO :WS-WINEND-ISO, :WS-WINSTART-ISO
028300           FROM SYSIBM.SYSDUMMY1
028400     END-EXEC.
028500     IF SQLCODE NOT EQUAL 0
028600         DISPLAY 'LGCHRN01 - WINDOW SELECT, SQLCODE=' SQLCODE
028700         GO TO 9999-EXIT
028800     END-IF.
028900     OPEN OUTPUT CHURN-REPORT-FILE.
029000     IF NOT WS-CHRNRPT-OK
029100         DISPLAY 'LGCHRN01 - CHRNRPT OPEN FAILED, STATUS='
029200                 WS-CHRNRPT-STATUS
029300         GO TO 9999-EXIT
029400     END-IF.
029500     MOVE WS-WINSTART-ISO TO CH-H1-FROM.
029600     MOVE WS-WINEND-ISO   TO CH-H1-TO.
029700     MOVE WS-RUNDATE-ISO  TO CH-H1-RUNDATE.
029800     WRITE CH-REPORT-LINE FROM CH-HEADING-1.
029900 1000-EXIT.
030000     EXIT.
030100*****************************************************************
030200*    1050-GET-BUSINESS-DATE - OVERLAY THE CLOCK DATE WITH THE     *
030300*    BUSINESSDATE CONTROL ROW WHEN ONE IS SET                     *
030400*****************************************************************
030500 1050-GET-BUSINESS-DATE.
030600     EXEC SQL
030700         SELECT BUSINESSDATE
030800           INTO :WS-BUSINESS-DATE
030900           FROM BUSINESSDATE
031000          WHERE CONTROLID = 'LG'
031100     END-EXEC.
031200     IF SQLCODE EQUAL 0
031300         MOVE WS-BD-YYYY TO WS-CD-YYYY
031400         MOVE WS-BD-MM   TO WS-CD-MM
031500         MOVE WS-BD-DD   TO WS-CD-DD
031600     END-IF.
031700 1050-EXIT.
031800     EXIT.
031900*****************************************************************
032000*    2000-SETTLE-OUTCOMES - EVERY SCORED RENEWAL NOW PAST THE    *
032100*    GRACE PERIOD IS SETTLED, WHATEVER QUARTER IT FELL IN.  A    *
032200*    POLICY THAT HAS MOVED ON TO A LATER EXPIRY RENEWED; ONE     *
032300*    STILL ON THE SCORED EXPIRY, OR GONE, LAPSED                 *
032400*****************************************************************
032500 2000-SETTLE-OUTCOMES.
032600     EXEC SQL
032700         UPDATE RENEWALSCORE S
032800            SET OUTCOME     = 'R',
032900                OUTCOMEDATE = DATE(:WS-RUNDATE-ISO)
033000          WHERE S.OUTCOME     = ' '
033100            AND S.EXPIRYDATE <= :WS-WINEND-ISO
033200            AND EXISTS
033300                ( SELECT 1
033400                    FROM POLICY P
033500                   WHERE P.POLICYNUMBER = S.POLICYNUMBER
033600                     AND P.EXPIRYDATE   > S.EXPIRYDATE )
033700     END-EXEC.
033800     EVALUATE SQLCODE
033900         WHEN 0
034000             MOVE SQLERRD(3) TO WS-RENEWED-COUNT
034100         WHEN 100
034200             CONTINUE
034300         WHEN OTHER
034400             DISPLAY 'LGCHRN01 - RENEWED UPDATE, SQLCODE='
034500                     SQLCODE
034600             GO TO 9999-EXIT
034700     END-EVALUATE.
034800     EXEC SQL
034900         UPDATE RENEWALSCORE
035000            SET OUTCOME     = 'L',
035100                OUTCOMEDATE = DATE(:WS-RUNDATE-ISO)
035200          WHERE OUTCOME     = ' '
035300            AND EXPIRYDATE <= :WS-WINEND-ISO
035400     END-EXEC.
035500     EVALUATE SQLCODE
035600         WHEN 0
035700             MOVE SQLERRD(3) TO WS-LAPSED-COUNT
035800         WHEN 100
035900             CONTINUE
036000         WHEN OTHER
036100             DISPLAY 'LGCHRN01 - LAPSED UPDATE, SQLCODE='
036200                     SQLCODE
036300             GO TO 9999-EXIT
036400     END-EVALUATE.
036500 2000-EXIT.
036600     EXIT.
036700*****************************************************************
036800*    3000-REPORT-BANDS - PREDICTED AGAINST ACTUAL BY RISK BAND,  *
036900*    THEN THE QUARTER IN TOTAL                                   *
037000*****************************************************************
037100 3000-REPORT-BANDS.
037200     MOVE 'BY RISK BAND' TO CH-SECTION-TITLE.
037300     MOVE SPACES TO CH-REPORT-LINE.
037400     WRITE CH-REPORT-LINE.
037500     WRITE CH-REPORT-LINE FROM CH-SECTION-LINE.
037600     WRITE CH-REPORT-LINE FROM CH-HEADING-2.
037700     EXEC SQL
037800         OPEN BAND-RESULTS
037900     END-EXEC.
038000     IF SQLCODE NOT EQUAL 0
038100         DISPLAY 'LGCHRN01 - BAND CURSOR OPEN, SQLCODE=' SQLCODE
038200         GO TO 9999-EXIT
038300     END-IF.
038400     PERFORM 3100-FETCH-BAND THRU 3100-EXIT.
038500     PERFORM 3200-BAND-LINE THRU 3200-EXIT
038600         UNTIL WS-BAND-EOF.
038700     EXEC SQL
038800         CLOSE BAND-RESULTS
038900     END-EXEC.
039000     IF WS-TOT-COUNT GREATER THAN ZERO
039100         MOVE 'ALL' TO CH-R-LABEL
039200         MOVE WS-TOT-COUNT         TO DB2-RS-COUNT
039300         MOVE WS-TOT-LAPSED        TO DB2-RS-LAPSED
039400         MOVE WS-TOT-CALLED        TO DB2-RS-CALLED
039500         MOVE WS-TOT-CALLED-LAPSED TO DB2-RS-CALLED-LAPSED
039600         COMPUTE DB2-RS-AVG-SCORE ROUNDED =
039700             WS-TOT-SCORE / WS-TOT-COUNT
039800         PERFORM 5000-RESULT-LINE THRU 5000-EXIT
039900     END-IF.
040000 3000-EXIT.
040100     EXIT.
040200 3100-FETCH-BAND.
040300     EXEC SQL
040400         FETCH BAND-RESULTS
040500          INTO :DB2-RS-BAND, :DB2-RS-COUNT,
040600               :DB2-RS-AVG-SCORE, :DB2-RS-LAPSED,
040700               :DB2-RS-CALLED, :DB2-RS-CALLED-LAPSED
040800     END-EXEC.
040900     EVALUATE SQLCODE
041000         WHEN 0
041100             CONTINUE
041200         WHEN 100
041300             MOVE 'Y' TO WS-BAND-EOF-SWITCH
041400         WHEN OTHER
041500             DISPLAY 'LGCHRN01 - BAND FETCH, SQLCODE=' SQLCODE
041600             GO TO 9999-EXIT
041700     END-EVALUATE.
041800 3100-EXIT.
041900     EXIT.
042000 3200-BAND-LINE.
042100     EVALUATE DB2-RS-BAND
042200         WHEN 'H'
042300             MOVE 'HIGH'   TO CH-R-LABEL
042400             MOVE DB2-RS-LAPSED TO WS-HIGH-LAPSED
042500         WHEN 'M'
042600             MOVE 'MEDIUM' TO CH-R-LABEL
042700         WHEN OTHER
042800             MOVE 'LOW'    TO CH-R-LABEL
042900     END-EVALUATE.
043000     PERFORM 5000-RESULT-LINE THRU 5000-EXIT.
043100     EVALUATE DB2-RS-BAND
043200         WHEN 'H'
043300             MOVE WS-ACTUAL-PCT TO WS-HIGH-PCT
043400         WHEN 'M'
043500             MOVE WS-ACTUAL-PCT TO WS-MEDIUM-PCT
043600         WHEN OTHER
043700             MOVE WS-ACTUAL-PCT TO WS-LOW-PCT
043800     END-EVALUATE.
043900     ADD DB2-RS-COUNT         TO WS-TOT-COUNT.
044000     ADD DB2-RS-LAPSED        TO WS-TOT-LAPSED.
044100     ADD DB2-RS-CALLED        TO WS-TOT-CALLED.
044200     ADD DB2-RS-CALLED-LAPSED TO WS-TOT-CALLED-LAPSED.
044300     COMPUTE WS-TOT-SCORE =
044400         WS-TOT-SCORE + DB2-RS-AVG-SCORE * DB2-RS-COUNT.
044500     PERFORM 3100-FETCH-BAND THRU 3100-EXIT.
044600 3200-EXIT.
044700     EXIT.
044800*****************************************************************
044900*    4000-REPORT-DECILES - PREDICTED AGAINST ACTUAL BY SCORE     *
045000*    DECILE; ACTUAL LAPSE SHOULD CLIMB WITH THE DECILE           *
045100*****************************************************************
045200 4000-REPORT-DECILES.
045300     MOVE 'BY SCORE DECILE' TO CH-SECTION-TITLE.
045400     MOVE SPACES TO CH-REPORT-LINE.
045500     WRITE CH-REPORT-LINE.
045600     WRITE CH-REPORT-LINE FROM CH-SECTION-LINE.
045700     WRITE CH-REPORT-LINE FROM CH-HEADING-2.
045800     EXEC SQL
045900         OPEN SCORE-DECILES
046000     END-EXEC.
046100     IF SQLCODE NOT EQUAL 0
046200         DISPLAY 'LGCHRN01 - DECILE CURSOR OPEN, SQLCODE='
046300                 SQLCODE
046400         GO TO 9999-EXIT
046500     END-IF.
046600     PERFORM 4100-FETCH-DECILE THRU 4100-EXIT.
046700     PERFORM 4200-DECILE-LINE THRU 4200-EXIT
046800         UNTIL WS-DECILE-EOF.
046900     EXEC SQL
047000         CLOSE SCORE-DECILES
047100     END-EXEC.
047200 4000-EXIT.
047300     EXIT.
047400 4100-FETCH-DECILE.
047500     EXEC SQL
047600         FETCH SCORE-DECILES
047700          INTO :DB2-RS-DECILE, :DB2-RS-COUNT,
047800               :DB2-RS-AVG-SCORE, :DB2-RS-LAPSED,
047900               :DB2-RS-CALLED, :DB2-RS-CALLED-LAPSED
048000     END-EXEC.
048100     EVALUATE SQLCODE
048200         WHEN 0
048300             CONTINUE
048400         WHEN 100
048500             MOVE 'Y' TO WS-DECILE-EOF-SWITCH
048600         WHEN OTHER
048700             DISPLAY 'LGCHRN01 - DECILE FETCH, SQLCODE=' SQLCODE
048800             GO TO 9999-EXIT
048900     END-EVALUATE.
049000 4100-EXIT.
049100     EXIT.
049200 4200-DECILE-LINE.
049300     IF DB2-RS-DECILE EQUAL 9
049400         MOVE '90-100' TO CH-R-LABEL
049500     ELSE
049600         COMPUTE CH-DL-LOW  = DB2-RS-DECILE * 10
049700         COMPUTE CH-DL-HIGH = DB2-RS-DECILE * 10 + 9
049800         MOVE CH-DECILE-LABEL TO CH-R-LABEL
049900     END-IF.
050000     PERFORM 5000-RESULT-LINE THRU 5000-EXIT.
050100     PERFORM 4100-FETCH-DECILE THRU 4100-EXIT.
050200 4200-EXIT.
050300     EXIT.
050400*****************************************************************
050500*    5000-RESULT-LINE - RATES FOR ONE ROW; THE CALLED RATE IS    *
050600*    THE LAPSE RATE AMONG THE RENEWALS THAT WERE CALLED          *
050700*****************************************************************
050800 5000-RESULT-LINE.
050900     MOVE 0 TO WS-ACTUAL-PCT.
051000     MOVE 0 TO WS-CALLED-PCT.
051100     IF DB2-RS-COUNT GREATER THAN ZERO
051200         COMPUTE WS-ACTUAL-PCT ROUNDED =
051300             DB2-RS-LAPSED * 100 / DB2-RS-COUNT
051400     END-IF.
051500     IF DB2-RS-CALLED GREATER THAN ZERO
051600         COMPUTE WS-CALLED-PCT ROUNDED =
051700             DB2-RS-CALLED-LAPSED * 100 / DB2-RS-CALLED
051800     END-IF.
051900     COMPUTE WS-DIFF-PCT ROUNDED =
052000         WS-ACTUAL-PCT - DB2-RS-AVG-SCORE.
052100     MOVE DB2-RS-COUNT     TO CH-R-COUNT.
052200     MOVE DB2-RS-LAPSED    TO CH-R-LAPSED.
052300     MOVE WS-ACTUAL-PCT    TO CH-R-ACTUAL.
052400     MOVE DB2-RS-AVG-SCORE TO CH-R-PREDICTED.
052500     MOVE WS-DIFF-PCT      TO CH-R-DIFF.
052600     MOVE DB2-RS-CALLED    TO CH-R-CALLED.
052700     MOVE WS-CALLED-PCT    TO CH-R-CALLED-PCT.
052800     WRITE CH-REPORT-LINE FROM CH-RESULT-LINE.
052900 5000-EXIT.
053000     EXIT.
053100*****************************************************************
053200*    8000-FINALIZE - OUTCOMES SETTLED, HOW MANY LAPSES THE HIGH  *
053300*    BAND CAUGHT, AND WHETHER THE BANDS FALL IN THE RIGHT ORDER  *
053400*****************************************************************
053500 8000-FINALIZE.
053600     MOVE SPACES TO CH-REPORT-LINE.
053700     WRITE CH-REPORT-LINE.
053800     MOVE 'OUTCOMES SETTLED - RENEWED' TO CH-S-LABEL.
053900     MOVE WS-RENEWED-COUNT TO CH-S-COUNT.
054000     WRITE CH-REPORT-LINE FROM CH-SUMMARY-LINE.
054100     MOVE 'OUTCOMES SETTLED - LAPSED' TO CH-S-LABEL.
054200     MOVE WS-LAPSED-COUNT TO CH-S-COUNT.
054300     WRITE CH-REPORT-LINE FROM CH-SUMMARY-LINE.
054400     MOVE 'RENEWALS IN THE QUARTER' TO CH-S-LABEL.
054500     MOVE WS-TOT-COUNT TO CH-S-COUNT.
054600     WRITE CH-REPORT-LINE FROM CH-SUMMARY-LINE.
054700     MOVE 0 TO WS-ACTUAL-PCT.
054800     IF WS-TOT-LAPSED GREATER THAN ZERO
054900         COMPUTE WS-ACTUAL-PCT ROUNDED =
055000             WS-HIGH-LAPSED * 100 / WS-TOT-LAPSED
055100     END-IF.
055200     MOVE 'PCT OF LAPSES SCORED HIGH RISK' TO CH-P-LABEL.
055300     MOVE WS-ACTUAL-PCT TO CH-P-PCT.
055400     WRITE CH-REPORT-LINE FROM CH-PCT-LINE.
055500     EVALUATE TRUE
055600         WHEN WS-HIGH-PCT LESS THAN ZERO OR
055700              WS-MEDIUM-PCT LESS THAN ZERO OR
055800              WS-LOW-PCT LESS THAN ZERO
055900             MOVE 'SOME BANDS HAVE NO SETTLED RENEWALS'
056000                 TO CH-C-TEXT
056100         WHEN WS-HIGH-PCT GREATER THAN WS-MEDIUM-PCT AND
056200              WS-MEDIUM-PCT GREATER THAN WS-LOW-PCT
056300             MOVE 'HIGH > MEDIUM > LOW - SCORE SEPARATING'
056400                 TO CH-C-TEXT
056500         WHEN OTHER
056600             MOVE 'BANDS OUT OF ORDER - REVIEW THE SCORE WEIGHTS'
056700                 TO CH-C-TEXT
056800     END-EVALUATE.
056900     WRITE CH-REPORT-LINE FROM CH-CHECK-LINE.
057000     CLOSE CHURN-REPORT-FILE.
057100     MOVE WS-TOT-COUNT TO RCTL-RECORD-COUNT.
057200     MOVE 'E' TO RCTL-ACTION
057300     CALL 'LGRCTL01' USING RCTL-REQUEST.
057400 8000-EXIT.
057500     EXIT.
057600*****************************************************************
057700*    9999-EXIT - COMMON PROGRAM EXIT POINT                      *
057800*****************************************************************
057900 9999-EXIT.
058000     STOP RUN.
