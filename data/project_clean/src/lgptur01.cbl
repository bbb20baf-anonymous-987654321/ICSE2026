000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     LGPTUR01.
000300 AUTHOR.         LG INSURANCE IT - BATCH SUPPORT.
000400 INSTALLATION.   LG INSURANCE.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700 REMARKS.        PARTNER DAILY USAGE REPORT.  FOR EVERY PARTNER ON
000800                 THE PARTNER REGISTRY, THE AGREED LIMITS AND THE
000900                 BUSINESS DAY'S COUNTS LGPTHR01 KEPT ON
001000                 PARTNERUSAGE FOR THE WEB ADAPTER (LGWSAD01) AND
001100                 THE AGGREGATOR BULK QUOTE INTAKE (LGAGGQ01):
001200                 REQUESTS ALLOWED AND HOW MANY WERE QUOTES, THE
001300                 SHARE OF THE DAILY QUOTE QUOTA USED, REQUESTS
001400                 THROTTLED OVER THE PER-MINUTE RATE AND REQUESTS
001500                 REJECTED OVER THE QUOTA OR WHILE SUSPENDED.  THE
001600                 COMMERCIAL TEAM USE IT TO POLICE THE PARTNER
001700                 AGREEMENTS AND SET THE LIMITS ON THE REGISTRY.
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
002900     SELECT PTUR-REPORT-FILE ASSIGN TO PTURRPT
003000         ORGANIZATION IS SEQUENTIAL
003100         FILE STATUS IS WS-PTURRPT-STATUS.
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  PTUR-REPORT-FILE
003500     RECORDING MODE IS F.
003600 01  PU-REPORT-LINE              PIC X(133).
003700 WORKING-STORAGE SECTION.
003800*****************************************************************
003900*    FILE STATUS, SWITCHES AND COUNTERS                        *
004000*****************************************************************
004100 77  WS-PTURRPT-STATUS           PIC X(02) VALUE SPACES.
004200     88  WS-PTURRPT-OK                     VALUE '00'.
004300 77  WS-DB2-EOF-SWITCH           PIC X(01) VALUE 'N'.
004400     88  WS-DB2-EOF                        VALUE 'Y'.
004500 77  WS-PARTNER-COUNT            PIC 9(07) COMP-3 VALUE 0.
004600 77  WS-ALLOWED-TOTAL            PIC 9(09) COMP-3 VALUE 0.
004700 77  WS-QUOTE-TOTAL              PIC 9(09) COMP-3 VALUE 0.
004800 77  WS-THROTTLED-TOTAL          PIC 9(09) COMP-3 VALUE 0.
004900 77  WS-REJECTED-TOTAL           PIC 9(09) COMP-3 VALUE 0.
005000 77  WS-QUOTA-PCT                PIC 9(03) COMP-3 VALUE 0.
005100*****************************************************************
005200*    THE SUITE RUNS ON THE OPERATOR-CONTROLLED BUSINESS DATE -    *
005300*    THE SYSTEM CLOCK IS ONLY THE FALLBACK WHEN THE CONTROL ROW   *
005400*    IS ABSENT, SO RERUNS AND LATE-RUNNING SCHEDULES KEEP THE     *
005500*    RIGHT DATED OUTPUT AND SELECTIONS                            *
005600*****************************************************************
005700 01  WS-BUSINESS-DATE.
005800     05  WS-BD-YYYY              PIC 9(04).
005900     05  FILLER                  PIC X(01).
006000     05  WS-BD-MM                PIC 9(02).
006100     05  FILLER                  PIC X(01).
006200     05  WS-BD-DD                PIC 9(02).
006300 01  WS-CURRENT-DATE-TIME.
006400     05  WS-CD-YYYY              PIC 9(04).
006500     05  WS-CD-MM                PIC 9(02).
006600     05  WS-CD-DD                PIC 9(02).
006700     05  FILLER                  PIC X(10).
006800 01  WS-RUNDATE-ISO              PIC X(10).
006900 01  WS-RUNDATE-BRKDN            REDEFINES WS-RUNDATE-ISO.
007000     05  WS-RI-YYYY              PIC 9(04).
007100     05  FILLER                  PIC X(01).
007200     05  WS-RI-MM                PIC 9(02).
007300     05  FILLER                  PIC X(01).
007400     05  WS-RI-DD                PIC 9(02).
007500*****************************************************************
007600*    ONE PARTNER AND ITS COUNTS FOR THE DAY - ZERO WHEN IT SENT *
007700*    NOTHING.  A LIMIT OF ZERO MEANS NONE IS AGREED             *
007800*****************************************************************
007900 01  DB2-PARTNER-ROW.
008000     05  DB2-PARTNERID           PIC X(08).
008100     05  DB2-PARTNERNAME         PIC X(30).
008200     05  DB2-PARTNER-STATUS      PIC X(01).
008300     05  DB2-MINUTE-LIMIT        PIC S9(9) COMP.
008400     05  DB2-DAILY-QUOTA         PIC S9(9) COMP.
008500     05  DB2-ALLOWED             PIC S9(9) COMP.
008600     05  DB2-QUOTES              PIC S9(9) COMP.
008700     05  DB2-THROTTLED           PIC S9(9) COMP.
008800     05  DB2-REJECTED            PIC S9(9) COMP.
008900*****************************************************************
009000*    REPORT LINE LAYOUTS                                        *
009100*****************************************************************
009200 01  PU-HEADING-1.
009300     05  FILLER                  PIC X(44) VALUE
009400         'LG INSURANCE - PARTNER DAILY USAGE'.
009500     05  FILLER                  PIC X(10) VALUE ' FOR DATE '.
009600     05  PU-H1-RUNDATE           PIC X(10).
009700     05  FILLER                  PIC X(69) VALUE SPACES.
009800 01  PU-HEADING-2.
009900     05  FILLER                  PIC X(10) VALUE '  PARTNER '.
010000     05  FILLER                  PIC X(32) VALUE 'NAME'.
010100     05  FILLER                  PIC X(03) VALUE ' S '.
010200     05  FILLER                  PIC X(10) VALUE '  PER MIN '.
010300     05  FILLER                  PIC X(10) VALUE ' DAY QUOTA'.
010400     05  FILLER                  PIC X(11) VALUE '    ALLOWED'.
010500     05  FILLER                  PIC X(11) VALUE '     QUOTES'.
010600     05  FILLER                  PIC X(07) VALUE ' QUOTA%'.
010700     05  FILLER                  PIC X(11) VALUE '  THROTTLED'.
010800     05  FILLER                  PIC X(11) VALUE '   REJECTED'.
010900     05  FILLER                  PIC X(17) VALUE SPACES.
011000 01  PU-DETAIL-LINE.
011100     05  FILLER                  PIC X(02) VALUE SPACES.
011200     05  PU-D-PARTNERID          PIC X(08).
011300     05  FILLER                  PIC X(02) VALUE SPACES.
011400     05  PU-D-PARTNERNAME        PIC X(30).
011500     05  FILLER                  PIC X(01) VALUE SPACES.
011600     05  PU-D-STATUS             PIC X(01).
011700     05  FILLER                  PIC X(01) VALUE SPACES.
011800     05  PU-D-MINUTE-LIMIT       PIC ZZZ,ZZ9.
011900     05  PU-D-MINUTE-NONE        REDEFINES PU-D-MINUTE-LIMIT
012000                                 PIC X(07).
012100     05  FILLER                  PIC X(03) VALUE SPACES.
012200     05  PU-D-DAILY-QUOTA        PIC ZZZ,ZZ9.
012300     05  PU-D-QUOTA-NONE         REDEFINES PU-D-DAILY-QUOTA
012400                                 PIC X(07).
012500     05  FILLER                  PIC X(02) VALUE SPACES.
012600     05  PU-D-ALLOWED            PIC ZZZ,ZZZ,ZZ9.
012700     05  FILLER                  PIC X(01) VALUE SPACES.
012800     05  PU-D-QUOTES             PIC ZZZ,ZZZ,ZZ9.
012900     05  FILLER                  PIC X(03) VALUE SPACES.
013000     05  PU-D-QUOTA-PCT          PIC ZZ9.
013100     05  PU-D-PCT-NONE           REDEFINES PU-D-QUOTA-PCT
013200                                 PIC X(03).
013300     05  FILLER                  PIC X(01) VALUE SPACES.
013400     05  PU-D-THROTTLED          PIC ZZZ,ZZZ,ZZ9.
013500     05  FILLER                  PIC X(01) VALUE SPACES.
013600     05  PU-D-REJECTED           PIC ZZZ,ZZZ,ZZ9.
013700     05  FILLER                  PIC X(16) VALUE SPACES.
013800 01  PU-SUMMARY-LINE.
013900     05  FILLER                  PIC X(02) VALUE SPACES.
014000     05  PU-S-LABEL              PIC X(40).
014100     05  PU-S-COUNT              PIC ZZZ,ZZZ,ZZ9.
014200     05  FILLER                  PIC X(80) VALUE SPACES.
014300     EXEC SQL
014400         INCLUDE SQLCA
014500     END-EXEC.
014600     COPY LGRCTL.
014700*****************************************************************
014800*    EVERY REGISTERED PARTNER WITH THE BUSINESS DAY'S USAGE     *
014900*****************************************************************
015000     EXEC SQL
015100         DECLARE PARTNER-USAGE CURSOR FOR
015200           SELECT P.PARTNERID, P.PARTNERNAME, P.STATUS,
015300                  P.MINUTELIMIT, P.DAILYQUOTELIMIT,
015400                  COALESCE(U.ALLOWEDCOUNT, 0),
015500                  COALESCE(U.QUOTECOUNT, 0),
015600                  COALESCE(U.THROTTLEDCOUNT, 0),
015700                  COALESCE(U.REJECTEDCOUNT, 0)
015800             FROM PARTNER P
015900                  LEFT OUTER JOIN PARTNERUSAGE U
016000                    ON U.PARTNERID = P.PARTNERID
016100                   AND U.USAGEDATE = :WS-RUNDATE-ISO
016200            ORDER BY P.PARTNERID
016300     END-EXEC.
016400 LINKAGE SECTION.
016500 PROCEDURE DIVISION.
016600*****************************************************************
016700*    0000-MAINLINE                                             *
016800*****************************************************************
016900 0000-MAINLINE SECTION.
017000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017100     PERFORM 2000-REPORT-PARTNER THRU 2000-EXIT
017200         UNTIL WS-DB2-EOF.
017300     PERFORM 8000-FINALIZE THRU 8000-EXIT.
017400     GO TO 9999-EXIT.
017500 0000-MAINLINE-EXIT.
017600     EXIT.
017700*****************************************************************
017800*    1000-INITIALIZE - REGISTER THE RUN, OPEN THE REPORT AND    *
017900*    THE PARTNER CURSOR                                         *
018000*****************************************************************
018100 1000-INITIALIZE.
018200     ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
018300     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
018400*    THE RUN REGISTERS WITH THE BATCH RUN-CONTROL BEFORE
018500*    DOING ANY WORK - PREREQUISITES AND DOUBLE-RUN
018600*    PROTECTION LIVE IN LGRCTL01
018700     MOVE 'S'        TO RCTL-ACTION
018800     MOVE 'LGPTUR01' TO RCTL-JOBNAME
018900     MOVE WS-CD-YYYY TO RCTL-BD-YYYY
019000     MOVE WS-CD-MM   TO RCTL-BD-MM
019100     MOVE WS-CD-DD   TO RCTL-BD-DD
019200     MOVE '-'        TO RCTL-BD-S1
019300     MOVE '-'        TO RCTL-BD-S2
019400     CALL 'LGRCTL01' USING RCTL-REQUEST
019500     IF RCTL-RC NOT EQUAL '00'
019600         DISPLAY 'LGPTUR01 - RUN CONTROL REFUSED, RC='
019700                 RCTL-RC ' PREREQ=' RCTL-PREREQ-MISSING
019800         GO TO 9999-EXIT
019900     END-IF.
020000     MOVE WS-CD-YYYY TO WS-RI-YYYY.
020100     MOVE WS-CD-MM   TO WS-RI-MM.
020200     MOVE WS-CD-DD   TO WS-RI-DD.
020300     MOVE '-'        TO WS-RUNDATE-ISO(5:1).
020400     MOVE '-'        TO WS-RUNDATE-ISO(8:1).
020500     OPEN OUTPUT PTUR-REPORT-FILE.
020600     IF NOT WS-PTURRPT-OK
020700         DISPLAY 'LGPTUR01 - PTURRPT OPEN FAILED, STATUS='
020800                 WS-PTURRPT-STATUS
020900         GO TO 9999-EXIT
021000     END-IF.
021100     MOVE WS-RUNDATE-ISO TO PU-H1-RUNDATE.
021200     WRITE PU-REPORT-LINE FROM PU-HEADING-1.
021300     WRITE PU-REPORT-LINE FROM PU-HEADING-2.
021400     EXEC SQL
021500         OPEN PARTNER-USAGE
021600     END-EXEC.
021700     IF SQLCODE NOT EQUAL 0
021800         DISPLAY 'LGPTUR01 - CURSOR OPEN, SQLCODE=' SQLCODE
021900         GO TO 9999-EXIT
022000     END-IF.
022100     PERFORM 3000-READ-DB2 THRU 3000-EXIT.
022200 1000-EXIT.
022300     EXIT.
022400*****************************************************************
022500*    1050-GET-BUSINESS-DATE - OVERLAY THE CLOCK DATE WITH THE     *
022600*    BUSINESSDATE CONTROL ROW WHEN ONE IS SET                     *
022700*****************************************************************
022800 1050-GET-BUSINESS-DATE.
022900     EXEC SQL
023000         SELECT BUSINESSDATE
023100           INTO :WS-BUSINESS-DATE
023200           FROM BUSINESSDATE
023300          WHERE CONTROLID = 'LG'
023400     END-EXEC.
023500     IF SQLCODE EQUAL 0
023600         MOVE WS-BD-YYYY TO WS-CD-YYYY
023700         MOVE WS-BD-MM   TO WS-CD-MM
023800         MOVE WS-BD-DD   TO WS-CD-DD
023900     END-IF.
024000 1050-EXIT.
024100     EXIT.
024200*****************************************************************
024300*    2000-REPORT-PARTNER - ONE PARTNER.  THE QUOTA SHARE IS THE *
024400*    QUOTES ALLOWED AGAINST THE DAILY QUOTE QUOTA               *
024500*****************************************************************
024600 2000-REPORT-PARTNER.
024700     MOVE DB2-PARTNERID          TO PU-D-PARTNERID.
024800     MOVE DB2-PARTNERNAME        TO PU-D-PARTNERNAME.
024900     MOVE DB2-PARTNER-STATUS     TO PU-D-STATUS.
025000     IF DB2-MINUTE-LIMIT GREATER THAN ZERO
025100         MOVE DB2-MINUTE-LIMIT   TO PU-D-MINUTE-LIMIT
025200     ELSE
025300         MOVE '   NONE'          TO PU-D-MINUTE-NONE
025400     END-IF.
025500     IF DB2-DAILY-QUOTA GREATER THAN ZERO
025600         MOVE DB2-DAILY-QUOTA    TO PU-D-DAILY-QUOTA
025700         COMPUTE WS-QUOTA-PCT ROUNDED =
025800             DB2-QUOTES * 100 / DB2-DAILY-QUOTA
025900         MOVE WS-QUOTA-PCT       TO PU-D-QUOTA-PCT
026000     ELSE
026100         MOVE '   NONE'          TO PU-D-QUOTA-NONE
026200         MOVE SPACES             TO PU-D-PCT-NONE
026300     END-IF.
026400     MOVE DB2-ALLOWED            TO PU-D-ALLOWED.
026500     MOVE DB2-QUOTES             TO PU-D-QUOTES.
026600     MOVE DB2-THROTTLED          TO PU-D-THROTTLED.
026700     MOVE DB2-REJECTED           TO PU-D-REJECTED.
026800     WRITE PU-REPORT-LINE FROM PU-DETAIL-LINE.
026900     ADD 1                       TO WS-PARTNER-COUNT.
027000     ADD DB2-ALLOWED             TO WS-ALLOWED-TOTAL.
027100     ADD DB2-QUOTES              TO WS-QUOTE-TOTAL.
027200     ADD DB2-THROTTLED           TO WS-THROTTLED-TOTAL.
027300     ADD DB2-REJECTED            TO WS-REJECTED-TOTAL.
027400     PERFORM 3000-READ-DB2 THRU 3000-EXIT.
027500 2000-EXIT.
027600     EXIT.
027700*****************************************************************
027800*    3000-READ-DB2 - NEXT PARTNER                               *
027900*****************************************************************
028000 3000-READ-DB2.
028100     EXEC SQL
028200         FETCH PARTNER-USAGE
028300           INTO :DB2-PARTNERID, :DB2-PARTNERNAME,
028400                :DB2-PARTNER-STATUS, :DB2-MINUTE-LIMIT,
028500                :DB2-DAILY-QUOTA, :DB2-ALLOWED, :DB2-QUOTES,
028600                :DB2-THROTTLED, :DB2-REJECTED
028700     END-EXEC.
028800     EVALUATE SQLCODE
028900         WHEN 0
029000             CONTINUE
029100         WHEN 100
029200             MOVE 'Y' TO WS-DB2-EOF-SWITCH
029300         WHEN OTHER
029400             DISPLAY 'LGPTUR01 - CURSOR FETCH, SQLCODE=' SQLCODE
029500             GO TO 9999-EXIT
029600     END-EVALUATE.
029700 3000-EXIT.
029800     EXIT.
029900*****************************************************************
030000*    8000-FINALIZE - RUN TOTALS AND CLOSE EVERYTHING            *
030100*****************************************************************
030200 8000-FINALIZE.
030300     EXEC SQL
030400         CLOSE PARTNER-USAGE
030500     END-EXEC.
030600     MOVE 'PARTNERS ON THE REGISTRY'    TO PU-S-LABEL.
030700     MOVE WS-PARTNER-COUNT              TO PU-S-COUNT.
030800     WRITE PU-REPORT-LINE FROM PU-SUMMARY-LINE.
030900     MOVE 'REQUESTS ALLOWED'            TO PU-S-LABEL.
031000     MOVE WS-ALLOWED-TOTAL              TO PU-S-COUNT.
031100     WRITE PU-REPORT-LINE FROM PU-SUMMARY-LINE.
031200     MOVE '  OF WHICH QUOTES'           TO PU-S-LABEL.
031300     MOVE WS-QUOTE-TOTAL                TO PU-S-COUNT.
031400     WRITE PU-REPORT-LINE FROM PU-SUMMARY-LINE.
031500     MOVE 'REQUESTS THROTTLED - PER-MINUTE RATE' TO PU-S-LABEL.
031600     MOVE WS-THROTTLED-TOTAL            TO PU-S-COUNT.
031700     WRITE PU-REPORT-LINE FROM PU-SUMMARY-LINE.
031800     MOVE 'REQUESTS REJECTED - QUOTA OR SUSPENDED' TO PU-S-LABEL.
031900     MOVE WS-REJECTED-TOTAL             TO PU-S-COUNT.
032000     WRITE PU-REPORT-LINE FROM PU-SUMMARY-LINE.
032100     CLOSE PTUR-REPORT-FILE.
032200     MOVE WS-PARTNER-COUNT TO RCTL-RECORD-COUNT.
032300     MOVE 'E' TO RCTL-ACTION
032400     CALL 'LGRCTL01' USING RCTL-REQUEST.
032500 8000-EXIT.
032600     EXIT.
032700*****************************************************************
032800*    9999-EXIT - COMMON PROGRAM EXIT POINT                      *
032900*****************************************************************
033000 9999-EXIT.
033100     STOP RUN.
