000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     LGADCH01.
000300 AUTHOR.         LG INSURANCE IT - BATCH SUPPORT.
000400 INSTALLATION.   LG INSURANCE.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700 REMARKS.        ADJUSTABLE PREMIUM DECLARATION CHASE - OPENS
000800                 A DECLARATION FOR EVERY ADJUSTABLE COMMERCIAL
000900                 POLICY WHOSE PERIOD HAS ENDED WITHOUT ONE
001000                 (RENEWALS OPEN THEIRS IN LGRNEX01), THEN
001100                 CHASES THE OUTSTANDING DECLARATIONS WITH A
001200                 FIRST AND A FINAL REQUEST LETTER AT THE
001300                 CONFIGURED DAY COUNTS AND REFERS THOSE STILL
001400                 UNDECLARED AFTER THAT TO UNDERWRITING ON THE
001500                 REPORT.  THE DECLARATION ITSELF IS KEYED
001600                 THROUGH LGADJD01.
001700*****************************************************************
001800*    MODIFICATION HISTORY                                      *
001900*    DATE      INIT   DESCRIPTION                               *
002000*    10/15/26  LGIT   INITIAL VERSION                           *
002100*****************************************************************
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER.    IBM-370.
002500 OBJECT-COMPUTER.    IBM-370.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT DECLARATION-LETTER-FILE ASSIGN TO ADJLTR
002900         ORGANIZATION IS SEQUENTIAL
003000         FILE STATUS IS WS-ADJLTR-STATUS.
003100     SELECT DECLARATION-REPORT-FILE ASSIGN TO ADJRPT
003200         ORGANIZATION IS SEQUENTIAL
003300         FILE STATUS IS WS-ADJRPT-STATUS.
003400 DATA DIVISION.
003500 FILE SECTION.
003600*****************************************************************
003700*    DECLARATION-LETTER-FILE - ONE RECORD PER DECLARATION       *
003800*    REQUEST FOR THE PRINT BUREAU, LETTER TYPE '1' FIRST, 'F'   *
003900*    FINAL.  THE ESTIMATES ARE PRINTED SO THE INSURED CAN SEE   *
004000*    WHAT THE DEPOSIT WAS BASED ON                              *
004100*****************************************************************
004200 FD  DECLARATION-LETTER-FILE
004300     RECORDING MODE IS F.
004400 01  DL-LETTER-RECORD.
004500     05  DL-LETTER-TYPE          PIC X(01).
004600     05  DL-POLICYNUM            PIC 9(10).
004700     05  DL-CUSTOMERNUM          PIC 9(10).
004800     05  DL-PERIOD-END           PIC X(10).
004900     05  DL-EST-TURNOVER         PIC 9(09).
005000     05  DL-EST-WAGEROLL         PIC 9(09).
005100     05  DL-DAYS-SINCE           PIC 9(05).
005200     05  FILLER                  PIC X(26).
005300 FD  DECLARATION-REPORT-FILE
005400     RECORDING MODE IS F.
005500 01  DR-REPORT-LINE              PIC X(133).
005600 WORKING-STORAGE SECTION.
005700 77  WS-ADJLTR-STATUS            PIC X(02) VALUE SPACES.
005800     88  WS-ADJLTR-OK                      VALUE '00'.
005900 77  WS-ADJRPT-STATUS            PIC X(02) VALUE SPACES.
006000     88  WS-ADJRPT-OK                      VALUE '00'.
006100 77  WS-DB2-EOF-SWITCH           PIC X(01) VALUE 'N'.
006200     88  WS-DB2-EOF                        VALUE 'Y'.
006300 77  WS-OPENED-COUNT             PIC 9(07) COMP-3 VALUE 0.
006400 77  WS-FIRST-COUNT              PIC 9(07) COMP-3 VALUE 0.
006500 77  WS-FINAL-COUNT              PIC 9(07) COMP-3 VALUE 0.
006600 77  WS-REFER-COUNT              PIC 9(07) COMP-3 VALUE 0.
006700*****************************************************************
006800*    CHASE DAY COUNTS FROM THE END OF THE PERIOD - FIRST        *
006900*    REQUEST, FINAL REQUEST, AND REFERRAL TO UNDERWRITING ONCE  *
007000*    THE FINAL REQUEST HAS GONE UNANSWERED THIS LONG            *
007100*****************************************************************
007200 77  WS-FIRST-REQUEST-DAYS       PIC S9(4) COMP VALUE +30.
007300 77  WS-FINAL-REQUEST-DAYS       PIC S9(4) COMP VALUE +60.
007400 77  WS-REFER-DAYS               PIC S9(4) COMP VALUE +90.
007500*****************************************************************
007600*    THE SUITE RUNS ON THE OPERATOR-CONTROLLED BUSINESS DATE -  *
007700*    THE SYSTEM CLOCK IS ONLY THE FALLBACK WHEN THE CONTROL ROW *
007800*    IS ABSENT, SO RERUNS AND LATE-RUNNING SCHEDULES KEEP THE   *
007900*    RIGHT DATED OUTPUT AND SELECTIONS                          *
008000*****************************************************************
008100 01  WS-BUSINESS-DATE.
008200     05  WS-BD-YYYY              PIC 9(04).
008300     05  FILLER                  PIC X(01).
008400     05  WS-BD-MM                PIC 9(02).
008500     05  FILLER                  PIC X(01).
008600     05  WS-BD-DD                PIC 9(02).
008700 01  WS-CURRENT-DATE-TIME.
008800     05  WS-CD-YYYY              PIC 9(04).
008900     05  WS-CD-MM                PIC 9(02).
009000     05  WS-CD-DD                PIC 9(02).
009100     05  FILLER                  PIC X(10).
009200 01  WS-REPORT-DATE.
009300     05  WS-RD-DD                PIC 9(02).
009400     05  FILLER                  PIC X(01) VALUE '/'.
009500     05  WS-RD-MM                PIC 9(02).
009600     05  FILLER                  PIC X(01) VALUE '/'.
009700     05  WS-RD-YYYY              PIC 9(04).
009800 01  WS-TODAY-DATE-ISO           PIC X(10).
009900 01  WS-TODAY-DATE-BRKDN         REDEFINES WS-TODAY-DATE-ISO.
010000     05  WS-TD-YYYY              PIC X(04).
010100     05  FILLER                  PIC X(01).
010200     05  WS-TD-MM                PIC X(02).
010300     05  FILLER                  PIC X(01).
010400     05  WS-TD-DD                PIC X(02).
010500*****************************************************************
010600*    DB2 ROWS                                                   *
010700*****************************************************************
010800 01  DB2-POLICYNUM-INT           PIC S9(9) COMP.
010900 01  DB2-CUSTOMERNUM-INT         PIC S9(9) COMP.
011000 01  DB2-PERIODEND               PIC X(10).
011100 01  DB2-ESTTURNOVER-INT         PIC S9(9) COMP.
011200 01  DB2-ESTWAGEROLL-INT         PIC S9(9) COMP.
011300 01  DB2-CHASELEVEL-SINT         PIC S9(4) COMP.
011400 01  DB2-DAYS-SINCE              PIC S9(9) COMP.
011500*****************************************************************
011600*    REPORT LINE LAYOUTS                                       *
011700*****************************************************************
011800 01  DR-HEADING-1.
011900     05  FILLER                  PIC X(43) VALUE
012000         'LG INSURANCE - PREMIUM DECLARATION CHASE'.
012100     05  FILLER                  PIC X(10) VALUE ' RUN DATE '.
012200     05  DR-H1-DATE              PIC X(10) VALUE SPACES.
012300     05  FILLER                  PIC X(70) VALUE SPACES.
012400 01  DR-HEADING-2.
012500     05  FILLER                  PIC X(14) VALUE '  POLICY'.
012600     05  FILLER                  PIC X(13) VALUE '  CUSTOMER'.
012700     05  FILLER                  PIC X(12) VALUE 'PERIOD END'.
012800     05  FILLER                  PIC X(07) VALUE '  DAYS'.
012900     05  FILLER                  PIC X(20) VALUE '  ACTION'.
013000     05  FILLER                  PIC X(67) VALUE SPACES.
013100 01  DR-DETAIL-LINE.
013200     05  FILLER                  PIC X(02) VALUE SPACES.
013300     05  DR-D-POLICYNUM          PIC 9(10).
013400     05  FILLER                  PIC X(03) VALUE SPACES.
013500     05  DR-D-CUSTOMERNUM        PIC 9(10).
013600     05  FILLER                  PIC X(02) VALUE SPACES.
013700     05  DR-D-PERIOD-END         PIC X(10).
013800     05  FILLER                  PIC X(02) VALUE SPACES.
013900     05  DR-D-DAYS               PIC ZZ,ZZ9.
014000     05  FILLER                  PIC X(02) VALUE SPACES.
014100     05  DR-D-ACTION             PIC X(30).
014200     05  FILLER                  PIC X(56) VALUE SPACES.
014300 01  DR-SUMMARY-LINE-1.
014400     05  FILLER                  PIC X(20) VALUE SPACES.
014500     05  FILLER                  PIC X(36) VALUE
014600         'DECLARATIONS OPENED'.
014700     05  DR-S1-COUNT             PIC ZZZ,ZZ9.
014800     05  FILLER                  PIC X(70) VALUE SPACES.
014900 01  DR-SUMMARY-LINE-2.
015000     05  FILLER                  PIC X(20) VALUE SPACES.
015100     05  FILLER                  PIC X(36) VALUE
015200         'FIRST REQUESTS ISSUED'.
015300     05  DR-S2-COUNT             PIC ZZZ,ZZ9.
015400     05  FILLER                  PIC X(70) VALUE SPACES.
015500 01  DR-SUMMARY-LINE-3.
015600     05  FILLER                  PIC X(20) VALUE SPACES.
015700     05  FILLER                  PIC X(36) VALUE
015800         'FINAL REQUESTS ISSUED'.
015900     05  DR-S3-COUNT             PIC ZZZ,ZZ9.
016000     05  FILLER                  PIC X(70) VALUE SPACES.
016100 01  DR-SUMMARY-LINE-4.
016200     05  FILLER                  PIC X(20) VALUE SPACES.
016300     05  FILLER                  PIC X(36) VALUE
016400         'REFERRED TO UNDERWRITING'.
016500     05  DR-S4-COUNT             PIC ZZZ,ZZ9.
016600     05  FILLER                  PIC X(70) VALUE SPACES.
016700     COPY LGRCTL.
016800     EXEC SQL
016900         INCLUDE SQLCA
017000     END-EXEC.
017100*    EVERY DECLARATION STILL OUTSTANDING IS AGED FROM ITS PERIOD*
017200*    END.  CHASELEVEL TRACKS HOW FAR THE CHASE HAS GONE: 0 NONE,*
017300*    1 FIRST REQUEST, 2 FINAL REQUEST, 3 REFERRED               *
017400     EXEC SQL
017500         DECLARE DECLARATION-ROW CURSOR FOR
017600           SELECT POLICYNUMBER, CUSTOMERNUMBER, PERIODEND,
017700                  ESTTURNOVER, ESTWAGEROLL,
017800                  COALESCE(CHASELEVEL, 0),
017900                  DAYS(DATE(:WS-TODAY-DATE-ISO)) -
018000                      DAYS(DATE(PERIODEND))
018100             FROM ADJDECLARATION
018200            WHERE STATUS = 'O'
018300              AND COALESCE(CHASELEVEL, 0) < 3
018400            ORDER BY POLICYNUMBER, PERIODEND
018500     END-EXEC.
018600 LINKAGE SECTION.
018700 PROCEDURE DIVISION.
018800*****************************************************************
018900*    0000-MAINLINE                                             *
019000*****************************************************************
019100 0000-MAINLINE SECTION.
019200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019300     PERFORM 2000-CHASE-STEP THRU 2000-EXIT
019400         UNTIL WS-DB2-EOF.
019500     PERFORM 8000-FINALIZE THRU 8000-EXIT.
019600     GO TO 9999-EXIT.
019700 0000-MAINLINE-EXIT.
019800     EXIT.
019900*****************************************************************
020000*    1000-INITIALIZE                                           *
020100*****************************************************************
020200 1000-INITIALIZE.
020300     ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
020400     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
020500     MOVE 'S'        TO RCTL-ACTION
020600     MOVE 'LGADCH01' TO RCTL-JOBNAME
020700     MOVE WS-CD-YYYY TO RCTL-BD-YYYY
020800     MOVE WS-CD-MM   TO RCTL-BD-MM
020900     MOVE WS-CD-DD   TO RCTL-BD-DD
021000     MOVE '-'        TO RCTL-BD-S1
021100     MOVE '-'        TO RCTL-BD-S2
021200     CALL 'LGRCTL01' USING RCTL-REQUEST
021300     IF RCTL-RC NOT EQUAL '00'
021400         DISPLAY 'LGADCH01 - RUN CONTROL REFUSED, RC='
021500                 RCTL-RC ' PREREQ=' RCTL-PREREQ-MISSING
021600         GO TO 9999-EXIT
021700     END-IF.
021800     MOVE WS-CD-DD   TO WS-RD-DD
021900     MOVE WS-CD-MM   TO WS-RD-MM
022000     MOVE WS-CD-YYYY TO WS-RD-YYYY.
022100     MOVE WS-REPORT-DATE TO DR-H1-DATE.
022200     MOVE WS-CD-YYYY TO WS-TD-YYYY
022300     MOVE WS-CD-MM   TO WS-TD-MM
022400     MOVE WS-CD-DD   TO WS-TD-DD
022500     MOVE '-'        TO WS-TODAY-DATE-ISO(5:1)
022600     MOVE '-'        TO WS-TODAY-DATE-ISO(8:1).
022700     OPEN OUTPUT DECLARATION-LETTER-FILE.
022800     IF NOT WS-ADJLTR-OK
022900         DISPLAY 'LGADCH01 - ADJLTR OPEN FAILED, STATUS='
023000                 WS-ADJLTR-STATUS
023100         GO TO 9999-EXIT
023200     END-IF.
023300     OPEN OUTPUT DECLARATION-REPORT-FILE.
023400     IF NOT WS-ADJRPT-OK
023500         DISPLAY 'LGADCH01 - ADJRPT OPEN FAILED, STATUS='
023600                 WS-ADJRPT-STATUS
023700         GO TO 9999-EXIT
023800     END-IF.
023900     WRITE DR-REPORT-LINE FROM DR-HEADING-1.
024000     WRITE DR-REPORT-LINE FROM DR-HEADING-2.
024100     PERFORM 1500-OPEN-DECLARATIONS THRU 1500-EXIT.
024200     EXEC SQL
024300         OPEN DECLARATION-ROW
024400     END-EXEC.
024500     IF SQLCODE NOT EQUAL 0
024600         DISPLAY 'LGADCH01 - CURSOR OPEN FAILED, SQLCODE='
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
027200*    1500-OPEN-DECLARATIONS - AN ADJUSTABLE POLICY WHOSE TERM   *
027300*    HAS RUN OUT WITHOUT RENEWING GETS ITS DECLARATION OPENED   *
027400*    HERE, WITH THE ESTIMATES AND DEPOSIT PREMIUMS IT WAS RATED *
027500*    ON.  CANCELLED, LAPSED, DECLINED AND DEATH-SETTLED POLICIES*
027600*    ARE SETTLED THROUGH THEIR OWN REFUND PATHS AND ARE LEFT OUT*
027700*****************************************************************
027800 1500-OPEN-DECLARATIONS.
027900     EXEC SQL
028000         INSERT INTO ADJDECLARATION
028100                   ( POLICYNUMBER, CUSTOMERNUMBER,
028200                     PERIODSTART, PERIODEND,
028300                     ESTTURNOVER, ESTWAGEROLL,
028400                     BIDEPOSIT, ELDEPOSIT,
028500                     STATUS, CHASELEVEL, LASTCHANGED )
028600           SELECT P.POLICYNUMBER, P.CUSTOMERNUMBER,
028700                  P.ISSUEDATE, P.EXPIRYDATE,
028800                  COALESCE(C.ESTTURNOVER, 0),
028900                  CASE WHEN C.ELPERIL = 1
029000                       THEN COALESCE(C.ELWAGEROLL, 0)
029100                       ELSE 0 END,
029200                  CASE WHEN C.BIPERIL = 1
029300                       THEN COALESCE(C.BIPREMIUM, 0)
029400                       ELSE 0 END,
029500                  CASE WHEN C.ELPERIL = 1
029600                       THEN COALESCE(C.ELPREMIUM, 0)
029700                       ELSE 0 END,
029800                  'O', 0, CURRENT TIMESTAMP
029900             FROM POLICY P, COMMERCIAL C
030000            WHERE P.POLICYNUMBER = C.POLICYNUMBER
030100              AND P.POLICYTYPE   = 'C'
030200              AND C.ADJUSTABLE   = 'Y'
030300              AND P.EXPIRYDATE   < :WS-TODAY-DATE-ISO
030400              AND COALESCE(P.STATUS, ' ')
030500                      NOT IN ('C', 'L', 'D', 'X')
030600              AND NOT EXISTS
030700                  ( SELECT 1
030800                      FROM ADJDECLARATION D
030900                     WHERE D.POLICYNUMBER = P.POLICYNUMBER
031000                       AND D.PERIODEND    = P.EXPIRYDATE )
031100     END-EXEC.
031200     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
031300         DISPLAY 'LGADCH01 - DECLARATION OPEN FAILED, SQLCODE='
031400                 SQLCODE
031500         GO TO 9999-EXIT
031600     END-IF.
031700     IF SQLCODE EQUAL 0
031800         MOVE SQLERRD(3) TO WS-OPENED-COUNT
031900     END-IF.
032000 1500-EXIT.
032100     EXIT.
032200*****************************************************************
032300*    2000-CHASE-STEP - MOVE ONE OUTSTANDING DECLARATION ALONG   *
032400*    THE CHASE LADDER ACCORDING TO ITS AGE                      *
032500*****************************************************************
032600 2000-CHASE-STEP.
032700     EVALUATE TRUE
032800         WHEN DB2-DAYS-SINCE NOT LESS THAN WS-REFER-DAYS
032900              AND DB2-CHASELEVEL-SINT EQUAL 2
033000             PERFORM 2300-REFER THRU 2300-EXIT
033100         WHEN DB2-DAYS-SINCE NOT LESS THAN WS-FINAL-REQUEST-DAYS
033200              AND DB2-CHASELEVEL-SINT EQUAL 1
033300             PERFORM 2200-FINAL-REQUEST THRU 2200-EXIT
033400         WHEN DB2-DAYS-SINCE NOT LESS THAN WS-FIRST-REQUEST-DAYS
033500              AND DB2-CHASELEVEL-SINT EQUAL 0
033600             PERFORM 2100-FIRST-REQUEST THRU 2100-EXIT
033700         WHEN OTHER
033800             CONTINUE
033900     END-EVALUATE.
034000     PERFORM 3000-READ-DB2 THRU 3000-EXIT.
034100 2000-EXIT.
034200     EXIT.
034300*****************************************************************
034400*    2100-FIRST-REQUEST                                        *
034500*****************************************************************
034600 2100-FIRST-REQUEST.
034700     MOVE '1' TO DL-LETTER-TYPE.
034800     PERFORM 2400-WRITE-LETTER THRU 2400-EXIT.
034900     MOVE 'FIRST REQUEST ISSUED' TO DR-D-ACTION.
035000     PERFORM 2600-REPORT-LINE THRU 2600-EXIT.
035100     MOVE 1 TO DB2-CHASELEVEL-SINT.
035200     PERFORM 2500-SET-CHASE-LEVEL THRU 2500-EXIT.
035300 2100-EXIT.
035400     EXIT.
035500*****************************************************************
035600*    2200-FINAL-REQUEST                                        *
035700*****************************************************************
035800 2200-FINAL-REQUEST.
035900     MOVE 'F' TO DL-LETTER-TYPE.
036000     PERFORM 2400-WRITE-LETTER THRU 2400-EXIT.
036100     MOVE 'FINAL REQUEST ISSUED' TO DR-D-ACTION.
036200     PERFORM 2600-REPORT-LINE THRU 2600-EXIT.
036300     MOVE 2 TO DB2-CHASELEVEL-SINT.
036400     PERFORM 2500-SET-CHASE-LEVEL THRU 2500-EXIT.
036500 2200-EXIT.
036600     EXIT.
036700*****************************************************************
036800*    2300-REFER - NO ANSWER TO THE FINAL REQUEST.  UNDERWRITING *
036900*    DECIDES WHETHER TO ADJUST ON AN ESTIMATE OF ITS OWN        *
037000*****************************************************************
037100 2300-REFER.
037200     MOVE 'NO DECLARATION - REFERRED' TO DR-D-ACTION.
037300     PERFORM 2600-REPORT-LINE THRU 2600-EXIT.
037400     MOVE 3 TO DB2-CHASELEVEL-SINT.
037500     PERFORM 2500-SET-CHASE-LEVEL THRU 2500-EXIT.
037600     ADD 1 TO WS-REFER-COUNT.
037700 2300-EXIT.
037800     EXIT.
037900*****************************************************************
038000*    2400-WRITE-LETTER                                         *
038100*****************************************************************
038200 2400-WRITE-LETTER.
038300     MOVE DB2-POLICYNUM-INT   TO DL-POLICYNUM.
038400     MOVE DB2-CUSTOMERNUM-INT TO DL-CUSTOMERNUM.
038500     MOVE DB2-PERIODEND       TO DL-PERIOD-END.
038600     MOVE DB2-ESTTURNOVER-INT TO DL-EST-TURNOVER.
038700     MOVE DB2-ESTWAGEROLL-INT TO DL-EST-WAGEROLL.
038800     MOVE DB2-DAYS-SINCE      TO DL-DAYS-SINCE.
038900     WRITE DL-LETTER-RECORD.
039000     IF DL-LETTER-TYPE EQUAL '1'
039100         ADD 1 TO WS-FIRST-COUNT
039200     ELSE
039300         ADD 1 TO WS-FINAL-COUNT
039400     END-IF.
039500 2400-EXIT.
039600     EXIT.
039700*****************************************************************
039800*    2500-SET-CHASE-LEVEL - STEP THE DECLARATION'S CHASE        *
039900*    POSITION TO THE LEVEL ALREADY MOVED TO                     *
040000*    DB2-CHASELEVEL-SINT BY THE CALLER                          *
040100*****************************************************************
040200 2500-SET-CHASE-LEVEL.
040300     EXEC SQL
040400         UPDATE ADJDECLARATION
040500            SET CHASELEVEL  = :DB2-CHASELEVEL-SINT,
040600                LASTCHANGED = CURRENT TIMESTAMP
040700          WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
040800            AND PERIODEND    = :DB2-PERIODEND
040900            AND STATUS       = 'O'
041000     END-EXEC.
041100     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
041200         DISPLAY 'LGADCH01 - CHASE UPDATE FAILED, SQLCODE='
041300                 SQLCODE
041400         GO TO 9999-EXIT
041500     END-IF.
041600 2500-EXIT.
041700     EXIT.
041800*****************************************************************
041900*    2600-REPORT-LINE                                          *
042000*****************************************************************
042100 2600-REPORT-LINE.
042200     MOVE DB2-POLICYNUM-INT   TO DR-D-POLICYNUM.
042300     MOVE DB2-CUSTOMERNUM-INT TO DR-D-CUSTOMERNUM.
042400     MOVE DB2-PERIODEND       TO DR-D-PERIOD-END.
042500     MOVE DB2-DAYS-SINCE      TO DR-D-DAYS.
042600     WRITE DR-REPORT-LINE FROM DR-DETAIL-LINE.
042700 2600-EXIT.
042800     EXIT.
042900*****************************************************************
043000*    3000-READ-DB2 - NEXT OUTSTANDING DECLARATION               *
043100*****************************************************************
043200 3000-READ-DB2.
043300     EXEC SQL
043400         FETCH DECLARATION-ROW
043500           INTO :DB2-POLICYNUM-INT, :DB2-CUSTOMERNUM-INT,
043600                :DB2-PERIODEND, :DB2-ESTTURNOVER-INT,
043700                :DB2-ESTWAGEROLL-INT, :DB2-CHASELEVEL-SINT,
043800                :DB2-DAYS-SINCE
043900     END-EXEC.
044000     EVALUATE SQLCODE
044100         WHEN 0
044200             CONTINUE
044300         WHEN 100
044400             MOVE 'Y' TO WS-DB2-EOF-SWITCH
044500         WHEN OTHER
044600             DISPLAY 'LGADCH01 - CURSOR FETCH ERROR, SQLCODE='
044700                     SQLCODE
044800             GO TO 9999-EXIT
044900     END-EVALUATE.
045000 3000-EXIT.
045100     EXIT.
045200*****************************************************************
045300*    8000-FINALIZE                                             *
045400*****************************************************************
045500 8000-FINALIZE.
045600     EXEC SQL
045700         CLOSE DECLARATION-ROW
045800     END-EXEC.
045900     MOVE WS-OPENED-COUNT TO DR-S1-COUNT.
046000     WRITE DR-REPORT-LINE FROM DR-SUMMARY-LINE-1.
046100     MOVE WS-FIRST-COUNT  TO DR-S2-COUNT.
046200     WRITE DR-REPORT-LINE FROM DR-SUMMARY-LINE-2.
046300     MOVE WS-FINAL-COUNT  TO DR-S3-COUNT.
046400     WRITE DR-REPORT-LINE FROM DR-SUMMARY-LINE-3.
046500     MOVE WS-REFER-COUNT  TO DR-S4-COUNT.
046600     WRITE DR-REPORT-LINE FROM DR-SUMMARY-LINE-4.
046700     CLOSE DECLARATION-LETTER-FILE.
046800     CLOSE DECLARATION-REPORT-FILE.
046900     MOVE 'E' TO RCTL-ACTION
047000     CALL 'LGRCTL01' USING RCTL-REQUEST.
047100 8000-EXIT.
047200     EXIT.
047300*****************************************************************
047400*    9999-EXIT - COMMON PROGRAM EXIT POINT                      *
047500*****************************************************************
047600 9999-EXIT.
047700     STOP RUN.
