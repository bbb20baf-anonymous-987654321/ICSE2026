000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     LGHCLR01.
000300 AUTHOR.         LG INSURANCE IT - BATCH SUPPORT.
000400 INSTALLATION.   LG INSURANCE.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700 REMARKS.        DAILY CLAIMS HANDLER CASELOAD REPORT - ONE LINE
000800                 PER HANDLER (EVERY STAFFUSER WITH A CLAIMTYPES
000900                 LIST, AND ANYONE ELSE STILL HOLDING OPEN
001000                 CLAIMS) SHOWING OPEN AND REFERRED CLAIMS HELD,
001100                 OVERDUE DIARY TASKS ON THOSE CLAIMS AND THE
001200                 RESERVE HELD, WITH ABSENT AND INACTIVE HANDLERS
001300                 MARKED, THEN THE UNALLOCATED CLAIMS AND THE
001400                 TOTALS, SO TEAM LEADERS CAN SEE THE BALANCE OF
001500                 WORK AT A GLANCE.
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
002700     SELECT CASELOAD-REPORT-FILE ASSIGN TO HCLRPT
002800         ORGANIZATION IS SEQUENTIAL
002900         FILE STATUS IS WS-HCLRPT-STATUS.
003000 DATA DIVISION.
003100 FILE SECTION.
003200 FD  CASELOAD-REPORT-FILE
003300     RECORDING MODE IS F.
003400 01  HC-REPORT-LINE              PIC X(133).
003500 WORKING-STORAGE SECTION.
003600*****************************************************************
003700*    FILE STATUS AND SWITCHES                                  *
003800*****************************************************************
003900 77  WS-HCLRPT-STATUS            PIC X(02) VALUE SPACES.
004000     88  WS-HCLRPT-OK                      VALUE '00'.
004100 77  WS-DB2-EOF-SWITCH           PIC X(01) VALUE 'N'.
004200     88  WS-DB2-EOF                        VALUE 'Y'.
004300 77  WS-TOT-OPEN                 PIC S9(9) COMP VALUE +0.
004400 77  WS-TOT-OVERDUE              PIC S9(9) COMP VALUE +0.
004500 77  WS-TOT-RESERVE              PIC S9(11)V99 COMP-3 VALUE +0.
004600*****************************************************************
004700*    THE SUITE RUNS ON THE OPERATOR-CONTROLLED BUSINESS DATE -  *
004800*    THE SYSTEM CLOCK IS ONLY THE FALLBACK WHEN THE CONTROL ROW *
004900*    IS ABSENT, SO RERUNS AND LATE-RUNNING SCHEDULES KEEP THE   *
005000*    RIGHT DATED OUTPUT AND SELECTIONS                          *
005100*****************************************************************
005200 01  WS-BUSINESS-DATE.
005300     05  WS-BD-YYYY              PIC 9(04).
005400     05  FILLER                  PIC X(01).
005500     05  WS-BD-MM                PIC 9(02).
005600     05  FILLER                  PIC X(01).
005700     05  WS-BD-DD                PIC 9(02).
005800 01  WS-CURRENT-DATE-TIME.
005900     05  WS-CD-YYYY              PIC 9(04).
006000     05  WS-CD-MM                PIC 9(02).
006100     05  WS-CD-DD                PIC 9(02).
006200     05  FILLER                  PIC X(10).
006300 01  WS-REPORT-DATE.
006400     05  WS-RD-DD                PIC 9(02).
006500     05  FILLER                  PIC X(01) VALUE '/'.
006600     05  WS-RD-MM                PIC 9(02).
006700     05  FILLER                  PIC X(01) VALUE '/'.
006800     05  WS-RD-YYYY              PIC 9(04).
006900 01  WS-TODAY-DATE-ISO           PIC X(10).
007000 01  WS-TODAY-DATE-BRKDN         REDEFINES WS-TODAY-DATE-ISO.
007100     05  WS-TD-YYYY              PIC X(04).
007200     05  FILLER                  PIC X(01).
007300     05  WS-TD-MM                PIC X(02).
007400     05  FILLER                  PIC X(01).
007500     05  WS-TD-DD                PIC X(02).
007600*****************************************************************
007700*    DB2 ROWS                                                   *
007800*****************************************************************
007900 01  DB2-HANDLER-ID              PIC X(08).
008000 01  DB2-STAFF-ROLE              PIC X(03).
008100 01  DB2-STAFF-STATUS            PIC X(01).
008200 01  DB2-ABSENT-FLAG             PIC X(01).
008300 01  DB2-OPEN-COUNT              PIC S9(9) COMP.
008400 01  DB2-OVERDUE-COUNT           PIC S9(9) COMP.
008500 01  DB2-RESERVE-HELD            PIC S9(11)V99 COMP-3.
008600*****************************************************************
008700*    REPORT LINE LAYOUTS                                       *
008800*****************************************************************
008900 01  HC-HEADING-1.
009000     05  FILLER                  PIC X(43) VALUE
009100         'LG INSURANCE - HANDLER CASELOAD'.
009200     05  FILLER                  PIC X(10) VALUE ' RUN DATE '.
009300     05  HC-H1-DATE              PIC X(10) VALUE SPACES.
009400     05  FILLER                  PIC X(70) VALUE SPACES.
009500 01  HC-HEADING-2.
009600     05  FILLER                  PIC X(12) VALUE '  HANDLER'.
009700     05  FILLER                  PIC X(06) VALUE 'ROLE'.
009800     05  FILLER                  PIC X(10) VALUE 'STATUS'.
009900     05  FILLER                  PIC X(11) VALUE '   CLAIMS'.
010000     05  FILLER                  PIC X(11) VALUE '  OVERDUE'.
010100     05  FILLER                  PIC X(19) VALUE
010200         '       RESERVE HELD'.
010300     05  FILLER                  PIC X(64) VALUE SPACES.
010400 01  HC-DETAIL-LINE.
010500     05  FILLER                  PIC X(02) VALUE SPACES.
010600     05  HC-D-HANDLER            PIC X(08).
010700     05  FILLER                  PIC X(02) VALUE SPACES.
010800     05  HC-D-ROLE               PIC X(03).
010900     05  FILLER                  PIC X(03) VALUE SPACES.
011000     05  HC-D-STATUS             PIC X(08).
011100     05  FILLER                  PIC X(04) VALUE SPACES.
011200     05  HC-D-OPEN               PIC ZZZ,ZZ9.
011300     05  FILLER                  PIC X(04) VALUE SPACES.
011400     05  HC-D-OVERDUE            PIC ZZZ,ZZ9.
011500     05  FILLER                  PIC X(04) VALUE SPACES.
011600     05  HC-D-RESERVE            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
011700     05  FILLER                  PIC X(64) VALUE SPACES.
011800 01  HC-TOTAL-LINE.
011900     05  FILLER                  PIC X(02) VALUE SPACES.
012000     05  HC-T-LABEL              PIC X(28).
012100     05  HC-T-OPEN               PIC ZZZ,ZZ9.
012200     05  FILLER                  PIC X(04) VALUE SPACES.
012300     05  HC-T-OVERDUE            PIC ZZZ,ZZ9.
012400     05  FILLER                  PIC X(04) VALUE SPACES.
012500     05  HC-T-RESERVE            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
012600     05  FILLER                  PIC X(64) VALUE SPACES.
012700 01  HC-BLANK-LINE               PIC X(133) VALUE SPACES.
012800     EXEC SQL
012900         INCLUDE SQLCA
013000     END-EXEC.
013100*    A HANDLER'S CASELOAD IS THE OPEN AND REFERRED CLAIMS ON ITS
013200*    HANDLERID.  OVERDUE TASKS ARE THE OPEN DIARY ENTRIES ON
013300*    THOSE CLAIMS DUE BEFORE THE BUSINESS DATE, WHOEVER THE TASK
013400*    OWNER, SO UNOWNED TASKS COUNT AGAINST THE CLAIM'S HANDLER.
013500*    RESERVE NEVER SET COUNTS AS ZERO, AS ON THE RESERVE REPORT.
013600     EXEC SQL
013700         DECLARE HANDLER-LOAD CURSOR FOR
013800           SELECT S.OPERATORID,
013900                  COALESCE(S.STAFFROLE, ' '),
014000                  COALESCE(S.STATUS, 'A'),
014100                  COALESCE(S.ABSENTFLAG, 'N'),
014200                  COALESCE(L.OPENCOUNT, 0),
014300                  COALESCE(D.OVERDUECOUNT, 0),
014400                  COALESCE(L.RESERVEHELD, 0)
014500             FROM STAFFUSER S
014600                  LEFT OUTER JOIN
014700                  ( SELECT HANDLERID,
014800                           COUNT(*) AS OPENCOUNT,
014900                           SUM(COALESCE(RESERVEAMOUNT, 0))
015000                             AS RESERVEHELD
015100                      FROM CLAIM
015200                     WHERE STATUS IN ('O', 'R')
015300                     GROUP BY HANDLERID ) L
015400                     ON L.HANDLERID = S.OPERATORID
015500                  LEFT OUTER JOIN
015600                  ( SELECT C.HANDLERID,
015700                           COUNT(*) AS OVERDUECOUNT
015800                      FROM CLAIMDIARY Y,
015900                           CLAIM C
016000                     WHERE C.CLAIMNUMBER = Y.CLAIMNUMBER
016100                       AND C.STATUS IN ('O', 'R')
016200                       AND Y.STATUS  = 'O'
016300                       AND Y.DUEDATE < DATE(:WS-TODAY-DATE-ISO)
016400                     GROUP BY C.HANDLERID ) D
016500                     ON D.HANDLERID = S.OPERATORID
016600            WHERE S.CLAIMTYPES IS NOT NULL
016700               OR L.OPENCOUNT  IS NOT NULL
016800            ORDER BY S.OPERATORID
016900     END-EXEC.
017000 LINKAGE SECTION.
017100 PROCEDURE DIVISION.
017200*****************************************************************
017300*    0000-MAINLINE                                             *
017400*****************************************************************
017500 0000-MAINLINE SECTION.
017600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017700     PERFORM 2000-HANDLER-LINE THRU 2000-EXIT
017800         UNTIL WS-DB2-EOF.
017900     PERFORM 8000-FINALIZE THRU 8000-EXIT.
018000     GO TO 9999-EXIT.
018100 0000-MAINLINE-EXIT.
018200     EXIT.
018300*****************************************************************
018400*    1000-INITIALIZE                                           *
018500*****************************************************************
018600 1000-INITIALIZE.
018700     ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
018800     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
018900     MOVE WS-CD-DD   TO WS-RD-DD
019000     MOVE WS-CD-MM   TO WS-RD-MM
019100     MOVE WS-CD-YYYY TO WS-RD-YYYY.
019200     MOVE WS-REPORT-DATE TO HC-H1-DATE.
019300     MOVE WS-CD-YYYY TO WS-TD-YYYY
019400     MOVE WS-CD-MM   TO WS-TD-MM
019500     MOVE WS-CD-DD   TO WS-TD-DD
019600     MOVE '-'        TO WS-TODAY-DATE-ISO(5:1)
019700     MOVE '-'        TO WS-TODAY-DATE-ISO(8:1).
019800     OPEN OUTPUT CASELOAD-REPORT-FILE.
019900     IF NOT WS-HCLRPT-OK
020000         DISPLAY 'LGHCLR01 - HCLRPT OPEN FAILED, STATUS='
020100                 WS-HCLRPT-STATUS
020200         GO TO 9999-EXIT
020300     END-IF.
020400     WRITE HC-REPORT-LINE FROM HC-HEADING-1.
020500     WRITE HC-REPORT-LINE FROM HC-BLANK-LINE.
020600     WRITE HC-REPORT-LINE FROM HC-HEADING-2.
020700     EXEC SQL
020800         OPEN HANDLER-LOAD
020900     END-EXEC.
021000     IF SQLCODE NOT EQUAL 0
021100         DISPLAY 'LGHCLR01 - CURSOR OPEN FAILED, SQLCODE='
021200                 SQLCODE
021300         GO TO 9999-EXIT
021400     END-IF.
021500     PERFORM 3000-READ-DB2 THRU 3000-EXIT.
021600 1000-EXIT.
021700     EXIT.
021800*****************************************************************
021900*    1050-GET-BUSINESS-DATE - OVERLAY THE CLOCK DATE WITH THE   *
022000*    BUSINESSDATE CONTROL ROW WHEN ONE IS SET                   *
022100*****************************************************************
022200 1050-GET-BUSINESS-DATE.
022300     EXEC SQL
022400         SELECT BUSINESSDATE
022500           INTO :WS-BUSINESS-DATE
022600           FROM BUSINESSDATE
022700          WHERE CONTROLID = 'LG'
022800     END-EXEC.
022900     IF SQLCODE EQUAL 0
023000         MOVE WS-BD-YYYY TO WS-CD-YYYY
023100         MOVE WS-BD-MM   TO WS-CD-MM
023200         MOVE WS-BD-DD   TO WS-CD-DD
023300     END-IF.
023400 1050-EXIT.
023500     EXIT.
023600*****************************************************************
023700*    2000-HANDLER-LINE - ONE LINE PER HANDLER, ADDED INTO THE   *
023800*    REPORT TOTALS                                              *
023900*****************************************************************
024000 2000-HANDLER-LINE.
024100     MOVE DB2-HANDLER-ID     TO HC-D-HANDLER.
024200     MOVE DB2-STAFF-ROLE     TO HC-D-ROLE.
024300     EVALUATE TRUE
024400         WHEN DB2-STAFF-STATUS NOT EQUAL 'A'
024500             MOVE 'INACTIVE' TO HC-D-STATUS
024600         WHEN DB2-ABSENT-FLAG EQUAL 'Y'
024700             MOVE 'ABSENT'   TO HC-D-STATUS
024800         WHEN OTHER
024900             MOVE SPACES     TO HC-D-STATUS
025000     END-EVALUATE.
025100     MOVE DB2-OPEN-COUNT     TO HC-D-OPEN.
025200     MOVE DB2-OVERDUE-COUNT  TO HC-D-OVERDUE.
025300     MOVE DB2-RESERVE-HELD   TO HC-D-RESERVE.
025400     WRITE HC-REPORT-LINE FROM HC-DETAIL-LINE.
025500     ADD DB2-OPEN-COUNT      TO WS-TOT-OPEN.
025600     ADD DB2-OVERDUE-COUNT   TO WS-TOT-OVERDUE.
025700     ADD DB2-RESERVE-HELD    TO WS-TOT-RESERVE.
025800     PERFORM 3000-READ-DB2 THRU 3000-EXIT.
025900 2000-EXIT.
026000     EXIT.
026100*****************************************************************
026200*    3000-READ-DB2 - NEXT HANDLER-LOAD CURSOR ROW               *
026300*****************************************************************
026400 3000-READ-DB2.
026500     EXEC SQL
026600         FETCH HANDLER-LOAD
026700           INTO :DB2-HANDLER-ID, :DB2-STAFF-ROLE,
026800                :DB2-STAFF-STATUS, :DB2-ABSENT-FLAG,
026900                :DB2-OPEN-COUNT, :DB2-OVERDUE-COUNT,
027000                :DB2-RESERVE-HELD
027100     END-EXEC.
027200     EVALUATE SQLCODE
027300         WHEN 0
027400             CONTINUE
027500         WHEN 100
027600             MOVE 'Y' TO WS-DB2-EOF-SWITCH
027700         WHEN OTHER
027800             DISPLAY 'LGHCLR01 - CURSOR FETCH ERROR, SQLCODE='
027900                     SQLCODE
028000             GO TO 9999-EXIT
028100     END-EVALUATE.
028200 3000-EXIT.
028300     EXIT.
028400*****************************************************************
028500*    4000-UNALLOCATED - OPEN CLAIMS WITH NO HANDLER YET, FOR    *
028600*    THE REDISTRIBUTION RUN OR THE TEAM LEADER TO PLACE         *
028700*****************************************************************
028800 4000-UNALLOCATED.
028900     EXEC SQL
029000         SELECT COUNT(*),
029100                COALESCE(SUM(COALESCE(RESERVEAMOUNT, 0)), 0)
029200           INTO :DB2-OPEN-COUNT, :DB2-RESERVE-HELD
029300           FROM CLAIM
029400          WHERE STATUS IN ('O', 'R')
029500            AND HANDLERID IS NULL
029600     END-EXEC.
029700     IF SQLCODE NOT EQUAL 0
029800         DISPLAY 'LGHCLR01 - UNALLOCATED SELECT, SQLCODE='
029900                 SQLCODE
030000         GO TO 9999-EXIT
030100     END-IF.
030200     EXEC SQL
030300         SELECT COUNT(*)
030400           INTO :DB2-OVERDUE-COUNT
030500           FROM CLAIMDIARY Y,
030600                CLAIM C
030700          WHERE C.CLAIMNUMBER = Y.CLAIMNUMBER
030800            AND C.STATUS IN ('O', 'R')
030900            AND C.HANDLERID IS NULL
031000            AND Y.STATUS  = 'O'
031100            AND Y.DUEDATE < DATE(:WS-TODAY-DATE-ISO)
031200     END-EXEC.
031300     IF SQLCODE NOT EQUAL 0
031400         DISPLAY 'LGHCLR01 - UNALLOCATED DIARY, SQLCODE='
031500                 SQLCODE
031600         GO TO 9999-EXIT
031700     END-IF.
031800     MOVE 'UNALLOCATED'      TO HC-T-LABEL.
031900     MOVE DB2-OPEN-COUNT     TO HC-T-OPEN.
032000     MOVE DB2-OVERDUE-COUNT  TO HC-T-OVERDUE.
032100     MOVE DB2-RESERVE-HELD   TO HC-T-RESERVE.
032200     WRITE HC-REPORT-LINE FROM HC-TOTAL-LINE.
032300     ADD DB2-OPEN-COUNT      TO WS-TOT-OPEN.
032400     ADD DB2-OVERDUE-COUNT   TO WS-TOT-OVERDUE.
032500     ADD DB2-RESERVE-HELD    TO WS-TOT-RESERVE.
032600 4000-EXIT.
032700     EXIT.
032800*****************************************************************
032900*    8000-FINALIZE                                             *
033000*****************************************************************
033100 8000-FINALIZE.
033200     EXEC SQL
033300         CLOSE HANDLER-LOAD
033400     END-EXEC.
033500     WRITE HC-REPORT-LINE FROM HC-BLANK-LINE.
033600     PERFORM 4000-UNALLOCATED THRU 4000-EXIT.
033700     MOVE 'TOTAL'            TO HC-T-LABEL.
033800     MOVE WS-TOT-OPEN        TO HC-T-OPEN.
033900     MOVE WS-TOT-OVERDUE     TO HC-T-OVERDUE.
034000     MOVE WS-TOT-RESERVE     TO HC-T-RESERVE.
034100     WRITE HC-REPORT-LINE FROM HC-TOTAL-LINE.
034200     CLOSE CASELOAD-REPORT-FILE.
034300 8000-EXIT.
034400     EXIT.
034500*****************************************************************
034600*    9999-EXIT - COMMON PROGRAM EXIT POINT                      *
034700*****************************************************************
034800 9999-EXIT.
034900     STOP RUN.
