000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     LGHNDR01.
000300 AUTHOR.         LG INSURANCE IT - BATCH SUPPORT.
000400 INSTALLATION.   LG INSURANCE.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700 REMARKS.        DAILY CLAIMS HANDLER REDISTRIBUTION - EVERY OPEN
000800                 OR REFERRED CLAIM WHOSE HANDLER IS MARKED ABSENT
000900                 (STAFFUSER ABSENTFLAG 'Y') OR IS NO LONGER AN
001000                 ACTIVE USER, AND EVERY CLAIM THE REGISTRATION
001100                 COULD NOT ALLOCATE, IS GIVEN TO THE AVAILABLE
001200                 HANDLER WHO TAKES THE CLAIM TYPE, WHOSE
001300                 SETTLEMENT AUTHORITY COVERS THE RESERVE AND
001400                 WHO HAS THE LIGHTEST OPEN CASELOAD - THE SAME
001500                 RULE LGACLM01 AND LGFNOL01 ALLOCATE BY.  THE
001600                 CLAIM'S OPEN DIARY TASKS MOVE WITH IT, EACH
001700                 MOVE IS LOGGED TO HANDLERREASSIGN AND LISTED
001740                 ON THE REDISTRIBUTION REPORT.  A CLAIM WHOSE
001780                 HANDLER HAS DECLARED A CONNECTION TO THE
001820                 CUSTOMER (STAFFCONNECTION) IS MOVED THE SAME
001860                 WAY, AND NO CLAIM GOES TO A CONNECTED HANDLER.
001900*****************************************************************
002000*    MODIFICATION HISTORY                                      *
002100*    DATE      INIT   DESCRIPTION                               *
002200*    10/15/26  LGIT   INITIAL VERSION                           *
002225*    10/15/26  LGIT   CLAIMS MOVED OFF HANDLERS CONNECTED TO    *
002250*                     THE CUSTOMER (REASON COI) AND CONNECTED   *
002275*                     HANDLERS NEVER SELECTED                   *
002300*****************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.    IBM-370.
002700 OBJECT-COMPUTER.    IBM-370.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT HANDLER-REPORT-FILE ASSIGN TO HNDRPT
003100         ORGANIZATION IS SEQUENTIAL
003200         FILE STATUS IS WS-HNDRPT-STATUS.
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  HANDLER-REPORT-FILE
003600     RECORDING MODE IS F.
003700 01  HR-REPORT-LINE              PIC X(133).
003800 WORKING-STORAGE SECTION.
003900*****************************************************************
004000*    FILE STATUS AND SWITCHES                                  *
004100*****************************************************************
004200 77  WS-HNDRPT-STATUS            PIC X(02) VALUE SPACES.
004300     88  WS-HNDRPT-OK                      VALUE '00'.
004400 77  WS-DB2-EOF-SWITCH           PIC X(01) VALUE 'N'.
004500     88  WS-DB2-EOF                        VALUE 'Y'.
004600 77  WS-ABSENT-COUNT             PIC 9(07) COMP-3 VALUE 0.
004700 77  WS-UNALLOC-COUNT            PIC 9(07) COMP-3 VALUE 0.
004800 77  WS-UNPLACED-COUNT           PIC 9(07) COMP-3 VALUE 0.
004850 77  WS-CONFLICT-COUNT           PIC 9(07) COMP-3 VALUE 0.
004900*****************************************************************
005000*    REASON LOGGED AGAINST EACH MOVE - 'ABS' THE HANDLER WAS    *
005066*    ABSENT OR INACTIVE, 'UNA' THE CLAIM HAD NO HANDLER, 'COI'  *
005133*    THE HANDLER IS CONNECTED TO THE CUSTOMER                   *
005200*****************************************************************
005300 01  WS-REASON-CODE              PIC X(03) VALUE SPACES.
005400     88  WS-REASON-ABSENT                  VALUE 'ABS'.
005500     88  WS-REASON-UNALLOC                 VALUE 'UNA'.
005550     88  WS-REASON-CONFLICT                VALUE 'COI'.
005600*****************************************************************
005700*    THE SUITE RUNS ON THE OPERATOR-CONTROLLED BUSINESS DATE -  *
005800*    THE SYSTEM CLOCK IS ONLY THE FALLBACK WHEN THE CONTROL ROW *
005900*    IS ABSENT, SO RERUNS AND LATE-RUNNING SCHEDULES KEEP THE   *
006000*    RIGHT DATED OUTPUT AND SELECTIONS                          *
006100*****************************************************************
006200 01  WS-BUSINESS-DATE.
006300     05  WS-BD-YYYY              PIC 9(04).
006400     05  FILLER                  PIC X(01).
006500     05  WS-BD-MM                PIC 9(02).
006600     05  FILLER                  PIC X(01).
006700     05  WS-BD-DD                PIC 9(02).
006800 01  WS-CURRENT-DATE-TIME.
006900     05  WS-CD-YYYY              PIC 9(04).
007000     05  WS-CD-MM                PIC 9(02).
007100     05  WS-CD-DD                PIC 9(02).
007200     05  FILLER                  PIC X(10).
007300 01  WS-REPORT-DATE.
007400     05  WS-RD-DD                PIC 9(02).
007500     05  FILLER                  PIC X(01) VALUE '/'.
007600     05  WS-RD-MM                PIC 9(02).
007700     05  FILLER                  PIC X(01) VALUE '/'.
007800     05  WS-RD-YYYY              PIC 9(04).
007900*****************************************************************
008000*    DB2 ROWS                                                   *
008100*****************************************************************
008200 01  DB2-CLAIMNUM-INT            PIC S9(9) COMP.
008300 01  DB2-CLAIM-TYPE              PIC X(01).
008400 01  DB2-RESERVE-AMT             PIC S9(9)V99 COMP-3.
008500 01  DB2-FROM-HANDLER            PIC X(08).
008600 01  DB2-TO-HANDLER              PIC X(08).
008633 01  DB2-CUSTOMERNUM-INT         PIC S9(9) COMP.
008666 01  DB2-CONNECTED-FLAG          PIC X(01).
008700*****************************************************************
008800*    REPORT LINE LAYOUTS                                       *
008900*****************************************************************
009000 01  HR-HEADING-1.
009100     05  FILLER                  PIC X(43) VALUE
009200         'LG INSURANCE - HANDLER REDISTRIBUTION'.
009300     05  FILLER                  PIC X(10) VALUE ' RUN DATE '.
009400     05  HR-H1-DATE              PIC X(10) VALUE SPACES.
009500     05  FILLER                  PIC X(70) VALUE SPACES.
009600 01  HR-HEADING-2.
009700     05  FILLER                  PIC X(14) VALUE '  CLAIM'.
009800     05  FILLER                  PIC X(05) VALUE 'TYPE'.
009900     05  FILLER                  PIC X(19) VALUE
010000         '          RESERVE'.
010100     05  FILLER                  PIC X(10) VALUE 'FROM'.
010200     05  FILLER                  PIC X(10) VALUE 'TO'.
010300     05  FILLER                  PIC X(30) VALUE 'ACTION'.
010400     05  FILLER                  PIC X(45) VALUE SPACES.
010500 01  HR-DETAIL-LINE.
010600     05  FILLER                  PIC X(02) VALUE SPACES.
010700     05  HR-D-CLAIMNUM           PIC 9(10).
010800     05  FILLER                  PIC X(02) VALUE SPACES.
010900     05  HR-D-CLAIM-TYPE         PIC X(01).
011000     05  FILLER                  PIC X(04) VALUE SPACES.
011100     05  HR-D-RESERVE            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
011200     05  FILLER                  PIC X(02) VALUE SPACES.
011300     05  HR-D-FROM               PIC X(08).
011400     05  FILLER                  PIC X(02) VALUE SPACES.
011500     05  HR-D-TO                 PIC X(08).
011600     05  FILLER                  PIC X(02) VALUE SPACES.
011700     05  HR-D-ACTION             PIC X(30).
011800     05  FILLER                  PIC X(45) VALUE SPACES.
011900 01  HR-BLANK-LINE               PIC X(133) VALUE SPACES.
012000 01  HR-SUMMARY-LINE-1.
012100     05  FILLER                  PIC X(20) VALUE SPACES.
012200     05  FILLER                  PIC X(36) VALUE
012300         'MOVED FROM ABSENT HANDLERS'.
012400     05  HR-S1-COUNT             PIC ZZZ,ZZ9.
012500     05  FILLER                  PIC X(70) VALUE SPACES.
012600 01  HR-SUMMARY-LINE-2.
012700     05  FILLER                  PIC X(20) VALUE SPACES.
012800     05  FILLER                  PIC X(36) VALUE
012900         'UNALLOCATED CLAIMS ALLOCATED'.
013000     05  HR-S2-COUNT             PIC ZZZ,ZZ9.
013100     05  FILLER                  PIC X(70) VALUE SPACES.
013200 01  HR-SUMMARY-LINE-3.
013300     05  FILLER                  PIC X(20) VALUE SPACES.
013400     05  FILLER                  PIC X(36) VALUE
013500         'LEFT FOR THE TEAM LEADER'.
013600     05  HR-S3-COUNT             PIC ZZZ,ZZ9.
013700     05  FILLER                  PIC X(70) VALUE SPACES.
013714 01  HR-SUMMARY-LINE-4.
013728     05  FILLER                  PIC X(20) VALUE SPACES.
013742     05  FILLER                  PIC X(36) VALUE
013757         'MOVED FROM CONNECTED HANDLERS'.
013771     05  HR-S4-COUNT             PIC ZZZ,ZZ9.
013785     05  FILLER                  PIC X(70) VALUE SPACES.
013800     COPY LGRCTL.
013900     EXEC SQL
014000         INCLUDE SQLCA
014100     END-EXEC.
014200*    A CLAIM NEEDS A NEW HANDLER WHEN IT IS STILL BEING WORKED
014300*    (OPEN OR REFERRED) AND NO ACTIVE, PRESENT STAFFUSER OWNS
014400*    IT - WHICH COVERS AN ABSENT HANDLER, A DEACTIVATED ONE AND
014460*    A CLAIM WITH NO HANDLER AT ALL - OR WHEN ITS HANDLER HAS AN
014520*    ACTIVE DECLARED CONNECTION TO THE POLICYHOLDER.  THE RESERVE
014580*    IS THE CLAIM'S RESERVE ONCE SET, THE NOTIFIED AMOUNT UNTIL
014640*    THEN.
014700     EXEC SQL
014800         DECLARE ORPHAN-CLAIM CURSOR WITH HOLD FOR
014900           SELECT C.CLAIMNUMBER, C.CLAIMTYPE,
015000                  COALESCE(C.RESERVEAMOUNT, C.AMOUNT),
015018                  COALESCE(C.HANDLERID, ' '),
015036                  P.CUSTOMERNUMBER,
015054                  CASE WHEN EXISTS
015072                       ( SELECT 1 FROM STAFFCONNECTION K
015090                          WHERE K.OPERATORID     = C.HANDLERID
015109                            AND K.CUSTOMERNUMBER =
015127                                P.CUSTOMERNUMBER
015145                            AND ( K.ENDDATE IS NULL
015163                               OR K.ENDDATE > CURRENT DATE ) )
015181                       THEN 'Y' ELSE 'N' END
015200             FROM CLAIM C
015233                  INNER JOIN POLICY P
015266                     ON P.POLICYNUMBER = C.POLICYNUMBER
015300            WHERE C.STATUS IN ('O', 'R')
015400              AND ( NOT EXISTS
015500                  ( SELECT 1 FROM STAFFUSER S
015600                     WHERE S.OPERATORID = C.HANDLERID
015700                       AND COALESCE(S.STATUS, 'A')     = 'A'
015800                       AND COALESCE(S.ABSENTFLAG, 'N') = 'N' )
015814                 OR EXISTS
015828                  ( SELECT 1 FROM STAFFCONNECTION K
015842                     WHERE K.OPERATORID     = C.HANDLERID
015857                       AND K.CUSTOMERNUMBER = P.CUSTOMERNUMBER
015871                       AND ( K.ENDDATE IS NULL
015885                          OR K.ENDDATE > CURRENT DATE ) ) )
015900            ORDER BY 4, C.CLAIMNUMBER
016000     END-EXEC.
016100 LINKAGE SECTION.
016200 PROCEDURE DIVISION.
016300*****************************************************************
016400*    0000-MAINLINE                                             *
016500*****************************************************************
016600 0000-MAINLINE SECTION.
016700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016800     PERFORM 2000-REDISTRIBUTE-CLAIM THRU 2000-EXIT
016900         UNTIL WS-DB2-EOF.
017000     PERFORM 8000-FINALIZE THRU 8000-EXIT.
017100     GO TO 9999-EXIT.
017200 0000-MAINLINE-EXIT.
017300     EXIT.
017400*****************************************************************
017500*    1000-INITIALIZE                                           *
017600*****************************************************************
017700 1000-INITIALIZE.
017800     ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
017900     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
018000     MOVE 'S'        TO RCTL-ACTION
018100     MOVE 'LGHNDR01' TO RCTL-JOBNAME
018200     MOVE WS-CD-YYYY TO RCTL-BD-YYYY
018300     MOVE WS-CD-MM   TO RCTL-BD-MM
018400     MOVE WS-CD-DD   TO RCTL-BD-DD
018500     MOVE '-'        TO RCTL-BD-S1
018600     MOVE '-'        TO RCTL-BD-S2
018700     CALL 'LGRCTL01' USING RCTL-REQUEST
018800     IF RCTL-RC NOT EQUAL '00'
018900         DISPLAY 'LGHNDR01 - RUN CONTROL REFUSED, RC='
019000                 RCTL-RC ' PREREQ=' RCTL-PREREQ-MISSING
019100         GO TO 9999-EXIT
019200     END-IF.
019300     MOVE WS-CD-DD   TO WS-RD-DD
019400     MOVE WS-CD-MM   TO WS-RD-MM
019500     MOVE WS-CD-YYYY TO WS-RD-YYYY.
019600     MOVE WS-REPORT-DATE TO HR-H1-DATE.
019700     OPEN OUTPUT HANDLER-REPORT-FILE.
019800     IF NOT WS-HNDRPT-OK
019900         DISPLAY 'LGHNDR01 - HNDRPT OPEN FAILED, STATUS='
020000                 WS-HNDRPT-STATUS
020100         GO TO 9999-EXIT
020200     END-IF.
020300     WRITE HR-REPORT-LINE FROM HR-HEADING-1.
020400     WRITE HR-REPORT-LINE FROM HR-BLANK-LINE.
020500     WRITE HR-REPORT-LINE FROM HR-HEADING-2.
020600     EXEC SQL
020700         OPEN ORPHAN-CLAIM
020800     END-EXEC.
020900     IF SQLCODE NOT EQUAL 0
021000         DISPLAY 'LGHNDR01 - CURSOR OPEN FAILED, SQLCODE='
021100                 SQLCODE
021200         GO TO 9999-EXIT
021300     END-IF.
021400     PERFORM 3000-READ-DB2 THRU 3000-EXIT.
021500 1000-EXIT.
021600     EXIT.
021700*****************************************************************
021800*    1050-GET-BUSINESS-DATE - OVERLAY THE CLOCK DATE WITH THE   *
021900*    BUSINESSDATE CONTROL ROW WHEN ONE IS SET                   *
022000*****************************************************************
022100 1050-GET-BUSINESS-DATE.
022200     EXEC SQL
022300         SELECT BUSINESSDATE
022400           INTO :WS-BUSINESS-DATE
022500           FROM BUSINESSDATE
022600          WHERE CONTROLID = 'LG'
022700     END-EXEC.
022800     IF SQLCODE EQUAL 0
022900         MOVE WS-BD-YYYY TO WS-CD-YYYY
023000         MOVE WS-BD-MM   TO WS-CD-MM
023100         MOVE WS-BD-DD   TO WS-CD-DD
023200     END-IF.
023300 1050-EXIT.
023400     EXIT.
023500*****************************************************************
023600*    2000-REDISTRIBUTE-CLAIM - FIND THE CLAIM A NEW HANDLER AND *
023700*    MOVE IT.  WHEN NOBODY QUALIFIES THE CLAIM STAYS WHERE IT   *
023800*    IS AND IS LISTED FOR THE TEAM LEADER TO PLACE BY HAND      *
023900*****************************************************************
024000 2000-REDISTRIBUTE-CLAIM.
024100     IF DB2-FROM-HANDLER EQUAL SPACES
024200         MOVE 'UNA' TO WS-REASON-CODE
024300     ELSE
024333         IF DB2-CONNECTED-FLAG EQUAL 'Y'
024366             MOVE 'COI' TO WS-REASON-CODE
024400         ELSE
024433             MOVE 'ABS' TO WS-REASON-CODE
024466         END-IF
024500     END-IF.
024600     MOVE DB2-CLAIMNUM-INT   TO HR-D-CLAIMNUM.
024700     MOVE DB2-CLAIM-TYPE     TO HR-D-CLAIM-TYPE.
024800     MOVE DB2-RESERVE-AMT    TO HR-D-RESERVE.
024900     MOVE DB2-FROM-HANDLER   TO HR-D-FROM.
025000     PERFORM 2100-SELECT-HANDLER THRU 2100-EXIT.
025100     IF DB2-TO-HANDLER EQUAL SPACES
025200         MOVE SPACES TO HR-D-TO
025300         MOVE 'NO ELIGIBLE HANDLER' TO HR-D-ACTION
025400         ADD 1 TO WS-UNPLACED-COUNT
025500     ELSE
025600         PERFORM 2200-REASSIGN-CLAIM THRU 2200-EXIT
025700         MOVE DB2-TO-HANDLER TO HR-D-TO
025757         EVALUATE TRUE
025814             WHEN WS-REASON-ABSENT
025871                 MOVE 'REASSIGNED - HANDLER ABSENT'
025928                   TO HR-D-ACTION
025985                 ADD 1 TO WS-ABSENT-COUNT
026042             WHEN WS-REASON-CONFLICT
026100                 MOVE 'REASSIGNED - HANDLER CONNECTED'
026157                   TO HR-D-ACTION
026214                 ADD 1 TO WS-CONFLICT-COUNT
026271             WHEN OTHER
026328                 MOVE 'ALLOCATED' TO HR-D-ACTION
026385                 ADD 1 TO WS-UNALLOC-COUNT
026442         END-EVALUATE
026500     END-IF.
026600     WRITE HR-REPORT-LINE FROM HR-DETAIL-LINE.
026700     PERFORM 3000-READ-DB2 THRU 3000-EXIT.
026800 2000-EXIT.
026900     EXIT.
027000*****************************************************************
027100*    2100-SELECT-HANDLER - THE ACTIVE, PRESENT HANDLER WHO      *
027200*    TAKES THE CLAIM TYPE AND WHOSE SETTLEMENT AUTHORITY        *
027300*    COVERS THE RESERVE, LIGHTEST OPEN CASELOAD FIRST.  THE     *
027366*    CASELOAD IS COUNTED LIVE SO EACH MOVE WEIGHS ON THE NEXT.  *
027433*    NOBODY CONNECTED TO THE CUSTOMER IS CHOSEN                 *
027500*****************************************************************
027600 2100-SELECT-HANDLER.
027700     MOVE SPACES TO DB2-TO-HANDLER.
027800     EXEC SQL
027900         SELECT S.OPERATORID
028000           INTO :DB2-TO-HANDLER
028100           FROM STAFFUSER S
028200                INNER JOIN AUTHORITYLIMIT A
028300                   ON A.STAFFROLE = S.STAFFROLE
028400                  AND A.TXNTYPE   = 'S'
028500                LEFT OUTER JOIN
028600                ( SELECT HANDLERID, COUNT(*) AS OPENCOUNT
028700                    FROM CLAIM
028800                   WHERE STATUS IN ('O', 'R')
028900                   GROUP BY HANDLERID ) L
029000                   ON L.HANDLERID = S.OPERATORID
029100          WHERE COALESCE(S.STATUS, 'A')     = 'A'
029200            AND COALESCE(S.ABSENTFLAG, 'N') = 'N'
029300            AND LOCATE(:DB2-CLAIM-TYPE,
029400                       COALESCE(S.CLAIMTYPES, ' ')) > 0
029500            AND A.LIMITAMOUNT >= :DB2-RESERVE-AMT
029512            AND NOT EXISTS
029525                ( SELECT 1
029537                    FROM STAFFCONNECTION K
029550                   WHERE K.OPERATORID     = S.OPERATORID
029562                     AND K.CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
029575                     AND ( K.ENDDATE IS NULL
029587                        OR K.ENDDATE > CURRENT DATE ) )
029600          ORDER BY COALESCE(L.OPENCOUNT, 0), S.OPERATORID
029700          FETCH FIRST 1 ROW ONLY
029800     END-EXEC.
029900     IF SQLCODE EQUAL 100
030000         MOVE SPACES TO DB2-TO-HANDLER
030100         GO TO 2100-EXIT
030200     END-IF.
030300     IF SQLCODE NOT EQUAL 0
030400         DISPLAY 'LGHNDR01 - HANDLER SELECT FAILED, SQLCODE='
030500                 SQLCODE
030600         GO TO 9999-EXIT
030700     END-IF.
030800 2100-EXIT.
030900     EXIT.
031000*****************************************************************
031100*    2200-REASSIGN-CLAIM - MOVE THE CLAIM, HAND ITS OPEN DIARY  *
031200*    TASKS (THE OLD HANDLER'S AND ANY UNOWNED) TO THE NEW       *
031300*    HANDLER, AND LOG THE MOVE                                  *
031400*****************************************************************
031500 2200-REASSIGN-CLAIM.
031600     EXEC SQL
031700         UPDATE CLAIM
031800            SET HANDLERID   = :DB2-TO-HANDLER,
031900                LASTCHANGED = CURRENT TIMESTAMP
032000          WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
032100     END-EXEC.
032200     IF SQLCODE NOT EQUAL 0
032300         DISPLAY 'LGHNDR01 - CLAIM UPDATE FAILED, SQLCODE='
032400                 SQLCODE
032500         GO TO 9999-EXIT
032600     END-IF.
032700     EXEC SQL
032800         UPDATE CLAIMDIARY
032900            SET OWNERID = :DB2-TO-HANDLER
033000          WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
033100            AND STATUS      = 'O'
033200            AND ( OWNERID = :DB2-FROM-HANDLER
033300               OR OWNERID = ' ' )
033400     END-EXEC.
033500     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
033600         DISPLAY 'LGHNDR01 - DIARY UPDATE FAILED, SQLCODE='
033700                 SQLCODE
033800         GO TO 9999-EXIT
033900     END-IF.
034000     EXEC SQL
034100         INSERT INTO HANDLERREASSIGN
034200                   ( CLAIMNUMBER,
034300                     FROMHANDLER,
034400                     TOHANDLER,
034500                     REASONCODE,
034600                     RESERVEAMOUNT,
034700                     REASSIGNTIME )
034800            VALUES ( :DB2-CLAIMNUM-INT,
034900                     :DB2-FROM-HANDLER,
035000                     :DB2-TO-HANDLER,
035100                     :WS-REASON-CODE,
035200                     :DB2-RESERVE-AMT,
035300                     CURRENT TIMESTAMP )
035400     END-EXEC.
035500     IF SQLCODE NOT EQUAL 0
035600         DISPLAY 'LGHNDR01 - REASSIGN LOG FAILED, SQLCODE='
035700                 SQLCODE
035800         GO TO 9999-EXIT
035900     END-IF.
036000 2200-EXIT.
036100     EXIT.
036200*****************************************************************
036300*    3000-READ-DB2 - NEXT ORPHAN-CLAIM CURSOR ROW               *
036400*****************************************************************
036500 3000-READ-DB2.
036600     EXEC SQL
036700         FETCH ORPHAN-CLAIM
036800           INTO :DB2-CLAIMNUM-INT, :DB2-CLAIM-TYPE,
036866                :DB2-RESERVE-AMT, :DB2-FROM-HANDLER,
036933                :DB2-CUSTOMERNUM-INT, :DB2-CONNECTED-FLAG
037000     END-EXEC.
037100     EVALUATE SQLCODE
037200         WHEN 0
037300             CONTINUE
037400         WHEN 100
037500             MOVE 'Y' TO WS-DB2-EOF-SWITCH
037600         WHEN OTHER
037700             DISPLAY 'LGHNDR01 - CURSOR FETCH ERROR, SQLCODE='
037800                     SQLCODE
037900             GO TO 9999-EXIT
038000     END-EVALUATE.
038100 3000-EXIT.
038200     EXIT.
038300*****************************************************************
038400*    8000-FINALIZE                                             *
038500*****************************************************************
038600 8000-FINALIZE.
038700     EXEC SQL
038800         CLOSE ORPHAN-CLAIM
038900     END-EXEC.
039000     WRITE HR-REPORT-LINE FROM HR-BLANK-LINE.
039100     MOVE WS-ABSENT-COUNT   TO HR-S1-COUNT.
039200     WRITE HR-REPORT-LINE FROM HR-SUMMARY-LINE-1.
039300     MOVE WS-UNALLOC-COUNT  TO HR-S2-COUNT.
039400     WRITE HR-REPORT-LINE FROM HR-SUMMARY-LINE-2.
039500     MOVE WS-UNPLACED-COUNT TO HR-S3-COUNT.
039600     WRITE HR-REPORT-LINE FROM HR-SUMMARY-LINE-3.
039633     MOVE WS-CONFLICT-COUNT TO HR-S4-COUNT.
039666     WRITE HR-REPORT-LINE FROM HR-SUMMARY-LINE-4.
039700     CLOSE HANDLER-REPORT-FILE.
039800     MOVE 'E' TO RCTL-ACTION
039900     CALL 'LGRCTL01' USING RCTL-REQUEST.
040000 8000-EXIT.
040100     EXIT.
040200*****************************************************************
040300*    9999-EXIT - COMMON PROGRAM EXIT POINT                      *
040400*****************************************************************
040500 9999-EXIT.
040600     STOP RUN.
