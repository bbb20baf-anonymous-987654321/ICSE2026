000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     LGCRUD01.
000300 AUTHOR.         LG INSURANCE IT - BATCH SUPPORT.
000400 INSTALLATION.   LG INSURANCE.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700 REMARKS.        DAILY CRU CERTIFICATE CHASE - EVERY CERTIFICATE
000800                 OF RECOVERABLE BENEFITS REQUESTED ON A PI LINE
000900                 OF AN OPEN CLAIM AND STILL OUTSTANDING PAST THE
001000                 CHASE LIMIT, AND EVERY CERTIFICATE THAT HAS
001100                 EXPIRED BEFORE THE LINE SETTLED, GETS A 'CRU'
001200                 CLAIMDIARY TASK FOR THE HANDLER AND A LINE ON
001300                 THE CHASE REPORT.  THE LIMIT IN DAYS IS
001400                 PRODUCTCONFIG 'CRUCHASEDAY' FOR THE POLICY
001500                 TYPE, 28 WHEN NONE IS LOADED.
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
002700     SELECT CRU-REPORT-FILE ASSIGN TO CRURPT
002800         ORGANIZATION IS SEQUENTIAL
002900         FILE STATUS IS WS-CRURPT-STATUS.
003000 DATA DIVISION.
003100 FILE SECTION.
003200 FD  CRU-REPORT-FILE
003300     RECORDING MODE IS F.
003400 01  CR-REPORT-LINE              PIC X(133).
003500 WORKING-STORAGE SECTION.
003600*****************************************************************
003700*    FILE STATUS AND SWITCHES                                  *
003800*****************************************************************
003900 77  WS-CRURPT-STATUS            PIC X(02) VALUE SPACES.
004000     88  WS-CRURPT-OK                      VALUE '00'.
004100 77  WS-DB2-EOF-SWITCH           PIC X(01) VALUE 'N'.
004200     88  WS-DB2-EOF                        VALUE 'Y'.
004300 77  WS-CHASED-COUNT             PIC 9(07) COMP-3 VALUE 0.
004400 77  WS-EXPIRED-COUNT            PIC 9(07) COMP-3 VALUE 0.
004500*****************************************************************
004600*    CHASE LIMIT - PRODUCTCONFIG FOR THE CLAIM'S POLICY TYPE   *
004700*    WHEN LOADED, THIS DEFAULT OTHERWISE.  THE LAST TYPE LOOKED *
004800*    UP IS KEPT SO THE CONFIG IS ONLY READ ON A CHANGE OF TYPE  *
004900*****************************************************************
005000 77  WS-DEFAULT-CHASE-DAYS       PIC S9(9) COMP VALUE 28.
005100 77  WS-CHASE-DAYS               PIC S9(9) COMP VALUE 28.
005200 77  WS-LAST-POLICY-TYPE         PIC X(01) VALUE SPACES.
005300 77  WS-LAST-DIARY-CLAIM         PIC S9(9) COMP VALUE 0.
005400*****************************************************************
005500*    THE SUITE RUNS ON THE OPERATOR-CONTROLLED BUSINESS DATE -  *
005600*    THE SYSTEM CLOCK IS ONLY THE FALLBACK WHEN THE CONTROL ROW *
005700*    IS ABSENT, SO RERUNS AND LATE-RUNNING SCHEDULES KEEP THE   *
005800*    RIGHT DATED OUTPUT AND SELECTIONS                          *
005900*****************************************************************
006000 01  WS-BUSINESS-DATE.
006100     05  WS-BD-YYYY              PIC 9(04).
006200     05  FILLER                  PIC X(01).
006300     05  WS-BD-MM                PIC 9(02).
006400     05  FILLER                  PIC X(01).
006500     05  WS-BD-DD                PIC 9(02).
006600 01  WS-CURRENT-DATE-TIME.
006700     05  WS-CD-YYYY              PIC 9(04).
006800     05  WS-CD-MM                PIC 9(02).
006900     05  WS-CD-DD                PIC 9(02).
007000     05  FILLER                  PIC X(10).
007100 01  WS-REPORT-DATE.
007200     05  WS-RD-DD                PIC 9(02).
007300     05  FILLER                  PIC X(01) VALUE '/'.
007400     05  WS-RD-MM                PIC 9(02).
007500     05  FILLER                  PIC X(01) VALUE '/'.
007600     05  WS-RD-YYYY              PIC 9(04).
007700 01  WS-TODAY-DATE-ISO           PIC X(10).
007800 01  WS-TODAY-DATE-BRKDN         REDEFINES WS-TODAY-DATE-ISO.
007900     05  WS-TD-YYYY              PIC X(04).
008000     05  FILLER                  PIC X(01).
008100     05  WS-TD-MM                PIC X(02).
008200     05  FILLER                  PIC X(01).
008300     05  WS-TD-DD                PIC X(02).
008400*****************************************************************
008500*    DB2 ROWS                                                   *
008600*****************************************************************
008700 01  DB2-CONFIG-VALUE            PIC S9(9)V99 COMP-3.
008800 01  DB2-CLAIMNUM-INT            PIC S9(9) COMP.
008900 01  DB2-LINESEQ-SINT            PIC S9(4) COMP.
009000 01  DB2-CRU-STATUS              PIC X(01).
009100 01  DB2-REQUESTDATE             PIC X(10).
009200 01  DB2-AGE-DAYS                PIC S9(9) COMP.
009300 01  DB2-EXPIRYDATE              PIC X(10).
009400 01  DB2-POLICY-TYPE             PIC X(01).
009500 01  DB2-TASK-DESC               PIC X(30).
009600*****************************************************************
009700*    REPORT LINE LAYOUTS                                       *
009800*****************************************************************
009900 01  CR-HEADING-1.
010000     05  FILLER                  PIC X(43) VALUE
010100         'LG INSURANCE - CRU CERTIFICATE CHASE'.
010200     05  FILLER                  PIC X(10) VALUE ' RUN DATE '.
010300     05  CR-H1-DATE              PIC X(10) VALUE SPACES.
010400     05  FILLER                  PIC X(70) VALUE SPACES.
010500 01  CR-HEADING-2.
010600     05  FILLER                  PIC X(14) VALUE '  CLAIM'.
010700     05  FILLER                  PIC X(07) VALUE 'LINE'.
010800     05  FILLER                  PIC X(05) VALUE 'ST'.
010900     05  FILLER                  PIC X(12) VALUE 'REQUESTED'.
011000     05  FILLER                  PIC X(08) VALUE '  DAYS'.
011100     05  FILLER                  PIC X(12) VALUE 'EXPIRY'.
011200     05  FILLER                  PIC X(30) VALUE 'ACTION'.
011300     05  FILLER                  PIC X(45) VALUE SPACES.
011400 01  CR-DETAIL-LINE.
011500     05  FILLER                  PIC X(02) VALUE SPACES.
011600     05  CR-D-CLAIMNUM           PIC 9(10).
011700     05  FILLER                  PIC X(02) VALUE SPACES.
011800     05  CR-D-LINESEQ            PIC 9(03).
011900     05  FILLER                  PIC X(04) VALUE SPACES.
012000     05  CR-D-STATUS             PIC X(01).
012100     05  FILLER                  PIC X(04) VALUE SPACES.
012200     05  CR-D-REQUESTDATE        PIC X(10).
012300     05  FILLER                  PIC X(02) VALUE SPACES.
012400     05  CR-D-DAYS               PIC ZZ,ZZ9.
012500     05  FILLER                  PIC X(02) VALUE SPACES.
012600     05  CR-D-EXPIRYDATE         PIC X(10).
012700     05  FILLER                  PIC X(02) VALUE SPACES.
012800     05  CR-D-ACTION             PIC X(30).
012900     05  FILLER                  PIC X(45) VALUE SPACES.
013000 01  CR-BLANK-LINE               PIC X(133) VALUE SPACES.
013100 01  CR-SUMMARY-LINE-1.
013200     05  FILLER                  PIC X(20) VALUE SPACES.
013300     05  FILLER                  PIC X(36) VALUE
013400         'OVERDUE CERTIFICATES CHASED'.
013500     05  CR-S1-COUNT             PIC ZZZ,ZZ9.
013600     05  FILLER                  PIC X(70) VALUE SPACES.
013700 01  CR-SUMMARY-LINE-2.
013800     05  FILLER                  PIC X(20) VALUE SPACES.
013900     05  FILLER                  PIC X(36) VALUE
014000         'EXPIRED CERTIFICATES TO RE-REQUEST'.
014100     05  CR-S2-COUNT             PIC ZZZ,ZZ9.
014200     05  FILLER                  PIC X(70) VALUE SPACES.
014300     COPY LGRCTL.
014400     EXEC SQL
014500         INCLUDE SQLCA
014600     END-EXEC.
014700*    A CERTIFICATE NEEDS CHASING WHILE IT IS STILL REQUESTED, OR
014800*    WHEN THE ONE HELD HAS EXPIRED BEFORE THE LINE SETTLED - IN
014900*    EITHER CASE ONLY ON AN OPEN CLAIM, AND NEVER WHEN A 'CRU'
015000*    DIARY TASK IS ALREADY OPEN ON THE CLAIM.  THE CHASE LIMIT
015100*    VARIES BY POLICY TYPE SO IT IS APPLIED ROW BY ROW.
015200     EXEC SQL
015300         DECLARE OVERDUE-CRU CURSOR FOR
015400           SELECT K.CLAIMNUMBER, K.LINESEQ, K.STATUS,
015500                  CHAR(K.REQUESTDATE, ISO),
015600                  DAYS(DATE(:WS-TODAY-DATE-ISO))
015700                    - DAYS(K.REQUESTDATE),
015800                  COALESCE(CHAR(K.EXPIRYDATE, ISO), ' '),
015900                  P.POLICYTYPE
016000             FROM CLAIMCRU K,
016100                  CLAIMLINE L,
016200                  CLAIM C,
016300                  POLICY P
016400            WHERE L.CLAIMNUMBER  = K.CLAIMNUMBER
016500              AND L.LINESEQ      = K.LINESEQ
016600              AND L.STATUS      <> 'S'
016700              AND C.CLAIMNUMBER  = K.CLAIMNUMBER
016800              AND C.STATUS       = 'O'
016900              AND C.POLICYNUMBER = P.POLICYNUMBER
017000              AND ( K.STATUS = 'R'
017100                 OR ( K.STATUS = 'C'
017200                  AND K.EXPIRYDATE
017300                      < DATE(:WS-TODAY-DATE-ISO) ) )
017400              AND NOT EXISTS
017500                  ( SELECT 1 FROM CLAIMDIARY D
017600                     WHERE D.CLAIMNUMBER = K.CLAIMNUMBER
017700                       AND D.TASKTYPE    = 'CRU'
017800                       AND D.STATUS      = 'O' )
017900            ORDER BY P.POLICYTYPE, K.CLAIMNUMBER, K.LINESEQ
018000     END-EXEC.
018100 LINKAGE SECTION.
018200 PROCEDURE DIVISION.
018300*****************************************************************
018400*    0000-MAINLINE                                             *
018500*****************************************************************
018600 0000-MAINLINE SECTION.
018700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018800     PERFORM 2000-CHASE-CERTIFICATE THRU 2000-EXIT
018900         UNTIL WS-DB2-EOF.
019000     PERFORM 8000-FINALIZE THRU 8000-EXIT.
019100     GO TO 9999-EXIT.
019200 0000-MAINLINE-EXIT.
019300     EXIT.
019400*****************************************************************
019500*    1000-INITIALIZE                                           *
019600*****************************************************************
019700 1000-INITIALIZE.
019800     ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
019900     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
020000     MOVE 'S'        TO RCTL-ACTION
020100     MOVE 'LGCRUD01' TO RCTL-JOBNAME
020200     MOVE WS-CD-YYYY TO RCTL-BD-YYYY
020300     MOVE WS-CD-MM   TO RCTL-BD-MM
020400     MOVE WS-CD-DD   TO RCTL-BD-DD
020500     MOVE '-'        TO RCTL-BD-S1
020600     MOVE '-'        TO RCTL-BD-S2
020700     CALL 'LGRCTL01' USING RCTL-REQUEST
020800     IF RCTL-RC NOT EQUAL '00'
020900         DISPLAY 'LGCRUD01 - RUN CONTROL REFUSED, RC='
021000                 RCTL-RC ' PREREQ=' RCTL-PREREQ-MISSING
021100         GO TO 9999-EXIT
021200     END-IF.
021300     MOVE WS-CD-DD   TO WS-RD-DD
021400     MOVE WS-CD-MM   TO WS-RD-MM
021500     MOVE WS-CD-YYYY TO WS-RD-YYYY.
021600     MOVE WS-REPORT-DATE TO CR-H1-DATE.
021700     MOVE WS-CD-YYYY TO WS-TD-YYYY
021800     MOVE WS-CD-MM   TO WS-TD-MM
021900     MOVE WS-CD-DD   TO WS-TD-DD
022000     MOVE '-'        TO WS-TODAY-DATE-ISO(5:1)
022100     MOVE '-'        TO WS-TODAY-DATE-ISO(8:1).
022200     OPEN OUTPUT CRU-REPORT-FILE.
022300     IF NOT WS-CRURPT-OK
022400         DISPLAY 'LGCRUD01 - CRURPT OPEN FAILED, STATUS='
022500                 WS-CRURPT-STATUS
022600         GO TO 9999-EXIT
022700     END-IF.
022800     WRITE CR-REPORT-LINE FROM CR-HEADING-1.
022900     WRITE CR-REPORT-LINE FROM CR-BLANK-LINE.
023000     WRITE CR-REPORT-LINE FROM CR-HEADING-2.
023100     EXEC SQL
023200         OPEN OVERDUE-CRU
023300     END-EXEC.
023400     IF SQLCODE NOT EQUAL 0
023500         DISPLAY 'LGCRUD01 - CURSOR OPEN FAILED, SQLCODE='
023600                 SQLCODE
023700         GO TO 9999-EXIT
023800     END-IF.
023900     PERFORM 3000-READ-DB2 THRU 3000-EXIT.
024000 1000-EXIT.
024100     EXIT.
024200*****************************************************************
024300*    1050-GET-BUSINESS-DATE - OVERLAY THE CLOCK DATE WITH THE   *
024400*    BUSINESSDATE CONTROL ROW WHEN ONE IS SET                   *
024500*****************************************************************
024600 1050-GET-BUSINESS-DATE.
024700     EXEC SQL
024800         SELECT BUSINESSDATE
024900           INTO :WS-BUSINESS-DATE
025000           FROM BUSINESSDATE
025100          WHERE CONTROLID = 'LG'
025200     END-EXEC.
025300     IF SQLCODE EQUAL 0
025400         MOVE WS-BD-YYYY TO WS-CD-YYYY
025500         MOVE WS-BD-MM   TO WS-CD-MM
025600         MOVE WS-BD-DD   TO WS-CD-DD
025700     END-IF.
025800 1050-EXIT.
025900     EXIT.
026000*****************************************************************
026100*    2000-CHASE-CERTIFICATE - ONE OUTSTANDING OR EXPIRED        *
026200*    CERTIFICATE.  A REQUEST STILL INSIDE ITS CHASE LIMIT IS    *
026300*    PASSED OVER; ANYTHING ELSE GETS ITS DIARY TASK AND LINE    *
026400*****************************************************************
026500 2000-CHASE-CERTIFICATE.
026600     IF DB2-POLICY-TYPE NOT EQUAL WS-LAST-POLICY-TYPE
026700         PERFORM 2100-GET-CHASE-DAYS THRU 2100-EXIT
026800     END-IF.
026900     IF DB2-CRU-STATUS EQUAL 'R'
027000         IF DB2-AGE-DAYS NOT GREATER THAN WS-CHASE-DAYS
027100             PERFORM 3000-READ-DB2 THRU 3000-EXIT
027200             GO TO 2000-EXIT
027300         END-IF
027400         MOVE 'CHASE OVERDUE CRU CERTIFICATE' TO DB2-TASK-DESC
027500         ADD 1 TO WS-CHASED-COUNT
027600     ELSE
027700         MOVE 'REQUEST NEW CRU CERTIFICATE'   TO DB2-TASK-DESC
027800         ADD 1 TO WS-EXPIRED-COUNT
027900     END-IF.
028000*    ONE TASK PER CLAIM IS ENOUGH - A SECOND PI LINE ON THE
028100*    SAME CLAIM IS REPORTED BUT NOT DIARISED AGAIN
028200     IF DB2-CLAIMNUM-INT NOT EQUAL WS-LAST-DIARY-CLAIM
028300         PERFORM 2200-RAISE-DIARY THRU 2200-EXIT
028400     END-IF.
028500     MOVE DB2-CLAIMNUM-INT   TO CR-D-CLAIMNUM.
028600     MOVE DB2-LINESEQ-SINT   TO CR-D-LINESEQ.
028700     MOVE DB2-CRU-STATUS     TO CR-D-STATUS.
028800     MOVE DB2-REQUESTDATE    TO CR-D-REQUESTDATE.
028900     MOVE DB2-AGE-DAYS       TO CR-D-DAYS.
029000     MOVE DB2-EXPIRYDATE     TO CR-D-EXPIRYDATE.
029100     MOVE DB2-TASK-DESC      TO CR-D-ACTION.
029200     WRITE CR-REPORT-LINE FROM CR-DETAIL-LINE.
029300     PERFORM 3000-READ-DB2 THRU 3000-EXIT.
029400 2000-EXIT.
029500     EXIT.
029600*****************************************************************
029700*    2100-GET-CHASE-DAYS - CHASE LIMIT IN FORCE TODAY FOR THE   *
029800*    ROW'S POLICY TYPE                                          *
029900*****************************************************************
030000 2100-GET-CHASE-DAYS.
030100     MOVE DB2-POLICY-TYPE       TO WS-LAST-POLICY-TYPE.
030200     MOVE WS-DEFAULT-CHASE-DAYS TO WS-CHASE-DAYS.
030300     EXEC SQL
030400         SELECT CONFIGVALUE
030500           INTO :DB2-CONFIG-VALUE
030600           FROM PRODUCTCONFIG
030700          WHERE POLICYTYPE = :DB2-POLICY-TYPE
030800            AND CONFIGKEY  = 'CRUCHASEDAY '
030900            AND EFFECTIVEDATE =
031000                ( SELECT MAX(EFFECTIVEDATE)
031100                    FROM PRODUCTCONFIG
031200                   WHERE POLICYTYPE = :DB2-POLICY-TYPE
031300                     AND CONFIGKEY  = 'CRUCHASEDAY '
031400                     AND EFFECTIVEDATE <= CURRENT DATE )
031500     END-EXEC.
031600     IF SQLCODE EQUAL 0
031700         MOVE DB2-CONFIG-VALUE TO WS-CHASE-DAYS
031800     END-IF.
031900 2100-EXIT.
032000     EXIT.
032100*****************************************************************
032200*    2200-RAISE-DIARY - OPEN A 'CRU' TASK ON THE CLAIM, DUE     *
032300*    TODAY, FOR THE HANDLER TO ACTION                           *
032400*****************************************************************
032500 2200-RAISE-DIARY.
032600     EXEC SQL
032700         INSERT INTO CLAIMDIARY
032800                   ( CLAIMNUMBER,
032900                     DIARYSEQ,
033000                     TASKTYPE,
033100                     TASKDESC,
033200                     DUEDATE,
033300                     OWNERID,
033400                     STATUS,
033500                     CREATEDTIME )
033600            SELECT :DB2-CLAIMNUM-INT,
033700                   COALESCE(MAX(DIARYSEQ), 0) + 1,
033800                   'CRU',
033900                   :DB2-TASK-DESC,
034000                   DATE(:WS-TODAY-DATE-ISO),
034100                   ' ',
034200                   'O',
034300                   CURRENT TIMESTAMP
034400              FROM CLAIMDIARY
034500             WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
034600     END-EXEC.
034700     IF SQLCODE NOT EQUAL 0
034800         DISPLAY 'LGCRUD01 - DIARY INSERT FAILED, SQLCODE='
034900                 SQLCODE
035000         GO TO 9999-EXIT
035100     END-IF.
035200     MOVE DB2-CLAIMNUM-INT TO WS-LAST-DIARY-CLAIM.
035300 2200-EXIT.
035400     EXIT.
035500*****************************************************************
035600*    3000-READ-DB2 - NEXT OVERDUE-CRU CURSOR ROW                *
035700*****************************************************************
035800 3000-READ-DB2.
035900     EXEC SQL
036000         FETCH OVERDUE-CRU
036100           INTO :DB2-CLAIMNUM-INT, :DB2-LINESEQ-SINT,
036200                :DB2-CRU-STATUS, :DB2-REQUESTDATE,
036300                :DB2-AGE-DAYS, :DB2-EXPIRYDATE,
036400                :DB2-POLICY-TYPE
036500     END-EXEC.
036600     EVALUATE SQLCODE
036700         WHEN 0
036800             CONTINUE
036900         WHEN 100
037000             MOVE 'Y' TO WS-DB2-EOF-SWITCH
037100         WHEN OTHER
037200             DISPLAY 'LGCRUD01 - CURSOR FETCH ERROR, SQLCODE='
037300                     SQLCODE
037400             GO TO 9999-EXIT
037500     END-EVALUATE.
037600 3000-EXIT.
037700     EXIT.
037800*****************************************************************
037900*    8000-FINALIZE                                             *
038000*****************************************************************
038100 8000-FINALIZE.
038200     EXEC SQL
038300         CLOSE OVERDUE-CRU
038400     END-EXEC.
038500     WRITE CR-REPORT-LINE FROM CR-BLANK-LINE.
038600     MOVE WS-CHASED-COUNT  TO CR-S1-COUNT.
038700     WRITE CR-REPORT-LINE FROM CR-SUMMARY-LINE-1.
038800     MOVE WS-EXPIRED-COUNT TO CR-S2-COUNT.
038900     WRITE CR-REPORT-LINE FROM CR-SUMMARY-LINE-2.
039000     CLOSE CRU-REPORT-FILE.
039100     MOVE 'E' TO RCTL-ACTION
039200     CALL 'LGRCTL01' USING RCTL-REQUEST.
039300 8000-EXIT.
039400     EXIT.
039500*****************************************************************
039600*    9999-EXIT - COMMON PROGRAM EXIT POINT                      *
039700*****************************************************************
039800 9999-EXIT.
039900     STOP RUN.
