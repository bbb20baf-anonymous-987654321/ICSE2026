000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     LGSNPR01.
000300 AUTHOR.         LG INSURANCE IT - BATCH SUPPORT.
000400 INSTALLATION.   LG INSURANCE.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700 REMARKS.        WEEKLY STAFF DATA-ACCESS (SNOOPING) REPORT -
000800                 READS THE WEEK'S STAFFACCESSLOG ROWS WRITTEN
000900                 BY THE CUSTOMER, POLICY AND CLAIM INQUIRIES
001000                 (LGICDB01, LGIPDB01, LGICLM01) AND FLAGS THREE
001100                 PATTERNS FOR THE INFORMATION SECURITY TEAM:
001200                 STAFF VIEWING CUSTOMERS WHO SHARE THEIR SURNAME
001300                 OR POSTCODE, STAFF VIEWING VULNERABLE OR
001400                 HIGH-PROFILE CUSTOMERS WHO HAVE NO OPEN CLAIM OR
001500                 COMPLAINT, AND STAFF WHOSE VIEWS FOR THE WEEK
001600                 EXCEED THE SYSIN THRESHOLD.
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
002800     SELECT SNOOP-REPORT-FILE ASSIGN TO SNPRPT
002900         ORGANIZATION IS SEQUENTIAL
003000         FILE STATUS IS WS-SNPRPT-STATUS.
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  SNOOP-REPORT-FILE
003400     RECORDING MODE IS F.
003500 01  SN-REPORT-LINE              PIC X(133).
003600 WORKING-STORAGE SECTION.
003700*****************************************************************
003800*    FILE STATUS, SWITCHES AND COUNTERS                        *
003900*****************************************************************
004000 77  WS-SNPRPT-STATUS            PIC X(02) VALUE SPACES.
004100     88  WS-SNPRPT-OK                      VALUE '00'.
004200 77  WS-CUR-EOF-SWITCH           PIC X(01) VALUE 'N'.
004300     88  WS-CUR-EOF                        VALUE 'Y'.
004400 77  WS-RELATED-COUNT            PIC 9(07) COMP-3 VALUE 0.
004500 77  WS-SENSITIVE-COUNT          PIC 9(07) COMP-3 VALUE 0.
004600 77  WS-VOLUME-COUNT             PIC 9(07) COMP-3 VALUE 0.
004700 77  WS-DEFAULT-THRESHOLD        PIC S9(9) COMP VALUE +200.
004800*****************************************************************
004900*    SYSIN PARM - THE NUMBER OF VIEWS IN THE WEEK ABOVE WHICH A  *
005000*    USER IS LISTED; BLANK OR ZERO TAKES THE DEFAULT OF 200      *
005100*****************************************************************
005200 01  WS-SNOOP-PARM.
005300     05  WS-SP-THRESHOLD         PIC 9(05).
005400     05  FILLER                  PIC X(75).
005500*****************************************************************
005600*    THE SUITE RUNS ON THE OPERATOR-CONTROLLED BUSINESS DATE -    *
005700*    THE SYSTEM CLOCK IS ONLY THE FALLBACK WHEN THE CONTROL ROW   *
005800*    IS ABSENT, SO RERUNS AND LATE-RUNNING SCHEDULES KEEP THE     *
005900*    RIGHT DATED OUTPUT AND SELECTIONS                            *
006000*****************************************************************
006100 01  WS-BUSINESS-DATE.
006200     05  WS-BD-YYYY              PIC 9(04).
006300     05  FILLER                  PIC X(01).
006400     05  WS-BD-MM                PIC 9(02).
006500     05  FILLER                  PIC X(01).
006600     05  WS-BD-DD                PIC 9(02).
006700 01  WS-CURRENT-DATE-TIME.
006800     05  WS-CD-YYYY              PIC 9(04).
006900     05  WS-CD-MM                PIC 9(02).
007000     05  WS-CD-DD                PIC 9(02).
007100     05  FILLER                  PIC X(10).
007200 01  WS-RUNDATE-ISO              PIC X(10).
007300 01  WS-RUNDATE-BRKDN            REDEFINES WS-RUNDATE-ISO.
007400     05  WS-RI-YYYY              PIC 9(04).
007500     05  FILLER                  PIC X(01).
007600     05  WS-RI-MM                PIC 9(02).
007700     05  FILLER                  PIC X(01).
007800     05  WS-RI-DD                PIC 9(02).
007900*****************************************************************
008000*    DB2 HOST VARIABLES                                        *
008100*****************************************************************
008200 01  DB2-WINDOW-START            PIC X(10).
008300 01  DB2-THRESHOLD-INT           PIC S9(9) COMP.
008400 01  DB2-SNOOP-ROW.
008500     05  DB2-OPERATORID          PIC X(08).
008600     05  DB2-CUSTOMERNUM-INT     PIC S9(9) COMP.
008700     05  DB2-VIEW-COUNT          PIC S9(9) COMP.
008800     05  DB2-CUST-COUNT          PIC S9(9) COMP.
008900     05  DB2-LAST-VIEWED         PIC X(26).
009000     05  DB2-REASON              PIC X(12).
009100*****************************************************************
009200*    REPORT LINE LAYOUTS                                       *
009300*****************************************************************
009400 01  SN-HEADING-1.
009500     05  FILLER                  PIC X(43) VALUE
009600         'LG INSURANCE - STAFF DATA-ACCESS REVIEW'.
009700     05  FILLER                  PIC X(08) VALUE ' PERIOD '.
009800     05  SN-H1-FROM              PIC X(10) VALUE SPACES.
009900     05  FILLER                  PIC X(04) VALUE ' TO '.
010000     05  SN-H1-TO                PIC X(10) VALUE SPACES.
010100     05  FILLER                  PIC X(58) VALUE SPACES.
010200 01  SN-SECTION-LINE.
010300     05  FILLER                  PIC X(02) VALUE SPACES.
010400     05  SN-SECTION-TITLE        PIC X(70).
010500     05  FILLER                  PIC X(61) VALUE SPACES.
010600 01  SN-COLUMN-LINE.
010700     05  FILLER                  PIC X(02) VALUE SPACES.
010800     05  FILLER                  PIC X(10) VALUE 'OPERATOR'.
010900     05  FILLER                  PIC X(12) VALUE 'CUSTOMER'.
011000     05  FILLER                  PIC X(14) VALUE 'REASON'.
011100     05  FILLER                  PIC X(09) VALUE '  VIEWS'.
011200     05  FILLER                  PIC X(02) VALUE SPACES.
011300     05  FILLER                  PIC X(26) VALUE 'LAST VIEWED'.
011400     05  FILLER                  PIC X(58) VALUE SPACES.
011500 01  SN-DETAIL-LINE.
011600     05  FILLER                  PIC X(02) VALUE SPACES.
011700     05  SN-D-OPERATOR           PIC X(08).
011800     05  FILLER                  PIC X(02) VALUE SPACES.
011900     05  SN-D-CUSTOMERNUM        PIC 9(10).
012000     05  FILLER                  PIC X(02) VALUE SPACES.
012100     05  SN-D-REASON             PIC X(12).
012200     05  FILLER                  PIC X(02) VALUE SPACES.
012300     05  SN-D-VIEWS              PIC ZZZ,ZZ9.
012400     05  FILLER                  PIC X(04) VALUE SPACES.
012500     05  SN-D-LAST-VIEWED        PIC X(26).
012600     05  FILLER                  PIC X(58) VALUE SPACES.
012700 01  SN-VOLUME-COLUMN-LINE.
012800     05  FILLER                  PIC X(02) VALUE SPACES.
012900     05  FILLER                  PIC X(10) VALUE 'OPERATOR'.
013000     05  FILLER                  PIC X(09) VALUE '  VIEWS'.
013100     05  FILLER                  PIC X(12) VALUE '  CUSTOMERS'.
013200     05  FILLER                  PIC X(100) VALUE SPACES.
013300 01  SN-VOLUME-LINE.
013400     05  FILLER                  PIC X(02) VALUE SPACES.
013500     05  SN-V-OPERATOR           PIC X(08).
013600     05  FILLER                  PIC X(02) VALUE SPACES.
013700     05  SN-V-VIEWS              PIC ZZZ,ZZ9.
013800     05  FILLER                  PIC X(04) VALUE SPACES.
013900     05  SN-V-CUSTOMERS          PIC ZZZ,ZZ9.
014000     05  FILLER                  PIC X(103) VALUE SPACES.
014100 01  SN-SUMMARY-LINE.
014200     05  FILLER                  PIC X(20) VALUE SPACES.
014300     05  SN-S-LABEL              PIC X(36).
014400     05  SN-S-COUNT              PIC ZZZ,ZZ9.
014500     05  FILLER                  PIC X(70) VALUE SPACES.
014600 01  SN-BLANK-LINE               PIC X(133) VALUE SPACES.
014700     COPY LGRCTL.
014800     EXEC SQL
014900         INCLUDE SQLCA
015000     END-EXEC.
015100*****************************************************************
015200*    A USER VIEWING A CUSTOMER WITH THE USER'S OWN SURNAME OR    *
015300*    HOME POSTCODE, AS HELD ON STAFFUSER                         *
015400*****************************************************************
015500     EXEC SQL
015600         DECLARE SNP-RELATED CURSOR FOR
015700           SELECT A.OPERATORID, A.CUSTOMERNUMBER, COUNT(*),
015800                  CHAR(MAX(A.ACCESSTIME)),
015900                  CASE WHEN S.LASTNAME = C.LASTNAME
016000                       THEN 'SURNAME'
016100                       ELSE 'POSTCODE'
016200                  END
016300             FROM STAFFACCESSLOG A,
016400                  STAFFUSER S,
016500                  CUSTOMER C
016600            WHERE DATE(A.ACCESSTIME)
016700                  BETWEEN DATE(:DB2-WINDOW-START)
016800                      AND DATE(:WS-RUNDATE-ISO)
016900              AND S.OPERATORID     = A.OPERATORID
017000              AND C.CUSTOMERNUMBER = A.CUSTOMERNUMBER
017100              AND ( ( COALESCE(S.LASTNAME, ' ') <> ' '
017200                  AND S.LASTNAME = C.LASTNAME )
017300                 OR ( COALESCE(S.POSTCODE, ' ') <> ' '
017400                  AND S.POSTCODE = C.POSTCODE ) )
017500            GROUP BY A.OPERATORID, A.CUSTOMERNUMBER,
017600                     S.LASTNAME, C.LASTNAME
017700            ORDER BY A.OPERATORID, A.CUSTOMERNUMBER
017800     END-EXEC.
017900*****************************************************************
018000*    A VULNERABLE OR HIGH-PROFILE CUSTOMER VIEWED WHILE THERE    *
018100*    IS NO OPEN OR REOPENED CLAIM AND NO OPEN OR ACKNOWLEDGED    *
018200*    COMPLAINT TO ACCOUNT FOR IT.  THE VULNERABLE-CUSTOMER TEAM  *
018300*    REVIEWS MARKED CUSTOMERS AS ITS ORDINARY WORK AND IS NOT    *
018400*    LISTED FOR VULNERABLE-ONLY CUSTOMERS                        *
018500*****************************************************************
018600     EXEC SQL
018700         DECLARE SNP-SENSITIVE CURSOR FOR
018800           SELECT A.OPERATORID, A.CUSTOMERNUMBER, COUNT(*),
018900                  CHAR(MAX(A.ACCESSTIME)),
019000                  CASE WHEN COALESCE(C.HIGHPROFILEFLAG, 'N') = 'Y'
019100                       THEN 'HIGH PROFILE'
019200                       ELSE 'VULNERABLE'
019300                  END
019400             FROM STAFFACCESSLOG A,
019500                  CUSTOMER C
019600            WHERE DATE(A.ACCESSTIME)
019700                  BETWEEN DATE(:DB2-WINDOW-START)
019800                      AND DATE(:WS-RUNDATE-ISO)
019900              AND C.CUSTOMERNUMBER = A.CUSTOMERNUMBER
020000              AND ( COALESCE(C.HIGHPROFILEFLAG, 'N') = 'Y'
020100                 OR ( COALESCE(C.VULNERABLEFLAG, 'N') = 'Y'
020200                  AND NOT EXISTS
020300                      ( SELECT 1
020400                          FROM STAFFUSER S
020500                         WHERE S.OPERATORID = A.OPERATORID
020600                           AND S.STAFFROLE  = 'VUL' ) ) )
020700              AND NOT EXISTS
020800                  ( SELECT 1
020900                      FROM CLAIM L,
021000                           POLICY P
021100                     WHERE P.CUSTOMERNUMBER = A.CUSTOMERNUMBER
021200                       AND L.POLICYNUMBER   = P.POLICYNUMBER
021300                       AND L.STATUS IN ('O', 'R') )
021400              AND NOT EXISTS
021500                  ( SELECT 1
021600                      FROM COMPLAINT M
021700                     WHERE M.CUSTOMERNUMBER = A.CUSTOMERNUMBER
021800                       AND M.STATUS IN ('O', 'A') )
021900            GROUP BY A.OPERATORID, A.CUSTOMERNUMBER,
022000                     C.HIGHPROFILEFLAG
022100            ORDER BY A.OPERATORID, A.CUSTOMERNUMBER
022200     END-EXEC.
022300*****************************************************************
022400*    USERS WHOSE VIEWS FOR THE WEEK EXCEED THE THRESHOLD,        *
022500*    BUSIEST FIRST                                               *
022600*****************************************************************
022700     EXEC SQL
022800         DECLARE SNP-VOLUME CURSOR FOR
022900           SELECT A.OPERATORID, COUNT(*),
023000                  COUNT(DISTINCT A.CUSTOMERNUMBER)
023100             FROM STAFFACCESSLOG A
023200            WHERE DATE(A.ACCESSTIME)
023300                  BETWEEN DATE(:DB2-WINDOW-START)
023400                      AND DATE(:WS-RUNDATE-ISO)
023500            GROUP BY A.OPERATORID
023600           HAVING COUNT(*) > :DB2-THRESHOLD-INT
023700            ORDER BY 2 DESC, A.OPERATORID
023800     END-EXEC.
023900 LINKAGE SECTION.
024000 PROCEDURE DIVISION.
024100*****************************************************************
024200*    0000-MAINLINE                                             *
024300*****************************************************************
024400 0000-MAINLINE SECTION.
024500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024600     PERFORM 2000-RELATED-PARTY THRU 2000-EXIT.
024700     PERFORM 3000-SENSITIVE-CUSTOMER THRU 3000-EXIT.
024800     PERFORM 4000-HIGH-VOLUME THRU 4000-EXIT.
024900     PERFORM 8000-FINALIZE THRU 8000-EXIT.
025000     GO TO 9999-EXIT.
025100 0000-MAINLINE-EXIT.
025200     EXIT.
025300*****************************************************************
025400*    1000-INITIALIZE - REGISTER THE RUN, SET THE WEEK AND THE    *
025500*    VOLUME THRESHOLD, OPEN THE REPORT                           *
025600*****************************************************************
025700 1000-INITIALIZE.
025800     ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
025900     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
026000*    THE RUN REGISTERS WITH THE BATCH RUN-CONTROL BEFORE
026100*    DOING ANY WORK - PREREQUISITES AND DOUBLE-RUN
026200*    PROTECTION LIVE IN LGRCTL01
026300     MOVE 'S'        TO RCTL-ACTION
026400     MOVE 'LGSNPR01' TO RCTL-JOBNAME
026500     MOVE WS-CD-YYYY TO RCTL-BD-YYYY
026600     MOVE WS-CD-MM   TO RCTL-BD-MM
026700     MOVE WS-CD-DD   TO RCTL-BD-DD
026800     MOVE '-'        TO RCTL-BD-S1
026900     MOVE '-'        TO RCTL-BD-S2
027000     CALL 'LGRCTL01' USING RCTL-REQUEST
027100     IF RCTL-RC NOT EQUAL '00'
027200         DISPLAY 'LGSNPR01 - RUN CONTROL REFUSED, RC='
027300                 RCTL-RC ' PREREQ=' RCTL-PREREQ-MISSING
027400         GO TO 9999-EXIT
027500     END-IF.
027600     MOVE WS-CD-YYYY TO WS-RI-YYYY.
027700     MOVE WS-CD-MM   TO WS-RI-MM.
027800     MOVE WS-CD-DD   TO WS-RI-DD.
027900     MOVE '-'        TO WS-RUNDATE-ISO(5:1).
028000     MOVE '-'        TO WS-RUNDATE-ISO(8:1).
028100*    THE WEEK IS THE SEVEN DAYS ENDING ON THE BUSINESS DATE
028200     EXEC SQL
028300         SELECT CHAR(DATE(:WS-RUNDATE-ISO) - 6 DAYS, ISO)
028400           INTO :DB2-WINDOW-START
028500           FROM SYSIBM.SYSDUMMY1
028600     END-EXEC.
028700     IF SQLCODE NOT EQUAL 0
028800         DISPLAY 'LGSNPR01 - WINDOW DATE, SQLCODE=' SQLCODE
028900         GO TO 9999-EXIT
029000     END-IF.
029100     MOVE SPACES TO WS-SNOOP-PARM.
029200     ACCEPT WS-SNOOP-PARM.
029300     IF WS-SP-THRESHOLD NOT NUMERIC OR
029400        WS-SP-THRESHOLD EQUAL ZERO
029500         MOVE WS-DEFAULT-THRESHOLD TO DB2-THRESHOLD-INT
029600     ELSE
029700         MOVE WS-SP-THRESHOLD      TO DB2-THRESHOLD-INT
029800     END-IF.
029900     OPEN OUTPUT SNOOP-REPORT-FILE.
030000     IF NOT WS-SNPRPT-OK
030100         DISPLAY 'LGSNPR01 - SNPRPT OPEN FAILED, STATUS='
030200                 WS-SNPRPT-STATUS
030300         GO TO 9999-EXIT
030400     END-IF.
030500     MOVE DB2-WINDOW-START TO SN-H1-FROM.
030600     MOVE WS-RUNDATE-ISO   TO SN-H1-TO.
030700     WRITE SN-REPORT-LINE FROM SN-HEADING-1.
030800 1000-EXIT.
030900     EXIT.
031000*****************************************************************
031100*    1050-GET-BUSINESS-DATE - OVERLAY THE CLOCK DATE WITH THE     *
031200*    BUSINESSDATE CONTROL ROW WHEN ONE IS SET                     *
031300*****************************************************************
031400 1050-GET-BUSINESS-DATE.
031500     EXEC SQL
031600         SELECT BUSINESSDATE
031700           INTO :WS-BUSINESS-DATE
031800           FROM BUSINESSDATE
031900          WHERE CONTROLID = 'LG'
032000     END-EXEC.
032100     IF SQLCODE EQUAL 0
032200         MOVE WS-BD-YYYY TO WS-CD-YYYY
032300         MOVE WS-BD-MM   TO WS-CD-MM
032400         MOVE WS-BD-DD   TO WS-CD-DD
032500     END-IF.
032600 1050-EXIT.
032700     EXIT.
032800*****************************************************************
032900*    2000-RELATED-PARTY - SHARED SURNAME OR POSTCODE             *
033000*****************************************************************
033100 2000-RELATED-PARTY.
033200     WRITE SN-REPORT-LINE FROM SN-BLANK-LINE.
033300     MOVE 'CUSTOMERS SHARING THE USER''S SURNAME OR POSTCODE'
033400       TO SN-SECTION-TITLE.
033500     WRITE SN-REPORT-LINE FROM SN-SECTION-LINE.
033600     WRITE SN-REPORT-LINE FROM SN-COLUMN-LINE.
033700     MOVE 'N' TO WS-CUR-EOF-SWITCH.
033800     EXEC SQL
033900         OPEN SNP-RELATED
034000     END-EXEC.
034100     IF SQLCODE NOT EQUAL 0
034200         DISPLAY 'LGSNPR01 - RELATED OPEN, SQLCODE=' SQLCODE
034300         GO TO 9999-EXIT
034400     END-IF.
034500     PERFORM 2100-RELATED-LINE THRU 2100-EXIT
034600         UNTIL WS-CUR-EOF.
034700     EXEC SQL
034800         CLOSE SNP-RELATED
034900     END-EXEC.
035000 2000-EXIT.
035100     EXIT.
035200 2100-RELATED-LINE.
035300     EXEC SQL
035400         FETCH SNP-RELATED
035500           INTO :DB2-OPERATORID, :DB2-CUSTOMERNUM-INT,
035600                :DB2-VIEW-COUNT, :DB2-LAST-VIEWED,
035700                :DB2-REASON
035800     END-EXEC.
035900     EVALUATE SQLCODE
036000         WHEN 0
036100             PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT
036200             ADD 1 TO WS-RELATED-COUNT
036300         WHEN 100
036400             MOVE 'Y' TO WS-CUR-EOF-SWITCH
036500         WHEN OTHER
036600             DISPLAY 'LGSNPR01 - RELATED FETCH, SQLCODE=' SQLCODE
036700             GO TO 9999-EXIT
036800     END-EVALUATE.
036900 2100-EXIT.
037000     EXIT.
037100*****************************************************************
037200*    3000-SENSITIVE-CUSTOMER - VULNERABLE OR HIGH-PROFILE        *
037300*    CUSTOMERS VIEWED WITH NO OPEN WORK ITEM                     *
037400*****************************************************************
037500 3000-SENSITIVE-CUSTOMER.
037600     WRITE SN-REPORT-LINE FROM SN-BLANK-LINE.
037700     MOVE 'VULNERABLE/HIGH-PROFILE CUSTOMERS, NO OPEN WORK ITEM'
037800       TO SN-SECTION-TITLE.
037900     WRITE SN-REPORT-LINE FROM SN-SECTION-LINE.
038000     WRITE SN-REPORT-LINE FROM SN-COLUMN-LINE.
038100     MOVE 'N' TO WS-CUR-EOF-SWITCH.
038200     EXEC SQL
038300         OPEN SNP-SENSITIVE
038400     END-EXEC.
038500     IF SQLCODE NOT EQUAL 0
038600         DISPLAY 'LGSNPR01 - SENSITIVE OPEN, SQLCODE=' SQLCODE
038700         GO TO 9999-EXIT
038800     END-IF.
038900     PERFORM 3100-SENSITIVE-LINE THRU 3100-EXIT
039000         UNTIL WS-CUR-EOF.
039100     EXEC SQL
039200         CLOSE SNP-SENSITIVE
039300     END-EXEC.
039400 3000-EXIT.
039500     EXIT.
039600 3100-SENSITIVE-LINE.
039700     EXEC SQL
039800         FETCH SNP-SENSITIVE
039900           INTO :DB2-OPERATORID, :DB2-CUSTOMERNUM-INT,
040000                :DB2-VIEW-COUNT, :DB2-LAST-VIEWED,
040100                :DB2-REASON
040200     END-EXEC.
040300     EVALUATE SQLCODE
040400         WHEN 0
040500             PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT
040600             ADD 1 TO WS-SENSITIVE-COUNT
040700         WHEN 100
040800             MOVE 'Y' TO WS-CUR-EOF-SWITCH
040900         WHEN OTHER
041000             DISPLAY 'LGSNPR01 - SENSITIVE FETCH, SQLCODE='
041100                     SQLCODE
041200             GO TO 9999-EXIT
041300     END-EVALUATE.
041400 3100-EXIT.
041500     EXIT.
041600*****************************************************************
041700*    4000-HIGH-VOLUME - USERS OVER THE WEEKLY VIEW THRESHOLD     *
041800*****************************************************************
041900 4000-HIGH-VOLUME.
042000     WRITE SN-REPORT-LINE FROM SN-BLANK-LINE.
042100     MOVE 'USERS OVER THE WEEKLY VIEW THRESHOLD'
042200       TO SN-SECTION-TITLE.
042300     WRITE SN-REPORT-LINE FROM SN-SECTION-LINE.
042400     WRITE SN-REPORT-LINE FROM SN-VOLUME-COLUMN-LINE.
042500     MOVE 'N' TO WS-CUR-EOF-SWITCH.
042600     EXEC SQL
042700         OPEN SNP-VOLUME
042800     END-EXEC.
042900     IF SQLCODE NOT EQUAL 0
043000         DISPLAY 'LGSNPR01 - VOLUME OPEN, SQLCODE=' SQLCODE
043100         GO TO 9999-EXIT
043200     END-IF.
043300     PERFORM 4100-VOLUME-LINE THRU 4100-EXIT
043400         UNTIL WS-CUR-EOF.
043500     EXEC SQL
043600         CLOSE SNP-VOLUME
043700     END-EXEC.
043800 4000-EXIT.
043900     EXIT.
044000 4100-VOLUME-LINE.
044100     EXEC SQL
044200         FETCH SNP-VOLUME
044300           INTO :DB2-OPERATORID, :DB2-VIEW-COUNT,
044400                :DB2-CUST-COUNT
044500     END-EXEC.
044600     EVALUATE SQLCODE
044700         WHEN 0
044800             MOVE DB2-OPERATORID TO SN-V-OPERATOR
044900             MOVE DB2-VIEW-COUNT TO SN-V-VIEWS
045000             MOVE DB2-CUST-COUNT TO SN-V-CUSTOMERS
045100             WRITE SN-REPORT-LINE FROM SN-VOLUME-LINE
045200             ADD 1 TO WS-VOLUME-COUNT
045300         WHEN 100
045400             MOVE 'Y' TO WS-CUR-EOF-SWITCH
045500         WHEN OTHER
045600             DISPLAY 'LGSNPR01 - VOLUME FETCH, SQLCODE=' SQLCODE
045700             GO TO 9999-EXIT
045800     END-EVALUATE.
045900 4100-EXIT.
046000     EXIT.
046100*****************************************************************
046200*    5000-WRITE-DETAIL - ONE USER/CUSTOMER PAIR                  *
046300*****************************************************************
046400 5000-WRITE-DETAIL.
046500     MOVE DB2-OPERATORID      TO SN-D-OPERATOR.
046600     MOVE DB2-CUSTOMERNUM-INT TO SN-D-CUSTOMERNUM.
046700     MOVE DB2-REASON          TO SN-D-REASON.
046800     MOVE DB2-VIEW-COUNT      TO SN-D-VIEWS.
046900     MOVE DB2-LAST-VIEWED     TO SN-D-LAST-VIEWED.
047000     WRITE SN-REPORT-LINE FROM SN-DETAIL-LINE.
047100 5000-EXIT.
047200     EXIT.
047300*****************************************************************
047400*    8000-FINALIZE - SUMMARY, CLOSE, REGISTER THE END OF RUN     *
047500*****************************************************************
047600 8000-FINALIZE.
047700     WRITE SN-REPORT-LINE FROM SN-BLANK-LINE.
047800     MOVE 'SURNAME/POSTCODE MATCHES'     TO SN-S-LABEL.
047900     MOVE WS-RELATED-COUNT               TO SN-S-COUNT.
048000     WRITE SN-REPORT-LINE FROM SN-SUMMARY-LINE.
048100     MOVE 'SENSITIVE VIEWS WITHOUT WORK'  TO SN-S-LABEL.
048200     MOVE WS-SENSITIVE-COUNT             TO SN-S-COUNT.
048300     WRITE SN-REPORT-LINE FROM SN-SUMMARY-LINE.
048400     MOVE 'USERS OVER VIEW THRESHOLD'    TO SN-S-LABEL.
048500     MOVE WS-VOLUME-COUNT                TO SN-S-COUNT.
048600     WRITE SN-REPORT-LINE FROM SN-SUMMARY-LINE.
048700     CLOSE SNOOP-REPORT-FILE.
048800     MOVE 'E' TO RCTL-ACTION
048900     CALL 'LGRCTL01' USING RCTL-REQUEST.
049000 8000-EXIT.
049100     EXIT.
049200*****************************************************************
049300*    9999-EXIT - COMMON PROGRAM EXIT POINT                      *
049400*****************************************************************
049500 9999-EXIT.
049600     STOP RUN.
