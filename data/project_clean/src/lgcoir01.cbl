000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     LGCOIR01.
000300 AUTHOR.         LG INSURANCE IT - BATCH SUPPORT.
000400 INSTALLATION.   LG INSURANCE.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700 REMARKS.        CONFLICT OF INTEREST MONTHLY COMPLIANCE REPORT.
000800                 LISTS EVERY ATTEMPT LGCOIC01 REFUSED IN THE
000900                 PREVIOUS CALENDAR MONTH - A USER TRYING TO ACT ON
001000                 A CLAIM, SETTLEMENT, INTERIM PAYMENT, REFUND,
001100                 CANCELLATION OR HELPDESK UNLOCK FOR A CUSTOMER
001200                 THEY ARE CONNECTED TO ON STAFFCONNECTION - WITH
001300                 THE RELATIONSHIP AND WHO THE WORK WAS ROUTED TO.
001400                 TOTALS BY USER, AND A COUNT OF ITEMS NOBODY COULD
001500                 BE FOUND FOR, WHICH THE TEAM LEADER MUST PLACE.
001600                 RUNS EARLY IN THE MONTH FOR COMPLIANCE REVIEW.
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
002800     SELECT COIR-REPORT-FILE ASSIGN TO COIRPT
002900         ORGANIZATION IS SEQUENTIAL
003000         FILE STATUS IS WS-COIRPT-STATUS.
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  COIR-REPORT-FILE
003400     RECORDING MODE IS F.
003500 01  CR-REPORT-LINE              PIC X(133).
003600 WORKING-STORAGE SECTION.
003700*****************************************************************
003800*    FILE STATUS, SWITCHES AND COUNTERS                        *
003900*****************************************************************
004000 77  WS-COIRPT-STATUS            PIC X(02) VALUE SPACES.
004100     88  WS-COIRPT-OK                      VALUE '00'.
004200 77  WS-DB2-EOF-SWITCH           PIC X(01) VALUE 'N'.
004300     88  WS-DB2-EOF                        VALUE 'Y'.
004400 77  WS-BLOCK-COUNT              PIC 9(07) COMP-3 VALUE 0.
004500 77  WS-OPERATOR-COUNT           PIC 9(07) COMP-3 VALUE 0.
004600 77  WS-USER-COUNT               PIC 9(07) COMP-3 VALUE 0.
004700 77  WS-UNROUTED-COUNT           PIC 9(07) COMP-3 VALUE 0.
004800 77  WS-LAST-OPERATOR            PIC X(08) VALUE SPACES.
004900*****************************************************************
005000*    THE SUITE RUNS ON THE OPERATOR-CONTROLLED BUSINESS DATE -    *
005100*    THE SYSTEM CLOCK IS ONLY THE FALLBACK WHEN THE CONTROL ROW   *
005200*    IS ABSENT, SO RERUNS AND LATE-RUNNING SCHEDULES KEEP THE     *
005300*    RIGHT DATED OUTPUT AND SELECTIONS                            *
005400*****************************************************************
005500 01  WS-BUSINESS-DATE.
005600     05  WS-BD-YYYY              PIC 9(04).
005700     05  FILLER                  PIC X(01).
005800     05  WS-BD-MM                PIC 9(02).
005900     05  FILLER                  PIC X(01).
006000     05  WS-BD-DD                PIC 9(02).
006100 01  WS-CURRENT-DATE-TIME.
006200     05  WS-CD-YYYY              PIC 9(04).
006300     05  WS-CD-MM                PIC 9(02).
006400     05  WS-CD-DD                PIC 9(02).
006500     05  FILLER                  PIC X(10).
006600*****************************************************************
006700*    THE MONTH REPORTED - FROM THE FIRST OF THE PREVIOUS MONTH  *
006800*    UP TO (NOT INCLUDING) THE FIRST OF THE BUSINESS MONTH      *
006900*****************************************************************
007000 01  WS-FROM-DATE                PIC X(10).
007100 01  WS-FROM-BRKDN               REDEFINES WS-FROM-DATE.
007200     05  WS-FD-YYYY              PIC 9(04).
007300     05  FILLER                  PIC X(01).
007400     05  WS-FD-MM                PIC 9(02).
007500     05  FILLER                  PIC X(01).
007600     05  WS-FD-DD                PIC 9(02).
007700 01  WS-TO-DATE                  PIC X(10).
007800 01  WS-TO-BRKDN                 REDEFINES WS-TO-DATE.
007900     05  WS-TD-YYYY              PIC 9(04).
008000     05  FILLER                  PIC X(01).
008100     05  WS-TD-MM                PIC 9(02).
008200     05  FILLER                  PIC X(01).
008300     05  WS-TD-DD                PIC 9(02).
008400*****************************************************************
008500*    ONE REFUSED ATTEMPT FROM COIBLOCK                          *
008600*****************************************************************
008700 01  DB2-BLOCK-ROW.
008800     05  DB2-BLOCKTIME           PIC X(26).
008900     05  DB2-OPERATORID          PIC X(08).
009000     05  DB2-PROGRAMNAME         PIC X(08).
009100     05  DB2-REQUESTID           PIC X(06).
009200     05  DB2-CUSTOMERNUM-INT     PIC S9(9) COMP.
009300     05  DB2-POLICYNUM-INT       PIC S9(9) COMP.
009400     05  DB2-CLAIMNUM-INT        PIC S9(9) COMP.
009500     05  DB2-RELATIONSHIP        PIC X(01).
009600         88  DB2-OWN-RECORD                VALUE 'S'.
009700         88  DB2-FAMILY                    VALUE 'F'.
009800     05  DB2-ROUTEDTO            PIC X(08).
009900*****************************************************************
010000*    REPORT LINE LAYOUTS                                        *
010100*****************************************************************
010200 01  CR-HEADING-1.
010300     05  FILLER                  PIC X(44) VALUE
010400         'LG INSURANCE - CONFLICT OF INTEREST BLOCKS'.
010500     05  FILLER                  PIC X(06) VALUE ' FROM '.
010600     05  CR-H1-FROM-DATE         PIC X(10).
010700     05  FILLER                  PIC X(10) VALUE ' TO BEFORE'.
010800     05  FILLER                  PIC X(01) VALUE SPACES.
010900     05  CR-H1-TO-DATE           PIC X(10).
011000     05  FILLER                  PIC X(52) VALUE SPACES.
011100 01  CR-HEADING-2.
011200     05  FILLER                  PIC X(22) VALUE '  TIME'.
011300     05  FILLER                  PIC X(10) VALUE 'USER'.
011400     05  FILLER                  PIC X(10) VALUE 'PROGRAM'.
011500     05  FILLER                  PIC X(08) VALUE 'REQUEST'.
011600     05  FILLER                  PIC X(12) VALUE '  CUSTOMER'.
011700     05  FILLER                  PIC X(12) VALUE '    POLICY'.
011800     05  FILLER                  PIC X(12) VALUE '     CLAIM'.
011900     05  FILLER                  PIC X(18) VALUE 'RELATIONSHIP'.
012000     05  FILLER                  PIC X(29) VALUE 'ROUTED TO'.
012100 01  CR-DETAIL-LINE.
012200     05  FILLER                  PIC X(02) VALUE SPACES.
012300     05  CR-D-BLOCKTIME          PIC X(19).
012400     05  FILLER                  PIC X(01) VALUE SPACES.
012500     05  CR-D-OPERATORID         PIC X(08).
012600     05  FILLER                  PIC X(02) VALUE SPACES.
012700     05  CR-D-PROGRAMNAME        PIC X(08).
012800     05  FILLER                  PIC X(02) VALUE SPACES.
012900     05  CR-D-REQUESTID          PIC X(06).
013000     05  FILLER                  PIC X(02) VALUE SPACES.
013100     05  CR-D-CUSTOMERNUM        PIC 9(10).
013200     05  FILLER                  PIC X(02) VALUE SPACES.
013300     05  CR-D-POLICYNUM          PIC 9(10).
013400     05  FILLER                  PIC X(02) VALUE SPACES.
013500     05  CR-D-CLAIMNUM           PIC 9(10).
013600     05  FILLER                  PIC X(02) VALUE SPACES.
013700     05  CR-D-RELATIONSHIP       PIC X(16).
013800     05  FILLER                  PIC X(02) VALUE SPACES.
013900     05  CR-D-ROUTEDTO           PIC X(08).
014000     05  FILLER                  PIC X(21) VALUE SPACES.
014100 01  CR-USER-TOTAL-LINE.
014200     05  FILLER                  PIC X(22) VALUE SPACES.
014300     05  FILLER                  PIC X(14) VALUE 'TOTAL FOR USER'.
014400     05  FILLER                  PIC X(01) VALUE SPACES.
014500     05  CR-U-OPERATORID         PIC X(08).
014600     05  FILLER                  PIC X(02) VALUE SPACES.
014700     05  CR-U-COUNT              PIC ZZZ,ZZ9.
014800     05  FILLER                  PIC X(79) VALUE SPACES.
014900 01  CR-SUMMARY-LINE.
015000     05  FILLER                  PIC X(02) VALUE SPACES.
015100     05  CR-S-LABEL              PIC X(40).
015200     05  CR-S-COUNT              PIC ZZZ,ZZZ,ZZ9.
015300     05  FILLER                  PIC X(80) VALUE SPACES.
015400     EXEC SQL
015500         INCLUDE SQLCA
015600     END-EXEC.
015700     COPY LGRCTL.
015800*****************************************************************
015900*    EVERY REFUSED ATTEMPT IN THE MONTH, GROUPED BY USER        *
016000*****************************************************************
016100     EXEC SQL
016200         DECLARE COI-BLOCKS CURSOR FOR
016300           SELECT CHAR(B.BLOCKTIME), B.OPERATORID,
016400                  B.PROGRAMNAME, B.REQUESTID,
016500                  COALESCE(B.CUSTOMERNUMBER, 0),
016600                  COALESCE(B.POLICYNUMBER, 0),
016700                  COALESCE(B.CLAIMNUMBER, 0),
016800                  B.RELATIONSHIP,
016900                  COALESCE(B.ROUTEDTO, ' ')
017000             FROM COIBLOCK B
017100            WHERE DATE(B.BLOCKTIME) >= :WS-FROM-DATE
017200              AND DATE(B.BLOCKTIME) <  :WS-TO-DATE
017300            ORDER BY B.OPERATORID, B.BLOCKTIME
017400     END-EXEC.
017500 LINKAGE SECTION.
017600 PROCEDURE DIVISION.
017700*****************************************************************
017800*    0000-MAINLINE                                             *
017900*****************************************************************
018000 0000-MAINLINE SECTION.
018100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018200     PERFORM 2000-REPORT-BLOCK THRU 2000-EXIT
018300         UNTIL WS-DB2-EOF.
018400     PERFORM 8000-FINALIZE THRU 8000-EXIT.
018500     GO TO 9999-EXIT.
018600 0000-MAINLINE-EXIT.
018700     EXIT.
018800*****************************************************************
018900*    1000-INITIALIZE - REGISTER THE RUN, WORK OUT THE MONTH,    *
019000*    OPEN THE REPORT AND THE BLOCK CURSOR                       *
019100*****************************************************************
019200 1000-INITIALIZE.
019300     ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
019400     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
019500*    THE RUN REGISTERS WITH THE BATCH RUN-CONTROL BEFORE
019600*    DOING ANY WORK - PREREQUISITES AND DOUBLE-RUN
019700*    PROTECTION LIVE IN LGRCTL01
019800     MOVE 'S'        TO RCTL-ACTION
019900     MOVE 'LGCOIR01' TO RCTL-JOBNAME
020000     MOVE WS-CD-YYYY TO RCTL-BD-YYYY
020100     MOVE WS-CD-MM   TO RCTL-BD-MM
020200     MOVE WS-CD-DD   TO RCTL-BD-DD
020300     MOVE '-'        TO RCTL-BD-S1
020400     MOVE '-'        TO RCTL-BD-S2
020500     CALL 'LGRCTL01' USING RCTL-REQUEST
020600     IF RCTL-RC NOT EQUAL '00'
020700         DISPLAY 'LGCOIR01 - RUN CONTROL REFUSED, RC='
020800                 RCTL-RC ' PREREQ=' RCTL-PREREQ-MISSING
020900         GO TO 9999-EXIT
021000     END-IF.
021100     PERFORM 1100-SET-MONTH THRU 1100-EXIT.
021200     OPEN OUTPUT COIR-REPORT-FILE.
021300     IF NOT WS-COIRPT-OK
021400         DISPLAY 'LGCOIR01 - COIRPT OPEN FAILED, STATUS='
021500                 WS-COIRPT-STATUS
021600         GO TO 9999-EXIT
021700     END-IF.
021800     MOVE WS-FROM-DATE TO CR-H1-FROM-DATE.
021900     MOVE WS-TO-DATE   TO CR-H1-TO-DATE.
022000     WRITE CR-REPORT-LINE FROM CR-HEADING-1.
022100     WRITE CR-REPORT-LINE FROM CR-HEADING-2.
022200     EXEC SQL
022300         OPEN COI-BLOCKS
022400     END-EXEC.
022500     IF SQLCODE NOT EQUAL 0
022600         DISPLAY 'LGCOIR01 - CURSOR OPEN, SQLCODE=' SQLCODE
022700         GO TO 9999-EXIT
022800     END-IF.
022900     PERFORM 3000-READ-DB2 THRU 3000-EXIT.
023000     MOVE DB2-OPERATORID TO WS-LAST-OPERATOR.
023100 1000-EXIT.
023200     EXIT.
023300*****************************************************************
023400*    1050-GET-BUSINESS-DATE - OVERLAY THE CLOCK DATE WITH THE     *
023500*    BUSINESSDATE CONTROL ROW WHEN ONE IS SET                     *
023600*****************************************************************
023700 1050-GET-BUSINESS-DATE.
023800     EXEC SQL
023900         SELECT BUSINESSDATE
024000           INTO :WS-BUSINESS-DATE
024100           FROM BUSINESSDATE
024200          WHERE CONTROLID = 'LG'
024300     END-EXEC.
024400     IF SQLCODE EQUAL 0
024500         MOVE WS-BD-YYYY TO WS-CD-YYYY
024600         MOVE WS-BD-MM   TO WS-CD-MM
024700         MOVE WS-BD-DD   TO WS-CD-DD
024800     END-IF.
024900 1050-EXIT.
025000     EXIT.
025100*****************************************************************
025200*    1100-SET-MONTH - THE FIRST OF THE BUSINESS MONTH ENDS THE  *
025300*    RANGE, THE FIRST OF THE MONTH BEFORE STARTS IT             *
025400*****************************************************************
025500 1100-SET-MONTH.
025600     MOVE '0000-00-01' TO WS-TO-DATE.
025700     MOVE WS-CD-YYYY   TO WS-TD-YYYY.
025800     MOVE WS-CD-MM     TO WS-TD-MM.
025900     MOVE WS-TO-DATE   TO WS-FROM-DATE.
026000     IF WS-CD-MM EQUAL 1
026100         MOVE 12 TO WS-FD-MM
026200         SUBTRACT 1 FROM WS-FD-YYYY
026300     ELSE
026400         SUBTRACT 1 FROM WS-FD-MM
026500     END-IF.
026600 1100-EXIT.
026700     EXIT.
026800*****************************************************************
026900*    2000-REPORT-BLOCK - ONE REFUSED ATTEMPT, WITH THE USER'S   *
027000*    TOTAL WHEN THE USER CHANGES                                *
027100*****************************************************************
027200 2000-REPORT-BLOCK.
027300     IF DB2-OPERATORID NOT EQUAL WS-LAST-OPERATOR
027400         PERFORM 2100-USER-TOTAL THRU 2100-EXIT
027500         MOVE DB2-OPERATORID TO WS-LAST-OPERATOR
027600     END-IF.
027700     MOVE DB2-BLOCKTIME(1:19)    TO CR-D-BLOCKTIME.
027800     MOVE DB2-OPERATORID         TO CR-D-OPERATORID.
027900     MOVE DB2-PROGRAMNAME        TO CR-D-PROGRAMNAME.
028000     MOVE DB2-REQUESTID          TO CR-D-REQUESTID.
028100     MOVE DB2-CUSTOMERNUM-INT    TO CR-D-CUSTOMERNUM.
028200     MOVE DB2-POLICYNUM-INT      TO CR-D-POLICYNUM.
028300     MOVE DB2-CLAIMNUM-INT       TO CR-D-CLAIMNUM.
028400     EVALUATE TRUE
028500         WHEN DB2-OWN-RECORD
028600             MOVE 'OWN RECORD'       TO CR-D-RELATIONSHIP
028700         WHEN DB2-FAMILY
028800             MOVE 'FAMILY/HOUSEHOLD' TO CR-D-RELATIONSHIP
028900         WHEN OTHER
029000             MOVE 'ASSOCIATE'        TO CR-D-RELATIONSHIP
029100     END-EVALUATE.
029200     IF DB2-ROUTEDTO EQUAL SPACES
029300         MOVE 'UNROUTED'         TO CR-D-ROUTEDTO
029400         ADD 1                   TO WS-UNROUTED-COUNT
029500     ELSE
029600         MOVE DB2-ROUTEDTO       TO CR-D-ROUTEDTO
029700     END-IF.
029800     WRITE CR-REPORT-LINE FROM CR-DETAIL-LINE.
029900     ADD 1                       TO WS-BLOCK-COUNT.
030000     ADD 1                       TO WS-OPERATOR-COUNT.
030100     PERFORM 3000-READ-DB2 THRU 3000-EXIT.
030200 2000-EXIT.
030300     EXIT.
030400*****************************************************************
030500*    2100-USER-TOTAL - CLOSE OFF THE PREVIOUS USER              *
030600*****************************************************************
030700 2100-USER-TOTAL.
030800     IF WS-OPERATOR-COUNT EQUAL ZERO
030900         GO TO 2100-EXIT
031000     END-IF.
031100     MOVE WS-LAST-OPERATOR       TO CR-U-OPERATORID.
031200     MOVE WS-OPERATOR-COUNT      TO CR-U-COUNT.
031300     WRITE CR-REPORT-LINE FROM CR-USER-TOTAL-LINE.
031400     ADD 1                       TO WS-USER-COUNT.
031500     MOVE ZERO                   TO WS-OPERATOR-COUNT.
031600 2100-EXIT.
031700     EXIT.
031800*****************************************************************
031900*    3000-READ-DB2 - NEXT REFUSED ATTEMPT                       *
032000*****************************************************************
032100 3000-READ-DB2.
032200     EXEC SQL
032300         FETCH COI-BLOCKS
032400           INTO :DB2-BLOCKTIME, :DB2-OPERATORID,
032500                :DB2-PROGRAMNAME, :DB2-REQUESTID,
032600                :DB2-CUSTOMERNUM-INT, :DB2-POLICYNUM-INT,
032700                :DB2-CLAIMNUM-INT, :DB2-RELATIONSHIP,
032800                :DB2-ROUTEDTO
032900     END-EXEC.
033000     EVALUATE SQLCODE
033100         WHEN 0
033200             CONTINUE
033300         WHEN 100
033400             MOVE 'Y' TO WS-DB2-EOF-SWITCH
033500         WHEN OTHER
033600             DISPLAY 'LGCOIR01 - CURSOR FETCH, SQLCODE=' SQLCODE
033700             GO TO 9999-EXIT
033800     END-EVALUATE.
033900 3000-EXIT.
034000     EXIT.
034100*****************************************************************
034200*    8000-FINALIZE - LAST USER, RUN TOTALS AND CLOSE EVERYTHING *
034300*****************************************************************
034400 8000-FINALIZE.
034500     PERFORM 2100-USER-TOTAL THRU 2100-EXIT.
034600     EXEC SQL
034700         CLOSE COI-BLOCKS
034800     END-EXEC.
034900     MOVE 'ATTEMPTS REFUSED IN THE MONTH'   TO CR-S-LABEL.
035000     MOVE WS-BLOCK-COUNT                    TO CR-S-COUNT.
035100     WRITE CR-REPORT-LINE FROM CR-SUMMARY-LINE.
035200     MOVE 'USERS REFUSED'                   TO CR-S-LABEL.
035300     MOVE WS-USER-COUNT                     TO CR-S-COUNT.
035400     WRITE CR-REPORT-LINE FROM CR-SUMMARY-LINE.
035500     MOVE 'UNROUTED - FOR THE TEAM LEADER'  TO CR-S-LABEL.
035600     MOVE WS-UNROUTED-COUNT                 TO CR-S-COUNT.
035700     WRITE CR-REPORT-LINE FROM CR-SUMMARY-LINE.
035800     CLOSE COIR-REPORT-FILE.
035900     MOVE WS-BLOCK-COUNT TO RCTL-RECORD-COUNT.
036000     MOVE 'E' TO RCTL-ACTION
036100     CALL 'LGRCTL01' USING RCTL-REQUEST.
036200 8000-EXIT.
036300     EXIT.
036400*****************************************************************
036500*    9999-EXIT - COMMON PROGRAM EXIT POINT                      *
036600*****************************************************************
036700 9999-EXIT.
036800     STOP RUN.
