000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     LGBDP01.
000300 AUTHOR.         LG INSURANCE IT - BATCH SUPPORT.
000400 INSTALLATION.   LG INSURANCE.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700 REMARKS.        MONTHLY BAD-DEBT PROVISIONING AND WRITE-OFF RUN -
000800                 PREMIUM LEFT UNPAID ON A POLICY LAPSED FOR
000900                 NONPAYMENT (THE FAILED OR RETURNED COLLECTIONS
001000                 LGARRS01 HAS TAKEN TO REMINDLEVEL 3) IS THE
001100                 COMPANY'S BAD DEBT.  PRINTS THE AGED-DEBT REPORT
001200                 BY AGE BAND, PRODUCT AND BROKER WITH THE
001300                 PROVISION AT EACH BAND'S PERCENTAGE, AND PUTS
001400                 EVERY POLICY'S DEBT PAST THE WRITE-OFF CUT-OFF
001500                 UP FOR APPROVAL (PENDINGAPPROVAL TYPE W,
001600                 DECIDED IN LGAPP01).  AN APPROVED WRITE-OFF
001700                 POSTS THROUGH LGGLEX01; A LATER RECOVERY
001800                 MATCHED BY LGBSR01 OR LGSUSP01 REVERSES IT.
001900*****************************************************************
002000*    MODIFICATION HISTORY                                      *
002100*    DATE      INIT   DESCRIPTION                               *
002200*    10/15/26  LGIT   INITIAL VERSION                           *
002300*****************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.    IBM-370.
002700 OBJECT-COMPUTER.    IBM-370.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT DEBT-REPORT-FILE ASSIGN TO BDPRPT
003100         ORGANIZATION IS SEQUENTIAL
003200         FILE STATUS IS WS-BDPRPT-STATUS.
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  DEBT-REPORT-FILE
003600     RECORDING MODE IS F.
003700 01  BP-REPORT-LINE              PIC X(133).
003800 WORKING-STORAGE SECTION.
003900*****************************************************************
004000*    FILE STATUS, SWITCHES AND COUNTERS                        *
004100*****************************************************************
004200 77  WS-BDPRPT-STATUS            PIC X(02) VALUE SPACES.
004300     88  WS-BDPRPT-OK                      VALUE '00'.
004400 77  WS-AGED-EOF-SWITCH          PIC X(01) VALUE 'N'.
004500     88  WS-AGED-EOF                       VALUE 'Y'.
004600 77  WS-WOFF-EOF-SWITCH          PIC X(01) VALUE 'N'.
004700     88  WS-WOFF-EOF                       VALUE 'Y'.
004800 77  WS-WOFF-COUNT               PIC 9(07) COMP-3 VALUE 0.
004900 77  WS-WOFF-AMOUNT              PIC S9(11)V99 COMP-3 VALUE 0.
005000*****************************************************************
005100*    AGE BANDS - DAYS SINCE THE UNPAID COLLECTION'S CYCLE DATE.  *
005200*    THE PROVISION PERCENTAGE PER BAND AND THE WRITE-OFF CUT-OFF *
005300*    COME FROM PRODUCTCONFIG (SUITE-WIDE, BLANK POLICY TYPE),    *
005400*    THESE VALUES WHEN NO ROW IS SET                             *
005500*****************************************************************
005600 77  WS-BAND1-DAYS               PIC S9(9) COMP VALUE +90.
005700 77  WS-BAND2-DAYS               PIC S9(9) COMP VALUE +180.
005800 77  WS-BAND3-DAYS               PIC S9(9) COMP VALUE +365.
005900 77  WS-DEFAULT-CUTOFF-DAYS      PIC S9(9) COMP VALUE +365.
006000 01  WS-DEFAULT-PCTS.
006100     05  FILLER                  PIC S9(3)V99 COMP-3 VALUE +25.
006200     05  FILLER                  PIC S9(3)V99 COMP-3 VALUE +50.
006300     05  FILLER                  PIC S9(3)V99 COMP-3 VALUE +75.
006400     05  FILLER                  PIC S9(3)V99 COMP-3 VALUE +100.
006500 01  WS-DEFAULT-PCT-TABLE REDEFINES WS-DEFAULT-PCTS.
006600     05  WS-DEFAULT-PCT          OCCURS 4 TIMES
006700                                 PIC S9(3)V99 COMP-3.
006800 01  WS-BAND-KEYS.
006900     05  FILLER                  PIC X(12) VALUE 'BDPROVPCT1'.
007000     05  FILLER                  PIC X(12) VALUE 'BDPROVPCT2'.
007100     05  FILLER                  PIC X(12) VALUE 'BDPROVPCT3'.
007200     05  FILLER                  PIC X(12) VALUE 'BDPROVPCT4'.
007300 01  WS-BAND-KEY-TABLE REDEFINES WS-BAND-KEYS.
007400     05  WS-BAND-KEY             OCCURS 4 TIMES PIC X(12).
007500 01  WS-BAND-LABELS.
007600     05  FILLER                  PIC X(16) VALUE '0-90 DAYS'.
007700     05  FILLER                  PIC X(16) VALUE '91-180 DAYS'.
007800     05  FILLER                  PIC X(16) VALUE '181-365 DAYS'.
007900     05  FILLER                  PIC X(16) VALUE 'OVER 365 DAYS'.
008000 01  WS-BAND-LABEL-TABLE REDEFINES WS-BAND-LABELS.
008100     05  WS-BAND-LABEL           OCCURS 4 TIMES PIC X(16).
008200 01  WS-BAND-TOTALS.
008300     05  WS-BAND-ENTRY           OCCURS 4 TIMES.
008400         10  WS-BAND-PCT         PIC S9(3)V99 COMP-3.
008500         10  WS-BAND-AMOUNT      PIC S9(11)V99 COMP-3.
008600         10  WS-BAND-PROVISION   PIC S9(11)V99 COMP-3.
008700 77  WS-BAND-INDEX               PIC S9(4) COMP VALUE +0.
008800 77  WS-PREV-BAND                PIC S9(4) COMP VALUE +0.
008900 01  WS-CUTOFF-DAYS              PIC S9(9) COMP VALUE +0.
009000 01  WS-LINE-PROVISION           PIC S9(11)V99 COMP-3 VALUE 0.
009100 01  WS-TOTAL-AMOUNT             PIC S9(11)V99 COMP-3 VALUE 0.
009200 01  WS-TOTAL-PROVISION          PIC S9(11)V99 COMP-3 VALUE 0.
009300*****************************************************************
009400*    THE SUITE RUNS ON THE OPERATOR-CONTROLLED BUSINESS DATE -    *
009500*    THE SYSTEM CLOCK IS ONLY THE FALLBACK WHEN THE CONTROL ROW   *
009600*    IS ABSENT, SO RERUNS AND LATE-RUNNING SCHEDULES KEEP THE     *
009700*    RIGHT DATED OUTPUT AND SELECTIONS                            *
009800*****************************************************************
009900 01  WS-BUSINESS-DATE.
010000     05  WS-BD-YYYY              PIC 9(04).
010100     05  FILLER                  PIC X(01).
010200     05  WS-BD-MM                PIC 9(02).
010300     05  FILLER                  PIC X(01).
010400     05  WS-BD-DD                PIC 9(02).
010500 01  WS-CURRENT-DATE-TIME.
010600     05  WS-CD-YYYY              PIC 9(04).
010700     05  WS-CD-MM                PIC 9(02).
010800     05  WS-CD-DD                PIC 9(02).
010900     05  FILLER                  PIC X(10).
011000 01  WS-RUNDATE-ISO              PIC X(10).
011100 01  WS-RUNDATE-BRKDN            REDEFINES WS-RUNDATE-ISO.
011200     05  WS-RI-YYYY              PIC 9(04).
011300     05  FILLER                  PIC X(01).
011400     05  WS-RI-MM                PIC 9(02).
011500     05  FILLER                  PIC X(01).
011600     05  WS-RI-DD                PIC 9(02).
011700*****************************************************************
011800*    DB2 HOST VARIABLES                                        *
011900*****************************************************************
012000 01  DB2-CONFIG-KEY              PIC X(12).
012100 01  DB2-CONFIG-VALUE            PIC S9(9)V99 COMP-3.
012200 01  DB2-AGED-ROW.
012300     05  DB2-BAND                PIC S9(4) COMP.
012400     05  DB2-POLICYTYPE          PIC X(01).
012500     05  DB2-BROKERID-INT        PIC S9(9) COMP.
012600     05  DB2-POLICY-COUNT        PIC S9(9) COMP.
012700     05  DB2-DEBT-AMOUNT         PIC S9(11)V99 COMP-3.
012800 01  DB2-WOFF-ROW.
012900     05  DB2-POLICYNUM-INT       PIC S9(9) COMP.
013000     05  DB2-WOFF-AMOUNT         PIC S9(9)V99 COMP-3.
013100     05  DB2-OLDEST-DAYS         PIC S9(9) COMP.
013200 01  DB2-WOFF-REASON.
013300     05  FILLER                  PIC X(22)
013400                                 VALUE 'BAD DEBT WRITE-OFF -  '.
013500     05  DB2-WR-DAYS             PIC ZZZZ9.
013600     05  FILLER                  PIC X(13) VALUE ' DAYS OVERDUE'.
013700*****************************************************************
013800*    REPORT LINE LAYOUTS                                       *
013900*****************************************************************
014000 01  BP-HEADING-1.
014100     05  FILLER                  PIC X(47) VALUE
014200         'LG INSURANCE - AGED PREMIUM DEBT AND PROVISION'.
014300     05  FILLER                  PIC X(15)
014400                                 VALUE ' BUSINESS DATE '.
014500     05  BP-H1-DATE              PIC X(10) VALUE SPACES.
014600     05  FILLER                  PIC X(61) VALUE SPACES.
014700 01  BP-HEADING-2.
014800     05  FILLER                  PIC X(02) VALUE SPACES.
014900     05  FILLER                  PIC X(18) VALUE 'AGE BAND'.
015000     05  FILLER                  PIC X(08) VALUE 'PRODUCT'.
015100     05  FILLER                  PIC X(12) VALUE 'BROKER'.
015200     05  FILLER                  PIC X(09) VALUE 'POLICIES'.
015300     05  FILLER                  PIC X(17)
015400                                 VALUE '      OUTSTANDING'.
015500     05  FILLER                  PIC X(09) VALUE '   PROV%'.
015600     05  FILLER                  PIC X(20)
015700                                 VALUE '           PROVISION'.
015800     05  FILLER                  PIC X(38) VALUE SPACES.
015900 01  BP-DETAIL-LINE.
016000     05  FILLER                  PIC X(02) VALUE SPACES.
016100     05  BP-D-BAND               PIC X(16).
016200     05  FILLER                  PIC X(02) VALUE SPACES.
016300     05  BP-D-POLICYTYPE         PIC X(01).
016400     05  FILLER                  PIC X(07) VALUE SPACES.
016500     05  BP-D-BROKERID           PIC 9(09).
016600     05  FILLER                  PIC X(03) VALUE SPACES.
016700     05  BP-D-POLICIES           PIC ZZ,ZZ9.
016800     05  FILLER                  PIC X(03) VALUE SPACES.
016900     05  BP-D-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
017000     05  FILLER                  PIC X(03) VALUE SPACES.
017100     05  BP-D-PCT                PIC ZZ9.99.
017200     05  FILLER                  PIC X(03) VALUE SPACES.
017300     05  BP-D-PROVISION          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
017400     05  FILLER                  PIC X(38) VALUE SPACES.
017500 01  BP-TOTAL-LINE.
017600     05  FILLER                  PIC X(04) VALUE SPACES.
017700     05  BP-T-LABEL              PIC X(45).
017800     05  BP-T-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
017900     05  FILLER                  PIC X(12) VALUE SPACES.
018000     05  BP-T-PROVISION          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
018100     05  FILLER                  PIC X(38) VALUE SPACES.
018200 01  BP-SECTION-WOFF.
018300     05  FILLER                  PIC X(60) VALUE
018400         'WRITE-OFFS PUT UP FOR APPROVAL (PAST THE CUT-OFF)'.
018500     05  FILLER                  PIC X(73) VALUE SPACES.
018600 01  BP-WOFF-LINE.
018700     05  FILLER                  PIC X(02) VALUE SPACES.
018800     05  FILLER                  PIC X(08) VALUE 'POLICY '.
018900     05  BP-W-POLICYNUM          PIC 9(10).
019000     05  FILLER                  PIC X(03) VALUE SPACES.
019100     05  BP-W-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
019200     05  FILLER                  PIC X(03) VALUE SPACES.
019300     05  BP-W-DAYS               PIC ZZ,ZZ9.
019400     05  FILLER                  PIC X(14) VALUE ' DAYS OVERDUE'.
019500     05  FILLER                  PIC X(70) VALUE SPACES.
019600 01  BP-SUMMARY-LINE.
019700     05  FILLER                  PIC X(20) VALUE SPACES.
019800     05  BP-S-LABEL              PIC X(36).
019900     05  BP-S-COUNT              PIC ZZZ,ZZ9.
020000     05  FILLER                  PIC X(03) VALUE SPACES.
020100     05  BP-S-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
020200     05  FILLER                  PIC X(50) VALUE SPACES.
020300 01  BP-BLANK-LINE               PIC X(133) VALUE SPACES.
020400     EXEC SQL
020500         INCLUDE SQLCA
020600     END-EXEC.
020700     COPY LGRCTL.
020800*****************************************************************
020900*    OUTSTANDING BAD DEBT BY AGE BAND, PRODUCT AND BROKER - A    *
021000*    DEBT PUT UP FOR WRITE-OFF STAYS OUTSTANDING UNTIL IT IS     *
021100*    APPROVED (ITS COLLECTIONS THEN GO TO STATUS WRITTENOFF)     *
021200*****************************************************************
021300     EXEC SQL
021400         DECLARE AGED-BANDS CURSOR FOR
021500           SELECT D.BAND, D.POLICYTYPE, D.BROKERID,
021600                  COUNT(DISTINCT D.POLICYNUMBER),
021700                  SUM(D.COLLECTIONAMOUNT)
021800             FROM ( SELECT CASE
021900                           WHEN DAYS(DATE(:WS-RUNDATE-ISO))
022000                              - DAYS(DATE(PC.CYCLEDATE))
022100                                <= :WS-BAND1-DAYS THEN 1
022200                           WHEN DAYS(DATE(:WS-RUNDATE-ISO))
022300                              - DAYS(DATE(PC.CYCLEDATE))
022400                                <= :WS-BAND2-DAYS THEN 2
022500                           WHEN DAYS(DATE(:WS-RUNDATE-ISO))
022600                              - DAYS(DATE(PC.CYCLEDATE))
022700                                <= :WS-BAND3-DAYS THEN 3
022800                           ELSE 4 END AS BAND,
022900                           COALESCE(P.POLICYTYPE, ' ')
023000                                AS POLICYTYPE,
023100                           COALESCE(P.BROKERID, 0) AS BROKERID,
023200                           PC.POLICYNUMBER,
023300                           PC.COLLECTIONAMOUNT
023400                      FROM PAYMENTCOLLECTION PC
023500                      LEFT OUTER JOIN POLICY P
023600                        ON P.POLICYNUMBER = PC.POLICYNUMBER
023700                     WHERE PC.STATUS IN ('FAILED', 'RETURNED')
023800                       AND COALESCE(PC.REMINDLEVEL, 0) = 3 ) D
023900            GROUP BY D.BAND, D.POLICYTYPE, D.BROKERID
024000            ORDER BY 1, 2, 3
024100     END-EXEC.
024200*****************************************************************
024300*    EACH LAPSED POLICY WHOSE OLDEST UNPAID COLLECTION IS PAST   *
024400*    THE CUT-OFF AND HAS NO WRITE-OFF ALREADY WAITING OR MADE -  *
024500*    THE WHOLE UNPAID BALANCE IS ONE DEBT.  A REJECTED WRITE-OFF *
024600*    COMES BACK UP AT THE NEXT MONTH'S RUN                       *
024700*****************************************************************
024800     EXEC SQL
024900         DECLARE WOFF-CANDIDATE CURSOR FOR
025000           SELECT PC.POLICYNUMBER,
025100                  SUM(PC.COLLECTIONAMOUNT),
025200                  MAX(DAYS(DATE(:WS-RUNDATE-ISO))
025300                    - DAYS(DATE(PC.CYCLEDATE)))
025400             FROM PAYMENTCOLLECTION PC
025500            WHERE PC.STATUS IN ('FAILED', 'RETURNED')
025600              AND COALESCE(PC.REMINDLEVEL, 0) = 3
025700              AND NOT EXISTS
025800                  ( SELECT 1
025900                      FROM DEBTWRITEOFF W
026000                     WHERE W.POLICYNUMBER = PC.POLICYNUMBER
026100                       AND W.STATUS IN ('P', 'A') )
026200            GROUP BY PC.POLICYNUMBER
026300           HAVING MAX(DAYS(DATE(:WS-RUNDATE-ISO))
026400                    - DAYS(DATE(PC.CYCLEDATE))) > :WS-CUTOFF-DAYS
026500            ORDER BY 1
026600     END-EXEC.
026700 LINKAGE SECTION.
026800 PROCEDURE DIVISION.
026900*****************************************************************
027000*    0000-MAINLINE                                             *
027100*****************************************************************
027200 0000-MAINLINE SECTION.
027300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
027400     PERFORM 2000-AGED-DEBT THRU 2000-EXIT.
027500     PERFORM 4000-WRITE-OFFS THRU 4000-EXIT.
027600     PERFORM 8000-FINALIZE THRU 8000-EXIT.
027700     GO TO 9999-EXIT.
027800 0000-MAINLINE-EXIT.
027900     EXIT.
028000*****************************************************************
028100*    1000-INITIALIZE - REGISTER THE RUN, LOAD THE SETTINGS,      *
028200*    OPEN THE REPORT                                             *
028300*****************************************************************
028400 1000-INITIALIZE.
028500     ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
028600     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
028700*    THE RUN REGISTERS WITH THE BATCH RUN-CONTROL BEFORE
028800*    DOING ANY WORK - PREREQUISITES AND DOUBLE-RUN
028900*    PROTECTION LIVE IN LGRCTL01
029000     MOVE 'S'        TO RCTL-ACTION
029100     MOVE 'LGBDP01 ' TO RCTL-JOBNAME
029200     MOVE WS-CD-YYYY TO RCTL-BD-YYYY
029300     MOVE WS-CD-MM   TO RCTL-BD-MM
029400     MOVE WS-CD-DD   TO RCTL-BD-DD
029500     MOVE '-'        TO RCTL-BD-S1
029600     MOVE '-'        TO RCTL-BD-S2
029700     CALL 'LGRCTL01' USING RCTL-REQUEST
029800     IF RCTL-RC NOT EQUAL '00'
029900         DISPLAY 'LGBDP01 - RUN CONTROL REFUSED, RC='
030000                 RCTL-RC ' PREREQ=' RCTL-PREREQ-MISSING
030100         GO TO 9999-EXIT
030200     END-IF.
030300     MOVE WS-CD-YYYY TO WS-RI-YYYY.
030400     MOVE WS-CD-MM   TO WS-RI-MM.
030500     MOVE WS-CD-DD   TO WS-RI-DD.
030600     MOVE '-'        TO WS-RUNDATE-ISO(5:1).
030700     MOVE '-'        TO WS-RUNDATE-ISO(8:1).
030800     INITIALIZE WS-BAND-TOTALS.
030900     MOVE 1 TO WS-BAND-INDEX.
031000     PERFORM 1200-LOAD-BAND-PCT THRU 1200-EXIT
031100         UNTIL WS-BAND-INDEX GREATER THAN 4.
031200     MOVE 'BDWOFFDAYS  '         TO DB2-CONFIG-KEY.
031300     MOVE WS-DEFAULT-CUTOFF-DAYS TO DB2-CONFIG-VALUE.
031400     PERFORM 1100-GET-CONFIG THRU 1100-EXIT.
031500     MOVE DB2-CONFIG-VALUE       TO WS-CUTOFF-DAYS.
031600     OPEN OUTPUT DEBT-REPORT-FILE.
031700     IF NOT WS-BDPRPT-OK
031800         DISPLAY 'LGBDP01 - BDPRPT OPEN FAILED, STATUS='
031900                 WS-BDPRPT-STATUS
032000         GO TO 9999-EXIT
032100     END-IF.
032200     MOVE WS-RUNDATE-ISO TO BP-H1-DATE.
032300     WRITE BP-REPORT-LINE FROM BP-HEADING-1.
032400     WRITE BP-REPORT-LINE FROM BP-BLANK-LINE.
032500     WRITE BP-REPORT-LINE FROM BP-HEADING-2.
032600 1000-EXIT.
032700     EXIT.
032800*****************************************************************
032900*    1050-GET-BUSINESS-DATE - OVERLAY THE CLOCK DATE WITH THE     *
033000*    BUSINESSDATE CONTROL ROW WHEN ONE IS SET                     *
033100*****************************************************************
033200 1050-GET-BUSINESS-DATE.
033300     EXEC SQL
033400         SELECT BUSINESSDATE
033500           INTO :WS-BUSINESS-DATE
033600           FROM BUSINESSDATE
033700          WHERE CONTROLID = 'LG'
033800     END-EXEC.
033900     IF SQLCODE EQUAL 0
034000         MOVE WS-BD-YYYY TO WS-CD-YYYY
034100         MOVE WS-BD-MM   TO WS-CD-MM
034200         MOVE WS-BD-DD   TO WS-CD-DD
034300     END-IF.
034400 1050-EXIT.
034500     EXIT.
034600*****************************************************************
034700*    1100-GET-CONFIG - ONE SUITE-WIDE SETTING IN FORCE TODAY;    *
034800*    CALLER LOADS THE KEY AND THE DEFAULT                        *
034900*****************************************************************
035000 1100-GET-CONFIG.
035100     EXEC SQL
035200         SELECT CONFIGVALUE
035300           INTO :DB2-CONFIG-VALUE
035400           FROM PRODUCTCONFIG
035500          WHERE POLICYTYPE = ' '
035600            AND CONFIGKEY  = :DB2-CONFIG-KEY
035700            AND EFFECTIVEDATE =
035800                ( SELECT MAX(EFFECTIVEDATE)
035900                    FROM PRODUCTCONFIG
036000                   WHERE POLICYTYPE = ' '
036100                     AND CONFIGKEY  = :DB2-CONFIG-KEY
036200                     AND EFFECTIVEDATE <= CURRENT DATE )
036300     END-EXEC.
036400     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
036500         DISPLAY 'LGBDP01 - CONFIG SELECT, SQLCODE=' SQLCODE
036600         GO TO 9999-EXIT
036700     END-IF.
036800 1100-EXIT.
036900     EXIT.
037000 1200-LOAD-BAND-PCT.
037100     MOVE WS-BAND-KEY(WS-BAND-INDEX)    TO DB2-CONFIG-KEY.
037200     MOVE WS-DEFAULT-PCT(WS-BAND-INDEX) TO DB2-CONFIG-VALUE.
037300     PERFORM 1100-GET-CONFIG THRU 1100-EXIT.
037400     MOVE DB2-CONFIG-VALUE TO WS-BAND-PCT(WS-BAND-INDEX).
037500     ADD 1 TO WS-BAND-INDEX.
037600 1200-EXIT.
037700     EXIT.
037800*****************************************************************
037900*    2000-AGED-DEBT - ONE LINE PER BAND, PRODUCT AND BROKER      *
038000*    WITH ITS PROVISION, A TOTAL AT EACH CHANGE OF BAND          *
038100*****************************************************************
038200 2000-AGED-DEBT.
038300     EXEC SQL
038400         OPEN AGED-BANDS
038500     END-EXEC.
038600     IF SQLCODE NOT EQUAL 0
038700         DISPLAY 'LGBDP01 - AGED CURSOR OPEN, SQLCODE=' SQLCODE
038800         GO TO 9999-EXIT
038900     END-IF.
039000     PERFORM 2100-FETCH-AGED THRU 2100-EXIT.
039100     PERFORM 2200-AGED-LINE THRU 2200-EXIT
039200         UNTIL WS-AGED-EOF.
039300     IF WS-PREV-BAND NOT EQUAL ZERO
039400         PERFORM 2300-BAND-TOTAL THRU 2300-EXIT
039500     END-IF.
039600     EXEC SQL
039700         CLOSE AGED-BANDS
039800     END-EXEC.
039900     WRITE BP-REPORT-LINE FROM BP-BLANK-LINE.
040000     MOVE 'TOTAL BAD DEBT AND PROVISION' TO BP-T-LABEL.
040100     MOVE WS-TOTAL-AMOUNT    TO BP-T-AMOUNT.
040200     MOVE WS-TOTAL-PROVISION TO BP-T-PROVISION.
040300     WRITE BP-REPORT-LINE FROM BP-TOTAL-LINE.
040400 2000-EXIT.
040500     EXIT.
040600 2100-FETCH-AGED.
040700     EXEC SQL
040800         FETCH AGED-BANDS
040900           INTO :DB2-BAND, :DB2-POLICYTYPE, :DB2-BROKERID-INT,
041000                :DB2-POLICY-COUNT, :DB2-DEBT-AMOUNT
041100     END-EXEC.
041200     EVALUATE SQLCODE
041300         WHEN 0
041400             CONTINUE
041500         WHEN 100
041600             MOVE 'Y' TO WS-AGED-EOF-SWITCH
041700         WHEN OTHER
041800             DISPLAY 'LGBDP01 - AGED FETCH, SQLCODE=' SQLCODE
041900             GO TO 9999-EXIT
042000     END-EVALUATE.
042100 2100-EXIT.
042200     EXIT.
042300 2200-AGED-LINE.
042400     IF DB2-BAND NOT EQUAL WS-PREV-BAND
042500         IF WS-PREV-BAND NOT EQUAL ZERO
042600             PERFORM 2300-BAND-TOTAL THRU 2300-EXIT
042700         END-IF
042800         MOVE DB2-BAND TO WS-PREV-BAND
042900     END-IF.
043000     MOVE DB2-BAND TO WS-BAND-INDEX.
043100     COMPUTE WS-LINE-PROVISION ROUNDED =
043200         DB2-DEBT-AMOUNT * WS-BAND-PCT(WS-BAND-INDEX) / 100.
043300     ADD DB2-DEBT-AMOUNT   TO WS-BAND-AMOUNT(WS-BAND-INDEX).
043400     ADD WS-LINE-PROVISION TO WS-BAND-PROVISION(WS-BAND-INDEX).
043500     ADD DB2-DEBT-AMOUNT   TO WS-TOTAL-AMOUNT.
043600     ADD WS-LINE-PROVISION TO WS-TOTAL-PROVISION.
043700     MOVE WS-BAND-LABEL(WS-BAND-INDEX) TO BP-D-BAND.
043800     MOVE DB2-POLICYTYPE              TO BP-D-POLICYTYPE.
043900     MOVE DB2-BROKERID-INT            TO BP-D-BROKERID.
044000     MOVE DB2-POLICY-COUNT            TO BP-D-POLICIES.
044100     MOVE DB2-DEBT-AMOUNT             TO BP-D-AMOUNT.
044200     MOVE WS-BAND-PCT(WS-BAND-INDEX)  TO BP-D-PCT.
044300     MOVE WS-LINE-PROVISION           TO BP-D-PROVISION.
044400     WRITE BP-REPORT-LINE FROM BP-DETAIL-LINE.
044500     PERFORM 2100-FETCH-AGED THRU 2100-EXIT.
044600 2200-EXIT.
044700     EXIT.
044800 2300-BAND-TOTAL.
044900     MOVE SPACES TO BP-T-LABEL.
045000     STRING 'TOTAL ' DELIMITED BY SIZE
045100            WS-BAND-LABEL(WS-PREV-BAND) DELIMITED BY SIZE
045200       INTO BP-T-LABEL.
045300     MOVE WS-BAND-AMOUNT(WS-PREV-BAND)    TO BP-T-AMOUNT.
045400     MOVE WS-BAND-PROVISION(WS-PREV-BAND) TO BP-T-PROVISION.
045500     WRITE BP-REPORT-LINE FROM BP-TOTAL-LINE.
045600     WRITE BP-REPORT-LINE FROM BP-BLANK-LINE.
045700 2300-EXIT.
045800     EXIT.
045900*****************************************************************
046000*    4000-WRITE-OFFS - PUT EACH DEBT PAST THE CUT-OFF UP FOR A   *
046100*    SENIOR USER'S DECISION IN LGAPP01.  THE JOB IS THE MAKER,   *
046200*    SO ANY AUTHORISED APPROVER CAN BE THE CHECKER; THE AMOUNT   *
046300*    IS CHECKED AGAINST THEIR AUTHORITYLIMIT FOR TYPE W          *
046400*****************************************************************
046500 4000-WRITE-OFFS.
046600     WRITE BP-REPORT-LINE FROM BP-BLANK-LINE.
046700     WRITE BP-REPORT-LINE FROM BP-SECTION-WOFF.
046800     EXEC SQL
046900         OPEN WOFF-CANDIDATE
047000     END-EXEC.
047100     IF SQLCODE NOT EQUAL 0
047200         DISPLAY 'LGBDP01 - WRITE-OFF CURSOR OPEN, SQLCODE='
047300                 SQLCODE
047400         GO TO 9999-EXIT
047500     END-IF.
047600     PERFORM 4100-FETCH-CANDIDATE THRU 4100-EXIT.
047700     PERFORM 4200-REQUEST-WRITE-OFF THRU 4200-EXIT
047800         UNTIL WS-WOFF-EOF.
047900     EXEC SQL
048000         CLOSE WOFF-CANDIDATE
048100     END-EXEC.
048200 4000-EXIT.
048300     EXIT.
048400 4100-FETCH-CANDIDATE.
048500     EXEC SQL
048600         FETCH WOFF-CANDIDATE
048700           INTO :DB2-POLICYNUM-INT, :DB2-WOFF-AMOUNT,
048800                :DB2-OLDEST-DAYS
048900     END-EXEC.
049000     EVALUATE SQLCODE
049100         WHEN 0
049200             CONTINUE
049300         WHEN 100
049400             MOVE 'Y' TO WS-WOFF-EOF-SWITCH
049500         WHEN OTHER
049600             DISPLAY 'LGBDP01 - WRITE-OFF FETCH, SQLCODE=' SQLCODE
049700             GO TO 9999-EXIT
049800     END-EVALUATE.
049900 4100-EXIT.
050000     EXIT.
050100*****************************************************************
050200*    4200-REQUEST-WRITE-OFF - THE APPROVAL ROW CARRIES THE       *
050300*    POLICY NUMBER IN ITS CLAIM NUMBER COLUMN (THE ITEM KEY THE  *
050400*    APPROVER SEES); THE DEBTWRITEOFF ROW TAKES THE NEW          *
050500*    APPROVAL ID AS ITS KEY                                      *
050600*****************************************************************
050700 4200-REQUEST-WRITE-OFF.
050800     MOVE DB2-OLDEST-DAYS TO DB2-WR-DAYS.
050900     EXEC SQL
051000         INSERT INTO PENDINGAPPROVAL
051100                   ( APPROVALID,
051200                     TXNTYPE,
051300                     CLAIMNUMBER,
051400                     AMOUNT,
051500                     REQUESTREASON,
051600                     REQUESTEDBY,
051700                     REQUESTTIME,
051800                     STATUS )
051900            VALUES ( DEFAULT,
052000                     'W',
052100                     :DB2-POLICYNUM-INT,
052200                     :DB2-WOFF-AMOUNT,
052300                     :DB2-WOFF-REASON,
052400                     'LGBDP01',
052500                     CURRENT TIMESTAMP,
052600                     'P' )
052700     END-EXEC.
052800     IF SQLCODE NOT EQUAL 0
052900         DISPLAY 'LGBDP01 - APPROVAL INSERT, SQLCODE=' SQLCODE
053000         GO TO 9999-EXIT
053100     END-IF.
053200     EXEC SQL
053300         INSERT INTO DEBTWRITEOFF
053400                   ( APPROVALID,
053500                     POLICYNUMBER,
053600                     AMOUNT,
053700                     AGEDAYS,
053800                     REQUESTDATE,
053900                     STATUS )
054000            VALUES ( IDENTITY_VAL_LOCAL(),
054100                     :DB2-POLICYNUM-INT,
054200                     :DB2-WOFF-AMOUNT,
054300                     :DB2-OLDEST-DAYS,
054400                     :WS-RUNDATE-ISO,
054500                     'P' )
054600     END-EXEC.
054700     IF SQLCODE NOT EQUAL 0
054800         DISPLAY 'LGBDP01 - WRITE-OFF INSERT, SQLCODE=' SQLCODE
054900         GO TO 9999-EXIT
055000     END-IF.
055100     MOVE DB2-POLICYNUM-INT TO BP-W-POLICYNUM.
055200     MOVE DB2-WOFF-AMOUNT   TO BP-W-AMOUNT.
055300     MOVE DB2-OLDEST-DAYS   TO BP-W-DAYS.
055400     WRITE BP-REPORT-LINE FROM BP-WOFF-LINE.
055500     ADD 1               TO WS-WOFF-COUNT.
055600     ADD DB2-WOFF-AMOUNT TO WS-WOFF-AMOUNT.
055700     PERFORM 4100-FETCH-CANDIDATE THRU 4100-EXIT.
055800 4200-EXIT.
055900     EXIT.
056000*****************************************************************
056100*    8000-FINALIZE                                             *
056200*****************************************************************
056300 8000-FINALIZE.
056400     WRITE BP-REPORT-LINE FROM BP-BLANK-LINE.
056500     MOVE 'WRITE-OFFS PUT UP FOR APPROVAL' TO BP-S-LABEL.
056600     MOVE WS-WOFF-COUNT  TO BP-S-COUNT.
056700     MOVE WS-WOFF-AMOUNT TO BP-S-AMOUNT.
056800     WRITE BP-REPORT-LINE FROM BP-SUMMARY-LINE.
056900     CLOSE DEBT-REPORT-FILE.
057000     MOVE WS-WOFF-COUNT TO RCTL-RECORD-COUNT.
057100     MOVE 'E' TO RCTL-ACTION
057200     CALL 'LGRCTL01' USING RCTL-REQUEST.
057300 8000-EXIT.
057400     EXIT.
057500*****************************************************************
057600*    9999-EXIT - COMMON PROGRAM EXIT POINT                      *
057700*****************************************************************
057800 9999-EXIT.
057900     STOP RUN.
