000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     LGRICC01.
000300 AUTHOR.         LG INSURANCE IT - BATCH SUPPORT.
000400 INSTALLATION.   LG INSURANCE.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700 REMARKS.        REINSURANCE CASH CALLS AND SETTLEMENT.  A PAID
000800                 CLAIM WHOSE RECOVERY IS TOO LARGE TO WAIT FOR
000900                 THE QUARTERLY TECHNICAL ACCOUNT IS CASH CALLED
001000                 FROM THE REINSURER AT ONCE, AS IS EVERY EXCESS
001100                 OF LOSS RECOVERY LGXOLR01 HAS WORKED OUT FOR A
001200                 CATASTROPHE EVENT, INCLUDING ANY INCREASE ON A
001300                 LATER RERUN.  THE CASH RECEIVED FROM AND PAID TO
001400                 REINSURERS (RICASH) IS THEN APPLIED TO THE OPEN
001500                 ACCOUNTS AND CASH CALLS.  AN EXACT BALANCE
001600                 SETTLES THE ITEM AND THE RECOVERIES BEHIND IT,
001700                 PART PAYMENT LEAVES IT PART PAID, AND CASH THAT
001800                 CANNOT BE APPLIED IS REPORTED FOR REINSURANCE
001900                 ACCOUNTING TO RESOLVE.
002000*****************************************************************
002100*    MODIFICATION HISTORY                                      *
002200*    DATE      INIT   DESCRIPTION                               *
002300*    10/15/26  LGIT   INITIAL VERSION                           *
002400*****************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.    IBM-370.
002800 OBJECT-COMPUTER.    IBM-370.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT CASH-INPUT-FILE ASSIGN TO RICASH
003200         ORGANIZATION IS SEQUENTIAL
003300         FILE STATUS IS WS-RICASH-STATUS.
003400     SELECT RICC-REPORT-FILE ASSIGN TO RICCRPT
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS WS-RICCRPT-STATUS.
003700 DATA DIVISION.
003800 FILE SECTION.
003900*****************************************************************
004000*    RICASH - ONE CASH MOVEMENT WITH A REINSURER, AGAINST EITHER *
004100*    A QUARTER'S TECHNICAL ACCOUNT FOR A TREATY (T) OR A CASH    *
004200*    CALL (C).  R RECEIVED FROM THE REINSURER, P PAID TO IT      *
004300*****************************************************************
004400 FD  CASH-INPUT-FILE
004500     RECORDING MODE IS F.
004600 01  RK-CASH-RECORD.
004700     05  RK-REINSURERID          PIC X(08).
004800     05  RK-REF-TYPE             PIC X(01).
004900         88  RK-ACCOUNT                    VALUE 'T'.
005000         88  RK-CASH-CALL                  VALUE 'C'.
005100     05  RK-REFERENCE            PIC X(20).
005200     05  RK-ACCOUNT-REF          REDEFINES RK-REFERENCE.
005300         10  RK-TREATYID         PIC X(08).
005400         10  RK-ACCT-QUARTER     PIC X(07).
005500         10  FILLER              PIC X(05).
005600     05  RK-CALL-REF             REDEFINES RK-REFERENCE.
005700         10  RK-CALLNUMBER       PIC 9(09).
005800         10  FILLER              PIC X(11).
005900     05  RK-DIRECTION            PIC X(01).
006000         88  RK-RECEIVED                   VALUE 'R'.
006100         88  RK-PAID                       VALUE 'P'.
006200     05  RK-AMOUNT               PIC 9(09)V99.
006300     05  RK-VALUE-DATE           PIC X(10).
006400     05  FILLER                  PIC X(29).
006500 FD  RICC-REPORT-FILE
006600     RECORDING MODE IS F.
006700 01  CC-REPORT-LINE              PIC X(133).
006800 WORKING-STORAGE SECTION.
006900*****************************************************************
007000*    FILE STATUS, SWITCHES AND COUNTERS                        *
007100*****************************************************************
007200 77  WS-RICASH-STATUS            PIC X(02) VALUE SPACES.
007300     88  WS-RICASH-OK                      VALUE '00'.
007400 77  WS-RICCRPT-STATUS           PIC X(02) VALUE SPACES.
007500     88  WS-RICCRPT-OK                     VALUE '00'.
007600 77  WS-LARGE-EOF-SWITCH         PIC X(01) VALUE 'N'.
007700     88  WS-LARGE-EOF                      VALUE 'Y'.
007800 77  WS-XL-EOF-SWITCH            PIC X(01) VALUE 'N'.
007900     88  WS-XL-EOF                         VALUE 'Y'.
008000 77  WS-CASH-EOF-SWITCH          PIC X(01) VALUE 'N'.
008100     88  WS-CASH-EOF                       VALUE 'Y'.
008200 77  WS-CALL-COUNT               PIC S9(9) COMP VALUE +0.
008300 77  WS-SETTLED-COUNT            PIC S9(9) COMP VALUE +0.
008400 77  WS-PART-PAID-COUNT          PIC S9(9) COMP VALUE +0.
008500 77  WS-UNAPPLIED-COUNT          PIC S9(9) COMP VALUE +0.
008600*****************************************************************
008700*    A SINGLE CLAIM RECOVERY OF THIS SIZE OR MORE IS CASH CALLED *
008800*    RATHER THAN LEFT FOR THE QUARTERLY ACCOUNT.  A CASH CALL IS *
008900*    DUE THIS MANY DAYS AFTER IT IS MADE                         *
009000*****************************************************************
009100 77  WS-CASH-CALL-LIMIT          PIC S9(11)V99 COMP-3
009200                                 VALUE +250000.00.
009300 77  WS-CALL-DAYS                PIC S9(4) COMP VALUE +14.
009400*****************************************************************
009500*    THE SUITE RUNS ON THE OPERATOR-CONTROLLED BUSINESS DATE -    *
009600*    THE SYSTEM CLOCK IS ONLY THE FALLBACK WHEN THE CONTROL ROW   *
009700*    IS ABSENT, SO RERUNS AND LATE-RUNNING SCHEDULES KEEP THE     *
009800*    RIGHT DATED OUTPUT AND SELECTIONS                            *
009900*****************************************************************
010000 01  WS-BUSINESS-DATE.
010100     05  WS-BD-YYYY              PIC 9(04).
010200     05  FILLER                  PIC X(01).
010300     05  WS-BD-MM                PIC 9(02).
010400     05  FILLER                  PIC X(01).
010500     05  WS-BD-DD                PIC 9(02).
010600 01  WS-CURRENT-DATE-TIME.
010700     05  WS-CD-YYYY              PIC 9(04).
010800     05  WS-CD-MM                PIC 9(02).
010900     05  WS-CD-DD                PIC 9(02).
011000     05  FILLER                  PIC X(10).
011100 01  WS-RUNDATE-ISO              PIC X(10).
011200 01  WS-RUNDATE-BRKDN            REDEFINES WS-RUNDATE-ISO.
011300     05  WS-RI-YYYY              PIC 9(04).
011400     05  FILLER                  PIC X(01).
011500     05  WS-RI-MM                PIC 9(02).
011600     05  FILLER                  PIC X(01).
011700     05  WS-RI-DD                PIC 9(02).
011800 01  WS-DUE-DATE-ISO             PIC X(10) VALUE SPACES.
011900*****************************************************************
012000*    CASH CALL AND CASH APPLICATION FIELDS                       *
012100*****************************************************************
012200 01  DB2-CALLNUMBER              PIC S9(9) COMP.
012300 01  DB2-REINSURERID             PIC X(08).
012400 01  DB2-TREATYID                PIC X(08).
012500 01  DB2-CLAIMNUM-INT            PIC S9(9) COMP.
012600 01  DB2-EVENTCODE               PIC X(08).
012700 01  DB2-CALL-AMOUNT             PIC S9(11)V99 COMP-3.
012800 01  DB2-CALL-SOURCE             PIC X(01).
012900 01  DB2-ACCT-QUARTER            PIC X(07).
013000 01  DB2-NET-BALANCE             PIC S9(11)V99 COMP-3.
013100 01  DB2-CASH-SETTLED            PIC S9(11)V99 COMP-3.
013200 01  DB2-NEW-SETTLED             PIC S9(11)V99 COMP-3.
013300 01  DB2-NEW-STATUS              PIC X(01).
013400 01  WS-CASH-AMOUNT              PIC S9(11)V99 COMP-3 VALUE +0.
013500 01  WS-CLAIMNUM-DISP            PIC 9(10).
013600*****************************************************************
013700*    REPORT LINE LAYOUTS                                        *
013800*****************************************************************
013900 01  CC-HEADING-1.
014000     05  FILLER                  PIC X(52) VALUE
014100         'LG INSURANCE - REINSURANCE CASH CALLS AND SETTLEMENT'.
014200     05  FILLER                  PIC X(10) VALUE ' RUN DATE '.
014300     05  CC-H1-RUNDATE           PIC X(10).
014400     05  FILLER                  PIC X(61) VALUE SPACES.
014500 01  CC-SECTION-LINE.
014600     05  FILLER                  PIC X(02) VALUE SPACES.
014700     05  CC-SECTION-TITLE        PIC X(40).
014800     05  FILLER                  PIC X(91) VALUE SPACES.
014900 01  CC-HEADING-2.
015000     05  FILLER                  PIC X(12) VALUE '  CALL NO'.
015100     05  FILLER                  PIC X(10) VALUE 'REINSURER'.
015200     05  FILLER                  PIC X(10) VALUE 'TREATY'.
015300     05  FILLER                  PIC X(05) VALUE 'SRC'.
015400     05  FILLER                  PIC X(12) VALUE 'CLAIM/EVENT'.
015500     05  FILLER                  PIC X(17) VALUE
015600         '      CALL AMOUNT'.
015700     05  FILLER                  PIC X(13) VALUE '   DUE DATE'.
015800     05  FILLER                  PIC X(54) VALUE SPACES.
015900 01  CC-CALL-LINE.
016000     05  FILLER                  PIC X(02) VALUE SPACES.
016100     05  CC-C-CALLNUMBER         PIC ZZZZZZZZ9.
016200     05  FILLER                  PIC X(01) VALUE SPACES.
016300     05  CC-C-REINSURERID        PIC X(08).
016400     05  FILLER                  PIC X(02) VALUE SPACES.
016500     05  CC-C-TREATYID           PIC X(08).
016600     05  FILLER                  PIC X(02) VALUE SPACES.
016700     05  CC-C-SOURCE             PIC X(01).
016800     05  FILLER                  PIC X(04) VALUE SPACES.
016900     05  CC-C-REFERENCE          PIC X(10).
017000     05  FILLER                  PIC X(02) VALUE SPACES.
017100     05  CC-C-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
017200     05  FILLER                  PIC X(03) VALUE SPACES.
017300     05  CC-C-DUEDATE            PIC X(10).
017400     05  FILLER                  PIC X(54) VALUE SPACES.
017500 01  CC-HEADING-3.
017600     05  FILLER                  PIC X(12) VALUE '  REINSURER'.
017700     05  FILLER                  PIC X(03) VALUE 'T'.
017800     05  FILLER                  PIC X(22) VALUE 'REFERENCE'.
017900     05  FILLER                  PIC X(03) VALUE 'D'.
018000     05  FILLER                  PIC X(19) VALUE
018100         '      CASH AMOUNT'.
018200     05  FILLER                  PIC X(30) VALUE 'RESULT'.
018300     05  FILLER                  PIC X(44) VALUE SPACES.
018400 01  CC-CASH-LINE.
018500     05  FILLER                  PIC X(02) VALUE SPACES.
018600     05  CC-K-REINSURERID        PIC X(08).
018700     05  FILLER                  PIC X(02) VALUE SPACES.
018800     05  CC-K-REF-TYPE           PIC X(01).
018900     05  FILLER                  PIC X(02) VALUE SPACES.
019000     05  CC-K-REFERENCE          PIC X(20).
019100     05  FILLER                  PIC X(02) VALUE SPACES.
019200     05  CC-K-DIRECTION          PIC X(01).
019300     05  FILLER                  PIC X(02) VALUE SPACES.
019400     05  CC-K-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
019500     05  FILLER                  PIC X(02) VALUE SPACES.
019600     05  CC-K-RESULT             PIC X(30).
019700     05  FILLER                  PIC X(44) VALUE SPACES.
019800 01  CC-SUMMARY-LINE.
019900     05  FILLER                  PIC X(02) VALUE SPACES.
020000     05  CC-S-LABEL              PIC X(40).
020100     05  CC-S-COUNT              PIC ZZZ,ZZZ,ZZ9.
020200     05  FILLER                  PIC X(80) VALUE SPACES.
020300     EXEC SQL
020400         INCLUDE SQLCA
020500     END-EXEC.
020600     COPY LGRCTL.
020700*****************************************************************
020800*    RECOVERIES DUE ON PAID CLAIMS AT OR OVER THE CASH CALL      *
020900*    LIMIT, NOT YET TAKEN INTO A QUARTER'S ACCOUNT OR CALLED     *
021000*****************************************************************
021100     EXEC SQL
021200         DECLARE LARGE-RECOVERY CURSOR FOR
021300           SELECT V.CLAIMNUMBER, V.TREATYID, T.REINSURERID,
021400                  V.RECOVERABLEAMOUNT
021500             FROM REINS_RECOVERY V, TREATYREINSURER T
021600            WHERE T.TREATYID           = V.TREATYID
021700              AND V.STATUS             = 'DUE'
021800              AND V.ACCTQUARTER IS NULL
021900              AND V.RECOVERABLEAMOUNT >= :WS-CASH-CALL-LIMIT
022000              AND NOT EXISTS
022100                  ( SELECT 1
022200                      FROM RICASHCALL K
022300                     WHERE K.SOURCE      = 'Q'
022400                       AND K.CLAIMNUMBER = V.CLAIMNUMBER )
022500            ORDER BY V.CLAIMNUMBER
022600     END-EXEC.
022700*****************************************************************
022800*    EXCESS OF LOSS RECOVERIES NOT YET CALLED IN FULL - A NEW    *
022900*    EVENT, OR ONE WHOSE RECOVERY ROSE ON A LATER LGXOLR01 RUN   *
023000*****************************************************************
023100     EXEC SQL
023200         DECLARE XL-RECOVERY CURSOR FOR
023300           SELECT X.EVENTCODE, X.TREATYCODE, X.REINSURERCODE,
023400                  X.RECOVERABLE - COALESCE(SUM(K.CALLAMOUNT), 0)
023500             FROM XLRECOVERY X
023600                  LEFT OUTER JOIN RICASHCALL K
023700                    ON K.SOURCE      = 'X'
023800                   AND K.EVENTCODE   = X.EVENTCODE
023900                   AND K.TREATYID    = X.TREATYCODE
024000                   AND K.REINSURERID = X.REINSURERCODE
024100            GROUP BY X.EVENTCODE, X.TREATYCODE, X.REINSURERCODE,
024200                     X.RECOVERABLE
024300           HAVING X.RECOVERABLE > COALESCE(SUM(K.CALLAMOUNT), 0)
024400            ORDER BY X.EVENTCODE, X.TREATYCODE, X.REINSURERCODE
024500     END-EXEC.
024600 LINKAGE SECTION.
024700 PROCEDURE DIVISION.
024800*****************************************************************
024900*    0000-MAINLINE                                             *
025000*****************************************************************
025100 0000-MAINLINE SECTION.
025200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025300     PERFORM 2000-CALL-LARGE-RECOVERIES THRU 2000-EXIT.
025400     PERFORM 3000-CALL-XL-RECOVERIES THRU 3000-EXIT.
025500     PERFORM 4000-APPLY-CASH THRU 4000-EXIT.
025600     PERFORM 8000-FINALIZE THRU 8000-EXIT.
025700     GO TO 9999-EXIT.
025800 0000-MAINLINE-EXIT.
025900     EXIT.
026000*****************************************************************
026100*    1000-INITIALIZE - REGISTER THE RUN, SET THE CALL DUE DATE   *
026200*    AND THE LAST CALL NUMBER USED, OPEN THE FILES               *
026300*****************************************************************
026400 1000-INITIALIZE.
026500     ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
026600     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
026700*    THE RUN REGISTERS WITH THE BATCH RUN-CONTROL BEFORE
026800*    DOING ANY WORK - PREREQUISITES AND DOUBLE-RUN
026900*    PROTECTION LIVE IN LGRCTL01
027000     MOVE 'S'        TO RCTL-ACTION
027100     MOVE 'LGRICC01' TO RCTL-JOBNAME
027200     MOVE WS-CD-YYYY TO RCTL-BD-YYYY
027300     MOVE WS-CD-MM   TO RCTL-BD-MM
027400     MOVE WS-CD-DD   TO RCTL-BD-DD
027500     MOVE '-'        TO RCTL-BD-S1
027600     MOVE '-'        TO RCTL-BD-S2
027700     CALL 'LGRCTL01' USING RCTL-REQUEST
027800     IF RCTL-RC NOT EQUAL '00'
027900         DISPLAY 'LGRICC01 - RUN CONTROL REFUSED, RC='
028000                 RCTL-RC ' PREREQ=' RCTL-PREREQ-MISSING
028100         GO TO 9999-EXIT
028200     END-IF.
028300     MOVE WS-CD-YYYY TO WS-RI-YYYY.
028400     MOVE WS-CD-MM   TO WS-RI-MM.
028500     MOVE WS-CD-DD   TO WS-RI-DD.
028600     MOVE '-'        TO WS-RUNDATE-ISO(5:1).
028700     MOVE '-'        TO WS-RUNDATE-ISO(8:1).
028800     EXEC SQL
028900         SELECT CHAR(DATE(:WS-RUNDATE-ISO)
029000                     + :WS-CALL-DAYS DAYS, ISO)
029100           INTO :WS-DUE-DATE-ISO
029200           FROM SYSIBM.SYSDUMMY1
029300     END-EXEC.
029400     IF SQLCODE NOT EQUAL 0
029500         DISPLAY 'LGRICC01 - DUE DATE SELECT, SQLCODE=' SQLCODE
029600         GO TO 9999-EXIT
029700     END-IF.
029800     EXEC SQL
029900         SELECT COALESCE(MAX(CALLNUMBER), 0)
030000           INTO :DB2-CALLNUMBER
030100           FROM RICASHCALL
030200     END-EXEC.
030300     IF SQLCODE NOT EQUAL 0
030400         DISPLAY 'LGRICC01 - CALL NUMBER SELECT, SQLCODE='
030500                 SQLCODE
030600         GO TO 9999-EXIT
030700     END-IF.
030800     OPEN INPUT CASH-INPUT-FILE.
030900     IF NOT WS-RICASH-OK
031000         DISPLAY 'LGRICC01 - RICASH OPEN FAILED, STATUS='
031100                 WS-RICASH-STATUS
031200         GO TO 9999-EXIT
031300     END-IF.
031400     OPEN OUTPUT RICC-REPORT-FILE.
031500     IF NOT WS-RICCRPT-OK
031600         DISPLAY 'LGRICC01 - RICCRPT OPEN FAILED, STATUS='
031700                 WS-RICCRPT-STATUS
031800         GO TO 9999-EXIT
031900     END-IF.
032000     MOVE WS-RUNDATE-ISO TO CC-H1-RUNDATE.
032100     WRITE CC-REPORT-LINE FROM CC-HEADING-1.
032200     MOVE 'CASH CALLS RAISED' TO CC-SECTION-TITLE.
032300     MOVE SPACES TO CC-REPORT-LINE.
032400     WRITE CC-REPORT-LINE.
032500     WRITE CC-REPORT-LINE FROM CC-SECTION-LINE.
032600     WRITE CC-REPORT-LINE FROM CC-HEADING-2.
032700 1000-EXIT.
032800     EXIT.
032900*****************************************************************
033000*    1050-GET-BUSINESS-DATE - OVERLAY THE CLOCK DATE WITH THE     *
033100*    BUSINESSDATE CONTROL ROW WHEN ONE IS SET                     *
033200*****************************************************************
033300 1050-GET-BUSINESS-DATE.
033400     EXEC SQL
033500         SELECT BUSINESSDATE
033600           INTO :WS-BUSINESS-DATE
033700           FROM BUSINESSDATE
033800          WHERE CONTROLID = 'LG'
033900     END-EXEC.
034000     IF SQLCODE EQUAL 0
034100         MOVE WS-BD-YYYY TO WS-CD-YYYY
034200         MOVE WS-BD-MM   TO WS-CD-MM
034300         MOVE WS-BD-DD   TO WS-CD-DD
034400     END-IF.
034500 1050-EXIT.
034600     EXIT.
034700*****************************************************************
034800*    2000-CALL-LARGE-RECOVERIES - ONE CASH CALL PER LARGE CLAIM  *
034900*    RECOVERY; THE CALL KEEPS IT OUT OF THE QUARTERLY ACCOUNT    *
035000*****************************************************************
035100 2000-CALL-LARGE-RECOVERIES.
035200     EXEC SQL
035300         OPEN LARGE-RECOVERY
035400     END-EXEC.
035500     IF SQLCODE NOT EQUAL 0
035600         DISPLAY 'LGRICC01 - LARGE CURSOR OPEN, SQLCODE='
035700                 SQLCODE
035800         GO TO 9999-EXIT
035900     END-IF.
036000     PERFORM 2100-FETCH-LARGE THRU 2100-EXIT.
036100     PERFORM 2200-LARGE-CALL THRU 2200-EXIT
036200         UNTIL WS-LARGE-EOF.
036300     EXEC SQL
036400         CLOSE LARGE-RECOVERY
036500     END-EXEC.
036600 2000-EXIT.
036700     EXIT.
036800 2100-FETCH-LARGE.
036900     EXEC SQL
037000         FETCH LARGE-RECOVERY
037100          INTO :DB2-CLAIMNUM-INT, :DB2-TREATYID,
037200               :DB2-REINSURERID, :DB2-CALL-AMOUNT
037300     END-EXEC.
037400     EVALUATE SQLCODE
037500         WHEN 0
037600             CONTINUE
037700         WHEN 100
037800             MOVE 'Y' TO WS-LARGE-EOF-SWITCH
037900         WHEN OTHER
038000             DISPLAY 'LGRICC01 - LARGE FETCH, SQLCODE=' SQLCODE
038100             GO TO 9999-EXIT
038200     END-EVALUATE.
038300 2100-EXIT.
038400     EXIT.
038500 2200-LARGE-CALL.
038600     ADD 1 TO DB2-CALLNUMBER.
038700     EXEC SQL
038800         INSERT INTO RICASHCALL
038900                ( CALLNUMBER, REINSURERID, TREATYID, SOURCE,
039000                  CLAIMNUMBER, CALLAMOUNT, CASHRECEIVED,
039100                  STATUS, CALLDATE, DUEDATE )
039200         VALUES ( :DB2-CALLNUMBER, :DB2-REINSURERID,
039300                  :DB2-TREATYID, 'Q', :DB2-CLAIMNUM-INT,
039400                  :DB2-CALL-AMOUNT, 0, 'I',
039500                  :WS-RUNDATE-ISO, :WS-DUE-DATE-ISO )
039600     END-EXEC.
039700     IF SQLCODE NOT EQUAL 0
039800         DISPLAY 'LGRICC01 - CLAIM CALL INSERT, SQLCODE='
039900                 SQLCODE
040000         GO TO 9999-EXIT
040100     END-IF.
040200     MOVE 'Q' TO DB2-CALL-SOURCE.
040300     MOVE DB2-CLAIMNUM-INT TO WS-CLAIMNUM-DISP.
040400     MOVE WS-CLAIMNUM-DISP TO CC-C-REFERENCE.
040500     PERFORM 2500-CALL-LINE THRU 2500-EXIT.
040600     PERFORM 2100-FETCH-LARGE THRU 2100-EXIT.
040700 2200-EXIT.
040800     EXIT.
040900 2500-CALL-LINE.
041000     MOVE DB2-CALLNUMBER  TO CC-C-CALLNUMBER.
041100     MOVE DB2-REINSURERID TO CC-C-REINSURERID.
041200     MOVE DB2-TREATYID    TO CC-C-TREATYID.
041300     MOVE DB2-CALL-SOURCE TO CC-C-SOURCE.
041400     MOVE DB2-CALL-AMOUNT TO CC-C-AMOUNT.
041500     MOVE WS-DUE-DATE-ISO TO CC-C-DUEDATE.
041600     WRITE CC-REPORT-LINE FROM CC-CALL-LINE.
041700     ADD 1 TO WS-CALL-COUNT.
041800 2500-EXIT.
041900     EXIT.
042000*****************************************************************
042100*    3000-CALL-XL-RECOVERIES - CALL WHATEVER OF EACH EXCESS OF   *
042200*    LOSS RECOVERY HAS NOT ALREADY BEEN CALLED                   *
042300*****************************************************************
042400 3000-CALL-XL-RECOVERIES.
042500     EXEC SQL
042600         OPEN XL-RECOVERY
042700     END-EXEC.
042800     IF SQLCODE NOT EQUAL 0
042900         DISPLAY 'LGRICC01 - XL CURSOR OPEN, SQLCODE=' SQLCODE
043000         GO TO 9999-EXIT
043100     END-IF.
043200     PERFORM 3100-FETCH-XL THRU 3100-EXIT.
043300     PERFORM 3200-XL-CALL THRU 3200-EXIT
043400         UNTIL WS-XL-EOF.
043500     EXEC SQL
043600         CLOSE XL-RECOVERY
043700     END-EXEC.
043800 3000-EXIT.
043900     EXIT.
044000 3100-FETCH-XL.
044100     EXEC SQL
044200         FETCH XL-RECOVERY
044300          INTO :DB2-EVENTCODE, :DB2-TREATYID,
044400               :DB2-REINSURERID, :DB2-CALL-AMOUNT
044500     END-EXEC.
044600     EVALUATE SQLCODE
044700         WHEN 0
044800             CONTINUE
044900         WHEN 100
045000             MOVE 'Y' TO WS-XL-EOF-SWITCH
045100         WHEN OTHER
045200             DISPLAY 'LGRICC01 - XL FETCH, SQLCODE=' SQLCODE
045300             GO TO 9999-EXIT
045400     END-EVALUATE.
045500 3100-EXIT.
045600     EXIT.
045700 3200-XL-CALL.
045800     ADD 1 TO DB2-CALLNUMBER.
045900     EXEC SQL
046000         INSERT INTO RICASHCALL
046100                ( CALLNUMBER, REINSURERID, TREATYID, SOURCE,
046200                  EVENTCODE, CALLAMOUNT, CASHRECEIVED,
046300                  STATUS, CALLDATE, DUEDATE )
046400         VALUES ( :DB2-CALLNUMBER, :DB2-REINSURERID,
046500                  :DB2-TREATYID, 'X', :DB2-EVENTCODE,
046600                  :DB2-CALL-AMOUNT, 0, 'I',
046700                  :WS-RUNDATE-ISO, :WS-DUE-DATE-ISO )
046800     END-EXEC.
046900     IF SQLCODE NOT EQUAL 0
047000         DISPLAY 'LGRICC01 - XL CALL INSERT, SQLCODE=' SQLCODE
047100         GO TO 9999-EXIT
047200     END-IF.
047300     MOVE 'X' TO DB2-CALL-SOURCE.
047400     MOVE DB2-EVENTCODE TO CC-C-REFERENCE.
047500     PERFORM 2500-CALL-LINE THRU 2500-EXIT.
047600     PERFORM 3100-FETCH-XL THRU 3100-EXIT.
047700 3200-EXIT.
047800     EXIT.
047900*****************************************************************
048000*    4000-APPLY-CASH - EACH CASH MOVEMENT AGAINST THE ACCOUNT OR *
048100*    CASH CALL IT NAMES                                          *
048200*****************************************************************
048300 4000-APPLY-CASH.
048400     MOVE 'CASH APPLIED' TO CC-SECTION-TITLE.
048500     MOVE SPACES TO CC-REPORT-LINE.
048600     WRITE CC-REPORT-LINE.
048700     WRITE CC-REPORT-LINE FROM CC-SECTION-LINE.
048800     WRITE CC-REPORT-LINE FROM CC-HEADING-3.
048900     PERFORM 4100-CASH-ITEM THRU 4100-EXIT
049000         UNTIL WS-CASH-EOF.
049100 4000-EXIT.
049200     EXIT.
049300 4100-CASH-ITEM.
049400     READ CASH-INPUT-FILE
049500         AT END
049600             MOVE 'Y' TO WS-CASH-EOF-SWITCH
049700             GO TO 4100-EXIT
049800     END-READ.
049900     IF RK-AMOUNT NOT NUMERIC
050000         MOVE 'AMOUNT NOT NUMERIC' TO CC-K-RESULT
050100         PERFORM 4900-UNAPPLIED THRU 4900-EXIT
050200         GO TO 4100-EXIT
050300     END-IF.
050400     EVALUATE TRUE
050500         WHEN RK-RECEIVED
050600             MOVE RK-AMOUNT TO WS-CASH-AMOUNT
050700         WHEN RK-PAID
050800             COMPUTE WS-CASH-AMOUNT = ZERO - RK-AMOUNT
050900         WHEN OTHER
051000             MOVE 'DIRECTION NOT R OR P' TO CC-K-RESULT
051100             PERFORM 4900-UNAPPLIED THRU 4900-EXIT
051200             GO TO 4100-EXIT
051300     END-EVALUATE.
051400     MOVE RK-REINSURERID TO DB2-REINSURERID.
051500     EVALUATE TRUE
051600         WHEN RK-ACCOUNT
051700             PERFORM 4200-APPLY-ACCOUNT THRU 4200-EXIT
051800         WHEN RK-CASH-CALL
051900             PERFORM 4500-APPLY-CALL THRU 4500-EXIT
052000         WHEN OTHER
052100             MOVE 'REFERENCE TYPE NOT T OR C' TO CC-K-RESULT
052200             PERFORM 4900-UNAPPLIED THRU 4900-EXIT
052300     END-EVALUATE.
052400 4100-EXIT.
052500     EXIT.
052600*****************************************************************
052700*    4200-APPLY-ACCOUNT - CASH AGAINST A QUARTER'S TECHNICAL     *
052800*    ACCOUNT.  IT MUST MOVE THE WAY THE BALANCE FALLS AND NOT    *
052900*    TAKE THE ACCOUNT PAST ITS NET BALANCE.  ONCE SETTLED THE    *
053000*    RECOVERIES STATED IN THE ACCOUNT ARE SETTLED WITH IT        *
053100*****************************************************************
053200 4200-APPLY-ACCOUNT.
053300     MOVE RK-TREATYID     TO DB2-TREATYID.
053400     MOVE RK-ACCT-QUARTER TO DB2-ACCT-QUARTER.
053500     EXEC SQL
053600         SELECT NETBALANCE, CASHSETTLED
053700           INTO :DB2-NET-BALANCE, :DB2-CASH-SETTLED
053800           FROM RITECHACCOUNT
053900          WHERE REINSURERID = :DB2-REINSURERID
054000            AND TREATYID    = :DB2-TREATYID
054100            AND ACCTQUARTER = :DB2-ACCT-QUARTER
054200            AND STATUS IN ('I','P')
054300     END-EXEC.
054400     EVALUATE SQLCODE
054500         WHEN 0
054600             CONTINUE
054700         WHEN 100
054800             MOVE 'NO OPEN ACCOUNT' TO CC-K-RESULT
054900             PERFORM 4900-UNAPPLIED THRU 4900-EXIT
055000             GO TO 4200-EXIT
055100         WHEN OTHER
055200             DISPLAY 'LGRICC01 - ACCOUNT SELECT, SQLCODE='
055300                     SQLCODE
055400             GO TO 9999-EXIT
055500     END-EVALUATE.
055600     IF (DB2-NET-BALANCE GREATER THAN ZERO AND RK-PAID) OR
055700        (DB2-NET-BALANCE LESS THAN ZERO AND RK-RECEIVED) OR
055800        DB2-NET-BALANCE EQUAL ZERO
055900         MOVE 'WRONG DIRECTION - NOT APPLIED' TO CC-K-RESULT
056000         PERFORM 4900-UNAPPLIED THRU 4900-EXIT
056100         GO TO 4200-EXIT
056200     END-IF.
056300     COMPUTE DB2-NEW-SETTLED = DB2-CASH-SETTLED + WS-CASH-AMOUNT.
056400     IF (DB2-NET-BALANCE GREATER THAN ZERO AND
056500         DB2-NEW-SETTLED GREATER THAN DB2-NET-BALANCE) OR
056600        (DB2-NET-BALANCE LESS THAN ZERO AND
056700         DB2-NEW-SETTLED LESS THAN DB2-NET-BALANCE)
056800         MOVE 'OVERPAYMENT - NOT APPLIED' TO CC-K-RESULT
056900         PERFORM 4900-UNAPPLIED THRU 4900-EXIT
057000         GO TO 4200-EXIT
057100     END-IF.
057200     IF DB2-NEW-SETTLED EQUAL DB2-NET-BALANCE
057300         MOVE 'S' TO DB2-NEW-STATUS
057400     ELSE
057500         MOVE 'P' TO DB2-NEW-STATUS
057600     END-IF.
057700     EXEC SQL
057800         UPDATE RITECHACCOUNT
057900            SET CASHSETTLED = :DB2-NEW-SETTLED,
058000                STATUS      = :DB2-NEW-STATUS,
058100                SETTLEDDATE = CASE WHEN :DB2-NEW-STATUS = 'S'
058200                                   THEN DATE(:WS-RUNDATE-ISO)
058300                                   ELSE SETTLEDDATE END
058400          WHERE REINSURERID = :DB2-REINSURERID
058500            AND TREATYID    = :DB2-TREATYID
058600            AND ACCTQUARTER = :DB2-ACCT-QUARTER
058700            AND STATUS IN ('I','P')
058800     END-EXEC.
058900     IF SQLCODE NOT EQUAL 0
059000         DISPLAY 'LGRICC01 - ACCOUNT UPDATE, SQLCODE=' SQLCODE
059100         GO TO 9999-EXIT
059200     END-IF.
059300     IF DB2-NEW-STATUS EQUAL 'S'
059400         EXEC SQL
059500             UPDATE REINS_RECOVERY
059600                SET STATUS = 'SETTLED'
059700              WHERE TREATYID    = :DB2-TREATYID
059800                AND ACCTQUARTER = :DB2-ACCT-QUARTER
059900                AND STATUS      = 'DUE'
060000         END-EXEC
060100         IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
060200             DISPLAY 'LGRICC01 - RECOVERY SETTLE, SQLCODE='
060300                     SQLCODE
060400             GO TO 9999-EXIT
060500         END-IF
060600     END-IF.
060700     PERFORM 4800-APPLIED THRU 4800-EXIT.
060800 4200-EXIT.
060900     EXIT.
061000*****************************************************************
061100*    4500-APPLY-CALL - CASH RECEIVED AGAINST A CASH CALL, UP TO  *
061200*    THE AMOUNT CALLED.  A SETTLED CLAIM CALL SETTLES ITS        *
061300*    RECOVERY                                                    *
061400*****************************************************************
061500 4500-APPLY-CALL.
061600     IF RK-CALLNUMBER NOT NUMERIC
061700         MOVE 'CALL NUMBER NOT NUMERIC' TO CC-K-RESULT
061800         PERFORM 4900-UNAPPLIED THRU 4900-EXIT
061900         GO TO 4500-EXIT
062000     END-IF.
062100     MOVE RK-CALLNUMBER TO DB2-CALLNUMBER.
062200     EXEC SQL
062300         SELECT SOURCE, COALESCE(CLAIMNUMBER, 0),
062400                CALLAMOUNT, CASHRECEIVED
062500           INTO :DB2-CALL-SOURCE, :DB2-CLAIMNUM-INT,
062600                :DB2-NET-BALANCE, :DB2-CASH-SETTLED
062700           FROM RICASHCALL
062800          WHERE CALLNUMBER  = :DB2-CALLNUMBER
062900            AND REINSURERID = :DB2-REINSURERID
063000            AND STATUS IN ('I','P')
063100     END-EXEC.
063200     EVALUATE SQLCODE
063300         WHEN 0
063400             CONTINUE
063500         WHEN 100
063600             MOVE 'NO OPEN CASH CALL' TO CC-K-RESULT
063700             PERFORM 4900-UNAPPLIED THRU 4900-EXIT
063800             GO TO 4500-EXIT
063900         WHEN OTHER
064000             DISPLAY 'LGRICC01 - CALL SELECT, SQLCODE=' SQLCODE
064100             GO TO 9999-EXIT
064200     END-EVALUATE.
064300     IF NOT RK-RECEIVED
064400         MOVE 'WRONG DIRECTION - NOT APPLIED' TO CC-K-RESULT
064500         PERFORM 4900-UNAPPLIED THRU 4900-EXIT
064600         GO TO 4500-EXIT
064700     END-IF.
064800     COMPUTE DB2-NEW-SETTLED = DB2-CASH-SETTLED + WS-CASH-AMOUNT.
064900     IF DB2-NEW-SETTLED GREATER THAN DB2-NET-BALANCE
065000         MOVE 'OVERPAYMENT - NOT APPLIED' TO CC-K-RESULT
065100         PERFORM 4900-UNAPPLIED THRU 4900-EXIT
065200         GO TO 4500-EXIT
065300     END-IF.
065400     IF DB2-NEW-SETTLED EQUAL DB2-NET-BALANCE
065500         MOVE 'S' TO DB2-NEW-STATUS
065600     ELSE
065700         MOVE 'P' TO DB2-NEW-STATUS
065800     END-IF.
065900     EXEC SQL
066000         UPDATE RICASHCALL
066100            SET CASHRECEIVED = :DB2-NEW-SETTLED,
066200                STATUS       = :DB2-NEW-STATUS,
066300                SETTLEDDATE  = CASE WHEN :DB2-NEW-STATUS = 'S'
066400                                    THEN DATE(:WS-RUNDATE-ISO)
066500                                    ELSE SETTLEDDATE END
066600          WHERE CALLNUMBER = :DB2-CALLNUMBER
066700     END-EXEC.
066800     IF SQLCODE NOT EQUAL 0
066900         DISPLAY 'LGRICC01 - CALL UPDATE, SQLCODE=' SQLCODE
067000         GO TO 9999-EXIT
067100     END-IF.
067200     IF DB2-NEW-STATUS EQUAL 'S' AND DB2-CALL-SOURCE EQUAL 'Q'
067300         EXEC SQL
067400             UPDATE REINS_RECOVERY
067500                SET STATUS = 'SETTLED'
067600              WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
067700                AND STATUS      = 'DUE'
067800         END-EXEC
067900         IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
068000             DISPLAY 'LGRICC01 - RECOVERY SETTLE, SQLCODE='
068100                     SQLCODE
068200             GO TO 9999-EXIT
068300         END-IF
068400     END-IF.
068500     PERFORM 4800-APPLIED THRU 4800-EXIT.
068600 4500-EXIT.
068700     EXIT.
068800 4800-APPLIED.
068900     IF DB2-NEW-STATUS EQUAL 'S'
069000         MOVE 'SETTLED' TO CC-K-RESULT
069100         ADD 1 TO WS-SETTLED-COUNT
069200     ELSE
069300         MOVE 'PART PAID - BALANCE OPEN' TO CC-K-RESULT
069400         ADD 1 TO WS-PART-PAID-COUNT
069500     END-IF.
069600     PERFORM 4950-CASH-LINE THRU 4950-EXIT.
069700 4800-EXIT.
069800     EXIT.
069900 4900-UNAPPLIED.
070000     ADD 1 TO WS-UNAPPLIED-COUNT.
070100     PERFORM 4950-CASH-LINE THRU 4950-EXIT.
070200 4900-EXIT.
070300     EXIT.
070400 4950-CASH-LINE.
070500     MOVE RK-REINSURERID TO CC-K-REINSURERID.
070600     MOVE RK-REF-TYPE    TO CC-K-REF-TYPE.
070700     MOVE RK-REFERENCE   TO CC-K-REFERENCE.
070800     MOVE RK-DIRECTION   TO CC-K-DIRECTION.
070900     IF RK-AMOUNT NUMERIC
071000         MOVE RK-AMOUNT TO CC-K-AMOUNT
071100     ELSE
071200         MOVE ZERO TO CC-K-AMOUNT
071300     END-IF.
071400     WRITE CC-REPORT-LINE FROM CC-CASH-LINE.
071500 4950-EXIT.
071600     EXIT.
071700*****************************************************************
071800*    8000-FINALIZE                                             *
071900*****************************************************************
072000 8000-FINALIZE.
072100     MOVE SPACES TO CC-REPORT-LINE.
072200     WRITE CC-REPORT-LINE.
072300     MOVE 'CASH CALLS RAISED' TO CC-S-LABEL.
072400     MOVE WS-CALL-COUNT TO CC-S-COUNT.
072500     WRITE CC-REPORT-LINE FROM CC-SUMMARY-LINE.
072600     MOVE 'ITEMS SETTLED' TO CC-S-LABEL.
072700     MOVE WS-SETTLED-COUNT TO CC-S-COUNT.
072800     WRITE CC-REPORT-LINE FROM CC-SUMMARY-LINE.
072900     MOVE 'ITEMS PART PAID' TO CC-S-LABEL.
073000     MOVE WS-PART-PAID-COUNT TO CC-S-COUNT.
073100     WRITE CC-REPORT-LINE FROM CC-SUMMARY-LINE.
073200     MOVE 'CASH NOT APPLIED - FOR REVIEW' TO CC-S-LABEL.
073300     MOVE WS-UNAPPLIED-COUNT TO CC-S-COUNT.
073400     WRITE CC-REPORT-LINE FROM CC-SUMMARY-LINE.
073500     DISPLAY 'LGRICC01 - CASH CALLS RAISED:  ' WS-CALL-COUNT.
073600     DISPLAY 'LGRICC01 - ITEMS SETTLED:      ' WS-SETTLED-COUNT.
073700     DISPLAY 'LGRICC01 - ITEMS PART PAID:    ' WS-PART-PAID-COUNT.
073800     DISPLAY 'LGRICC01 - CASH NOT APPLIED:   ' WS-UNAPPLIED-COUNT.
073900     CLOSE CASH-INPUT-FILE.
074000     CLOSE RICC-REPORT-FILE.
074100     MOVE WS-CALL-COUNT TO RCTL-RECORD-COUNT.
074200     MOVE 'E' TO RCTL-ACTION
074300     CALL 'LGRCTL01' USING RCTL-REQUEST.
074400 8000-EXIT.
074500     EXIT.
074600*****************************************************************
074700*    9999-EXIT - COMMON PROGRAM EXIT POINT                      *
074800*****************************************************************
074900 9999-EXIT.
075000     STOP RUN.
