000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     LGRITA01.
000300 AUTHOR.         LG INSURANCE IT - BATCH SUPPORT.
000400 INSTALLATION.   LG INSURANCE.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700 REMARKS.        QUARTERLY REINSURANCE TECHNICAL ACCOUNT.  FOR
000800                 THE CALENDAR QUARTER JUST ENDED EACH REINSURER
000900                 IS STATED, TREATY BY TREATY, THE PREMIUM CEDED
001000                 TO IT, THE CEDING COMMISSION IT ALLOWS ON THAT
001100                 PREMIUM AND THE PAID-CLAIM RECOVERIES DUE FROM
001200                 IT THAT HAVE NOT BEEN CASH CALLED.  THE NET
001300                 BALANCE IS RECORDED ON RITECHACCOUNT FOR LGRICC01
001400                 TO SETTLE AGAINST THE CASH RECEIVED OR PAID.
001500                 THE RECOVERIES TAKEN INTO THE ACCOUNT ARE
001600                 STAMPED WITH ITS QUARTER.  AN AGED SECTION THEN
001700                 LISTS WHAT EACH REINSURER OWES PAST ITS DUE
001800                 DATE, ON ACCOUNTS AND CASH CALLS ALIKE, AND
001900                 WRITES THE FIGURES TO RIOVERDUE FOR LGRICN01.
002000                 A RERUN REBUILDS ANY ACCOUNT NOT YET SETTLING.
002100*****************************************************************
002200*    MODIFICATION HISTORY                                      *
002300*    DATE      INIT   DESCRIPTION                               *
002400*    10/15/26  LGIT   INITIAL VERSION                           *
002500*****************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.    IBM-370.
002900 OBJECT-COMPUTER.    IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT RITA-REPORT-FILE ASSIGN TO RITARPT
003300         ORGANIZATION IS SEQUENTIAL
003400         FILE STATUS IS WS-RITARPT-STATUS.
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  RITA-REPORT-FILE
003800     RECORDING MODE IS F.
003900 01  TA-REPORT-LINE              PIC X(133).
004000 WORKING-STORAGE SECTION.
004100*****************************************************************
004200*    FILE STATUS, SWITCHES AND COUNTERS                        *
004300*****************************************************************
004400 77  WS-RITARPT-STATUS           PIC X(02) VALUE SPACES.
004500     88  WS-RITARPT-OK                     VALUE '00'.
004600 77  WS-ACCT-EOF-SWITCH          PIC X(01) VALUE 'N'.
004700     88  WS-ACCT-EOF                       VALUE 'Y'.
004800 77  WS-AGE-EOF-SWITCH           PIC X(01) VALUE 'N'.
004900     88  WS-AGE-EOF                        VALUE 'Y'.
005000 77  WS-ACCOUNT-COUNT            PIC S9(9) COMP VALUE +0.
005100 77  WS-HELD-COUNT               PIC S9(9) COMP VALUE +0.
005200 77  WS-STAMPED-COUNT            PIC S9(9) COMP VALUE +0.
005300 77  WS-OVERDUE-COUNT            PIC S9(9) COMP VALUE +0.
005400*****************************************************************
005500*    TREATY TERMS.  EVERY TREATY ALLOWS THE SAME CEDING         *
005600*    COMMISSION ON THE PREMIUM CEDED, AND THE BALANCE OF AN     *
005700*    ACCOUNT IS DUE THIS MANY DAYS AFTER IT IS ISSUED.  CESSIONS *
005800*    BOOKED BEFORE THE TREATY WAS CARRIED ON REINS_CESSION       *
005900*    BELONG TO THE ORIGINAL QUOTA SHARE                          *
006000*****************************************************************
006100 77  WS-CEDING-COMM-PCT          PIC S9(3)V99 COMP-3 VALUE +25.00.
006200 77  WS-SETTLE-DAYS              PIC S9(4) COMP VALUE +30.
006300 77  WS-DEFAULT-TREATY-ID        PIC X(08) VALUE 'QS0001'.
006400*****************************************************************
006500*    THE SUITE RUNS ON THE OPERATOR-CONTROLLED BUSINESS DATE -    *
006600*    THE SYSTEM CLOCK IS ONLY THE FALLBACK WHEN THE CONTROL ROW   *
006700*    IS ABSENT, SO RERUNS AND LATE-RUNNING SCHEDULES KEEP THE     *
006800*    RIGHT DATED OUTPUT AND SELECTIONS                            *
006900*****************************************************************
007000 01  WS-BUSINESS-DATE.
007100     05  WS-BD-YYYY              PIC 9(04).
007200     05  FILLER                  PIC X(01).
007300     05  WS-BD-MM                PIC 9(02).
007400     05  FILLER                  PIC X(01).
007500     05  WS-BD-DD                PIC 9(02).
007600 01  WS-CURRENT-DATE-TIME.
007700     05  WS-CD-YYYY              PIC 9(04).
007800     05  WS-CD-MM                PIC 9(02).
007900     05  WS-CD-DD                PIC 9(02).
008000     05  FILLER                  PIC X(10).
008100 01  WS-RUNDATE-ISO              PIC X(10).
008200 01  WS-RUNDATE-BRKDN            REDEFINES WS-RUNDATE-ISO.
008300     05  WS-RI-YYYY              PIC 9(04).
008400     05  FILLER                  PIC X(01).
008500     05  WS-RI-MM                PIC 9(02).
008600     05  FILLER                  PIC X(01).
008700     05  WS-RI-DD                PIC 9(02).
008800*****************************************************************
008900*    THE QUARTER STATED IS THE CALENDAR QUARTER BEFORE THE ONE   *
009000*    THE BUSINESS DATE FALLS IN                                  *
009100*****************************************************************
009200 01  WS-QUARTER-END-DAYS         PIC X(08) VALUE '31303031'.
009300 01  WS-QUARTER-END-TABLE        REDEFINES WS-QUARTER-END-DAYS.
009400     05  WS-QTR-END-DD           PIC 9(02) OCCURS 4 TIMES.
009500 01  WS-QUARTER-FIELDS.
009600     05  WS-CURR-QTR             PIC 9(01) VALUE 0.
009700     05  WS-QTR-NO               PIC 9(01) VALUE 0.
009800 01  WS-PERIOD-START-ISO         PIC X(10).
009900 01  WS-PERIOD-START-BRKDN       REDEFINES WS-PERIOD-START-ISO.
010000     05  WS-PS-YYYY              PIC 9(04).
010100     05  FILLER                  PIC X(01).
010200     05  WS-PS-MM                PIC 9(02).
010300     05  FILLER                  PIC X(01).
010400     05  WS-PS-DD                PIC 9(02).
010500 01  WS-PERIOD-END-ISO           PIC X(10).
010600 01  WS-PERIOD-END-BRKDN         REDEFINES WS-PERIOD-END-ISO.
010700     05  WS-PE-YYYY              PIC 9(04).
010800     05  FILLER                  PIC X(01).
010900     05  WS-PE-MM                PIC 9(02).
011000     05  FILLER                  PIC X(01).
011100     05  WS-PE-DD                PIC 9(02).
011200 01  WS-ACCT-QUARTER             PIC X(07).
011300 01  WS-ACCT-QUARTER-BRKDN       REDEFINES WS-ACCT-QUARTER.
011400     05  WS-AQ-YYYY              PIC 9(04).
011500     05  WS-AQ-SEP               PIC X(02).
011600     05  WS-AQ-NO                PIC 9(01).
011700 01  WS-DUE-DATE-ISO             PIC X(10) VALUE SPACES.
011800*****************************************************************
011900*    ONE ACCOUNT - A REINSURER'S TREATY FOR THE QUARTER.  THE    *
012000*    NET BALANCE IS RECOVERIES LESS THE PREMIUM CEDED NET OF     *
012100*    COMMISSION: POSITIVE IS DUE FROM THE REINSURER, NEGATIVE    *
012200*    IS DUE TO IT                                                *
012300*****************************************************************
012400 01  DB2-REINSURERID             PIC X(08).
012500 01  DB2-TREATYID                PIC X(08).
012600 01  DB2-REINSNAME               PIC X(30).
012700 01  DB2-CEDED-PREMIUM           PIC S9(11)V99 COMP-3.
012800 01  DB2-RECOVERIES              PIC S9(11)V99 COMP-3.
012900 01  DB2-CEDING-COMM             PIC S9(11)V99 COMP-3.
013000 01  DB2-NET-BALANCE             PIC S9(11)V99 COMP-3.
013100 01  DB2-CASH-SETTLED            PIC S9(11)V99 COMP-3.
013200 01  DB2-ACCT-STATUS             PIC X(01).
013300 01  WS-LAST-REINSURERID         PIC X(08) VALUE SPACES.
013400 01  WS-REINSURER-TOTALS.
013500     05  WS-RT-CEDED             PIC S9(11)V99 COMP-3 VALUE +0.
013600     05  WS-RT-COMM              PIC S9(11)V99 COMP-3 VALUE +0.
013700     05  WS-RT-RECOVERIES        PIC S9(11)V99 COMP-3 VALUE +0.
013800     05  WS-RT-NET               PIC S9(11)V99 COMP-3 VALUE +0.
013900 01  WS-GRAND-TOTALS.
014000     05  WS-GT-CEDED             PIC S9(11)V99 COMP-3 VALUE +0.
014100     05  WS-GT-COMM              PIC S9(11)V99 COMP-3 VALUE +0.
014200     05  WS-GT-RECOVERIES        PIC S9(11)V99 COMP-3 VALUE +0.
014300     05  WS-GT-NET               PIC S9(11)V99 COMP-3 VALUE +0.
014400*****************************************************************
014500*    ONE REINSURER'S OVERDUE RECEIVABLES BY DAYS PAST DUE        *
014600*****************************************************************
014700 01  DB2-OVERDUE-ROW.
014800     05  DB2-OD-DUE030           PIC S9(11)V99 COMP-3.
014900     05  DB2-OD-DUE060           PIC S9(11)V99 COMP-3.
015000     05  DB2-OD-DUE090           PIC S9(11)V99 COMP-3.
015100     05  DB2-OD-DUEOVER          PIC S9(11)V99 COMP-3.
015200     05  DB2-OD-TOTAL            PIC S9(11)V99 COMP-3.
015300 01  WS-OVERDUE-TOTAL            PIC S9(11)V99 COMP-3 VALUE +0.
015400*****************************************************************
015500*    REPORT LINE LAYOUTS                                        *
015600*****************************************************************
015700 01  TA-HEADING-1.
015800     05  FILLER                  PIC X(44) VALUE
015900         'LG INSURANCE - REINSURANCE TECHNICAL ACCOUNT'.
016000     05  FILLER                  PIC X(09) VALUE ' QUARTER '.
016100     05  TA-H1-QUARTER           PIC X(07).
016200     05  FILLER                  PIC X(02) VALUE SPACES.
016300     05  TA-H1-FROM              PIC X(10).
016400     05  FILLER                  PIC X(04) VALUE ' TO '.
016500     05  TA-H1-TO                PIC X(10).
016600     05  FILLER                  PIC X(10) VALUE ' RUN DATE '.
016700     05  TA-H1-RUNDATE           PIC X(10).
016800     05  FILLER                  PIC X(27) VALUE SPACES.
016900 01  TA-REINSURER-LINE.
017000     05  FILLER                  PIC X(12) VALUE 'REINSURER  '.
017100     05  TA-R-REINSURERID        PIC X(08).
017200     05  FILLER                  PIC X(02) VALUE SPACES.
017300     05  TA-R-NAME               PIC X(30).
017400     05  FILLER                  PIC X(14) VALUE '  BALANCE DUE '.
017500     05  TA-R-DUEDATE            PIC X(10).
017600     05  FILLER                  PIC X(57) VALUE SPACES.
017700 01  TA-HEADING-2.
017800     05  FILLER                  PIC X(12) VALUE '  TREATY'.
017900     05  FILLER                  PIC X(17) VALUE
018000         '   CEDED PREMIUM'.
018100     05  FILLER                  PIC X(17) VALUE
018200         ' CEDING COMMISS.'.
018300     05  FILLER                  PIC X(17) VALUE
018400         ' PAID RECOVERIES'.
018500     05  FILLER                  PIC X(17) VALUE
018600         '     NET BALANCE'.
018700     05  FILLER                  PIC X(53) VALUE SPACES.
018800 01  TA-DETAIL-LINE.
018900     05  FILLER                  PIC X(02) VALUE SPACES.
019000     05  TA-D-TREATYID           PIC X(08).
019100     05  FILLER                  PIC X(02) VALUE SPACES.
019200     05  TA-D-CEDED              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
019300     05  TA-D-COMM               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
019400     05  TA-D-RECOVERIES         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
019500     05  TA-D-NET                PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
019600     05  FILLER                  PIC X(01) VALUE SPACES.
019700     05  TA-D-DIRECTION          PIC X(16).
019800     05  FILLER                  PIC X(35) VALUE SPACES.
019900 01  TA-HELD-LINE.
020000     05  FILLER                  PIC X(02) VALUE SPACES.
020100     05  TA-HL-TREATYID          PIC X(08).
020200     05  FILLER                  PIC X(42) VALUE
020300         '  ACCOUNT ALREADY SETTLING - NOT RESTATED '.
020400     05  FILLER                  PIC X(08) VALUE 'STATUS '.
020500     05  TA-HL-STATUS            PIC X(01).
020600     05  FILLER                  PIC X(07) VALUE '  CASH '.
020700     05  TA-HL-CASH              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
020800     05  FILLER                  PIC X(47) VALUE SPACES.
020900 01  TA-SECTION-AGED.
021000     05  FILLER                  PIC X(49) VALUE
021100         'OVERDUE RECEIVABLES FROM REINSURERS - DAYS LATE'.
021200     05  FILLER                  PIC X(84) VALUE SPACES.
021300 01  TA-HEADING-3.
021400     05  FILLER                  PIC X(12) VALUE '  REINSURER'.
021500     05  FILLER                  PIC X(17) VALUE
021600         '            1-30'.
021700     05  FILLER                  PIC X(17) VALUE
021800         '           31-60'.
021900     05  FILLER                  PIC X(17) VALUE
022000         '           61-90'.
022100     05  FILLER                  PIC X(17) VALUE
022200         '         OVER 90'.
022300     05  FILLER                  PIC X(17) VALUE
022400         '   TOTAL OVERDUE'.
022500     05  FILLER                  PIC X(36) VALUE SPACES.
022600 01  TA-AGED-LINE.
022700     05  FILLER                  PIC X(02) VALUE SPACES.
022800     05  TA-A-REINSURERID        PIC X(08).
022900     05  FILLER                  PIC X(02) VALUE SPACES.
023000     05  TA-A-DUE030             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
023100     05  TA-A-DUE060             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
023200     05  TA-A-DUE090             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
023300     05  TA-A-DUEOVER            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
023400     05  TA-A-TOTAL              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
023500     05  FILLER                  PIC X(36) VALUE SPACES.
023600 01  TA-TOTAL-LINE.
023700     05  FILLER                  PIC X(02) VALUE SPACES.
023800     05  TA-T-LABEL              PIC X(10).
023900     05  TA-T-CEDED              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
024000     05  TA-T-COMM               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
024100     05  TA-T-RECOVERIES         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
024200     05  TA-T-NET                PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
024300     05  FILLER                  PIC X(52) VALUE SPACES.
024400 01  TA-SUMMARY-LINE.
024500     05  FILLER                  PIC X(02) VALUE SPACES.
024600     05  TA-S-LABEL              PIC X(40).
024700     05  TA-S-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
024800     05  FILLER                  PIC X(74) VALUE SPACES.
024900     EXEC SQL
025000         INCLUDE SQLCA
025100     END-EXEC.
025200     COPY LGRCTL.
025300*****************************************************************
025400*    THE QUARTER'S ACCOUNTS.  CESSIONS BOOKED IN THE QUARTER     *
025500*    GIVE THE PREMIUM CEDED; RECOVERIES STILL DUE AT QUARTER END *
025600*    THAT HAVE NOT BEEN TAKEN INTO AN EARLIER ACCOUNT OR CASH    *
025700*    CALLED GIVE THE RECOVERIES.  A RERUN SEES AGAIN THE         *
025800*    RECOVERIES IT STAMPED WITH THIS QUARTER                     *
025900*****************************************************************
026000     EXEC SQL
026100         DECLARE ACCOUNT-GROUP CURSOR FOR
026200           SELECT A.REINSURERID, A.TREATYID,
026300                  SUM(A.CEDED), SUM(A.RECOVERED)
026400             FROM ( SELECT C.REINSURERID,
026500                           COALESCE(C.TREATYID,
026600                                    :WS-DEFAULT-TREATY-ID),
026700                           C.CEDEDPREMIUM, 0
026800                      FROM REINS_CESSION C
026900                     WHERE C.CESSIONDATE
027000                           BETWEEN :WS-PERIOD-START-ISO
027100                               AND :WS-PERIOD-END-ISO
027200                    UNION ALL
027300                    SELECT T.REINSURERID, V.TREATYID,
027400                           0, V.RECOVERABLEAMOUNT
027500                      FROM REINS_RECOVERY V, TREATYREINSURER T
027600                     WHERE T.TREATYID      = V.TREATYID
027700                       AND V.STATUS        = 'DUE'
027800                       AND V.RECOVERYDATE <= :WS-PERIOD-END-ISO
027900                       AND ( V.ACCTQUARTER IS NULL
028000                          OR V.ACCTQUARTER = :WS-ACCT-QUARTER )
028100                       AND NOT EXISTS
028200                           ( SELECT 1
028300                               FROM RICASHCALL K
028400                              WHERE K.SOURCE      = 'Q'
028500                                AND K.CLAIMNUMBER =
028600                                    V.CLAIMNUMBER )
028700                  ) AS A ( REINSURERID, TREATYID,
028800                           CEDED, RECOVERED )
028900            GROUP BY A.REINSURERID, A.TREATYID
029000            ORDER BY A.REINSURERID, A.TREATYID
029100     END-EXEC.
029200*****************************************************************
029300*    EVERYTHING A REINSURER OWES PAST ITS DUE DATE - THE UNPAID  *
029400*    PART OF ACCOUNTS IN ITS FAVOUR AND OF CASH CALLS - BANDED   *
029500*    BY DAYS LATE                                                *
029600*****************************************************************
029700     EXEC SQL
029800         DECLARE OVERDUE-AGE CURSOR FOR
029900           SELECT O.REINSURERID,
030000                  SUM(CASE WHEN O.DAYSLATE <= 30
030100                           THEN O.OUTSTANDING ELSE 0 END),
030200                  SUM(CASE WHEN O.DAYSLATE BETWEEN 31 AND 60
030300                           THEN O.OUTSTANDING ELSE 0 END),
030400                  SUM(CASE WHEN O.DAYSLATE BETWEEN 61 AND 90
030500                           THEN O.OUTSTANDING ELSE 0 END),
030600                  SUM(CASE WHEN O.DAYSLATE > 90
030700                           THEN O.OUTSTANDING ELSE 0 END),
030800                  SUM(O.OUTSTANDING)
030900             FROM ( SELECT REINSURERID,
031000                           NETBALANCE - CASHSETTLED,
031100                           DAYS(DATE(:WS-RUNDATE-ISO))
031200                           - DAYS(DUEDATE)
031300                      FROM RITECHACCOUNT
031400                     WHERE STATUS IN ('I','P')
031500                       AND DUEDATE < DATE(:WS-RUNDATE-ISO)
031600                       AND NETBALANCE > CASHSETTLED
031700                    UNION ALL
031800                    SELECT REINSURERID,
031900                           CALLAMOUNT - CASHRECEIVED,
032000                           DAYS(DATE(:WS-RUNDATE-ISO))
032100                           - DAYS(DUEDATE)
032200                      FROM RICASHCALL
032300                     WHERE STATUS IN ('I','P')
032400                       AND DUEDATE < DATE(:WS-RUNDATE-ISO)
032500                       AND CALLAMOUNT > CASHRECEIVED
032600                  ) AS O ( REINSURERID, OUTSTANDING,
032700                           DAYSLATE )
032800            GROUP BY O.REINSURERID
032900            ORDER BY O.REINSURERID
033000     END-EXEC.
033100 LINKAGE SECTION.
033200 PROCEDURE DIVISION.
033300*****************************************************************
033400*    0000-MAINLINE                                             *
033500*****************************************************************
033600 0000-MAINLINE SECTION.
033700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
033800     PERFORM 2000-ACCOUNT-LINE THRU 2000-EXIT
033900         UNTIL WS-ACCT-EOF.
034000     PERFORM 2500-REINSURER-TOTAL THRU 2500-EXIT.
034100     PERFORM 6000-AGED-SECTION THRU 6000-EXIT.
034200     PERFORM 8000-FINALIZE THRU 8000-EXIT.
034300     GO TO 9999-EXIT.
034400 0000-MAINLINE-EXIT.
034500     EXIT.
034600*****************************************************************
034700*    1000-INITIALIZE - REGISTER THE RUN, SET THE QUARTER, OPEN   *
034800*    THE REPORT AND THE ACCOUNT CURSOR                           *
034900*****************************************************************
035000 1000-INITIALIZE.
035100     ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
035200     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
035300*    THE RUN REGISTERS WITH THE BATCH RUN-CONTROL BEFORE
035400*    DOING ANY WORK - PREREQUISITES AND DOUBLE-RUN
035500*    PROTECTION LIVE IN LGRCTL01
035600     MOVE 'S'        TO RCTL-ACTION
035700     MOVE 'LGRITA01' TO RCTL-JOBNAME
035800     MOVE WS-CD-YYYY TO RCTL-BD-YYYY
035900     MOVE WS-CD-MM   TO RCTL-BD-MM
036000     MOVE WS-CD-DD   TO RCTL-BD-DD
036100     MOVE '-'        TO RCTL-BD-S1
036200     MOVE '-'        TO RCTL-BD-S2
036300     CALL 'LGRCTL01' USING RCTL-REQUEST
036400     IF RCTL-RC NOT EQUAL '00'
036500         DISPLAY 'LGRITA01 - RUN CONTROL REFUSED, RC='
036600                 RCTL-RC ' PREREQ=' RCTL-PREREQ-MISSING
036700         GO TO 9999-EXIT
036800     END-IF.
036900     MOVE WS-CD-YYYY TO WS-RI-YYYY.
037000     MOVE WS-CD-MM   TO WS-RI-MM.
037100     MOVE WS-CD-DD   TO WS-RI-DD.
037200     MOVE '-'        TO WS-RUNDATE-ISO(5:1).
037300     MOVE '-'        TO WS-RUNDATE-ISO(8:1).
037400     PERFORM 1100-SET-QUARTER THRU 1100-EXIT.
037500     EXEC SQL
037600         SELECT CHAR(DATE(:WS-RUNDATE-ISO)
037700                     + :WS-SETTLE-DAYS DAYS, ISO)
037800           INTO :WS-DUE-DATE-ISO
037900           FROM SYSIBM.SYSDUMMY1
038000     END-EXEC.
038100     IF SQLCODE NOT EQUAL 0
038200         DISPLAY 'LGRITA01 - DUE DATE SELECT, SQLCODE=' SQLCODE
038300         GO TO 9999-EXIT
038400     END-IF.
038500     OPEN OUTPUT RITA-REPORT-FILE.
038600     IF NOT WS-RITARPT-OK
038700         DISPLAY 'LGRITA01 - RITARPT OPEN FAILED, STATUS='
038800                 WS-RITARPT-STATUS
038900         GO TO 9999-EXIT
039000     END-IF.
039100     MOVE WS-ACCT-QUARTER     TO TA-H1-QUARTER.
039200     MOVE WS-PERIOD-START-ISO TO TA-H1-FROM.
039300     MOVE WS-PERIOD-END-ISO   TO TA-H1-TO.
039400     MOVE WS-RUNDATE-ISO      TO TA-H1-RUNDATE.
039500     WRITE TA-REPORT-LINE FROM TA-HEADING-1.
039600     EXEC SQL
039700         OPEN ACCOUNT-GROUP
039800     END-EXEC.
039900     IF SQLCODE NOT EQUAL 0
040000         DISPLAY 'LGRITA01 - ACCOUNT CURSOR OPEN, SQLCODE='
040100                 SQLCODE
040200         GO TO 9999-EXIT
040300     END-IF.
040400     PERFORM 3000-FETCH-ACCOUNT THRU 3000-EXIT.
040500 1000-EXIT.
040600     EXIT.
040700*****************************************************************
040800*    1050-GET-BUSINESS-DATE - OVERLAY THE CLOCK DATE WITH THE     *
040900*    BUSINESSDATE CONTROL ROW WHEN ONE IS SET                     *
041000*****************************************************************
041100 1050-GET-BUSINESS-DATE.
041200     EXEC SQL
041300         SELECT BUSINESSDATE
041400           INTO :WS-BUSINESS-DATE
041500           FROM BUSINESSDATE
041600          WHERE CONTROLID = 'LG'
041700     END-EXEC.
041800     IF SQLCODE EQUAL 0
041900         MOVE WS-BD-YYYY TO WS-CD-YYYY
042000         MOVE WS-BD-MM   TO WS-CD-MM
042100         MOVE WS-BD-DD   TO WS-CD-DD
042200     END-IF.
042300 1050-EXIT.
042400     EXIT.
042500*****************************************************************
042600*    1100-SET-QUARTER - THE CALENDAR QUARTER BEFORE THE ONE THE  *
042700*    BUSINESS DATE FALLS IN, ITS FIRST AND LAST DAYS AND ITS     *
042800*    YYYY-QN NAME                                                *
042900*****************************************************************
043000 1100-SET-QUARTER.
043100     COMPUTE WS-CURR-QTR = (WS-CD-MM - 1) / 3 + 1.
043200     IF WS-CURR-QTR EQUAL 1
043300         MOVE 4 TO WS-QTR-NO
043400         COMPUTE WS-PS-YYYY = WS-CD-YYYY - 1
043500     ELSE
043600         COMPUTE WS-QTR-NO = WS-CURR-QTR - 1
043700         MOVE WS-CD-YYYY TO WS-PS-YYYY
043800     END-IF.
043900     MOVE WS-PS-YYYY TO WS-PE-YYYY.
044000     COMPUTE WS-PE-MM = WS-QTR-NO * 3.
044100     COMPUTE WS-PS-MM = WS-PE-MM - 2.
044200     MOVE 1 TO WS-PS-DD.
044300     MOVE WS-QTR-END-DD(WS-QTR-NO) TO WS-PE-DD.
044400     MOVE '-' TO WS-PERIOD-START-ISO(5:1).
044500     MOVE '-' TO WS-PERIOD-START-ISO(8:1).
044600     MOVE '-' TO WS-PERIOD-END-ISO(5:1).
044700     MOVE '-' TO WS-PERIOD-END-ISO(8:1).
044800     MOVE WS-PS-YYYY TO WS-AQ-YYYY.
044900     MOVE '-Q'       TO WS-AQ-SEP.
045000     MOVE WS-QTR-NO  TO WS-AQ-NO.
045100 1100-EXIT.
045200     EXIT.
045300*****************************************************************
045400*    2000-ACCOUNT-LINE - STATE ONE TREATY ACCOUNT.  AN ACCOUNT   *
045500*    ALREADY ISSUED FOR THE QUARTER IS REBUILT UNLESS CASH HAS   *
045600*    BEEN APPLIED TO IT, WHEN IT STANDS AS SETTLING              *
045700*****************************************************************
045800 2000-ACCOUNT-LINE.
045900     IF DB2-REINSURERID NOT EQUAL WS-LAST-REINSURERID
046000         PERFORM 2500-REINSURER-TOTAL THRU 2500-EXIT
046100         PERFORM 2600-REINSURER-HEADING THRU 2600-EXIT
046200     END-IF.
046300     EXEC SQL
046400         SELECT STATUS, CASHSETTLED
046500           INTO :DB2-ACCT-STATUS, :DB2-CASH-SETTLED
046600           FROM RITECHACCOUNT
046700          WHERE REINSURERID = :DB2-REINSURERID
046800            AND TREATYID    = :DB2-TREATYID
046900            AND ACCTQUARTER = :WS-ACCT-QUARTER
047000     END-EXEC.
047100     EVALUATE SQLCODE
047200         WHEN 0
047300             IF DB2-ACCT-STATUS NOT EQUAL 'I' OR
047400                DB2-CASH-SETTLED NOT EQUAL ZERO
047500                 PERFORM 2700-HELD-LINE THRU 2700-EXIT
047600                 GO TO 2000-NEXT
047700             END-IF
047800             PERFORM 2100-REMOVE-ACCOUNT THRU 2100-EXIT
047900         WHEN 100
048000             CONTINUE
048100         WHEN OTHER
048200             DISPLAY 'LGRITA01 - ACCOUNT SELECT, SQLCODE='
048300                     SQLCODE
048400             GO TO 9999-EXIT
048500     END-EVALUATE.
048600     COMPUTE DB2-CEDING-COMM ROUNDED =
048700         DB2-CEDED-PREMIUM * WS-CEDING-COMM-PCT / 100.
048800     COMPUTE DB2-NET-BALANCE =
048900         DB2-RECOVERIES - DB2-CEDED-PREMIUM + DB2-CEDING-COMM.
049000     EXEC SQL
049100         INSERT INTO RITECHACCOUNT
049200                ( REINSURERID, TREATYID, ACCTQUARTER,
049300                  PERIODSTART, PERIODEND,
049400                  CEDEDPREMIUM, CEDINGCOMM, PAIDRECOVERIES,
049500                  NETBALANCE, CASHSETTLED, STATUS,
049600                  ISSUEDDATE, DUEDATE )
049700         VALUES ( :DB2-REINSURERID, :DB2-TREATYID,
049800                  :WS-ACCT-QUARTER,
049900                  :WS-PERIOD-START-ISO, :WS-PERIOD-END-ISO,
050000                  :DB2-CEDED-PREMIUM, :DB2-CEDING-COMM,
050100                  :DB2-RECOVERIES, :DB2-NET-BALANCE, 0, 'I',
050200                  :WS-RUNDATE-ISO, :WS-DUE-DATE-ISO )
050300     END-EXEC.
050400     IF SQLCODE NOT EQUAL 0
050500         DISPLAY 'LGRITA01 - ACCOUNT INSERT, SQLCODE=' SQLCODE
050600         GO TO 9999-EXIT
050700     END-IF.
050800     PERFORM 2200-STAMP-RECOVERIES THRU 2200-EXIT.
050900     ADD 1 TO WS-ACCOUNT-COUNT.
051000     MOVE DB2-TREATYID      TO TA-D-TREATYID.
051100     MOVE DB2-CEDED-PREMIUM TO TA-D-CEDED.
051200     MOVE DB2-CEDING-COMM   TO TA-D-COMM.
051300     MOVE DB2-RECOVERIES    TO TA-D-RECOVERIES.
051400     MOVE DB2-NET-BALANCE   TO TA-D-NET.
051500     EVALUATE TRUE
051600         WHEN DB2-NET-BALANCE GREATER THAN ZERO
051700             MOVE 'DUE FROM REINSR' TO TA-D-DIRECTION
051800         WHEN DB2-NET-BALANCE LESS THAN ZERO
051900             MOVE 'DUE TO REINSR'   TO TA-D-DIRECTION
052000         WHEN OTHER
052100             MOVE 'NIL BALANCE'     TO TA-D-DIRECTION
052200     END-EVALUATE.
052300     WRITE TA-REPORT-LINE FROM TA-DETAIL-LINE.
052400     ADD DB2-CEDED-PREMIUM TO WS-RT-CEDED WS-GT-CEDED.
052500     ADD DB2-CEDING-COMM   TO WS-RT-COMM WS-GT-COMM.
052600     ADD DB2-RECOVERIES    TO WS-RT-RECOVERIES WS-GT-RECOVERIES.
052700     ADD DB2-NET-BALANCE   TO WS-RT-NET WS-GT-NET.
052800 2000-NEXT.
052900     PERFORM 3000-FETCH-ACCOUNT THRU 3000-EXIT.
053000 2000-EXIT.
053100     EXIT.
053200 2100-REMOVE-ACCOUNT.
053300     EXEC SQL
053400         DELETE FROM RITECHACCOUNT
053500          WHERE REINSURERID = :DB2-REINSURERID
053600            AND TREATYID    = :DB2-TREATYID
053700            AND ACCTQUARTER = :WS-ACCT-QUARTER
053800            AND STATUS      = 'I'
053900     END-EXEC.
054000     IF SQLCODE NOT EQUAL 0
054100         DISPLAY 'LGRITA01 - ACCOUNT DELETE, SQLCODE=' SQLCODE
054200         GO TO 9999-EXIT
054300     END-IF.
054400 2100-EXIT.
054500     EXIT.
054600*****************************************************************
054700*    2200-STAMP-RECOVERIES - MARK THE RECOVERIES TAKEN INTO THE  *
054800*    ACCOUNT WITH ITS QUARTER, SO NO LATER ACCOUNT OR CASH CALL  *
054900*    COUNTS THEM AGAIN                                           *
055000*****************************************************************
055100 2200-STAMP-RECOVERIES.
055200     EXEC SQL
055300         UPDATE REINS_RECOVERY V
055400            SET ACCTQUARTER = :WS-ACCT-QUARTER
055500          WHERE V.TREATYID      = :DB2-TREATYID
055600            AND V.STATUS        = 'DUE'
055700            AND V.RECOVERYDATE <= :WS-PERIOD-END-ISO
055800            AND V.ACCTQUARTER IS NULL
055900            AND NOT EXISTS
056000                ( SELECT 1
056100                    FROM RICASHCALL K
056200                   WHERE K.SOURCE      = 'Q'
056300                     AND K.CLAIMNUMBER = V.CLAIMNUMBER )
056400     END-EXEC.
056500     EVALUATE SQLCODE
056600         WHEN 0
056700             ADD SQLERRD(3) TO WS-STAMPED-COUNT
056800         WHEN 100
056900             CONTINUE
057000         WHEN OTHER
057100             DISPLAY 'LGRITA01 - RECOVERY STAMP, SQLCODE='
057200                     SQLCODE
057300             GO TO 9999-EXIT
057400     END-EVALUATE.
057500 2200-EXIT.
057600     EXIT.
057700*****************************************************************
057800*    2500-REINSURER-TOTAL - CLOSE OFF THE REINSURER JUST STATED  *
057900*****************************************************************
058000 2500-REINSURER-TOTAL.
058100     IF WS-LAST-REINSURERID EQUAL SPACES
058200         GO TO 2500-EXIT
058300     END-IF.
058400     MOVE 'TOTAL'          TO TA-T-LABEL.
058500     MOVE WS-RT-CEDED      TO TA-T-CEDED.
058600     MOVE WS-RT-COMM       TO TA-T-COMM.
058700     MOVE WS-RT-RECOVERIES TO TA-T-RECOVERIES.
058800     MOVE WS-RT-NET        TO TA-T-NET.
058900     WRITE TA-REPORT-LINE FROM TA-TOTAL-LINE.
059000     MOVE ZERO TO WS-RT-CEDED WS-RT-COMM WS-RT-RECOVERIES
059100                  WS-RT-NET.
059200 2500-EXIT.
059300     EXIT.
059400 2600-REINSURER-HEADING.
059500     MOVE DB2-REINSURERID TO WS-LAST-REINSURERID.
059600     EXEC SQL
059700         SELECT REINSNAME
059800           INTO :DB2-REINSNAME
059900           FROM REINSURER
060000          WHERE REINSURERID = :DB2-REINSURERID
060100     END-EXEC.
060200     EVALUATE SQLCODE
060300         WHEN 0
060400             CONTINUE
060500         WHEN 100
060600             MOVE '** NOT ON REINSURER **' TO DB2-REINSNAME
060700         WHEN OTHER
060800             DISPLAY 'LGRITA01 - REINSURER SELECT, SQLCODE='
060900                     SQLCODE
061000             GO TO 9999-EXIT
061100     END-EVALUATE.
061200     MOVE DB2-REINSURERID TO TA-R-REINSURERID.
061300     MOVE DB2-REINSNAME   TO TA-R-NAME.
061400     MOVE WS-DUE-DATE-ISO TO TA-R-DUEDATE.
061500     MOVE SPACES TO TA-REPORT-LINE.
061600     WRITE TA-REPORT-LINE.
061700     WRITE TA-REPORT-LINE FROM TA-REINSURER-LINE.
061800     WRITE TA-REPORT-LINE FROM TA-HEADING-2.
061900 2600-EXIT.
062000     EXIT.
062100 2700-HELD-LINE.
062200     MOVE DB2-TREATYID     TO TA-HL-TREATYID.
062300     MOVE DB2-ACCT-STATUS  TO TA-HL-STATUS.
062400     MOVE DB2-CASH-SETTLED TO TA-HL-CASH.
062500     WRITE TA-REPORT-LINE FROM TA-HELD-LINE.
062600     ADD 1 TO WS-HELD-COUNT.
062700 2700-EXIT.
062800     EXIT.
062900 3000-FETCH-ACCOUNT.
063000     EXEC SQL
063100         FETCH ACCOUNT-GROUP
063200          INTO :DB2-REINSURERID, :DB2-TREATYID,
063300               :DB2-CEDED-PREMIUM, :DB2-RECOVERIES
063400     END-EXEC.
063500     EVALUATE SQLCODE
063600         WHEN 0
063700             CONTINUE
063800         WHEN 100
063900             MOVE 'Y' TO WS-ACCT-EOF-SWITCH
064000         WHEN OTHER
064100             DISPLAY 'LGRITA01 - ACCOUNT FETCH, SQLCODE=' SQLCODE
064200             GO TO 9999-EXIT
064300     END-EVALUATE.
064400 3000-EXIT.
064500     EXIT.
064600*****************************************************************
064700*    6000-AGED-SECTION - WHAT EACH REINSURER OWES PAST DUE,      *
064800*    BANDED BY DAYS LATE.  TODAY'S FIGURES REPLACE ANY WRITTEN   *
064900*    TO RIOVERDUE EARLIER IN THE DAY                             *
065000*****************************************************************
065100 6000-AGED-SECTION.
065200     MOVE SPACES TO TA-REPORT-LINE.
065300     WRITE TA-REPORT-LINE.
065400     WRITE TA-REPORT-LINE FROM TA-SECTION-AGED.
065500     WRITE TA-REPORT-LINE FROM TA-HEADING-3.
065600     EXEC SQL
065700         DELETE FROM RIOVERDUE
065800          WHERE ASATDATE = :WS-RUNDATE-ISO
065900     END-EXEC.
066000     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
066100         DISPLAY 'LGRITA01 - OVERDUE DELETE, SQLCODE=' SQLCODE
066200         GO TO 9999-EXIT
066300     END-IF.
066400     EXEC SQL
066500         OPEN OVERDUE-AGE
066600     END-EXEC.
066700     IF SQLCODE NOT EQUAL 0
066800         DISPLAY 'LGRITA01 - AGED CURSOR OPEN, SQLCODE='
066900                 SQLCODE
067000         GO TO 9999-EXIT
067100     END-IF.
067200     PERFORM 6100-FETCH-AGED THRU 6100-EXIT.
067300     PERFORM 6200-AGED-LINE THRU 6200-EXIT
067400         UNTIL WS-AGE-EOF.
067500     EXEC SQL
067600         CLOSE OVERDUE-AGE
067700     END-EXEC.
067800 6000-EXIT.
067900     EXIT.
068000 6100-FETCH-AGED.
068100     EXEC SQL
068200         FETCH OVERDUE-AGE
068300          INTO :DB2-REINSURERID, :DB2-OD-DUE030,
068400               :DB2-OD-DUE060, :DB2-OD-DUE090,
068500               :DB2-OD-DUEOVER, :DB2-OD-TOTAL
068600     END-EXEC.
068700     EVALUATE SQLCODE
068800         WHEN 0
068900             CONTINUE
069000         WHEN 100
069100             MOVE 'Y' TO WS-AGE-EOF-SWITCH
069200         WHEN OTHER
069300             DISPLAY 'LGRITA01 - AGED FETCH, SQLCODE=' SQLCODE
069400             GO TO 9999-EXIT
069500     END-EVALUATE.
069600 6100-EXIT.
069700     EXIT.
069800 6200-AGED-LINE.
069900     EXEC SQL
070000         INSERT INTO RIOVERDUE
070100                ( REINSURERID, ASATDATE, DUE030, DUE060,
070200                  DUE090, DUEOVER90, TOTALOVERDUE )
070300         VALUES ( :DB2-REINSURERID, :WS-RUNDATE-ISO,
070400                  :DB2-OD-DUE030, :DB2-OD-DUE060,
070500                  :DB2-OD-DUE090, :DB2-OD-DUEOVER,
070600                  :DB2-OD-TOTAL )
070700     END-EXEC.
070800     IF SQLCODE NOT EQUAL 0
070900         DISPLAY 'LGRITA01 - OVERDUE INSERT, SQLCODE=' SQLCODE
071000         GO TO 9999-EXIT
071100     END-IF.
071200     MOVE DB2-REINSURERID TO TA-A-REINSURERID.
071300     MOVE DB2-OD-DUE030   TO TA-A-DUE030.
071400     MOVE DB2-OD-DUE060   TO TA-A-DUE060.
071500     MOVE DB2-OD-DUE090   TO TA-A-DUE090.
071600     MOVE DB2-OD-DUEOVER  TO TA-A-DUEOVER.
071700     MOVE DB2-OD-TOTAL    TO TA-A-TOTAL.
071800     WRITE TA-REPORT-LINE FROM TA-AGED-LINE.
071900     ADD DB2-OD-TOTAL TO WS-OVERDUE-TOTAL.
072000     ADD 1 TO WS-OVERDUE-COUNT.
072100     PERFORM 6100-FETCH-AGED THRU 6100-EXIT.
072200 6200-EXIT.
072300     EXIT.
072400*****************************************************************
072500*    8000-FINALIZE - QUARTER TOTALS ACROSS ALL REINSURERS        *
072600*****************************************************************
072700 8000-FINALIZE.
072800     EXEC SQL
072900         CLOSE ACCOUNT-GROUP
073000     END-EXEC.
073100     MOVE SPACES TO TA-REPORT-LINE.
073200     WRITE TA-REPORT-LINE.
073300     MOVE 'ALL'            TO TA-T-LABEL.
073400     MOVE WS-GT-CEDED      TO TA-T-CEDED.
073500     MOVE WS-GT-COMM       TO TA-T-COMM.
073600     MOVE WS-GT-RECOVERIES TO TA-T-RECOVERIES.
073700     MOVE WS-GT-NET        TO TA-T-NET.
073800     WRITE TA-REPORT-LINE FROM TA-TOTAL-LINE.
073900     MOVE 'TOTAL OVERDUE FROM REINSURERS' TO TA-S-LABEL.
074000     MOVE WS-OVERDUE-TOTAL TO TA-S-AMOUNT.
074100     WRITE TA-REPORT-LINE FROM TA-SUMMARY-LINE.
074200     DISPLAY 'LGRITA01 - ACCOUNTS ISSUED:     ' WS-ACCOUNT-COUNT.
074300     DISPLAY 'LGRITA01 - ACCOUNTS SETTLING:   ' WS-HELD-COUNT.
074400     DISPLAY 'LGRITA01 - RECOVERIES STAMPED:  ' WS-STAMPED-COUNT.
074500     DISPLAY 'LGRITA01 - REINSURERS OVERDUE:  ' WS-OVERDUE-COUNT.
074600     CLOSE RITA-REPORT-FILE.
074700     MOVE WS-ACCOUNT-COUNT TO RCTL-RECORD-COUNT.
074800     MOVE 'E' TO RCTL-ACTION
074900     CALL 'LGRCTL01' USING RCTL-REQUEST.
075000 8000-EXIT.
075100     EXIT.
075200*****************************************************************
075300*    9999-EXIT - COMMON PROGRAM EXIT POINT                      *
075400*****************************************************************
075500 9999-EXIT.
075600     STOP RUN.
