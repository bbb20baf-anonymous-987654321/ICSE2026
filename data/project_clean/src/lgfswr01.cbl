000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     LGFSWR01.
000300 AUTHOR.         LG INSURANCE IT - BATCH SUPPORT.
000400 INSTALLATION.   LG INSURANCE.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700 REMARKS.        UNIT-LINKED FUND SWITCH RUN - RUNS AFTER THE
000800                 LGFNDL01 PRICE LOAD.  EVERY PENDING SWITCH
000900                 INSTRUCTION TAKEN BY LGFSWM01 IS VALUED AT THE
001000                 FIRST FUNDPRICE DATE AFTER THE INSTRUCTION ON
001100                 WHICH BOTH FUNDS ARE PRICED: THE HOLDING IS
001200                 SOLD OUT OF THE OLD FUND AT ITS PRICE, ANY
001300                 SWITCH CHARGE BEYOND THE POLICY YEAR'S FREE
001400                 ALLOWANCE IS DEDUCTED, AND UNITS ARE BOUGHT IN
001500                 THE NEW FUND AT ITS PRICE.  UNITS, PRICES AND
001600                 DATES ARE KEPT ON THE FUNDSWITCH HISTORY ROW.
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
002800     SELECT SWITCH-REPORT-FILE ASSIGN TO FSWRPT
002900         ORGANIZATION IS SEQUENTIAL
003000         FILE STATUS IS WS-FSWRPT-STATUS.
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  SWITCH-REPORT-FILE
003400     RECORDING MODE IS F.
003500 01  FS-REPORT-LINE              PIC X(133).
003600 WORKING-STORAGE SECTION.
003700*****************************************************************
003800*    FILE STATUS AND SWITCHES                                  *
003900*****************************************************************
004000 77  WS-FSWRPT-STATUS            PIC X(02) VALUE SPACES.
004100     88  WS-FSWRPT-OK                      VALUE '00'.
004200 77  WS-DB2-EOF-SWITCH           PIC X(01) VALUE 'N'.
004300     88  WS-DB2-EOF                        VALUE 'Y'.
004400 77  WS-DONE-COUNT               PIC 9(07) COMP-3 VALUE 0.
004500 77  WS-CHARGED-COUNT            PIC 9(07) COMP-3 VALUE 0.
004600 77  WS-WAITING-COUNT            PIC 9(07) COMP-3 VALUE 0.
004700 77  WS-CANCELLED-COUNT          PIC 9(07) COMP-3 VALUE 0.
004800*****************************************************************
004900*    FREE SWITCHES PER POLICY YEAR AND THE FLAT CHARGE FOR      *
005000*    EACH SWITCH BEYOND THEM, TAKEN OUT OF THE SWITCHED VALUE   *
005100*    BEFORE THE NEW UNITS ARE BOUGHT.  LGFSWM01 QUOTES THE      *
005200*    SAME ALLOWANCE.                                            *
005300*****************************************************************
005400 77  WS-FREE-SWITCHES            PIC S9(4) COMP VALUE +4.
005500 77  WS-SWITCH-CHARGE            PIC S9(5)V99 COMP-3 VALUE 25.00.
005600 01  WS-REJECT-REASON            PIC X(40) VALUE SPACES.
005700*****************************************************************
005800*    THE SUITE RUNS ON THE OPERATOR-CONTROLLED BUSINESS DATE -  *
005900*    THE SYSTEM CLOCK IS ONLY THE FALLBACK WHEN THE CONTROL ROW *
006000*    IS ABSENT, SO RERUNS AND LATE-RUNNING SCHEDULES KEEP THE   *
006100*    RIGHT DATED OUTPUT AND SELECTIONS                          *
006200*****************************************************************
006300 01  WS-BUSINESS-DATE.
006400     05  WS-BD-YYYY              PIC 9(04).
006500     05  FILLER                  PIC X(01).
006600     05  WS-BD-MM                PIC 9(02).
006700     05  FILLER                  PIC X(01).
006800     05  WS-BD-DD                PIC 9(02).
006900 01  WS-CURRENT-DATE-TIME.
007000     05  WS-CD-YYYY              PIC 9(04).
007100     05  WS-CD-MM                PIC 9(02).
007200     05  WS-CD-DD                PIC 9(02).
007300     05  FILLER                  PIC X(10).
007400 01  WS-REPORT-DATE.
007500     05  WS-RD-DD                PIC 9(02).
007600     05  FILLER                  PIC X(01) VALUE '/'.
007700     05  WS-RD-MM                PIC 9(02).
007800     05  FILLER                  PIC X(01) VALUE '/'.
007900     05  WS-RD-YYYY              PIC 9(04).
008000 01  WS-TODAY-DATE-ISO           PIC X(10).
008100 01  WS-TODAY-DATE-BRKDN         REDEFINES WS-TODAY-DATE-ISO.
008200     05  WS-TD-YYYY              PIC X(04).
008300     05  FILLER                  PIC X(01).
008400     05  WS-TD-MM                PIC X(02).
008500     05  FILLER                  PIC X(01).
008600     05  WS-TD-DD                PIC X(02).
008700*****************************************************************
008800*    DB2 ROWS                                                   *
008900*****************************************************************
009000 01  DB2-POLICYNUM-INT           PIC S9(9) COMP.
009100 01  DB2-SWITCHSEQ-SINT          PIC S9(4) COMP.
009200 01  DB2-FROMFUND                PIC X(10).
009300 01  DB2-TOFUND                  PIC X(10).
009400 01  DB2-REQUESTDATE             PIC X(10).
009500 01  DB2-FUNDNAME                PIC X(10).
009600 01  DB2-ISSUEDATE               PIC X(10).
009700 01  DB2-POLICY-STATUS           PIC X(01).
009800 01  DB2-SUMASSURED-INT          PIC S9(9) COMP.
009900 01  DB2-TERM-SINT               PIC S9(4) COMP.
010000 01  DB2-ELAPSED-YEARS           PIC S9(4) COMP.
010100 01  DB2-UNITFACTOR              PIC S9(3)V9(6) COMP-3.
010200 01  DB2-VALUEDATE               PIC X(10).
010300 01  DB2-PRICEOUT                PIC S9(5)V9(4) COMP-3.
010400 01  DB2-PRICEIN                 PIC S9(5)V9(4) COMP-3.
010500 01  DB2-POLYEAR-START           PIC X(10).
010600 01  DB2-SWITCHES-USED           PIC S9(9) COMP.
010700*****************************************************************
010800*    SWITCH ARITHMETIC - THE HOLDING IS THE ACCRUED SUM ASSURED *
010900*    (ELAPSED OVER TERM, AS LGEVAL01 VALUES IT) IN UNITS OF THE *
011000*    CURRENT FUND, SCALED BY THE UNIT FACTOR EARLIER SWITCHES   *
011100*    HAVE LEFT ON THE ENDOWMENT                                 *
011200*****************************************************************
011300 01  WS-BASE-UNITS               PIC S9(9)V9(4) COMP-3.
011400 01  WS-UNITS-OUT                PIC S9(9)V9(4) COMP-3.
011500 01  WS-UNITS-IN                 PIC S9(9)V9(4) COMP-3.
011600 01  WS-SWITCH-VALUE             PIC S9(9)V99 COMP-3.
011700 01  WS-CHARGE                   PIC S9(5)V99 COMP-3.
011800 01  WS-NEW-FACTOR               PIC S9(3)V9(6) COMP-3.
011900*****************************************************************
012000*    REPORT LINE LAYOUTS                                       *
012100*****************************************************************
012200 01  FS-HEADING-1.
012300     05  FILLER                  PIC X(43) VALUE
012400         'LG INSURANCE - FUND SWITCH RUN'.
012500     05  FILLER                  PIC X(10) VALUE ' RUN DATE '.
012600     05  FS-H1-DATE              PIC X(10) VALUE SPACES.
012700     05  FILLER                  PIC X(70) VALUE SPACES.
012800 01  FS-HEADING-2.
012900     05  FILLER                  PIC X(50) VALUE
013000         '  POLICY      FROM FUND  TO FUND     VALUED AT'.
013100     05  FILLER                  PIC X(50) VALUE
013200         '       UNITS OUT   PRICE OUT        UNITS IN'.
013300     05  FILLER                  PIC X(33) VALUE
013400         '    PRICE IN    CHARGE'.
013500 01  FS-DETAIL-LINE.
013600     05  FILLER                  PIC X(02) VALUE SPACES.
013700     05  FS-D-POLICYNUM          PIC 9(10).
013800     05  FILLER                  PIC X(02) VALUE SPACES.
013900     05  FS-D-FROMFUND           PIC X(10).
014000     05  FILLER                  PIC X(01) VALUE SPACES.
014100     05  FS-D-TOFUND             PIC X(10).
014200     05  FILLER                  PIC X(02) VALUE SPACES.
014300     05  FS-D-VALUEDATE          PIC X(10).
014400     05  FILLER                  PIC X(02) VALUE SPACES.
014500     05  FS-D-UNITSOUT           PIC ZZZ,ZZZ,ZZ9.9999.
014600     05  FILLER                  PIC X(01) VALUE SPACES.
014700     05  FS-D-PRICEOUT           PIC ZZ,ZZ9.9999.
014800     05  FILLER                  PIC X(02) VALUE SPACES.
014900     05  FS-D-UNITSIN            PIC ZZZ,ZZZ,ZZ9.9999.
015000     05  FILLER                  PIC X(01) VALUE SPACES.
015100     05  FS-D-PRICEIN            PIC ZZ,ZZ9.9999.
015200     05  FILLER                  PIC X(02) VALUE SPACES.
015300     05  FS-D-CHARGE             PIC ZZ,ZZ9.99.
015400     05  FILLER                  PIC X(15) VALUE SPACES.
015500 01  FS-EXCEPTION-LINE.
015600     05  FILLER                  PIC X(12) VALUE '  NOT DONE: '.
015700     05  FS-X-POLICYNUM          PIC 9(10).
015800     05  FILLER                  PIC X(02) VALUE SPACES.
015900     05  FS-X-FROMFUND           PIC X(10).
016000     05  FILLER                  PIC X(01) VALUE SPACES.
016100     05  FS-X-TOFUND             PIC X(10).
016200     05  FILLER                  PIC X(02) VALUE SPACES.
016300     05  FS-X-REQUESTDATE        PIC X(10).
016400     05  FILLER                  PIC X(02) VALUE SPACES.
016500     05  FS-X-REASON             PIC X(40).
016600     05  FILLER                  PIC X(34) VALUE SPACES.
016700 01  FS-BLANK-LINE               PIC X(133) VALUE SPACES.
016800 01  FS-SUMMARY-LINE-1.
016900     05  FILLER                  PIC X(20) VALUE SPACES.
017000     05  FILLER                  PIC X(36) VALUE
017100         'SWITCHES EXECUTED'.
017200     05  FS-S1-COUNT             PIC ZZZ,ZZ9.
017300     05  FILLER                  PIC X(70) VALUE SPACES.
017400 01  FS-SUMMARY-LINE-2.
017500     05  FILLER                  PIC X(20) VALUE SPACES.
017600     05  FILLER                  PIC X(36) VALUE
017700         'OF WHICH CHARGED - OVER ALLOWANCE'.
017800     05  FS-S2-COUNT             PIC ZZZ,ZZ9.
017900     05  FILLER                  PIC X(70) VALUE SPACES.
018000 01  FS-SUMMARY-LINE-3.
018100     05  FILLER                  PIC X(20) VALUE SPACES.
018200     05  FILLER                  PIC X(36) VALUE
018300         'AWAITING NEXT VALUATION PRICE'.
018400     05  FS-S3-COUNT             PIC ZZZ,ZZ9.
018500     05  FILLER                  PIC X(70) VALUE SPACES.
018600 01  FS-SUMMARY-LINE-4.
018700     05  FILLER                  PIC X(20) VALUE SPACES.
018800     05  FILLER                  PIC X(36) VALUE
018900         'INSTRUCTIONS CANCELLED'.
019000     05  FS-S4-COUNT             PIC ZZZ,ZZ9.
019100     05  FILLER                  PIC X(70) VALUE SPACES.
019200     COPY LGRCTL.
019300     EXEC SQL
019400         INCLUDE SQLCA
019500     END-EXEC.
019600*    PENDING INSTRUCTIONS WITH THE POLICY'S CURRENT HOLDING.  A *
019700*    PAID-UP POLICY HOLDS ITS WHOLE REDUCED SUM ASSURED, AS IN  *
019800*    THE LGEVAL01 VALUATION                                     *
019900     EXEC SQL
020000         DECLARE PENDING-SWITCH CURSOR FOR
020100           SELECT S.POLICYNUMBER, S.SWITCHSEQ,
020200                  S.FROMFUND, S.TOFUND,
020300                  CHAR(S.REQUESTDATE, ISO),
020400                  E.FUNDNAME,
020500                  CHAR(DATE(P.ISSUEDATE), ISO),
020600                  COALESCE(P.STATUS, ' '),
020700                  COALESCE(E.PAIDUPSUMASSURED, E.SUMASSURED),
020800                  E.TERM,
020900                  CASE WHEN E.PAIDUPSUMASSURED IS NULL
021000                       THEN YEAR(DATE(:WS-TODAY-DATE-ISO))
021100                            - YEAR(DATE(P.ISSUEDATE))
021200                       ELSE E.TERM END,
021300                  COALESCE(E.UNITFACTOR, 1)
021400             FROM FUNDSWITCH S,
021500                  POLICY P,
021600                  ENDOWMENT E
021700            WHERE S.STATUS = 'P'
021800              AND P.POLICYNUMBER = S.POLICYNUMBER
021900              AND E.POLICYNUMBER = S.POLICYNUMBER
022000            ORDER BY S.POLICYNUMBER, S.SWITCHSEQ
022100     END-EXEC.
022200 LINKAGE SECTION.
022300 PROCEDURE DIVISION.
022400*****************************************************************
022500*    0000-MAINLINE                                             *
022600*****************************************************************
022700 0000-MAINLINE SECTION.
022800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022900     PERFORM 2000-PROCESS-SWITCH THRU 2000-EXIT
023000         UNTIL WS-DB2-EOF.
023100     PERFORM 8000-FINALIZE THRU 8000-EXIT.
023200     GO TO 9999-EXIT.
023300 0000-MAINLINE-EXIT.
023400     EXIT.
023500*****************************************************************
023600*    1000-INITIALIZE                                           *
023700*****************************************************************
023800 1000-INITIALIZE.
023900     ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
024000     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
024100     MOVE 'S'        TO RCTL-ACTION
024200     MOVE 'LGFSWR01' TO RCTL-JOBNAME
024300     MOVE WS-CD-YYYY TO RCTL-BD-YYYY
024400     MOVE WS-CD-MM   TO RCTL-BD-MM
024500     MOVE WS-CD-DD   TO RCTL-BD-DD
024600     MOVE '-'        TO RCTL-BD-S1
024700     MOVE '-'        TO RCTL-BD-S2
024800     CALL 'LGRCTL01' USING RCTL-REQUEST
024900     IF RCTL-RC NOT EQUAL '00'
025000         DISPLAY 'LGFSWR01 - RUN CONTROL REFUSED, RC='
025100                 RCTL-RC ' PREREQ=' RCTL-PREREQ-MISSING
025200         GO TO 9999-EXIT
025300     END-IF.
025400     MOVE WS-CD-DD   TO WS-RD-DD
025500     MOVE WS-CD-MM   TO WS-RD-MM
025600     MOVE WS-CD-YYYY TO WS-RD-YYYY.
025700     MOVE WS-REPORT-DATE TO FS-H1-DATE.
025800     MOVE WS-CD-YYYY TO WS-TD-YYYY
025900     MOVE WS-CD-MM   TO WS-TD-MM
026000     MOVE WS-CD-DD   TO WS-TD-DD
026100     MOVE '-'        TO WS-TODAY-DATE-ISO(5:1)
026200     MOVE '-'        TO WS-TODAY-DATE-ISO(8:1).
026300     OPEN OUTPUT SWITCH-REPORT-FILE.
026400     IF NOT WS-FSWRPT-OK
026500         DISPLAY 'LGFSWR01 - FSWRPT OPEN FAILED, STATUS='
026600                 WS-FSWRPT-STATUS
026700         GO TO 9999-EXIT
026800     END-IF.
026900     WRITE FS-REPORT-LINE FROM FS-HEADING-1.
027000     WRITE FS-REPORT-LINE FROM FS-BLANK-LINE.
027100     WRITE FS-REPORT-LINE FROM FS-HEADING-2.
027200     EXEC SQL
027300         OPEN PENDING-SWITCH
027400     END-EXEC.
027500     IF SQLCODE NOT EQUAL 0
027600         DISPLAY 'LGFSWR01 - CURSOR OPEN FAILED, SQLCODE='
027700                 SQLCODE
027800         GO TO 9999-EXIT
027900     END-IF.
028000     PERFORM 3000-FETCH-SWITCH THRU 3000-EXIT.
028100 1000-EXIT.
028200     EXIT.
028300*****************************************************************
028400*    1050-GET-BUSINESS-DATE - OVERLAY THE CLOCK DATE WITH THE   *
028500*    BUSINESSDATE CONTROL ROW WHEN ONE IS SET                   *
028600*****************************************************************
028700 1050-GET-BUSINESS-DATE.
028800     EXEC SQL
028900         SELECT BUSINESSDATE
029000           INTO :WS-BUSINESS-DATE
029100           FROM BUSINESSDATE
029200          WHERE CONTROLID = 'LG'
029300     END-EXEC.
029400     IF SQLCODE EQUAL 0
029500         MOVE WS-BD-YYYY TO WS-CD-YYYY
029600         MOVE WS-BD-MM   TO WS-CD-MM
029700         MOVE WS-BD-DD   TO WS-CD-DD
029800     END-IF.
029900 1050-EXIT.
030000     EXIT.
030100*****************************************************************
030200*    2000-PROCESS-SWITCH - A POLICY THAT HAS LEFT FORCE, OR     *
030300*    WHOSE FUND NO LONGER MATCHES THE INSTRUCTION, HAS THE      *
030400*    SWITCH CANCELLED.  ONE WITH NO VALUATION PRICE YET STAYS   *
030500*    PENDING FOR THE NEXT RUN.                                  *
030600*****************************************************************
030700 2000-PROCESS-SWITCH.
030800     MOVE SPACES TO WS-REJECT-REASON.
030900     IF DB2-POLICY-STATUS EQUAL 'C' OR 'L' OR 'M' OR
031000        DB2-POLICY-STATUS EQUAL 'S' OR 'D' OR 'X'
031100         MOVE 'POLICY NO LONGER IN FORCE' TO WS-REJECT-REASON
031200         PERFORM 2400-CANCEL-SWITCH THRU 2400-EXIT
031300         GO TO 2090-NEXT
031400     END-IF.
031500     IF DB2-FUNDNAME NOT EQUAL DB2-FROMFUND
031600         MOVE 'POLICY FUND CHANGED SINCE INSTRUCTION'
031700           TO WS-REJECT-REASON
031800         PERFORM 2400-CANCEL-SWITCH THRU 2400-EXIT
031900         GO TO 2090-NEXT
032000     END-IF.
032100     PERFORM 2100-FIND-VALUATION-POINT THRU 2100-EXIT.
032200     IF DB2-VALUEDATE EQUAL SPACES
032300         MOVE 'AWAITING NEXT VALUATION PRICE' TO WS-REJECT-REASON
032400         PERFORM 2500-LIST-EXCEPTION THRU 2500-EXIT
032500         ADD 1 TO WS-WAITING-COUNT
032600         GO TO 2090-NEXT
032700     END-IF.
032800     PERFORM 2200-PRICE-SWITCH THRU 2200-EXIT.
032900     PERFORM 2300-RECORD-SWITCH THRU 2300-EXIT.
033000 2090-NEXT.
033100     PERFORM 3000-FETCH-SWITCH THRU 3000-EXIT.
033200 2000-EXIT.
033300     EXIT.
033400*****************************************************************
033500*    2100-FIND-VALUATION-POINT - THE FIRST PRICE DATE AFTER THE *
033600*    INSTRUCTION, UP TO THE BUSINESS DATE, ON WHICH BOTH THE    *
033700*    OLD AND THE NEW FUND ARE PRICED                            *
033800*****************************************************************
033900 2100-FIND-VALUATION-POINT.
034000     MOVE SPACES TO DB2-VALUEDATE.
034100     EXEC SQL
034200         SELECT COALESCE(CHAR(MIN(F.PRICEDATE), ISO), ' ')
034300           INTO :DB2-VALUEDATE
034400           FROM FUNDPRICE F
034500          WHERE F.FUNDNAME  = :DB2-FROMFUND
034600            AND F.PRICEDATE > DATE(:DB2-REQUESTDATE)
034700            AND F.PRICEDATE <= DATE(:WS-TODAY-DATE-ISO)
034800            AND EXISTS
034900                ( SELECT 1
035000                    FROM FUNDPRICE T
035100                   WHERE T.FUNDNAME  = :DB2-TOFUND
035200                     AND T.PRICEDATE = F.PRICEDATE )
035300     END-EXEC.
035400     IF SQLCODE NOT EQUAL 0
035500         DISPLAY 'LGFSWR01 - VALUATION DATE SELECT, SQLCODE='
035600                 SQLCODE
035700         GO TO 9999-EXIT
035800     END-IF.
035900 2100-EXIT.
036000     EXIT.
036100*****************************************************************
036200*    2200-PRICE-SWITCH - SELL THE HOLDING AT THE OLD FUND'S     *
036300*    PRICE, TAKE THE CHARGE ONCE THE POLICY YEAR'S FREE         *
036400*    SWITCHES ARE USED, BUY AT THE NEW FUND'S PRICE            *
036500*****************************************************************
036600 2200-PRICE-SWITCH.
036700     EXEC SQL
036800         SELECT UNITPRICE
036900           INTO :DB2-PRICEOUT
037000           FROM FUNDPRICE
037100          WHERE FUNDNAME  = :DB2-FROMFUND
037200            AND PRICEDATE = DATE(:DB2-VALUEDATE)
037300     END-EXEC.
037400     IF SQLCODE NOT EQUAL 0
037500         DISPLAY 'LGFSWR01 - PRICE OUT SELECT, SQLCODE='
037600                 SQLCODE
037700         GO TO 9999-EXIT
037800     END-IF.
037900     EXEC SQL
038000         SELECT UNITPRICE
038100           INTO :DB2-PRICEIN
038200           FROM FUNDPRICE
038300          WHERE FUNDNAME  = :DB2-TOFUND
038400            AND PRICEDATE = DATE(:DB2-VALUEDATE)
038500     END-EXEC.
038600     IF SQLCODE NOT EQUAL 0
038700         DISPLAY 'LGFSWR01 - PRICE IN SELECT, SQLCODE='
038800                 SQLCODE
038900         GO TO 9999-EXIT
039000     END-IF.
039100*    THE POLICY YEAR RUNS FROM THE LAST ISSUE ANNIVERSARY ON OR
039200*    BEFORE THE VALUATION DATE
039300     EXEC SQL
039400         SELECT CHAR(CASE WHEN DATE(:DB2-ISSUEDATE)
039500                          + (YEAR(DATE(:DB2-VALUEDATE))
039600                             - YEAR(DATE(:DB2-ISSUEDATE))) YEARS
039700                          > DATE(:DB2-VALUEDATE)
039800                     THEN DATE(:DB2-ISSUEDATE)
039900                          + (YEAR(DATE(:DB2-VALUEDATE))
040000                             - YEAR(DATE(:DB2-ISSUEDATE))
040100                             - 1) YEARS
040200                     ELSE DATE(:DB2-ISSUEDATE)
040300                          + (YEAR(DATE(:DB2-VALUEDATE))
040400                             - YEAR(DATE(:DB2-ISSUEDATE))) YEARS
040500                END, ISO)
040600           INTO :DB2-POLYEAR-START
040700           FROM SYSIBM.SYSDUMMY1
040800     END-EXEC.
040900     IF SQLCODE NOT EQUAL 0
041000         DISPLAY 'LGFSWR01 - POLICY YEAR SELECT, SQLCODE='
041100                 SQLCODE
041200         GO TO 9999-EXIT
041300     END-IF.
041400     MOVE ZERO TO DB2-SWITCHES-USED.
041500     EXEC SQL
041600         SELECT COUNT(*)
041700           INTO :DB2-SWITCHES-USED
041800           FROM FUNDSWITCH
041900          WHERE POLICYNUMBER  = :DB2-POLICYNUM-INT
042000            AND STATUS        = 'D'
042100            AND VALUATIONDATE >= DATE(:DB2-POLYEAR-START)
042200     END-EXEC.
042300     IF SQLCODE NOT EQUAL 0
042400         DISPLAY 'LGFSWR01 - SWITCH COUNT SELECT, SQLCODE='
042500                 SQLCODE
042600         GO TO 9999-EXIT
042700     END-IF.
042800     IF DB2-ELAPSED-YEARS GREATER THAN DB2-TERM-SINT
042900         MOVE DB2-TERM-SINT TO DB2-ELAPSED-YEARS
043000     END-IF.
043100     IF DB2-ELAPSED-YEARS LESS THAN ZERO
043200         MOVE ZERO TO DB2-ELAPSED-YEARS
043300     END-IF.
043400     IF DB2-TERM-SINT GREATER THAN ZERO
043500         COMPUTE WS-BASE-UNITS ROUNDED =
043600             DB2-SUMASSURED-INT * DB2-ELAPSED-YEARS
043700             / DB2-TERM-SINT
043800     ELSE
043900         MOVE ZERO TO WS-BASE-UNITS
044000     END-IF.
044100     COMPUTE WS-UNITS-OUT ROUNDED =
044200         WS-BASE-UNITS * DB2-UNITFACTOR.
044300     COMPUTE WS-SWITCH-VALUE ROUNDED =
044400         WS-UNITS-OUT * DB2-PRICEOUT.
044500     MOVE ZERO TO WS-CHARGE.
044600     IF DB2-SWITCHES-USED NOT LESS THAN WS-FREE-SWITCHES
044700         MOVE WS-SWITCH-CHARGE TO WS-CHARGE
044800         IF WS-CHARGE GREATER THAN WS-SWITCH-VALUE
044900             MOVE WS-SWITCH-VALUE TO WS-CHARGE
045000         END-IF
045100         ADD 1 TO WS-CHARGED-COUNT
045200     END-IF.
045300     COMPUTE WS-UNITS-IN ROUNDED =
045400         (WS-SWITCH-VALUE - WS-CHARGE) / DB2-PRICEIN.
045500     IF WS-BASE-UNITS GREATER THAN ZERO
045600         COMPUTE WS-NEW-FACTOR ROUNDED =
045700             WS-UNITS-IN / WS-BASE-UNITS
045800     ELSE
045900         MOVE DB2-UNITFACTOR TO WS-NEW-FACTOR
046000     END-IF.
046100 2200-EXIT.
046200     EXIT.
046300*****************************************************************
046400*    2300-RECORD-SWITCH - THE HISTORY ROW TAKES THE UNITS,      *
046500*    PRICES, CHARGE AND VALUATION DATE; THE ENDOWMENT MOVES TO  *
046600*    THE NEW FUND WITH ITS RESCALED UNIT FACTOR                 *
046700*****************************************************************
046800 2300-RECORD-SWITCH.
046900     EXEC SQL
047000         UPDATE FUNDSWITCH
047100            SET STATUS        = 'D',
047200                VALUATIONDATE = DATE(:DB2-VALUEDATE),
047300                UNITSOUT      = :WS-UNITS-OUT,
047400                PRICEOUT      = :DB2-PRICEOUT,
047500                UNITSIN       = :WS-UNITS-IN,
047600                PRICEIN       = :DB2-PRICEIN,
047700                SWITCHCHARGE  = :WS-CHARGE,
047800                LASTCHANGED   = CURRENT TIMESTAMP
047900          WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
048000            AND SWITCHSEQ    = :DB2-SWITCHSEQ-SINT
048100     END-EXEC.
048200     IF SQLCODE NOT EQUAL 0
048300         DISPLAY 'LGFSWR01 - SWITCH UPDATE FAILED, SQLCODE='
048400                 SQLCODE
048500         GO TO 9999-EXIT
048600     END-IF.
048700     EXEC SQL
048800         UPDATE ENDOWMENT
048900            SET FUNDNAME   = :DB2-TOFUND,
049000                UNITFACTOR = :WS-NEW-FACTOR
049100          WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
049200     END-EXEC.
049300     IF SQLCODE NOT EQUAL 0
049400         DISPLAY 'LGFSWR01 - ENDOWMENT UPDATE FAILED, SQLCODE='
049500                 SQLCODE
049600         GO TO 9999-EXIT
049700     END-IF.
049800     MOVE DB2-POLICYNUM-INT TO FS-D-POLICYNUM.
049900     MOVE DB2-FROMFUND      TO FS-D-FROMFUND.
050000     MOVE DB2-TOFUND        TO FS-D-TOFUND.
050100     MOVE DB2-VALUEDATE     TO FS-D-VALUEDATE.
050200     MOVE WS-UNITS-OUT      TO FS-D-UNITSOUT.
050300     MOVE DB2-PRICEOUT      TO FS-D-PRICEOUT.
050400     MOVE WS-UNITS-IN       TO FS-D-UNITSIN.
050500     MOVE DB2-PRICEIN       TO FS-D-PRICEIN.
050600     MOVE WS-CHARGE         TO FS-D-CHARGE.
050700     WRITE FS-REPORT-LINE FROM FS-DETAIL-LINE.
050800     ADD 1 TO WS-DONE-COUNT.
050900 2300-EXIT.
051000     EXIT.
051100*****************************************************************
051200*    2400-CANCEL-SWITCH                                        *
051300*****************************************************************
051400 2400-CANCEL-SWITCH.
051500     EXEC SQL
051600         UPDATE FUNDSWITCH
051700            SET STATUS      = 'X',
051800                LASTCHANGED = CURRENT TIMESTAMP
051900          WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
052000            AND SWITCHSEQ    = :DB2-SWITCHSEQ-SINT
052100     END-EXEC.
052200     IF SQLCODE NOT EQUAL 0
052300         DISPLAY 'LGFSWR01 - SWITCH CANCEL FAILED, SQLCODE='
052400                 SQLCODE
052500         GO TO 9999-EXIT
052600     END-IF.
052700     PERFORM 2500-LIST-EXCEPTION THRU 2500-EXIT.
052800     ADD 1 TO WS-CANCELLED-COUNT.
052900 2400-EXIT.
053000     EXIT.
053100*****************************************************************
053200*    2500-LIST-EXCEPTION                                       *
053300*****************************************************************
053400 2500-LIST-EXCEPTION.
053500     MOVE DB2-POLICYNUM-INT TO FS-X-POLICYNUM.
053600     MOVE DB2-FROMFUND      TO FS-X-FROMFUND.
053700     MOVE DB2-TOFUND        TO FS-X-TOFUND.
053800     MOVE DB2-REQUESTDATE   TO FS-X-REQUESTDATE.
053900     MOVE WS-REJECT-REASON  TO FS-X-REASON.
054000     WRITE FS-REPORT-LINE FROM FS-EXCEPTION-LINE.
054100 2500-EXIT.
054200     EXIT.
054300*****************************************************************
054400*    3000-FETCH-SWITCH                                         *
054500*****************************************************************
054600 3000-FETCH-SWITCH.
054700     EXEC SQL
054800         FETCH PENDING-SWITCH
054900           INTO :DB2-POLICYNUM-INT, :DB2-SWITCHSEQ-SINT,
055000                :DB2-FROMFUND, :DB2-TOFUND,
055100                :DB2-REQUESTDATE, :DB2-FUNDNAME,
055200                :DB2-ISSUEDATE, :DB2-POLICY-STATUS,
055300                :DB2-SUMASSURED-INT, :DB2-TERM-SINT,
055400                :DB2-ELAPSED-YEARS, :DB2-UNITFACTOR
055500     END-EXEC.
055600     EVALUATE SQLCODE
055700         WHEN 0
055800             CONTINUE
055900         WHEN 100
056000             MOVE 'Y' TO WS-DB2-EOF-SWITCH
056100         WHEN OTHER
056200             DISPLAY 'LGFSWR01 - CURSOR FETCH ERROR, SQLCODE='
056300                     SQLCODE
056400             GO TO 9999-EXIT
056500     END-EVALUATE.
056600 3000-EXIT.
056700     EXIT.
056800*****************************************************************
056900*    8000-FINALIZE                                             *
057000*****************************************************************
057100 8000-FINALIZE.
057200     EXEC SQL
057300         CLOSE PENDING-SWITCH
057400     END-EXEC.
057500     WRITE FS-REPORT-LINE FROM FS-BLANK-LINE.
057600     MOVE WS-DONE-COUNT      TO FS-S1-COUNT.
057700     WRITE FS-REPORT-LINE FROM FS-SUMMARY-LINE-1.
057800     MOVE WS-CHARGED-COUNT   TO FS-S2-COUNT.
057900     WRITE FS-REPORT-LINE FROM FS-SUMMARY-LINE-2.
058000     MOVE WS-WAITING-COUNT   TO FS-S3-COUNT.
058100     WRITE FS-REPORT-LINE FROM FS-SUMMARY-LINE-3.
058200     MOVE WS-CANCELLED-COUNT TO FS-S4-COUNT.
058300     WRITE FS-REPORT-LINE FROM FS-SUMMARY-LINE-4.
058400     CLOSE SWITCH-REPORT-FILE.
058500     MOVE 'E' TO RCTL-ACTION
058600     CALL 'LGRCTL01' USING RCTL-REQUEST.
058700 8000-EXIT.
058800     EXIT.
058900*****************************************************************
059000*    9999-EXIT - COMMON PROGRAM EXIT POINT                      *
059100*****************************************************************
059200 9999-EXIT.
059300     STOP RUN.
