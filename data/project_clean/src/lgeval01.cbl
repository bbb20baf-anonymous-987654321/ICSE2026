001141*    09/02/26  LGIT   DECLINED ('D') AND DEATH-SETTLED          *
001142*                     ('X') POLICIES EXCLUDED FROM THE          *
001143*                     LIVE-POLICY SELECTIONS                    *
001152*    10/15/26  LGIT   PAID-UP POLICIES VALUED AS FULLY ACCRUED  *
001162*                     ON THEIR REDUCED PAIDUPSUMASSURED         *
001171*    10/15/26  LGIT   UNIT HOLDING RESCALED BY FUND SWITCHES;   *
001181*                     SWITCHES IN THE YEAR LISTED UNDER EACH    *
001190*                     PLAN                                      *
001200*****************************************************************
001300 ENVIRONMENT DIVISION.
001400 CONFIGURATION SECTION.
003200 77  WS-STMT-COUNT               PIC 9(07) COMP-3 VALUE 0.
003300 77  WS-POLICY-COUNT             PIC 9(07) COMP-3 VALUE 0.
003400 77  WS-PREV-CUSTOMER            PIC S9(9) COMP VALUE -1.
003433 77  WS-SWITCH-EOF-SWITCH        PIC X(01) VALUE 'N'.
003466     88  WS-SWITCH-EOF                     VALUE 'Y'.
003500*****************************************************************
003500*    THE SUITE RUNS ON THE OPERATOR-CONTROLLED BUSINESS DATE -    *
003500*    THE SYSTEM CLOCK IS ONLY THE FALLBACK WHEN THE CONTROL ROW   *
004300     05  WS-RD-MM                PIC 9(02).
004400     05  FILLER                  PIC X(01) VALUE '/'.
004500     05  WS-RD-YYYY              PIC 9(04).
004512 01  WS-TODAY-DATE-ISO           PIC X(10).
004525 01  WS-TODAY-DATE-BRKDN         REDEFINES WS-TODAY-DATE-ISO.
004537     05  WS-TD-YYYY              PIC X(04).
004550     05  FILLER                  PIC X(01).
004562     05  WS-TD-MM                PIC X(02).
004575     05  FILLER                  PIC X(01).
004587     05  WS-TD-DD                PIC X(02).
004600*****************************************************************
004700*    DB2 ROWS                                                   *
004800*****************************************************************
005800 01  WS-ACCRUED-HOLDING          PIC S9(9)V99 COMP-3.
005900 01  WS-PLAN-VALUE               PIC S9(9)V99 COMP-3.
005910 01  DB2-BONUS-SUM               PIC S9(9)V99 COMP-3.
005919 01  DB2-UNITFACTOR              PIC S9(3)V9(6) COMP-3.
005928 01  DB2-SW-VALUEDATE            PIC X(10).
005937 01  DB2-SW-FROMFUND             PIC X(10).
005946 01  DB2-SW-TOFUND               PIC X(10).
005955 01  DB2-SW-UNITSOUT             PIC S9(9)V9(4) COMP-3.
005964 01  DB2-SW-PRICEOUT             PIC S9(5)V9(4) COMP-3.
005973 01  DB2-SW-UNITSIN              PIC S9(9)V9(4) COMP-3.
005982 01  DB2-SW-PRICEIN              PIC S9(5)V9(4) COMP-3.
005991 01  DB2-SW-CHARGE               PIC S9(5)V99 COMP-3.
006000*****************************************************************
006100*    STATEMENT LINE LAYOUTS                                    *
006200*****************************************************************
008300     05  EV-D-VALUE              PIC ZZZ,ZZZ,ZZ9.99.
008400     05  EV-D-NOTE               PIC X(20) VALUE SPACES.
008500     05  FILLER                  PIC X(59) VALUE SPACES.
008505 01  EV-SWITCH-LINE.
008510     05  FILLER                  PIC X(14) VALUE
008515         '    SWITCHED '.
008520     05  EV-W-VALUEDATE          PIC X(10).
008525     05  FILLER                  PIC X(02) VALUE SPACES.
008530     05  EV-W-FROMFUND           PIC X(10).
008535     05  FILLER                  PIC X(04) VALUE ' TO '.
008540     05  EV-W-TOFUND             PIC X(10).
008545     05  FILLER                  PIC X(02) VALUE SPACES.
008550     05  EV-W-UNITSOUT           PIC ZZZ,ZZZ,ZZ9.9999.
008555     05  FILLER                  PIC X(04) VALUE ' AT '.
008560     05  EV-W-PRICEOUT           PIC ZZ,ZZ9.9999.
008565     05  FILLER                  PIC X(06) VALUE ' FOR  '.
008570     05  EV-W-UNITSIN            PIC ZZZ,ZZZ,ZZ9.9999.
008575     05  FILLER                  PIC X(04) VALUE ' AT '.
008580     05  EV-W-PRICEIN            PIC ZZ,ZZ9.9999.
008585     05  FILLER                  PIC X(08) VALUE ' CHARGE '.
008590     05  EV-W-CHARGE             PIC ZZ,ZZ9.99.
008595     05  FILLER                  PIC X(01) VALUE SPACES.
008600 01  EV-SUMMARY-LINE.
008700     05  FILLER                  PIC X(20) VALUE SPACES.
008800     05  FILLER                  PIC X(24) VALUE
009500     EXEC SQL
009600         INCLUDE SQLCA
009700     END-EXEC.
009710*    A PAID-UP POLICY HOLDS ITS WHOLE REDUCED SUM ASSURED - NO
009720*    FURTHER PREMIUMS ARE DUE, SO IT IS VALUED AS FULLY ACCRUED
009800     EXEC SQL
009900         DECLARE VALUATION-ROW CURSOR FOR
010000           SELECT P.CUSTOMERNUMBER, C.FIRSTNAME, C.LASTNAME,
010066                  P.POLICYNUMBER, E.FUNDNAME,
010133                  COALESCE(E.PAIDUPSUMASSURED, E.SUMASSURED),
010200                  E.TERM,
010233                  CASE WHEN E.PAIDUPSUMASSURED IS NULL
010266                       THEN YEAR(CURRENT DATE)
010300                            - YEAR(DATE(P.ISSUEDATE))
010333                       ELSE E.TERM END,
010366                  COALESCE(E.UNITFACTOR, 1)
010400             FROM POLICY P,
010500                  CUSTOMER C,
010600                  ENDOWMENT E
010900              AND COALESCE(P.STATUS, ' ')
011000                  NOT IN ('C','L','M','S','D','X')
011100            ORDER BY P.CUSTOMERNUMBER, P.POLICYNUMBER
011107     END-EXEC.
011114*    FUND SWITCHES EXECUTED BY LGFSWR01 IN THE STATEMENT YEAR
011121     EXEC SQL
011128         DECLARE SWITCH-ROW CURSOR FOR
011135           SELECT CHAR(VALUATIONDATE, ISO), FROMFUND, TOFUND,
011142                  UNITSOUT, PRICEOUT, UNITSIN, PRICEIN,
011150                  SWITCHCHARGE
011157             FROM FUNDSWITCH
011164            WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
011171              AND STATUS = 'D'
011178              AND VALUATIONDATE >
011185                  DATE(:WS-TODAY-DATE-ISO) - 1 YEAR
011192            ORDER BY SWITCHSEQ
011200     END-EXEC.
011300 LINKAGE SECTION.
011400 PROCEDURE DIVISION.
013100     MOVE WS-CD-DD   TO WS-RD-DD
013200     MOVE WS-CD-MM   TO WS-RD-MM
013300     MOVE WS-CD-YYYY TO WS-RD-YYYY.
013316     MOVE WS-CD-YYYY TO WS-TD-YYYY
013333     MOVE WS-CD-MM   TO WS-TD-MM
013350     MOVE WS-CD-DD   TO WS-TD-DD
013366     MOVE '-'        TO WS-TODAY-DATE-ISO(5:1)
013383     MOVE '-'        TO WS-TODAY-DATE-ISO(8:1).
013400     MOVE WS-REPORT-DATE TO EV-H1-DATE.
013500     OPEN OUTPUT VALUATION-STMT-FILE.
013600     IF NOT WS-EVSTMT-OK
020800     IF DB2-ELAPSED-YEARS LESS THAN ZERO
020900         MOVE ZERO TO DB2-ELAPSED-YEARS
021000     END-IF.
021033*    EARLIER FUND SWITCHES (LGFSWR01) LEAVE THE HOLDING
021066*    RESCALED INTO UNITS OF THE CURRENT FUND
021100     COMPUTE WS-ACCRUED-HOLDING ROUNDED =
021200         DB2-SUMASSURED-INT * DB2-ELAPSED-YEARS
021300         / DB2-TERM-SINT * DB2-UNITFACTOR.
021400     COMPUTE WS-PLAN-VALUE ROUNDED =
021500         WS-ACCRUED-HOLDING * DB2-UNITPRICE.
021510*    DECLARED WITH-PROFITS BONUSES (LGWPB01) ARE PART OF THE
021900     MOVE WS-PLAN-VALUE     TO EV-D-VALUE.
022000     WRITE EV-STMT-LINE FROM EV-DETAIL-LINE.
022100     ADD 1 TO WS-POLICY-COUNT.
022150     PERFORM 2300-LIST-SWITCHES THRU 2300-EXIT.
022200 2200-EXIT.
022201     EXIT.
022203*****************************************************************
022205*    2300-LIST-SWITCHES - ONE LINE PER FUND SWITCH MADE IN THE  *
022207*    STATEMENT YEAR, UNDER THE PLAN IT WAS MADE ON              *
022208*****************************************************************
022210 2300-LIST-SWITCHES.
022212     MOVE 'N' TO WS-SWITCH-EOF-SWITCH.
022214     EXEC SQL
022216         OPEN SWITCH-ROW
022217     END-EXEC.
022219     IF SQLCODE NOT EQUAL 0
022221         DISPLAY 'LGEVAL01 - SWITCH CURSOR OPEN FAILED, SQLCODE='
022223                 SQLCODE
022225         GO TO 9999-EXIT
022226     END-IF.
022228     PERFORM 2350-FETCH-SWITCH THRU 2350-EXIT.
022230     PERFORM 2310-SWITCH-LINE THRU 2310-EXIT
022232         UNTIL WS-SWITCH-EOF.
022233     EXEC SQL
022235         CLOSE SWITCH-ROW
022237     END-EXEC.
022239 2300-EXIT.
022241     EXIT.
022242 2310-SWITCH-LINE.
022244     MOVE DB2-SW-VALUEDATE TO EV-W-VALUEDATE.
022246     MOVE DB2-SW-FROMFUND  TO EV-W-FROMFUND.
022248     MOVE DB2-SW-TOFUND    TO EV-W-TOFUND.
022250     MOVE DB2-SW-UNITSOUT  TO EV-W-UNITSOUT.
022251     MOVE DB2-SW-PRICEOUT  TO EV-W-PRICEOUT.
022253     MOVE DB2-SW-UNITSIN   TO EV-W-UNITSIN.
022255     MOVE DB2-SW-PRICEIN   TO EV-W-PRICEIN.
022257     MOVE DB2-SW-CHARGE    TO EV-W-CHARGE.
022258     WRITE EV-STMT-LINE FROM EV-SWITCH-LINE.
022260     PERFORM 2350-FETCH-SWITCH THRU 2350-EXIT.
022262 2310-EXIT.
022264     EXIT.
022266 2350-FETCH-SWITCH.
022267     EXEC SQL
022269         FETCH SWITCH-ROW
022271           INTO :DB2-SW-VALUEDATE, :DB2-SW-FROMFUND,
022273                :DB2-SW-TOFUND, :DB2-SW-UNITSOUT,
022275                :DB2-SW-PRICEOUT, :DB2-SW-UNITSIN,
022276                :DB2-SW-PRICEIN, :DB2-SW-CHARGE
022278     END-EXEC.
022280     EVALUATE SQLCODE
022282         WHEN 0
022283             CONTINUE
022285         WHEN 100
022287             MOVE 'Y' TO WS-SWITCH-EOF-SWITCH
022289         WHEN OTHER
022291             DISPLAY 'LGEVAL01 - SWITCH FETCH ERROR, SQLCODE='
022292                     SQLCODE
022294             GO TO 9999-EXIT
022296     END-EVALUATE.
022298 2350-EXIT.
022300     EXIT.
022400*****************************************************************
022500*    3000-FETCH-ROW                                            *
023000           INTO :DB2-CUSTOMERNUM-INT, :DB2-FIRSTNAME,
023100                :DB2-LASTNAME, :DB2-POLICYNUM-INT,
023200                :DB2-FUNDNAME, :DB2-SUMASSURED-INT,
023266                :DB2-TERM-SINT, :DB2-ELAPSED-YEARS,
023333                :DB2-UNITFACTOR
023400     END-EXEC.
023500     EVALUATE SQLCODE
023600         WHEN 0
