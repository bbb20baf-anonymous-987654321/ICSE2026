000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     LGERPJ01.
000300 AUTHOR.         LG INSURANCE IT - BATCH SUPPORT.
000400 INSTALLATION.   LG INSURANCE.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700 REMARKS.        ANNUAL MORTGAGE ENDOWMENT REPROJECTION RUN -
000800                 RUNS AFTER THE LGFNDL01 PRICE LOAD.  EVERY
000900                 IN-FORCE ENDOWMENT IS VALUED AS LGEVAL01 VALUES
001000                 IT, THEN PROJECTED TO MATURITY AT THE LOW, MID
001100                 AND HIGH GROWTH RATES FROM THAT VALUE, THE
001200                 REMAINING TERM AND THE PREMIUMS STILL TO COME.
001300                 THE PROJECTIONS ARE SET AGAINST THE TARGET
001400                 SUMASSURED TO RATE THE POLICY RED, AMBER OR
001500                 GREEN; THE MATCHING REPROJECTION LETTER GOES TO
001600                 THE PRINT BUREAU FILE AND IS INDEXED IN THE
001700                 POLICYDOCUMENT STORE.  THE CONTROL REPORT
001800                 COUNTS POLICIES BY RATING AND SHORTFALL BAND.
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
003000     SELECT REPROJ-LETTER-FILE ASSIGN TO RPJLTR
003100         ORGANIZATION IS SEQUENTIAL
003200         FILE STATUS IS WS-RPJLTR-STATUS.
003300     SELECT REPROJ-REPORT-FILE ASSIGN TO RPJRPT
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS WS-RPJRPT-STATUS.
003600 DATA DIVISION.
003700 FILE SECTION.
003800*****************************************************************
003900*    REPROJ-LETTER-FILE - ONE RECORD PER REPROJECTION LETTER FOR*
004000*    THE PRINT BUREAU.  LETTER TYPE IS THE RATING: 'R' RED,     *
004100*    'A' AMBER, 'G' GREEN.  THE LENDER IS PRINTED WHEN THE      *
004200*    POLICY IS ASSIGNED (LGASGN01)                              *
004300*****************************************************************
004400 FD  REPROJ-LETTER-FILE
004500     RECORDING MODE IS F.
004600 01  RL-LETTER-RECORD.
004700     05  RL-LETTER-TYPE          PIC X(01).
004800     05  RL-POLICYNUM            PIC 9(10).
004900     05  RL-CUSTOMERNUM          PIC 9(10).
005000     05  RL-CUSTOMER-NAME        PIC X(36).
005100     05  RL-LETTER-DATE          PIC X(10).
005200     05  RL-DOC-REFERENCE        PIC X(21).
005300     05  RL-TARGET               PIC 9(09).
005400     05  RL-CURRENT-VALUE        PIC 9(09)V99.
005500     05  RL-YEARS-LEFT           PIC 9(02).
005600     05  RL-ANNUAL-PREMIUM       PIC 9(09).
005700     05  RL-PROJ-LOW             PIC 9(09)V99.
005800     05  RL-PROJ-MID             PIC 9(09)V99.
005900     05  RL-PROJ-HIGH            PIC 9(09)V99.
006000     05  RL-SHORTFALL-MID        PIC 9(09)V99.
006100     05  RL-LENDER-NAME          PIC X(30).
006200     05  RL-LENDER-REF           PIC X(20).
006300     05  FILLER                  PIC X(27).
006400 FD  REPROJ-REPORT-FILE
006500     RECORDING MODE IS F.
006600 01  RP-REPORT-LINE              PIC X(133).
006700 WORKING-STORAGE SECTION.
006800*****************************************************************
006900*    FILE STATUS AND SWITCHES                                  *
007000*****************************************************************
007100 77  WS-RPJLTR-STATUS            PIC X(02) VALUE SPACES.
007200     88  WS-RPJLTR-OK                      VALUE '00'.
007300 77  WS-RPJRPT-STATUS            PIC X(02) VALUE SPACES.
007400     88  WS-RPJRPT-OK                      VALUE '00'.
007500 77  WS-DB2-EOF-SWITCH           PIC X(01) VALUE 'N'.
007600     88  WS-DB2-EOF                        VALUE 'Y'.
007700 77  WS-RED-COUNT                PIC 9(07) COMP-3 VALUE 0.
007800 77  WS-AMBER-COUNT              PIC 9(07) COMP-3 VALUE 0.
007900 77  WS-GREEN-COUNT              PIC 9(07) COMP-3 VALUE 0.
008000 77  WS-BAND-NONE-COUNT          PIC 9(07) COMP-3 VALUE 0.
008100 77  WS-BAND-LOW-COUNT           PIC 9(07) COMP-3 VALUE 0.
008200 77  WS-BAND-MID-COUNT           PIC 9(07) COMP-3 VALUE 0.
008300 77  WS-BAND-HIGH-COUNT          PIC 9(07) COMP-3 VALUE 0.
008400 77  WS-LETTER-COUNT             PIC 9(07) COMP-3 VALUE 0.
008500 77  WS-GONEAWAY-COUNT           PIC 9(07) COMP-3 VALUE 0.
008600 77  WS-NOPRICE-COUNT            PIC 9(07) COMP-3 VALUE 0.
008700*****************************************************************
008800*    REPROJECTION GROWTH RATES, PERCENT A YEAR, AND THE         *
008900*    SHORTFALL BAND LIMITS AS A PERCENTAGE OF THE TARGET.  A    *
009000*    POLICY IS GREEN WHEN EVEN THE LOW RATE REACHES THE TARGET, *
009100*    AMBER WHEN THE MID RATE DOES, RED WHEN THE MID RATE FALLS  *
009200*    SHORT                                                      *
009300*****************************************************************
009400 77  WS-LOW-RATE                 PIC S9(2)V99 COMP-3 VALUE 2.00.
009500 77  WS-MID-RATE                 PIC S9(2)V99 COMP-3 VALUE 5.00.
009600 77  WS-HIGH-RATE                PIC S9(2)V99 COMP-3 VALUE 8.00.
009700 77  WS-BAND-1-PCT               PIC S9(3)V99 COMP-3 VALUE 10.00.
009800 77  WS-BAND-2-PCT               PIC S9(3)V99 COMP-3 VALUE 25.00.
009900*****************************************************************
010000*    THE SUITE RUNS ON THE OPERATOR-CONTROLLED BUSINESS DATE -  *
010100*    THE SYSTEM CLOCK IS ONLY THE FALLBACK WHEN THE CONTROL ROW *
010200*    IS ABSENT, SO RERUNS AND LATE-RUNNING SCHEDULES KEEP THE   *
010300*    RIGHT DATED OUTPUT AND SELECTIONS                          *
010400*****************************************************************
010500 01  WS-BUSINESS-DATE.
010600     05  WS-BD-YYYY              PIC 9(04).
010700     05  FILLER                  PIC X(01).
010800     05  WS-BD-MM                PIC 9(02).
010900     05  FILLER                  PIC X(01).
011000     05  WS-BD-DD                PIC 9(02).
011100 01  WS-CURRENT-DATE-TIME.
011200     05  WS-CD-YYYY              PIC 9(04).
011300     05  WS-CD-MM                PIC 9(02).
011400     05  WS-CD-DD                PIC 9(02).
011500     05  FILLER                  PIC X(10).
011600 01  WS-CD-YYYYMMDD              REDEFINES WS-CURRENT-DATE-TIME.
011700     05  WS-CD-DATE8             PIC 9(08).
011800     05  FILLER                  PIC X(10).
011900 01  WS-REPORT-DATE.
012000     05  WS-RD-DD                PIC 9(02).
012100     05  FILLER                  PIC X(01) VALUE '/'.
012200     05  WS-RD-MM                PIC 9(02).
012300     05  FILLER                  PIC X(01) VALUE '/'.
012400     05  WS-RD-YYYY              PIC 9(04).
012500 01  WS-TODAY-DATE-ISO           PIC X(10).
012600 01  WS-TODAY-DATE-BRKDN         REDEFINES WS-TODAY-DATE-ISO.
012700     05  WS-TD-YYYY              PIC X(04).
012800     05  FILLER                  PIC X(01).
012900     05  WS-TD-MM                PIC X(02).
013000     05  FILLER                  PIC X(01).
013100     05  WS-TD-DD                PIC X(02).
013200*****************************************************************
013300*    DB2 ROWS                                                   *
013400*****************************************************************
013500 01  DB2-CUSTOMERNUM-INT         PIC S9(9) COMP.
013600 01  DB2-FIRSTNAME               PIC X(15).
013700 01  DB2-LASTNAME                PIC X(20).
013800 01  DB2-GONEAWAY-FLAG           PIC X(01).
013900 01  DB2-POLICYNUM-INT           PIC S9(9) COMP.
014000 01  DB2-POLICY-STATUS           PIC X(01).
014100 01  DB2-FUNDNAME                PIC X(10).
014200 01  DB2-TARGET-INT              PIC S9(9) COMP.
014300 01  DB2-SUMASSURED-INT          PIC S9(9) COMP.
014400 01  DB2-TERM-SINT               PIC S9(4) COMP.
014500 01  DB2-ELAPSED-YEARS           PIC S9(4) COMP.
014600 01  DB2-POLICY-YEARS            PIC S9(4) COMP.
014700 01  DB2-UNITFACTOR              PIC S9(3)V9(6) COMP-3.
014800 01  DB2-PAYMENT-INT             PIC S9(9) COMP.
014900 01  DB2-UNITPRICE               PIC S9(5)V9(4) COMP-3.
015000 01  DB2-BONUS-SUM               PIC S9(9)V99 COMP-3.
015100 01  DB2-LENDER-NAME             PIC X(30).
015200 01  DB2-LENDER-REF              PIC X(20).
015300 01  DB2-DOC-TYPE                PIC X(01) VALUE 'J'.
015400 01  DB2-DOC-REFERENCE           PIC X(21).
015500*****************************************************************
015600*    PROJECTION ARITHMETIC - THE CURRENT VALUE IS THE LGEVAL01  *
015700*    STATEMENT VALUE; EACH REMAINING YEAR THE ANNUAL PREMIUM IS *
015800*    ADDED AT THE START OF THE YEAR AND THE FUND GROWS AT THE   *
015900*    RATE FOR THE YEAR.  A PAID-UP POLICY PAYS NO PREMIUM       *
016000*****************************************************************
016100 01  WS-ACCRUED-HOLDING          PIC S9(9)V99 COMP-3.
016200 01  WS-CURRENT-VALUE            PIC S9(9)V99 COMP-3.
016300 01  WS-PREMIUM                  PIC S9(9)V99 COMP-3.
016400 01  WS-YEARS-LEFT               PIC S9(4) COMP.
016500 01  WS-GROWTH-RATE              PIC S9(2)V99 COMP-3.
016600 01  WS-PROJECTION               PIC S9(11)V99 COMP-3.
016700 01  WS-PROJ-LOW                 PIC S9(11)V99 COMP-3.
016800 01  WS-PROJ-MID                 PIC S9(11)V99 COMP-3.
016900 01  WS-PROJ-HIGH                PIC S9(11)V99 COMP-3.
017000 01  WS-SHORTFALL                PIC S9(11)V99 COMP-3.
017100 01  WS-SHORTFALL-PCT            PIC S9(5)V99 COMP-3.
017200 01  WS-RATING                   PIC X(01).
017300     88  WS-RATING-RED                     VALUE 'R'.
017400     88  WS-RATING-AMBER                   VALUE 'A'.
017500     88  WS-RATING-GREEN                   VALUE 'G'.
017600*****************************************************************
017700*    REPORT LINE LAYOUTS                                       *
017800*****************************************************************
017900 01  RP-HEADING-1.
018000     05  FILLER                  PIC X(43) VALUE
018100         'LG INSURANCE - ENDOWMENT REPROJECTION RUN'.
018200     05  FILLER                  PIC X(10) VALUE ' RUN DATE '.
018300     05  RP-H1-DATE              PIC X(10) VALUE SPACES.
018400     05  FILLER                  PIC X(70) VALUE SPACES.
018500 01  RP-HEADING-2.
018600     05  FILLER                  PIC X(50) VALUE
018700         '  POLICY      CUSTOMER       TARGET  CURRENT VALUE'.
018800     05  FILLER                  PIC X(50) VALUE
018900         '    LOW PROJECTN    MID PROJECTN   HIGH PROJECTN R'.
019000     05  FILLER                  PIC X(33) VALUE
019100         '  NOTE'.
019200 01  RP-DETAIL-LINE.
019300     05  FILLER                  PIC X(02) VALUE SPACES.
019400     05  RP-D-POLICYNUM          PIC 9(10).
019500     05  FILLER                  PIC X(02) VALUE SPACES.
019600     05  RP-D-CUSTOMERNUM        PIC 9(10).
019700     05  FILLER                  PIC X(01) VALUE SPACES.
019800     05  RP-D-TARGET             PIC ZZ,ZZZ,ZZ9.
019900     05  FILLER                  PIC X(01) VALUE SPACES.
020000     05  RP-D-CURRENT            PIC ZZZ,ZZZ,ZZ9.99.
020100     05  FILLER                  PIC X(02) VALUE SPACES.
020200     05  RP-D-PROJ-LOW           PIC ZZZ,ZZZ,ZZ9.99.
020300     05  FILLER                  PIC X(02) VALUE SPACES.
020400     05  RP-D-PROJ-MID           PIC ZZZ,ZZZ,ZZ9.99.
020500     05  FILLER                  PIC X(02) VALUE SPACES.
020600     05  RP-D-PROJ-HIGH          PIC ZZZ,ZZZ,ZZ9.99.
020700     05  FILLER                  PIC X(01) VALUE SPACES.
020800     05  RP-D-RATING             PIC X(01).
020900     05  FILLER                  PIC X(02) VALUE SPACES.
021000     05  RP-D-NOTE               PIC X(30).
021100     05  FILLER                  PIC X(01) VALUE SPACES.
021200 01  RP-BLANK-LINE               PIC X(133) VALUE SPACES.
021300 01  RP-SUMMARY-LINE.
021400     05  FILLER                  PIC X(20) VALUE SPACES.
021500     05  RP-S-LABEL              PIC X(36).
021600     05  RP-S-COUNT              PIC ZZZ,ZZ9.
021700     05  FILLER                  PIC X(70) VALUE SPACES.
021800     COPY LGRCTL.
021900     EXEC SQL
022000         INCLUDE SQLCA
022100     END-EXEC.
022200*    IN-FORCE ENDOWMENTS WITH THE HOLDING LGEVAL01 VALUES.  A
022300*    PAID-UP POLICY HOLDS ITS WHOLE REDUCED SUM ASSURED, BUT ITS
022400*    TARGET STAYS THE ORIGINAL SUMASSURED AND IT STILL GROWS TO
022500*    THE END OF THE TERM
022600     EXEC SQL
022700         DECLARE REPROJ-ROW CURSOR FOR
022800           SELECT P.CUSTOMERNUMBER, C.FIRSTNAME, C.LASTNAME,
022900                  COALESCE(C.GONEAWAYFLAG, 'N'),
023000                  P.POLICYNUMBER, COALESCE(P.STATUS, ' '),
023100                  E.FUNDNAME, E.SUMASSURED,
023200                  COALESCE(E.PAIDUPSUMASSURED, E.SUMASSURED),
023300                  E.TERM,
023400                  CASE WHEN E.PAIDUPSUMASSURED IS NULL
023500                       THEN YEAR(DATE(:WS-TODAY-DATE-ISO))
023600                            - YEAR(DATE(P.ISSUEDATE))
023700                       ELSE E.TERM END,
023800                  YEAR(DATE(:WS-TODAY-DATE-ISO))
023900                       - YEAR(DATE(P.ISSUEDATE)),
024000                  COALESCE(E.UNITFACTOR, 1),
024100                  COALESCE(P.PAYMENT, 0)
024200             FROM POLICY P,
024300                  CUSTOMER C,
024400                  ENDOWMENT E
024500            WHERE P.POLICYNUMBER = E.POLICYNUMBER
024600              AND P.CUSTOMERNUMBER = C.CUSTOMERNUMBER
024700              AND COALESCE(P.STATUS, ' ')
024800                  NOT IN ('C','L','M','S','D','X')
024900            ORDER BY P.CUSTOMERNUMBER, P.POLICYNUMBER
025000     END-EXEC.
025100 LINKAGE SECTION.
025200 PROCEDURE DIVISION.
025300*****************************************************************
025400*    0000-MAINLINE                                             *
025500*****************************************************************
025600 0000-MAINLINE SECTION.
025700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025800     PERFORM 2000-REPROJECT-POLICY THRU 2000-EXIT
025900         UNTIL WS-DB2-EOF.
026000     PERFORM 8000-FINALIZE THRU 8000-EXIT.
026100     GO TO 9999-EXIT.
026200 0000-MAINLINE-EXIT.
026300     EXIT.
026400*****************************************************************
026500*    1000-INITIALIZE                                           *
026600*****************************************************************
026700 1000-INITIALIZE.
026800     ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
026900     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
027000     MOVE 'S'        TO RCTL-ACTION
027100     MOVE 'LGERPJ01' TO RCTL-JOBNAME
027200     MOVE WS-CD-YYYY TO RCTL-BD-YYYY
027300     MOVE WS-CD-MM   TO RCTL-BD-MM
027400     MOVE WS-CD-DD   TO RCTL-BD-DD
027500     MOVE '-'        TO RCTL-BD-S1
027600     MOVE '-'        TO RCTL-BD-S2
027700     CALL 'LGRCTL01' USING RCTL-REQUEST
027800     IF RCTL-RC NOT EQUAL '00'
027900         DISPLAY 'LGERPJ01 - RUN CONTROL REFUSED, RC='
028000                 RCTL-RC ' PREREQ=' RCTL-PREREQ-MISSING
028100         GO TO 9999-EXIT
028200     END-IF.
028300     MOVE WS-CD-DD   TO WS-RD-DD
028400     MOVE WS-CD-MM   TO WS-RD-MM
028500     MOVE WS-CD-YYYY TO WS-RD-YYYY.
028600     MOVE WS-REPORT-DATE TO RP-H1-DATE.
028700     MOVE WS-CD-YYYY TO WS-TD-YYYY
028800     MOVE WS-CD-MM   TO WS-TD-MM
028900     MOVE WS-CD-DD   TO WS-TD-DD
029000     MOVE '-'        TO WS-TODAY-DATE-ISO(5:1)
029100     MOVE '-'        TO WS-TODAY-DATE-ISO(8:1).
029200     OPEN OUTPUT REPROJ-LETTER-FILE.
029300     IF NOT WS-RPJLTR-OK
029400         DISPLAY 'LGERPJ01 - RPJLTR OPEN FAILED, STATUS='
029500                 WS-RPJLTR-STATUS
029600         GO TO 9999-EXIT
029700     END-IF.
029800     OPEN OUTPUT REPROJ-REPORT-FILE.
029900     IF NOT WS-RPJRPT-OK
030000         DISPLAY 'LGERPJ01 - RPJRPT OPEN FAILED, STATUS='
030100                 WS-RPJRPT-STATUS
030200         GO TO 9999-EXIT
030300     END-IF.
030400     WRITE RP-REPORT-LINE FROM RP-HEADING-1.
030500     WRITE RP-REPORT-LINE FROM RP-BLANK-LINE.
030600     WRITE RP-REPORT-LINE FROM RP-HEADING-2.
030700     EXEC SQL
030800         OPEN REPROJ-ROW
030900     END-EXEC.
031000     IF SQLCODE NOT EQUAL 0
031100         DISPLAY 'LGERPJ01 - CURSOR OPEN FAILED, SQLCODE='
031200                 SQLCODE
031300         GO TO 9999-EXIT
031400     END-IF.
031500     PERFORM 3000-FETCH-ROW THRU 3000-EXIT.
031600 1000-EXIT.
031700     EXIT.
031800*****************************************************************
031900*    1050-GET-BUSINESS-DATE - OVERLAY THE CLOCK DATE WITH THE   *
032000*    BUSINESSDATE CONTROL ROW WHEN ONE IS SET                   *
032100*****************************************************************
032200 1050-GET-BUSINESS-DATE.
032300     EXEC SQL
032400         SELECT BUSINESSDATE
032500           INTO :WS-BUSINESS-DATE
032600           FROM BUSINESSDATE
032700          WHERE CONTROLID = 'LG'
032800     END-EXEC.
032900     IF SQLCODE EQUAL 0
033000         MOVE WS-BD-YYYY TO WS-CD-YYYY
033100         MOVE WS-BD-MM   TO WS-CD-MM
033200         MOVE WS-BD-DD   TO WS-CD-DD
033300     END-IF.
033400 1050-EXIT.
033500     EXIT.
033600*****************************************************************
033700*    2000-REPROJECT-POLICY - VALUE, PROJECT AND RATE ONE PLAN.  *
033800*    A FUND WITH NO PRICE ON FILE CANNOT BE VALUED AND IS ONLY  *
033900*    REPORTED.  A GONE-AWAY CUSTOMER IS RATED BUT NOT MAILED,   *
034000*    AS IN THE LGEVAL01 VALUATION MAILING                       *
034100*****************************************************************
034200 2000-REPROJECT-POLICY.
034300     MOVE SPACES TO RP-D-NOTE.
034400     PERFORM 2100-CURRENT-VALUE THRU 2100-EXIT.
034500     IF RP-D-NOTE NOT EQUAL SPACES
034600         MOVE ZERO TO WS-CURRENT-VALUE WS-PROJ-LOW WS-PROJ-MID
034700                      WS-PROJ-HIGH
034800         MOVE SPACE TO WS-RATING
034900         PERFORM 2600-REPORT-LINE THRU 2600-EXIT
035000         ADD 1 TO WS-NOPRICE-COUNT
035100         GO TO 2090-NEXT
035200     END-IF.
035300     PERFORM 2200-PROJECT-ALL-RATES THRU 2200-EXIT.
035400     PERFORM 2300-RATE-POLICY THRU 2300-EXIT.
035500     IF DB2-GONEAWAY-FLAG EQUAL 'Y'
035600         MOVE 'GONE AWAY - LETTER SUPPRESSED' TO RP-D-NOTE
035700         ADD 1 TO WS-GONEAWAY-COUNT
035800     ELSE
035900         PERFORM 2400-INDEX-DOCUMENT THRU 2400-EXIT
036000         PERFORM 2500-WRITE-LETTER THRU 2500-EXIT
036100     END-IF.
036200     PERFORM 2600-REPORT-LINE THRU 2600-EXIT.
036300 2090-NEXT.
036400     PERFORM 3000-FETCH-ROW THRU 3000-EXIT.
036500 2000-EXIT.
036600     EXIT.
036700*****************************************************************
036800*    2100-CURRENT-VALUE - ACCRUED HOLDING AT THE LATEST UNIT    *
036900*    PRICE PLUS DECLARED BONUSES, AS ON THE VALUATION STATEMENT *
037000*****************************************************************
037100 2100-CURRENT-VALUE.
037200     MOVE 0 TO DB2-UNITPRICE.
037300     EXEC SQL
037400         SELECT UNITPRICE
037500           INTO :DB2-UNITPRICE
037600           FROM FUNDPRICE
037700          WHERE FUNDNAME = :DB2-FUNDNAME
037800            AND PRICEDATE =
037900                ( SELECT MAX(PRICEDATE) FROM FUNDPRICE
038000                   WHERE FUNDNAME = :DB2-FUNDNAME )
038100     END-EXEC.
038200     IF SQLCODE EQUAL 100
038300         MOVE 'NO PRICE ON FILE - NOT RATED' TO RP-D-NOTE
038400         GO TO 2100-EXIT
038500     END-IF.
038600     IF SQLCODE NOT EQUAL 0
038700         DISPLAY 'LGERPJ01 - PRICE SELECT FAILED, SQLCODE='
038800                 SQLCODE
038900         GO TO 9999-EXIT
039000     END-IF.
039100     IF DB2-ELAPSED-YEARS GREATER THAN DB2-TERM-SINT
039200         MOVE DB2-TERM-SINT TO DB2-ELAPSED-YEARS
039300     END-IF.
039400     IF DB2-ELAPSED-YEARS LESS THAN ZERO
039500         MOVE ZERO TO DB2-ELAPSED-YEARS
039600     END-IF.
039700     IF DB2-TERM-SINT GREATER THAN ZERO
039800         COMPUTE WS-ACCRUED-HOLDING ROUNDED =
039900             DB2-SUMASSURED-INT * DB2-ELAPSED-YEARS
040000             / DB2-TERM-SINT * DB2-UNITFACTOR
040100     ELSE
040200         MOVE ZERO TO WS-ACCRUED-HOLDING
040300     END-IF.
040400     COMPUTE WS-CURRENT-VALUE ROUNDED =
040500         WS-ACCRUED-HOLDING * DB2-UNITPRICE.
040600     MOVE 0 TO DB2-BONUS-SUM.
040700     EXEC SQL
040800         SELECT COALESCE(SUM(BONUSAMOUNT), 0)
040900           INTO :DB2-BONUS-SUM
041000           FROM POLICYBONUS
041100          WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
041200     END-EXEC.
041300     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
041400         DISPLAY 'LGERPJ01 - BONUS SELECT FAILED, SQLCODE='
041500                 SQLCODE
041600         GO TO 9999-EXIT
041700     END-IF.
041800     ADD DB2-BONUS-SUM TO WS-CURRENT-VALUE.
041900 2100-EXIT.
042000     EXIT.
042100*****************************************************************
042200*    2200-PROJECT-ALL-RATES - REMAINING TERM RUNS FROM THE      *
042300*    CURRENT POLICY YEAR TO MATURITY                            *
042400*****************************************************************
042500 2200-PROJECT-ALL-RATES.
042600     COMPUTE WS-YEARS-LEFT = DB2-TERM-SINT - DB2-POLICY-YEARS.
042700     IF WS-YEARS-LEFT LESS THAN ZERO
042800         MOVE ZERO TO WS-YEARS-LEFT
042900     END-IF.
043000     IF DB2-POLICY-STATUS EQUAL 'P'
043100         MOVE ZERO TO WS-PREMIUM
043200     ELSE
043300         MOVE DB2-PAYMENT-INT TO WS-PREMIUM
043400     END-IF.
043500     MOVE WS-LOW-RATE TO WS-GROWTH-RATE.
043600     PERFORM 2210-PROJECT-ONE-RATE THRU 2210-EXIT.
043700     MOVE WS-PROJECTION TO WS-PROJ-LOW.
043800     MOVE WS-MID-RATE TO WS-GROWTH-RATE.
043900     PERFORM 2210-PROJECT-ONE-RATE THRU 2210-EXIT.
044000     MOVE WS-PROJECTION TO WS-PROJ-MID.
044100     MOVE WS-HIGH-RATE TO WS-GROWTH-RATE.
044200     PERFORM 2210-PROJECT-ONE-RATE THRU 2210-EXIT.
044300     MOVE WS-PROJECTION TO WS-PROJ-HIGH.
044400 2200-EXIT.
044500     EXIT.
044600 2210-PROJECT-ONE-RATE.
044700     MOVE WS-CURRENT-VALUE TO WS-PROJECTION.
044800     PERFORM 2220-GROW-ONE-YEAR THRU 2220-EXIT
044900         WS-YEARS-LEFT TIMES.
045000 2210-EXIT.
045100     EXIT.
045200 2220-GROW-ONE-YEAR.
045300     COMPUTE WS-PROJECTION ROUNDED =
045400         (WS-PROJECTION + WS-PREMIUM)
045500         * (100 + WS-GROWTH-RATE) / 100.
045600 2220-EXIT.
045700     EXIT.
045800*****************************************************************
045900*    2300-RATE-POLICY - RAG RATING AGAINST THE TARGET SUM AND   *
046000*    THE SHORTFALL BAND ON THE MID PROJECTION                   *
046100*****************************************************************
046200 2300-RATE-POLICY.
046300     IF WS-PROJ-LOW NOT LESS THAN DB2-TARGET-INT
046400         MOVE 'G' TO WS-RATING
046500         ADD 1 TO WS-GREEN-COUNT
046600     ELSE
046700         IF WS-PROJ-MID NOT LESS THAN DB2-TARGET-INT
046800             MOVE 'A' TO WS-RATING
046900             ADD 1 TO WS-AMBER-COUNT
047000         ELSE
047100             MOVE 'R' TO WS-RATING
047200             ADD 1 TO WS-RED-COUNT
047300         END-IF
047400     END-IF.
047500     MOVE ZERO TO WS-SHORTFALL WS-SHORTFALL-PCT.
047600     IF WS-PROJ-MID LESS THAN DB2-TARGET-INT
047700         COMPUTE WS-SHORTFALL = DB2-TARGET-INT - WS-PROJ-MID
047800         IF DB2-TARGET-INT GREATER THAN ZERO
047900             COMPUTE WS-SHORTFALL-PCT ROUNDED =
048000                 WS-SHORTFALL * 100 / DB2-TARGET-INT
048100         END-IF
048200     END-IF.
048300     EVALUATE TRUE
048400         WHEN WS-SHORTFALL EQUAL ZERO
048500             ADD 1 TO WS-BAND-NONE-COUNT
048600         WHEN WS-SHORTFALL-PCT NOT GREATER THAN WS-BAND-1-PCT
048700             ADD 1 TO WS-BAND-LOW-COUNT
048800         WHEN WS-SHORTFALL-PCT NOT GREATER THAN WS-BAND-2-PCT
048900             ADD 1 TO WS-BAND-MID-COUNT
049000         WHEN OTHER
049100             ADD 1 TO WS-BAND-HIGH-COUNT
049200     END-EVALUATE.
049300 2300-EXIT.
049400     EXIT.
049500*****************************************************************
049600*    2400-INDEX-DOCUMENT - THE LETTER IS KEPT IN THE POLICY     *
049700*    DOCUMENT STORE AS DOCTYPE 'J', REFERENCE 'RPJ' + POLICY +  *
049800*    RUN DATE.  A RERUN ON THE SAME BUSINESS DATE FINDS THE     *
049900*    LETTER ALREADY INDEXED AND REUSES THE ENTRY                *
050000*****************************************************************
050100 2400-INDEX-DOCUMENT.
050200     MOVE 'RPJ'             TO DB2-DOC-REFERENCE(1:3)
050300     MOVE DB2-POLICYNUM-INT TO RL-POLICYNUM
050400     MOVE RL-POLICYNUM      TO DB2-DOC-REFERENCE(4:10)
050500     MOVE WS-CD-DATE8       TO DB2-DOC-REFERENCE(14:8).
050600     EXEC SQL
050700         INSERT INTO POLICYDOCUMENT
050800                   ( POLICYNUMBER,
050900                     DOCTYPE,
051000                     DOCREFERENCE,
051100                     GENERATEDTIME )
051200            VALUES ( :DB2-POLICYNUM-INT,
051300                     :DB2-DOC-TYPE,
051400                     :DB2-DOC-REFERENCE,
051500                     CURRENT TIMESTAMP )
051600     END-EXEC.
051700     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL -803
051800         DISPLAY 'LGERPJ01 - DOCUMENT INSERT FAILED, SQLCODE='
051900                 SQLCODE
052000         GO TO 9999-EXIT
052100     END-IF.
052200 2400-EXIT.
052300     EXIT.
052400*****************************************************************
052500*    2500-WRITE-LETTER - LENDER DETAILS COME FROM THE ACTIVE    *
052600*    ASSIGNMENT, IF THE POLICY IS ASSIGNED                      *
052700*****************************************************************
052800 2500-WRITE-LETTER.
052900     MOVE SPACES TO DB2-LENDER-NAME DB2-LENDER-REF.
053000     EXEC SQL
053100         SELECT LENDERNAME, LENDERREF
053200           INTO :DB2-LENDER-NAME, :DB2-LENDER-REF
053300           FROM ENDOWASSIGNEE
053400          WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
053500            AND REASSIGNDATE IS NULL
053600     END-EXEC.
053700     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
053800         DISPLAY 'LGERPJ01 - ASSIGNEE SELECT, SQLCODE='
053900                 SQLCODE
054000         GO TO 9999-EXIT
054100     END-IF.
054200     MOVE SPACES TO RL-LETTER-RECORD.
054300     MOVE WS-RATING           TO RL-LETTER-TYPE.
054400     MOVE DB2-POLICYNUM-INT   TO RL-POLICYNUM.
054500     MOVE DB2-CUSTOMERNUM-INT TO RL-CUSTOMERNUM.
054600     STRING DB2-FIRSTNAME DELIMITED BY '  '
054700            ' ' DELIMITED BY SIZE
054800            DB2-LASTNAME DELIMITED BY SIZE
054900            INTO RL-CUSTOMER-NAME.
055000     MOVE WS-REPORT-DATE      TO RL-LETTER-DATE.
055100     MOVE DB2-DOC-REFERENCE   TO RL-DOC-REFERENCE.
055200     MOVE DB2-TARGET-INT      TO RL-TARGET.
055300     MOVE WS-CURRENT-VALUE    TO RL-CURRENT-VALUE.
055400     MOVE WS-YEARS-LEFT       TO RL-YEARS-LEFT.
055500     MOVE WS-PREMIUM          TO RL-ANNUAL-PREMIUM.
055600     MOVE WS-PROJ-LOW         TO RL-PROJ-LOW.
055700     MOVE WS-PROJ-MID         TO RL-PROJ-MID.
055800     MOVE WS-PROJ-HIGH        TO RL-PROJ-HIGH.
055900     MOVE WS-SHORTFALL        TO RL-SHORTFALL-MID.
056000     MOVE DB2-LENDER-NAME     TO RL-LENDER-NAME.
056100     MOVE DB2-LENDER-REF      TO RL-LENDER-REF.
056200     WRITE RL-LETTER-RECORD.
056300     ADD 1 TO WS-LETTER-COUNT.
056400     MOVE DB2-DOC-REFERENCE   TO RP-D-NOTE.
056500 2500-EXIT.
056600     EXIT.
056700*****************************************************************
056800*    2600-REPORT-LINE                                          *
056900*****************************************************************
057000 2600-REPORT-LINE.
057100     MOVE DB2-POLICYNUM-INT   TO RP-D-POLICYNUM.
057200     MOVE DB2-CUSTOMERNUM-INT TO RP-D-CUSTOMERNUM.
057300     MOVE DB2-TARGET-INT      TO RP-D-TARGET.
057400     MOVE WS-CURRENT-VALUE    TO RP-D-CURRENT.
057500     MOVE WS-PROJ-LOW         TO RP-D-PROJ-LOW.
057600     MOVE WS-PROJ-MID         TO RP-D-PROJ-MID.
057700     MOVE WS-PROJ-HIGH        TO RP-D-PROJ-HIGH.
057800     MOVE WS-RATING           TO RP-D-RATING.
057900     WRITE RP-REPORT-LINE FROM RP-DETAIL-LINE.
058000 2600-EXIT.
058100     EXIT.
058200*****************************************************************
058300*    3000-FETCH-ROW                                            *
058400*****************************************************************
058500 3000-FETCH-ROW.
058600     EXEC SQL
058700         FETCH REPROJ-ROW
058800           INTO :DB2-CUSTOMERNUM-INT, :DB2-FIRSTNAME,
058900                :DB2-LASTNAME, :DB2-GONEAWAY-FLAG,
059000                :DB2-POLICYNUM-INT, :DB2-POLICY-STATUS,
059100                :DB2-FUNDNAME, :DB2-TARGET-INT,
059200                :DB2-SUMASSURED-INT, :DB2-TERM-SINT,
059300                :DB2-ELAPSED-YEARS, :DB2-POLICY-YEARS,
059400                :DB2-UNITFACTOR, :DB2-PAYMENT-INT
059500     END-EXEC.
059600     EVALUATE SQLCODE
059700         WHEN 0
059800             CONTINUE
059900         WHEN 100
060000             MOVE 'Y' TO WS-DB2-EOF-SWITCH
060100         WHEN OTHER
060200             DISPLAY 'LGERPJ01 - CURSOR FETCH ERROR, SQLCODE='
060300                     SQLCODE
060400             GO TO 9999-EXIT
060500     END-EVALUATE.
060600 3000-EXIT.
060700     EXIT.
060800*****************************************************************
060900*    8000-FINALIZE                                             *
061000*****************************************************************
061100 8000-FINALIZE.
061200     EXEC SQL
061300         CLOSE REPROJ-ROW
061400     END-EXEC.
061500     WRITE RP-REPORT-LINE FROM RP-BLANK-LINE.
061600     MOVE 'RATED RED - MID PROJECTION SHORT' TO RP-S-LABEL.
061700     MOVE WS-RED-COUNT TO RP-S-COUNT.
061800     WRITE RP-REPORT-LINE FROM RP-SUMMARY-LINE.
061900     MOVE 'RATED AMBER - LOW PROJECTION SHORT' TO RP-S-LABEL.
062000     MOVE WS-AMBER-COUNT TO RP-S-COUNT.
062100     WRITE RP-REPORT-LINE FROM RP-SUMMARY-LINE.
062200     MOVE 'RATED GREEN - ON TRACK' TO RP-S-LABEL.
062300     MOVE WS-GREEN-COUNT TO RP-S-COUNT.
062400     WRITE RP-REPORT-LINE FROM RP-SUMMARY-LINE.
062500     WRITE RP-REPORT-LINE FROM RP-BLANK-LINE.
062600     MOVE 'MID SHORTFALL - NONE' TO RP-S-LABEL.
062700     MOVE WS-BAND-NONE-COUNT TO RP-S-COUNT.
062800     WRITE RP-REPORT-LINE FROM RP-SUMMARY-LINE.
062900     MOVE 'MID SHORTFALL - UP TO 10 PERCENT' TO RP-S-LABEL.
063000     MOVE WS-BAND-LOW-COUNT TO RP-S-COUNT.
063100     WRITE RP-REPORT-LINE FROM RP-SUMMARY-LINE.
063200     MOVE 'MID SHORTFALL - 10 TO 25 PERCENT' TO RP-S-LABEL.
063300     MOVE WS-BAND-MID-COUNT TO RP-S-COUNT.
063400     WRITE RP-REPORT-LINE FROM RP-SUMMARY-LINE.
063500     MOVE 'MID SHORTFALL - OVER 25 PERCENT' TO RP-S-LABEL.
063600     MOVE WS-BAND-HIGH-COUNT TO RP-S-COUNT.
063700     WRITE RP-REPORT-LINE FROM RP-SUMMARY-LINE.
063800     WRITE RP-REPORT-LINE FROM RP-BLANK-LINE.
063900     MOVE 'LETTERS WRITTEN AND INDEXED' TO RP-S-LABEL.
064000     MOVE WS-LETTER-COUNT TO RP-S-COUNT.
064100     WRITE RP-REPORT-LINE FROM RP-SUMMARY-LINE.
064200     MOVE 'LETTERS SUPPRESSED - GONE AWAY' TO RP-S-LABEL.
064300     MOVE WS-GONEAWAY-COUNT TO RP-S-COUNT.
064400     WRITE RP-REPORT-LINE FROM RP-SUMMARY-LINE.
064500     MOVE 'NOT RATED - NO FUND PRICE' TO RP-S-LABEL.
064600     MOVE WS-NOPRICE-COUNT TO RP-S-COUNT.
064700     WRITE RP-REPORT-LINE FROM RP-SUMMARY-LINE.
064800     CLOSE REPROJ-LETTER-FILE
064900           REPROJ-REPORT-FILE.
065000     MOVE 'E' TO RCTL-ACTION
065100     CALL 'LGRCTL01' USING RCTL-REQUEST.
065200 8000-EXIT.
065300     EXIT.
065400*****************************************************************
065500*    9999-EXIT - COMMON PROGRAM EXIT POINT                      *
065600*****************************************************************
065700 9999-EXIT.
065800     STOP RUN.
