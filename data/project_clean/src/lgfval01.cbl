000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     LGFVAL01.
000300 AUTHOR.         LG INSURANCE IT - BATCH SUPPORT.
000400 INSTALLATION.   LG INSURANCE.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700 REMARKS.        PRODUCT FAIR-VALUE ASSESSMENT PACK - ANNUAL OR
000800                 ON DEMAND.  OVER THE TWELVE MONTHS TO THE
000900                 BUSINESS DATE, FOR EACH POLICY TYPE AND EACH
001000                 ADD-ON SET UP IN PRODUCTADDON, REPORTS CLAIMS
001100                 FREQUENCY, CLAIM ACCEPTANCE AND DECLINE RATES,
001200                 AVERAGE PAYOUT AGAINST AVERAGE PREMIUM,
001300                 COMMISSION AS A SHARE OF PREMIUM, CANCELLATIONS
001400                 WITHIN THIRTY DAYS OF COVER STARTING AND THE
001500                 COMPLAINT RATE.  A PRODUCT THAT BREACHES A
001600                 PRODUCTCONFIG THRESHOLD IS FLAGGED ON THE PACK
001700                 AND RAISED ON PRODUCTREVIEW FOR PRODUCT
001800                 GOVERNANCE.
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
003000     SELECT VALUE-REPORT-FILE ASSIGN TO FVALRPT
003100         ORGANIZATION IS SEQUENTIAL
003200         FILE STATUS IS WS-FVALRPT-STATUS.
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  VALUE-REPORT-FILE
003600     RECORDING MODE IS F.
003700 01  FV-REPORT-LINE              PIC X(133).
003800 WORKING-STORAGE SECTION.
003900*****************************************************************
004000*    FILE STATUS, SWITCHES AND COUNTERS                        *
004100*****************************************************************
004200 77  WS-FVALRPT-STATUS           PIC X(02) VALUE SPACES.
004300     88  WS-FVALRPT-OK                     VALUE '00'.
004400 77  WS-POL-EOF-SWITCH           PIC X(01) VALUE 'N'.
004500     88  WS-POL-EOF                        VALUE 'Y'.
004600 77  WS-ADDON-SWITCH             PIC X(01) VALUE 'N'.
004700     88  WS-ASSESSING-ADDONS               VALUE 'Y'.
004800 77  WS-BREACH-SWITCH            PIC X(01) VALUE 'N'.
004900     88  WS-PRODUCT-BREACHED               VALUE 'Y'.
005000 77  WS-PRODUCT-COUNT            PIC S9(9) COMP VALUE +0.
005100 77  WS-FLAGGED-COUNT            PIC S9(9) COMP VALUE +0.
005200 77  WS-REVIEW-COUNT             PIC S9(9) COMP VALUE +0.
005300 77  WS-MEASURE-INDEX            PIC S9(4) COMP VALUE +0.
005400 77  WS-WINDOW-MONTHS            PIC S9(4) COMP VALUE +12.
005500 77  WS-EARLY-CANCEL-DAYS        PIC S9(4) COMP VALUE +30.
005600*****************************************************************
005700*    THE MEASURES.  ENTRY 1 IS THE MINIMUM NUMBER OF POLICIES A  *
005800*    PRODUCT NEEDS BEFORE ITS RATES ARE TESTED - BELOW IT THE    *
005900*    PACK MARKS THE LINE LOW VOLUME AND RAISES NOTHING.  EACH    *
006000*    OTHER ENTRY IS TESTED AS A FLOOR ('L') OR A CEILING ('H');  *
006100*    A FLOOR OF ZERO IS NOT TESTED.  THRESHOLDS COME FROM        *
006200*    PRODUCTCONFIG (SUITE-WIDE, BLANK POLICY TYPE), THESE VALUES *
006300*    WHEN NO ROW IS SET                                          *
006400*****************************************************************
006500 01  WS-MEASURE-KEYS.
006600     05  FILLER                  PIC X(12) VALUE 'FVMINPOLS'.
006700     05  FILLER                  PIC X(12) VALUE 'FVMINFREQPCT'.
006800     05  FILLER                  PIC X(12) VALUE 'FVMAXDECPCT'.
006900     05  FILLER                  PIC X(12) VALUE 'FVMINVALPCT'.
007000     05  FILLER                  PIC X(12) VALUE 'FVMAXCOMPCT'.
007100     05  FILLER                  PIC X(12) VALUE 'FVMAXCNCPCT'.
007200     05  FILLER                  PIC X(12) VALUE 'FVMAXCMPLRT'.
007300 01  WS-MEASURE-KEY-TABLE REDEFINES WS-MEASURE-KEYS.
007400     05  WS-MEASURE-KEY          OCCURS 7 TIMES PIC X(12).
007500 01  WS-DEFAULT-THRESHOLDS.
007600     05  FILLER                  PIC S9(7)V99 COMP-3 VALUE +30.
007700     05  FILLER                  PIC S9(7)V99 COMP-3 VALUE +0.
007800     05  FILLER                  PIC S9(7)V99 COMP-3 VALUE +25.
007900     05  FILLER                  PIC S9(7)V99 COMP-3 VALUE +40.
008000     05  FILLER                  PIC S9(7)V99 COMP-3 VALUE +35.
008100     05  FILLER                  PIC S9(7)V99 COMP-3 VALUE +10.
008200     05  FILLER                  PIC S9(7)V99 COMP-3 VALUE +5.
008300 01  WS-DEFAULT-THRESHOLD-TABLE REDEFINES WS-DEFAULT-THRESHOLDS.
008400     05  WS-DEFAULT-THRESHOLD    OCCURS 7 TIMES
008500                                 PIC S9(7)V99 COMP-3.
008600 01  WS-MEASURE-NAMES.
008700     05  FILLER                  PIC X(09) VALUE 'LVOLUME  '.
008800     05  FILLER                  PIC X(09) VALUE 'LFREQUENC'.
008900     05  FILLER                  PIC X(09) VALUE 'HDECLINE '.
009000     05  FILLER                  PIC X(09) VALUE 'LVALUE   '.
009100     05  FILLER                  PIC X(09) VALUE 'HCOMMISSN'.
009200     05  FILLER                  PIC X(09) VALUE 'HEARLYCNC'.
009300     05  FILLER                  PIC X(09) VALUE 'HCOMPLNT '.
009400 01  WS-MEASURE-NAME-TABLE REDEFINES WS-MEASURE-NAMES.
009500     05  WS-MEASURE-ENTRY        OCCURS 7 TIMES.
009600         10  WS-MEASURE-DIRECTION
009700                                 PIC X(01).
009800         10  WS-MEASURE-CODE     PIC X(08).
009900 01  WS-MEASURE-LABELS.
010000     05  FILLER                  PIC X(32)
010100                                 VALUE 'POLICIES ON COVER'.
010200     05  FILLER                  PIC X(32)
010300                                 VALUE 'CLAIMS PER 100 POLICIES'.
010400     05  FILLER                  PIC X(32)
010500                                 VALUE 'CLAIMS DECLINED PCT'.
010600     05  FILLER                  PIC X(32)
010700         VALUE 'CLAIMS PAID PCT OF PREMIUM'.
010800     05  FILLER                  PIC X(32)
010900         VALUE 'COMMISSION PCT OF PREMIUM'.
011000     05  FILLER                  PIC X(32)
011100                                 VALUE 'CANCELLED IN 30 DAYS PCT'.
011200     05  FILLER                  PIC X(32)
011300         VALUE 'COMPLAINTS PER 1000 POLICIES'.
011400 01  WS-MEASURE-LABEL-TABLE REDEFINES WS-MEASURE-LABELS.
011500     05  WS-MEASURE-LABEL        OCCURS 7 TIMES PIC X(32).
011600 01  WS-THRESHOLD-TABLE.
011700     05  WS-THRESHOLD            OCCURS 7 TIMES
011800                                 PIC S9(7)V99 COMP-3.
011900 01  WS-RESULT-TABLE.
012000     05  WS-RESULT               OCCURS 7 TIMES
012100                                 PIC S9(7)V99 COMP-3.
012200*****************************************************************
012300*    THE PRODUCT OR ADD-ON BEING ACCUMULATED FROM ITS POLICIES   *
012400*****************************************************************
012500 01  WS-FV-TOTALS.
012600     05  WS-FV-KEY.
012700         10  WS-FV-POLICYTYPE    PIC X(01).
012800         10  WS-FV-ADDONCODE     PIC X(03).
012900     05  WS-FV-POLICIES          PIC S9(9) COMP.
013000     05  WS-FV-NEW-TERMS         PIC S9(9) COMP.
013100     05  WS-FV-EARLY-CANCELS     PIC S9(9) COMP.
013200     05  WS-FV-CLAIMS            PIC S9(9) COMP.
013300     05  WS-FV-ACCEPTED          PIC S9(9) COMP.
013400     05  WS-FV-DECLINED          PIC S9(9) COMP.
013500     05  WS-FV-COMPLAINTS        PIC S9(9) COMP.
013600     05  WS-FV-PREMIUM           PIC S9(11)V99 COMP-3.
013700     05  WS-FV-PAID              PIC S9(11)V99 COMP-3.
013800     05  WS-FV-COMMISSION        PIC S9(11)V99 COMP-3.
013900 01  WS-ACCEPT-PCT               PIC S9(7)V99 COMP-3 VALUE 0.
014000 01  WS-AVG-PAYOUT               PIC S9(9)V99 COMP-3 VALUE 0.
014100 01  WS-AVG-PREMIUM              PIC S9(9)V99 COMP-3 VALUE 0.
014200 01  WS-DECIDED                  PIC S9(9) COMP VALUE +0.
014300*****************************************************************
014400*    THE SUITE RUNS ON THE OPERATOR-CONTROLLED BUSINESS DATE -    *
014500*    THE SYSTEM CLOCK IS ONLY THE FALLBACK WHEN THE CONTROL ROW   *
014600*    IS ABSENT, SO RERUNS AND LATE-RUNNING SCHEDULES KEEP THE     *
014700*    RIGHT DATED OUTPUT AND SELECTIONS                            *
014800*****************************************************************
014900 01  WS-BUSINESS-DATE.
015000     05  WS-BD-YYYY              PIC 9(04).
015100     05  FILLER                  PIC X(01).
015200     05  WS-BD-MM                PIC 9(02).
015300     05  FILLER                  PIC X(01).
015400     05  WS-BD-DD                PIC 9(02).
015500 01  WS-CURRENT-DATE-TIME.
015600     05  WS-CD-YYYY              PIC 9(04).
015700     05  WS-CD-MM                PIC 9(02).
015800     05  WS-CD-DD                PIC 9(02).
015900     05  FILLER                  PIC X(10).
016000 01  WS-RUNDATE-ISO              PIC X(10).
016100 01  WS-RUNDATE-BRKDN            REDEFINES WS-RUNDATE-ISO.
016200     05  WS-RI-YYYY              PIC 9(04).
016300     05  FILLER                  PIC X(01).
016400     05  WS-RI-MM                PIC 9(02).
016500     05  FILLER                  PIC X(01).
016600     05  WS-RI-DD                PIC 9(02).
016700 01  WS-WINSTART-ISO             PIC X(10) VALUE SPACES.
016800*****************************************************************
016900*    DB2 HOST VARIABLES                                        *
017000*****************************************************************
017100 01  DB2-CONFIG-KEY              PIC X(12).
017200 01  DB2-CONFIG-VALUE            PIC S9(7)V99 COMP-3.
017300 01  DB2-VALUE-ROW.
017400     05  DB2-POLICYTYPE          PIC X(01).
017500     05  DB2-ADDONCODE           PIC X(03).
017600     05  DB2-PREMIUM             PIC S9(9)V99 COMP-3.
017700     05  DB2-COMMRATE            PIC S9(3)V99 COMP-3.
017800     05  DB2-NEW-TERM            PIC S9(9) COMP.
017900     05  DB2-EARLY-CANCEL        PIC S9(9) COMP.
018000     05  DB2-CLAIMS              PIC S9(9) COMP.
018100     05  DB2-ACCEPTED            PIC S9(9) COMP.
018200     05  DB2-DECLINED            PIC S9(9) COMP.
018300     05  DB2-PAID                PIC S9(11)V99 COMP-3.
018400     05  DB2-COMPLAINTS          PIC S9(9) COMP.
018500 01  DB2-REVIEW-ROW.
018600     05  DB2-RV-MEASURE          PIC X(08).
018700     05  DB2-RV-VALUE            PIC S9(7)V99 COMP-3.
018800     05  DB2-RV-THRESHOLD        PIC S9(7)V99 COMP-3.
018900*****************************************************************
019000*    REPORT LINE LAYOUTS                                       *
019100*****************************************************************
019200 01  FV-HEADING-1.
019300     05  FILLER                  PIC X(48) VALUE
019400         'LG INSURANCE - PRODUCT FAIR-VALUE ASSESSMENT'.
019500     05  FILLER                  PIC X(08) VALUE 'PERIOD '.
019600     05  FV-H1-FROM              PIC X(10) VALUE SPACES.
019700     05  FILLER                  PIC X(04) VALUE ' TO '.
019800     05  FV-H1-TO                PIC X(10) VALUE SPACES.
019900     05  FILLER                  PIC X(53) VALUE SPACES.
020000 01  FV-SECTION-TYPE.
020100     05  FILLER                  PIC X(60) VALUE
020200         'POLICY TYPES'.
020300     05  FILLER                  PIC X(73) VALUE SPACES.
020400 01  FV-SECTION-ADDON.
020500     05  FILLER                  PIC X(60) VALUE
020600         'ADD-ONS - CLAIMS ON THE POLICIES CARRYING THE ADD-ON'.
020700     05  FILLER                  PIC X(73) VALUE SPACES.
020800 01  FV-HEADING-2.
020900     05  FILLER                  PIC X(02) VALUE SPACES.
021000     05  FILLER                  PIC X(10) VALUE 'TYPE ADDON'.
021100     05  FILLER                  PIC X(08) VALUE 'POLICIES'.
021200     05  FILLER                  PIC X(07) VALUE ' CLAIMS'.
021300     05  FILLER                  PIC X(07) VALUE ' FREQ%'.
021400     05  FILLER                  PIC X(07) VALUE '  ACC%'.
021500     05  FILLER                  PIC X(07) VALUE '  DEC%'.
021600     05  FILLER                  PIC X(13) VALUE '   AVG PAYOUT'.
021700     05  FILLER                  PIC X(11) VALUE '   AVG PREM'.
021800     05  FILLER                  PIC X(08) VALUE ' VALUE%'.
021900     05  FILLER                  PIC X(07) VALUE ' COMM%'.
022000     05  FILLER                  PIC X(07) VALUE ' CNC30'.
022100     05  FILLER                  PIC X(07) VALUE '  CNC%'.
022200     05  FILLER                  PIC X(07) VALUE ' COMPL'.
022300     05  FILLER                  PIC X(08) VALUE ' PER1000'.
022400     05  FILLER                  PIC X(17) VALUE ' FLAG'.
022500 01  FV-DETAIL-LINE.
022600     05  FILLER                  PIC X(02) VALUE SPACES.
022700     05  FV-D-POLICYTYPE         PIC X(01).
022800     05  FILLER                  PIC X(04) VALUE SPACES.
022900     05  FV-D-ADDONCODE          PIC X(03).
023000     05  FILLER                  PIC X(03) VALUE SPACES.
023100     05  FV-D-POLICIES           PIC ZZZ,ZZ9.
023200     05  FILLER                  PIC X(01) VALUE SPACES.
023300     05  FV-D-CLAIMS             PIC ZZ,ZZ9.
023400     05  FILLER                  PIC X(01) VALUE SPACES.
023500     05  FV-D-FREQ               PIC ZZ9.99.
023600     05  FILLER                  PIC X(01) VALUE SPACES.
023700     05  FV-D-ACCEPT             PIC ZZ9.99.
023800     05  FILLER                  PIC X(01) VALUE SPACES.
023900     05  FV-D-DECLINE            PIC ZZ9.99.
024000     05  FILLER                  PIC X(01) VALUE SPACES.
024100     05  FV-D-AVG-PAYOUT         PIC Z,ZZZ,ZZ9.99.
024200     05  FILLER                  PIC X(01) VALUE SPACES.
024300     05  FV-D-AVG-PREMIUM        PIC ZZZ,ZZ9.99.
024400     05  FILLER                  PIC X(01) VALUE SPACES.
024500     05  FV-D-VALUE              PIC ZZZ9.99.
024600     05  FV-D-VALUE-X            REDEFINES FV-D-VALUE
024700                                 PIC X(07).
024800     05  FILLER                  PIC X(01) VALUE SPACES.
024900     05  FV-D-COMMISSION         PIC ZZ9.99.
025000     05  FILLER                  PIC X(01) VALUE SPACES.
025100     05  FV-D-EARLY-CANCELS      PIC ZZ,ZZ9.
025200     05  FILLER                  PIC X(01) VALUE SPACES.
025300     05  FV-D-CANCEL-PCT         PIC ZZ9.99.
025400     05  FILLER                  PIC X(01) VALUE SPACES.
025500     05  FV-D-COMPLAINTS         PIC ZZ,ZZ9.
025600     05  FILLER                  PIC X(01) VALUE SPACES.
025700     05  FV-D-COMPLAINT-RATE     PIC ZZZ9.99.
025800     05  FILLER                  PIC X(01) VALUE SPACES.
025900     05  FV-D-FLAG               PIC X(10).
026000     05  FILLER                  PIC X(06) VALUE SPACES.
026100 01  FV-BREACH-LINE.
026200     05  FILLER                  PIC X(12) VALUE SPACES.
026300     05  FILLER                  PIC X(12) VALUE '** REVIEW - '.
026400     05  FV-B-LABEL              PIC X(32).
026500     05  FILLER                  PIC X(01) VALUE SPACES.
026600     05  FV-B-RESULT             PIC Z,ZZZ,ZZ9.99.
026700     05  FILLER                  PIC X(01) VALUE SPACES.
026800     05  FV-B-SENSE              PIC X(09).
026900     05  FILLER                  PIC X(01) VALUE SPACES.
027000     05  FV-B-THRESHOLD          PIC Z,ZZZ,ZZ9.99.
027100     05  FILLER                  PIC X(41) VALUE SPACES.
027200 01  FV-TOTAL-LINE.
027300     05  FILLER                  PIC X(02) VALUE SPACES.
027400     05  FILLER                  PIC X(20) VALUE
027500         'PRODUCTS ASSESSED'.
027600     05  FV-T-PRODUCTS           PIC ZZZ,ZZ9.
027700     05  FILLER                  PIC X(04) VALUE SPACES.
027800     05  FILLER                  PIC X(20) VALUE
027900         'FLAGGED FOR REVIEW'.
028000     05  FV-T-FLAGGED            PIC ZZZ,ZZ9.
028100     05  FILLER                  PIC X(04) VALUE SPACES.
028200     05  FILLER                  PIC X(20) VALUE
028300         'BREACHES RAISED'.
028400     05  FV-T-REVIEWS            PIC ZZZ,ZZ9.
028500     05  FILLER                  PIC X(42) VALUE SPACES.
028600 01  FV-BLANK-LINE               PIC X(133) VALUE SPACES.
028700     EXEC SQL
028800         INCLUDE SQLCA
028900     END-EXEC.
029000     COPY LGRCTL.
029100*****************************************************************
029200*    ONE ROW PER POLICY ON COVER AT ANY POINT IN THE PERIOD, BY  *
029300*    POLICY TYPE.  PREMIUM AND PAYOUTS ARE AT OUR CO-INSURANCE   *
029400*    SHARE AS THE LOSS-RATIO REPORT HOLDS THEM.  A CLAIM COUNTS  *
029500*    WHEN IT WAS MADE IN THE PERIOD; IT IS ACCEPTED ONCE ANY     *
029600*    SETTLEMENT IS PAID AND DECLINED WHEN CLOSED WITH NOTHING    *
029700*    PAID - OPEN AND REFERRED CLAIMS ARE NEITHER.  A TERM THAT   *
029800*    STARTED IN THE PERIOD IS AN EARLY CANCELLATION WHEN THE     *
029900*    POLICY WAS CANCELLED WITHIN THIRTY DAYS OF ITS ISSUE DATE.  *
030000*****************************************************************
030100     EXEC SQL
030200         DECLARE FV-TYPE CURSOR FOR
030300           SELECT P.POLICYTYPE,
030400                  '   ',
030500                  P.PAYMENT * COALESCE(B.OURSHAREPCT, 100) / 100,
030600                  COALESCE(K.COMMISSIONRATE, 0),
030700                  CASE WHEN P.ISSUEDATE >= :WS-WINSTART-ISO
030800                       THEN 1 ELSE 0 END,
030900                  CASE WHEN P.ISSUEDATE >= :WS-WINSTART-ISO
031000                        AND P.STATUS = 'C'
031100                        AND P.CANCELDATE IS NOT NULL
031200                        AND DAYS(DATE(P.CANCELDATE))
031300                          - DAYS(DATE(P.ISSUEDATE))
031400                            <= :WS-EARLY-CANCEL-DAYS
031500                       THEN 1 ELSE 0 END,
031600                  ( SELECT COUNT(*)
031700                      FROM CLAIM C
031800                     WHERE C.POLICYNUMBER = P.POLICYNUMBER
031900                       AND C.CLAIMDATE >= :WS-WINSTART-ISO
032000                       AND C.CLAIMDATE <= :WS-RUNDATE-ISO ),
032100                  ( SELECT COUNT(*)
032200                      FROM CLAIM C
032300                     WHERE C.POLICYNUMBER = P.POLICYNUMBER
032400                       AND C.CLAIMDATE >= :WS-WINSTART-ISO
032500                       AND C.CLAIMDATE <= :WS-RUNDATE-ISO
032600                       AND COALESCE(C.SETTLEDAMOUNT, 0) > 0 ),
032700                  ( SELECT COUNT(*)
032800                      FROM CLAIM C
032900                     WHERE C.POLICYNUMBER = P.POLICYNUMBER
033000                       AND C.CLAIMDATE >= :WS-WINSTART-ISO
033100                       AND C.CLAIMDATE <= :WS-RUNDATE-ISO
033200                       AND C.STATUS = 'C'
033300                       AND COALESCE(C.SETTLEDAMOUNT, 0) = 0 ),
033400                  COALESCE(
033500                  ( SELECT SUM(C.SETTLEDAMOUNT)
033600                      FROM CLAIM C
033700                     WHERE C.POLICYNUMBER = P.POLICYNUMBER
033800                       AND C.CLAIMDATE >= :WS-WINSTART-ISO
033900                       AND C.CLAIMDATE <= :WS-RUNDATE-ISO ), 0)
034000                  * COALESCE(B.OURSHAREPCT, 100) / 100,
034100                  ( SELECT COUNT(*)
034200                      FROM COMPLAINT M
034300                     WHERE M.POLICYNUMBER = P.POLICYNUMBER
034400                       AND M.COMPLAINTDATE >= :WS-WINSTART-ISO
034500                       AND M.COMPLAINTDATE <= :WS-RUNDATE-ISO )
034600             FROM POLICY P
034700             LEFT OUTER JOIN COMMERCIAL B
034800               ON B.POLICYNUMBER = P.POLICYNUMBER
034900             LEFT OUTER JOIN BROKER K
035000               ON K.BROKERID = P.BROKERID
035100            WHERE P.EXPIRYDATE >= :WS-WINSTART-ISO
035200              AND P.ISSUEDATE  <= :WS-RUNDATE-ISO
035300              AND COALESCE(P.STATUS, ' ') <> 'D'
035400            ORDER BY P.POLICYTYPE
035500     END-EXEC.
035600*****************************************************************
035700*    THE SAME FOR EACH ADD-ON CARRIED BY THOSE POLICIES, WHERE   *
035800*    THE ADD-ON IS ONE SET UP FOR THE POLICY TYPE.  THE PREMIUM  *
035900*    AND COMMISSION ARE THE ADD-ON'S OWN.  A CLAIM IS NOT TIED   *
036000*    TO THE ADD-ON IT FALLS UNDER, SO THE CLAIMS EXPERIENCE IS   *
036100*    THAT OF THE POLICIES CARRYING THE ADD-ON.                   *
036200*****************************************************************
036300     EXEC SQL
036400         DECLARE FV-ADDON CURSOR FOR
036500           SELECT P.POLICYTYPE,
036600                  A.ADDONCODE,
036700                  A.ADDONPREMIUM,
036800                  COALESCE(K.COMMISSIONRATE, 0),
036900                  CASE WHEN P.ISSUEDATE >= :WS-WINSTART-ISO
037000                       THEN 1 ELSE 0 END,
037100                  CASE WHEN P.ISSUEDATE >= :WS-WINSTART-ISO
037200                        AND P.STATUS = 'C'
037300                        AND P.CANCELDATE IS NOT NULL
037400                        AND DAYS(DATE(P.CANCELDATE))
037500                          - DAYS(DATE(P.ISSUEDATE))
037600                            <= :WS-EARLY-CANCEL-DAYS
037700                       THEN 1 ELSE 0 END,
037800                  ( SELECT COUNT(*)
037900                      FROM CLAIM C
038000                     WHERE C.POLICYNUMBER = P.POLICYNUMBER
038100                       AND C.CLAIMDATE >= :WS-WINSTART-ISO
038200                       AND C.CLAIMDATE <= :WS-RUNDATE-ISO ),
038300                  ( SELECT COUNT(*)
038400                      FROM CLAIM C
038500                     WHERE C.POLICYNUMBER = P.POLICYNUMBER
038600                       AND C.CLAIMDATE >= :WS-WINSTART-ISO
038700                       AND C.CLAIMDATE <= :WS-RUNDATE-ISO
038800                       AND COALESCE(C.SETTLEDAMOUNT, 0) > 0 ),
038900                  ( SELECT COUNT(*)
039000                      FROM CLAIM C
039100                     WHERE C.POLICYNUMBER = P.POLICYNUMBER
039200                       AND C.CLAIMDATE >= :WS-WINSTART-ISO
039300                       AND C.CLAIMDATE <= :WS-RUNDATE-ISO
039400                       AND C.STATUS = 'C'
039500                       AND COALESCE(C.SETTLEDAMOUNT, 0) = 0 ),
039600                  COALESCE(
039700                  ( SELECT SUM(C.SETTLEDAMOUNT)
039800                      FROM CLAIM C
039900                     WHERE C.POLICYNUMBER = P.POLICYNUMBER
040000                       AND C.CLAIMDATE >= :WS-WINSTART-ISO
040100                       AND C.CLAIMDATE <= :WS-RUNDATE-ISO ), 0),
040200                  ( SELECT COUNT(*)
040300                      FROM COMPLAINT M
040400                     WHERE M.POLICYNUMBER = P.POLICYNUMBER
040500                       AND M.COMPLAINTDATE >= :WS-WINSTART-ISO
040600                       AND M.COMPLAINTDATE <= :WS-RUNDATE-ISO )
040700             FROM POLICY P
040800             INNER JOIN POLICYADDON A
040900               ON A.POLICYNUMBER = P.POLICYNUMBER
041000             LEFT OUTER JOIN BROKER K
041100               ON K.BROKERID = P.BROKERID
041200            WHERE P.EXPIRYDATE >= :WS-WINSTART-ISO
041300              AND P.ISSUEDATE  <= :WS-RUNDATE-ISO
041400              AND COALESCE(P.STATUS, ' ') <> 'D'
041500              AND EXISTS
041600                  ( SELECT 1
041700                      FROM PRODUCTADDON R
041800                     WHERE R.POLICYTYPE = P.POLICYTYPE
041900                       AND R.ADDONCODE  = A.ADDONCODE )
042000            ORDER BY P.POLICYTYPE, A.ADDONCODE
042100     END-EXEC.
042200 LINKAGE SECTION.
042300 PROCEDURE DIVISION.
042400*****************************************************************
042500*    0000-MAINLINE                                             *
042600*****************************************************************
042700 0000-MAINLINE SECTION.
042800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
042900     PERFORM 2000-ASSESS-TYPES THRU 2000-EXIT.
043000     PERFORM 3000-ASSESS-ADDONS THRU 3000-EXIT.
043100     PERFORM 8000-FINALIZE THRU 8000-EXIT.
043200     GO TO 9999-EXIT.
043300 0000-MAINLINE-EXIT.
043400     EXIT.
043500*****************************************************************
043600*    1000-INITIALIZE - REGISTER THE RUN, SET THE PERIOD, LOAD    *
043700*    THE THRESHOLDS, CLEAR OPEN FLAGS FROM AN EARLIER ATTEMPT AT *
043800*    THIS RUN DATE, OPEN THE PACK                                *
043900*****************************************************************
044000 1000-INITIALIZE.
044100     ACCEPT WS-CURRENT-DATE-TIME FROM DATE YYYYMMDD.
044200     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
044300*    THE RUN REGISTERS WITH THE BATCH RUN-CONTROL BEFORE
044400*    DOING ANY WORK - PREREQUISITES AND DOUBLE-RUN
044500*    PROTECTION LIVE IN LGRCTL01
044600     MOVE 'S'        TO RCTL-ACTION
044700     MOVE 'LGFVAL01' TO RCTL-JOBNAME
044800     MOVE WS-CD-YYYY TO RCTL-BD-YYYY
044900     MOVE WS-CD-MM   TO RCTL-BD-MM
045000     MOVE WS-CD-DD   TO RCTL-BD-DD
045100     MOVE '-'        TO RCTL-BD-S1
045200     MOVE '-'        TO RCTL-BD-S2
045300     CALL 'LGRCTL01' USING RCTL-REQUEST
045400     IF RCTL-RC NOT EQUAL '00'
045500         DISPLAY 'LGFVAL01 - RUN CONTROL REFUSED, RC='
045600                 RCTL-RC ' PREREQ=' RCTL-PREREQ-MISSING
045700         GO TO 9999-EXIT
045800     END-IF.
045900     MOVE WS-CD-YYYY TO WS-RI-YYYY.
046000     MOVE WS-CD-MM   TO WS-RI-MM.
046100     MOVE WS-CD-DD   TO WS-RI-DD.
046200     MOVE '-'        TO WS-RUNDATE-ISO(5:1).
046300     MOVE '-'        TO WS-RUNDATE-ISO(8:1).
046400     EXEC SQL
046500         SELECT CHAR(DATE(:WS-RUNDATE-ISO)
046600                     - :WS-WINDOW-MONTHS MONTHS + 1 DAY, ISO)
046700           INTO :WS-WINSTART-ISO
046800           FROM SYSIBM.SYSDUMMY1
046900     END-EXEC.
047000     IF SQLCODE NOT EQUAL 0
047100         DISPLAY 'LGFVAL01 - PERIOD SELECT, SQLCODE=' SQLCODE
047200         GO TO 9999-EXIT
047300     END-IF.
047400     MOVE 1 TO WS-MEASURE-INDEX.
047500     PERFORM 1200-LOAD-THRESHOLD THRU 1200-EXIT
047600         UNTIL WS-MEASURE-INDEX GREATER THAN 7.
047700     EXEC SQL
047800         DELETE FROM PRODUCTREVIEW
047900          WHERE RUNDATE = :WS-RUNDATE-ISO
048000            AND STATUS  = 'O'
048100     END-EXEC.
048200     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
048300         DISPLAY 'LGFVAL01 - PRODUCTREVIEW CLEAR, SQLCODE='
048400                 SQLCODE
048500         GO TO 9999-EXIT
048600     END-IF.
048700     OPEN OUTPUT VALUE-REPORT-FILE.
048800     IF NOT WS-FVALRPT-OK
048900         DISPLAY 'LGFVAL01 - FVALRPT OPEN FAILED, STATUS='
049000                 WS-FVALRPT-STATUS
049100         GO TO 9999-EXIT
049200     END-IF.
049300     MOVE WS-WINSTART-ISO TO FV-H1-FROM.
049400     MOVE WS-RUNDATE-ISO  TO FV-H1-TO.
049500     WRITE FV-REPORT-LINE FROM FV-HEADING-1.
049600 1000-EXIT.
049700     EXIT.
049800*****************************************************************
049900*    1050-GET-BUSINESS-DATE - OVERLAY THE CLOCK DATE WITH THE     *
050000*    BUSINESSDATE CONTROL ROW WHEN ONE IS SET                     *
050100*****************************************************************
050200 1050-GET-BUSINESS-DATE.
050300     EXEC SQL
050400         SELECT BUSINESSDATE
050500           INTO :WS-BUSINESS-DATE
050600           FROM BUSINESSDATE
050700          WHERE CONTROLID = 'LG'
050800     END-EXEC.
050900     IF SQLCODE EQUAL 0
051000         MOVE WS-BD-YYYY TO WS-CD-YYYY
051100         MOVE WS-BD-MM   TO WS-CD-MM
051200         MOVE WS-BD-DD   TO WS-CD-DD
051300     END-IF.
051400 1050-EXIT.
051500     EXIT.
051600*****************************************************************
051700*    1100-GET-CONFIG - ONE SUITE-WIDE SETTING IN FORCE TODAY;    *
051800*    CALLER LOADS THE KEY AND THE DEFAULT                        *
051900*****************************************************************
052000 1100-GET-CONFIG.
052100     EXEC SQL
052200         SELECT CONFIGVALUE
052300           INTO :DB2-CONFIG-VALUE
052400           FROM PRODUCTCONFIG
052500          WHERE POLICYTYPE = ' '
052600            AND CONFIGKEY  = :DB2-CONFIG-KEY
052700            AND EFFECTIVEDATE =
052800                ( SELECT MAX(EFFECTIVEDATE)
052900                    FROM PRODUCTCONFIG
053000                   WHERE POLICYTYPE = ' '
053100                     AND CONFIGKEY  = :DB2-CONFIG-KEY
053200                     AND EFFECTIVEDATE <= CURRENT DATE )
053300     END-EXEC.
053400     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
053500         DISPLAY 'LGFVAL01 - CONFIG SELECT, SQLCODE=' SQLCODE
053600         GO TO 9999-EXIT
053700     END-IF.
053800 1100-EXIT.
053900     EXIT.
054000 1200-LOAD-THRESHOLD.
054100     MOVE WS-MEASURE-KEY(WS-MEASURE-INDEX)   TO DB2-CONFIG-KEY.
054200     MOVE WS-DEFAULT-THRESHOLD(WS-MEASURE-INDEX)
054300                                             TO DB2-CONFIG-VALUE.
054400     PERFORM 1100-GET-CONFIG THRU 1100-EXIT.
054500     MOVE DB2-CONFIG-VALUE TO WS-THRESHOLD(WS-MEASURE-INDEX).
054600     ADD 1 TO WS-MEASURE-INDEX.
054700 1200-EXIT.
054800     EXIT.
054900*****************************************************************
055000*    2000-ASSESS-TYPES - ONE LINE PER POLICY TYPE                *
055100*****************************************************************
055200 2000-ASSESS-TYPES.
055300     WRITE FV-REPORT-LINE FROM FV-BLANK-LINE.
055400     WRITE FV-REPORT-LINE FROM FV-SECTION-TYPE.
055500     WRITE FV-REPORT-LINE FROM FV-HEADING-2.
055600     MOVE 'N' TO WS-ADDON-SWITCH.
055700     MOVE 'N' TO WS-POL-EOF-SWITCH.
055800     INITIALIZE WS-FV-TOTALS.
055900     EXEC SQL
056000         OPEN FV-TYPE
056100     END-EXEC.
056200     IF SQLCODE NOT EQUAL 0
056300         DISPLAY 'LGFVAL01 - TYPE CURSOR OPEN, SQLCODE=' SQLCODE
056400         GO TO 9999-EXIT
056500     END-IF.
056600     PERFORM 2100-FETCH-TYPE THRU 2100-EXIT.
056700     PERFORM 4000-ADD-POLICY THRU 4000-EXIT
056800         UNTIL WS-POL-EOF.
056900     IF WS-FV-POLICIES GREATER THAN ZERO
057000         PERFORM 5000-ASSESS-PRODUCT THRU 5000-EXIT
057100     END-IF.
057200     EXEC SQL
057300         CLOSE FV-TYPE
057400     END-EXEC.
057500 2000-EXIT.
057600     EXIT.
057700 2100-FETCH-TYPE.
057800     EXEC SQL
057900         FETCH FV-TYPE
058000           INTO :DB2-POLICYTYPE, :DB2-ADDONCODE,
058100                :DB2-PREMIUM, :DB2-COMMRATE,
058200                :DB2-NEW-TERM, :DB2-EARLY-CANCEL,
058300                :DB2-CLAIMS, :DB2-ACCEPTED, :DB2-DECLINED,
058400                :DB2-PAID, :DB2-COMPLAINTS
058500     END-EXEC.
058600     EVALUATE SQLCODE
058700         WHEN 0
058800             CONTINUE
058900         WHEN 100
059000             MOVE 'Y' TO WS-POL-EOF-SWITCH
059100         WHEN OTHER
059200             DISPLAY 'LGFVAL01 - TYPE FETCH, SQLCODE=' SQLCODE
059300             GO TO 9999-EXIT
059400     END-EVALUATE.
059500 2100-EXIT.
059600     EXIT.
059700*****************************************************************
059800*    3000-ASSESS-ADDONS - ONE LINE PER POLICY TYPE AND ADD-ON    *
059900*****************************************************************
060000 3000-ASSESS-ADDONS.
060100     WRITE FV-REPORT-LINE FROM FV-BLANK-LINE.
060200     WRITE FV-REPORT-LINE FROM FV-SECTION-ADDON.
060300     WRITE FV-REPORT-LINE FROM FV-HEADING-2.
060400     MOVE 'Y' TO WS-ADDON-SWITCH.
060500     MOVE 'N' TO WS-POL-EOF-SWITCH.
060600     INITIALIZE WS-FV-TOTALS.
060700     EXEC SQL
060800         OPEN FV-ADDON
060900     END-EXEC.
061000     IF SQLCODE NOT EQUAL 0
061100         DISPLAY 'LGFVAL01 - ADD-ON CURSOR OPEN, SQLCODE=' SQLCODE
061200         GO TO 9999-EXIT
061300     END-IF.
061400     PERFORM 3100-FETCH-ADDON THRU 3100-EXIT.
061500     PERFORM 4000-ADD-POLICY THRU 4000-EXIT
061600         UNTIL WS-POL-EOF.
061700     IF WS-FV-POLICIES GREATER THAN ZERO
061800         PERFORM 5000-ASSESS-PRODUCT THRU 5000-EXIT
061900     END-IF.
062000     EXEC SQL
062100         CLOSE FV-ADDON
062200     END-EXEC.
062300 3000-EXIT.
062400     EXIT.
062500 3100-FETCH-ADDON.
062600     EXEC SQL
062700         FETCH FV-ADDON
062800           INTO :DB2-POLICYTYPE, :DB2-ADDONCODE,
062900                :DB2-PREMIUM, :DB2-COMMRATE,
063000                :DB2-NEW-TERM, :DB2-EARLY-CANCEL,
063100                :DB2-CLAIMS, :DB2-ACCEPTED, :DB2-DECLINED,
063200                :DB2-PAID, :DB2-COMPLAINTS
063300     END-EXEC.
063400     EVALUATE SQLCODE
063500         WHEN 0
063600             CONTINUE
063700         WHEN 100
063800             MOVE 'Y' TO WS-POL-EOF-SWITCH
063900         WHEN OTHER
064000             DISPLAY 'LGFVAL01 - ADD-ON FETCH, SQLCODE=' SQLCODE
064100             GO TO 9999-EXIT
064200     END-EVALUATE.
064300 3100-EXIT.
064400     EXIT.
064500*****************************************************************
064600*    4000-ADD-POLICY - INTO THE CURRENT PRODUCT'S TOTALS,        *
064700*    ASSESSING THE PREVIOUS ONE AT EACH CHANGE OF PRODUCT        *
064800*****************************************************************
064900 4000-ADD-POLICY.
065000     IF DB2-POLICYTYPE NOT EQUAL WS-FV-POLICYTYPE
065100     OR DB2-ADDONCODE  NOT EQUAL WS-FV-ADDONCODE
065200         IF WS-FV-POLICIES GREATER THAN ZERO
065300             PERFORM 5000-ASSESS-PRODUCT THRU 5000-EXIT
065400         END-IF
065500         INITIALIZE WS-FV-TOTALS
065600         MOVE DB2-POLICYTYPE TO WS-FV-POLICYTYPE
065700         MOVE DB2-ADDONCODE  TO WS-FV-ADDONCODE
065800     END-IF.
065900     ADD 1                TO WS-FV-POLICIES.
066000     ADD DB2-NEW-TERM     TO WS-FV-NEW-TERMS.
066100     ADD DB2-EARLY-CANCEL TO WS-FV-EARLY-CANCELS.
066200     ADD DB2-CLAIMS       TO WS-FV-CLAIMS.
066300     ADD DB2-ACCEPTED     TO WS-FV-ACCEPTED.
066400     ADD DB2-DECLINED     TO WS-FV-DECLINED.
066500     ADD DB2-COMPLAINTS   TO WS-FV-COMPLAINTS.
066600     ADD DB2-PREMIUM      TO WS-FV-PREMIUM.
066700     ADD DB2-PAID         TO WS-FV-PAID.
066800     COMPUTE WS-FV-COMMISSION ROUNDED = WS-FV-COMMISSION
066900         + (DB2-PREMIUM * DB2-COMMRATE / 100).
067000     IF WS-ASSESSING-ADDONS
067100         PERFORM 3100-FETCH-ADDON THRU 3100-EXIT
067200     ELSE
067300         PERFORM 2100-FETCH-TYPE THRU 2100-EXIT
067400     END-IF.
067500 4000-EXIT.
067600     EXIT.
067700*****************************************************************
067800*    5000-ASSESS-PRODUCT - WORK OUT THE MEASURES, PRINT THE LINE *
067900*    AND TEST EACH MEASURE AGAINST ITS THRESHOLD.  AN ADD-ON'S   *
068000*    PAYOUTS CANNOT BE SET AGAINST ITS OWN PREMIUM, SO ITS VALUE *
068100*    MEASURE IS NOT WORKED OUT OR TESTED                         *
068200*****************************************************************
068300 5000-ASSESS-PRODUCT.
068400     ADD 1 TO WS-PRODUCT-COUNT.
068500     INITIALIZE WS-RESULT-TABLE.
068600     MOVE 0 TO WS-ACCEPT-PCT.
068700     MOVE 0 TO WS-AVG-PAYOUT.
068800     MOVE WS-FV-POLICIES TO WS-RESULT(1).
068900     COMPUTE WS-RESULT(2) ROUNDED =
069000         WS-FV-CLAIMS * 100 / WS-FV-POLICIES.
069100     COMPUTE WS-DECIDED = WS-FV-ACCEPTED + WS-FV-DECLINED.
069200     IF WS-DECIDED GREATER THAN ZERO
069300         COMPUTE WS-ACCEPT-PCT ROUNDED =
069400             WS-FV-ACCEPTED * 100 / WS-DECIDED
069500         COMPUTE WS-RESULT(3) ROUNDED =
069600             WS-FV-DECLINED * 100 / WS-DECIDED
069700     END-IF.
069800     IF WS-FV-ACCEPTED GREATER THAN ZERO
069900         COMPUTE WS-AVG-PAYOUT ROUNDED =
070000             WS-FV-PAID / WS-FV-ACCEPTED
070100     END-IF.
070200     COMPUTE WS-AVG-PREMIUM ROUNDED =
070300         WS-FV-PREMIUM / WS-FV-POLICIES.
070400     IF WS-FV-PREMIUM GREATER THAN ZERO
070500         IF NOT WS-ASSESSING-ADDONS
070600             COMPUTE WS-RESULT(4) ROUNDED =
070700                 WS-FV-PAID * 100 / WS-FV-PREMIUM
070800         END-IF
070900         COMPUTE WS-RESULT(5) ROUNDED =
071000             WS-FV-COMMISSION * 100 / WS-FV-PREMIUM
071100     END-IF.
071200     IF WS-FV-NEW-TERMS GREATER THAN ZERO
071300         COMPUTE WS-RESULT(6) ROUNDED =
071400             WS-FV-EARLY-CANCELS * 100 / WS-FV-NEW-TERMS
071500     END-IF.
071600     COMPUTE WS-RESULT(7) ROUNDED =
071700         WS-FV-COMPLAINTS * 1000 / WS-FV-POLICIES.
071800     MOVE WS-FV-POLICYTYPE    TO FV-D-POLICYTYPE.
071900     MOVE WS-FV-ADDONCODE     TO FV-D-ADDONCODE.
072000     MOVE WS-FV-POLICIES      TO FV-D-POLICIES.
072100     MOVE WS-FV-CLAIMS        TO FV-D-CLAIMS.
072200     MOVE WS-RESULT(2)        TO FV-D-FREQ.
072300     MOVE WS-ACCEPT-PCT       TO FV-D-ACCEPT.
072400     MOVE WS-RESULT(3)        TO FV-D-DECLINE.
072500     MOVE WS-AVG-PAYOUT       TO FV-D-AVG-PAYOUT.
072600     MOVE WS-AVG-PREMIUM      TO FV-D-AVG-PREMIUM.
072700     IF WS-ASSESSING-ADDONS
072800         MOVE '    N/A'         TO FV-D-VALUE-X
072900     ELSE
073000         MOVE WS-RESULT(4)      TO FV-D-VALUE
073100     END-IF.
073200     MOVE WS-RESULT(5)        TO FV-D-COMMISSION.
073300     MOVE WS-FV-EARLY-CANCELS TO FV-D-EARLY-CANCELS.
073400     MOVE WS-RESULT(6)        TO FV-D-CANCEL-PCT.
073500     MOVE WS-FV-COMPLAINTS    TO FV-D-COMPLAINTS.
073600     MOVE WS-RESULT(7)        TO FV-D-COMPLAINT-RATE.
073700     MOVE 'N' TO WS-BREACH-SWITCH.
073800     MOVE SPACES TO FV-D-FLAG.
073900     IF WS-FV-POLICIES LESS THAN WS-THRESHOLD(1)
074000         MOVE 'LOW VOLUME' TO FV-D-FLAG
074100         WRITE FV-REPORT-LINE FROM FV-DETAIL-LINE
074200         GO TO 5000-EXIT
074300     END-IF.
074400*    THE TESTS RUN BEFORE THE LINE IS PRINTED SO IT CARRIES THE
074500*    FLAG; THE BREACH LINES ARE HELD ON PRODUCTREVIEW AND PRINTED
074600*    UNDER IT
074700     MOVE 2 TO WS-MEASURE-INDEX.
074800     PERFORM 5100-TEST-MEASURE THRU 5100-EXIT
074900         UNTIL WS-MEASURE-INDEX GREATER THAN 7.
075000     IF WS-PRODUCT-BREACHED
075100         MOVE 'REVIEW' TO FV-D-FLAG
075200         ADD 1 TO WS-FLAGGED-COUNT
075300     END-IF.
075400     WRITE FV-REPORT-LINE FROM FV-DETAIL-LINE.
075500     IF WS-PRODUCT-BREACHED
075600         MOVE 2 TO WS-MEASURE-INDEX
075700         PERFORM 5300-PRINT-BREACH THRU 5300-EXIT
075800             UNTIL WS-MEASURE-INDEX GREATER THAN 7
075900     END-IF.
076000 5000-EXIT.
076100     EXIT.
076200*****************************************************************
076300*    5100-TEST-MEASURE - A BREACHED FLOOR OR CEILING IS RAISED   *
076400*    FOR PRODUCT GOVERNANCE                                      *
076500*****************************************************************
076600 5100-TEST-MEASURE.
076700     IF WS-MEASURE-INDEX EQUAL 4 AND WS-ASSESSING-ADDONS
076800         GO TO 5100-NEXT
076900     END-IF.
077000     IF WS-MEASURE-DIRECTION(WS-MEASURE-INDEX) EQUAL 'L'
077100         IF WS-THRESHOLD(WS-MEASURE-INDEX) GREATER THAN ZERO
077200         AND WS-RESULT(WS-MEASURE-INDEX)
077300             LESS THAN WS-THRESHOLD(WS-MEASURE-INDEX)
077400             PERFORM 5200-RAISE-REVIEW THRU 5200-EXIT
077500         END-IF
077600     ELSE
077700         IF WS-RESULT(WS-MEASURE-INDEX)
077800             GREATER THAN WS-THRESHOLD(WS-MEASURE-INDEX)
077900             PERFORM 5200-RAISE-REVIEW THRU 5200-EXIT
078000         END-IF
078100     END-IF.
078200 5100-NEXT.
078300     ADD 1 TO WS-MEASURE-INDEX.
078400 5100-EXIT.
078500     EXIT.
078600 5200-RAISE-REVIEW.
078700     MOVE 'Y' TO WS-BREACH-SWITCH.
078800     MOVE WS-MEASURE-CODE(WS-MEASURE-INDEX) TO DB2-RV-MEASURE.
078900     MOVE WS-RESULT(WS-MEASURE-INDEX)       TO DB2-RV-VALUE.
079000     MOVE WS-THRESHOLD(WS-MEASURE-INDEX)    TO DB2-RV-THRESHOLD.
079100     EXEC SQL
079200         INSERT INTO PRODUCTREVIEW
079300                   ( RUNDATE,
079400                     POLICYTYPE,
079500                     ADDONCODE,
079600                     MEASURE,
079700                     MEASUREVALUE,
079800                     THRESHOLD,
079900                     POLICYCOUNT,
080000                     STATUS )
080100            VALUES ( :WS-RUNDATE-ISO,
080200                     :WS-FV-POLICYTYPE,
080300                     :WS-FV-ADDONCODE,
080400                     :DB2-RV-MEASURE,
080500                     :DB2-RV-VALUE,
080600                     :DB2-RV-THRESHOLD,
080700                     :WS-FV-POLICIES,
080800                     'O' )
080900     END-EXEC.
081000     IF SQLCODE NOT EQUAL 0
081100         DISPLAY 'LGFVAL01 - PRODUCTREVIEW INSERT, SQLCODE='
081200                 SQLCODE
081300         GO TO 9999-EXIT
081400     END-IF.
081500     ADD 1 TO WS-REVIEW-COUNT.
081600 5200-EXIT.
081700     EXIT.
081800*****************************************************************
081900*    5300-PRINT-BREACH - REPEATS THE TESTS TO PRINT ONE LINE PER *
082000*    BREACHED MEASURE UNDER THE PRODUCT                          *
082100*****************************************************************
082200 5300-PRINT-BREACH.
082300     IF WS-MEASURE-INDEX EQUAL 4 AND WS-ASSESSING-ADDONS
082400         GO TO 5300-NEXT
082500     END-IF.
082600     MOVE WS-MEASURE-LABEL(WS-MEASURE-INDEX) TO FV-B-LABEL.
082700     MOVE WS-RESULT(WS-MEASURE-INDEX)        TO FV-B-RESULT.
082800     MOVE WS-THRESHOLD(WS-MEASURE-INDEX)     TO FV-B-THRESHOLD.
082900     IF WS-MEASURE-DIRECTION(WS-MEASURE-INDEX) EQUAL 'L'
083000         IF WS-THRESHOLD(WS-MEASURE-INDEX) GREATER THAN ZERO
083100         AND WS-RESULT(WS-MEASURE-INDEX)
083200             LESS THAN WS-THRESHOLD(WS-MEASURE-INDEX)
083300             MOVE 'BELOW' TO FV-B-SENSE
083400             WRITE FV-REPORT-LINE FROM FV-BREACH-LINE
083500         END-IF
083600     ELSE
083700         IF WS-RESULT(WS-MEASURE-INDEX)
083800             GREATER THAN WS-THRESHOLD(WS-MEASURE-INDEX)
083900             MOVE 'ABOVE' TO FV-B-SENSE
084000             WRITE FV-REPORT-LINE FROM FV-BREACH-LINE
084100         END-IF
084200     END-IF.
084300 5300-NEXT.
084400     ADD 1 TO WS-MEASURE-INDEX.
084500 5300-EXIT.
084600     EXIT.
084700*****************************************************************
084800*    8000-FINALIZE                                             *
084900*****************************************************************
085000 8000-FINALIZE.
085100     WRITE FV-REPORT-LINE FROM FV-BLANK-LINE.
085200     MOVE WS-PRODUCT-COUNT TO FV-T-PRODUCTS.
085300     MOVE WS-FLAGGED-COUNT TO FV-T-FLAGGED.
085400     MOVE WS-REVIEW-COUNT  TO FV-T-REVIEWS.
085500     WRITE FV-REPORT-LINE FROM FV-TOTAL-LINE.
085600     CLOSE VALUE-REPORT-FILE.
085700     MOVE WS-PRODUCT-COUNT TO RCTL-RECORD-COUNT.
085800     MOVE 'E' TO RCTL-ACTION
085900     CALL 'LGRCTL01' USING RCTL-REQUEST.
086000 8000-EXIT.
086100     EXIT.
086200*****************************************************************
086300*    9999-EXIT - COMMON PROGRAM EXIT POINT                      *
086400*****************************************************************
086500 9999-EXIT.
086600     STOP RUN.
