001195*    09/02/26  LGIT   DECLINED ('D') AND DEATH-SETTLED          *
001196*                     ('X') POLICIES EXCLUDED FROM THE          *
001197*                     LIVE-POLICY SELECTIONS                    *
001203*    10/15/26  LGIT   PAID-UP ENDOWMENTS (STATUS 'P') NO LONGER *
001209*                     COLLECTED                                 *
001215*    10/15/26  LGIT   COLLECTIONS CONTROL RECORD (COUNT, AMOUNT *
001221*                     AND POLICY-NUMBER HASH) WRITTEN THROUGH   *
001227*                     LGCTOT01 FOR THE NIGHTLY BALANCING        *
001233*    10/15/26  LGIT   POLICIES ON A PAYMENT HOLD AFTER A CHANGE *
001239*                     OF POLICYHOLDER (LGPHCH01) ARE NOT        *
001245*                     COLLECTED UNTIL THE HOLD IS RELEASED -    *
001251*                     REPORTED WITH THE SUPPRESSED COLLECTIONS  *
001257*    10/15/26  LGIT   DIRECT DEBIT ADVANCE NOTICE - A CHANGED   *
001263*                     AMOUNT OR DATE (DDNOTICE, RAISED THROUGH  *
001269*                     LGDDAN01) IS HELD UNTIL THE NOTICE IS     *
001275*                     DELIVERED AND ITS PERIOD HAS RUN; WHERE   *
001281*                     NOTICE COULD NOT BE GIVEN THE AMOUNT LAST *
001287*                     NOTIFIED IS COLLECTED INSTEAD             *
001293*****************************************************************
001300 ENVIRONMENT DIVISION.
001400 CONFIGURATION SECTION.
001500 SOURCE-COMPUTER.    IBM-370.
006993 77  WS-SUPPL-EOF-SWITCH         PIC X(01) VALUE 'N'.
006994     88  WS-SUPPL-EOF                      VALUE 'Y'.
007000 77  WS-SUBMITTED-COUNT          PIC 9(07) COMP-3 VALUE 0.
007001 77  WS-SUBMITTED-AMOUNT         PIC 9(11)V99 COMP-3 VALUE 0.
007002 77  WS-SUBMITTED-HASH           PIC 9(15) COMP-3 VALUE 0.
007010 77  WS-MANDATE-SETUP-COUNT      PIC 9(07) COMP-3 VALUE 0.
007020 77  WS-MANDATE-CONF-COUNT       PIC 9(07) COMP-3 VALUE 0.
007030 77  WS-SUPPRESSED-COUNT         PIC 9(07) COMP-3 VALUE 0.
010575 01  DB2-MTA-CYCLEDATE           PIC X(10).
010580 01  DB2-MND-SORTCODE            PIC X(06).
010590 01  DB2-MND-ACCOUNT             PIC X(08).
010593 01  DB2-SUPP-REASON             PIC X(01).
010597     88  DB2-SUPP-PAYMENT-HOLD   VALUE 'H'.
010601*****************************************************************
010605*    DIRECT DEBIT ADVANCE NOTICE - THE CHANGE IS COLLECTED ONLY  *
010609*    ONCE THE NOTICE HAS BEEN DELIVERED AND BOTH ITS EFFECTIVE   *
010613*    DATE AND THE NOTICE PERIOD FROM DELIVERY HAVE PASSED.  A    *
010617*    NOTICE THE DISPATCHER FAILED, OR STILL UNDELIVERED THE      *
010621*    GRACE DAYS AFTER ITS EFFECTIVE DATE, IS TAKEN AS NOT GIVEN  *
010625*****************************************************************
010629 77  WS-NOTICE-DAYS              PIC S9(4) COMP VALUE +14.
010633 77  WS-NOTICE-GRACE-DAYS        PIC S9(4) COMP VALUE +7.
010637 77  WS-NOTICE-HELD-COUNT        PIC 9(07) COMP-3 VALUE 0.
010641 77  WS-NOTICE-FALLBACK-COUNT    PIC 9(07) COMP-3 VALUE 0.
010645 01  WS-NOTICE-FIELDS.
010648     05  WS-NOTICE-ACTION        PIC X(01).
010652         88  WS-NOTICE-COLLECT             VALUE 'C'.
010656         88  WS-NOTICE-HOLD                VALUE 'H'.
010660         88  WS-NOTICE-FALLBACK            VALUE 'F'.
010664     05  WS-NOTICE-COLLTYPE      PIC X(01).
010668     05  DB2-NTC-SEQ-SINT        PIC S9(4) COMP.
010672     05  DB2-NTC-STATUS          PIC X(01).
010676     05  DB2-NTC-OLD-AMOUNT      PIC S9(7)V99 COMP-3.
010680     05  DB2-NTC-EFFECTIVE       PIC X(10).
010684     05  DB2-NTC-GRACE-DATE      PIC X(10).
010688     05  DB2-NTC-SEND-STATUS     PIC X(09).
010692     05  DB2-NTC-PERIOD-END      PIC X(10).
010696*****************************************************************
010700*    REPORT LINE LAYOUTS                                       *
010800*****************************************************************
010900 01  DC-HEADING-1.
013840         'NEW MANDATE SETUPS SUBMITTED'.
013850     05  DC-S5-COUNT             PIC ZZZ,ZZ9.
013860     05  FILLER                  PIC X(70) VALUE SPACES.
013861 01  DC-SUMMARY-LINE-6.
013862     05  FILLER                  PIC X(20) VALUE SPACES.
013863     05  FILLER                  PIC X(36) VALUE
013865         'MANDATE CONFIRMATIONS APPLIED'.
013866     05  DC-S6-COUNT             PIC ZZZ,ZZ9.
013867     05  FILLER                  PIC X(70) VALUE SPACES.
013868 01  DC-SUMMARY-LINE-7.
013870     05  FILLER                  PIC X(20) VALUE SPACES.
013871     05  FILLER                  PIC X(36) VALUE
013872         'COLLECTIONS SUPPRESSED-MANDATE/HOLD'.
013873     05  DC-S7-COUNT             PIC ZZZ,ZZ9.
013875     05  FILLER                  PIC X(70) VALUE SPACES.
013876 01  DC-SUMMARY-LINE-8.
013877     05  FILLER                  PIC X(20) VALUE SPACES.
013878     05  FILLER                  PIC X(36) VALUE
013880         'COLLECTIONS HELD - DD ADVANCE NOTICE'.
013881     05  DC-S8-COUNT             PIC ZZZ,ZZ9.
013882     05  FILLER                  PIC X(70) VALUE SPACES.
013883 01  DC-SUMMARY-LINE-9.
013885     05  FILLER                  PIC X(20) VALUE SPACES.
013886     05  FILLER                  PIC X(36) VALUE
013887         'DD NOTICE NOT GIVEN - FELL BACK'.
013888     05  DC-S9-COUNT             PIC ZZZ,ZZ9.
013890     05  FILLER                  PIC X(70) VALUE SPACES.
013891 01  DC-EXCEPTION-LINE.
013892     05  DC-E-REASON             PIC X(24) VALUE
013893         '  NO CONFIRMED MANDATE: '.
013895     05  DC-E-POLICYNUM          PIC 9(10).
013896     05  FILLER                  PIC X(10) VALUE '  CUSTOMER'.
013897     05  DC-E-CUSTOMERNUM        PIC 9(10).
013898     05  FILLER                  PIC X(79) VALUE SPACES.
013900     COPY LGRCTL.
013933     COPY LGCTOT.
013966     EXEC SQL
014000         INCLUDE SQLCA
014100     END-EXEC.
014200*    A POLICY IS DUE THIS CYCLE WHEN ITS ANNIVERSARY DAY-OF-MONTH
014400*    ALREADY BEEN SUBMITTED FOR THIS CYCLE DATE - THE SAME
014500*    NOT-ALREADY-PROCESSED GUARD LGRICE01/LGBDX01'S PERIOD
014600*    WINDOWS RELY ON TO AVOID DOUBLE-COUNTING A POLICY.
014650*    A PAID-UP ENDOWMENT (STATUS 'P') PAYS NO FURTHER PREMIUM.
014700     EXEC SQL
014800         DECLARE DUE-POLICY CURSOR FOR
014900           SELECT POLICYNUMBER, CUSTOMERNUMBER, PAYMENT
015100            WHERE SUBSTR(ISSUEDATE, 9, 2) = :WS-CYCLE-DAY
015200              AND PAYMENT > 0
015210              AND COALESCE(STATUS, ' ')
015211                  NOT IN ('C','L','M','S','U','D','X','P')
015212              AND COALESCE(BROKERCOLLECTED, 'N') = 'N'
015216              AND COALESCE(PAYMENTHOLD, 'N') = 'N'
015220              AND CUSTOMERNUMBER NOT IN
015230                  ( SELECT CUSTOMERNUMBER FROM CUSTOMER
015240                     WHERE DECEASEDDATE IS NOT NULL )
015720*    AGREED AMOUNT WHENEVER ITS NEXT-DUE DATE HAS ARRIVED; THE
015730*    NEXT-DUE DATE IS THEN ROLLED FORWARD BY THE PLAN FREQUENCY
015740     EXEC SQL
015741         DECLARE DUE-PLAN CURSOR FOR
015742           SELECT I.POLICYNUMBER, P.CUSTOMERNUMBER,
015743                  I.INSTALMENTAMOUNT, I.FREQUENCY
015744             FROM INSTALMENTPLAN I,
015745                  POLICY P
015746            WHERE I.POLICYNUMBER = P.POLICYNUMBER
015747              AND COALESCE(P.STATUS, ' ')
015748                  NOT IN ('C','L','M','S','U','D','X','P')
015749              AND COALESCE(P.BROKERCOLLECTED, 'N') = 'N'
015750              AND COALESCE(P.PAYMENTHOLD, 'N') = 'N'
015751              AND I.STATUS = 'A'
015752              AND I.NEXTDUEDATE <= :WS-TODAY-DATE-ISO
015753              AND I.POLICYNUMBER NOT IN
015754                  ( SELECT POLICYNUMBER FROM PAYMENTCOLLECTION
015755                     WHERE CYCLEDATE = :WS-TODAY-DATE-ISO )
015756              AND P.CUSTOMERNUMBER IN
015757                  ( SELECT CUSTOMERNUMBER FROM PAYMENTMANDATE
015758                     WHERE MANDATESTATUS = 'C' )
015759              AND P.CUSTOMERNUMBER NOT IN
015760                  ( SELECT CUSTOMERNUMBER FROM CUSTOMER
015761                     WHERE DECEASEDDATE IS NOT NULL )
015762            ORDER BY I.POLICYNUMBER
015763     END-EXEC.
015764*   MID-TERM ADJUSTMENT ADDITIONAL PREMIUMS RAISED BY LGUPDB01 *
015766*   WAIT ON STATUS 'DUE' UNTIL THIS RUN SUBMITS THEM            *
015767     EXEC SQL
015768         DECLARE DUE-MTA CURSOR FOR
015769           SELECT POLICYNUMBER, CUSTOMERNUMBER,
015770                  COLLECTIONAMOUNT, CYCLEDATE
015771             FROM PAYMENTCOLLECTION
015772            WHERE STATUS = 'DUE'
015773              AND CUSTOMERNUMBER IN
015774                  ( SELECT CUSTOMERNUMBER FROM PAYMENTMANDATE
015775                     WHERE MANDATESTATUS = 'C' )
015776              AND CUSTOMERNUMBER NOT IN
015777                  ( SELECT CUSTOMERNUMBER FROM CUSTOMER
015778                     WHERE DECEASEDDATE IS NOT NULL )
015779            ORDER BY POLICYNUMBER
015780     END-EXEC.
015781*    NEW (LODGED) MANDATES GO TO THE BUREAU AS SETUP RECORDS     *
015782*    AHEAD OF THEIR FIRST COLLECTION                             *
015783     EXEC SQL
015784         DECLARE NEW-MANDATE CURSOR FOR
015785           SELECT CUSTOMERNUMBER, BANKSORTCODE, BANKACCOUNT
015786             FROM PAYMENTMANDATE
015787            WHERE MANDATESTATUS = 'L'
015788            ORDER BY CUSTOMERNUMBER
015789     END-EXEC.
015791*    DUE POLICIES WHOSE CUSTOMER HOLDS NO CONFIRMED MANDATE, OR  *
015792*    STILL ON THE PAYMENT HOLD SET BY A CHANGE OF POLICYHOLDER,  *
015793*    ARE SUPPRESSED AND REPORTED AS EXCEPTIONS                   *
015794     EXEC SQL
015795         DECLARE SUPPRESSED-POLICY CURSOR FOR
015796           SELECT POLICYNUMBER, CUSTOMERNUMBER,
015797                  CASE WHEN COALESCE(PAYMENTHOLD, 'N') = 'Y'
015798                       THEN 'H' ELSE 'M' END
015799             FROM POLICY
015800            WHERE SUBSTR(ISSUEDATE, 9, 2) = :WS-CYCLE-DAY
015801              AND PAYMENT > 0
015802              AND COALESCE(STATUS, ' ')
015803                  NOT IN ('C','L','M','S','U','D','X','P')
015804              AND CUSTOMERNUMBER NOT IN
015805                  ( SELECT CUSTOMERNUMBER FROM CUSTOMER
015806                     WHERE DECEASEDDATE IS NOT NULL )
015807              AND POLICYNUMBER NOT IN
015808                  ( SELECT POLICYNUMBER FROM INSTALMENTPLAN
015809                     WHERE STATUS = 'A' )
015810              AND ( CUSTOMERNUMBER NOT IN
015811                    ( SELECT CUSTOMERNUMBER FROM PAYMENTMANDATE
015812                       WHERE MANDATESTATUS = 'C' )
015813                 OR COALESCE(PAYMENTHOLD, 'N') = 'Y' )
015814            ORDER BY POLICYNUMBER
015816     END-EXEC.
015817*    THE SAME EXCEPTION VIEW FOR INSTALMENT-PLAN POLICIES - A    *
015818*    PLAN WHOSE DUE INSTALMENT IS HELD BACK FOR WANT OF A        *
015819*    CONFIRMED MANDATE MUST BE SEEN, NOT LEFT TO STALL SILENTLY  *
015820     EXEC SQL
015821         DECLARE SUPPRESSED-PLAN CURSOR FOR
015822           SELECT I.POLICYNUMBER, P.CUSTOMERNUMBER,
015823                  CASE WHEN COALESCE(P.PAYMENTHOLD, 'N') = 'Y'
015824                       THEN 'H' ELSE 'M' END
015825             FROM INSTALMENTPLAN I,
015826                  POLICY P
015827            WHERE I.POLICYNUMBER = P.POLICYNUMBER
015828              AND I.STATUS = 'A'
015829              AND I.NEXTDUEDATE <= :WS-TODAY-DATE-ISO
015830              AND COALESCE(P.STATUS, ' ')
015831                  NOT IN ('C','L','M','S','U','D','X','P')
015832              AND P.CUSTOMERNUMBER NOT IN
015833                  ( SELECT CUSTOMERNUMBER FROM CUSTOMER
015834                     WHERE DECEASEDDATE IS NOT NULL )
015835              AND ( P.CUSTOMERNUMBER NOT IN
015836                    ( SELECT CUSTOMERNUMBER FROM PAYMENTMANDATE
015837                       WHERE MANDATESTATUS = 'C' )
015838                 OR COALESCE(P.PAYMENTHOLD, 'N') = 'Y' )
015839            ORDER BY I.POLICYNUMBER
015841     END-EXEC.
015800 LINKAGE SECTION.
018400 PROCEDURE DIVISION.
028400         GO TO 9999-EXIT
028500     END-IF.
028600     ADD 1 TO WS-SUBMITTED-COUNT.
028633     ADD WS-INSTALMENT-AMOUNT TO WS-SUBMITTED-AMOUNT.
028666     ADD DB2-POLICYNUM-INT    TO WS-SUBMITTED-HASH.
028700     PERFORM 3000-READ-DB2 THRU 3000-EXIT.
028800 2000-EXIT.
028900     EXIT.
030900 3000-EXIT.
031000     EXIT.
030910*****************************************************************
030911*    2500-SUBMIT-DUE-PLAN - ONE AGREED INSTALMENT PER DUE PLAN,  *
030912*    THEN ROLL THE PLAN'S NEXT-DUE DATE FORWARD BY FREQUENCY     *
030913*****************************************************************
030914 2500-SUBMIT-DUE-PLAN.
030915*    AN AGREED FORBEARANCE PLAN OVERRIDES THE NORMAL
030916*    COLLECTION: A LIVE HOLIDAY SKIPS THIS INSTALMENT AND
030917*    EXTENDS THE PLAN BY ONE PERIOD (THE RESPREAD), A LIVE
030918*    ARRANGEMENT COLLECTS ITS REDUCED AMOUNT
030919     PERFORM 2450-CHECK-ARRANGEMENT THRU 2450-EXIT.
030920     IF WS-ARR-TYPE EQUAL 'H'
030921         PERFORM 2460-SKIP-FOR-HOLIDAY THRU 2460-EXIT
030922         GO TO 2500-EXIT
030923     END-IF.
030924     MOVE SPACES TO DS-SUBMISSION-RECORD.
030925     MOVE 'C' TO DS-RECORD-TYPE.
030926     MOVE DB2-POLICYNUM-INT   TO DS-POLICYNUM.
030927     MOVE DB2-CUSTOMERNUM-INT TO DS-CUSTOMERNUM.
030928     IF WS-ARR-TYPE EQUAL 'A'
030929         MOVE DB2-ARR-REDUCED TO DB2-PLAN-AMOUNT
030931     END-IF.
030932*    A CHANGE STILL INSIDE ITS NOTICE PERIOD WAITS (THE PLAN IS
030933*    NOT ROLLED, SO IT IS PICKED UP AGAIN NEXT RUN); ONE WHOSE
030934*    NOTICE COULD NOT BE GIVEN COLLECTS THE AMOUNT LAST NOTIFIED
030935     MOVE 'R' TO WS-NOTICE-COLLTYPE.
030936     PERFORM 2800-CHECK-NOTICE THRU 2800-EXIT.
030937     IF WS-NOTICE-HOLD
030938         PERFORM 2850-REPORT-HELD THRU 2850-EXIT
030939         PERFORM 3500-READ-PLAN THRU 3500-EXIT
030940         GO TO 2500-EXIT
030941     END-IF.
030942     IF WS-NOTICE-FALLBACK
030943         MOVE DB2-NTC-OLD-AMOUNT TO DB2-PLAN-AMOUNT
030944         MOVE '  NO NOTICE - PRIOR AMT:' TO DC-E-REASON
030945         PERFORM 2860-REPORT-FALLBACK THRU 2860-EXIT
030946     END-IF.
030947     MOVE DB2-PLAN-AMOUNT     TO DS-AMOUNT.
030948     MOVE WS-TODAY-DATE-ISO   TO DS-CYCLE-DATE.
030949     WRITE DS-SUBMISSION-RECORD.
030951     EXEC SQL
030952         INSERT INTO PAYMENTCOLLECTION
030953                   (
030954                     POLICYNUMBER,
030955                     CUSTOMERNUMBER,
030956                     COLLECTIONAMOUNT,
030957                     CYCLEDATE,
030958                     STATUS
030959                   )
030960            VALUES (
030961                     :DB2-POLICYNUM-INT,
030962                     :DB2-CUSTOMERNUM-INT,
030963                     :DB2-PLAN-AMOUNT,
030964                     :WS-TODAY-DATE-ISO,
030965                     'SUBMITTED'
030966                   )
030967     END-EXEC.
030968     IF SQLCODE NOT EQUAL 0
030969         DISPLAY 'LGDDC01 - PLAN COLLECTION INSERT, SQLCODE='
030970                 SQLCODE
030972         GO TO 9999-EXIT
030973     END-IF.
030974     PERFORM 2560-ROLL-PLAN-FORWARD THRU 2560-EXIT.
030975     ADD 1 TO WS-SUBMITTED-COUNT.
030976     ADD DB2-PLAN-AMOUNT   TO WS-SUBMITTED-AMOUNT.
030977     ADD DB2-POLICYNUM-INT TO WS-SUBMITTED-HASH.
030978     PERFORM 3500-READ-PLAN THRU 3500-EXIT.
030979 2500-EXIT.
030980     EXIT.
030981*****************************************************************
030982*    2450-CHECK-ARRANGEMENT - THE POLICY'S LIVE FORBEARANCE      *
030983*    PLAN, IF ANY                                                *
030984*****************************************************************
030985 2450-CHECK-ARRANGEMENT.
030986     MOVE SPACE TO WS-ARR-TYPE.
030987     MOVE 0 TO DB2-ARR-SKIP-SINT.
030988     MOVE 0 TO DB2-ARR-REDUCED.
030989     EXEC SQL
030990         SELECT ARRTYPE, COALESCE(SKIPREMAINING, 0),
030992                COALESCE(REDUCEDAMOUNT, 0)
030993           INTO :WS-ARR-TYPE, :DB2-ARR-SKIP-SINT,
030994                :DB2-ARR-REDUCED
030995           FROM ARRANGEMENT
030996          WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
030997            AND STATUS = 'A'
030998     END-EXEC.
030999     EVALUATE SQLCODE
031000         WHEN 0
031001             IF WS-ARR-TYPE EQUAL 'H' AND
031002                DB2-ARR-SKIP-SINT NOT GREATER THAN ZERO
031003                 MOVE SPACE TO WS-ARR-TYPE
031004             END-IF
031005         WHEN 100
031006             MOVE SPACE TO WS-ARR-TYPE
031007         WHEN OTHER
031008             DISPLAY 'LGDDC01 - ARRANGEMENT SELECT, SQLCODE='
031009                     SQLCODE
031010             GO TO 9999-EXIT
031012     END-EVALUATE.
031013 2450-EXIT.
031014     EXIT.
031015*****************************************************************
031016*    2460-SKIP-FOR-HOLIDAY - NO COLLECTION THIS PERIOD; THE      *
031017*    PLAN ROLLS FORWARD SO IT RUNS ONE PERIOD LONGER, AND THE    *
031018*    HOLIDAY COMPLETES ITSELF WHEN ITS LAST SKIP IS USED         *
031019*****************************************************************
031020 2460-SKIP-FOR-HOLIDAY.
031021     SUBTRACT 1 FROM DB2-ARR-SKIP-SINT.
031022     IF DB2-ARR-SKIP-SINT GREATER THAN ZERO
031023         EXEC SQL
031024             UPDATE ARRANGEMENT
031025                SET SKIPREMAINING = :DB2-ARR-SKIP-SINT,
031026                    LASTCHANGED   = CURRENT TIMESTAMP
031027              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
031028                AND STATUS = 'A'
031029         END-EXEC
031030     ELSE
031031         EXEC SQL
031033             UPDATE ARRANGEMENT
031034                SET SKIPREMAINING = 0,
031035                    STATUS        = 'C',
031036                    LASTCHANGED   = CURRENT TIMESTAMP
031037              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
031038                AND STATUS = 'A'
031039         END-EXEC
031040     END-IF.
031041     IF SQLCODE NOT EQUAL 0
031042         DISPLAY 'LGDDC01 - HOLIDAY UPDATE, SQLCODE='
031043                 SQLCODE
031044         GO TO 9999-EXIT
031045     END-IF.
031046     PERFORM 2560-ROLL-PLAN-FORWARD THRU 2560-EXIT.
031047     ADD 1 TO WS-HOLIDAY-SKIP-COUNT.
031048     PERFORM 3500-READ-PLAN THRU 3500-EXIT.
031049 2460-EXIT.
031050     EXIT.
031051*****************************************************************
031053*    2560-ROLL-PLAN-FORWARD - NEXT-DUE ADVANCES BY THE PLAN      *
031054*    FREQUENCY, FOR COLLECTED AND HOLIDAY-SKIPPED PERIODS ALIKE  *
031055*****************************************************************
031056 2560-ROLL-PLAN-FORWARD.
031057     EVALUATE DB2-PLAN-FREQUENCY
031058         WHEN 'M'
031059             EXEC SQL
031060                 UPDATE INSTALMENTPLAN
031061                    SET NEXTDUEDATE =
031062                        CHAR(DATE(NEXTDUEDATE) + 1 MONTH, ISO)
031063                  WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
031064             END-EXEC
031065         WHEN 'Q'
031066             EXEC SQL
031067                 UPDATE INSTALMENTPLAN
031068                    SET NEXTDUEDATE =
031069                        CHAR(DATE(NEXTDUEDATE) + 3 MONTHS, ISO)
031070                  WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
031071             END-EXEC
031073         WHEN OTHER
031074             EXEC SQL
031075                 UPDATE INSTALMENTPLAN
031076                    SET NEXTDUEDATE =
031077                        CHAR(DATE(NEXTDUEDATE) + 1 YEAR, ISO)
031078                  WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
031079             END-EXEC
031080     END-EVALUATE.
031081     IF SQLCODE NOT EQUAL 0
031082         DISPLAY 'LGDDC01 - PLAN ROLL FAILED, SQLCODE='
031083                 SQLCODE
031084         GO TO 9999-EXIT
031085     END-IF.
031086 2560-EXIT.
031087     EXIT.
031088*****************************************************************
031089*    2800-CHECK-NOTICE - THE ADVANCE NOTICE COVERING THIS        *
031090*    COLLECTION: THE POLICY'S LATEST REGULAR-STREAM NOTICE, OR   *
031091*    FOR AN ADJUSTMENT PREMIUM THE NOTICE RAISED FOR THAT ROW.   *
031092*    NO NOTICE, OR ONE ALREADY IN EFFECT, COLLECTS AS NORMAL     *
031094*****************************************************************
031095 2800-CHECK-NOTICE.
031096     MOVE 'C' TO WS-NOTICE-ACTION.
031097     IF WS-NOTICE-COLLTYPE EQUAL 'M'
031098         PERFORM 2820-GET-MTA-NOTICE THRU 2820-EXIT
031099     ELSE
031100         PERFORM 2810-GET-PLAN-NOTICE THRU 2810-EXIT
031101     END-IF.
031102     EVALUATE SQLCODE
031103         WHEN 0
031104             CONTINUE
031105         WHEN 100
031106             GO TO 2800-EXIT
031107         WHEN OTHER
031108             DISPLAY 'LGDDC01 - DDNOTICE SELECT, SQLCODE='
031109                     SQLCODE
031110             GO TO 9999-EXIT
031111     END-EVALUATE.
031112     IF DB2-NTC-STATUS EQUAL 'F'
031114         MOVE 'F' TO WS-NOTICE-ACTION
031115         GO TO 2800-EXIT
031116     END-IF.
031117     IF DB2-NTC-STATUS NOT EQUAL 'P'
031118         GO TO 2800-EXIT
031119     END-IF.
031120     EVALUATE TRUE
031121         WHEN DB2-NTC-SEND-STATUS EQUAL 'SENT'
031122             IF WS-TODAY-DATE-ISO NOT LESS THAN DB2-NTC-EFFECTIVE
031123                AND WS-TODAY-DATE-ISO NOT LESS THAN
031124                    DB2-NTC-PERIOD-END
031125                 MOVE 'E' TO DB2-NTC-STATUS
031126             ELSE
031127                 MOVE 'H' TO WS-NOTICE-ACTION
031128             END-IF
031129         WHEN DB2-NTC-SEND-STATUS EQUAL 'FAILED'
031130         WHEN DB2-NTC-SEND-STATUS EQUAL SPACES
031131             MOVE 'F' TO DB2-NTC-STATUS
031132         WHEN WS-TODAY-DATE-ISO GREATER THAN DB2-NTC-GRACE-DATE
031134             MOVE 'F' TO DB2-NTC-STATUS
031135         WHEN OTHER
031136             MOVE 'H' TO WS-NOTICE-ACTION
031137     END-EVALUATE.
031138     IF WS-NOTICE-HOLD
031139         GO TO 2800-EXIT
031140     END-IF.
031141     IF DB2-NTC-STATUS EQUAL 'F'
031142         MOVE 'F' TO WS-NOTICE-ACTION
031143     END-IF.
031144     EXEC SQL
031145         UPDATE DDNOTICE
031146            SET STATUS      = :DB2-NTC-STATUS,
031147                LASTCHANGED = CURRENT TIMESTAMP
031148          WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
031149            AND NOTICESEQ    = :DB2-NTC-SEQ-SINT
031150     END-EXEC.
031151     IF SQLCODE NOT EQUAL 0
031152         DISPLAY 'LGDDC01 - DDNOTICE UPDATE, SQLCODE='
031153                 SQLCODE
031155         GO TO 9999-EXIT
031156     END-IF.
031157 2800-EXIT.
031158     EXIT.
031159*****************************************************************
031160*    2810/2820 - THE NOTICE ROW WITH THE DELIVERY OUTCOME OF ITS *
031161*    QUEUED MESSAGE (SPACES WHEN NO MESSAGE WAS QUEUED)          *
031162*****************************************************************
031163 2810-GET-PLAN-NOTICE.
031164     EXEC SQL
031165         SELECT N.NOTICESEQ, N.STATUS, N.OLDAMOUNT,
031166                N.EFFECTIVEDATE,
031167                CHAR(DATE(N.EFFECTIVEDATE)
031168                     + :WS-NOTICE-GRACE-DAYS DAYS, ISO),
031169                COALESCE(Q.STATUS, ' '),
031170                COALESCE(CHAR(DATE(Q.SENTTIME)
031171                     + :WS-NOTICE-DAYS DAYS, ISO), '9999-12-31')
031172           INTO :DB2-NTC-SEQ-SINT, :DB2-NTC-STATUS,
031173                :DB2-NTC-OLD-AMOUNT, :DB2-NTC-EFFECTIVE,
031175                :DB2-NTC-GRACE-DATE, :DB2-NTC-SEND-STATUS,
031176                :DB2-NTC-PERIOD-END
031177           FROM DDNOTICE N
031178                LEFT OUTER JOIN NOTIFICATIONQUEUE Q
031179             ON Q.CUSTOMERNUM = N.CUSTOMERNUMBER
031180            AND Q.POLICYNUM   = N.POLICYNUMBER
031181            AND Q.QUEUEDTIME  = N.QUEUEDTIME
031182          WHERE N.POLICYNUMBER = :DB2-POLICYNUM-INT
031183            AND N.COLLTYPE     = 'R'
031184            AND N.NOTICESEQ    =
031185                ( SELECT MAX(NOTICESEQ) FROM DDNOTICE
031186                   WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
031187                     AND COLLTYPE     = 'R' )
031188     END-EXEC.
031189 2810-EXIT.
031190     EXIT.
031191 2820-GET-MTA-NOTICE.
031192     EXEC SQL
031193         SELECT N.NOTICESEQ, N.STATUS, N.OLDAMOUNT,
031195                N.EFFECTIVEDATE,
031196                CHAR(DATE(N.EFFECTIVEDATE)
031197                     + :WS-NOTICE-GRACE-DAYS DAYS, ISO),
031198                COALESCE(Q.STATUS, ' '),
031199                COALESCE(CHAR(DATE(Q.SENTTIME)
031200                     + :WS-NOTICE-DAYS DAYS, ISO), '9999-12-31')
031201           INTO :DB2-NTC-SEQ-SINT, :DB2-NTC-STATUS,
031202                :DB2-NTC-OLD-AMOUNT, :DB2-NTC-EFFECTIVE,
031203                :DB2-NTC-GRACE-DATE, :DB2-NTC-SEND-STATUS,
031204                :DB2-NTC-PERIOD-END
031205           FROM DDNOTICE N
031206                LEFT OUTER JOIN NOTIFICATIONQUEUE Q
031207             ON Q.CUSTOMERNUM = N.CUSTOMERNUMBER
031208            AND Q.POLICYNUM   = N.POLICYNUMBER
031209            AND Q.QUEUEDTIME  = N.QUEUEDTIME
031210          WHERE N.POLICYNUMBER = :DB2-POLICYNUM-INT
031211            AND N.COLLTYPE     = 'M'
031212            AND N.NOTICESEQ    =
031213                ( SELECT MAX(NOTICESEQ) FROM DDNOTICE
031214                   WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
031216                     AND COLLTYPE     = 'M'
031217                     AND NEWDATE      = :DB2-MTA-CYCLEDATE
031218                     AND NEWAMOUNT    = :DB2-PLAN-AMOUNT )
031219     END-EXEC.
031220 2820-EXIT.
031221     EXIT.
031222*****************************************************************
031223*    2850-2870 - HELD AND FALLEN-BACK COLLECTIONS ARE REPORTED   *
031224*    WITH THE OTHER EXCEPTIONS                                   *
031225*****************************************************************
031226 2850-REPORT-HELD.
031227     MOVE '  HELD - DD ADV NOTICE: ' TO DC-E-REASON.
031228     MOVE DB2-POLICYNUM-INT   TO DC-E-POLICYNUM.
031229     MOVE DB2-CUSTOMERNUM-INT TO DC-E-CUSTOMERNUM.
031230     WRITE DC-REPORT-LINE FROM DC-EXCEPTION-LINE.
031231     ADD 1 TO WS-NOTICE-HELD-COUNT.
031232 2850-EXIT.
031233     EXIT.
031234 2860-REPORT-FALLBACK.
031236     MOVE DB2-POLICYNUM-INT   TO DC-E-POLICYNUM.
031237     MOVE DB2-CUSTOMERNUM-INT TO DC-E-CUSTOMERNUM.
031238     WRITE DC-REPORT-LINE FROM DC-EXCEPTION-LINE.
031239     ADD 1 TO WS-NOTICE-FALLBACK-COUNT.
031240 2860-EXIT.
031241     EXIT.
031242 2870-MTA-NOT-NOTIFIED.
031243     EXEC SQL
031244         UPDATE PAYMENTCOLLECTION
031245            SET STATUS = 'NONOTICE'
031246          WHERE POLICYNUMBER     = :DB2-POLICYNUM-INT
031247            AND CUSTOMERNUMBER   = :DB2-CUSTOMERNUM-INT
031248            AND CYCLEDATE        = :DB2-MTA-CYCLEDATE
031249            AND COLLECTIONAMOUNT = :DB2-PLAN-AMOUNT
031250            AND STATUS           = 'DUE'
031251     END-EXEC.
031252     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
031253         DISPLAY 'LGDDC01 - MTA NONOTICE UPDATE, SQLCODE='
031254                 SQLCODE
031256         GO TO 9999-EXIT
031257     END-IF.
031258     MOVE '  NO NOTICE - NOT TAKEN:' TO DC-E-REASON.
031259     PERFORM 2860-REPORT-FALLBACK THRU 2860-EXIT.
031260 2870-EXIT.
031261     EXIT.
031262*****************************************************************
031263*    3500-READ-PLAN - NEXT DUE-PLAN CURSOR ROW                   *
031264*****************************************************************
031265 3500-READ-PLAN.
031266     EXEC SQL
031267         FETCH DUE-PLAN
031268           INTO :DB2-POLICYNUM-INT, :DB2-CUSTOMERNUM-INT,
031269                :DB2-PLAN-AMOUNT, :DB2-PLAN-FREQUENCY
031270     END-EXEC.
031271     EVALUATE SQLCODE
031272         WHEN 0
031273             CONTINUE
031274         WHEN 100
031275             MOVE 'Y' TO WS-PLAN-EOF-SWITCH
031277         WHEN OTHER
031278             DISPLAY 'LGDDC01 - PLAN FETCH ERROR, SQLCODE='
031279                     SQLCODE
031280             GO TO 9999-EXIT
031281     END-EVALUATE.
031282 3500-EXIT.
031283     EXIT.
031284*****************************************************************
031285*****************************************************************
031286*   2550-SUBMIT-MTA-PREMIUM - ONE COLLECTION RECORD PER DUE     *
031287*   MID-TERM ADJUSTMENT PREMIUM, THEN MARK IT SUBMITTED         *
031288*****************************************************************
031289  2550-SUBMIT-MTA-PREMIUM.
031290*    AN ADJUSTMENT PREMIUM INSIDE ITS NOTICE PERIOD STAYS 'DUE'
031291*    FOR A LATER RUN.  ONE WHOSE NOTICE COULD NOT BE GIVEN HAS
031292*    NO PRIOR AMOUNT TO FALL BACK ON - IT IS NOT COLLECTED BY
031293*    DIRECT DEBIT AND IS LEFT 'NONOTICE' FOR CREDIT CONTROL
031294     MOVE 'M' TO WS-NOTICE-COLLTYPE.
031295     PERFORM 2800-CHECK-NOTICE THRU 2800-EXIT.
031297     IF WS-NOTICE-HOLD
031298         PERFORM 2850-REPORT-HELD THRU 2850-EXIT
031299         PERFORM 3650-READ-MTA THRU 3650-EXIT
031300         GO TO 2550-EXIT
031301     END-IF.
031302     IF WS-NOTICE-FALLBACK
031303         PERFORM 2870-MTA-NOT-NOTIFIED THRU 2870-EXIT
031304         PERFORM 3650-READ-MTA THRU 3650-EXIT
031305         GO TO 2550-EXIT
031306     END-IF.
031307     MOVE SPACES TO DS-SUBMISSION-RECORD.
031308     MOVE 'C' TO DS-RECORD-TYPE.
031309     MOVE DB2-POLICYNUM-INT   TO DS-POLICYNUM.
031310     MOVE DB2-CUSTOMERNUM-INT TO DS-CUSTOMERNUM.
031311     MOVE DB2-PLAN-AMOUNT     TO DS-AMOUNT.
031312     MOVE WS-TODAY-DATE-ISO   TO DS-CYCLE-DATE.
031313     WRITE DS-SUBMISSION-RECORD.
031314*    THE UPDATE IS KEYED TO THE FETCHED ROW'S FULL COLUMN
031315*    SET - A POLICY CAN HOLD MORE THAN ONE DUE ADJUSTMENT AND
031317*    ONLY THE ONE ON THE BUREAU FILE MAY BE FLIPPED
031318     EXEC SQL
031319         UPDATE PAYMENTCOLLECTION
031320            SET STATUS    = 'SUBMITTED',
031321                CYCLEDATE = :WS-TODAY-DATE-ISO
031322          WHERE POLICYNUMBER     = :DB2-POLICYNUM-INT
031323            AND CUSTOMERNUMBER   = :DB2-CUSTOMERNUM-INT
031324            AND CYCLEDATE        = :DB2-MTA-CYCLEDATE
031325            AND COLLECTIONAMOUNT = :DB2-PLAN-AMOUNT
031326            AND STATUS           = 'DUE'
031327     END-EXEC.
031328     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
031329         DISPLAY 'LGDDC01 - MTA UPDATE FAILED, SQLCODE='
031330                 SQLCODE
031331         GO TO 9999-EXIT
031332     END-IF.
031333     ADD 1 TO WS-SUBMITTED-COUNT.
031334     ADD DB2-PLAN-AMOUNT   TO WS-SUBMITTED-AMOUNT.
031335     ADD DB2-POLICYNUM-INT TO WS-SUBMITTED-HASH.
031336     PERFORM 3650-READ-MTA THRU 3650-EXIT.
031338  2550-EXIT.
031339     EXIT.
031340*****************************************************************
031341*   3650-READ-MTA - NEXT DUE MTA PREMIUM                        *
031342*****************************************************************
031343  3650-READ-MTA.
031344     EXEC SQL
031345         FETCH DUE-MTA
031346           INTO :DB2-POLICYNUM-INT, :DB2-CUSTOMERNUM-INT,
031347                :DB2-PLAN-AMOUNT, :DB2-MTA-CYCLEDATE
031348     END-EXEC.
031349     EVALUATE SQLCODE
031350         WHEN 0
031351             CONTINUE
031352         WHEN 100
031353             MOVE 'Y' TO WS-MTA-EOF-SWITCH
031354         WHEN OTHER
031355             DISPLAY 'LGDDC01 - MTA FETCH ERROR, SQLCODE='
031356                     SQLCODE
031358             GO TO 9999-EXIT
031359     END-EVALUATE.
031360  3650-EXIT.
031361     EXIT.
031362*    2600-SUBMIT-NEW-MANDATE - ONE BUREAU SETUP RECORD PER       *
031363*    LODGED MANDATE, THEN MARK IT SUBMITTED ('P')                *
031364*****************************************************************
031365 2600-SUBMIT-NEW-MANDATE.
031366     MOVE SPACES TO DS-SUBMISSION-RECORD.
031367     MOVE 'N' TO DS-RECORD-TYPE.
031368     MOVE ZERO TO DS-POLICYNUM.
031369     MOVE DB2-CUSTOMERNUM-INT TO DS-CUSTOMERNUM.
031370     MOVE ZERO TO DS-AMOUNT.
031371     MOVE WS-TODAY-DATE-ISO TO DS-CYCLE-DATE.
031372     MOVE DB2-MND-SORTCODE TO DS-SORTCODE.
031373     MOVE DB2-MND-ACCOUNT  TO DS-ACCOUNT.
031374     WRITE DS-SUBMISSION-RECORD.
031375     EXEC SQL
031376         UPDATE PAYMENTMANDATE
031378            SET MANDATESTATUS = 'P'
031379          WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
031380            AND BANKSORTCODE   = :DB2-MND-SORTCODE
031381            AND BANKACCOUNT    = :DB2-MND-ACCOUNT
031382            AND MANDATESTATUS  = 'L'
031383     END-EXEC.
031384     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
031385         DISPLAY 'LGDDC01 - MANDATE UPDATE FAILED, SQLCODE='
031386                 SQLCODE
031387         GO TO 9999-EXIT
031388     END-IF.
031389     ADD 1 TO WS-MANDATE-SETUP-COUNT.
031390     PERFORM 3600-READ-MANDATE THRU 3600-EXIT.
031391 2600-EXIT.
031392     EXIT.
031393*****************************************************************
031394*    2700-REPORT-SUPPRESSED - EXCEPTION LINE PER DUE POLICY      *
031395*    WITH NO CONFIRMED MANDATE OR ON A PAYMENT HOLD              *
031396*****************************************************************
031397 2700-REPORT-SUPPRESSED.
031399     IF DB2-SUPP-PAYMENT-HOLD
031400         MOVE '  PAYMENT HOLD (NEW PH):' TO DC-E-REASON
031401     ELSE
031402         MOVE '  NO CONFIRMED MANDATE: ' TO DC-E-REASON
031403     END-IF.
031404     MOVE DB2-POLICYNUM-INT   TO DC-E-POLICYNUM.
031405     MOVE DB2-CUSTOMERNUM-INT TO DC-E-CUSTOMERNUM.
031406     WRITE DC-REPORT-LINE FROM DC-EXCEPTION-LINE.
031407     ADD 1 TO WS-SUPPRESSED-COUNT.
031408     PERFORM 3700-READ-SUPPRESSED THRU 3700-EXIT.
031409 2700-EXIT.
031410     EXIT.
031411*****************************************************************
031412*    3600-READ-MANDATE - NEXT LODGED MANDATE                     *
031413*****************************************************************
031414 3600-READ-MANDATE.
031415     EXEC SQL
031416         FETCH NEW-MANDATE
031417           INTO :DB2-CUSTOMERNUM-INT, :DB2-MND-SORTCODE,
031419                :DB2-MND-ACCOUNT
031420     END-EXEC.
031421     EVALUATE SQLCODE
031422         WHEN 0
031423             CONTINUE
031424         WHEN 100
031425             MOVE 'Y' TO WS-MAND-EOF-SWITCH
031426         WHEN OTHER
031427             DISPLAY 'LGDDC01 - MANDATE FETCH ERROR, SQLCODE='
031428                     SQLCODE
031429             GO TO 9999-EXIT
031430     END-EVALUATE.
031431 3600-EXIT.
031432     EXIT.
031433*****************************************************************
031434*    3700-READ-SUPPRESSED - NEXT SUPPRESSED DUE POLICY           *
031435*****************************************************************
031436 3700-READ-SUPPRESSED.
031437     EXEC SQL
031439         FETCH SUPPRESSED-POLICY
031440           INTO :DB2-POLICYNUM-INT, :DB2-CUSTOMERNUM-INT,
031441                :DB2-SUPP-REASON
031442     END-EXEC.
031443     EVALUATE SQLCODE
031444         WHEN 0
031445             CONTINUE
031446         WHEN 100
031447             MOVE 'Y' TO WS-SUPP-EOF-SWITCH
031448         WHEN OTHER
031449             DISPLAY 'LGDDC01 - SUPPRESS FETCH ERROR, SQLCODE='
031450                     SQLCODE
031451             GO TO 9999-EXIT
031452     END-EVALUATE.
031453  3700-EXIT.
031454     EXIT.
031455*****************************************************************
031456*    2750-REPORT-SUPP-PLAN - EXCEPTION LINE PER DUE INSTALMENT   *
031457*    PLAN WITH NO CONFIRMED MANDATE OR ON A PAYMENT HOLD         *
031458*****************************************************************
031460 2750-REPORT-SUPP-PLAN.
031461     IF DB2-SUPP-PAYMENT-HOLD
031462         MOVE '  PAYMENT HOLD (NEW PH):' TO DC-E-REASON
031463     ELSE
031464         MOVE '  NO CONFIRMED MANDATE: ' TO DC-E-REASON
031465     END-IF.
031466     MOVE DB2-POLICYNUM-INT   TO DC-E-POLICYNUM.
031467     MOVE DB2-CUSTOMERNUM-INT TO DC-E-CUSTOMERNUM.
031468     WRITE DC-REPORT-LINE FROM DC-EXCEPTION-LINE.
031469     ADD 1 TO WS-SUPPRESSED-COUNT.
031470     PERFORM 3750-READ-SUPP-PLAN THRU 3750-EXIT.
031471 2750-EXIT.
031472     EXIT.
031473*****************************************************************
031474*    3750-READ-SUPP-PLAN - NEXT SUPPRESSED DUE PLAN              *
031475*****************************************************************
031476 3750-READ-SUPP-PLAN.
031477     EXEC SQL
031478         FETCH SUPPRESSED-PLAN
031480           INTO :DB2-POLICYNUM-INT, :DB2-CUSTOMERNUM-INT,
031481                :DB2-SUPP-REASON
031482     END-EXEC.
031483     EVALUATE SQLCODE
031484         WHEN 0
031485             CONTINUE
031486         WHEN 100
031487             MOVE 'Y' TO WS-SUPPL-EOF-SWITCH
031488         WHEN OTHER
031489             DISPLAY 'LGDDC01 - SUPPLAN FETCH ERROR, SQLCODE='
031490                     SQLCODE
031491             GO TO 9999-EXIT
031492     END-EVALUATE.
031493 3750-EXIT.
031494     EXIT.
031495*****************************************************************
031496*    4000-APPLY-RETURN - APPLY ONE BUREAU OUTCOME RECORD BACK    *
031497*    AGAINST THE POLICY'S MOST RECENT SUBMITTED COLLECTION       *
031498*****************************************************************
031500 4000-APPLY-RETURN.
031600     READ DD-RETURN-FILE
031700         AT END
036540     WRITE DC-REPORT-LINE FROM DC-SUMMARY-LINE-6.
036550     MOVE WS-SUPPRESSED-COUNT    TO DC-S7-COUNT.
036560     WRITE DC-REPORT-LINE FROM DC-SUMMARY-LINE-7.
036568     MOVE WS-NOTICE-HELD-COUNT     TO DC-S8-COUNT.
036576     WRITE DC-REPORT-LINE FROM DC-SUMMARY-LINE-8.
036584     MOVE WS-NOTICE-FALLBACK-COUNT TO DC-S9-COUNT.
036592     WRITE DC-REPORT-LINE FROM DC-SUMMARY-LINE-9.
036600     CLOSE DD-SUBMISSION-FILE.
036700     CLOSE DD-RETURN-FILE.
036800     CLOSE COLLECTION-REPORT-FILE.
036810*    THE CONTROL RECORD GOES DOWN BEFORE THE RUN IS MARKED
036820*    COMPLETE - A JOB THAT CANNOT WRITE ITS TOTALS HAS NOT
036830*    FINISHED AS FAR AS THE BALANCING STEP IS CONCERNED
036840     MOVE 'W'                 TO CTOT-ACTION.
036850     MOVE 'LGDDC01'           TO CTOT-JOBNAME.
036860     MOVE RCTL-BUSDATE        TO CTOT-BUSDATE.
036870     MOVE 'COL'               TO CTOT-CASH-TYPE.
036880     MOVE WS-SUBMITTED-COUNT  TO CTOT-RECORD-COUNT.
036890     MOVE WS-SUBMITTED-AMOUNT TO CTOT-AMOUNT-TOTAL.
036891     MOVE WS-SUBMITTED-HASH   TO CTOT-HASH-TOTAL.
036892     CALL 'LGCTOT01' USING CTOT-REQUEST.
036893     IF CTOT-RC NOT EQUAL '00'
036894         DISPLAY 'LGDDC01 - CONTROL TOTAL WRITE, SQLCODE='
036895                 CTOT-SQLCODE
036896         GO TO 9999-EXIT
036897     END-IF.
036900     MOVE 'E' TO RCTL-ACTION
036900     CALL 'LGRCTL01' USING RCTL-REQUEST.
036900 8000-EXIT.
