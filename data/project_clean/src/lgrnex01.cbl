001191*    09/02/26  LGIT   DECLINED ('D') AND DEATH-SETTLED          *
001192*                     ('X') POLICIES EXCLUDED FROM THE          *
001193*                     LIVE-POLICY SELECTIONS                    *
001199*    10/15/26  LGIT   ADJUSTABLE COMMERCIAL POLICIES HAVE THE   *
001206*                     EXPIRING TERM'S DECLARATION OPENED BEFORE *
001213*                     THE TERM ROLLS                            *
001219*    10/15/26  LGIT   POLICIES FLAGGED FOR HOUSEHOLD DISCOUNT   *
001226*                     REMOVAL HAVE THE DISCOUNT TAKEN OFF AS    *
001233*                     THE TERM ROLLS                            *
001239*    10/15/26  LGIT   THE ROLLED TERM TAKES THE POLICY WORDING  *
001246*                     EDITION IN FORCE WHEN IT STARTS           *
001253*    10/15/26  LGIT   INVITATIONS HELD BACK A FEW DAYS FOR      *
001259*                     RENEWALS LGRENW01 PUT ON THE RETENTION    *
001266*                     CALL LIST, SO THE CALL COMES FIRST        *
001273*    10/15/26  LGIT   RENEWALS WITH A CLAIM EXCESS UNPAID       *
001279*                     PAST ITS DUE DATE ARE REFERRED TO         *
001286*                     UNDERWRITING                              *
001293*****************************************************************
001300 ENVIRONMENT DIVISION.
001400 CONFIGURATION SECTION.
001500 SOURCE-COMPUTER.    IBM-370.
007300*****************************************************************
007400 77  WS-IPT-RATE                 PIC S9(3)V99 COMP-3 VALUE 12.00.
007500 77  WS-NCD-CAP-YEARS            PIC S9(4) COMP VALUE +5.
007516*****************************************************************
007533*    THE SUITE RUNS ON THE OPERATOR-CONTROLLED BUSINESS DATE -  *
007550*    THE SYSTEM CLOCK IS ONLY THE FALLBACK WHEN THE CONTROL ROW *
007566*    IS ABSENT, SO RERUNS AND LATE-RUNNING SCHEDULES KEEP THE   *
007583*    RIGHT DATED OUTPUT AND SELECTIONS                          *
007600*****************************************************************
007600 01  WS-BUSINESS-DATE.
007600     05  WS-BD-YYYY              PIC 9(04).
008800 01  DB2-CUSTOMERNUM-INT         PIC S9(9) COMP.
008900 01  DB2-AUTORENEW               PIC X(01).
009000 01  DB2-POLICYTYPE              PIC X(01).
009050 01  DB2-WORDING-EDITION         PIC X(08).
009100 01  DB2-PAYMENT-INT             PIC S9(9) COMP.
009200 01  DB2-IPTAMOUNT               PIC S9(9)V99 COMP-3.
009300 01  DB2-CLAIM-COUNT             PIC S9(9) COMP.
009575 01  DB2-H-C-SUM-INT             PIC S9(9) COMP.
009576 77  WS-INDEXED-COUNT            PIC 9(07) COMP-3 VALUE 0.
009577*****************************************************************
009578*    TELEMATICS RENEWAL BANDS - A YEAR'S AVERAGE DRIVING SCORE  *
009579*    AT OR ABOVE THE GOOD BAND EARNS THE DISCOUNT, BELOW THE    *
009580*    POOR BAND LOADS THE PREMIUM AND REFERS TO UNDERWRITING;    *
009581*    LOW ANNUAL MILEAGE EARNS THE FAIR-MILEAGE DISCOUNT         *
009582*****************************************************************
009583 77  WS-TLM-GOOD-SCORE           PIC S9(4) COMP VALUE +75.
009584 77  WS-TLM-POOR-SCORE           PIC S9(4) COMP VALUE +40.
009593 01  DB2-TLM-MILES-INT           PIC S9(9) COMP.
009594 01  DB2-TLM-PERIODS             PIC S9(4) COMP.
009595 77  WS-TLM-ADJ-COUNT            PIC 9(07) COMP-3 VALUE 0.
009599 01  DB2-HHDISCOUNT              PIC X(01).
009603 01  DB2-CONFIG-VALUE            PIC S9(9)V99 COMP-3.
009607 01  WS-HH-LIVE-COUNT            PIC S9(9) COMP VALUE +0.
009611 01  WS-HH-DISCOUNT-PCT          PIC S9(3)V99 COMP-3 VALUE 0.
009616 77  WS-HH-DEFAULT-PCT           PIC S9(3)V99 COMP-3 VALUE 10.00.
009620 77  WS-HHD-REMOVED-COUNT        PIC 9(07) COMP-3 VALUE 0.
009624*****************************************************************
009628*    RETENTION CALL HOLD - A RENEWAL ON THE RETCALL LIST IS NOT *
009632*    INVITED UNTIL THE CALL HAS HAD ITS DAYS, UNLESS EXPIRY IS  *
009637*    TOO CLOSE TO WAIT ANY LONGER                               *
009641*****************************************************************
009645 77  WS-CALL-HOLD-DAYS           PIC S9(4) COMP VALUE +7.
009649 77  WS-CALL-HOLD-LEAD-DAYS      PIC S9(4) COMP VALUE +21.
009653 77  WS-CALL-HELD-COUNT          PIC 9(07) COMP-3 VALUE 0.
009658 01  WS-CALL-HOLD-INT            PIC S9(9) COMP VALUE +0.
009662 01  DB2-XS-PASTDUE              PIC S9(9) COMP.
009666 77  WS-XS-REFER-COUNT           PIC 9(07) COMP-3 VALUE 0.
009670 01  WS-TODAY-ISO.
009674     05  WS-TI-YYYY              PIC 9(04).
009679     05  FILLER                  PIC X(01) VALUE '-'.
009683     05  WS-TI-MM                PIC 9(02).
009687     05  FILLER                  PIC X(01) VALUE '-'.
009691     05  WS-TI-DD                PIC 9(02).
009695 01  RX-HEADING-1.
009700     05  FILLER                  PIC X(43) VALUE
009800         'LG INSURANCE - RENEWAL EXECUTION RUN'.
009900     05  FILLER                  PIC X(10) VALUE ' RUN DATE '.
011979         'TELEMATICS BAND ADJUSTMENTS'.
011980     05  RX-S6-COUNT             PIC ZZZ,ZZ9.
011981     05  FILLER                  PIC X(70) VALUE SPACES.
011982 01  RX-SUMMARY-LINE-7.
011983     05  FILLER                  PIC X(20) VALUE SPACES.
011984     05  FILLER                  PIC X(36) VALUE
011985         'HOUSEHOLD DISCOUNTS REMOVED'.
011986     05  RX-S7-COUNT             PIC ZZZ,ZZ9.
011987     05  FILLER                  PIC X(70) VALUE SPACES.
011988 01  RX-SUMMARY-LINE-8.
011989     05  FILLER                  PIC X(20) VALUE SPACES.
011990     05  FILLER                  PIC X(36) VALUE
011991         'INVITATIONS HELD FOR RETENTION CALL'.
011992     05  RX-S8-COUNT             PIC ZZZ,ZZ9.
011993     05  FILLER                  PIC X(70) VALUE SPACES.
011994 01  RX-SUMMARY-LINE-9.
011995     05  FILLER                  PIC X(20) VALUE SPACES.
011996     05  FILLER                  PIC X(36) VALUE
011997         'REFERRED FOR UNPAID CLAIM EXCESS'.
011998     05  RX-S9-COUNT             PIC ZZZ,ZZ9.
011999     05  FILLER                  PIC X(70) VALUE SPACES.
012000     COPY LGRCTL.
012000     EXEC SQL
012100         INCLUDE SQLCA
014100     MOVE WS-CD-DD   TO WS-RD-DD
014200     MOVE WS-CD-MM   TO WS-RD-MM
014300     MOVE WS-CD-YYYY TO WS-RD-YYYY.
014310     MOVE WS-CD-YYYY TO WS-TI-YYYY
014320     MOVE WS-CD-MM   TO WS-TI-MM
014330     MOVE WS-CD-DD   TO WS-TI-DD.
014400     MOVE WS-REPORT-DATE TO RX-H1-DATE.
014500     OPEN INPUT RENEWAL-WORKLIST-FILE.
014600     IF NOT WS-RENWRK-OK
016400 1000-EXIT.
016500     EXIT.
016500*****************************************************************
016505*    1050-GET-BUSINESS-DATE - OVERLAY THE CLOCK DATE WITH THE   *
016511*    BUSINESSDATE CONTROL ROW WHEN ONE IS SET                   *
016516*****************************************************************
016522 1050-GET-BUSINESS-DATE.
016527     EXEC SQL
016533         SELECT BUSINESSDATE
016538           INTO :WS-BUSINESS-DATE
016544           FROM BUSINESSDATE
016550          WHERE CONTROLID = 'LG'
016555     END-EXEC.
016561     IF SQLCODE EQUAL 0
016566         MOVE WS-BD-YYYY TO WS-CD-YYYY
016572         MOVE WS-BD-MM   TO WS-CD-MM
016577         MOVE WS-BD-DD   TO WS-CD-DD
016583     END-IF.
016588 1050-EXIT.
016594     EXIT.
016600*****************************************************************
016700*    2000-PROCESS-WORKLIST - ONE WORKLIST LINE; NON-DETAIL      *
016800*    LINES (HEADINGS, SUMMARY) ARE SKIPPED                      *
016900*****************************************************************
017000 2000-PROCESS-WORKLIST.
017100     READ RENEWAL-WORKLIST-FILE
018200     EXEC SQL
018300         SELECT COALESCE(AUTORENEW, 'N'), POLICYTYPE,
018400                PAYMENT, COALESCE(IPTAMOUNT, 0),
018450                COALESCE(INDEXOPTOUT, 'N'),
018460                COALESCE(HHDISCOUNT, 'N')
018500           INTO :DB2-AUTORENEW, :DB2-POLICYTYPE,
018600                :DB2-PAYMENT-INT, :DB2-IPTAMOUNT,
018650                :DB2-INDEXOPTOUT, :DB2-HHDISCOUNT
018700           FROM POLICY
018800          WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
018850            AND EXPIRYDATE   = :DB2-WORKLIST-EXPIRY
020000                     SQLCODE
020100             GO TO 9999-EXIT
020200     END-EVALUATE.
020250     PERFORM 2100-UNPAID-EXCESS THRU 2100-EXIT.
020300     IF DB2-AUTORENEW EQUAL 'Y'
020400         PERFORM 3000-AUTO-RENEW THRU 3000-EXIT
020500     ELSE
020700     END-IF.
020800 2000-EXIT.
020900     EXIT.
020902*****************************************************************
020904*    2100-UNPAID-EXCESS - A CLAIM EXCESS THE CUSTOMER STILL OWES *
020906*    PAST ITS DUE DATE, AND NOT ALREADY WITH THE DIRECT DEBIT,   *
020909*    REFERS THE RENEWAL TO UNDERWRITING.  THE RENEWAL ITSELF     *
020911*    GOES AHEAD AS NORMAL.                                       *
020913*****************************************************************
020916 2100-UNPAID-EXCESS.
020918     MOVE 0 TO DB2-XS-PASTDUE.
020920     EXEC SQL
020923         SELECT COUNT(*)
020925           INTO :DB2-XS-PASTDUE
020927           FROM EXCESSRECEIVABLE
020930          WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
020932            AND STATUS IN ('O', 'F')
020934            AND EXCESSAMOUNT > AMOUNTPAID
020937            AND DUEDATE < :WS-TODAY-ISO
020939     END-EXEC.
020941     IF SQLCODE NOT EQUAL 0
020944         DISPLAY 'LGRNEX01 - EXCESS SELECT, SQLCODE='
020946                 SQLCODE
020948         GO TO 9999-EXIT
020951     END-IF.
020953     IF DB2-XS-PASTDUE EQUAL ZERO
020955         GO TO 2100-EXIT
020958     END-IF.
020960     EXEC SQL
020962         INSERT INTO UWREFERRAL
020965                   ( POLICYNUMBER,
020967                     REFERREASON,
020969                     REFERTIME )
020972            VALUES ( :DB2-POLICYNUM-INT,
020974                     'UNPAID CLAIM EXCESS PAST DUE',
020976                     CURRENT TIMESTAMP )
020979     END-EXEC.
020981     IF SQLCODE NOT EQUAL 0
020983         DISPLAY 'LGRNEX01 - EXCESS REFER, SQLCODE='
020986                 SQLCODE
020988         GO TO 9999-EXIT
020990     END-IF.
020993     ADD 1 TO WS-XS-REFER-COUNT.
020995 2100-EXIT.
020997     EXIT.
021000*****************************************************************
021100*    3000-AUTO-RENEW - ROLL THE TERM IN PLACE, RECOMPUTE IPT,   *
021200*    STEP MOTOR NCD FOR A CLAIM-FREE EXPIRING TERM, QUEUE THE   *
021300*    RENEWAL NOTIFICATION.  THE ANNIVERSARY-DAY COLLECTION      *
021400*    SELECTION PICKS UP THE ROLLED TERM BY ITSELF.              *
021500*****************************************************************
021600 3000-AUTO-RENEW.
021700     IF DB2-POLICYTYPE EQUAL 'M'
021905     IF DB2-POLICYTYPE EQUAL 'H'
021906         PERFORM 3070-INDEX-HOUSE THRU 3070-EXIT
021907     END-IF.
021917     IF DB2-HHDISCOUNT EQUAL 'R'
021927         PERFORM 3060-HOUSEHOLD-REMOVAL THRU 3060-EXIT
021938     END-IF.
021948     PERFORM 3050-FAIRNESS-CAP THRU 3050-EXIT.
021958     IF DB2-POLICYTYPE EQUAL 'C'
021969         PERFORM 3080-OPEN-DECLARATION THRU 3080-EXIT
021979     END-IF.
021989     PERFORM 3040-WORDING-EDITION THRU 3040-EXIT.
022000     IF DB2-POLICYTYPE EQUAL 'E'
022100         MOVE 0 TO DB2-IPTAMOUNT
022200     ELSE
023100                    CHAR(DATE(EXPIRYDATE) + 1 YEAR, ISO),
023150                PAYMENT     = :DB2-PAYMENT-INT,
023200                IPTAMOUNT   = :DB2-IPTAMOUNT,
023250                HHDISCOUNT  = :DB2-HHDISCOUNT,
023260                WORDINGEDITION = :DB2-WORDING-EDITION,
023300                LASTCHANGED = CURRENT TIMESTAMP
023400          WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
023500     END-EXEC.
024300 3000-EXIT.
024400     EXIT.
024411*****************************************************************
024412*    3090-TELEMATICS-ADJUST - THE BLACK-BOX HISTORY LOADED BY   *
024413*    LGTLMT01 ADJUSTS THE RENEWAL PREMIUM BAND: A GOOD YEAR'S   *
024414*    AVERAGE SCORE EARNS THE DISCOUNT, A POOR ONE LOADS THE     *
024415*    PREMIUM AND REFERS THE POLICY TO UNDERWRITING, AND LOW     *
024416*    ANNUAL MILEAGE EARNS THE FAIR-MILEAGE DISCOUNT.  POLICIES  *
024417*    WITHOUT USAGE HISTORY RENEW UNCHANGED.                     *
024418*****************************************************************
024419 3090-TELEMATICS-ADJUST.
024420     MOVE 0 TO DB2-TLM-PERIODS.
024481 3095-EXIT.
024482     EXIT.
024483*****************************************************************
024484*    3070-INDEX-HOUSE - REBUILDING COSTS MOVE WHETHER THE       *
024485*    CUSTOMER PHONES US OR NOT.  THE YEAR'S FACTOR UPLIFTS THE  *
024486*    HOUSE SUMS INSURED AND THE PREMIUM MOVES BY THE SAME       *
024487*    FACTOR - THE RATEHOUSE FORMULA IS LINEAR IN THE SUM, SO    *
024488*    THE SCALED PREMIUM IS THE RE-RATED PREMIUM.  A CUSTOMER    *
024489*    OPT-OUT SUPPRESSES THE UPLIFT FOR THAT POLICY.             *
024490*****************************************************************
024491 3070-INDEX-HOUSE.
024492     MOVE 0 TO WS-INDEX-PCT.
024498           INTO :DB2-INDEX-PCT
024499           FROM INDEXATIONFACTOR
024500          WHERE POLICYTYPE = 'H'
024502            AND FACTORYEAR = :WS-CD-YYYY
024503     END-EXEC.
024505     EVALUATE SQLCODE
024506         WHEN 0
024508             CONTINUE
024509         WHEN 100
024511             GO TO 3070-EXIT
024513         WHEN OTHER
024514             DISPLAY 'LGRNEX01 - INDEX SELECT, SQLCODE='
024516                     SQLCODE
024517             GO TO 9999-EXIT
024519     END-EVALUATE.
024521     IF DB2-INDEX-PCT NOT GREATER THAN ZERO
024522         GO TO 3070-EXIT
024524     END-IF.
024525     EXEC SQL
024527         SELECT VALUE, COALESCE(BUILDINGSSUM, 0),
024528                COALESCE(CONTENTSSUM, 0)
024530           INTO :DB2-H-VALUE-INT, :DB2-H-B-SUM-INT,
024532                :DB2-H-C-SUM-INT
024533           FROM HOUSE
024535          WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
024536     END-EXEC.
024538     IF SQLCODE NOT EQUAL 0
024540         GO TO 3070-EXIT
024541     END-IF.
024543     COMPUTE DB2-H-VALUE-INT ROUNDED =
024544         DB2-H-VALUE-INT * (100 + DB2-INDEX-PCT) / 100.
024546     COMPUTE DB2-H-B-SUM-INT ROUNDED =
024547         DB2-H-B-SUM-INT * (100 + DB2-INDEX-PCT) / 100.
024549     COMPUTE DB2-H-C-SUM-INT ROUNDED =
024551         DB2-H-C-SUM-INT * (100 + DB2-INDEX-PCT) / 100.
024552     EXEC SQL
024554         UPDATE HOUSE
024555            SET VALUE        = :DB2-H-VALUE-INT,
024557                BUILDINGSSUM = :DB2-H-B-SUM-INT,
024559                CONTENTSSUM  = :DB2-H-C-SUM-INT
024560          WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
024562     END-EXEC.
024563     IF SQLCODE NOT EQUAL 0
024565         DISPLAY 'LGRNEX01 - INDEX UPDATE, SQLCODE='
024567                 SQLCODE
024568         GO TO 9999-EXIT
024570     END-IF.
024571     COMPUTE DB2-PAYMENT-INT ROUNDED =
024573         DB2-PAYMENT-INT * (100 + DB2-INDEX-PCT) / 100.
024574     MOVE DB2-INDEX-PCT TO WS-INDEX-PCT.
024576     ADD 1 TO WS-INDEXED-COUNT.
024578 3070-EXIT.
024579     EXIT.
024581*****************************************************************
024582*    3060-HOUSEHOLD-REMOVAL - A POLICY FLAGGED 'R' (ITS         *
024584*    HOUSEHOLD LOST A LIVE POLICY, OR IT LEFT THE HOUSEHOLD)    *
024586*    HAS THE MULTI-POLICY DISCOUNT TAKEN OFF AS THE TERM        *
024587*    ROLLS.  IF THE CONFIRMED HOUSEHOLD HAS SINCE TAKEN OUT      *
024589*    ANOTHER LIVE POLICY THE DISCOUNT STANDS AND THE FLAG GOES  *
024590*    BACK TO 'Y'.                                               *
024592*****************************************************************
024593 3060-HOUSEHOLD-REMOVAL.
024595     MOVE 0 TO WS-HH-LIVE-COUNT.
024597     EXEC SQL
024598         SELECT COUNT(*)
024599           INTO :WS-HH-LIVE-COUNT
024601           FROM POLICY O,
024602                CUSTOMERHOUSEHOLD H,
024604                CUSTOMERHOUSEHOLD M
024605          WHERE M.CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
024607            AND M.LINKSTATUS     = 'C'
024608            AND H.HOUSEHOLDID    = M.HOUSEHOLDID
024610            AND H.LINKSTATUS     = 'C'
024612            AND O.CUSTOMERNUMBER = H.CUSTOMERNUMBER
024613            AND O.POLICYNUMBER  <> :DB2-POLICYNUM-INT
024615            AND COALESCE(O.STATUS, ' ')
024616                NOT IN ('C','L','M','S','D','X')
024618     END-EXEC.
024619     IF SQLCODE NOT EQUAL 0
024621         DISPLAY 'LGRNEX01 - HOUSEHOLD COUNT, SQLCODE='
024623                 SQLCODE
024624         GO TO 9999-EXIT
024626     END-IF.
024627     IF WS-HH-LIVE-COUNT GREATER THAN ZERO
024629         MOVE 'Y' TO DB2-HHDISCOUNT
024630         GO TO 3060-EXIT
024632     END-IF.
024634     MOVE WS-HH-DEFAULT-PCT TO WS-HH-DISCOUNT-PCT.
024635     EXEC SQL
024637         SELECT CONFIGVALUE
024638           INTO :DB2-CONFIG-VALUE
024640           FROM PRODUCTCONFIG
024641          WHERE POLICYTYPE = :DB2-POLICYTYPE
024643            AND CONFIGKEY  = 'HHDISCPCT   '
024644            AND EFFECTIVEDATE =
024646                ( SELECT MAX(EFFECTIVEDATE)
024648                    FROM PRODUCTCONFIG
024649                   WHERE POLICYTYPE = :DB2-POLICYTYPE
024651                     AND CONFIGKEY  = 'HHDISCPCT   '
024652                     AND EFFECTIVEDATE <= CURRENT DATE )
024654     END-EXEC.
024655     IF SQLCODE EQUAL 0
024657         MOVE DB2-CONFIG-VALUE TO WS-HH-DISCOUNT-PCT
024659     ELSE
024660         IF SQLCODE NOT EQUAL 100
024662             DISPLAY 'LGRNEX01 - CONFIG SELECT, SQLCODE='
024663                     SQLCODE
024665             GO TO 9999-EXIT
024666         END-IF
024668     END-IF.
024670     MOVE 'N' TO DB2-HHDISCOUNT.
024671     IF WS-HH-DISCOUNT-PCT NOT GREATER THAN ZERO OR
024673        WS-HH-DISCOUNT-PCT NOT LESS THAN 100
024674         GO TO 3060-EXIT
024676     END-IF.
024677     COMPUTE DB2-PAYMENT-INT ROUNDED =
024679         DB2-PAYMENT-INT * 100 / (100 - WS-HH-DISCOUNT-PCT).
024680     IF DB2-POLICYTYPE EQUAL 'M'
024682         PERFORM 3065-MOTOR-REMOVAL THRU 3065-EXIT
024684     END-IF.
024685     ADD 1 TO WS-HHD-REMOVED-COUNT.
024687 3060-EXIT.
024688     EXIT.
024690 3065-MOTOR-REMOVAL.
024691     EXEC SQL
024693         SELECT PREMIUM
024695           INTO :DB2-MOTORPREM-INT
024696           FROM MOTOR
024698          WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
024699     END-EXEC.
024701     IF SQLCODE EQUAL 100
024702         GO TO 3065-EXIT
024704     END-IF.
024706     IF SQLCODE NOT EQUAL 0
024707         DISPLAY 'LGRNEX01 - MOTOR SELECT, SQLCODE='
024709                 SQLCODE
024710         GO TO 9999-EXIT
024712     END-IF.
024713     COMPUTE DB2-MOTORPREM-INT ROUNDED =
024715         DB2-MOTORPREM-INT * 100 / (100 - WS-HH-DISCOUNT-PCT).
024717     EXEC SQL
024718         UPDATE MOTOR
024720            SET PREMIUM = :DB2-MOTORPREM-INT
024721          WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
024723     END-EXEC.
024724     IF SQLCODE NOT EQUAL 0
024726         DISPLAY 'LGRNEX01 - MOTOR UPDATE, SQLCODE='
024727                 SQLCODE
024729         GO TO 9999-EXIT
024731     END-IF.
024732 3065-EXIT.
024734     EXIT.
024735*****************************************************************
024737*    3050-FAIRNESS-CAP - A RENEWAL MAY NOT COST MORE THAN THE   *
024738*    SAME RISK WOULD PAY AS NEW BUSINESS.  LGRENW01 PRICED THE  *
024740*    EQUIVALENT AT WORKLIST BUILD AND STORED IT ON              *
024742*    RENEWALPRICE; A ROLLED PREMIUM ABOVE IT IS CAPPED.  AN     *
024743*    INDEXED HOUSE COMPARES AGAINST THE EQUIVALENT MOVED BY     *
024745*    THE SAME UPLIFT, SINCE THE RISK ITSELF HAS GROWN.          *
024746*****************************************************************
024748 3050-FAIRNESS-CAP.
024749     MOVE 0 TO DB2-EQUIV-PREMIUM.
024751     EXEC SQL
024753         SELECT EQUIVPREMIUM
024754           INTO :DB2-EQUIV-PREMIUM
024756           FROM RENEWALPRICE
024757          WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
024759     END-EXEC.
024760     EVALUATE SQLCODE
024762         WHEN 0
024763             CONTINUE
024765         WHEN 100
024767             GO TO 3050-EXIT
024768         WHEN OTHER
024770             DISPLAY 'LGRNEX01 - PRICE SELECT, SQLCODE='
024771                     SQLCODE
024773             GO TO 9999-EXIT
024774     END-EVALUATE.
024776     IF WS-INDEX-PCT GREATER THAN ZERO
024778         COMPUTE DB2-EQUIV-PREMIUM ROUNDED =
024779             DB2-EQUIV-PREMIUM *
024781             (100 + WS-INDEX-PCT) / 100
024782     END-IF.
024784     IF DB2-EQUIV-PREMIUM GREATER THAN ZERO AND
024785        DB2-PAYMENT-INT GREATER THAN DB2-EQUIV-PREMIUM
024787         MOVE DB2-EQUIV-PREMIUM TO DB2-PAYMENT-INT
024789         ADD 1 TO WS-CAPPED-COUNT
024790     END-IF.
024792 3050-EXIT.
024793     EXIT.
024795*****************************************************************
024796*    3100-STEP-NCD - ONE MORE NCD YEAR WHEN THE EXPIRING TERM   *
024798*    RAN CLAIM-FREE, CAPPED AT THE SHOP MAXIMUM                 *
024800*****************************************************************
024900 3100-STEP-NCD.
025000     MOVE 0 TO DB2-CLAIM-COUNT.
028200 3150-EXIT.
028210     EXIT.
028100*****************************************************************
028200*    3200-QUEUE-NOTIFICATION - RENEWAL NOTICE ONTO THE QUEUE    *
028300*    THE LGNTFD01 DISPATCHER DRAINS                             *
028400*****************************************************************
028500 3200-QUEUE-NOTIFICATION.
028510*    THE DELIVERY CHANNEL COMES FROM THE CUSTOMER'S RECORDED
032200 3200-EXIT.
032300     EXIT.
032400*****************************************************************
032500*    4000-INVITE - INVITATION OUTPUT PLUS THE RESPONSE-TRACKING *
032600*    ROW THE SERVICING TEAM WORKS                               *
032700*****************************************************************
032800 4000-INVITE.
032804     MOVE 0 TO WS-CALL-HOLD-INT.
032808     EXEC SQL
032813         SELECT COUNT(*)
032817           INTO :WS-CALL-HOLD-INT
032821           FROM RENEWALSCORE
032826          WHERE POLICYNUMBER  = :DB2-POLICYNUM-INT
032830            AND EXPIRYDATE    = :DB2-WORKLIST-EXPIRY
032834            AND RETENTIONCALL = 'Y'
032839            AND CALLLISTDATE  >
032843                DATE(:WS-TODAY-ISO) - :WS-CALL-HOLD-DAYS DAYS
032847            AND EXPIRYDATE    >
032852                DATE(:WS-TODAY-ISO) + :WS-CALL-HOLD-LEAD-DAYS DAYS
032856     END-EXEC.
032860     IF SQLCODE NOT EQUAL 0
032865         DISPLAY 'LGRNEX01 - CALL HOLD CHECK, SQLCODE='
032869                 SQLCODE
032873         GO TO 9999-EXIT
032878     END-IF.
032882     IF WS-CALL-HOLD-INT GREATER THAN ZERO
032886         ADD 1 TO WS-CALL-HELD-COUNT
032891         GO TO 4000-EXIT
032895     END-IF.
032900     MOVE RW-POLICYNUM-NUM TO IV-POLICYNUM.
033000     MOVE RW-CUSTOMERNUM   TO IV-CUSTOMERNUM.
033100     MOVE RW-POLICYTYPE    TO IV-POLICYTYPE.
035700     ADD 1 TO WS-INVITED-COUNT.
035800 4000-EXIT.
035900     EXIT.
035901*****************************************************************
035902*    3080-OPEN-DECLARATION - AN ADJUSTABLE COMMERCIAL POLICY'S  *
035903*    PREMIUM IS A DEPOSIT ON ITS ESTIMATED TURNOVER AND         *
035904*    WAGEROLL.  THE EXPIRING TERM'S DECLARATION IS OPENED WITH  *
035905*    THOSE ESTIMATES AND DEPOSITS BEFORE THE TERM ROLLS, SO     *
035906*    LGADCH01 CAN CHASE IT AND LGADJD01 ADJUST AGAINST IT.      *
035907*****************************************************************
035908 3080-OPEN-DECLARATION.
035909     EXEC SQL
035910         INSERT INTO ADJDECLARATION
035911                   ( POLICYNUMBER, CUSTOMERNUMBER,
035912                     PERIODSTART, PERIODEND,
035913                     ESTTURNOVER, ESTWAGEROLL,
035914                     BIDEPOSIT, ELDEPOSIT,
035915                     STATUS, CHASELEVEL, LASTCHANGED )
035916           SELECT P.POLICYNUMBER, P.CUSTOMERNUMBER,
035917                  P.ISSUEDATE, P.EXPIRYDATE,
035918                  COALESCE(C.ESTTURNOVER, 0),
035919                  CASE WHEN C.ELPERIL = 1
035920                       THEN COALESCE(C.ELWAGEROLL, 0)
035921                       ELSE 0 END,
035922                  CASE WHEN C.BIPERIL = 1
035923                       THEN COALESCE(C.BIPREMIUM, 0)
035924                       ELSE 0 END,
035925                  CASE WHEN C.ELPERIL = 1
035926                       THEN COALESCE(C.ELPREMIUM, 0)
035927                       ELSE 0 END,
035928                  'O', 0, CURRENT TIMESTAMP
035929             FROM POLICY P, COMMERCIAL C
035930            WHERE P.POLICYNUMBER = :DB2-POLICYNUM-INT
035931              AND C.POLICYNUMBER = P.POLICYNUMBER
035932              AND C.ADJUSTABLE   = 'Y'
035933              AND NOT EXISTS
035934                  ( SELECT 1
035935                      FROM ADJDECLARATION D
035936                     WHERE D.POLICYNUMBER = P.POLICYNUMBER
035937                       AND D.PERIODEND    = P.EXPIRYDATE )
035938     END-EXEC.
035939     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
035940         DISPLAY 'LGRNEX01 - DECLARATION OPEN FAILED, SQLCODE='
035941                 SQLCODE
035942         GO TO 9999-EXIT
035943     END-IF.
035944 3080-EXIT.
035945     EXIT.
035946*****************************************************************
035947*    3040-WORDING-EDITION - THE NEW TERM STARTS ON THE EXPIRING *
035948*    TERM'S EXPIRY DATE AND IS WRITTEN ON THE WORDING EDITION   *
035949*    IN FORCE FOR THE POLICY TYPE ON THAT DAY.  WITH NO EDITION *
035950*    SET UP FOR THE TYPE THE POLICY KEEPS THE ONE IT HOLDS.     *
035951*****************************************************************
035952 3040-WORDING-EDITION.
035953     EXEC SQL
035954         SELECT COALESCE(
035955                ( SELECT W.EDITIONCODE
035956                    FROM WORDINGEDITION W
035957                   WHERE W.POLICYTYPE = P.POLICYTYPE
035958                     AND W.EFFECTIVEDATE =
035959                         ( SELECT MAX(X.EFFECTIVEDATE)
035960                             FROM WORDINGEDITION X
035961                            WHERE X.POLICYTYPE = P.POLICYTYPE
035962                              AND X.EFFECTIVEDATE
035963                                  <= DATE(P.EXPIRYDATE) ) ),
035964                P.WORDINGEDITION, ' ')
035965           INTO :DB2-WORDING-EDITION
035966           FROM POLICY P
035967          WHERE P.POLICYNUMBER = :DB2-POLICYNUM-INT
035968     END-EXEC.
035969     IF SQLCODE NOT EQUAL 0
035970         DISPLAY 'LGRNEX01 - WORDING EDITION SELECT, SQLCODE='
035971                 SQLCODE
035972         GO TO 9999-EXIT
035973     END-IF.
035974 3040-EXIT.
035975     EXIT.
036000*****************************************************************
036100*    8000-FINALIZE                                             *
036200*****************************************************************
036940     WRITE RX-REPORT-LINE FROM RX-SUMMARY-LINE-5.
036950     MOVE WS-TLM-ADJ-COUNT TO RX-S6-COUNT.
036960     WRITE RX-REPORT-LINE FROM RX-SUMMARY-LINE-6.
036965     MOVE WS-HHD-REMOVED-COUNT TO RX-S7-COUNT.
036971     WRITE RX-REPORT-LINE FROM RX-SUMMARY-LINE-7.
036977     MOVE WS-CALL-HELD-COUNT TO RX-S8-COUNT.
036982     WRITE RX-REPORT-LINE FROM RX-SUMMARY-LINE-8.
036988     MOVE WS-XS-REFER-COUNT TO RX-S9-COUNT.
036994     WRITE RX-REPORT-LINE FROM RX-SUMMARY-LINE-9.
037000     CLOSE RENEWAL-WORKLIST-FILE.
037100     CLOSE INVITATION-FILE.
037200     CLOSE RENEWAL-REPORT-FILE.
