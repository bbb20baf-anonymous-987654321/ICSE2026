001171*    09/02/26  LGIT   DECLINED ('D') AND DEATH-SETTLED          *
001172*                     ('X') POLICIES EXCLUDED FROM THE          *
001173*                     LIVE-POLICY SELECTIONS                    *
001175*    10/15/26  LGIT   THE NEW-BUSINESS EQUIVALENT CARRIES THE   *
001177*                     HOUSEHOLD MULTI-POLICY DISCOUNT WHEN THE  *
001179*                     CONFIRMED HOUSEHOLD HOLDS ANOTHER LIVE    *
001182*                     POLICY; A DISCOUNTED POLICY THAT NO       *
001184*                     LONGER QUALIFIES IS FLAGGED FOR REMOVAL   *
001186*    10/15/26  LGIT   EACH WORKLIST POLICY IS SCORED FOR LAPSE  *
001188*                     RISK AND THE SCORE KEPT ON RENEWALSCORE;  *
001191*                     HIGH-RISK, HIGH-VALUE RENEWALS ARE PUT ON *
001193*                     THE RETCALL RETENTION CALL LIST           *
001195*    10/15/26  LGIT   CLAIM EXCESS STILL OWED ON THE POLICY     *
001197*                     IS SHOWN ON THE WORKLIST                  *
001200*****************************************************************
001300 ENVIRONMENT DIVISION.
001400 CONFIGURATION SECTION.
001900     SELECT RENEWAL-WORKLIST-FILE ASSIGN TO RENWRK
002000         ORGANIZATION IS SEQUENTIAL
002100         FILE STATUS IS WS-RENWRK-STATUS.
002110     SELECT RETENTION-CALL-FILE ASSIGN TO RETCALL
002120         ORGANIZATION IS SEQUENTIAL
002130         FILE STATUS IS WS-RETCALL-STATUS.
002200 DATA DIVISION.
002300 FILE SECTION.
002400 FD  RENEWAL-WORKLIST-FILE
002500     RECORDING MODE IS F.
002600 01  RW-REPORT-LINE              PIC X(133).
002605*    OUTBOUND RETENTION CALL LIST - ONE RECORD PER HIGH-RISK,
002610*    HIGH-VALUE RENEWAL FOR THE DIALLER, WRITTEN BEFORE LGRNEX01
002615*    SENDS THE INVITATION
002620 FD  RETENTION-CALL-FILE
002625     RECORDING MODE IS F.
002630 01  RC-CALL-RECORD.
002635     05  RC-POLICYNUM            PIC 9(10).
002640     05  RC-CUSTOMERNUM          PIC 9(10).
002645     05  RC-POLICYTYPE           PIC X(01).
002650     05  RC-EXPIRYDATE           PIC X(10).
002655     05  RC-SCORE                PIC 9(03).
002660     05  RC-BAND                 PIC X(01).
002665     05  RC-RENEW-PREMIUM        PIC 9(07)V99.
002670     05  RC-DECILE               PIC 9(02).
002675     05  RC-FIRSTNAME            PIC X(10).
002680     05  RC-LASTNAME             PIC X(20).
002685     05  RC-PHONE-MOBILE         PIC X(20).
002690     05  RC-PHONE-HOME           PIC X(20).
002695     05  FILLER                  PIC X(04).
002700 WORKING-STORAGE SECTION.
002800*****************************************************************
002900*    FILE STATUS, SWITCHES, AND THE RENEWAL WINDOW               *
003400     88  WS-DB2-EOF                        VALUE 'Y'.
003500 77  WS-RENEWAL-WINDOW-DAYS      PIC 9(03) VALUE 30.
003600 77  WS-WORKLIST-COUNT           PIC 9(07) COMP-3 VALUE 0.
003610 77  WS-RETCALL-STATUS           PIC X(02) VALUE SPACES.
003620     88  WS-RETCALL-OK                     VALUE '00'.
003700*****************************************************************
003800*    RUN DATE AND CUTOFF DATE (NUMERIC FOR RANGE COMPARE)       *
003900*****************************************************************
007709 01  WS-FLAG-COUNT               PIC 9(07) COMP-3 VALUE 0.
007710 01  DB2-INDEXOPTOUT             PIC X(01).
007711 01  DB2-INDEX-PCT               PIC S9(3)V99 COMP-3.
007712*****************************************************************
007713*    HOUSEHOLD MULTI-POLICY DISCOUNT - THE SAME PRODUCTCONFIG    *
007715*    HHDISCPCT PERCENTAGE LGAPDB01 GIVES NEW BUSINESS, AGAINST   *
007716*    THE EQUIVALENT WHEN THE CONFIRMED HOUSEHOLD HOLDS ANOTHER   *
007718*    LIVE POLICY                                                 *
007719*****************************************************************
007721 01  DB2-HHDISCOUNT              PIC X(01).
007722 01  DB2-CONFIG-VALUE            PIC S9(9)V99 COMP-3.
007723 01  WS-HH-LIVE-COUNT            PIC S9(9) COMP VALUE +0.
007725 01  WS-HH-DISCOUNT-PCT          PIC S9(3)V99 COMP-3 VALUE 0.
007726 77  WS-HH-DEFAULT-PCT           PIC S9(3)V99 COMP-3 VALUE 10.00.
007728 77  WS-HHD-COUNT                PIC 9(07) COMP-3 VALUE 0.
007729 77  WS-HHR-COUNT                PIC 9(07) COMP-3 VALUE 0.
007731*****************************************************************
007732*    CHURN PROPENSITY - POINTS FOR EACH LAPSE SIGNAL, CAPPED AT  *
007733*    100.  SCORES AT OR ABOVE THE HIGH BAND ARE HIGH RISK; A     *
007735*    HIGH-RISK RENEWAL IS HIGH VALUE WHEN ITS RENEWAL PREMIUM    *
007736*    REACHES THE VALUE FLOOR OR THE CUSTOMER SITS IN THE TOP     *
007738*    PROFITABILITY DECILES OF THE LATEST LGCPRF01 RUN.  SIMILAR- *
007739*    CUSTOMER LAPSE HISTORY ONLY COUNTS ONCE THE SEGMENT HAS     *
007741*    ENOUGH RESOLVED RENEWALS TO MEAN SOMETHING                  *
007742*****************************************************************
007744 77  WS-CH-HIGH-BAND             PIC S9(4) COMP VALUE +60.
007745 77  WS-CH-MEDIUM-BAND           PIC S9(4) COMP VALUE +35.
007746 77  WS-CH-VALUE-FLOOR           PIC S9(7)V99 COMP-3
007748                                  VALUE +1000.00.
007749 77  WS-CH-VALUE-DECILE          PIC S9(4) COMP VALUE +3.
007751 77  WS-CH-SEGMENT-MINIMUM       PIC S9(9) COMP VALUE +20.
007752 77  WS-HIGH-RISK-COUNT          PIC 9(07) COMP-3 VALUE 0.
007754 77  WS-CALL-COUNT               PIC 9(07) COMP-3 VALUE 0.
007755 01  WS-CHURN-FIELDS.
007756     05  WS-CH-SCORE             PIC S9(4) COMP.
007758     05  WS-CH-BAND              PIC X(01).
007759     05  WS-CH-RENEW-PREMIUM     PIC S9(9)V99 COMP-3.
007761     05  WS-CH-CHANGE-PCT        PIC S9(5)V99 COMP-3.
007762     05  WS-CH-CLAIM-COUNT       PIC S9(9) COMP.
007764     05  WS-CH-TENURE-YEARS      PIC S9(9) COMP.
007765     05  WS-CH-TENURE-BAND       PIC X(01).
007766     05  WS-CH-COMPLAINTS        PIC S9(9) COMP.
007768     05  WS-CH-OPEN-COMPLAINTS   PIC S9(9) COMP.
007769     05  WS-CH-PAYMETHOD         PIC X(01).
007771     05  WS-CH-ARREARS           PIC S9(9) COMP.
007772     05  WS-CH-SEG-RENEWALS      PIC S9(9) COMP.
007774     05  WS-CH-SEG-LAPSES        PIC S9(9) COMP.
007775     05  WS-CH-SEG-POINTS        PIC S9(4) COMP.
007777     05  WS-CH-DECILE            PIC S9(4) COMP.
007778     05  WS-CH-PRIOR-CALL        PIC X(01).
007779 01  DB2-CALL-CUSTOMER.
007781     05  DB2-FIRSTNAME           PIC X(10).
007782     05  DB2-LASTNAME            PIC X(20).
007784     05  DB2-PHONEMOBILE         PIC X(20).
007785     05  DB2-PHONEHOME           PIC X(20).
007787*****************************************************************
007788*    CLAIM EXCESS STILL OWED BY THE CUSTOMER ON THE POLICY       *
007789*****************************************************************
007791 01  DB2-XS-OWED                 PIC S9(9)V99 COMP-3.
007792 77  WS-XS-COUNT                 PIC 9(07) COMP-3 VALUE 0.
007794*****************************************************************
007795*    REPORT LINE LAYOUTS                                        *
007797*****************************************************************
007798 01  RR-HEADING-1.
007800     05  FILLER                  PIC X(40) VALUE
007900         'LG INSURANCE - POLICY RENEWAL WORKLIST'.
008000     05  FILLER                  PIC X(10) VALUE ' RUN DATE '.
009060     05  RR-D-FAIR-FLAG          PIC X(03).
009061     05  FILLER                  PIC X(01) VALUE SPACE.
009062     05  RR-D-INDEX-PCT          PIC ZZ9.99.
009073     05  FILLER                  PIC X(01) VALUE SPACE.
009085     05  RR-D-HH-FLAG            PIC X(03).
009096     05  FILLER                  PIC X(01) VALUE SPACE.
009108     05  RR-D-CHURN-SCORE        PIC ZZ9.
009119     05  FILLER                  PIC X(01) VALUE SPACE.
009131     05  RR-D-CHURN-BAND         PIC X(01).
009142     05  FILLER                  PIC X(01) VALUE SPACE.
009154     05  RR-D-CALL-FLAG          PIC X(03).
009165     05  FILLER                  PIC X(01) VALUE SPACE.
009177     05  RR-D-XS-OWED            PIC ZZZ,ZZ9.99.
009188     05  FILLER                  PIC X(37) VALUE SPACES.
009200 01  RR-SUMMARY-LINE.
009300     05  FILLER                  PIC X(20) VALUE SPACES.
009400     05  RR-S-LABEL              PIC X(30) VALUE
009740         'RENEWALS OVER NEW-BUS PRICE'.
009750     05  RR-F-COUNT              PIC ZZZ,ZZ9.
009760     05  FILLER                  PIC X(76) VALUE SPACES.
009761 01  RR-HHD-LINE.
009762     05  FILLER                  PIC X(20) VALUE SPACES.
009763     05  FILLER                  PIC X(30) VALUE
009765         'HOUSEHOLD DISCOUNT PRICED'.
009766     05  RR-HHD-COUNT            PIC ZZZ,ZZ9.
009767     05  FILLER                  PIC X(76) VALUE SPACES.
009769 01  RR-HHR-LINE.
009770     05  FILLER                  PIC X(20) VALUE SPACES.
009771     05  FILLER                  PIC X(30) VALUE
009772         'HOUSEHOLD DISCOUNT TO REMOVE'.
009774     05  RR-HHR-COUNT            PIC ZZZ,ZZ9.
009775     05  FILLER                  PIC X(76) VALUE SPACES.
009776 01  RR-HRISK-LINE.
009778     05  FILLER                  PIC X(20) VALUE SPACES.
009779     05  FILLER                  PIC X(30) VALUE
009780         'HIGH LAPSE-RISK RENEWALS'.
009781     05  RR-HRISK-COUNT          PIC ZZZ,ZZ9.
009783     05  FILLER                  PIC X(76) VALUE SPACES.
009784 01  RR-CALL-LINE.
009785     05  FILLER                  PIC X(20) VALUE SPACES.
009787     05  FILLER                  PIC X(30) VALUE
009788         'ADDED TO RETENTION CALL LIST'.
009789     05  RR-CALL-COUNT           PIC ZZZ,ZZ9.
009790     05  FILLER                  PIC X(76) VALUE SPACES.
009792 01  RR-XS-LINE.
009793     05  FILLER                  PIC X(20) VALUE SPACES.
009794     05  FILLER                  PIC X(30) VALUE
009796         'RENEWALS WITH UNPAID EXCESS'.
009797     05  RR-XS-COUNT             PIC ZZZ,ZZ9.
009798     05  FILLER                  PIC X(76) VALUE SPACES.
009800     EXEC SQL
009900         INCLUDE SQLCA
010000     END-EXEC.
010200         DECLARE RENEWAL_CURSOR CURSOR FOR
010300           SELECT POLICYNUMBER, CUSTOMERNUMBER, POLICYTYPE,
010400                  EXPIRYDATE, PAYMENT,
010410                  COALESCE(INDEXOPTOUT, 'N'),
010420                  COALESCE(HHDISCOUNT, 'N')
010500             FROM POLICY
010600            WHERE EXPIRYDATE BETWEEN :WS-TODAY-DATE-ISO
010700                                  AND :WS-CUTOFF-DATE-ISO
014400         GO TO 9999-EXIT
014500     END-IF.
014600     WRITE RW-REPORT-LINE FROM RR-HEADING-1.
014610     OPEN OUTPUT RETENTION-CALL-FILE.
014620     IF NOT WS-RETCALL-OK
014630         DISPLAY 'LGRENW01 - RETCALL OPEN FAILED, STATUS='
014640                 WS-RETCALL-STATUS
014650         GO TO 9999-EXIT
014660     END-IF.
014700     EXEC SQL
014800         OPEN RENEWAL_CURSOR
014900     END-EXEC.
016400     MOVE DB2-POLICYTYPE       TO RR-D-TYPE.
016500     MOVE DB2-EXPIRYDATE       TO RR-D-EXPIRYDATE.
016510     PERFORM 2100-PRICE-AS-NEW THRU 2100-EXIT.
016515     PERFORM 2150-HOUSEHOLD-DISCOUNT THRU 2150-EXIT.
016520     MOVE DB2-PAYMENT-INT      TO RR-D-OLD-PREMIUM.
016530     MOVE WS-EQUIV-PREMIUM     TO RR-D-EQUIVALENT.
016540     MOVE SPACES               TO RR-D-FAIR-FLAG.
016591         END-IF
016592     END-IF.
016593     PERFORM 2200-SHOW-INDEXATION THRU 2200-EXIT.
016594     PERFORM 2300-SCORE-CHURN THRU 2300-EXIT.
016595     PERFORM 2400-UNPAID-EXCESS THRU 2400-EXIT.
016600     WRITE RW-REPORT-LINE FROM RR-DETAIL-LINE.
016700     ADD 1 TO WS-WORKLIST-COUNT.
016800     PERFORM 3000-READ-DB2 THRU 3000-EXIT.
017040                :DB2-LOAD2-PCT, :DB2-MIN-PREMIUM
017041           FROM RATEHOUSE
017042          WHERE PROPERTYTYPE = :DB2-H-PROPTYPE
017043            AND EFFECTIVEDATE =
017044                ( SELECT MAX(EFFECTIVEDATE)
017045                    FROM RATEHOUSE
017047                   WHERE PROPERTYTYPE = :DB2-H-PROPTYPE
017048                     AND EFFECTIVEDATE <= CURRENT DATE )
017049     END-EXEC.
017051     IF SQLCODE NOT EQUAL 0
017052         GO TO 2110-EXIT
017053     END-IF.
017055     COMPUTE WS-RATED-PREMIUM ROUNDED =
017056         DB2-H-VALUE-INT / 1000 * DB2-BASERATE.
017057     IF DB2-H-BEDROOMS-SINT GREATER THAN 2
017059         COMPUTE WS-RATED-PREMIUM ROUNDED =
017060             WS-RATED-PREMIUM *
017061             (1 + (DB2-H-BEDROOMS-SINT - 2)
017063                  * DB2-LOAD1-PCT / 100)
017064     END-IF.
017065     IF DB2-H-RISKSCORE-SINT GREATER THAN ZERO
017067         COMPUTE WS-RATED-PREMIUM ROUNDED =
017068             WS-RATED-PREMIUM *
017069             (1 + DB2-H-RISKSCORE-SINT
017071                  * DB2-LOAD2-PCT / 100)
017072     END-IF.
017073     IF WS-RATED-PREMIUM LESS THAN DB2-MIN-PREMIUM
017075         MOVE DB2-MIN-PREMIUM TO WS-RATED-PREMIUM
017076     END-IF.
017077     MOVE WS-RATED-PREMIUM TO WS-EQUIV-PREMIUM.
017079 2110-EXIT.
017080     EXIT.
017081*****************************************************************
017082*    2120-PRICE-MOTOR - THE RATEMOTOR RULES PLUS THE ADD         *
017084*    PATH'S NCD BANDS, SINCE NCD FOLLOWS THE DRIVER TO A NEW     *
017085*    POLICY                                                      *
017086*****************************************************************
017088 2120-PRICE-MOTOR.
017089     EXEC SQL
017090         SELECT VALUE, CC, ACCIDENTS, EXCESS,
017092                YEAROFMANUFACTURE, COALESCE(NCDYEARS, 0)
017093           INTO :DB2-M-VALUE-INT, :DB2-M-CC-SINT,
017094                :DB2-M-ACCIDENTS-INT, :DB2-M-EXCESS-INT,
017096                :DB2-M-MANUF-SINT, :DB2-M-NCDYEARS-SINT
017097           FROM MOTOR
017098          WHERE POLICYNUMBER = :DB2-POLICYNUMBER-INT
017100     END-EXEC.
017101     IF SQLCODE NOT EQUAL 0
017102         GO TO 2120-EXIT
017104     END-IF.
017105     EXEC SQL
017106         SELECT BASERATEPCT, ACCIDENTLOADPCT, AGELOADPCT,
017108                EXCESSREBATEPCT, MINPREMIUM
017109           INTO :DB2-BASERATE, :DB2-LOAD1-PCT,
017110                :DB2-LOAD2-PCT, :DB2-REBATE-PCT,
017112                :DB2-MIN-PREMIUM
017113           FROM RATEMOTOR
017114          WHERE :DB2-M-CC-SINT
017116                BETWEEN CCBANDLOW AND CCBANDHIGH
017117            AND EFFECTIVEDATE =
017118                ( SELECT MAX(R2.EFFECTIVEDATE)
017120                    FROM RATEMOTOR R2
017121                   WHERE :DB2-M-CC-SINT BETWEEN R2.CCBANDLOW
017122                                            AND R2.CCBANDHIGH
017123                     AND R2.EFFECTIVEDATE <= CURRENT DATE )
017125     END-EXEC.
017126     IF SQLCODE NOT EQUAL 0
017127         GO TO 2120-EXIT
017129     END-IF.
017130     MOVE ZERO TO WS-VEHICLE-AGE.
017131     IF DB2-M-MANUF-SINT GREATER THAN ZERO AND
017133        DB2-M-MANUF-SINT LESS THAN WS-CD-YYYY
017134         COMPUTE WS-VEHICLE-AGE =
017135             WS-CD-YYYY - DB2-M-MANUF-SINT
017137     END-IF.
017138     COMPUTE WS-RATED-PREMIUM ROUNDED =
017139         DB2-M-VALUE-INT * DB2-BASERATE / 100.
017141     COMPUTE WS-RATED-PREMIUM ROUNDED =
017142         WS-RATED-PREMIUM *
017143         (1 + DB2-M-ACCIDENTS-INT * DB2-LOAD1-PCT / 100).
017145     COMPUTE WS-RATED-PREMIUM ROUNDED =
017146         WS-RATED-PREMIUM *
017147         (1 + WS-VEHICLE-AGE * DB2-LOAD2-PCT / 100).
017149     COMPUTE WS-RATED-PREMIUM ROUNDED =
017150         WS-RATED-PREMIUM -
017151         (DB2-M-EXCESS-INT * DB2-REBATE-PCT / 100).
017153     IF WS-RATED-PREMIUM LESS THAN DB2-MIN-PREMIUM
017154         MOVE DB2-MIN-PREMIUM TO WS-RATED-PREMIUM
017155     END-IF.
017157     PERFORM 2130-NCD-BAND-PCT THRU 2130-EXIT.
017158     COMPUTE WS-RATED-PREMIUM ROUNDED =
017159         WS-RATED-PREMIUM * (100 - WS-NCD-PCT) / 100.
017160     MOVE WS-RATED-PREMIUM TO WS-EQUIV-PREMIUM.
017162 2120-EXIT.
017163     EXIT.
017164 2130-NCD-BAND-PCT.
017166     EVALUATE TRUE
017167         WHEN DB2-M-NCDYEARS-SINT EQUAL ZERO
017168             MOVE ZERO  TO WS-NCD-PCT
017170         WHEN DB2-M-NCDYEARS-SINT EQUAL 1
017171             MOVE 15.00 TO WS-NCD-PCT
017172         WHEN DB2-M-NCDYEARS-SINT EQUAL 2
017174             MOVE 25.00 TO WS-NCD-PCT
017175         WHEN DB2-M-NCDYEARS-SINT EQUAL 3
017176             MOVE 35.00 TO WS-NCD-PCT
017178         WHEN DB2-M-NCDYEARS-SINT EQUAL 4
017179             MOVE 45.00 TO WS-NCD-PCT
017180         WHEN OTHER
017182             MOVE 60.00 TO WS-NCD-PCT
017183     END-EVALUATE.
017184 2130-EXIT.
017186     EXIT.
017187*****************************************************************
017188*    2200-SHOW-INDEXATION - THE SUM-INSURED UPLIFT LGRNEX01      *
017190*    WILL APPLY AT RENEWAL, SHOWN ON THE WORKLIST SO THE        *
017191*    SERVICING TEAM SEES IT BEFORE THE CUSTOMER DOES.  ZERO     *
017192*    WHEN THE CUSTOMER HAS OPTED OUT OR NO FACTOR IS LOADED.    *
017194*****************************************************************
017195*****************************************************************
017196*    2150-HOUSEHOLD-DISCOUNT - THE EQUIVALENT CARRIES THE        *
017198*    HOUSEHOLD DISCOUNT WHEN ANOTHER LIVE POLICY IS HELD IN THE  *
017199*    CUSTOMER'S CONFIRMED HOUSEHOLD.  A DISCOUNTED POLICY THAT   *
017200*    NO LONGER QUALIFIES IS PRICED WITHOUT IT AND FLAGGED 'R'   *
017201*    SO LGRNEX01 TAKES THE DISCOUNT OFF AT THE TERM ROLL.        *
017203*****************************************************************
017204 2150-HOUSEHOLD-DISCOUNT.
017205     MOVE SPACES TO RR-D-HH-FLAG.
017207     IF WS-EQUIV-PREMIUM NOT GREATER THAN ZERO
017208         GO TO 2150-EXIT
017209     END-IF.
017211     MOVE 0 TO WS-HH-LIVE-COUNT.
017212     EXEC SQL
017213         SELECT COUNT(*)
017215           INTO :WS-HH-LIVE-COUNT
017216           FROM POLICY O,
017217                CUSTOMERHOUSEHOLD H,
017219                CUSTOMERHOUSEHOLD M
017220          WHERE M.CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
017221            AND M.LINKSTATUS     = 'C'
017223            AND H.HOUSEHOLDID    = M.HOUSEHOLDID
017224            AND H.LINKSTATUS     = 'C'
017225            AND O.CUSTOMERNUMBER = H.CUSTOMERNUMBER
017227            AND O.POLICYNUMBER  <> :DB2-POLICYNUMBER-INT
017228            AND COALESCE(O.STATUS, ' ')
017229                NOT IN ('C','L','M','S','D','X')
017231     END-EXEC.
017232     IF SQLCODE NOT EQUAL 0
017233         DISPLAY 'LGRENW01 - HOUSEHOLD COUNT, SQLCODE='
017235                 SQLCODE
017236         GO TO 9999-EXIT
017237     END-IF.
017238     IF WS-HH-LIVE-COUNT EQUAL ZERO
017240         IF DB2-HHDISCOUNT EQUAL 'Y' OR DB2-HHDISCOUNT EQUAL 'R'
017241             PERFORM 2160-FLAG-REMOVAL THRU 2160-EXIT
017242         END-IF
017244         GO TO 2150-EXIT
017245     END-IF.
017246     MOVE WS-HH-DEFAULT-PCT TO WS-HH-DISCOUNT-PCT.
017248     EXEC SQL
017249         SELECT CONFIGVALUE
017250           INTO :DB2-CONFIG-VALUE
017252           FROM PRODUCTCONFIG
017253          WHERE POLICYTYPE = :DB2-POLICYTYPE
017254            AND CONFIGKEY  = 'HHDISCPCT   '
017256            AND EFFECTIVEDATE =
017257                ( SELECT MAX(EFFECTIVEDATE)
017258                    FROM PRODUCTCONFIG
017260                   WHERE POLICYTYPE = :DB2-POLICYTYPE
017261                     AND CONFIGKEY  = 'HHDISCPCT   '
017262                     AND EFFECTIVEDATE <=
017264                         DATE(:WS-TODAY-DATE-ISO) )
017265     END-EXEC.
017266     IF SQLCODE EQUAL 0
017268         MOVE DB2-CONFIG-VALUE TO WS-HH-DISCOUNT-PCT
017269     ELSE
017270         IF SQLCODE NOT EQUAL 100
017272             DISPLAY 'LGRENW01 - CONFIG SELECT, SQLCODE='
017273                     SQLCODE
017274             GO TO 9999-EXIT
017276         END-IF
017277     END-IF.
017278     IF WS-HH-DISCOUNT-PCT NOT GREATER THAN ZERO
017279         GO TO 2150-EXIT
017281     END-IF.
017282     COMPUTE WS-EQUIV-PREMIUM ROUNDED =
017283         WS-EQUIV-PREMIUM * (100 - WS-HH-DISCOUNT-PCT) / 100.
017285     MOVE 'HHD' TO RR-D-HH-FLAG.
017286     ADD 1 TO WS-HHD-COUNT.
017287 2150-EXIT.
017289     EXIT.
017290 2160-FLAG-REMOVAL.
017291     EXEC SQL
017293         UPDATE POLICY
017294            SET HHDISCOUNT = 'R'
017295          WHERE POLICYNUMBER = :DB2-POLICYNUMBER-INT
017297     END-EXEC.
017298     IF SQLCODE NOT EQUAL 0
017299         DISPLAY 'LGRENW01 - HOUSEHOLD FLAG, SQLCODE='
017301                 SQLCODE
017302         GO TO 9999-EXIT
017303     END-IF.
017305     MOVE 'HHR' TO RR-D-HH-FLAG.
017306     ADD 1 TO WS-HHR-COUNT.
017307 2160-EXIT.
017309     EXIT.
017310 2200-SHOW-INDEXATION.
017311     MOVE 0 TO DB2-INDEX-PCT.
017313     IF DB2-INDEXOPTOUT EQUAL 'Y'
017314         MOVE 0 TO RR-D-INDEX-PCT
017315         GO TO 2200-EXIT
017316     END-IF.
017318     EXEC SQL
017319         SELECT FACTORPCT
017320           INTO :DB2-INDEX-PCT
017322           FROM INDEXATIONFACTOR
017323          WHERE POLICYTYPE = :DB2-POLICYTYPE
017324            AND FACTORYEAR = :WS-CD-YYYY
017326     END-EXEC.
017327     IF SQLCODE NOT EQUAL 0
017328         MOVE 0 TO DB2-INDEX-PCT
017330     END-IF.
017331     MOVE DB2-INDEX-PCT TO RR-D-INDEX-PCT.
017332 2200-EXIT.
017334     EXIT.
017335*****************************************************************
017336*    2300-SCORE-CHURN - LIKELIHOOD THE CUSTOMER LETS THIS       *
017338*    POLICY LAPSE AT RENEWAL.  THE PREMIUM MOVE IS THE EXPIRING *
017339*    PREMIUM AGAINST WHAT LGRNEX01 WILL CHARGE - INDEXED, THEN  *
017340*    CAPPED AT THE NEW-BUSINESS EQUIVALENT.  SCORE, BAND AND    *
017342*    SEGMENT ARE KEPT ON RENEWALSCORE SO LGCHRN01 CAN TEST THE  *
017343*    PREDICTION AGAINST WHAT ACTUALLY HAPPENED.                 *
017344*****************************************************************
017346 2300-SCORE-CHURN.
017347     MOVE 0 TO WS-CH-SCORE.
017348     COMPUTE WS-CH-RENEW-PREMIUM ROUNDED =
017350         DB2-PAYMENT-INT * (100 + DB2-INDEX-PCT) / 100.
017351     IF WS-EQUIV-PREMIUM GREATER THAN ZERO AND
017352        WS-CH-RENEW-PREMIUM GREATER THAN WS-EQUIV-PREMIUM
017354         MOVE WS-EQUIV-PREMIUM TO WS-CH-RENEW-PREMIUM
017355     END-IF.
017356     MOVE 0 TO WS-CH-CHANGE-PCT.
017357     IF DB2-PAYMENT-INT GREATER THAN ZERO
017359         COMPUTE WS-CH-CHANGE-PCT ROUNDED =
017360             (WS-CH-RENEW-PREMIUM - DB2-PAYMENT-INT) * 100
017361                 / DB2-PAYMENT-INT
017363     END-IF.
017364     EVALUATE TRUE
017365         WHEN WS-CH-CHANGE-PCT NOT LESS THAN 15
017367             ADD 30 TO WS-CH-SCORE
017368         WHEN WS-CH-CHANGE-PCT NOT LESS THAN 10
017369             ADD 20 TO WS-CH-SCORE
017371         WHEN WS-CH-CHANGE-PCT NOT LESS THAN 5
017372             ADD 10 TO WS-CH-SCORE
017373         WHEN OTHER
017375             CONTINUE
017376     END-EVALUATE.
017377     PERFORM 2310-TERM-HISTORY THRU 2310-EXIT.
017379     PERFORM 2320-SERVICE-HISTORY THRU 2320-EXIT.
017380     PERFORM 2330-SIMILAR-LAPSE THRU 2330-EXIT.
017381     IF WS-CH-SCORE GREATER THAN 100
017383         MOVE 100 TO WS-CH-SCORE
017384     END-IF.
017385     EVALUATE TRUE
017387         WHEN WS-CH-SCORE NOT LESS THAN WS-CH-HIGH-BAND
017388             MOVE 'H' TO WS-CH-BAND
017389             ADD 1 TO WS-HIGH-RISK-COUNT
017391         WHEN WS-CH-SCORE NOT LESS THAN WS-CH-MEDIUM-BAND
017392             MOVE 'M' TO WS-CH-BAND
017393         WHEN OTHER
017394             MOVE 'L' TO WS-CH-BAND
017396     END-EVALUATE.
017397     MOVE WS-CH-SCORE TO RR-D-CHURN-SCORE.
017398     MOVE WS-CH-BAND  TO RR-D-CHURN-BAND.
017400     MOVE SPACES      TO RR-D-CALL-FLAG.
017401     PERFORM 2340-STORE-SCORE THRU 2340-EXIT.
017402     IF WS-CH-BAND EQUAL 'H'
017404         PERFORM 2350-RETENTION-CALL THRU 2350-EXIT
017405     END-IF.
017406 2300-EXIT.
017408     EXIT.
017409*****************************************************************
017410*    2310-TERM-HISTORY - CLAIMS MADE IN THE EXPIRING TERM AND   *
017412*    HOW LONG THE CUSTOMER HAS HELD ANY POLICY WITH US          *
017413*****************************************************************
017414 2310-TERM-HISTORY.
017416     EXEC SQL
017417         SELECT COUNT(*)
017418           INTO :WS-CH-CLAIM-COUNT
017420           FROM CLAIM
017421          WHERE POLICYNUMBER = :DB2-POLICYNUMBER-INT
017422            AND CLAIMDATE    > DATE(:DB2-EXPIRYDATE) - 1 YEAR
017424     END-EXEC.
017425     IF SQLCODE NOT EQUAL 0
017426         DISPLAY 'LGRENW01 - TERM CLAIMS, SQLCODE='
017428                 SQLCODE
017429         GO TO 9999-EXIT
017430     END-IF.
017432     EVALUATE TRUE
017433         WHEN WS-CH-CLAIM-COUNT GREATER THAN 1
017434             ADD 15 TO WS-CH-SCORE
017435         WHEN WS-CH-CLAIM-COUNT EQUAL 1
017437             ADD 10 TO WS-CH-SCORE
017438         WHEN OTHER
017439             CONTINUE
017441     END-EVALUATE.
017442     EXEC SQL
017443         SELECT COALESCE((DAYS(DATE(:WS-TODAY-DATE-ISO))
017445                        - DAYS(MIN(ISSUEDATE))) / 365, 0)
017446           INTO :WS-CH-TENURE-YEARS
017447           FROM POLICY
017449          WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
017450     END-EXEC.
017451     IF SQLCODE NOT EQUAL 0
017453         DISPLAY 'LGRENW01 - TENURE SELECT, SQLCODE='
017454                 SQLCODE
017455         GO TO 9999-EXIT
017457     END-IF.
017458     EVALUATE TRUE
017459         WHEN WS-CH-TENURE-YEARS LESS THAN 1
017461             MOVE '1' TO WS-CH-TENURE-BAND
017462             ADD 15 TO WS-CH-SCORE
017463         WHEN WS-CH-TENURE-YEARS LESS THAN 3
017465             MOVE '2' TO WS-CH-TENURE-BAND
017466             ADD 8 TO WS-CH-SCORE
017467         WHEN OTHER
017469             MOVE '3' TO WS-CH-TENURE-BAND
017470     END-EVALUATE.
017471 2310-EXIT.
017472     EXIT.
017474*****************************************************************
017475*    2320-SERVICE-HISTORY - COMPLAINTS IN THE LAST YEAR (MORE   *
017476*    IF ONE IS STILL OPEN), HOW THE CUSTOMER PAYS - D DIRECT    *
017478*    DEBIT MANDATE, I INSTALMENT PLAN, O ANYTHING ELSE - AND    *
017479*    FAILED OR RETURNED COLLECTIONS ON THE POLICY               *
017480*****************************************************************
017482 2320-SERVICE-HISTORY.
017483     EXEC SQL
017484         SELECT COUNT(*),
017486                COALESCE(SUM(CASE WHEN STATUS IN ('O','A')
017487                                  THEN 1 ELSE 0 END), 0)
017488           INTO :WS-CH-COMPLAINTS, :WS-CH-OPEN-COMPLAINTS
017490           FROM COMPLAINT
017491          WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
017492            AND DATE(COMPLAINTDATE) >
017494                DATE(:WS-TODAY-DATE-ISO) - 12 MONTHS
017495     END-EXEC.
017496     IF SQLCODE NOT EQUAL 0
017498         DISPLAY 'LGRENW01 - COMPLAINT COUNT, SQLCODE='
017499                 SQLCODE
017500         GO TO 9999-EXIT
017502     END-IF.
017503     IF WS-CH-OPEN-COMPLAINTS GREATER THAN ZERO
017504         ADD 20 TO WS-CH-SCORE
017506     ELSE
017507         IF WS-CH-COMPLAINTS GREATER THAN ZERO
017508             ADD 15 TO WS-CH-SCORE
017510         END-IF
017511     END-IF.
017512     EXEC SQL
017513         SELECT CASE WHEN EXISTS
017515                          ( SELECT 1 FROM PAYMENTMANDATE
017516                             WHERE CUSTOMERNUMBER =
017517                                   :DB2-CUSTOMERNUM-INT
017519                               AND MANDATESTATUS  = 'C' )
017520                     THEN 'D'
017521                     WHEN EXISTS
017523                          ( SELECT 1 FROM INSTALMENTPLAN
017524                             WHERE POLICYNUMBER =
017525                                   :DB2-POLICYNUMBER-INT
017527                               AND STATUS       = 'A' )
017528                     THEN 'I'
017529                     ELSE 'O' END
017531           INTO :WS-CH-PAYMETHOD
017532           FROM SYSIBM.SYSDUMMY1
017533     END-EXEC.
017535     IF SQLCODE NOT EQUAL 0
017536         DISPLAY 'LGRENW01 - PAY METHOD, SQLCODE='
017537                 SQLCODE
017539         GO TO 9999-EXIT
017540     END-IF.
017541     EVALUATE WS-CH-PAYMETHOD
017543         WHEN 'I'
017544             ADD 5 TO WS-CH-SCORE
017545         WHEN 'O'
017547             ADD 10 TO WS-CH-SCORE
017548         WHEN OTHER
017549             CONTINUE
017550     END-EVALUATE.
017552     EXEC SQL
017553         SELECT COUNT(*)
017554           INTO :WS-CH-ARREARS
017556           FROM PAYMENTCOLLECTION
017557          WHERE POLICYNUMBER = :DB2-POLICYNUMBER-INT
017558            AND STATUS IN ('FAILED','RETURNED')
017560            AND DATE(CYCLEDATE) >
017561                DATE(:WS-TODAY-DATE-ISO) - 12 MONTHS
017562     END-EXEC.
017564     IF SQLCODE NOT EQUAL 0
017565         DISPLAY 'LGRENW01 - ARREARS COUNT, SQLCODE='
017566                 SQLCODE
017568         GO TO 9999-EXIT
017569     END-IF.
017570     IF WS-CH-ARREARS GREATER THAN ZERO
017572         ADD 15 TO WS-CH-SCORE
017573     END-IF.
017574 2320-EXIT.
017576     EXIT.
017577*****************************************************************
017578*    2330-SIMILAR-LAPSE - LAPSE RATE OVER THE LAST TWO YEARS OF *
017580*    RESOLVED RENEWALS IN THE SAME SEGMENT (POLICY TYPE, TENURE *
017581*    BAND, PAYMENT METHOD); A QUARTER OF THE RATE, UP TO 15     *
017582*****************************************************************
017584 2330-SIMILAR-LAPSE.
017585     EXEC SQL
017586         SELECT COUNT(*),
017588                COALESCE(SUM(CASE WHEN OUTCOME = 'L'
017589                                  THEN 1 ELSE 0 END), 0)
017590           INTO :WS-CH-SEG-RENEWALS, :WS-CH-SEG-LAPSES
017591           FROM RENEWALSCORE
017593          WHERE POLICYTYPE = :DB2-POLICYTYPE
017594            AND TENUREBAND = :WS-CH-TENURE-BAND
017595            AND PAYMETHOD  = :WS-CH-PAYMETHOD
017597            AND OUTCOME IN ('R','L')
017598            AND EXPIRYDATE > DATE(:WS-TODAY-DATE-ISO) - 2 YEARS
017599     END-EXEC.
017601     IF SQLCODE NOT EQUAL 0
017602         DISPLAY 'LGRENW01 - SEGMENT LAPSE, SQLCODE='
017603                 SQLCODE
017605         GO TO 9999-EXIT
017606     END-IF.
017607     IF WS-CH-SEG-RENEWALS LESS THAN WS-CH-SEGMENT-MINIMUM
017609         GO TO 2330-EXIT
017610     END-IF.
017611     COMPUTE WS-CH-SEG-POINTS =
017613         WS-CH-SEG-LAPSES * 25 / WS-CH-SEG-RENEWALS.
017614     IF WS-CH-SEG-POINTS GREATER THAN 15
017615         MOVE 15 TO WS-CH-SEG-POINTS
017617     END-IF.
017618     ADD WS-CH-SEG-POINTS TO WS-CH-SCORE.
017619 2330-EXIT.
017621     EXIT.
017622*****************************************************************
017623*    2340-STORE-SCORE - ONE RENEWALSCORE ROW PER POLICY AND     *
017625*    EXPIRY.  THE WORKLIST IS REBUILT DAILY THROUGH THE WINDOW, *
017626*    SO A LATER RUN REFRESHES THE SCORE BUT LEAVES THE CALL     *
017627*    LISTING AND ANY OUTCOME ALONE.                             *
017628*****************************************************************
017630 2340-STORE-SCORE.
017631     MOVE 'N' TO WS-CH-PRIOR-CALL.
017632     EXEC SQL
017634         SELECT RETENTIONCALL
017635           INTO :WS-CH-PRIOR-CALL
017636           FROM RENEWALSCORE
017638          WHERE POLICYNUMBER = :DB2-POLICYNUMBER-INT
017639            AND EXPIRYDATE   = :DB2-EXPIRYDATE
017640     END-EXEC.
017642     EVALUATE SQLCODE
017643         WHEN 0
017644             EXEC SQL
017646                 UPDATE RENEWALSCORE
017647                    SET CUSTOMERNUMBER   = :DB2-CUSTOMERNUM-INT,
017648                        POLICYTYPE       = :DB2-POLICYTYPE,
017650                        TENUREBAND       = :WS-CH-TENURE-BAND,
017651                        PAYMETHOD        = :WS-CH-PAYMETHOD,
017652                        SCORE            = :WS-CH-SCORE,
017654                        BAND             = :WS-CH-BAND,
017655                        RENEWPREMIUM     = :WS-CH-RENEW-PREMIUM,
017656                        PREMIUMCHANGEPCT = :WS-CH-CHANGE-PCT,
017658                        SCOREDATE        =
017659                            DATE(:WS-TODAY-DATE-ISO)
017660                  WHERE POLICYNUMBER = :DB2-POLICYNUMBER-INT
017662                    AND EXPIRYDATE   = :DB2-EXPIRYDATE
017663             END-EXEC
017664         WHEN 100
017666             EXEC SQL
017667                 INSERT INTO RENEWALSCORE
017668                           ( POLICYNUMBER,
017669                             EXPIRYDATE,
017671                             CUSTOMERNUMBER,
017672                             POLICYTYPE,
017673                             TENUREBAND,
017675                             PAYMETHOD,
017676                             SCORE,
017677                             BAND,
017679                             RENEWPREMIUM,
017680                             PREMIUMCHANGEPCT,
017681                             RETENTIONCALL,
017683                             SCOREDATE,
017684                             OUTCOME )
017685                    VALUES ( :DB2-POLICYNUMBER-INT,
017687                             :DB2-EXPIRYDATE,
017688                             :DB2-CUSTOMERNUM-INT,
017689                             :DB2-POLICYTYPE,
017691                             :WS-CH-TENURE-BAND,
017692                             :WS-CH-PAYMETHOD,
017693                             :WS-CH-SCORE,
017695                             :WS-CH-BAND,
017696                             :WS-CH-RENEW-PREMIUM,
017697                             :WS-CH-CHANGE-PCT,
017699                             'N',
017700                             DATE(:WS-TODAY-DATE-ISO),
017701                             ' ' )
017703             END-EXEC
017704         WHEN OTHER
017705             CONTINUE
017706     END-EVALUATE.
017708     IF SQLCODE NOT EQUAL 0
017709         DISPLAY 'LGRENW01 - SCORE STORE, SQLCODE='
017710                 SQLCODE
017712         GO TO 9999-EXIT
017713     END-IF.
017714 2340-EXIT.
017716     EXIT.
017717*****************************************************************
017718*    2350-RETENTION-CALL - A HIGH-RISK RENEWAL GOES ON THE      *
017720*    RETCALL LIST ONCE, WHEN IT IS ALSO HIGH VALUE; LGRNEX01    *
017721*    HOLDS THE INVITATION BACK WHILE THE CALL IS FRESH          *
017722*****************************************************************
017724 2350-RETENTION-CALL.
017725     IF WS-CH-PRIOR-CALL EQUAL 'Y'
017726         MOVE 'RET' TO RR-D-CALL-FLAG
017728         GO TO 2350-EXIT
017729     END-IF.
017730     EXEC SQL
017732         SELECT COALESCE(MIN(CUSTDECILE), 0)
017733           INTO :WS-CH-DECILE
017734           FROM CUSTPROFIT
017736          WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
017737            AND RUNDATE =
017738                ( SELECT MAX(RUNDATE) FROM CUSTPROFIT )
017740     END-EXEC.
017741     IF SQLCODE NOT EQUAL 0
017742         DISPLAY 'LGRENW01 - PROFIT DECILE, SQLCODE='
017744                 SQLCODE
017745         GO TO 9999-EXIT
017746     END-IF.
017747     IF WS-CH-RENEW-PREMIUM LESS THAN WS-CH-VALUE-FLOOR
017749         IF WS-CH-DECILE EQUAL ZERO OR
017750            WS-CH-DECILE GREATER THAN WS-CH-VALUE-DECILE
017751             GO TO 2350-EXIT
017753         END-IF
017754     END-IF.
017755     MOVE SPACES TO DB2-CALL-CUSTOMER.
017757     EXEC SQL
017758         SELECT COALESCE(FIRSTNAME, ' '),
017759                COALESCE(LASTNAME, ' '),
017761                COALESCE(PHONEMOBILE, ' '),
017762                COALESCE(PHONEHOME, ' ')
017763           INTO :DB2-FIRSTNAME, :DB2-LASTNAME,
017765                :DB2-PHONEMOBILE, :DB2-PHONEHOME
017766           FROM CUSTOMER
017767          WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
017769     END-EXEC.
017770     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
017771         DISPLAY 'LGRENW01 - CALL CUSTOMER, SQLCODE='
017773                 SQLCODE
017774         GO TO 9999-EXIT
017775     END-IF.
017777     MOVE SPACES               TO RC-CALL-RECORD.
017778     MOVE DB2-POLICYNUMBER-INT TO RC-POLICYNUM.
017779     MOVE DB2-CUSTOMERNUM-INT  TO RC-CUSTOMERNUM.
017781     MOVE DB2-POLICYTYPE       TO RC-POLICYTYPE.
017782     MOVE DB2-EXPIRYDATE       TO RC-EXPIRYDATE.
017783     MOVE WS-CH-SCORE          TO RC-SCORE.
017784     MOVE WS-CH-BAND           TO RC-BAND.
017786     MOVE WS-CH-RENEW-PREMIUM  TO RC-RENEW-PREMIUM.
017787     MOVE WS-CH-DECILE         TO RC-DECILE.
017788     MOVE DB2-FIRSTNAME        TO RC-FIRSTNAME.
017790     MOVE DB2-LASTNAME         TO RC-LASTNAME.
017791     MOVE DB2-PHONEMOBILE      TO RC-PHONE-MOBILE.
017792     MOVE DB2-PHONEHOME        TO RC-PHONE-HOME.
017794     WRITE RC-CALL-RECORD.
017795     EXEC SQL
017796         UPDATE RENEWALSCORE
017798            SET RETENTIONCALL = 'Y',
017799                CALLLISTDATE  = DATE(:WS-TODAY-DATE-ISO)
017800          WHERE POLICYNUMBER = :DB2-POLICYNUMBER-INT
017802            AND EXPIRYDATE   = :DB2-EXPIRYDATE
017803     END-EXEC.
017804     IF SQLCODE NOT EQUAL 0
017806         DISPLAY 'LGRENW01 - CALL FLAG, SQLCODE='
017807                 SQLCODE
017808         GO TO 9999-EXIT
017810     END-IF.
017811     MOVE 'RET' TO RR-D-CALL-FLAG.
017812     ADD 1 TO WS-CALL-COUNT.
017814 2350-EXIT.
017815     EXIT.
017816*****************************************************************
017818*    2400-UNPAID-EXCESS - CLAIM EXCESS STILL OWED ON THE POLICY  *
017819*    (OPEN, WITH THE DIRECT DEBIT OR FAILED ON IT) IS SHOWN      *
017820*    AGAINST THE RENEWAL SO IT IS RAISED WITH THE CUSTOMER       *
017822*    BEFORE THE POLICY ROLLS; LGRNEX01 REFERS THE RENEWAL IF IT  *
017823*    IS STILL UNPAID PAST ITS DUE DATE                           *
017824*****************************************************************
017825 2400-UNPAID-EXCESS.
017827     MOVE 0 TO DB2-XS-OWED.
017828     EXEC SQL
017829         SELECT COALESCE(SUM(EXCESSAMOUNT - AMOUNTPAID), 0)
017831           INTO :DB2-XS-OWED
017832           FROM EXCESSRECEIVABLE
017833          WHERE POLICYNUMBER = :DB2-POLICYNUMBER-INT
017835            AND STATUS IN ('O', 'D', 'F')
017836     END-EXEC.
017837     IF SQLCODE NOT EQUAL 0
017839         MOVE 0 TO DB2-XS-OWED
017840     END-IF.
017841     MOVE DB2-XS-OWED TO RR-D-XS-OWED.
017843     IF DB2-XS-OWED GREATER THAN ZERO
017844         ADD 1 TO WS-XS-COUNT
017845     END-IF.
017847 2400-EXIT.
017848     EXIT.
017849*****************************************************************
017850*    2500-STORE-EQUIVALENT - THE EQUIVALENT PREMIUM IS KEPT ON   *
017851*    RENEWALPRICE FOR LGRNEX01'S CAP; A RERUN REPLACES THE ROW   *
017852*****************************************************************
017854 2500-STORE-EQUIVALENT.
017855     EXEC SQL
017856         DELETE FROM RENEWALPRICE
017857          WHERE POLICYNUMBER = :DB2-POLICYNUMBER-INT
017859     END-EXEC.
017860     IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
017861         DISPLAY 'LGRENW01 - PRICE DELETE, SQLCODE='
017863                 SQLCODE
017864         GO TO 9999-EXIT
017865     END-IF.
017866     EXEC SQL
017868         INSERT INTO RENEWALPRICE
017869                   ( POLICYNUMBER,
017870                     EQUIVPREMIUM,
017871                     CALCDATE )
017873            VALUES ( :DB2-POLICYNUMBER-INT,
017874                     :WS-EQUIV-PREMIUM,
017875                     CURRENT DATE )
017877     END-EXEC.
017878     IF SQLCODE NOT EQUAL 0
017879         DISPLAY 'LGRENW01 - PRICE INSERT, SQLCODE='
017880                 SQLCODE
017882         GO TO 9999-EXIT
017883     END-IF.
017884 2500-EXIT.
017885     EXIT.
017887*****************************************************************
017888*    3000-READ-DB2 - NEXT RENEWAL CURSOR ROW                     *
017889*****************************************************************
017891 3000-READ-DB2.
017892     EXEC SQL
017893         FETCH RENEWAL_CURSOR
017894           INTO :DB2-POLICYNUMBER-INT, :DB2-CUSTOMERNUM-INT,
017896                :DB2-POLICYTYPE, :DB2-EXPIRYDATE,
017897                :DB2-PAYMENT-INT, :DB2-INDEXOPTOUT,
017898                :DB2-HHDISCOUNT
017900     END-EXEC.
018000     EVALUATE SQLCODE
018100         WHEN 0
020000     WRITE RW-REPORT-LINE FROM RR-SUMMARY-LINE.
020010     MOVE WS-FLAG-COUNT TO RR-F-COUNT.
020020     WRITE RW-REPORT-LINE FROM RR-FLAG-LINE.
020027     MOVE WS-HHD-COUNT TO RR-HHD-COUNT.
020034     WRITE RW-REPORT-LINE FROM RR-HHD-LINE.
020041     MOVE WS-HHR-COUNT TO RR-HHR-COUNT.
020049     WRITE RW-REPORT-LINE FROM RR-HHR-LINE.
020056     MOVE WS-HIGH-RISK-COUNT TO RR-HRISK-COUNT.
020063     WRITE RW-REPORT-LINE FROM RR-HRISK-LINE.
020070     MOVE WS-CALL-COUNT TO RR-CALL-COUNT.
020078     WRITE RW-REPORT-LINE FROM RR-CALL-LINE.
020085     MOVE WS-XS-COUNT TO RR-XS-COUNT.
020092     WRITE RW-REPORT-LINE FROM RR-XS-LINE.
020100     CLOSE RENEWAL-WORKLIST-FILE.
020110     CLOSE RETENTION-CALL-FILE.
020200 8000-EXIT.
020300     EXIT.
020400*****************************************************************
