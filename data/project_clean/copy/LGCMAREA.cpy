      *  DFHCOMMAREA LAYOUT FOR THE LG INSURANCE SUITE    *
      *  COMMON HEADER FOLLOWED BY REQUEST-SPECIFIC        *
      *  REDEFINITIONS - SAME PATTERN FOR ALL LG programs  *
      *  RC 89 FROM A POLICY UPDATE OR CANCEL - A BATCH    *
      *  STEP HOLDS THE POLICY; RETRY LATER                *
      *  REQUEST TOKEN (BIND, CARD AND INTERIM PAYMENT     *
      *  SHAPES) - OPTIONAL, READ ONLY WHEN THE COMMAREA   *
      *  REACHES IT.  A RESEND WITH THE SAME TOKEN GETS    *
      *  THE FIRST OUTCOME BACK WITHOUT REPEATING THE      *
      *  ACTION (LGIDEM01); RC 72 - TOKEN ALREADY USED     *
      *  FOR A DIFFERENT REQUEST                           *
      *****************************************************
           03  CA-REQUEST-ID            PIC X(06).
           03  CA-RETURN-CODE           PIC X(02).
               05  CA-PHONE-MOBILE      PIC X(12).
               05  CA-PHONE-HOME        PIC X(12).
               05  CA-EMAIL-ADDRESS     PIC X(40).
      *        OPTIONAL ADDRESS CHECK EXTENSION - ONLY READ
      *        WHEN THE COMMAREA IS LONG ENOUGH TO CARRY IT.
      *        OVERRIDE-BY IS THE STAFF ID ACCEPTING AN ADDRESS
      *        THE POSTAL FILE DOES NOT MATCH; UPRN COMES BACK
      *        FOR A MATCHED ADDRESS (ZERO OTHERWISE)
               05  CA-ADDR-OVERRIDE-BY  PIC X(08).
               05  CA-ADDR-UPRN         PIC 9(12).
      *---------------------------------------------------*
      *    CUSTOMER_SECURE AUTHENTICATION CHECK SHAPE      *
      *---------------------------------------------------*
               05  CA-AUTH-OTP-VERIFIED PIC X(01).
      *---------------------------------------------------*
      *    SMS/OTP STEP-UP VERIFICATION SHAPE              *
      *    ACTION A: RELEASE AN ACCOUNT-CHANGE PAYMENT     *
      *    HOLD - THE CODE GOES TO THE MOBILE HELD BEFORE  *
      *    THE CHANGE                                      *
      *---------------------------------------------------*
           03  CA-OTP-INFO REDEFINES CA-CUSTOMER-INFO.
               05  CA-OTP-ACTION        PIC X(01).
               05  CA-OTP-CODE          PIC X(06).
               05  CA-OTP-RESULT        PIC X(01).
      *---------------------------------------------------*
      *    ACCOUNT-CHANGE HOLD STAFF CALL-BACK SHAPE       *
      *    THE REFERENCE RECORDS THE CALL MADE TO THE      *
      *    CUSTOMER ON THE NUMBER HELD BEFORE THE CHANGE.  *
      *    STATUS: H HOLD OPEN, R RELEASED                 *
      *---------------------------------------------------*
           03  CA-ACB-INFO REDEFINES CA-CUSTOMER-INFO.
               05  CA-ACB-CALLBACK-REF  PIC X(20).
               05  CA-ACB-STATUS        PIC X(01).
               05  CA-ACB-CHANGE-TIME   PIC X(26).
               05  CA-ACB-HELD-COUNT    PIC 9(04).
      *---------------------------------------------------*
      *    CUSTOMER NAME/POSTCODE SEARCH SHAPE             *
      *---------------------------------------------------*
           03  CA-SEARCH-INFO REDEFINES CA-CUSTOMER-INFO.
      *        FLEET CLAIMS ATTACH TO A SCHEDULED VEHICLE -
      *        ZERO FOR EVERY OTHER POLICY TYPE
               05  CA-CLAIM-VEHICLE-SEQ PIC 9(02).
      *        HOUSE CLAIMS ONLY - SECTION 'B' BUILDINGS OR 'C'
      *        CONTENTS AND THE ASSESSED FULL VALUE OF THAT
      *        SECTION.  THE AVERAGE REDUCTION AND THE PERCENTAGE
      *        OF THE LOSS PAID ARE RETURNED AT SETTLEMENT
               05  CA-CLAIM-AVG-SECTION PIC X(01).
               05  CA-CLAIM-FULL-VALUE  PIC 9(09).
               05  CA-CLAIM-AVG-REDUCTION PIC 9(07)V99.
               05  CA-CLAIM-AVG-PCT     PIC 9(03)V99.
      *        VAT CONTENT OF THE KEYED SETTLEMENT AND, RETURNED AT
      *        SETTLEMENT, THE PART A VAT-REGISTERED POLICYHOLDER
      *        RECOVERS AND SO IS NOT PAID
               05  CA-CLAIM-VAT-AMT     PIC 9(07)V99.
               05  CA-CLAIM-VAT-RECOV   PIC 9(07)V99.
      *        COMMERCIAL CLAIMS ONLY - THE SCHEDULED LOCATION
      *        (1-3) AND PERIL THE LOSS FALLS ON: F FIRE, T THEFT,
      *        L FLOOD, W WEATHER (SPACE TAKES F, T OR W FROM THE
      *        CLAIM TYPE).  SETTLEMENT ERODES THAT SUM INSURED
      *        AND RETURNS THE PRO-RATA REINSTATEMENT PREMIUM
      *        RAISED FOR THE UNEXPIRED TERM
               05  CA-CLAIM-LOC-SEQ     PIC 9(01).
               05  CA-CLAIM-PERIL       PIC X(01).
               05  CA-CLAIM-REINST-PREM PIC 9(07)V99.
      *---------------------------------------------------*
      *    CLAIM DOCUMENT INDEX SHAPE                      *
      *    ONE INDEX ROW PER PIECE OF CLAIM CORRESPONDENCE *
      *    (TYPE, EXTERNAL REFERENCE, DATE, DIRECTION      *
      *    I RECEIVED / O SENT / A AWAITED FROM THE        *
      *    CUSTOMER - AN A ROW IS OUTSTANDING UNTIL AN I   *
      *    ROW OF THE SAME TYPE IS INDEXED ON OR AFTER     *
      *    IT).  THE PIECES THAT ALREADY PRODUCE           *
      *    CORRESPONDENCE POPULATE IT AUTOMATICALLY AND    *
      *    HANDLERS MAINTAIN THE REST                      *
      *---------------------------------------------------*
           03  CA-CDOC-INFO REDEFINES CA-CUSTOMER-INFO.
               05  CA-CDC-CLAIM-NUM     PIC 9(10).
               05  CA-INT-REASON        PIC X(30).
               05  CA-INT-SEQ           PIC 9(03).
               05  CA-INT-PAID-TO-DATE  PIC 9(09)V99.
               05  CA-INT-REQUEST-TOKEN PIC X(32).
      *---------------------------------------------------*
      *    THIRD-PARTY SUBROGATION RECOVERY SHAPE          *
      *    STATUS: O OPEN, C CLOSED (FULLY RECOVERED),     *
               05  CA-SVY-REQ-SEQ       PIC 9(03).
               05  CA-SVY-REQ-TEXT      PIC X(60).
      *---------------------------------------------------*
      *    FACULTATIVE PLACEMENT WORKLIST SHAPE            *
      *    ACTION: L LIST UNPLACED ITEMS OLDEST FIRST,     *
      *    I INQUIRE ONE ITEM, P RECORD A PLACED LINE      *
      *    (REINSURER, SHARE OF THE EXCESS, FAC PREMIUM,   *
      *    CERTIFICATE).  STATUS: U UNPLACED, P PLACED,    *
      *    W WITHDRAWN.  THE ITEM IS PLACED WHEN ITS LINES *
      *    REACH 100.00% OF THE EXCESS.                    *
      *---------------------------------------------------*
           03  CA-FACPL-INFO REDEFINES CA-CUSTOMER-INFO.
               05  CA-FAC-ACTION        PIC X(01).
               05  CA-FAC-POLICY-NUM    PIC 9(10).
               05  CA-FAC-PLACEMENT-SEQ PIC 9(03).
               05  CA-FAC-STATUS        PIC X(01).
               05  CA-FAC-EXCESS        PIC 9(09).
               05  CA-FAC-PLACED-PCT    PIC 9(03)V99.
               05  CA-FAC-REINSURER     PIC X(08).
               05  CA-FAC-SHARE-PCT     PIC 9(03)V99.
               05  CA-FAC-PREMIUM       PIC 9(07)V99.
               05  CA-FAC-CERT-REF      PIC X(20).
               05  CA-FAC-COUNT         PIC 9(02).
               05  CA-FAC-RESULTS       OCCURS 5 TIMES.
                   07  CA-FAC-R-POLNUM  PIC 9(10).
                   07  CA-FAC-R-SEQ     PIC 9(03).
                   07  CA-FAC-R-TYPE    PIC X(01).
                   07  CA-FAC-R-EXCESS  PIC 9(09).
                   07  CA-FAC-R-PLACED  PIC 9(03)V99.
                   07  CA-FAC-R-RAISED  PIC X(10).
      *---------------------------------------------------*
      *    ADJUSTABLE PREMIUM DECLARATION SHAPE            *
      *    THE ACTUAL TURNOVER AND WAGEROLL FOR A PERIOD   *
      *    THAT HAS ENDED.  PERIOD END SPACES TAKES THE    *
      *    OLDEST OUTSTANDING PERIOD.  DIRECTION: A        *
      *    ADDITIONAL, R RETURN, N NIL.  MIN-APPLIED 'Y'   *
      *    WHEN THE MINIMUM-PREMIUM RULE HELD THE ADJUSTED *
      *    PREMIUM UP.  STATUS: O OUTSTANDING, D DECLARED  *
      *---------------------------------------------------*
           03  CA-ADJDEC-INFO REDEFINES CA-CUSTOMER-INFO.
               05  CA-ADJ-POLICY-NUM    PIC 9(10).
               05  CA-ADJ-PERIOD-END    PIC X(10).
               05  CA-ADJ-ACT-TURNOVER  PIC 9(09).
               05  CA-ADJ-ACT-WAGEROLL  PIC 9(09).
               05  CA-ADJ-DEPOSIT       PIC 9(07)V99.
               05  CA-ADJ-ADJUSTED      PIC 9(07)V99.
               05  CA-ADJ-AMOUNT        PIC 9(07)V99.
               05  CA-ADJ-DIRECTION     PIC X(01).
               05  CA-ADJ-MIN-APPLIED   PIC X(01).
               05  CA-ADJ-STATUS        PIC X(01).
      *---------------------------------------------------*
      *    CLAIM LITIGATION SHAPE - LEGAL COSTS RESERVED   *
      *    SEPARATELY FROM INDEMNITY, WITH MOVEMENT        *
      *    HISTORY AND A HEARING-DATE DIARY                *
      *    CLAIM PAYEE BANK DETAIL SHAPE                   *
      *    LINE SEQ 0 IS THE WHOLE-CLAIM PAYEE; VERIFY     *
      *    STATUS: P PENDING BANK CHECK, V VERIFIED,       *
      *    F FAILED, N NOT APPLICABLE (PAID BY CHEQUE)     *
      *---------------------------------------------------*
           03  CA-PAYEE-INFO REDEFINES CA-CUSTOMER-INFO.
               05  CA-PYE-CLAIM-NUM     PIC 9(10).
               05  CA-PYE-ACCT-NAME     PIC X(35).
               05  CA-PYE-VERIFY-STAT   PIC X(01).
               05  CA-PYE-VERIFY-DATE   PIC X(10).
      *        B BANK TRANSFER (THE DEFAULT), Q CHEQUE - A CHEQUE
      *        PAYEE NEEDS NO BANK DETAILS.  A CALLER ON THE
      *        SHORTER SHAPE ALWAYS CAPTURES A BANK PAYEE
               05  CA-PYE-PAY-METHOD    PIC X(01).
      *---------------------------------------------------*
      *    CHEQUE REGISTER SHAPE - INQUIRE, STOP, OR STOP  *
      *    AND REISSUE A LIVE CHEQUE.  STATUS: I ISSUED,   *
      *    P PRESENTED, S STOPPED, R REPLACED BY A         *
      *    REISSUE, C CANCELLED UNPRESENTED.  THE NEW      *
      *    CHEQUE NUMBER IS RETURNED ON A REISSUE          *
      *---------------------------------------------------*
           03  CA-CHEQUE-INFO REDEFINES CA-CUSTOMER-INFO.
               05  CA-CHQ-NUMBER        PIC 9(08).
               05  CA-CHQ-REASON        PIC X(30).
               05  CA-CHQ-NEW-NUMBER    PIC 9(08).
               05  CA-CHQ-STATUS        PIC X(01).
               05  CA-CHQ-PAYEE         PIC X(35).
               05  CA-CHQ-AMOUNT        PIC 9(09)V99.
               05  CA-CHQ-ISSUE-DATE    PIC X(10).
               05  CA-CHQ-CLAIM-NUM     PIC 9(10).
               05  CA-CHQ-POLICY-NUM    PIC 9(10).
      *---------------------------------------------------*
      *    CLAIM REOPEN SHAPE - REINSTATES A RESERVE ON A  *
      *    SETTLED OR CLOSED CLAIM AND FLAGS IT REOPENED   *
               05  CA-CEV-POSTCODES     OCCURS 10 TIMES
                                        PIC X(08).
      *---------------------------------------------------*
      *    INCIDENT SHAPE - ONE OCCURRENCE (AN ACCIDENT,   *
      *    AN ESCAPE OF WATER) ON A POLICY AND THE CLAIMS  *
      *    IT GAVE RISE TO.  01AINC ADDS THE INCIDENT AND  *
      *    RETURNS ITS NUMBER, 01LINC LINKS CLAIM-NUM TO   *
      *    IT (INC-NUM ZERO UNLINKS THE CLAIM), 01IINC     *
      *    RETURNS IT WITH ITS CLAIMS AND COMBINED         *
      *    FIGURES.  BASIS 'Y' WHEN THE POLICY WORDING     *
      *    TAKES ONE EXCESS AND ONE REINSURANCE RETENTION  *
      *    FOR THE WHOLE INCIDENT RATHER THAN PER CLAIM    *
      *---------------------------------------------------*
           03  CA-INCIDENT-INFO REDEFINES CA-CUSTOMER-INFO.
               05  CA-INC-NUM           PIC 9(10).
               05  CA-INC-POLICY-NUM    PIC 9(10).
               05  CA-INC-DATE          PIC X(10).
               05  CA-INC-LOCATION      PIC X(40).
               05  CA-INC-DESC          PIC X(40).
               05  CA-INC-CLAIM-NUM     PIC 9(10).
               05  CA-INC-BASIS         PIC X(01).
               05  CA-INC-RESERVE-TOT   PIC 9(09)V99.
               05  CA-INC-PAID-TOT      PIC 9(09)V99.
               05  CA-INC-EXCESS-TOT    PIC 9(07)V99.
               05  CA-INC-CLAIM-COUNT   PIC 9(02).
               05  CA-INC-CLAIMS        OCCURS 10 TIMES.
                   07  CA-INC-C-NUM     PIC 9(10).
                   07  CA-INC-C-DATE    PIC X(10).
                   07  CA-INC-C-TYPE    PIC X(01).
                   07  CA-INC-C-STATUS  PIC X(01).
                   07  CA-INC-C-RESERVE PIC 9(07)V99.
                   07  CA-INC-C-PAID    PIC 9(07)V99.
      *---------------------------------------------------*
      *    APPROVED REPAIRER MASTER / CLAIM ASSIGNMENT     *
      *---------------------------------------------------*
           03  CA-REPAIRER-INFO REDEFINES CA-CUSTOMER-INFO.
               05  CA-RPR-INV-AMOUNT    PIC 9(07)V99.
               05  CA-RPR-INV-STATUS    PIC X(01).
               05  CA-RPR-DECISION      PIC X(01).
      *        INVOICE SPLIT - NET OF VAT AND THE VAT CHARGED.  THE
      *        INVOICE AMOUNT IS THEIR SUM; A CALLER ON THE SHORTER
      *        SHAPE HAS ITS AMOUNT TAKEN AS NET WITH NO VAT
               05  CA-RPR-INV-NET       PIC 9(07)V99.
               05  CA-RPR-INV-VAT       PIC 9(07)V99.
      *---------------------------------------------------*
      *    LOSS ADJUSTER MASTER / CLAIM APPOINTMENT,       *
      *    REPORT, FEE RESERVE AND FEE INVOICE SHAPE       *
      *    STATUS: F FLAGGED FOR APPOINTMENT, A APPOINTED, *
      *    R REPORT RECEIVED, C CLOSED                     *
      *---------------------------------------------------*
           03  CA-LOSSADJ-INFO REDEFINES CA-CUSTOMER-INFO.
               05  CA-LAJ-ID            PIC 9(09).
               05  CA-LAJ-FIRM-NAME     PIC X(30).
               05  CA-LAJ-POSTCODE      PIC X(08).
               05  CA-LAJ-SPECIALISMS   PIC X(20).
               05  CA-LAJ-APPROVED-TO   PIC X(10).
               05  CA-LAJ-SORTCODE      PIC X(06).
               05  CA-LAJ-ACCOUNT       PIC X(08).
               05  CA-LAJ-CLAIM-NUM     PIC 9(10).
               05  CA-LAJ-STATUS        PIC X(01).
               05  CA-LAJ-REPORT-DATE   PIC X(10).
               05  CA-LAJ-NEW-RESERVE   PIC 9(07)V99.
               05  CA-LAJ-OLD-RESERVE   PIC 9(07)V99.
               05  CA-LAJ-FEE-REF       PIC X(15).
               05  CA-LAJ-FEE-AMOUNT    PIC 9(07)V99.
               05  CA-LAJ-FEE-SEQ       PIC 9(02).
               05  CA-LAJ-REASON        PIC X(30).
      *---------------------------------------------------*
      *    MOTOR CLAIM HIRE VEHICLE SHAPE                  *
      *    TYPE: C OUR COURTESY CAR, T THIRD-PARTY CREDIT  *
      *    HIRE CLAIMED AGAINST US.  STATUS: O ON HIRE,    *
      *    C OFF HIRE.  ACCRUED FIGURES ARE RETURNED ONLY  *
      *---------------------------------------------------*
           03  CA-HIRE-INFO REDEFINES CA-CUSTOMER-INFO.
               05  CA-HIR-CLAIM-NUM     PIC 9(10).
               05  CA-HIR-SEQ           PIC 9(02).
               05  CA-HIR-TYPE          PIC X(01).
               05  CA-HIR-SUPPLIER      PIC X(30).
               05  CA-HIR-TP-REF        PIC X(15).
               05  CA-HIR-START-DATE    PIC X(10).
               05  CA-HIR-END-DATE      PIC X(10).
               05  CA-HIR-DAILY-RATE    PIC 9(05)V99.
               05  CA-HIR-STATUS        PIC X(01).
               05  CA-HIR-ACCRUED-TO    PIC X(10).
               05  CA-HIR-ACCRUED       PIC 9(07)V99.
      *---------------------------------------------------*
      *    PERIODIC PAYMENT ORDER (PPO) SCHEDULE SHAPE     *
      *    ONE SCHEDULE PER PI CLAIM LINE.  INDEX BASIS:   *
      *    ASHE, RPI OR CPI.  STATUS: A ACTIVE, C CEASED   *
      *    ON THE DEATH OF THE LIFE.  THE PPO RESERVE IS   *
      *    HELD HERE, APART FROM THE CLAIM RESERVE         *
      *---------------------------------------------------*
           03  CA-PPO-INFO REDEFINES CA-CUSTOMER-INFO.
               05  CA-PPO-CLAIM-NUM     PIC 9(10).
               05  CA-PPO-LINE-SEQ      PIC 9(03).
               05  CA-PPO-PAYEE-NAME    PIC X(35).
               05  CA-PPO-SORTCODE      PIC X(06).
               05  CA-PPO-ACCOUNT       PIC X(08).
               05  CA-PPO-ANNUAL-AMT    PIC 9(07)V99.
               05  CA-PPO-INDEX-BASIS   PIC X(04).
               05  CA-PPO-REVIEW-DATE   PIC X(10).
               05  CA-PPO-LIFE-NAME     PIC X(35).
               05  CA-PPO-LIFE-DOB      PIC X(10).
               05  CA-PPO-RESERVE       PIC 9(09)V99.
               05  CA-PPO-STATUS        PIC X(01).
               05  CA-PPO-CEASE-DATE    PIC X(10).
      *---------------------------------------------------*
      *    CRU CERTIFICATE OF RECOVERABLE BENEFITS SHAPE   *
      *    ONE PER PI CLAIM LINE.  STATUS: R REQUESTED,    *
      *    C CERTIFICATE HELD, P CRU REPAID.  HEAD OF      *
      *    DAMAGE: EARN LOSS OF EARNINGS, CARE COST OF     *
      *    CARE, MOBL LOSS OF MOBILITY.  SORT CODE AND     *
      *    ACCOUNT ARE THOSE THE CERTIFICATE SAYS TO PAY   *
      *---------------------------------------------------*
           03  CA-CRU-INFO REDEFINES CA-CUSTOMER-INFO.
               05  CA-CRU-CLAIM-NUM     PIC 9(10).
               05  CA-CRU-LINE-SEQ      PIC 9(03).
               05  CA-CRU-STATUS        PIC X(01).
               05  CA-CRU-REQ-DATE      PIC X(10).
               05  CA-CRU-CERT-REF      PIC X(12).
               05  CA-CRU-RECV-DATE     PIC X(10).
               05  CA-CRU-EXPIRY-DATE   PIC X(10).
               05  CA-CRU-SORTCODE      PIC X(06).
               05  CA-CRU-ACCOUNT       PIC X(08).
               05  CA-CRU-TOTAL-RECOV   PIC 9(09)V99.
               05  CA-CRU-TOTAL-DEDUCT  PIC 9(09)V99.
               05  CA-CRU-BEN-COUNT     PIC 9(02).
               05  CA-CRU-BENEFITS      OCCURS 6 TIMES.
                   07  CA-CRU-B-CODE    PIC X(04).
                   07  CA-CRU-B-HEAD    PIC X(04).
                   07  CA-CRU-B-RECOV   PIC 9(07)V99.
                   07  CA-CRU-B-DEDUCT  PIC 9(07)V99.
      *---------------------------------------------------*
      *    DIRECT DEBIT MANDATE MAINTENANCE SHAPE          *
      *    STATUS: L LODGED, P SUBMITTED TO BUREAU,        *
      *    C CONFIRMED, X CANCELLED BY PAYER (OR ON THE    *
      *    TRANSFER OF THE LAST POLICY IT COLLECTED FOR),  *
      *    T TRANSFERRED BANK                              *
      *---------------------------------------------------*
           03  CA-MANDATE-INFO REDEFINES CA-CUSTOMER-INFO.
      *    DUAL-APPROVAL (MAKER-CHECKER) SHAPE             *
      *    RESERVES AND SETTLEMENTS PARKED OVER THE        *
      *    ACTOR'S AUTHORITY LIMIT ARE LISTED, APPROVED    *
      *    OR REJECTED HERE BY A SECOND, SENIOR USER.      *
      *    TYPE W IS A BAD-DEBT WRITE-OFF RAISED BY THE    *
      *    MONTHLY RUN; IT CARRIES THE POLICY NUMBER IN    *
      *    THE CLAIM NUMBER FIELD                          *
      *---------------------------------------------------*
           03  CA-APPRV-INFO REDEFINES CA-CUSTOMER-INFO.
               05  CA-APP-ID            PIC 9(10).
      *    ISSUE IS CAPPED AT A PERCENTAGE OF THE          *
      *    SURRENDER VALUE; THE OUTSTANDING BALANCE NETS   *
      *    OFF AUTOMATICALLY AT SURRENDER, MATURITY AND    *
      *    DEATH SETTLEMENT.  AN ADVANCE ISSUED INSIDE THE *
      *    COOLING WINDOW OF A CONTACT OR BANK CHANGE IS   *
      *    HELD UNTIL THE CHANGE IS RELEASED - STATUS H IS *
      *    RETURNED ON THE ISSUE                           *
      *---------------------------------------------------*
           03  CA-LOAN-INFO REDEFINES CA-CUSTOMER-INFO.
               05  CA-LON-POLICY-NUM    PIC 9(10).
      *    CARD PAYMENT AUTHORISATION SHAPE                *
      *    01CAUT AUTHORISES AND RECORDS A ONE-OFF CARD    *
      *    PREMIUM PAYMENT AT BIND; 01CMTA SETTLES A DUE   *
      *    MID-TERM ADDITIONAL PREMIUM BY CARD; 01CXSR     *
      *    PAYS AN OUTSTANDING CLAIM EXCESS.  A            *
      *    DECLINED AUTHORISATION COMES BACK RC 93 AND     *
      *    THE BIND MUST NOT COMPLETE.                     *
      *---------------------------------------------------*
               05  CA-CRD-TOKEN         PIC X(16).
               05  CA-CRD-AUTH-CODE     PIC X(08).
               05  CA-CRD-OUTCOME       PIC X(01).
               05  CA-CRD-REQUEST-TOKEN PIC X(32).
      *---------------------------------------------------*
      *    POLICY SUSPENSION (LAID-UP COVER) SHAPE         *
      *    SUSPEND SETS POLICY STATUS 'U'; REINSTATE       *
                   07  CA-CKP-R-LASTKEY PIC 9(10).
                   07  CA-CKP-R-TIME    PIC X(26).
      *---------------------------------------------------*
      *    VSAM MIRROR REPLAY SHAPE                        *
      *    RE-DRIVES UP TO CA-VRP-MAX PARKED MIRROR WRITES *
      *    OLDEST FIRST (ZERO MEANS 50); CA-VRP-STUCK IS   *
      *    EVERYTHING STILL PARKED AFTER THE ATTEMPT LIMIT *
      *---------------------------------------------------*
           03  CA-VRPLAY-INFO REDEFINES CA-CUSTOMER-INFO.
               05  CA-VRP-MAX           PIC 9(03).
               05  CA-VRP-DRIVEN        PIC 9(05).
               05  CA-VRP-REPLAYED      PIC 9(05).
               05  CA-VRP-SUPERSEDED    PIC 9(05).
               05  CA-VRP-FAILED        PIC 9(05).
               05  CA-VRP-STUCK         PIC 9(05).
      *---------------------------------------------------*
      *    BATCH RUN-CONTROL INQUIRY / RESTART SHAPE       *
      *    ACTION: I INQUIRE, R SET THE RESTART FLAG       *
      *---------------------------------------------------*
               05  CA-SRN-ELAPSED       PIC 9(02).
               05  CA-SRN-STATUS        PIC X(01).
      *---------------------------------------------------*
      *    ENDOWMENT PAID-UP QUOTE / CONVERT SHAPE         *
      *    PAID-UP SUM ASSURED IS THE SUM ASSURED IN THE   *
      *    PROPORTION OF PREMIUMS PAID TO PREMIUMS DUE     *
      *    OVER THE TERM.  CONVERSION NEEDS A QUOTE NO     *
      *    MORE THAN 30 DAYS OLD                           *
      *---------------------------------------------------*
           03  CA-PAIDUP-INFO REDEFINES CA-CUSTOMER-INFO.
               05  CA-PUP-POLICY-NUM    PIC 9(10).
               05  CA-PUP-SUM-ASSURED   PIC 9(07).
               05  CA-PUP-VALUE         PIC 9(07).
               05  CA-PUP-PREM-PAID     PIC 9(07)V99.
               05  CA-PUP-PREM-DUE      PIC 9(07)V99.
               05  CA-PUP-STATUS        PIC X(01).
      *---------------------------------------------------*
      *    ENDOWMENT ASSIGNEE REGISTER SHAPE               *
      *---------------------------------------------------*
           03  CA-ASSIGN-INFO REDEFINES CA-CUSTOMER-INFO.
               05  CA-ASG-POLICY-NUM    PIC 9(10).
               05  CA-ASG-SEQ           PIC 9(03).
               05  CA-ASG-LENDER-NAME   PIC X(30).
               05  CA-ASG-LENDER-REF    PIC X(20).
               05  CA-ASG-ASSIGN-DATE   PIC X(10).
               05  CA-ASG-REASSIGN-DATE PIC X(10).
               05  CA-ASG-CONSENT-TYPE  PIC X(01).
               05  CA-ASG-CONSENT-DATE  PIC X(10).
               05  CA-ASG-DOC-REFERENCE PIC X(21).
      *---------------------------------------------------*
      *    UNIT-LINKED FUND SWITCH SHAPE                   *
      *---------------------------------------------------*
           03  CA-FSWITCH-INFO REDEFINES CA-CUSTOMER-INFO.
               05  CA-FSW-POLICY-NUM    PIC 9(10).
               05  CA-FSW-SEQ           PIC 9(03).
               05  CA-FSW-FROM-FUND     PIC X(10).
               05  CA-FSW-TO-FUND       PIC X(10).
               05  CA-FSW-REQUEST-DATE  PIC X(10).
               05  CA-FSW-VALUE-DATE    PIC X(10).
               05  CA-FSW-UNITS-OUT     PIC 9(09)V9(4).
               05  CA-FSW-PRICE-OUT     PIC 9(05)V9(4).
               05  CA-FSW-UNITS-IN      PIC 9(09)V9(4).
               05  CA-FSW-PRICE-IN      PIC 9(05)V9(4).
               05  CA-FSW-CHARGE        PIC 9(05)V99.
               05  CA-FSW-FREE-LEFT     PIC 9(02).
               05  CA-FSW-STATUS        PIC X(01).
      *---------------------------------------------------*
      *    HOUSEHOLD LINK MAINTENANCE SHAPE                *
      *    CUSTOMERS AT THE SAME HOUSE NUMBER AND POSTCODE *
      *    ARE PROPOSED INTO ONE HOUSEHOLD; A LINK ONLY    *
      *    COUNTS FOR THE MULTI-POLICY DISCOUNT ONCE STAFF *
      *    HAVE CONFIRMED IT                               *
      *---------------------------------------------------*
           03  CA-HOUSEHOLD-INFO REDEFINES CA-CUSTOMER-INFO.
               05  CA-HHD-HOUSEHOLD-ID  PIC 9(10).
               05  CA-HHD-LINK-STATUS   PIC X(01).
               05  CA-HHD-STAFF-ID      PIC X(08).
               05  CA-HHD-LIVE-POLICIES PIC 9(04).
               05  CA-HHD-MEMBER-COUNT  PIC 9(02).
               05  CA-HHD-MEMBERS       OCCURS 10 TIMES.
                   07  CA-HHD-MEMBER-NUM    PIC 9(10).
                   07  CA-HHD-MEMBER-STATUS PIC X(01).
      *---------------------------------------------------*
      *    INSTALMENT PLAN MAINTENANCE SHAPE               *
      *    MONTHLY AND QUARTERLY PLANS ARE CREDIT CHECKED  *
      *    AT SET-UP: OUTCOME A ACCEPT, D DECLINE (ANNUAL  *
      *    PAYMENT ONLY), R DEPOSIT REQUIRED                *
      *---------------------------------------------------*
           03  CA-IPLN-INFO REDEFINES CA-CUSTOMER-INFO.
               05  CA-IPL-POLICY-NUM    PIC 9(10).
               05  CA-IPL-AMOUNT        PIC 9(07)V99.
               05  CA-IPL-NEXT-DUE      PIC X(10).
               05  CA-IPL-STATUS        PIC X(01).
               05  CA-IPL-CR-OUTCOME    PIC X(01).
               05  CA-IPL-BUREAU-REF    PIC X(20).
               05  CA-IPL-DEPOSIT       PIC 9(07)V99.
      *---------------------------------------------------*
      *    CHANGE OF POLICYHOLDER SHAPE                    *
      *    T TRANSFERS AN IN-FORCE POLICY TO THE NEW       *
      *    CUSTOMER; P RELEASES THE PAYMENT HOLD ONCE THE  *
      *    NEW HOLDER'S ARRANGEMENTS ARE IN PLACE.  SCREEN *
      *    RESULT: C CLEAR, P PEP (RC 79, REFER).  CLAIMS  *
      *    RETAINED STAY WITH THE ORIGINAL INSURED.        *
      *    MANDATE/PLAN CLOSED AND PAYMENT HOLD ARE Y/N    *
      *---------------------------------------------------*
           03  CA-PHCHG-INFO REDEFINES CA-CUSTOMER-INFO.
               05  CA-PHC-POLICY-NUM    PIC 9(10).
               05  CA-PHC-NEW-CUSTOMER  PIC 9(10).
               05  CA-PHC-OLD-CUSTOMER  PIC 9(10).
               05  CA-PHC-REASON        PIC X(30).
               05  CA-PHC-STAFF-ID      PIC X(08).
               05  CA-PHC-TRANSFER-DATE PIC X(10).
               05  CA-PHC-SCREEN-RESULT PIC X(01).
               05  CA-PHC-CLAIMS-KEPT   PIC 9(03).
               05  CA-PHC-MANDATE-CLOSED
                                        PIC X(01).
               05  CA-PHC-PLAN-CLOSED   PIC X(01).
               05  CA-PHC-PAYMENT-HOLD  PIC X(01).
               05  CA-PHC-DOC-REFERENCE PIC X(21).
      *---------------------------------------------------*
      *    CUSTOMER SELF-SERVICE CLAIM STATUS SHAPE        *
      *    THE CUSTOMER'S PASSWORD (LGACHK01) OR, WHEN A   *
      *    REPRESENTATIVE IS NAMED, A CLAIMS-SCOPE AUTHREP *
      *    (LGREP01) AUTHENTICATES THE CALL.  MILESTONE:   *
      *    R REGISTERED, A ASSESSING, D AWAITING           *
      *    DOCUMENTS, S APPROVED, P PAID, C CLOSED.  NO    *
      *    RESERVE, FRAUD OR INVESTIGATION DETAIL IS EVER  *
      *    RETURNED.  PAYMENT TYPE: I INTERIM, F FINAL;    *
      *    STATUS: S SENT, P PAID                          *
      *---------------------------------------------------*
           03  CA-CSTAT-INFO REDEFINES CA-CUSTOMER-INFO.
               05  CA-CST-CLAIM-NUM     PIC 9(10).
               05  CA-CST-PASSWORD      PIC X(32).
               05  CA-CST-REP-NAME      PIC X(30).
               05  CA-CST-AUTH-RESULT   PIC X(01).
               05  CA-CST-POLICY-NUM    PIC 9(10).
               05  CA-CST-CLAIM-DATE    PIC X(10).
               05  CA-CST-MILESTONE     PIC X(01).
               05  CA-CST-MILESTONE-TEXT
                                        PIC X(20).
               05  CA-CST-NEXT-ACTION   PIC X(10).
               05  CA-CST-PAID-TOTAL    PIC 9(07)V99.
               05  CA-CST-DOC-COUNT     PIC 9(02).
               05  CA-CST-DOCS          OCCURS 5 TIMES.
                   07  CA-CST-D-TYPE    PIC X(03).
                   07  CA-CST-D-DESC    PIC X(30).
                   07  CA-CST-D-ASKED   PIC X(10).
               05  CA-CST-PAY-COUNT     PIC 9(02).
               05  CA-CST-PAYMENTS      OCCURS 5 TIMES.
                   07  CA-CST-P-DATE    PIC X(10).
                   07  CA-CST-P-AMOUNT  PIC 9(07)V99.
                   07  CA-CST-P-TYPE    PIC X(01).
                   07  CA-CST-P-STATUS  PIC X(01).
      *---------------------------------------------------*
      *    STAFF CONNECTION (CONFLICT OF INTEREST) SHAPE   *
      *    01ASCN DECLARES THE CUSTOMER AS CONNECTED TO    *
      *    THE OPERATOR - A USER DECLARES FOR THEMSELVES,  *
      *    ROLE ADM FOR ANY OPERATOR (SPACES - THE USER).  *
      *    01ESCN ENDS A DECLARATION (ROLE ADM ONLY).      *
      *    01ISCN LISTS THE OPERATOR'S ACTIVE              *
      *    DECLARATIONS.  RELATIONSHIP: S THE OPERATOR'S   *
      *    OWN CUSTOMER RECORD, F FAMILY OR HOUSEHOLD,     *
      *    A OTHER ASSOCIATE                               *
      *---------------------------------------------------*
           03  CA-SCON-INFO REDEFINES CA-CUSTOMER-INFO.
               05  CA-SCN-OPERATOR-ID   PIC X(08).
               05  CA-SCN-CUSTOMER-NUM  PIC 9(10).
               05  CA-SCN-RELATIONSHIP  PIC X(01).
               05  CA-SCN-COUNT         PIC 9(02).
               05  CA-SCN-ENTRIES       OCCURS 10 TIMES.
                   07  CA-SCN-E-CUSTOMER
                                        PIC 9(10).
                   07  CA-SCN-E-RELATION
                                        PIC X(01).
                   07  CA-SCN-E-DECLARED
                                        PIC X(10).
      *---------------------------------------------------*
      *    CLAIM RESERVE RAISE / ADJUST SHAPE              *
      *---------------------------------------------------*
                           11  CA-B-LOC-CRIMESUM PIC 9(07).
                           11  CA-B-LOC-FLOODSUM PIC 9(07).
                           11  CA-B-LOC-WTHRSUM  PIC 9(07).
      *                CO-INSURANCE - ROLE SPACE MEANS WE CARRY
      *                THE WHOLE RISK.  'L' LEAD OR 'F' FOLLOW
      *                NEEDS OUR SHARE PLUS THE CO-INSURERS'
      *                SIGNED LINES TO COME TO 100.00, WITH ONE
      *                CO-INSURER MARKED LEAD ('Y') WHEN WE
      *                FOLLOW.  PREMIUM AND SUMS ON THE POLICY
      *                STAY AT 100% OF THE RISK.  THE BLOCK SITS
      *                PAST WS-FULL-COMM-LEN SO A CALLER ON THE
      *                SHORTER SHAPE IS TAKEN AS A SOLE PLACING.
                       09  CA-B-COINS-ROLE       PIC X(01).
                       09  CA-B-OUR-SHARE-PCT    PIC 9(03)V99.
                       09  CA-B-COINS-COUNT      PIC 9(01).
                       09  CA-B-COINSURERS       OCCURS 5 TIMES.
                           11  CA-B-CI-CODE      PIC X(08).
                           11  CA-B-CI-NAME      PIC X(30).
                           11  CA-B-CI-LINE-PCT  PIC 9(03)V99.
                           11  CA-B-CI-LEAD      PIC X(01).
      *                EMPLOYERS' LIABILITY - PERIL 1 CARRIES THE
      *                LIMIT OF INDEMNITY (NOT BELOW THE STATUTORY
      *                5,000,000), THE ANNUAL WAGEROLL AND THE
      *                EMPLOYER REFERENCE NUMBER THE TRACING OFFICE
      *                INDEXES ON (NNN/ANNNNN).  ERN-EXEMPT 'Y' FOR
      *                AN EMPLOYER WITH NO PAYE SCHEME.  THE BLOCK
      *                SITS PAST THE CO-INSURANCE SCHEDULE SO A
      *                CALLER ON A SHORTER SHAPE CARRIES NO EL.
                       09  CA-B-ELPERIL          PIC 9(01).
                       09  CA-B-ELPREMIUM        PIC 9(07).
                       09  CA-B-EL-LIMIT         PIC 9(09).
                       09  CA-B-EL-WAGEROLL      PIC 9(09).
                       09  CA-B-EL-ERN           PIC X(14).
                       09  CA-B-EL-ERN-EXEMPT    PIC X(01).
      *                ADJUSTABLE PREMIUM - 'Y' WHEN THE PREMIUM
      *                IS A DEPOSIT ON THE ESTIMATED TURNOVER (BI)
      *                AND WAGEROLL (EL, ABOVE), ADJUSTED ON THE
      *                YEAR-END DECLARATION OF THE ACTUAL FIGURES.
                       09  CA-B-ADJUSTABLE       PIC X(01).
                       09  CA-B-EST-TURNOVER     PIC 9(09).
      *                VAT - STATUS 'R' REGISTERED, 'P' PARTIALLY
      *                EXEMPT (RECOVERS ONLY THE PERCENTAGE HELD),
      *                SPACE OR 'N' NOT REGISTERED.  A REGISTERED
      *                POLICYHOLDER RECLAIMS INPUT VAT, SO CLAIMS
      *                SETTLE NET OF THE VAT THEY CAN RECOVER.  THE
      *                BLOCK SITS PAST THE ADJUSTABLE-PREMIUM BLOCK
      *                SO A CALLER ON A SHORTER SHAPE IS NOT
      *                REGISTERED.
                       09  CA-B-VAT-STATUS       PIC X(01).
                       09  CA-B-VAT-REGNUM       PIC X(12).
                       09  CA-B-VAT-RECOV-PCT    PIC 9(03)V99.
      *                AVAILABLE SUMS - EACH SCHEDULED LOCATION'S
      *                PER-PERIL SUM INSURED LESS LOSSES SETTLED ON
      *                IT AND NOT YET REINSTATED BY PAYMENT OF THE
      *                REINSTATEMENT PREMIUM.  RETURNED BY THE
      *                POLICY INQUIRY WHEN THE COMMAREA REACHES IT;
      *                THE BLOCK SITS PAST THE VAT BLOCK.
                       09  CA-B-AVAILABLE        OCCURS 3 TIMES.
                           11  CA-B-AV-FIRESUM   PIC 9(07).
                           11  CA-B-AV-CRIMESUM  PIC 9(07).
                           11  CA-B-AV-FLOODSUM  PIC 9(07).
                           11  CA-B-AV-WTHRSUM   PIC 9(07).
      *            COMMERCIAL MOTOR FLEET - ONE POLICY, A
      *            SCHEDULE OF UP TO 20 VEHICLES.  ON THE
      *            MID-TERM UPDATE A SEQ OF ZERO ADDS THE
                           11  CA-F-VEH-VALUE  PIC 9(07).
                           11  CA-F-VEH-PREMIUM
                                               PIC 9(07).
      *            TRAVEL - TRIP TYPE 'S' SINGLE TRIP OR 'A'
      *            ANNUAL MULTI-TRIP.  REGION 'U' UK, 'E' EUROPE,
      *            'W' WORLDWIDE EXCLUDING USA/CANADA, 'A'
      *            WORLDWIDE INCLUDING.  THE DATES ARE THE JOURNEY
      *            FOR A SINGLE TRIP AND THE COVER YEAR FOR AN
      *            ANNUAL POLICY.  THE MEDICAL SCREENING
      *            DECLARATION MUST BE 'Y' (MADE FOR EVERY
      *            TRAVELLER); EACH TRAVELLER'S PRE-EXISTING
      *            CONDITIONS FLAG IS 'Y' OR 'N'.
                   07  CA-TRAVEL-DATA REDEFINES CA-ENDOW-DATA.
                       09  CA-T-TRIP-TYPE      PIC X(01).
                       09  CA-T-REGION         PIC X(01).
                       09  CA-T-START-DATE     PIC X(10).
                       09  CA-T-END-DATE       PIC X(10).
                       09  CA-T-MED-DECLARED   PIC X(01).
                       09  CA-T-PREMIUM        PIC 9(07).
                       09  CA-T-TRAVELLER-COUNT
                                               PIC 9(01).
                       09  CA-T-TRAVELLERS     OCCURS 6 TIMES.
                           11  CA-T-TRV-NAME   PIC X(20).
                           11  CA-T-TRV-DOB    PIC X(10).
                           11  CA-T-TRV-MED-COND
                                               PIC X(01).
                   07  CA-CANCEL-DATA REDEFINES CA-ENDOW-DATA.
                       09  CA-CAN-STATUS       PIC X(01).
                       09  CA-CAN-DATE         PIC X(10).
      *                COMES BACK
                       09  CA-CAN-CONFIRM      PIC X(01).
               05  CA-E-PADDING-DATA    PIC X(3900).
      *        POLICY WORDING EDITION THE POLICY HOLDS - SET BY
      *        BIND, MID-TERM CHANGE AND RENEWAL, RETURNED BY THE
      *        POLICY INQUIRY WHEN THE CALLER'S COMMAREA REACHES
      *        IT (WS-FULL-WORDING-LEN)
               05  CA-POL-WORDING-EDITION
                                        PIC X(08).
      *        BIND REQUEST TOKEN - READ WHEN THE COMMAREA
      *        REACHES IT (WS-FULL-PTOKEN-LEN)
               05  CA-POL-REQUEST-TOKEN PIC X(32).
      *---------------------------------------------------*
      *    MULTI-POLICY CONSOLIDATED STATEMENT SHAPE       *
      *---------------------------------------------------*
