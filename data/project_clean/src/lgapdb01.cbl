             INCLUDE LGPOLICY
           END-EXEC.
       01  WS-BROKER-COUNT             PIC S9(9) COMP VALUE 0.
      *  A BROKER BINDS ONLY WITHIN ITS DELEGATED AUTHORITY - THE
      *  BINDAUTHORITY ROW NAMES THE POLICY TYPES IT MAY WRITE, THE
      *  LARGEST SUM INSURED (VEHICLE VALUE FOR MOTOR AND FLEET) AND
      *  THE LARGEST PREMIUM.  A BIND OUTSIDE IT, OR FOR A BROKER
      *  WITH NO ROW, IS NOT WRITTEN: THE SUBMISSION AS RECEIVED IS
      *  PARKED ON UWREFERRAL AS A TYPE 'B' REFERRAL WITH RETURN
      *  CODE 78, AND BINDS ONLY WHEN AN UNDERWRITER ACCEPTS IT
      *  THROUGH LGUWRQ01, WHICH MARKS THE REFERRAL 'B' (BEING
      *  BOUND) AND LINKS HERE AGAIN WITH THE SAME SUBMISSION
       01  WS-BIND-AUTHORITY.
           03 DB2-BA-POLICYTYPES       PIC X(10).
           03 DB2-BA-MAXSUMINS         PIC S9(9) COMP.
           03 DB2-BA-MAXPREMIUM        PIC S9(7)V99 COMP-3.
           03 DB2-BA-REASON            PIC X(40).
           03 WS-BA-TYPE-HITS          PIC S9(4) COMP.
           03 WS-BA-SUMINS             PIC S9(9) COMP.
           03 WS-BA-INDEX              PIC 9(02).
           03 WS-BA-OUTSIDE            PIC X(01) VALUE 'N'.
           03 WS-BA-RELEASED           PIC X(01) VALUE 'N'.
       01  DB2-BIND-IMAGE.
          49 DB2-BIND-IMAGE-LEN        PIC S9(4) COMP.
          49 DB2-BIND-IMAGE-TEXT       PIC X(32500).
       01  DB2-BIND-STORED.
          49 DB2-BIND-STORED-LEN       PIC S9(4) COMP.
          49 DB2-BIND-STORED-TEXT      PIC X(32500).
       01  WS-POLICY-COUNT              PIC S9(9) COMP VALUE 0.
      *  COMMERCIAL LIMITS AND THRESHOLDS ARE READ FROM THE
      *  PRODUCTCONFIG MASTER AT RUN TIME (LGPCFG01 MAINTAINS IT,
       01  WS-IPT-RATE                  PIC S9(3)V99 COMP-3.
       01  DB2-IPTAMOUNT                PIC S9(9)V99 COMP-3.
       01  WS-NCD-DISCOUNT-PCT          PIC S9(3)V99 COMP-3.
      *  MULTI-POLICY DISCOUNT FOR A CONFIRMED HOUSEHOLD (LGHHLD01)
      *  THAT ALREADY HOLDS ANOTHER LIVE POLICY.  THE PERCENTAGE IS
      *  THE PRODUCTCONFIG HHDISCPCT KEY FOR THE POLICY TYPE; THE
      *  VALUE BELOW STANDS WHEN NO ROW COVERS IT.  THE POLICY IS
      *  MARKED HHDISCOUNT 'Y' SO THE RENEWAL RUNS KNOW TO TAKE THE
      *  DISCOUNT OFF IF THE HOUSEHOLD LATER STOPS QUALIFYING.
       01  WS-HH-DISCOUNT-FIELDS.
           03 WS-HH-DISCOUNT-PCT       PIC S9(3)V99 COMP-3.
           03 WS-HH-DEFAULT-PCT        PIC S9(3)V99 COMP-3
                                        VALUE 10.00.
           03 WS-HH-LIVE-COUNT         PIC S9(9) COMP.
           03 WS-HH-DISCOUNTED         PIC X(01) VALUE 'N'.
       01  WS-DRIVER-INDEX              PIC 9(01) VALUE 0.
       01  WS-REGISTER-COUNT            PIC S9(9) COMP VALUE +0.
       01  WS-REGISTER-TOTAL            PIC S9(9) COMP VALUE +0.
           03 DB2-FV-MAKE              PIC X(15).
           03 DB2-FV-MODEL             PIC X(15).
           03 DB2-FV-CC-SINT           PIC S9(4) COMP.
      *  TRAVEL - ONE TRAVELLER ROW PER INSURED PERSON.  A
      *  SUBMISSION THAT FAILS VALIDATE-TRAVEL GETS RETURN CODE 80.
       01  WS-TRAVEL-FIELDS.
           03 WS-TRAVELLER-INDEX       PIC 9(01) VALUE 0.
           03 WS-TRAVEL-BAD-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-TRAVEL-BAD                VALUE 'Y'.
           03 DB2-T-PREMIUM-INT        PIC S9(9) COMP.
           03 DB2-T-TRAVELLERS-SINT    PIC S9(4) COMP.
           03 DB2-T-SEQ-SINT           PIC S9(4) COMP.
       01  WS-ADDON-CODE                PIC X(03).
       01  DB2-ADDON-PREMIUM            PIC S9(7)V99 COMP-3.
       01  DB2-ADDON-LIMIT-INT          PIC S9(9) COMP.
       77  WS-SURVEY-FIRE-SUM           PIC S9(9) COMP
                                         VALUE +1000000.
       01  WS-SURVEY-NEEDED             PIC X(01) VALUE 'N'.
      *  A HOUSE OR COMMERCIAL RISK BIGGER THAN THE PROPERTY TREATY
      *  CAN TAKE STILL BINDS, BUT LGFACX01 PUTS THE EXCESS ON THE
      *  FACULTATIVE PLACEMENT WORKLIST AND MARKS THE POLICY
      *  UNPLACED UNTIL UNDERWRITING RECORDS THE PLACEMENT
       77  LGFACX01                     PIC X(8)  VALUE 'LGFACX01'.
           COPY LGFACX.
       01  WS-FLOOD-RISK                PIC 9(01) VALUE 0.
       01  WS-SUBSIDENCE-RISK           PIC 9(01) VALUE 0.
       01  WS-B-STATUS-DISP            PIC 9(01) VALUE 0.
           03 DB2-LOC-CRIMESUM-INT     PIC S9(9) COMP.
           03 DB2-LOC-FLOODSUM-INT     PIC S9(9) COMP.
           03 DB2-LOC-WTHRSUM-INT      PIC S9(9) COMP.
      *  CO-INSURANCE ON A COMMERCIAL BIND.  THE SCHEDULE IS ONLY
      *  READ WHEN THE CALLER'S COMMAREA REACHES IT - OTHERWISE THE
      *  POLICY IS WRITTEN AS A SOLE PLACING AT 100%.  LINES THAT DO
      *  NOT SIGN TO 100.00 GET RETURN CODE 79.
       01  WS-COINS-FIELDS.
           03 WS-COINS-SHAPE-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-COINS-SHAPE               VALUE 'Y'.
           03 WS-COINS-BAD-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-COINS-BAD                 VALUE 'Y'.
           03 WS-COINS-REQUIRED-LEN    PIC S9(4) COMP VALUE +0.
           03 WS-COINS-INDEX           PIC 9(01) VALUE 0.
           03 WS-COINS-LEAD-COUNT      PIC 9(01) VALUE 0.
           03 WS-COINS-TOTAL-PCT       PIC 9(05)V99 VALUE 0.
           03 DB2-B-COINSROLE          PIC X(01) VALUE SPACE.
           03 DB2-B-OURSHARE-PCT       PIC S9(3)V99 COMP-3 VALUE +100.
           03 DB2-CI-SEQ-SINT          PIC S9(4) COMP.
           03 DB2-CI-LINE-PCT          PIC S9(3)V99 COMP-3.
      *  EMPLOYERS' LIABILITY ON A COMMERCIAL BIND.  THE EL BLOCK IS
      *  ONLY READ WHEN THE CALLER'S COMMAREA REACHES IT - OTHERWISE
      *  THE POLICY CARRIES NO EL.  A LIMIT BELOW THE STATUTORY
      *  MINIMUM, A NIL WAGEROLL OR A MISSING OR MALFORMED ERN ON A
      *  NON-EXEMPT EMPLOYER GETS RETURN CODE 81.
       77  WS-EL-MIN-LIMIT              PIC S9(9) COMP
                                         VALUE +5000000.
       01  WS-EL-FIELDS.
           03 WS-EL-REQUIRED-LEN       PIC S9(4) COMP VALUE +0.
           03 DB2-B-ELPERIL-INT        PIC S9(4) COMP VALUE +0.
           03 DB2-B-ELPREMIUM-INT      PIC S9(9) COMP VALUE +0.
           03 DB2-B-ELLIMIT-INT        PIC S9(9) COMP VALUE +0.
           03 DB2-B-ELWAGEROLL-INT     PIC S9(9) COMP VALUE +0.
           03 DB2-B-ERN                PIC X(14) VALUE SPACES.
           03 DB2-B-ERNEXEMPT          PIC X(01) VALUE 'N'.
      *  ADJUSTABLE-PREMIUM RATING BASIS.  THE BLOCK FOLLOWS THE EL
      *  BLOCK AND IS ONLY READ WHEN THE COMMAREA REACHES IT.  AN
      *  ADJUSTABLE POLICY MUST CARRY A TURNOVER ESTIMATE FOR BI OR
      *  THE EL WAGEROLL - OTHERWISE RETURN CODE 82.
       01  WS-ADJ-FIELDS.
           03 WS-ADJ-REQUIRED-LEN      PIC S9(4) COMP VALUE +0.
           03 DB2-B-ADJUSTABLE         PIC X(01) VALUE 'N'.
           03 DB2-B-ESTTURNOVER-INT    PIC S9(9) COMP VALUE +0.
      *  VAT REGISTRATION.  THE BLOCK FOLLOWS THE ADJUSTABLE-PREMIUM
      *  BLOCK AND IS ONLY READ WHEN THE COMMAREA REACHES IT.  A
      *  REGISTERED HOLDER NEEDS A REGISTRATION NUMBER, A PARTIALLY
      *  EXEMPT ONE A RECOVERY PERCENTAGE UNDER 100 - OTHERWISE
      *  RETURN CODE 83.
       01  WS-VAT-FIELDS.
           03 WS-VAT-REQUIRED-LEN      PIC S9(4) COMP VALUE +0.
           03 DB2-B-VATSTATUS          PIC X(01) VALUE 'N'.
           03 DB2-B-VATREGNUM          PIC X(12) VALUE SPACES.
           03 DB2-B-VATRECOV-PCT       PIC S9(3)V99 COMP-3 VALUE +0.
       01 DB2-IN-INTEGERS.
           03 DB2-CUSTOMERNUM-INT      PIC S9(9) COMP.
           03 DB2-BROKERID-INT         PIC S9(9) COMP.
          49 WS-QUOTE-DATA-TEXT        PIC X(600).
       01  WS-CONVERTED-QUOTE          PIC X(01) VALUE 'N'.
       01  WS-RESTORE-LEN              PIC S9(4) COMP VALUE +0.
      *****************************************************************
      *  REQUEST TOKEN - A RESENT BIND WITH THE SAME TOKEN GETS THE   *
      *  FIRST OUTCOME BACK (LGIDEM01) INSTEAD OF A SECOND POLICY.    *
      *  THE OUTCOME STANDS ONCE THE BIND HAS RUN TO ITS END.         *
      *****************************************************************
       77  LGIDEM01                    PIC X(8)  VALUE 'LGIDEM01'.
           COPY LGIDEM.
       01  WS-TOKEN-REPLAYED           PIC X(01) VALUE 'N'.
       01  WS-BIND-REPLY.
           03 WS-BR-POLICY-NUM         PIC 9(10).
           03 WS-BR-PAYMENT            PIC 9(07)V99.
           03 WS-BR-LASTCHANGED        PIC X(26).
           COPY LGVRPL.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
             WHEN '01AFLE'
               ADD WS-FULL-FLEE-LEN TO WS-REQUIRED-CA-LEN
               MOVE 'F' TO DB2-POLICYTYPE
             WHEN '01ATRV'
               ADD WS-FULL-TRAV-LEN TO WS-REQUIRED-CA-LEN
               MOVE 'T' TO DB2-POLICYTYPE
             WHEN '01QCOM'
               ADD WS-FULL-COMM-LEN TO WS-REQUIRED-CA-LEN
               MOVE 'C' TO DB2-POLICYTYPE
             MOVE '98' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF
           IF CA-REQUEST-ID NOT EQUAL '01QCOM' AND
              CA-REQUEST-ID NOT EQUAL '01QHOU' AND
              CA-REQUEST-ID NOT EQUAL '01QMOT'
             PERFORM BEGIN-REQUEST-TOKEN
                 THRU BEGIN-REQUEST-TOKEN-EXIT
             IF WS-TOKEN-REPLAYED EQUAL 'Y' OR
                CA-RETURN-CODE NOT EQUAL '00'
               PERFORM LOG-TRANSACTION-TIMING
               EXEC CICS RETURN END-EXEC
             END-IF
           END-IF
           PERFORM SAVE-BIND-IMAGE
           PERFORM LOAD-PRODUCT-CONFIG
           IF CA-REQUEST-ID EQUAL '01AMOT' OR
              CA-REQUEST-ID EQUAL '01AHOU'
              CA-REQUEST-ID EQUAL '01AHOU' OR
              CA-REQUEST-ID EQUAL '01AMOT' OR
              CA-REQUEST-ID EQUAL '01ACOM' OR
              CA-REQUEST-ID EQUAL '01AFLE' OR
              CA-REQUEST-ID EQUAL '01ATRV'
             PERFORM CHECK-DECLINED-REGISTER
                 THRU CHECK-DECLINED-REGISTER-EXIT
           END-IF
               PERFORM LOG-TRANSACTION-TIMING
               EXEC CICS RETURN END-EXEC
             END-IF
             PERFORM VALIDATE-COINSURANCE
                 THRU VALIDATE-COINSURANCE-EXIT
             IF CA-RETURN-CODE NOT EQUAL '00'
               PERFORM LOG-TRANSACTION-TIMING
               EXEC CICS RETURN END-EXEC
             END-IF
             PERFORM VALIDATE-EL-COVER
                 THRU VALIDATE-EL-COVER-EXIT
             IF CA-RETURN-CODE NOT EQUAL '00'
               PERFORM LOG-TRANSACTION-TIMING
               EXEC CICS RETURN END-EXEC
             END-IF
             PERFORM VALIDATE-RATING-BASIS
                 THRU VALIDATE-RATING-BASIS-EXIT
             IF CA-RETURN-CODE NOT EQUAL '00'
               PERFORM LOG-TRANSACTION-TIMING
               EXEC CICS RETURN END-EXEC
             END-IF
             PERFORM VALIDATE-VAT-STATUS
                 THRU VALIDATE-VAT-STATUS-EXIT
             IF CA-RETURN-CODE NOT EQUAL '00'
               PERFORM LOG-TRANSACTION-TIMING
               EXEC CICS RETURN END-EXEC
             END-IF
           END-IF
      *    A TRAVEL SUBMISSION IS CHECKED BEFORE ANYTHING IS WRITTEN
      *    AND THEN PRICED BY THE RATING ENGINE LIKE THE OTHER
      *    PERSONAL LINES
           IF CA-REQUEST-ID EQUAL '01ATRV'
             PERFORM VALIDATE-TRAVEL
                 THRU VALIDATE-TRAVEL-EXIT
             IF CA-RETURN-CODE NOT EQUAL '00'
               PERFORM LOG-TRANSACTION-TIMING
               EXEC CICS RETURN END-EXEC
             END-IF
             PERFORM RATE-POLICY-PREMIUM
           END-IF
      *    A FLEET PRICES OFF ITS SCHEDULE - THE POLICY PREMIUM IS
      *    THE SUM OF THE PER-VEHICLE PREMIUMS, DERIVED BEFORE THE
               PERFORM INSERT-COMMERCIAL
             WHEN '01AFLE'
               PERFORM INSERT-FLEET
             WHEN '01ATRV'
               PERFORM INSERT-TRAVEL
             WHEN OTHER
               MOVE '99' TO CA-RETURN-CODE
           END-EVALUATE
             PERFORM CHECK-SURVEY-REQUIRED
                 THRU CHECK-SURVEY-REQUIRED-EXIT
           END-IF
           IF CA-RETURN-CODE EQUAL '00' AND
              (CA-REQUEST-ID EQUAL '01AHOU' OR
               CA-REQUEST-ID EQUAL '01ACOM')
             PERFORM CHECK-TREATY-CAPACITY
           END-IF
           IF CA-RETURN-CODE EQUAL '00' AND
              WS-REGISTER-HIT EQUAL 'Y'
             PERFORM RECORD-REGISTER-MATCH-REFERRAL
           IF WS-RESP NOT = DFHRESP(NORMAL)
             MOVE '91' TO CA-RETURN-CODE
             PERFORM VSAM-LINK-FAILED
             PERFORM PARK-VSAM-REPLAY
           END-IF.
           IF CA-RETURN-CODE EQUAL '00'
             IF WS-CONVERTED-QUOTE EQUAL 'Y'
             PERFORM SEND-POLICY-BOUND-NOTIFICATION
             PERFORM GENERATE-POLICY-SCHEDULE
           END-IF.
           PERFORM END-REQUEST-TOKEN THRU END-REQUEST-TOKEN-EXIT.
           PERFORM LOG-TRANSACTION-TIMING.
           EXEC CICS RETURN END-EXEC.
       MAINLINE-EXIT.
           EXIT.
      *  A CALLER THAT TIMED OUT AND RESENDS THE SAME BIND UNDER THE
      *  SAME REQUEST TOKEN IS GIVEN THE FIRST OUTCOME BACK - THE
      *  POLICY NUMBER ALREADY BOUND - RATHER THAN A SECOND POLICY.
      *  QUOTES ARE NOT TOKENISED; NOTHING IS BOUND BY THEM.  NO
      *  TOKEN (OR A COMMAREA TOO SHORT TO CARRY ONE) BINDS AS BEFORE.
       BEGIN-REQUEST-TOKEN.
           MOVE 'N'    TO WS-TOKEN-REPLAYED
           MOVE SPACES TO IDM-TOKEN
           IF EIBCALEN IS LESS THAN WS-FULL-PTOKEN-LEN
             GO TO BEGIN-REQUEST-TOKEN-EXIT
           END-IF
           IF CA-POL-REQUEST-TOKEN EQUAL SPACES
             GO TO BEGIN-REQUEST-TOKEN-EXIT
           END-IF
           MOVE 'B'                  TO IDM-ACTION
           MOVE CA-POL-REQUEST-TOKEN TO IDM-TOKEN
           MOVE 'LGAPDB01'           TO IDM-PROGRAM
           MOVE CA-REQUEST-ID        TO IDM-REQUEST-ID
           MOVE CA-CUSTOMER-NUM      TO IDM-KEY-NUM
           CALL LGIDEM01 USING IDM-REQUEST
           EVALUATE IDM-RC
             WHEN '00'
               CONTINUE
             WHEN '01'
               MOVE 'Y'               TO WS-TOKEN-REPLAYED
               MOVE IDM-REPLY-DATA    TO WS-BIND-REPLY
               MOVE IDM-OUTCOME-RC    TO CA-RETURN-CODE
               MOVE WS-BR-POLICY-NUM  TO CA-POLICY-NUM
               MOVE WS-BR-PAYMENT     TO CA-PAYMENT
               MOVE WS-BR-LASTCHANGED TO CA-LASTCHANGED
             WHEN '02'
               MOVE '72' TO CA-RETURN-CODE
             WHEN OTHER
               MOVE ' CALL LGIDEM01 ' TO EM-SQLREQ
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
       BEGIN-REQUEST-TOKEN-EXIT.
           EXIT.
      *  THE BIND HAS RUN TO ITS END, SO WHATEVER IT RETURNED STANDS
      *  AND IS KEPT AGAINST THE TOKEN.  A BIND REFUSED PART-WAY
      *  RETURNS WITHOUT COMING HERE AND LEAVES THE TOKEN OPEN, SO THE
      *  RESEND IS TRIED AGAIN.
       END-REQUEST-TOKEN.
           IF IDM-TOKEN EQUAL SPACES
             GO TO END-REQUEST-TOKEN-EXIT
           END-IF
           MOVE CA-POLICY-NUM  TO WS-BR-POLICY-NUM
           MOVE CA-PAYMENT     TO WS-BR-PAYMENT
           MOVE CA-LASTCHANGED TO WS-BR-LASTCHANGED
           MOVE 'E'            TO IDM-ACTION
           MOVE CA-RETURN-CODE TO IDM-OUTCOME-RC
           MOVE WS-BIND-REPLY  TO IDM-REPLY-DATA
           CALL LGIDEM01 USING IDM-REQUEST
           IF IDM-RC NOT EQUAL '00'
             MOVE ' CALL LGIDEM01 ' TO EM-SQLREQ
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
       END-REQUEST-TOKEN-EXIT.
           EXIT.
      *  OPTIONAL ADD-ON COVERS (BREAKDOWN, LEGAL EXPENSES, HOME
      *  EMERGENCY AND THE LIKE) CARRY THEIR OWN PREMIUM.  THE TOTAL
      *  JOINS CA-PAYMENT BEFORE THE POLICY INSERT SO THE IPT
           END-IF.
       CHECK-SURVEY-REQUIRED-EXIT.
           EXIT.
      *  THE SUM TESTED IS THE ONE THE BINDING AUTHORITY USES -
      *  PROPERTY SUM FOR HOUSE, TOTAL LOCATION FIRE SUM FOR
      *  COMMERCIAL.  LGFACX01 TAKES OUR CO-INSURANCE SHARE OF A
      *  COMMERCIAL FROM THE ROW JUST WRITTEN.
       CHECK-TREATY-CAPACITY.
           PERFORM DERIVE-BIND-SUMINS
           MOVE DB2-POLICYNUM-INT TO FCX-POLICY-NUM
           MOVE DB2-POLICYTYPE    TO FCX-POLICY-TYPE
           MOVE 'B'               TO FCX-RAISED-AT
           MOVE WS-BA-SUMINS      TO FCX-SUM-INSURED
           MOVE ' CALL LGFACX01' TO EM-SQLREQ
           CALL LGFACX01 USING FCX-REQUEST
           IF FCX-RC NOT EQUAL '00'
             MOVE FCX-SQLCODE TO SQLCODE
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
           EXIT.
       CHECK-ONE-LOCATION-FIRESUM.
           IF CA-B-LOC-FIRESUM(WS-LOC-INDEX) GREATER THAN
              WS-SURVEY-FIRE-SUM
           ADD 1 TO WS-FLEET-INDEX.
       INSERT-ONE-FLEET-EXIT.
           EXIT.
      *  A TRAVEL SUBMISSION NEEDS A KNOWN TRIP TYPE AND REGION,
      *  COVER DATES THAT DO NOT RUN BACKWARDS, BETWEEN ONE AND SIX
      *  NAMED TRAVELLERS WITH DATES OF BIRTH, AND THE MEDICAL
      *  SCREENING DECLARATION MADE - EVERY TRAVELLER ANSWERING
      *  THE PRE-EXISTING CONDITIONS QUESTION
       VALIDATE-TRAVEL.
           MOVE 'N' TO WS-TRAVEL-BAD-SWITCH
           IF (CA-T-TRIP-TYPE NOT EQUAL 'S' AND
               CA-T-TRIP-TYPE NOT EQUAL 'A') OR
              (CA-T-REGION NOT EQUAL 'U' AND
               CA-T-REGION NOT EQUAL 'E' AND
               CA-T-REGION NOT EQUAL 'W' AND
               CA-T-REGION NOT EQUAL 'A')
             MOVE '80' TO CA-RETURN-CODE
             GO TO VALIDATE-TRAVEL-EXIT
           END-IF
           IF CA-T-START-DATE EQUAL SPACES OR
              CA-T-END-DATE EQUAL SPACES OR
              CA-T-END-DATE LESS THAN CA-T-START-DATE
             MOVE '80' TO CA-RETURN-CODE
             GO TO VALIDATE-TRAVEL-EXIT
           END-IF
           IF CA-T-MED-DECLARED NOT EQUAL 'Y'
             MOVE '80' TO CA-RETURN-CODE
             GO TO VALIDATE-TRAVEL-EXIT
           END-IF
           IF CA-T-TRAVELLER-COUNT NOT NUMERIC
             MOVE '80' TO CA-RETURN-CODE
             GO TO VALIDATE-TRAVEL-EXIT
           END-IF
           IF CA-T-TRAVELLER-COUNT EQUAL ZERO OR
              CA-T-TRAVELLER-COUNT GREATER THAN 6
             MOVE '80' TO CA-RETURN-CODE
             GO TO VALIDATE-TRAVEL-EXIT
           END-IF
           MOVE 1 TO WS-TRAVELLER-INDEX
           PERFORM CHECK-ONE-TRAVELLER
               UNTIL WS-TRAVELLER-INDEX GREATER THAN
                     CA-T-TRAVELLER-COUNT
           IF WS-TRAVEL-BAD
             MOVE '80' TO CA-RETURN-CODE
           END-IF.
       VALIDATE-TRAVEL-EXIT.
           EXIT.
       CHECK-ONE-TRAVELLER.
           IF CA-T-TRV-NAME(WS-TRAVELLER-INDEX) EQUAL SPACES OR
              CA-T-TRV-DOB(WS-TRAVELLER-INDEX) EQUAL SPACES
             MOVE 'Y' TO WS-TRAVEL-BAD-SWITCH
           END-IF
           IF CA-T-TRV-MED-COND(WS-TRAVELLER-INDEX) NOT EQUAL 'Y' AND
              CA-T-TRV-MED-COND(WS-TRAVELLER-INDEX) NOT EQUAL 'N'
             MOVE 'Y' TO WS-TRAVEL-BAD-SWITCH
           END-IF
           ADD 1 TO WS-TRAVELLER-INDEX.
           EXIT.
       INSERT-TRAVEL.
           MOVE CA-T-PREMIUM         TO DB2-T-PREMIUM-INT
           MOVE CA-T-TRAVELLER-COUNT TO DB2-T-TRAVELLERS-SINT
           MOVE ' INSERT TRAVEL' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO TRAVEL
                       ( POLICYNUMBER,
                         TRIPTYPE,
                         REGION,
                         STARTDATE,
                         ENDDATE,
                         MEDICALDECLARED,
                         PREMIUM,
                         TRAVELLERS )
                VALUES ( :DB2-POLICYNUM-INT,
                         :CA-T-TRIP-TYPE,
                         :CA-T-REGION,
                         :CA-T-START-DATE,
                         :CA-T-END-DATE,
                         :CA-T-MED-DECLARED,
                         :DB2-T-PREMIUM-INT,
                         :DB2-T-TRAVELLERS-SINT )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             EXEC CICS ABEND ABCODE('LGSQ') NODUMP END-EXEC
             EXEC CICS RETURN END-EXEC
           END-IF
           MOVE 1 TO WS-TRAVELLER-INDEX
           PERFORM INSERT-ONE-TRAVELLER
               UNTIL WS-TRAVELLER-INDEX GREATER THAN
                     CA-T-TRAVELLER-COUNT.
           EXIT.
       INSERT-ONE-TRAVELLER.
           MOVE WS-TRAVELLER-INDEX TO DB2-T-SEQ-SINT
           MOVE ' INSERT TRVLR ' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO TRAVELLER
                       ( POLICYNUMBER,
                         TRAVELLERSEQ,
                         TRAVELLERNAME,
                         TRAVELLERDOB,
                         MEDICALCONDITIONS )
                VALUES ( :DB2-POLICYNUM-INT,
                         :DB2-T-SEQ-SINT,
                         :CA-T-TRV-NAME(WS-TRAVELLER-INDEX),
                         :CA-T-TRV-DOB(WS-TRAVELLER-INDEX),
                         :CA-T-TRV-MED-COND(WS-TRAVELLER-INDEX) )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF
           ADD 1 TO WS-TRAVELLER-INDEX.
           EXIT.
       INSERT-MOTOR-ADDONS.
           MOVE 1 TO WS-ADDON-INDEX.
           PERFORM INSERT-ONE-MOTOR-ADDON
             MOVE ' LINK LGRATE01 ' TO EM-SQLREQ
             PERFORM WRITE-ERROR-MESSAGE
           END-IF
           MOVE '00' TO CA-RETURN-CODE
           PERFORM APPLY-HOUSEHOLD-DISCOUNT
               THRU APPLY-HOUSEHOLD-DISCOUNT-EXIT.
           EXIT.
      *  THE RATED PREMIUM COMES DOWN BY THE HOUSEHOLD PERCENTAGE
      *  WHEN THE CUSTOMER'S CONFIRMED HOUSEHOLD HOLDS ANOTHER LIVE
      *  POLICY.  ADD-ONS ARE PRICED ON TOP AND ARE NOT DISCOUNTED.
       APPLY-HOUSEHOLD-DISCOUNT.
           MOVE 'N' TO WS-HH-DISCOUNTED
           MOVE ZERO TO WS-HH-LIVE-COUNT
           MOVE ' SELECT HHLIVE' TO EM-SQLREQ
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-HH-LIVE-COUNT
               FROM POLICY P,
                    CUSTOMERHOUSEHOLD H,
                    CUSTOMERHOUSEHOLD M
               WHERE M.CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
                 AND M.LINKSTATUS     = 'C'
                 AND H.HOUSEHOLDID    = M.HOUSEHOLDID
                 AND H.LINKSTATUS     = 'C'
                 AND P.CUSTOMERNUMBER = H.CUSTOMERNUMBER
                 AND COALESCE(P.STATUS, ' ')
                     NOT IN ('C','L','M','S','D','X')
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             GO TO APPLY-HOUSEHOLD-DISCOUNT-EXIT
           END-IF
           IF WS-HH-LIVE-COUNT EQUAL ZERO
             GO TO APPLY-HOUSEHOLD-DISCOUNT-EXIT
           END-IF
           MOVE WS-HH-DEFAULT-PCT TO WS-HH-DISCOUNT-PCT
           MOVE 'HHDISCPCT   ' TO WS-CONFIG-KEY
           PERFORM GET-CONFIG-VALUE
           IF WS-CONFIG-FOUND EQUAL 'Y'
             MOVE DB2-CONFIG-VALUE TO WS-HH-DISCOUNT-PCT
           END-IF
           IF WS-HH-DISCOUNT-PCT NOT GREATER THAN ZERO
             GO TO APPLY-HOUSEHOLD-DISCOUNT-EXIT
           END-IF
           COMPUTE CA-PAYMENT ROUNDED =
               CA-PAYMENT * (100 - WS-HH-DISCOUNT-PCT) / 100
           IF DB2-POLICYTYPE EQUAL 'M'
             COMPUTE CA-M-PREMIUM ROUNDED =
                 CA-M-PREMIUM * (100 - WS-HH-DISCOUNT-PCT) / 100
           END-IF
           MOVE 'Y' TO WS-HH-DISCOUNTED.
       APPLY-HOUSEHOLD-DISCOUNT-EXIT.
           EXIT.
      *  THE DELIVERY CHANNEL COMES FROM THE CUSTOMER'S RECORDED
      *  SERVICE-COMMUNICATION PREFERENCE; EMAIL REMAINS THE DEFAULT
             END-IF
           END-IF
           PERFORM COMPUTE-IPT-AMOUNT
           PERFORM GET-WORDING-EDITION
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           END-IF
           MOVE ' INSERT POLICY' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO POLICY
                         BROKERID,
                         BROKERSREFERENCE,
                         PAYMENT,
                         IPTAMOUNT,
                         HHDISCOUNT,
                         WORDINGEDITION    )
                VALUES ( DEFAULT,
                         :DB2-CUSTOMERNUM-INT,
                         :CA-ISSUE-DATE,
                         :DB2-BROKERID-INT,
                         :CA-BROKERSREF,
                         :DB2-PAYMENT-INT,
                         :DB2-IPTAMOUNT,
                         :WS-HH-DISCOUNTED,
                         :DB2-WORDING-EDITION  )
           END-EXEC
           Evaluate SQLCODE
             When 0
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC.
           EXIT.
      *  THE POLICY IS BOUND ON THE WORDING EDITION IN FORCE FOR
      *  ITS TYPE WHEN COVER STARTS; NO EDITION SET UP FOR THE TYPE
      *  LEAVES IT BLANK
       GET-WORDING-EDITION.
           MOVE SPACES TO DB2-WORDING-EDITION
           MOVE ' SELECT WORDING' TO EM-SQLREQ
           EXEC SQL
             SELECT EDITIONCODE
               INTO :DB2-WORDING-EDITION
               FROM WORDINGEDITION
              WHERE POLICYTYPE = :DB2-POLICYTYPE
                AND EFFECTIVEDATE =
                    ( SELECT MAX(EFFECTIVEDATE)
                        FROM WORDINGEDITION
                       WHERE POLICYTYPE = :DB2-POLICYTYPE
                         AND EFFECTIVEDATE <= DATE(:CA-ISSUE-DATE) )
           END-EXEC
           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
           EXIT.
      *  TRAVEL COVER BEARS IPT AT THE HIGHER RATE
       COMPUTE-IPT-AMOUNT.
           EVALUATE DB2-POLICYTYPE
             WHEN 'E'
               MOVE ZERO TO WS-IPT-RATE
             WHEN 'T'
               MOVE 20.00 TO WS-IPT-RATE
             WHEN OTHER
               MOVE 12.00 TO WS-IPT-RATE
           END-EVALUATE
             MOVE '95' TO CA-RETURN-CODE
           ELSE
             MOVE '00' TO CA-RETURN-CODE
             PERFORM CHECK-BINDING-AUTHORITY
                 THRU CHECK-BINDING-AUTHORITY-EXIT
           END-IF.
       VALIDATE-BROKER-EXIT.
           EXIT.
      *  THE SUBMISSION IS KEPT AS IT ARRIVED, BEFORE RATING, ADD-ONS
      *  OR QUOTE CONVERSION TOUCH THE COMMAREA, SO A REFERRED BIND
      *  REPLAYS EXACTLY AS THE BROKER SENT IT
       SAVE-BIND-IMAGE.
           IF EIBCALEN GREATER THAN 32500
             MOVE 32500    TO DB2-BIND-IMAGE-LEN
           ELSE
             MOVE EIBCALEN TO DB2-BIND-IMAGE-LEN
           END-IF
           MOVE DFHCOMMAREA(1:DB2-BIND-IMAGE-LEN)
             TO DB2-BIND-IMAGE-TEXT(1:DB2-BIND-IMAGE-LEN)
           MOVE '00' TO DB2-BIND-IMAGE-TEXT(7:2).
           EXIT.
       CHECK-BINDING-AUTHORITY.
           MOVE 'N'    TO WS-BA-OUTSIDE
           MOVE SPACES TO DB2-BA-REASON
           MOVE ' SELECT BINDAUT' TO EM-SQLREQ
           EXEC SQL
             SELECT POLICYTYPES,
                    COALESCE(MAXSUMINSURED, 999999999),
                    COALESCE(MAXPREMIUM, 9999999.99)
               INTO :DB2-BA-POLICYTYPES,
                    :DB2-BA-MAXSUMINS,
                    :DB2-BA-MAXPREMIUM
               FROM BINDAUTHORITY
              WHERE BROKERID = :DB2-BROKERID-INT
                AND COALESCE(STATUS, 'A') = 'A'
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-BA-OUTSIDE
               MOVE 'NO BINDING AUTHORITY HELD FOR BROKER'
                 TO DB2-BA-REASON
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO CHECK-BINDING-AUTHORITY-EXIT
           END-EVALUATE
           IF WS-BA-OUTSIDE EQUAL 'N'
             MOVE ZERO TO WS-BA-TYPE-HITS
             INSPECT DB2-BA-POLICYTYPES
               TALLYING WS-BA-TYPE-HITS FOR ALL DB2-POLICYTYPE
             PERFORM DERIVE-BIND-SUMINS
             EVALUATE TRUE
               WHEN WS-BA-TYPE-HITS EQUAL ZERO
                 MOVE 'Y' TO WS-BA-OUTSIDE
                 MOVE 'POLICY TYPE OUTSIDE BROKER AUTHORITY'
                   TO DB2-BA-REASON
               WHEN WS-BA-SUMINS GREATER THAN DB2-BA-MAXSUMINS
                 MOVE 'Y' TO WS-BA-OUTSIDE
                 MOVE 'SUM INSURED OVER BROKER AUTHORITY'
                   TO DB2-BA-REASON
               WHEN CA-PAYMENT GREATER THAN DB2-BA-MAXPREMIUM
                 MOVE 'Y' TO WS-BA-OUTSIDE
                 MOVE 'PREMIUM OVER BROKER AUTHORITY'
                   TO DB2-BA-REASON
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF
           IF WS-BA-OUTSIDE EQUAL 'N'
             GO TO CHECK-BINDING-AUTHORITY-EXIT
           END-IF
           PERFORM CHECK-REFERRAL-RELEASE
           IF WS-BA-RELEASED NOT EQUAL 'Y'
             PERFORM REFER-OUTSIDE-AUTHORITY
           END-IF.
       CHECK-BINDING-AUTHORITY-EXIT.
           EXIT.
      *  THE SUM MEASURED AGAINST THE AUTHORITY - SUM ASSURED FOR
      *  ENDOWMENT, THE PROPERTY SUM FOR HOUSE, THE VEHICLE VALUE FOR
      *  MOTOR, THE TOTAL LOCATION FIRE SUM FOR COMMERCIAL AND THE
      *  DEAREST VEHICLE ON A FLEET SCHEDULE
       DERIVE-BIND-SUMINS.
           MOVE ZERO TO WS-BA-SUMINS
           EVALUATE DB2-POLICYTYPE
             WHEN 'E'
               MOVE CA-E-SUM-ASSURED TO WS-BA-SUMINS
             WHEN 'H'
               MOVE CA-H-VALUE TO WS-BA-SUMINS
               IF CA-H-B-SUMINS + CA-H-C-SUMINS GREATER THAN
                  WS-BA-SUMINS
                 COMPUTE WS-BA-SUMINS =
                     CA-H-B-SUMINS + CA-H-C-SUMINS
               END-IF
             WHEN 'M'
               MOVE CA-M-VALUE TO WS-BA-SUMINS
             WHEN 'C'
               MOVE 1 TO WS-BA-INDEX
               PERFORM ADD-ONE-LOCATION-SUMINS
                   UNTIL WS-BA-INDEX GREATER THAN CA-B-LOCATION-COUNT
                      OR WS-BA-INDEX GREATER THAN 3
             WHEN 'F'
               MOVE 1 TO WS-BA-INDEX
               PERFORM TEST-ONE-FLEET-VALUE
                   UNTIL WS-BA-INDEX GREATER THAN CA-F-VEHICLE-COUNT
                      OR WS-BA-INDEX GREATER THAN 20
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
           EXIT.
       ADD-ONE-LOCATION-SUMINS.
           ADD CA-B-LOC-FIRESUM(WS-BA-INDEX) TO WS-BA-SUMINS
           ADD 1 TO WS-BA-INDEX.
           EXIT.
       TEST-ONE-FLEET-VALUE.
           IF CA-F-VEH-VALUE(WS-BA-INDEX) GREATER THAN WS-BA-SUMINS
             MOVE CA-F-VEH-VALUE(WS-BA-INDEX) TO WS-BA-SUMINS
           END-IF
           ADD 1 TO WS-BA-INDEX.
           EXIT.
      *  A BIND IS RELEASED ONLY BY A BINDING-AUTHORITY REFERRAL FOR
      *  THE SAME BROKER AND CUSTOMER THAT LGUWRQ01 HAS MARKED 'B'
      *  IN ITS OWN UNIT OF WORK AND THAT HOLDS EXACTLY THIS
      *  SUBMISSION - THE BROKER SENDING THE SAME BIND AGAIN IS
      *  REFERRED AGAIN
       CHECK-REFERRAL-RELEASE.
           MOVE 'N' TO WS-BA-RELEASED
           MOVE ' SELECT UWRBIND' TO EM-SQLREQ
           EXEC SQL
             SELECT BINDIMAGE
               INTO :DB2-BIND-STORED
               FROM UWREFERRAL
              WHERE REFERTYPE      = 'B'
                AND STATUS         = 'B'
                AND BROKERID       = :DB2-BROKERID-INT
                AND CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
              FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             GO TO CHECK-REFERRAL-RELEASE-EXIT
           END-IF
           IF DB2-BIND-STORED-LEN EQUAL DB2-BIND-IMAGE-LEN
             IF DB2-BIND-STORED-TEXT(1:DB2-BIND-STORED-LEN) EQUAL
                DB2-BIND-IMAGE-TEXT(1:DB2-BIND-IMAGE-LEN)
               MOVE 'Y' TO WS-BA-RELEASED
             END-IF
           END-IF.
       CHECK-REFERRAL-RELEASE-EXIT.
           EXIT.
       REFER-OUTSIDE-AUTHORITY.
           MOVE ' INSERT UWREFER' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO UWREFERRAL
                       ( POLICYNUMBER,
                         REFERREASON,
                         REFERTIME,
                         REFERTYPE,
                         BROKERID,
                         CUSTOMERNUMBER,
                         POLICYTYPE,
                         BINDIMAGE )
                VALUES ( 0,
                         :DB2-BA-REASON,
                         CURRENT TIMESTAMP,
                         'B',
                         :DB2-BROKERID-INT,
                         :DB2-CUSTOMERNUM-INT,
                         :DB2-POLICYTYPE,
                         :DB2-BIND-IMAGE )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           ELSE
             MOVE '78' TO CA-RETURN-CODE
           END-IF.
           EXIT.
       INSERT-ENDOW.
           MOVE CA-E-TERM        TO DB2-E-TERM-SINT
           MOVE CA-E-SUM-ASSURED TO DB2-E-SUMASSURED-INT
                         CurrencyCode,
                         BIPeril,
                         BIPremium,
                         BIIndemnityMonths,
                         CoinsRole,
                         OurSharePct,
                         ELPeril,
                         ELPremium,
                         ELLimit,
                         ELWageroll,
                         ERN,
                         ERNExempt,
                         Adjustable,
                         EstTurnover,
                         VATStatus,
                         VATRegNumber,
                         VATRecovPct
                                             )
                VALUES (
                         :DB2-POLICYNUM-INT,
                         :CA-B-CURRENCY-CODE,
                         :DB2-B-BIPeril-Int,
                         :DB2-B-BIPremium-Int,
                         :DB2-B-BIIndem-Sint,
                         :DB2-B-COINSROLE,
                         :DB2-B-OURSHARE-PCT,
                         :DB2-B-ELPERIL-INT,
                         :DB2-B-ELPREMIUM-INT,
                         :DB2-B-ELLIMIT-INT,
                         :DB2-B-ELWAGEROLL-INT,
                         :DB2-B-ERN,
                         :DB2-B-ERNEXEMPT,
                         :DB2-B-ADJUSTABLE,
                         :DB2-B-ESTTURNOVER-INT,
                         :DB2-B-VATSTATUS,
                         :DB2-B-VATREGNUM,
                         :DB2-B-VATRECOV-PCT
                                             )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             PERFORM INSERT-ONE-LOCATION
                 UNTIL WS-LOC-INDEX GREATER THAN CA-B-LOCATION-COUNT
                    OR WS-LOC-INDEX GREATER THAN 3
           END-IF
           IF DB2-B-COINSROLE NOT EQUAL SPACE
             MOVE 1 TO WS-COINS-INDEX
             PERFORM INSERT-ONE-COINSURER
                 UNTIL WS-COINS-INDEX GREATER THAN CA-B-COINS-COUNT
           END-IF.
           EXIT.
      *  ONE COMMCOINSURER ROW PER SIGNED LINE ALONGSIDE OURS
       INSERT-ONE-COINSURER.
           MOVE WS-COINS-INDEX TO DB2-CI-SEQ-SINT
           MOVE CA-B-CI-LINE-PCT(WS-COINS-INDEX) TO DB2-CI-LINE-PCT
           MOVE ' INSERT COINSR' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO COMMCOINSURER
                       ( POLICYNUMBER,
                         COINSSEQ,
                         COINSURERCODE,
                         COINSURERNAME,
                         LINEPCT,
                         LEADFLAG )
                VALUES ( :DB2-POLICYNUM-INT,
                         :DB2-CI-SEQ-SINT,
                         :CA-B-CI-CODE(WS-COINS-INDEX),
                         :CA-B-CI-NAME(WS-COINS-INDEX),
                         :DB2-CI-LINE-PCT,
                         :CA-B-CI-LEAD(WS-COINS-INDEX) )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF
           ADD 1 TO WS-COINS-INDEX.
           EXIT.
      *  ONE COMMLOCATION ROW PER SCHEDULED PREMISES - THE HEAD
      *  OFFICE STAYS ON THE COMMERCIAL ROW ITSELF AND THE SCHEDULE
      *  CARRIES THE REST, EACH WITH ITS OWN GEOCODE AND PER-PERIL
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           END-IF
           PERFORM VALIDATE-EL-COVER
               THRU VALIDATE-EL-COVER-EXIT
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           END-IF
           PERFORM VALIDATE-RATING-BASIS
               THRU VALIDATE-RATING-BASIS-EXIT
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           END-IF
           PERFORM UNDERWRITE-COMMERCIAL.
           EXIT.
      *  COMMERCIAL GEOCODES ARE NO LONGER TAKEN AS KEYED.  MISSING
           END-IF.
       VALIDATE-COMMERCIAL-GEOCODE-EXIT.
           EXIT.
      *  A CO-INSURED RISK MUST BE FULLY PLACED - OUR SHARE AND THE
      *  CO-INSURERS' SIGNED LINES TOGETHER COME TO EXACTLY 100.00.
      *  WHEN WE FOLLOW, EXACTLY ONE CO-INSURER IS THE LEAD; WHEN WE
      *  LEAD, NONE OF THEM IS.
       VALIDATE-COINSURANCE.
           MOVE SPACE TO DB2-B-COINSROLE
           MOVE 100   TO DB2-B-OURSHARE-PCT
           MOVE 'N'   TO WS-COINS-SHAPE-SWITCH
           MOVE 'N'   TO WS-COINS-BAD-SWITCH
           COMPUTE WS-COINS-REQUIRED-LEN = WS-CA-HEADER-LEN
               + WS-FULL-COMM-LEN + WS-FULL-COIN-LEN
           IF EIBCALEN IS LESS THAN WS-COINS-REQUIRED-LEN
             GO TO VALIDATE-COINSURANCE-EXIT
           END-IF
           MOVE 'Y' TO WS-COINS-SHAPE-SWITCH
           IF CA-B-COINS-ROLE EQUAL SPACE
             GO TO VALIDATE-COINSURANCE-EXIT
           END-IF
           IF CA-B-COINS-ROLE NOT EQUAL 'L' AND
              CA-B-COINS-ROLE NOT EQUAL 'F'
             MOVE '79' TO CA-RETURN-CODE
             GO TO VALIDATE-COINSURANCE-EXIT
           END-IF
           IF CA-B-OUR-SHARE-PCT NOT NUMERIC OR
              CA-B-COINS-COUNT NOT NUMERIC
             MOVE '79' TO CA-RETURN-CODE
             GO TO VALIDATE-COINSURANCE-EXIT
           END-IF
           IF CA-B-OUR-SHARE-PCT EQUAL ZERO OR
              CA-B-OUR-SHARE-PCT NOT LESS THAN 100 OR
              CA-B-COINS-COUNT EQUAL ZERO OR
              CA-B-COINS-COUNT GREATER THAN 5
             MOVE '79' TO CA-RETURN-CODE
             GO TO VALIDATE-COINSURANCE-EXIT
           END-IF
           MOVE CA-B-OUR-SHARE-PCT TO WS-COINS-TOTAL-PCT
           MOVE ZERO TO WS-COINS-LEAD-COUNT
           MOVE 1 TO WS-COINS-INDEX
           PERFORM ADD-ONE-COINSURER-LINE
               UNTIL WS-COINS-INDEX GREATER THAN CA-B-COINS-COUNT
           IF WS-COINS-BAD OR
              WS-COINS-TOTAL-PCT NOT EQUAL 100
             MOVE '79' TO CA-RETURN-CODE
             GO TO VALIDATE-COINSURANCE-EXIT
           END-IF
           IF (CA-B-COINS-ROLE EQUAL 'F' AND
               WS-COINS-LEAD-COUNT NOT EQUAL 1) OR
              (CA-B-COINS-ROLE EQUAL 'L' AND
               WS-COINS-LEAD-COUNT NOT EQUAL 0)
             MOVE '79' TO CA-RETURN-CODE
             GO TO VALIDATE-COINSURANCE-EXIT
           END-IF
           MOVE CA-B-COINS-ROLE    TO DB2-B-COINSROLE
           MOVE CA-B-OUR-SHARE-PCT TO DB2-B-OURSHARE-PCT.
       VALIDATE-COINSURANCE-EXIT.
           EXIT.
       ADD-ONE-COINSURER-LINE.
           IF CA-B-CI-CODE(WS-COINS-INDEX) EQUAL SPACES OR
              CA-B-CI-LINE-PCT(WS-COINS-INDEX) NOT NUMERIC
             MOVE 'Y' TO WS-COINS-BAD-SWITCH
           ELSE
             IF CA-B-CI-LINE-PCT(WS-COINS-INDEX) EQUAL ZERO
               MOVE 'Y' TO WS-COINS-BAD-SWITCH
             ELSE
               ADD CA-B-CI-LINE-PCT(WS-COINS-INDEX)
                 TO WS-COINS-TOTAL-PCT
             END-IF
           END-IF
           IF CA-B-CI-LEAD(WS-COINS-INDEX) EQUAL 'Y'
             ADD 1 TO WS-COINS-LEAD-COUNT
           END-IF
           ADD 1 TO WS-COINS-INDEX.
           EXIT.
      *  EMPLOYERS' LIABILITY IS COMPULSORY COVER AND THE TRACING
      *  OFFICE FEED (LGELT01) INDEXES IT ON THE ERN, SO THE BLOCK IS
      *  HELD TO THE STATUTORY MINIMUM LIMIT, A REAL WAGEROLL AND AN
      *  ERN OF THE NNN/REFERENCE FORM UNLESS THE EMPLOYER IS EXEMPT
       VALIDATE-EL-COVER.
           MOVE ZERO   TO DB2-B-ELPERIL-INT
           MOVE ZERO   TO DB2-B-ELPREMIUM-INT
           MOVE ZERO   TO DB2-B-ELLIMIT-INT
           MOVE ZERO   TO DB2-B-ELWAGEROLL-INT
           MOVE SPACES TO DB2-B-ERN
           MOVE 'N'    TO DB2-B-ERNEXEMPT
           COMPUTE WS-EL-REQUIRED-LEN = WS-CA-HEADER-LEN
               + WS-FULL-COMM-LEN + WS-FULL-COIN-LEN + WS-FULL-EL-LEN
           IF EIBCALEN IS LESS THAN WS-EL-REQUIRED-LEN
             GO TO VALIDATE-EL-COVER-EXIT
           END-IF
           IF CA-B-ELPERIL NOT NUMERIC
             GO TO VALIDATE-EL-COVER-EXIT
           END-IF
           IF CA-B-ELPERIL NOT EQUAL 1
             GO TO VALIDATE-EL-COVER-EXIT
           END-IF
           IF CA-B-ELPREMIUM NOT NUMERIC OR
              CA-B-EL-LIMIT NOT NUMERIC OR
              CA-B-EL-WAGEROLL NOT NUMERIC
             MOVE '81' TO CA-RETURN-CODE
             GO TO VALIDATE-EL-COVER-EXIT
           END-IF
           IF CA-B-EL-LIMIT LESS THAN WS-EL-MIN-LIMIT OR
              CA-B-EL-WAGEROLL EQUAL ZERO
             MOVE '81' TO CA-RETURN-CODE
             GO TO VALIDATE-EL-COVER-EXIT
           END-IF
           IF CA-B-EL-ERN-EXEMPT EQUAL 'Y'
             MOVE SPACES TO CA-B-EL-ERN
             MOVE 'Y'    TO DB2-B-ERNEXEMPT
           ELSE
             IF CA-B-EL-ERN(1:3) NOT NUMERIC OR
                CA-B-EL-ERN(4:1) NOT EQUAL '/' OR
                CA-B-EL-ERN(5:1) EQUAL SPACE
               MOVE '81' TO CA-RETURN-CODE
               GO TO VALIDATE-EL-COVER-EXIT
             END-IF
           END-IF
           MOVE 1                TO DB2-B-ELPERIL-INT
           MOVE CA-B-ELPREMIUM   TO DB2-B-ELPREMIUM-INT
           MOVE CA-B-EL-LIMIT    TO DB2-B-ELLIMIT-INT
           MOVE CA-B-EL-WAGEROLL TO DB2-B-ELWAGEROLL-INT
           MOVE CA-B-EL-ERN      TO DB2-B-ERN.
       VALIDATE-EL-COVER-EXIT.
           EXIT.
      *  AN ADJUSTABLE POLICY IS RATED ON ESTIMATES - TURNOVER FOR
      *  BUSINESS INTERRUPTION, WAGEROLL FOR EL - AND THE PREMIUM
      *  TAKEN AT BIND IS A DEPOSIT.  THE ESTIMATES ARE STORED SO THE
      *  YEAR-END DECLARATION (LGADJD01) CAN ADJUST AGAINST THEM.
      *  RUNS AFTER VALIDATE-EL-COVER, WHICH SETS THE WAGEROLL.
       VALIDATE-RATING-BASIS.
           MOVE 'N'  TO DB2-B-ADJUSTABLE
           MOVE ZERO TO DB2-B-ESTTURNOVER-INT
           COMPUTE WS-ADJ-REQUIRED-LEN = WS-CA-HEADER-LEN
               + WS-FULL-COMM-LEN + WS-FULL-COIN-LEN + WS-FULL-EL-LEN
               + WS-FULL-ADJ-LEN
           IF EIBCALEN IS LESS THAN WS-ADJ-REQUIRED-LEN
             GO TO VALIDATE-RATING-BASIS-EXIT
           END-IF
           IF CA-B-ADJUSTABLE NOT EQUAL 'Y'
             GO TO VALIDATE-RATING-BASIS-EXIT
           END-IF
           IF CA-B-EST-TURNOVER NOT NUMERIC
             MOVE '82' TO CA-RETURN-CODE
             GO TO VALIDATE-RATING-BASIS-EXIT
           END-IF
           IF CA-B-BIPERIL EQUAL 1 AND CA-B-EST-TURNOVER EQUAL ZERO
             MOVE '82' TO CA-RETURN-CODE
             GO TO VALIDATE-RATING-BASIS-EXIT
           END-IF
           IF CA-B-BIPERIL NOT EQUAL 1 AND DB2-B-ELPERIL-INT NOT = 1
             MOVE '82' TO CA-RETURN-CODE
             GO TO VALIDATE-RATING-BASIS-EXIT
           END-IF
           MOVE 'Y'               TO DB2-B-ADJUSTABLE
           MOVE CA-B-EST-TURNOVER TO DB2-B-ESTTURNOVER-INT.
       VALIDATE-RATING-BASIS-EXIT.
           EXIT.
      *  A VAT-REGISTERED POLICYHOLDER RECLAIMS THE INPUT VAT ON
      *  REPAIRS AND REPLACEMENTS, SO ITS CLAIMS SETTLE NET OF THE
      *  VAT IT CAN RECOVER (LGUCLM01, LGRPRM01).  FULL REGISTRATION
      *  RECOVERS ALL OF IT; PARTIAL EXEMPTION ONLY THE PERCENTAGE.
       VALIDATE-VAT-STATUS.
           MOVE 'N'    TO DB2-B-VATSTATUS
           MOVE SPACES TO DB2-B-VATREGNUM
           MOVE ZERO   TO DB2-B-VATRECOV-PCT
           COMPUTE WS-VAT-REQUIRED-LEN = WS-CA-HEADER-LEN
               + WS-FULL-COMM-LEN + WS-FULL-COIN-LEN + WS-FULL-EL-LEN
               + WS-FULL-ADJ-LEN + WS-FULL-VAT-LEN
           IF EIBCALEN IS LESS THAN WS-VAT-REQUIRED-LEN
             GO TO VALIDATE-VAT-STATUS-EXIT
           END-IF
           IF CA-B-VAT-STATUS NOT EQUAL 'R' AND
              CA-B-VAT-STATUS NOT EQUAL 'P'
             GO TO VALIDATE-VAT-STATUS-EXIT
           END-IF
           IF CA-B-VAT-REGNUM EQUAL SPACES
             MOVE '83' TO CA-RETURN-CODE
             GO TO VALIDATE-VAT-STATUS-EXIT
           END-IF
           IF CA-B-VAT-STATUS EQUAL 'R'
             MOVE 100 TO CA-B-VAT-RECOV-PCT
           ELSE
             IF CA-B-VAT-RECOV-PCT NOT NUMERIC
               MOVE '83' TO CA-RETURN-CODE
               GO TO VALIDATE-VAT-STATUS-EXIT
             END-IF
             IF CA-B-VAT-RECOV-PCT EQUAL ZERO OR
                CA-B-VAT-RECOV-PCT NOT LESS THAN 100
               MOVE '83' TO CA-RETURN-CODE
               GO TO VALIDATE-VAT-STATUS-EXIT
             END-IF
           END-IF
           MOVE CA-B-VAT-STATUS    TO DB2-B-VATSTATUS
           MOVE CA-B-VAT-REGNUM    TO DB2-B-VATREGNUM
           MOVE CA-B-VAT-RECOV-PCT TO DB2-B-VATRECOV-PCT.
       VALIDATE-VAT-STATUS-EXIT.
           EXIT.
       UNDERWRITE-COMMERCIAL.
           MOVE SPACES TO CA-B-RejectReason
           IF DB2-B-FirePremium-Int    < 0
              OR DB2-B-FloodPremium-Int   < 0
              OR DB2-B-WeatherPremium-Int < 0
              OR DB2-B-BIPremium-Int      < 0
              OR DB2-B-ELPREMIUM-INT      < 0
             MOVE 3 TO DB2-B-Status-Int
             MOVE 'NEGATIVE PREMIUM SUBMITTED - DECLINED'
               TO CA-B-RejectReason
                    AND DB2-B-WeatherPremium-Int = 0)
                OR (DB2-B-BIPeril-Int = 1
                    AND DB2-B-BIPremium-Int = 0)
                OR (DB2-B-ELPERIL-INT = 1
                    AND DB2-B-ELPREMIUM-INT = 0)
               MOVE 1 TO DB2-B-Status-Int
               MOVE 'PERIL SELECTED WITH NO PREMIUM - REFERRED'
                 TO CA-B-RejectReason
                  AND DB2-B-CrimePeril-Int NOT = 1
                  AND DB2-B-FloodPeril-Int NOT = 1
                  AND DB2-B-WeatherPeril-Int NOT = 1
                  AND DB2-B-ELPERIL-INT NOT = 1
                 MOVE 1 TO DB2-B-Status-Int
                 MOVE 'NO PERILS SELECTED - REFERRED'
                   TO CA-B-RejectReason
           END-IF
           ADD 1 TO WS-LOC-INDEX.
           EXIT.
      *  THE MIRROR WRITE THAT FAILED IS PARKED ON VSAMREPLAY WITH
      *  THE COMMAREA LGAPVS01 WAS GIVEN AND THE POLICY VSAM
      *  RECORD IT SHOULD HAVE WRITTEN, FOR THE
      *  REPLAY TRANSACTION (LGVRPL01) OR THE NIGHTLY REPLAY STEP
      *  (LGVRPB01) TO RE-DRIVE.  THE ROW COMMITS WITH THE DB2 CHANGE
      *  ITSELF, SO ONE NEVER EXISTS WITHOUT THE OTHER.
       PARK-VSAM-REPLAY.
           MOVE SPACES               TO DB2-VRPL-POLIMAGE
           MOVE 'LGAPVS01'           TO DB2-VRPL-MIRRORPGM
           MOVE 'LGAPDB01'           TO DB2-VRPL-SOURCEPGM
           MOVE CA-REQUEST-ID        TO DB2-VRPL-REQUESTID
           MOVE CA-CUSTOMER-NUM      TO DB2-VRPL-CUSTOMERNUM
           MOVE DB2-POLICYNUM-INT    TO DB2-VRPL-POLICYNUM
           MOVE 32500                TO DB2-VRPL-LINKLEN
           IF EIBCALEN < DB2-VRPL-LINKLEN
             MOVE EIBCALEN TO DB2-VRPL-COMM-LEN
           ELSE
             MOVE DB2-VRPL-LINKLEN TO DB2-VRPL-COMM-LEN
           END-IF
           MOVE SPACES TO DB2-VRPL-COMM-TEXT
           MOVE DFHCOMMAREA(1:DB2-VRPL-COMM-LEN)
             TO DB2-VRPL-COMM-TEXT
           MOVE '00' TO DB2-VRPL-COMM-TEXT(7:2)
           MOVE ' SELECT POLVRPL' TO EM-SQLREQ
           EXEC SQL
             SELECT CUSTOMERNUMBER, STATUS, ISSUEDATE, EXPIRYDATE,
                    CHAR(LASTCHANGED)
               INTO :DB2-VRPL-CUSTOMERNUM, :DB2-VRPL-PI-STATUS,
                    :DB2-VRPL-PI-ISSUEDATE, :DB2-VRPL-PI-EXPIRYDT,
                    :DB2-VRPL-PI-LASTCHG
               FROM POLICY
              WHERE POLICYNUMBER = :DB2-VRPL-POLICYNUM
           END-EXEC
           IF SQLCODE EQUAL 0
             MOVE DB2-VRPL-POLICYNUM   TO DB2-VRPL-PI-POLICYNUM
             MOVE DB2-VRPL-CUSTOMERNUM TO DB2-VRPL-PI-CUSTNUM
           ELSE
             MOVE SPACES TO DB2-VRPL-POLIMAGE
           END-IF
           MOVE ' INSERT VSAMRPL' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO VSAMREPLAY
                       ( REPLAYID,
                         MIRRORPROGRAM,
                         SOURCEPROGRAM,
                         REQUESTID,
                         CUSTOMERNUMBER,
                         POLICYNUMBER,
                         STATUS,
                         ATTEMPTS,
                         LINKLENGTH,
                         POLICYIMAGE,
                         COMMAREAIMAGE,
                         PARKEDTIME )
                VALUES ( DEFAULT,
                         :DB2-VRPL-MIRRORPGM,
                         :DB2-VRPL-SOURCEPGM,
                         :DB2-VRPL-REQUESTID,
                         :DB2-VRPL-CUSTOMERNUM,
                         :DB2-VRPL-POLICYNUM,
                         'P',
                         0,
                         :DB2-VRPL-LINKLEN,
                         :DB2-VRPL-POLIMAGE,
                         :DB2-VRPL-COMMAREA,
                         CURRENT TIMESTAMP )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
           EXIT.
       VSAM-LINK-FAILED.
           MOVE WS-RESP TO EM-SQLRC
           EXEC CICS ASKTIME ABSTIME(ABS-TIME)
