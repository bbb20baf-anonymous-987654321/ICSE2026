       01  CA-ERROR-MSG.
           03 FILLER                   PIC X(9)  VALUE 'COMMAREA='.
           03 CA-DATA                  PIC X(260) VALUE SPACES.
      *  A STAFFUSER WITH ROLE 'BRK' IS A BROKER'S OWN USER AND IS
      *  HELD TO THAT BROKER'S BOOK - ONLY POLICIES WHOSE BROKERID
      *  MATCHES THE USER'S ARE RETURNED; ANY OTHER IS REFUSED WITH
      *  96 AND WRITTEN TO BROKERSCOPELOG
       01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
       01  WS-STAFF-ROLE               PIC X(03) VALUE SPACES.
       01  WS-BROKER-SCOPE.
           03 WS-SCOPE-SWITCH          PIC X(01) VALUE 'N'.
              88 WS-BROKER-USER                  VALUE 'Y'.
           03 DB2-SCOPE-BROKERID       PIC S9(9) COMP VALUE +0.
           03 DB2-SCOPE-COUNT          PIC S9(9) COMP VALUE +0.
           03 DB2-SCOPE-CUSTNUM        PIC S9(9) COMP VALUE +0.
           03 DB2-SCOPE-POLNUM         PIC S9(9) COMP VALUE +0.
           03 DB2-SCOPE-CLAIMNUM       PIC S9(9) COMP VALUE +0.
      *  EVERY RECORD RETURNED TO A USER IS WRITTEN TO STAFFACCESSLOG
      *  WITH THE OPERATOR, CUSTOMER/POLICY/CLAIM KEY, TRANSACTION AND
      *  TIME SO BROWSING LEAVES THE SAME TRAIL AS CHANGING
       01  WS-STAFF-ACCESS.
           03 DB2-ACCESS-CUSTNUM       PIC S9(9) COMP VALUE +0.
           03 DB2-ACCESS-POLNUM        PIC S9(9) COMP VALUE +0.
           03 DB2-ACCESS-CLAIMNUM      PIC S9(9) COMP VALUE +0.
       01  WS-COMMAREA-LENGTHS.
           03 WS-CA-HEADER-LEN         PIC S9(4) COMP VALUE +28.
           03 WS-REQUIRED-CA-LEN       PIC S9(4)      VALUE +0.
           03 WS-LOC-INDEX             PIC 9(01) VALUE 0.
           03 DB2-LOC-ADDRESS          PIC X(30).
           03 DB2-LOC-POSTCODE         PIC X(08).
      *  AVAILABLE SUMS - THE SCHEDULED SUMS LESS LOSSES SETTLED ON
      *  THE LOCATION AND NOT YET REINSTATED (SUMEROSION); ONLY
      *  PASSED BACK WHEN THE CALLER'S COMMAREA REACHES THE BLOCK
           03 WS-AVL-REQUIRED-LEN      PIC S9(4) COMP VALUE +0.
           03 DB2-AV-FIRESUM           PIC S9(9)V99 COMP-3.
           03 DB2-AV-CRIMESUM          PIC S9(9)V99 COMP-3.
           03 DB2-AV-FLOODSUM          PIC S9(9)V99 COMP-3.
           03 DB2-AV-WTHRSUM           PIC S9(9)V99 COMP-3.
           03 DB2-M-VALUE-INT          PIC S9(9) COMP.
           03 DB2-M-CC-SINT            PIC S9(4) COMP.
           03 DB2-M-PREMIUM-INT        PIC S9(9) COMP.
           03 DB2-FV-REGNUM            PIC X(08).
           03 DB2-FV-VALUE-INT         PIC S9(9) COMP.
           03 DB2-FV-PREMIUM-INT       PIC S9(9) COMP.
           03 WS-TRAVELLER-INDEX       PIC 9(01) VALUE 0.
           03 DB2-T-PREMIUM-INT        PIC S9(9) COMP.
           03 DB2-T-NAME               PIC X(20).
           03 DB2-T-DOB                PIC X(10).
           03 DB2-T-MED-COND           PIC X(01).
      *  CO-INSURANCE SCHEDULE - ONLY PASSED BACK WHEN THE CALLER'S
      *  COMMAREA REACHES THE BLOCK
           03 WS-COINS-REQUIRED-LEN    PIC S9(4) COMP VALUE +0.
           03 WS-COINS-INDEX           PIC 9(01) VALUE 0.
           03 DB2-B-COINSROLE          PIC X(01).
           03 DB2-B-OURSHARE-PCT       PIC S9(3)V99 COMP-3.
           03 DB2-CI-CODE              PIC X(08).
           03 DB2-CI-NAME              PIC X(30).
           03 DB2-CI-LINE-PCT          PIC S9(3)V99 COMP-3.
           03 DB2-CI-LEAD              PIC X(01).
      *  EMPLOYERS' LIABILITY - LIKEWISE ONLY PASSED BACK WHEN THE
      *  CALLER'S COMMAREA REACHES THE EL BLOCK
           03 WS-EL-REQUIRED-LEN       PIC S9(4) COMP VALUE +0.
           03 DB2-B-ELPERIL-INT        PIC S9(4) COMP.
           03 DB2-B-ELPREMIUM-INT      PIC S9(9) COMP.
           03 DB2-B-ELLIMIT-INT        PIC S9(9) COMP.
           03 DB2-B-ELWAGEROLL-INT     PIC S9(9) COMP.
           03 DB2-B-ERN                PIC X(14).
           03 DB2-B-ERNEXEMPT          PIC X(01).
           03 DB2-B-ADJUSTABLE         PIC X(01).
           03 DB2-B-ESTTURNOVER-INT    PIC S9(9) COMP.
           03 DB2-B-VATSTATUS          PIC X(01).
           03 DB2-B-VATREGNUM          PIC X(12).
           03 DB2-B-VATRECOV-PCT       PIC S9(3)V99 COMP-3.
           COPY LGPOLICY.
       77  IND-PADDINGDATA             PIC S9(4) COMP.
           EXEC SQL
           END-EXEC.
           EXEC SQL
             DECLARE LOC_CURSOR CURSOR FOR
               SELECT L.ADDRESS, L.POSTCODE, L.LATITUDEN, L.LONGITUDEW,
                      L.FIRESUM, L.CRIMESUM, L.FLOODSUM, L.WEATHERSUM,
                      L.FIRESUM -
                      COALESCE(( SELECT SUM(E.ERODEDAMOUNT)
                                   FROM SUMEROSION E
                                  WHERE E.POLICYNUMBER = L.POLICYNUMBER
                                    AND E.LOCSEQ = L.LOCSEQ
                                    AND E.PERIL  = 'F'
                                    AND E.STATUS = 'E' ), 0),
                      L.CRIMESUM -
                      COALESCE(( SELECT SUM(E.ERODEDAMOUNT)
                                   FROM SUMEROSION E
                                  WHERE E.POLICYNUMBER = L.POLICYNUMBER
                                    AND E.LOCSEQ = L.LOCSEQ
                                    AND E.PERIL  = 'T'
                                    AND E.STATUS = 'E' ), 0),
                      L.FLOODSUM -
                      COALESCE(( SELECT SUM(E.ERODEDAMOUNT)
                                   FROM SUMEROSION E
                                  WHERE E.POLICYNUMBER = L.POLICYNUMBER
                                    AND E.LOCSEQ = L.LOCSEQ
                                    AND E.PERIL  = 'L'
                                    AND E.STATUS = 'E' ), 0),
                      L.WEATHERSUM -
                      COALESCE(( SELECT SUM(E.ERODEDAMOUNT)
                                   FROM SUMEROSION E
                                  WHERE E.POLICYNUMBER = L.POLICYNUMBER
                                    AND E.LOCSEQ = L.LOCSEQ
                                    AND E.PERIL  = 'W'
                                    AND E.STATUS = 'E' ), 0)
               FROM COMMLOCATION L
               WHERE L.POLICYNUMBER = :DB2-POLICYNUM-INT
               ORDER BY L.LOCSEQ
           END-EXEC.
           EXEC SQL
             DECLARE COINS_CURSOR CURSOR FOR
               SELECT COINSURERCODE, COINSURERNAME, LINEPCT,
                      COALESCE(LEADFLAG, 'N')
               FROM COMMCOINSURER
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
               ORDER BY COINSSEQ
           END-EXEC.
           EXEC SQL
             DECLARE FLEET_CURSOR CURSOR FOR
                 AND STATUS = 'A'
               ORDER BY VEHICLESEQ
           END-EXEC.
           EXEC SQL
             DECLARE TRAVELLER_CURSOR CURSOR FOR
               SELECT TRAVELLERNAME, TRAVELLERDOB, MEDICALCONDITIONS
               FROM TRAVELLER
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
               ORDER BY TRAVELLERSEQ
           END-EXEC.
       01  WS-RESP                     PIC S9(8) COMP VALUE +0.
      *****************************************************************
      *  NATIVE CHANNEL/CONTAINER FACE.  A CALLER MAY LINK WITH A    *
           END-IF
           MOVE CA-POLICY-NUM   TO DB2-POLICYNUM-INT
           MOVE CA-POLICY-NUM   TO EM-POLNUM
           PERFORM GET-BROKER-SCOPE
           IF WS-BROKER-USER
             PERFORM CHECK-POLICY-SCOPE
           END-IF
           PERFORM GET-POLICY-INFO.
           IF CA-RETURN-CODE EQUAL '00' OR '03'
             MOVE CA-CUSTOMER-NUM   TO DB2-ACCESS-CUSTNUM
             MOVE DB2-POLICYNUM-INT TO DB2-ACCESS-POLNUM
             PERFORM LOG-STAFF-ACCESS
           END-IF
           PERFORM RETURN-TO-CALLER.
       MAINLINE-EXIT.
           EXIT.
           END-IF
           EXEC CICS RETURN END-EXEC.
           EXIT.
      *  ROLE AND BROKERID OF THE SIGNED-ON USER.  THE STATUS IS NOT
      *  TESTED HERE - A SUSPENDED BROKER USER IS STILL HELD TO ITS
      *  BOOK; NO STAFFUSER ROW AT ALL LEAVES THE INQUIRY AS IT WAS
       GET-BROKER-SCOPE.
           MOVE 'N' TO WS-SCOPE-SWITCH
           EXEC CICS ASSIGN USERID(WS-OPERATOR-ID)
                     RESP(WS-RESP)
           END-EXEC
           MOVE SPACES TO WS-STAFF-ROLE
           EXEC SQL
             SELECT STAFFROLE, COALESCE(BROKERID, 0)
               INTO :WS-STAFF-ROLE, :DB2-SCOPE-BROKERID
               FROM STAFFUSER
               WHERE OPERATORID = :WS-OPERATOR-ID
           END-EXEC
           IF SQLCODE EQUAL 0 AND WS-STAFF-ROLE EQUAL 'BRK'
             MOVE 'Y' TO WS-SCOPE-SWITCH
           END-IF.
           EXIT.
      *  THE POLICY MUST BE ON THE USER'S BROKERID.  A POLICY THAT
      *  DOES NOT EXIST IS REFUSED THE SAME WAY, SO A BROKER CANNOT
      *  PROBE FOR POLICY NUMBERS OUTSIDE ITS BOOK, AND A BROKER IS
      *  NEVER SERVED FROM THE VSAM FALLBACK, WHICH CARRIES NO BROKER
       CHECK-POLICY-SCOPE.
           MOVE ' SELECT SCOPE ' TO EM-SQLREQ
           EXEC SQL
             SELECT COUNT(*)
               INTO :DB2-SCOPE-COUNT
               FROM POLICY
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                AND BROKERID     = :DB2-SCOPE-BROKERID
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             PERFORM RETURN-TO-CALLER
           END-IF
           IF DB2-SCOPE-COUNT EQUAL 0
             MOVE '96' TO CA-RETURN-CODE
             MOVE 0                 TO DB2-SCOPE-CUSTNUM
             MOVE DB2-POLICYNUM-INT TO DB2-SCOPE-POLNUM
             MOVE 0                 TO DB2-SCOPE-CLAIMNUM
             PERFORM LOG-SCOPE-REFUSAL
             PERFORM RETURN-TO-CALLER
           END-IF.
           EXIT.
       GET-POLICY-INFO.
           MOVE ' SELECT POLICY' TO EM-SQLREQ
           EXEC SQL
                      LASTCHANGED,
                      BROKERID,
                      BROKERSREFERENCE,
                      PAYMENT,
                      COALESCE(WORDINGEDITION, ' ')
                 INTO :DB2-CUSTOMERNUM-INT,
                      :CA-ISSUE-DATE,
                      :CA-EXPIRY-DATE,
                      :CA-LASTCHANGED,
                      :DB2-BROKERID-INT,
                      :CA-BROKERSREF,
                      :DB2-PAYMENT-INT,
                      :DB2-WORDING-EDITION
                 FROM POLICY
                WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC.
               MOVE CA-CUSTOMER-NUM     TO EM-CUSNUM
               MOVE DB2-BROKERID-INT    TO CA-BROKERID
               MOVE DB2-PAYMENT-INT     TO CA-PAYMENT
               IF WS-EFFECTIVE-CALEN NOT LESS THAN
                     WS-FULL-WORDING-LEN
                 MOVE DB2-WORDING-EDITION TO CA-POL-WORDING-EDITION
               END-IF
               EVALUATE DB2-POLICYTYPE
                 WHEN 'E'
                   PERFORM GET-ENDOW-INFO
                 WHEN 'F'
                   PERFORM GET-FLEET-INFO
                       THRU GET-FLEET-INFO-EXIT
                 WHEN 'T'
                   PERFORM GET-TRAVEL-INFO
               END-EVALUATE
               MOVE '00' TO CA-RETURN-CODE
             When 100
                    WeatherPremium,
                    Status,
                    RejectionReason,
                    CurrencyCode,
                    COALESCE(CoinsRole, ' '),
                    COALESCE(OurSharePct, 100),
                    COALESCE(ELPeril, 0),
                    COALESCE(ELPremium, 0),
                    COALESCE(ELLimit, 0),
                    COALESCE(ELWageroll, 0),
                    COALESCE(ERN, ' '),
                    COALESCE(ERNExempt, 'N'),
                    COALESCE(Adjustable, 'N'),
                    COALESCE(EstTurnover, 0),
                    COALESCE(VATStatus, 'N'),
                    COALESCE(VATRegNumber, ' '),
                    COALESCE(VATRecovPct, 0)
               INTO :CA-B-Address,
                    :CA-B-Postcode,
                    :CA-B-Latitude,
                    :DB2-B-WeatherPremium-Int,
                    :CA-B-Status,
                    :CA-B-RejectReason,
                    :CA-B-CURRENCY-CODE,
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
               FROM COMMERCIAL
              WHERE PolicyNumber = :DB2-POLICYNUM-INT
           END-EXEC.
           MOVE DB2-B-FloodPremium-Int  TO CA-B-FloodPremium
           MOVE DB2-B-WeatherPeril-Int  TO CA-B-WeatherPeril
           MOVE DB2-B-WeatherPremium-Int TO CA-B-WeatherPremium
           PERFORM GET-COMMERCIAL-LOCATIONS
           PERFORM GET-COMMERCIAL-COINSURERS
               THRU GET-COMMERCIAL-COINSURERS-EXIT
           COMPUTE WS-EL-REQUIRED-LEN = WS-CA-HEADER-LEN
               + WS-FULL-COMM-LEN + WS-FULL-COIN-LEN + WS-FULL-EL-LEN
           IF WS-EFFECTIVE-CALEN NOT LESS THAN WS-EL-REQUIRED-LEN
             MOVE DB2-B-ELPERIL-INT    TO CA-B-ELPERIL
             MOVE DB2-B-ELPREMIUM-INT  TO CA-B-ELPREMIUM
             MOVE DB2-B-ELLIMIT-INT    TO CA-B-EL-LIMIT
             MOVE DB2-B-ELWAGEROLL-INT TO CA-B-EL-WAGEROLL
             MOVE DB2-B-ERN            TO CA-B-EL-ERN
             MOVE DB2-B-ERNEXEMPT      TO CA-B-EL-ERN-EXEMPT
           END-IF
           IF WS-EFFECTIVE-CALEN NOT LESS THAN
                 WS-EL-REQUIRED-LEN + WS-FULL-ADJ-LEN
             MOVE DB2-B-ADJUSTABLE      TO CA-B-ADJUSTABLE
             MOVE DB2-B-ESTTURNOVER-INT TO CA-B-EST-TURNOVER
           END-IF
           IF WS-EFFECTIVE-CALEN NOT LESS THAN
                 WS-EL-REQUIRED-LEN + WS-FULL-ADJ-LEN + WS-FULL-VAT-LEN
             MOVE DB2-B-VATSTATUS       TO CA-B-VAT-STATUS
             MOVE DB2-B-VATREGNUM       TO CA-B-VAT-REGNUM
             MOVE DB2-B-VATRECOV-PCT    TO CA-B-VAT-RECOV-PCT
           END-IF.
           EXIT.
       GET-COMMERCIAL-COINSURERS.
           COMPUTE WS-COINS-REQUIRED-LEN = WS-CA-HEADER-LEN
               + WS-FULL-COMM-LEN + WS-FULL-COIN-LEN
           IF WS-EFFECTIVE-CALEN IS LESS THAN WS-COINS-REQUIRED-LEN
             GO TO GET-COMMERCIAL-COINSURERS-EXIT
           END-IF
           MOVE DB2-B-COINSROLE    TO CA-B-COINS-ROLE
           MOVE DB2-B-OURSHARE-PCT TO CA-B-OUR-SHARE-PCT
           MOVE ZERO TO CA-B-COINS-COUNT
           MOVE ZERO TO WS-COINS-INDEX
           IF DB2-B-COINSROLE EQUAL SPACE
             GO TO GET-COMMERCIAL-COINSURERS-EXIT
           END-IF
           MOVE ' OPEN   COICUR' TO EM-SQLREQ
           EXEC SQL
             OPEN COINS_CURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             PERFORM RETURN-TO-CALLER
           END-IF
           PERFORM FETCH-ONE-COINSURER
               UNTIL SQLCODE NOT EQUAL 0
                  OR WS-COINS-INDEX NOT LESS THAN 5
           MOVE ' CLOSE  COICUR' TO EM-SQLREQ
           EXEC SQL
             CLOSE COINS_CURSOR
           END-EXEC.
       GET-COMMERCIAL-COINSURERS-EXIT.
           EXIT.
       FETCH-ONE-COINSURER.
           MOVE ' FETCH  COICUR' TO EM-SQLREQ
           EXEC SQL
             FETCH COINS_CURSOR
               INTO :DB2-CI-CODE, :DB2-CI-NAME,
                    :DB2-CI-LINE-PCT, :DB2-CI-LEAD
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-COINS-INDEX
               MOVE DB2-CI-CODE
                 TO CA-B-CI-CODE(WS-COINS-INDEX)
               MOVE DB2-CI-NAME
                 TO CA-B-CI-NAME(WS-COINS-INDEX)
               MOVE DB2-CI-LINE-PCT
                 TO CA-B-CI-LINE-PCT(WS-COINS-INDEX)
               MOVE DB2-CI-LEAD
                 TO CA-B-CI-LEAD(WS-COINS-INDEX)
               MOVE WS-COINS-INDEX TO CA-B-COINS-COUNT
             WHEN 100
               CONTINUE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
           EXIT.
      *  THE FLEET SHAPE IS THE LARGEST IN THE COMMAREA - A CALLER
      *  ON THE GENERIC MINIMUM LENGTH WOULD BE OVERRUN BY THE
             MOVE WS-FLEET-INDEX TO CA-F-VEHICLE-COUNT
           END-IF.
           EXIT.
       GET-TRAVEL-INFO.
           MOVE ' SELECT TRAVEL' TO EM-SQLREQ
           EXEC SQL
             SELECT TRIPTYPE,
                    REGION,
                    STARTDATE,
                    ENDDATE,
                    MEDICALDECLARED,
                    PREMIUM
               INTO :CA-T-TRIP-TYPE,
                    :CA-T-REGION,
                    :CA-T-START-DATE,
                    :CA-T-END-DATE,
                    :CA-T-MED-DECLARED,
                    :DB2-T-PREMIUM-INT
               FROM TRAVEL
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             PERFORM RETURN-TO-CALLER
           END-IF
           MOVE DB2-T-PREMIUM-INT TO CA-T-PREMIUM
           MOVE ' OPEN   TRVCUR' TO EM-SQLREQ
           EXEC SQL
             OPEN TRAVELLER_CURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             PERFORM RETURN-TO-CALLER
           END-IF
           MOVE ZERO TO CA-T-TRAVELLER-COUNT
           MOVE ZERO TO WS-TRAVELLER-INDEX
           PERFORM FETCH-ONE-TRAVELLER
               UNTIL SQLCODE NOT EQUAL 0
                  OR WS-TRAVELLER-INDEX NOT LESS THAN 6
           MOVE ' CLOSE  TRVCUR' TO EM-SQLREQ
           EXEC SQL
             CLOSE TRAVELLER_CURSOR
           END-EXEC.
           EXIT.
       FETCH-ONE-TRAVELLER.
           MOVE ' FETCH  TRVCUR' TO EM-SQLREQ
           EXEC SQL
             FETCH TRAVELLER_CURSOR
               INTO :DB2-T-NAME, :DB2-T-DOB, :DB2-T-MED-COND
           END-EXEC
           IF SQLCODE EQUAL 0
             ADD 1 TO WS-TRAVELLER-INDEX
             MOVE DB2-T-NAME
               TO CA-T-TRV-NAME(WS-TRAVELLER-INDEX)
             MOVE DB2-T-DOB
               TO CA-T-TRV-DOB(WS-TRAVELLER-INDEX)
             MOVE DB2-T-MED-COND
               TO CA-T-TRV-MED-COND(WS-TRAVELLER-INDEX)
             MOVE WS-TRAVELLER-INDEX TO CA-T-TRAVELLER-COUNT
           END-IF.
           EXIT.
       GET-COMMERCIAL-LOCATIONS.
           COMPUTE WS-AVL-REQUIRED-LEN = WS-CA-HEADER-LEN
               + WS-FULL-COMM-LEN + WS-FULL-COIN-LEN + WS-FULL-EL-LEN
               + WS-FULL-ADJ-LEN + WS-FULL-VAT-LEN + WS-FULL-AVL-LEN
           MOVE ' OPEN   LOCCUR' TO EM-SQLREQ
           EXEC SQL
             OPEN LOC_CURSOR
             CLOSE LOC_CURSOR
           END-EXEC.
           EXIT.
      *  AN MTA THAT CUT A SUM BELOW THE LOSSES ALREADY TAKEN OFF IT
      *  LEAVES NOTHING AVAILABLE, NOT A NEGATIVE FIGURE
       RETURN-AVAILABLE-SUMS.
           IF DB2-AV-FIRESUM LESS THAN ZERO
             MOVE ZERO TO DB2-AV-FIRESUM
           END-IF
           IF DB2-AV-CRIMESUM LESS THAN ZERO
             MOVE ZERO TO DB2-AV-CRIMESUM
           END-IF
           IF DB2-AV-FLOODSUM LESS THAN ZERO
             MOVE ZERO TO DB2-AV-FLOODSUM
           END-IF
           IF DB2-AV-WTHRSUM LESS THAN ZERO
             MOVE ZERO TO DB2-AV-WTHRSUM
           END-IF
           MOVE DB2-AV-FIRESUM  TO CA-B-AV-FIRESUM(WS-LOC-INDEX)
           MOVE DB2-AV-CRIMESUM TO CA-B-AV-CRIMESUM(WS-LOC-INDEX)
           MOVE DB2-AV-FLOODSUM TO CA-B-AV-FLOODSUM(WS-LOC-INDEX)
           MOVE DB2-AV-WTHRSUM  TO CA-B-AV-WTHRSUM(WS-LOC-INDEX).
           EXIT.
       FETCH-ONE-LOCATION.
           MOVE ' FETCH  LOCCUR' TO EM-SQLREQ
           EXEC SQL
               INTO :DB2-LOC-ADDRESS, :DB2-LOC-POSTCODE,
                    :DB2-LOC-LATITUDE, :DB2-LOC-LONGITUDE,
                    :DB2-LOC-FIRESUM-INT, :DB2-LOC-CRIMESUM-INT,
                    :DB2-LOC-FLOODSUM-INT, :DB2-LOC-WTHRSUM-INT,
                    :DB2-AV-FIRESUM, :DB2-AV-CRIMESUM,
                    :DB2-AV-FLOODSUM, :DB2-AV-WTHRSUM
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE DB2-LOC-WTHRSUM-INT
                 TO CA-B-LOC-WTHRSUM(WS-LOC-INDEX)
               MOVE WS-LOC-INDEX TO CA-B-LOCATION-COUNT
               IF WS-EFFECTIVE-CALEN NOT LESS THAN WS-AVL-REQUIRED-LEN
                 PERFORM RETURN-AVAILABLE-SUMS
               END-IF
             WHEN 100
               CONTINUE
             WHEN OTHER
             END-IF
           END-IF.
           EXIT.
       LOG-SCOPE-REFUSAL.
           EXEC SQL
             INSERT INTO BROKERSCOPELOG
                       ( PROGRAMNAME,
                         OPERATORID,
                         BROKERID,
                         REQUESTID,
                         CUSTOMERNUMBER,
                         POLICYNUMBER,
                         CLAIMNUMBER,
                         TRANSID,
                         TERMID,
                         REFUSEDTIME )
                VALUES ( 'LGIPDB01',
                         :WS-OPERATOR-ID,
                         :DB2-SCOPE-BROKERID,
                         :CA-REQUEST-ID,
                         :DB2-SCOPE-CUSTNUM,
                         :DB2-SCOPE-POLNUM,
                         :DB2-SCOPE-CLAIMNUM,
                         :WS-TRANSID,
                         :WS-TERMID,
                         CURRENT TIMESTAMP )
           END-EXEC.
           EXIT.
       LOG-STAFF-ACCESS.
           EXEC SQL
             INSERT INTO STAFFACCESSLOG
                       ( PROGRAMNAME,
                         OPERATORID,
                         REQUESTID,
                         CUSTOMERNUMBER,
                         POLICYNUMBER,
                         CLAIMNUMBER,
                         TRANSID,
                         TERMID,
                         ACCESSTIME )
                VALUES ( 'LGIPDB01',
                         :WS-OPERATOR-ID,
                         :CA-REQUEST-ID,
                         :DB2-ACCESS-CUSTNUM,
                         :DB2-ACCESS-POLNUM,
                         :DB2-ACCESS-CLAIMNUM,
                         :WS-TRANSID,
                         :WS-TERMID,
                         CURRENT TIMESTAMP )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE ' INSERT ACCESSLG' TO EM-SQLREQ
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
           EXIT.
       LOG-COMMAREA-REJECT.
           EXEC SQL
             INSERT INTO COMMAREJECT
