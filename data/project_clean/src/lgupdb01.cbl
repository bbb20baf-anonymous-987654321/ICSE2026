          03 DB2-B-WeatherPeril-Int    PIC S9(4) COMP.
          03 DB2-B-WeatherPremium-Int  PIC S9(9) COMP.
       77  DB2-B-CURRENT-STATUS         PIC S9(4) COMP.
      *  CO-INSURANCE - RE-SIGNED ONLY WHEN THE CALLER'S COMMAREA
      *  REACHES THE SCHEDULE; A SHORTER COMMAREA LEAVES THE LINES
      *  ON FILE AS THEY ARE.  LINES NOT SIGNING TO 100.00 GET RC 79.
       01  WS-COINS-FIELDS.
          03 WS-COINS-SHAPE-SWITCH     PIC X(01) VALUE 'N'.
              88  WS-COINS-SHAPE                VALUE 'Y'.
          03 WS-COINS-BAD-SWITCH       PIC X(01) VALUE 'N'.
              88  WS-COINS-BAD                  VALUE 'Y'.
          03 WS-COINS-REQUIRED-LEN     PIC S9(4) COMP VALUE +0.
          03 WS-COINS-INDEX            PIC 9(01) VALUE 0.
          03 WS-COINS-LEAD-COUNT       PIC 9(01) VALUE 0.
          03 WS-COINS-TOTAL-PCT        PIC 9(05)V99 VALUE 0.
          03 DB2-B-COINSROLE           PIC X(01) VALUE SPACE.
          03 DB2-B-OURSHARE-PCT        PIC S9(3)V99 COMP-3 VALUE +100.
          03 DB2-CI-SEQ-SINT           PIC S9(4) COMP.
          03 DB2-CI-LINE-PCT           PIC S9(3)V99 COMP-3.
      *  EMPLOYERS' LIABILITY - RE-WRITTEN ONLY WHEN THE CALLER'S
      *  COMMAREA REACHES THE EL BLOCK; A SHORTER COMMAREA LEAVES THE
      *  COVER ON FILE AS IT IS.  A BAD LIMIT, WAGEROLL OR ERN GETS
      *  RC 81 AS AT BIND.
       77  WS-EL-MIN-LIMIT              PIC S9(9) COMP
                                         VALUE +5000000.
       01  WS-EL-FIELDS.
          03 WS-EL-SHAPE-SWITCH        PIC X(01) VALUE 'N'.
              88  WS-EL-SHAPE                   VALUE 'Y'.
          03 WS-EL-REQUIRED-LEN        PIC S9(4) COMP VALUE +0.
          03 DB2-B-ELPERIL-INT         PIC S9(4) COMP VALUE +0.
          03 DB2-B-ELPREMIUM-INT       PIC S9(9) COMP VALUE +0.
          03 DB2-B-ELLIMIT-INT         PIC S9(9) COMP VALUE +0.
          03 DB2-B-ELWAGEROLL-INT      PIC S9(9) COMP VALUE +0.
          03 DB2-B-ERN                 PIC X(14) VALUE SPACES.
          03 DB2-B-ERNEXEMPT           PIC X(01) VALUE 'N'.
      *  ADJUSTABLE-PREMIUM RATING BASIS - RE-WRITTEN ONLY WHEN THE
      *  COMMAREA REACHES THE BLOCK PAST EL, RC 82 AS AT BIND
       01  WS-ADJ-FIELDS.
          03 WS-ADJ-SHAPE-SWITCH       PIC X(01) VALUE 'N'.
              88  WS-ADJ-SHAPE                  VALUE 'Y'.
          03 WS-ADJ-REQUIRED-LEN       PIC S9(4) COMP VALUE +0.
          03 DB2-B-ADJUSTABLE          PIC X(01) VALUE 'N'.
          03 DB2-B-ESTTURNOVER-INT     PIC S9(9) COMP VALUE +0.
      *  VAT REGISTRATION - RE-WRITTEN ONLY WHEN THE COMMAREA
      *  REACHES THE BLOCK PAST THE RATING BASIS, RC 83 AS AT BIND
       01  WS-VAT-FIELDS.
          03 WS-VAT-SHAPE-SWITCH       PIC X(01) VALUE 'N'.
              88  WS-VAT-SHAPE                  VALUE 'Y'.
          03 WS-VAT-REQUIRED-LEN       PIC S9(4) COMP VALUE +0.
          03 DB2-B-VATSTATUS           PIC X(01) VALUE 'N'.
          03 DB2-B-VATREGNUM           PIC X(12) VALUE SPACES.
          03 DB2-B-VATRECOV-PCT        PIC S9(3)V99 COMP-3 VALUE +0.
           EXEC SQL
             INCLUDE LGPOLICY
           END-EXEC.
           03 DB2-FV-REGNUM            PIC X(08).
           03 DB2-FLEET-SUM-INT        PIC S9(9) COMP.
       77  WS-DRIVER-INDEX             PIC 9(01) VALUE 0.
      *  TRAVEL - THE TRAVELLER LIST IS REPLACED WHOLESALE LIKE THE
      *  MOTOR NAMED DRIVERS.  A SUBMISSION THAT FAILS
      *  VALIDATE-TRAVEL GETS RETURN CODE 80.
       01  WS-TRAVEL-FIELDS.
           03 WS-TRAVELLER-INDEX       PIC 9(01) VALUE 0.
           03 WS-TRAVEL-BAD-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-TRAVEL-BAD                VALUE 'Y'.
           03 DB2-T-PREMIUM-INT        PIC S9(9) COMP.
           03 DB2-T-TRAVELLERS-SINT    PIC S9(4) COMP.
           03 DB2-T-SEQ-SINT           PIC S9(4) COMP.
      *  AN MTA ON A HOUSE OR COMMERCIAL RISK RE-TESTS THE SUM
      *  INSURED AGAINST TREATY CAPACITY - LGFACX01 RAISES, RESIZES
      *  OR WITHDRAWS THE FACULTATIVE PLACEMENT WORKLIST ITEM AND
      *  KEEPS THE POLICY'S UNPLACED MARKER IN STEP
       77  LGFACX01                    PIC X(8)  VALUE 'LGFACX01'.
       77  WS-FAC-SUMINS               PIC S9(9) COMP VALUE +0.
           COPY LGFACX.
      *  A DIRECT DEBIT PAYER IS GIVEN ADVANCE NOTICE OF THE MTA
      *  ADDITIONAL PREMIUM COLLECTION - LGDDC01 HOLDS IT UNTIL THE
      *  NOTICE PERIOD HAS RUN
       77  LGDDAN01                    PIC X(8)  VALUE 'LGDDAN01'.
           COPY LGDDAN.
       77  EL-PROGRAM                  PIC X(8)  VALUE 'LGUPDB01'.
       77  LGRCTL01                    PIC X(8)  VALUE 'LGRCTL01'.
           COPY LGRCTL.
       77  EL-SQLCODE-SAVE             PIC S9(9) COMP.
       77  EL-TASKNUM-INT              PIC S9(9) COMP.
       01  WS-START-ABSTIME            PIC S9(8) COMP VALUE +0.
       01  WS-ELAPSED-MS               PIC S9(8) COMP VALUE +0.
           COPY LGVRPL.
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
           MOVE CA-POLICY-NUM   TO DB2-POLICYNUM-INT
           MOVE CA-CUSTOMER-NUM TO EM-CUSNUM
           MOVE CA-POLICY-NUM   TO EM-POLNUM
           PERFORM CHECK-BATCH-WINDOW
           IF CA-RETURN-CODE NOT EQUAL '00'
             PERFORM LOG-TRANSACTION-TIMING
             EXEC CICS RETURN END-EXEC
           END-IF
           PERFORM UPDATE-POLICY-DB2-INFO.
           EXEC CICS LINK Program(LGUPVS01)
                Commarea(DFHCOMMAREA)
           IF WS-RESP NOT = DFHRESP(NORMAL)
             MOVE '91' TO CA-RETURN-CODE
             PERFORM VSAM-LINK-FAILED
             PERFORM PARK-VSAM-REPLAY
           END-IF.
       END-PROGRAM.
           PERFORM LOG-TRANSACTION-TIMING.
               WHEN '01UFLE'
                 PERFORM UPDATE-FLEET-DB2-INFO
                     THRU UPDATE-FLEET-DB2-INFO-EXIT
               WHEN '01UTRV'
                 PERFORM UPDATE-TRAVEL-DB2-INFO
                     THRU UPDATE-TRAVEL-DB2-INFO-EXIT
             END-EVALUATE
             IF CA-RETURN-CODE EQUAL '00' AND
                (CA-REQUEST-ID EQUAL '01UHOU' OR
                 CA-REQUEST-ID EQUAL '01UMOT' OR
                 CA-REQUEST-ID EQUAL '01UTRV')
               PERFORM MTA-RERATE-PREMIUM
                   THRU MTA-RERATE-PREMIUM-EXIT
             END-IF
             IF CA-RETURN-CODE EQUAL '00' AND
                CA-REQUEST-ID EQUAL '01UTRV'
               PERFORM STORE-TRAVEL-PREMIUM
             END-IF
             END-IF
              IF CA-RETURN-CODE NOT EQUAL '00'
                PERFORM CLOSE-PCURSOR
      *        UNCHANGED, SO A CALLER THAT DOES NOT ROUND-TRIP
      *        CA-PAYMENT CANNOT WIPE THE STORED PREMIUM
               IF CA-REQUEST-ID EQUAL '01UHOU' OR
                  CA-REQUEST-ID EQUAL '01UMOT' OR
                  CA-REQUEST-ID EQUAL '01UTRV'
                 MOVE CA-PAYMENT     TO DB2-PAYMENT-INT
               END-IF
      *        A FLEET'S PREMIUM IS OWNED BY ITS SCHEDULE - THE
                   EXEC CICS RETURN END-EXEC
                 END-IF
               END-IF
               PERFORM GET-WORDING-EDITION
               IF CA-RETURN-CODE NOT EQUAL '00'
                 PERFORM CLOSE-PCURSOR
                 EXEC CICS RETURN END-EXEC
               END-IF
               MOVE ' UPDATE POLICY  ' TO EM-SQLREQ
               EXEC SQL
                 UPDATE POLICY
                       LASTCHANGED      = CURRENT TIMESTAMP ,
                       BROKERID         = :DB2-BROKERID-INT,
                       BROKERSREFERENCE = :CA-BROKERSREF,
                       PAYMENT          = :DB2-PAYMENT-INT,
                       WORDINGEDITION   = :DB2-WORDING-EDITION
                   WHERE CURRENT OF POLICY_CURSOR
               END-EXEC
               EXEC SQL
                   MOVE '90' TO CA-RETURN-CODE
                   PERFORM WRITE-ERROR-MESSAGE
               END-IF
               IF CA-RETURN-CODE EQUAL '00' AND
                  (CA-REQUEST-ID EQUAL '01UHOU' OR
                   CA-REQUEST-ID EQUAL '01UCOM')
                 PERFORM CHECK-TREATY-CAPACITY
               END-IF
             ELSE
               MOVE '02' TO CA-RETURN-CODE
               PERFORM RETURN-CURRENT-DB2-ROW
             END-IF
           END-IF.
           PERFORM CLOSE-PCURSOR.
      *  A MID-TERM CHANGE REISSUES THE POLICY ON THE WORDING
      *  EDITION IN FORCE TODAY FOR ITS TYPE; WITH NO EDITION SET UP
      *  FOR THE TYPE THE POLICY KEEPS THE ONE IT HOLDS
       GET-WORDING-EDITION.
           MOVE ' SELECT WORDING ' TO EM-SQLREQ
           EXEC SQL
             SELECT COALESCE(
                    ( SELECT W.EDITIONCODE
                        FROM WORDINGEDITION W
                       WHERE W.POLICYTYPE = P.POLICYTYPE
                         AND W.EFFECTIVEDATE =
                             ( SELECT MAX(X.EFFECTIVEDATE)
                                 FROM WORDINGEDITION X
                                WHERE X.POLICYTYPE = P.POLICYTYPE
                                  AND X.EFFECTIVEDATE
                                      <= CURRENT DATE ) ),
                    P.WORDINGEDITION, ' ')
               INTO :DB2-WORDING-EDITION
               FROM POLICY P
              WHERE P.POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
           EXIT.
       SNAPSHOT-POLICY-ROW.
           MOVE ' INSERT POLHIST' TO EM-SQLREQ
           EXEC SQL
       MTA-RERATE-PREMIUM.
           MOVE DB2-PAYMENT-INT TO WS-MTA-OLD-PREMIUM
           MOVE CA-REQUEST-ID   TO WS-MTA-SAVED-REQUEST
           EVALUATE CA-REQUEST-ID
             WHEN '01UHOU'
               MOVE '01QHOU' TO CA-REQUEST-ID
             WHEN '01UTRV'
               MOVE '01QTRV' TO CA-REQUEST-ID
             WHEN OTHER
               MOVE '01QMOT' TO CA-REQUEST-ID
           END-EVALUATE
           EXEC CICS LINK Program(LGRATE01)
                Commarea(DFHCOMMAREA)
                LENGTH(32500)
           END-IF
           IF WS-MTA-PRORATA GREATER THAN ZERO
             PERFORM MTA-RAISE-COLLECTION
                 THRU MTA-RAISE-COLLECTION-EXIT
           ELSE
             PERFORM MTA-RAISE-REFUND
           END-IF.
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO MTA-RAISE-COLLECTION-EXIT
           END-IF
           MOVE 'R'                 TO DDN-ACTION
           MOVE DB2-POLICYNUM-INT   TO DDN-POLICY-NUM
           MOVE DB2-CUSTOMERNUM-INT TO DDN-CUSTOMER-NUM
           MOVE 'MTA'               TO DDN-SOURCE
           MOVE 'M'                 TO DDN-COLL-TYPE
           MOVE ZERO                TO DDN-OLD-AMOUNT
           MOVE WS-MTA-PRORATA      TO DDN-NEW-AMOUNT
           MOVE SPACES              TO DDN-OLD-DATE
           MOVE SPACES              TO DDN-NEW-DATE
           MOVE ' CALL LGDDAN01' TO EM-SQLREQ
           CALL LGDDAN01 USING DDN-REQUEST
           IF DDN-RC EQUAL '90'
             EXEC CICS SYNCPOINT ROLLBACK END-EXEC
             MOVE DDN-SQLCODE TO SQLCODE
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
       MTA-RAISE-COLLECTION-EXIT.
           EXIT.
       MTA-RAISE-REFUND.
           COMPUTE WS-MTA-PRORATA = 0 - WS-MTA-PRORATA
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
           EXIT.
      *  A BATCH STEP THAT HAS DECLARED A LOCK ON POLICY (OR ON THIS
      *  POLICY'S TYPE) IS RUNNING - RATHER THAN CONTEND WITH IT FOR
      *  THE ROW, THE REQUEST IS TURNED AWAY RC 89 (SERVICE
      *  TEMPORARILY UNAVAILABLE, RETRY LATER) AND COUNTED
       CHECK-BATCH-WINDOW.
           MOVE 'C'               TO RCTL-ACTION
           MOVE 'POLICY'          TO RCTL-LOCK-TABLE
           MOVE DB2-POLICYNUM-INT TO RCTL-POLICY-NUM
           MOVE 'LGUPDB01'        TO RCTL-ONLINE-PROGRAM
           MOVE CA-REQUEST-ID     TO RCTL-ONLINE-REQUEST
           MOVE ' CALL LGRCTL01 ' TO EM-SQLREQ
           CALL LGRCTL01 USING RCTL-REQUEST
           EVALUATE RCTL-RC
             WHEN '00'
               CONTINUE
             WHEN '03'
               MOVE '89' TO CA-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
           EXIT.
       OPEN-POLICY-CURSOR.
           MOVE ' OPEN   PCURSOR ' TO EM-SQLREQ
           EXEC SQL
               PERFORM RETURN-CURRENT-COMMERCIAL-ROW
             WHEN '01UFLE'
               PERFORM RETURN-CURRENT-FLEET-ROW
             WHEN '01UTRV'
               PERFORM RETURN-CURRENT-TRAVEL-ROW
           END-EVALUATE.
           EXIT.
       RETURN-CURRENT-ENDOW-ROW.
             MOVE DB2-B-WeatherPremium-Int TO CA-B-WeatherPremium
           END-IF.
           EXIT.
       RETURN-CURRENT-TRAVEL-ROW.
           MOVE ' SELECT CUR-T ' TO EM-SQLREQ
           EXEC SQL
             SELECT TRIPTYPE, REGION, STARTDATE, ENDDATE,
                    MEDICALDECLARED, PREMIUM, TRAVELLERS
               INTO :CA-T-TRIP-TYPE, :CA-T-REGION,
                    :CA-T-START-DATE, :CA-T-END-DATE,
                    :CA-T-MED-DECLARED, :DB2-T-PREMIUM-INT,
                    :DB2-T-TRAVELLERS-SINT
               FROM TRAVEL
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC
           IF SQLCODE EQUAL 0
             MOVE DB2-T-PREMIUM-INT     TO CA-T-PREMIUM
             MOVE DB2-T-TRAVELLERS-SINT TO CA-T-TRAVELLER-COUNT
           END-IF.
           EXIT.
       UPDATE-ENDOW-DB2-INFO.
           MOVE ' INSERT ENDHIST' TO EM-SQLREQ
           EXEC SQL
           END-IF.
       UPDATE-MOTOR-DB2-INFO-EXIT.
           EXIT.
       UPDATE-TRAVEL-DB2-INFO.
           PERFORM VALIDATE-TRAVEL
               THRU VALIDATE-TRAVEL-EXIT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO UPDATE-TRAVEL-DB2-INFO-EXIT
           END-IF
           MOVE ' INSERT TRVHIST' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO TRAVEL_HISTORY
                 SELECT * FROM TRAVEL
                  WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO UPDATE-TRAVEL-DB2-INFO-EXIT
           END-IF
           MOVE CA-T-PREMIUM         TO DB2-T-PREMIUM-INT
           MOVE CA-T-TRAVELLER-COUNT TO DB2-T-TRAVELLERS-SINT
           MOVE ' UPDATE TRAVEL' TO EM-SQLREQ
           EXEC SQL
             UPDATE TRAVEL
               SET
                    TRIPTYPE          = :CA-T-TRIP-TYPE,
                    REGION            = :CA-T-REGION,
                    STARTDATE         = :CA-T-START-DATE,
                    ENDDATE           = :CA-T-END-DATE,
                    MEDICALDECLARED   = :CA-T-MED-DECLARED,
                    PREMIUM           = :DB2-T-PREMIUM-INT,
                    TRAVELLERS        = :DB2-T-TRAVELLERS-SINT
               WHERE
                    POLICYNUMBER      = :DB2-POLICYNUM-INT
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             IF SQLCODE EQUAL 100
               MOVE '01' TO CA-RETURN-CODE
             ELSE
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
             END-IF
             GO TO UPDATE-TRAVEL-DB2-INFO-EXIT
           END-IF
           MOVE ' DELETE TRVLR ' TO EM-SQLREQ
           EXEC SQL
             DELETE FROM TRAVELLER
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC
           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO UPDATE-TRAVEL-DB2-INFO-EXIT
           END-IF
           MOVE 1 TO WS-TRAVELLER-INDEX
           PERFORM INSERT-ONE-TRAVELLER
               UNTIL WS-TRAVELLER-INDEX GREATER THAN
                     CA-T-TRAVELLER-COUNT.
       UPDATE-TRAVEL-DB2-INFO-EXIT.
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
      *  THE RE-RATED PREMIUM (OR THE KEYED ONE WHEN NO RATE ROW
      *  COVERS THE TRIP) IS CARRIED BACK ONTO THE TRAVEL ROW
       STORE-TRAVEL-PREMIUM.
           MOVE CA-T-PREMIUM TO DB2-T-PREMIUM-INT
           MOVE ' UPDATE TRVPREM' TO EM-SQLREQ
           EXEC SQL
             UPDATE TRAVEL
                SET PREMIUM = :DB2-T-PREMIUM-INT
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
           EXIT.
       APPLY-NCD-DISCOUNT.
           EVALUATE TRUE
             WHEN CA-M-NCD-YEARS EQUAL ZERO
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO UPDATE-COMMERCIAL-DB2-INFO-EXIT
           END-IF
           PERFORM VALIDATE-COINSURANCE
               THRU VALIDATE-COINSURANCE-EXIT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO UPDATE-COMMERCIAL-DB2-INFO-EXIT
           END-IF
           PERFORM VALIDATE-EL-COVER
               THRU VALIDATE-EL-COVER-EXIT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO UPDATE-COMMERCIAL-DB2-INFO-EXIT
           END-IF
           PERFORM VALIDATE-RATING-BASIS
               THRU VALIDATE-RATING-BASIS-EXIT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO UPDATE-COMMERCIAL-DB2-INFO-EXIT
           END-IF
           PERFORM VALIDATE-VAT-STATUS
               THRU VALIDATE-VAT-STATUS-EXIT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO UPDATE-COMMERCIAL-DB2-INFO-EXIT
           END-IF
           MOVE ' INSERT COMHIST' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO COMMERCIAL_HISTORY
           END-IF
           IF CA-RETURN-CODE EQUAL '00'
             PERFORM REPLACE-COMMERCIAL-LOCATIONS
           END-IF
           IF CA-RETURN-CODE EQUAL '00' AND WS-COINS-SHAPE
             PERFORM REPLACE-COMMERCIAL-COINSURERS
           END-IF
           IF CA-RETURN-CODE EQUAL '00' AND WS-EL-SHAPE
             PERFORM REPLACE-EL-COVER
           END-IF
           IF CA-RETURN-CODE EQUAL '00' AND WS-ADJ-SHAPE
             PERFORM REPLACE-RATING-BASIS
           END-IF
           IF CA-RETURN-CODE EQUAL '00' AND WS-VAT-SHAPE
             PERFORM REPLACE-VAT-STATUS
           END-IF.
       UPDATE-COMMERCIAL-DB2-INFO-EXIT.
           EXIT.
      *  THE SAME EL RULES AS AT BIND - STATUTORY MINIMUM LIMIT, A
      *  REAL WAGEROLL AND AN NNN/REFERENCE ERN UNLESS EXEMPT.  EL
      *  TAKEN OFF (PERIL NOT 1) CLEARS THE COVER ON THE ROW.
       VALIDATE-EL-COVER.
           MOVE 'N'    TO WS-EL-SHAPE-SWITCH
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
           MOVE 'Y' TO WS-EL-SHAPE-SWITCH
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
      *  A CHANGED ERN OR COVER STAMPS THE POLICY ROW THROUGH THE
      *  NORMAL UPDATE, SO THE TRACING OFFICE FEED PICKS IT UP AS AN
      *  AMENDMENT
       REPLACE-EL-COVER.
           MOVE ' UPDATE ELCOV ' TO EM-SQLREQ
           EXEC SQL
             UPDATE COMMERCIAL
               SET ELPeril     = :DB2-B-ELPERIL-INT,
                   ELPremium   = :DB2-B-ELPREMIUM-INT,
                   ELLimit     = :DB2-B-ELLIMIT-INT,
                   ELWageroll  = :DB2-B-ELWAGEROLL-INT,
                   ERN         = :DB2-B-ERN,
                   ERNExempt   = :DB2-B-ERNEXEMPT
               WHERE PolicyNumber = :DB2-POLICYNUM-INT
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
           EXIT.
      *  THE SAME RATING-BASIS RULES AS AT BIND.  AN ESTIMATE
      *  REVISED MID-TERM IS WHAT THE YEAR-END DECLARATION ADJUSTS
      *  AGAINST; THE WAGEROLL IS THE ONE VALIDATE-EL-COVER SET.
       VALIDATE-RATING-BASIS.
           MOVE 'N'  TO WS-ADJ-SHAPE-SWITCH
           MOVE 'N'  TO DB2-B-ADJUSTABLE
           MOVE ZERO TO DB2-B-ESTTURNOVER-INT
           COMPUTE WS-ADJ-REQUIRED-LEN = WS-CA-HEADER-LEN
               + WS-FULL-COMM-LEN + WS-FULL-COIN-LEN + WS-FULL-EL-LEN
               + WS-FULL-ADJ-LEN
           IF EIBCALEN IS LESS THAN WS-ADJ-REQUIRED-LEN
             GO TO VALIDATE-RATING-BASIS-EXIT
           END-IF
           MOVE 'Y' TO WS-ADJ-SHAPE-SWITCH
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
       REPLACE-RATING-BASIS.
           MOVE ' UPDATE ADJBAS ' TO EM-SQLREQ
           EXEC SQL
             UPDATE COMMERCIAL
               SET Adjustable  = :DB2-B-ADJUSTABLE,
                   EstTurnover = :DB2-B-ESTTURNOVER-INT
               WHERE PolicyNumber = :DB2-POLICYNUM-INT
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
           EXIT.
      *  THE SAME VAT RULES AS AT BIND.  A CHANGE OF STATUS ONLY
      *  AFFECTS CLAIMS SETTLED AFTER IT - NOTHING ALREADY SETTLED
      *  IS RE-WORKED.
       VALIDATE-VAT-STATUS.
           MOVE 'N'    TO WS-VAT-SHAPE-SWITCH
           MOVE 'N'    TO DB2-B-VATSTATUS
           MOVE SPACES TO DB2-B-VATREGNUM
           MOVE ZERO   TO DB2-B-VATRECOV-PCT
           COMPUTE WS-VAT-REQUIRED-LEN = WS-CA-HEADER-LEN
               + WS-FULL-COMM-LEN + WS-FULL-COIN-LEN + WS-FULL-EL-LEN
               + WS-FULL-ADJ-LEN + WS-FULL-VAT-LEN
           IF EIBCALEN IS LESS THAN WS-VAT-REQUIRED-LEN
             GO TO VALIDATE-VAT-STATUS-EXIT
           END-IF
           MOVE 'Y' TO WS-VAT-SHAPE-SWITCH
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
       REPLACE-VAT-STATUS.
           MOVE ' UPDATE VATSTAT' TO EM-SQLREQ
           EXEC SQL
             UPDATE COMMERCIAL
               SET VATStatus    = :DB2-B-VATSTATUS,
                   VATRegNumber = :DB2-B-VATREGNUM,
                   VATRecovPct  = :DB2-B-VATRECOV-PCT
               WHERE PolicyNumber = :DB2-POLICYNUM-INT
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
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
      *  THE CO-INSURANCE PLACING IS REPLACED WHOLESALE LIKE THE
      *  PREMISES SCHEDULE - OUR SHARE AND ROLE ON THE COMMERCIAL
      *  ROW, THE OTHER LINES ON COMMCOINSURER
       REPLACE-COMMERCIAL-COINSURERS.
           MOVE ' UPDATE COINS ' TO EM-SQLREQ
           EXEC SQL
             UPDATE COMMERCIAL
               SET CoinsRole   = :DB2-B-COINSROLE,
                   OurSharePct = :DB2-B-OURSHARE-PCT
               WHERE PolicyNumber = :DB2-POLICYNUM-INT
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF
           MOVE ' DELETE COINSR' TO EM-SQLREQ
           EXEC SQL
             DELETE FROM COMMCOINSURER
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC
           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF
           IF DB2-B-COINSROLE NOT EQUAL SPACE
             MOVE 1 TO WS-COINS-INDEX
             PERFORM REPLACE-ONE-COINSURER
                 UNTIL WS-COINS-INDEX GREATER THAN CA-B-COINS-COUNT
           END-IF.
           EXIT.
       REPLACE-ONE-COINSURER.
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
      *  THE PREMISES SCHEDULE IS REPLACED WHOLESALE FROM THE
      *  COMMAREA ON EVERY COMMERCIAL UPDATE - THE OLD ROWS WENT TO
      *  HISTORY WITH THE REST OF THE POLICY SNAPSHOT
      *  THE SUM TESTED MATCHES THE BIND - THE HOUSE VALUE AS JUST
      *  WRITTEN, OR THE TOTAL LOCATION FIRE SUM FOR A COMMERCIAL
       CHECK-TREATY-CAPACITY.
           MOVE ZERO TO WS-FAC-SUMINS
           IF CA-REQUEST-ID EQUAL '01UHOU'
             MOVE DB2-H-VALUE-INT TO WS-FAC-SUMINS
             MOVE 'H' TO FCX-POLICY-TYPE
           ELSE
             MOVE 'C' TO FCX-POLICY-TYPE
             MOVE 1 TO WS-LOC-INDEX
             PERFORM ADD-ONE-LOCATION-SUMINS
                 UNTIL WS-LOC-INDEX GREATER THAN CA-B-LOCATION-COUNT
                    OR WS-LOC-INDEX GREATER THAN 3
           END-IF
           MOVE DB2-POLICYNUM-INT TO FCX-POLICY-NUM
           MOVE 'M'               TO FCX-RAISED-AT
           MOVE WS-FAC-SUMINS     TO FCX-SUM-INSURED
           MOVE ' CALL LGFACX01' TO EM-SQLREQ
           CALL LGFACX01 USING FCX-REQUEST
           IF FCX-RC NOT EQUAL '00'
             EXEC CICS SYNCPOINT ROLLBACK END-EXEC
             MOVE FCX-SQLCODE TO SQLCODE
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
           EXIT.
       ADD-ONE-LOCATION-SUMINS.
           ADD CA-B-LOC-FIRESUM(WS-LOC-INDEX) TO WS-FAC-SUMINS
           ADD 1 TO WS-LOC-INDEX.
           EXIT.
       REPLACE-COMMERCIAL-LOCATIONS.
           MOVE ' DELETE COMMLOC' TO EM-SQLREQ
           EXEC SQL
             END-IF
           END-IF.
           EXIT.
      *  THE MIRROR WRITE THAT FAILED IS PARKED ON VSAMREPLAY WITH
      *  THE COMMAREA LGUPVS01 WAS GIVEN AND THE POLICY VSAM
      *  RECORD IT SHOULD HAVE WRITTEN, FOR THE
      *  REPLAY TRANSACTION (LGVRPL01) OR THE NIGHTLY REPLAY STEP
      *  (LGVRPB01) TO RE-DRIVE.  THE ROW COMMITS WITH THE DB2 CHANGE
      *  ITSELF, SO ONE NEVER EXISTS WITHOUT THE OTHER.
       PARK-VSAM-REPLAY.
           MOVE SPACES               TO DB2-VRPL-POLIMAGE
           MOVE 'LGUPVS01'           TO DB2-VRPL-MIRRORPGM
           MOVE 'LGUPDB01'           TO DB2-VRPL-SOURCEPGM
           MOVE CA-REQUEST-ID        TO DB2-VRPL-REQUESTID
           MOVE CA-CUSTOMER-NUM      TO DB2-VRPL-CUSTOMERNUM
           MOVE DB2-POLICYNUM-INT    TO DB2-VRPL-POLICYNUM
           MOVE 225                  TO DB2-VRPL-LINKLEN
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
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
