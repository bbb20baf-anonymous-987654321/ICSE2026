           03 CA-DATA                  PIC X(260) VALUE SPACES.
      *****************************************************************
      *    RATE TABLE ROWS - HELD IN DB2 (RATEHOUSE BY PROPERTY       *
      *    TYPE, RATEMOTOR BY CC BAND, RATETRAVEL BY REGION AND TRIP  *
      *    TYPE) SO PRICING CHANGES ARE A TABLE UPDATE, NOT A CODE    *
      *    RELEASE.  RATE ROWS ARE VERSIONED WITH AN EFFECTIVE DATE   *
      *    - ONLY THE LATEST ROW EFFECTIVE ON OR BEFORE TODAY PRICES, *
      *    SO NEXT MONTH'S RATES CAN BE LOADED AHEAD WITHOUT          *
      *    REPRICING TODAY'S QUOTES                                   *
      *****************************************************************
       01  DB2-RATE-FIELDS.
           03 DB2-BASERATE             PIC S9(3)V99 COMP-3.
           03 DB2-LOAD2-PCT            PIC S9(3)V99 COMP-3.
           03 DB2-REBATE-PCT           PIC S9(3)V99 COMP-3.
           03 DB2-MIN-PREMIUM          PIC S9(7)V99 COMP-3.
           03 DB2-T-BASE-PREMIUM       PIC S9(5)V99 COMP-3.
           03 DB2-T-DAY-RATE           PIC S9(3)V99 COMP-3.
      *  TRAVELLERS AGED THIS OR OVER AT THE START OF COVER TAKE THE
      *  RATETRAVEL AGE LOADING
       77  WS-TRAVEL-LOAD-AGE          PIC S9(4) COMP VALUE +65.
       01  WS-TRAVEL-FIELDS.
           03 WS-TRIP-DAYS             PIC S9(9) COMP VALUE +0.
           03 WS-TRAVELLER-INDEX       PIC 9(01) VALUE 0.
           03 WS-TRAVELLER-AGE         PIC S9(4) COMP VALUE +0.
           03 WS-TRAVELLER-PREMIUM     PIC S9(7)V99 COMP-3.
           03 WS-TRV-DOB-BRKDN.
              05 WS-TDOB-YYYY          PIC 9(04).
              05 FILLER                PIC X(01).
              05 WS-TDOB-MMDD          PIC X(05).
           03 WS-TRV-START-BRKDN.
              05 WS-TSTART-YYYY        PIC 9(04).
              05 FILLER                PIC X(01).
              05 WS-TSTART-MMDD        PIC X(05).
       01  WS-RISK-FIELDS.
           03 WS-FLOOD-RISK            PIC 9(01) VALUE 0.
           03 WS-SUBSIDENCE-RISK       PIC 9(01) VALUE 0.
             WHEN '01QMOT'
               PERFORM RATE-MOTOR-PREMIUM
                   THRU RATE-MOTOR-PREMIUM-EXIT
             WHEN '01ATRV'
             WHEN '01QTRV'
               PERFORM RATE-TRAVEL-PREMIUM
                   THRU RATE-TRAVEL-PREMIUM-EXIT
             WHEN OTHER
               MOVE '99' TO CA-RETURN-CODE
           END-EVALUATE
           MOVE '00' TO CA-RETURN-CODE.
       RATE-MOTOR-PREMIUM-EXIT.
           EXIT.
      *  TRAVEL PRICING: EACH TRAVELLER PAYS THE REGION/TRIP-TYPE
      *  BASE PREMIUM - PLUS THE DAY RATE FOR EVERY DAY OF A SINGLE
      *  TRIP - LOADED FOR AGE AT THE START OF COVER AND FOR
      *  DECLARED PRE-EXISTING MEDICAL CONDITIONS.  THE POLICY IS
      *  FLOORED AT THE TABLE MINIMUM.
       RATE-TRAVEL-PREMIUM.
           MOVE ' SELECT RATETRV' TO EM-SQLREQ
           EXEC SQL
             SELECT BASEPREMIUM,
                    DAYRATE,
                    AGELOADPCT,
                    MEDICALLOADPCT,
                    MINPREMIUM
               INTO :DB2-T-BASE-PREMIUM,
                    :DB2-T-DAY-RATE,
                    :DB2-LOAD1-PCT,
                    :DB2-LOAD2-PCT,
                    :DB2-MIN-PREMIUM
               FROM RATETRAVEL
               WHERE REGION   = :CA-T-REGION
                 AND TRIPTYPE = :CA-T-TRIP-TYPE
                 AND EFFECTIVEDATE =
                     ( SELECT MAX(EFFECTIVEDATE)
                         FROM RATETRAVEL
                        WHERE REGION   = :CA-T-REGION
                          AND TRIPTYPE = :CA-T-TRIP-TYPE
                          AND EFFECTIVEDATE <= CURRENT DATE )
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '01' TO CA-RETURN-CODE
               GO TO RATE-TRAVEL-PREMIUM-EXIT
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO RATE-TRAVEL-PREMIUM-EXIT
           END-EVALUATE
           MOVE ZERO TO WS-TRIP-DAYS
           IF CA-T-TRIP-TYPE EQUAL 'S'
             MOVE ' SELECT TRPDAYS' TO EM-SQLREQ
             EXEC SQL
               SELECT DAYS(DATE(:CA-T-END-DATE)) -
                          DAYS(DATE(:CA-T-START-DATE)) + 1
                 INTO :WS-TRIP-DAYS
                 FROM SYSIBM.SYSDUMMY1
             END-EXEC
             IF SQLCODE NOT EQUAL 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO RATE-TRAVEL-PREMIUM-EXIT
             END-IF
           END-IF
           MOVE CA-T-START-DATE TO WS-TRV-START-BRKDN
           MOVE ZERO TO WS-RATED-PREMIUM
           MOVE 1 TO WS-TRAVELLER-INDEX
           PERFORM RATE-ONE-TRAVELLER
               UNTIL WS-TRAVELLER-INDEX GREATER THAN
                     CA-T-TRAVELLER-COUNT
                  OR WS-TRAVELLER-INDEX GREATER THAN 6
           IF WS-RATED-PREMIUM LESS THAN DB2-MIN-PREMIUM
             MOVE DB2-MIN-PREMIUM TO WS-RATED-PREMIUM
           END-IF
           COMPUTE CA-T-PREMIUM ROUNDED = WS-RATED-PREMIUM
           MOVE CA-T-PREMIUM TO CA-PAYMENT
           MOVE '00' TO CA-RETURN-CODE.
       RATE-TRAVEL-PREMIUM-EXIT.
           EXIT.
       RATE-ONE-TRAVELLER.
           COMPUTE WS-TRAVELLER-PREMIUM =
               DB2-T-BASE-PREMIUM + (WS-TRIP-DAYS * DB2-T-DAY-RATE)
           MOVE ZERO TO WS-TRAVELLER-AGE
           IF CA-T-TRV-DOB(WS-TRAVELLER-INDEX) NOT EQUAL SPACES
             MOVE CA-T-TRV-DOB(WS-TRAVELLER-INDEX)
               TO WS-TRV-DOB-BRKDN
             COMPUTE WS-TRAVELLER-AGE =
                 WS-TSTART-YYYY - WS-TDOB-YYYY
             IF WS-TDOB-MMDD GREATER THAN WS-TSTART-MMDD
               SUBTRACT 1 FROM WS-TRAVELLER-AGE
             END-IF
           END-IF
           IF WS-TRAVELLER-AGE NOT LESS THAN WS-TRAVEL-LOAD-AGE
             COMPUTE WS-TRAVELLER-PREMIUM ROUNDED =
                 WS-TRAVELLER-PREMIUM * (1 + DB2-LOAD1-PCT / 100)
           END-IF
           IF CA-T-TRV-MED-COND(WS-TRAVELLER-INDEX) EQUAL 'Y'
             COMPUTE WS-TRAVELLER-PREMIUM ROUNDED =
                 WS-TRAVELLER-PREMIUM * (1 + DB2-LOAD2-PCT / 100)
           END-IF
           ADD WS-TRAVELLER-PREMIUM TO WS-RATED-PREMIUM
           ADD 1 TO WS-TRAVELLER-INDEX.
           EXIT.
       LOOKUP-POSTCODE-RISK.
           MOVE 0 TO WS-FLOOD-RISK
           MOVE 0 TO WS-SUBSIDENCE-RISK
