          03 WS-SETTLE-DATE-ISO        PIC X(10).
       01  DB2-INTERIM-TOTAL           PIC S9(9)V99 COMP-3.
       01  WS-DOC-EXTREF               PIC X(20) VALUE SPACES.
      *  AVERAGE - ON A HOUSE CLAIM CARRYING AN ASSESSED FULL VALUE
      *  FOR THE SECTION, A SUM INSURED SHORT OF THAT VALUE BY MORE
      *  THAN THE TOLERANCE (PRODUCTCONFIG AVGTOLPCT, DEFAULT BELOW)
      *  SCALES THE GROSS SETTLEMENT BY SUM INSURED / FULL VALUE
      *  BEFORE THE EXCESS.  THE REDUCTION IS HELD ON THE CLAIM ROW.
       01  WS-AVG-FIELDS.
           03 WS-AVG-REQUIRED-LEN      PIC S9(4) COMP VALUE +0.
           03 WS-AVG-SHAPE-SWITCH      PIC X(01) VALUE 'N'.
              88 WS-AVG-SHAPE                    VALUE 'Y'.
           03 DB2-AVG-SECTION          PIC X(01) VALUE SPACE.
           03 DB2-FULLVALUE-INT        PIC S9(9) COMP VALUE +0.
           03 DB2-AVG-SUMINS-INT       PIC S9(9) COMP VALUE +0.
           03 DB2-AVG-BSUM-INT         PIC S9(9) COMP VALUE +0.
           03 DB2-AVG-CSUM-INT         PIC S9(9) COMP VALUE +0.
           03 DB2-AVG-VALUE-INT        PIC S9(9) COMP VALUE +0.
           03 DB2-AVG-REDUCTION        PIC S9(9)V99 COMP-3 VALUE +0.
           03 DB2-AVG-PCT              PIC S9(3)V99 COMP-3 VALUE +0.
           03 DB2-CONFIG-VALUE         PIC S9(9)V99 COMP-3 VALUE +0.
           03 WS-AVG-THRESHOLD         PIC S9(11)V99 COMP-3 VALUE +0.
           03 WS-AVG-GROSS             PIC S9(9)V99 COMP-3 VALUE +0.
       77  WS-AVG-TOLERANCE-PCT        PIC S9(3)V99 COMP-3 VALUE +15.00.
      *  VAT - A COMMERCIAL POLICYHOLDER REGISTERED FOR VAT RECLAIMS
      *  THE INPUT VAT ON THE LOSS, SO THAT PART (ALL OF IT, OR THE
      *  PARTIAL-EXEMPTION PERCENTAGE) COMES OFF THE SETTLEMENT.  THE
      *  VAT CONTENT IS AS KEYED, OR FAILING THAT THE VAT ON THE
      *  APPROVED REPAIRER INVOICES; BOTH FIGURES ARE HELD ON THE
      *  CLAIM ROW FOR THE GL EXTRACT.
       01  WS-VAT-FIELDS.
           03 WS-VAT-REQUIRED-LEN      PIC S9(4) COMP VALUE +0.
           03 WS-VAT-SHAPE-SWITCH      PIC X(01) VALUE 'N'.
              88 WS-VAT-SHAPE                    VALUE 'Y'.
           03 DB2-VAT-STATUS           PIC X(01) VALUE 'N'.
           03 DB2-VAT-RECOV-PCT        PIC S9(3)V99 COMP-3 VALUE +0.
           03 DB2-VAT-AMOUNT           PIC S9(9)V99 COMP-3 VALUE +0.
           03 DB2-VAT-RECOV            PIC S9(9)V99 COMP-3 VALUE +0.
      *  REINSTATEMENT - A SETTLED COMMERCIAL LOSS ERODES THE SUM
      *  INSURED OF ITS LOCATION AND PERIL (SUMEROSION) UNTIL THE
      *  REINSTATEMENT PREMIUM IS PAID.  THE PREMIUM IS THE PERIL'S
      *  ANNUAL PREMIUM SCALED BY THE LOSS OVER THE PERIL'S TOTAL
      *  SCHEDULED SUM AND BY THE UNEXPIRED PART OF THE TERM, AND IS
      *  RAISED ON PAYMENTCOLLECTION AS A ONE-OFF LIKE A MID-TERM
      *  ADDITIONAL PREMIUM; LGRINS01 RESTORES THE SUM ONCE IT IS
      *  COLLECTED.
       01  WS-RIN-FIELDS.
           03 WS-RIN-REQUIRED-LEN      PIC S9(4) COMP VALUE +0.
           03 WS-RIN-SHAPE-SWITCH      PIC X(01) VALUE 'N'.
              88 WS-RIN-SHAPE                    VALUE 'Y'.
           03 DB2-RIN-CLAIMTYPE        PIC X(01) VALUE SPACE.
           03 DB2-RIN-LOCSEQ           PIC S9(4) COMP VALUE +0.
           03 DB2-RIN-PERIL            PIC X(01) VALUE SPACE.
           03 DB2-RIN-CUSTOMERNUM-INT  PIC S9(9) COMP VALUE +0.
           03 DB2-RIN-LOC-SUM          PIC S9(9) COMP VALUE +0.
           03 DB2-RIN-PERIL-TOTAL      PIC S9(9) COMP VALUE +0.
           03 DB2-RIN-PERIL-PREMIUM    PIC S9(9) COMP VALUE +0.
           03 DB2-RIN-UNEXPIRED        PIC S9(9) COMP VALUE +0.
           03 DB2-RIN-TERM-DAYS        PIC S9(9) COMP VALUE +0.
           03 DB2-RIN-OUTSTANDING      PIC S9(9)V99 COMP-3 VALUE +0.
           03 DB2-RIN-ERODED           PIC S9(9)V99 COMP-3 VALUE +0.
           03 DB2-RIN-PREMIUM          PIC S9(7)V99 COMP-3 VALUE +0.
           03 DB2-RIN-STATUS           PIC X(01) VALUE SPACE.
      *  INCIDENT - WHERE THE WORDING THE POLICY HOLDS TAKES ONE
      *  EXCESS PER INCIDENT (WORDINGEDITION INCIDENTBASIS 'Y'), A
      *  CLAIM LINKED TO AN INCIDENT BEARS ONLY THE PART OF THE
      *  POLICY EXCESS ITS FELLOW CLAIMS HAVE NOT ALREADY TAKEN,
      *  WHETHER NETTED OFF THEIR SETTLEMENTS (EXCESSAPPLIED) OR
      *  RAISED BACK FROM THE INSURED ON A GROSS PAYMENT
      *  (EXCESSRECEIVABLE).  THE EXCESS NETTED IS HELD ON THE ROW.
       01  WS-INC-FIELDS.
           03 DB2-INC-NUM-INT          PIC S9(9) COMP VALUE +0.
           03 DB2-INC-BASIS            PIC X(01) VALUE 'N'.
           03 DB2-INC-XS-TAKEN         PIC S9(9)V99 COMP-3 VALUE +0.
           03 DB2-XS-APPLIED           PIC S9(9)V99 COMP-3 VALUE +0.
           03 WS-XS-DUE                PIC S9(9)V99 COMP-3 VALUE +0.
       77  LGDDAN01                    PIC X(8)  VALUE 'LGDDAN01'.
           COPY LGDDAN.
      *  CONFLICT OF INTEREST - A USER CONNECTED TO THE CUSTOMER
      *  (THEIR OWN RECORD OR A DECLARED CONNECTED PARTY) MAY NOT
      *  UPDATE OR SETTLE THE CLAIM
       77  LGCOIC01                    PIC X(8)  VALUE 'LGCOIC01'.
           COPY LGCOIC.
      *  SATISFACTION SURVEY - A CLAIM MOVING TO SETTLED INVITES
      *  THE CUSTOMER ON THE CHANNEL THEY CONSENTED TO FOR SERVICE
      *  COMMUNICATION.  THE PRIOR STATUS TELLS A FIRST SETTLEMENT
      *  FROM A CORRECTION TO ONE ALREADY SETTLED.
       01  WS-SURVEY-FIELDS.
           03 DB2-OLD-CLAIM-STATUS     PIC X(01) VALUE SPACE.
           03 DB2-SVY-CUSTOMERNUM-INT  PIC S9(9) COMP VALUE +0.
           03 DB2-SVY-POLICYNUM-INT    PIC S9(9) COMP VALUE +0.
           03 DB2-SVY-HANDLER-ID       PIC X(08) VALUE SPACES.
           03 DB2-SVY-EMAIL            PIC X(50) VALUE SPACES.
           03 DB2-SVY-MOBILE           PIC X(12) VALUE SPACES.
           03 DB2-SVY-CHANNEL          PIC X(01) VALUE SPACE.
           03 DB2-SVY-CONTACT          PIC X(50) VALUE SPACES.
           03 WS-SVY-NOTIFYREF         PIC X(10) VALUE SPACES.
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
             DECLARE CLAIM_CURSOR CURSOR WITH HOLD FOR
               SELECT LASTCHANGED,
                      COALESCE(STATUS, ' '),
                      COALESCE(AVGSECTION, ' '),
                      COALESCE(FULLVALUE, 0),
                      COALESCE(VATAMOUNT, 0),
                      COALESCE(CLAIMTYPE, ' '),
                      COALESCE(LOCSEQ, 0),
                      COALESCE(LOSSPERIL, ' '),
                      COALESCE(EXCESSAPPLIED, 0)
               FROM CLAIM
               WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
               FOR UPDATE OF STATUS,
                             SETTLEDAMOUNT,
                             SETTLEDDATE,
                             CATEVENTCODE,
                             AVGSECTION,
                             FULLVALUE,
                             AVGSUMINSURED,
                             AVGREDUCTION,
                             AVGPROPORTION,
                             VATAMOUNT,
                             VATRECOVERABLE,
                             LOCSEQ,
                             LOSSPERIL,
                             EXCESSAPPLIED,
                             LASTCHANGED
           END-EXEC.
       LINKAGE SECTION.
             MOVE '99' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF
           MOVE WS-CA-HEADER-LEN  TO WS-AVG-REQUIRED-LEN
           ADD WS-FULL-CLAIM-LEN  TO WS-AVG-REQUIRED-LEN
           ADD WS-FULL-CLAVG-LEN  TO WS-AVG-REQUIRED-LEN
           IF EIBCALEN NOT LESS THAN WS-AVG-REQUIRED-LEN
             MOVE 'Y' TO WS-AVG-SHAPE-SWITCH
           END-IF
           MOVE WS-AVG-REQUIRED-LEN TO WS-VAT-REQUIRED-LEN
           ADD WS-FULL-CLVAT-LEN    TO WS-VAT-REQUIRED-LEN
           IF EIBCALEN NOT LESS THAN WS-VAT-REQUIRED-LEN
             MOVE 'Y' TO WS-VAT-SHAPE-SWITCH
           END-IF
           MOVE WS-VAT-REQUIRED-LEN TO WS-RIN-REQUIRED-LEN
           ADD WS-FULL-CLLOC-LEN    TO WS-RIN-REQUIRED-LEN
           IF EIBCALEN NOT LESS THAN WS-RIN-REQUIRED-LEN
             MOVE 'Y' TO WS-RIN-SHAPE-SWITCH
           END-IF
           MOVE CA-CLAIM-NUM TO DB2-CLAIMNUM-INT
           PERFORM CHECK-CONFLICT-OF-INTEREST
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           END-IF
           IF CA-CLAIM-STATUS EQUAL 'S'
             PERFORM CHECK-AUTHORITY-LIMIT
                 THRU CHECK-AUTHORITY-LIMIT-EXIT
           EXEC CICS RETURN END-EXEC.
       MAINLINE-EXIT.
           EXIT.
      *  A USER CONNECTED TO THE CLAIMANT IS REFUSED WITH RC 09.
      *  LGCOIC01 LOGS THE ATTEMPT, MOVES THE CLAIM OFF A CONNECTED
      *  HANDLER AND DIARIES THE HANDLER WITH THE REFUSED ACTION.
      *  A SETTLEMENT RE-DRIVEN BY LGAPP01 IS CHECKED AGAINST THE
      *  APPROVER THE SAME WAY
       CHECK-CONFLICT-OF-INTEREST.
           EXEC CICS ASSIGN USERID(COI-OPERATOR-ID)
                     RESP(WS-AUTH-RESP)
           END-EXEC
           MOVE 'LGUCLM01'          TO COI-PROGRAM
           MOVE CA-REQUEST-ID       TO COI-REQUEST-ID
           MOVE ZERO                TO COI-CUSTOMER-NUM
           MOVE ZERO                TO COI-POLICY-NUM
           MOVE CA-CLAIM-NUM        TO COI-CLAIM-NUM
           MOVE ' CALL LGCOIC01 ' TO EM-SQLREQ
           CALL LGCOIC01 USING COI-REQUEST
           EVALUATE COI-RC
             WHEN '00'
               CONTINUE
             WHEN '01'
               MOVE '09' TO CA-RETURN-CODE
             WHEN OTHER
               MOVE COI-SQLCODE TO SQLCODE
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
           EXIT.
       CHECK-AUTHORITY-LIMIT.
           EXEC CICS ASSIGN USERID(WS-OPERATOR-ID)
                     RESP(WS-AUTH-RESP)
             MOVE ' FETCH  CLCURSOR' TO EM-SQLREQ
             EXEC SQL
               FETCH CLAIM_CURSOR
               INTO  :DB2-CLAIM-LASTCHANGED,
                     :DB2-OLD-CLAIM-STATUS,
                     :DB2-AVG-SECTION,
                     :DB2-FULLVALUE-INT,
                     :DB2-VAT-AMOUNT,
                     :DB2-RIN-CLAIMTYPE,
                     :DB2-RIN-LOCSEQ,
                     :DB2-RIN-PERIL,
                     :DB2-XS-APPLIED
             END-EXEC
             IF SQLCODE = 0
               IF CA-CLAIM-LASTCHANGED EQUAL TO DB2-CLAIM-LASTCHANGED
                 MOVE CA-CLAIM-AMOUNT      TO DB2-CLAIMAMOUNT-INT
                 MOVE CA-CLAIM-SETTLED-AMT TO DB2-SETTLEDAMT-INT
                 MOVE ZERO TO DB2-AVG-SUMINS-INT
                 MOVE ZERO TO DB2-AVG-REDUCTION
                 MOVE ZERO TO DB2-AVG-PCT
                 IF WS-AVG-SHAPE
                   PERFORM RECORD-FULL-VALUE
                 END-IF
                 MOVE ZERO TO DB2-VAT-RECOV
                 IF WS-VAT-SHAPE
                   PERFORM RECORD-VAT-CONTENT
                 END-IF
                 IF WS-RIN-SHAPE
                   PERFORM RECORD-LOSS-LOCATION
                 END-IF
                 IF CA-CLAIM-STATUS EQUAL 'S'
                   PERFORM APPLY-POLICY-EXCESS
                     THRU APPLY-POLICY-EXCESS-EXIT
                         SETTLEDAMOUNT  = :DB2-SETTLEDAMT-INT,
                         SETTLEDDATE    = :CA-CLAIM-SETTLED-DT,
                         CATEVENTCODE   = :CA-CLAIM-EVENT-CODE,
                         AVGSECTION     = :DB2-AVG-SECTION,
                         FULLVALUE      = :DB2-FULLVALUE-INT,
                         AVGSUMINSURED  = :DB2-AVG-SUMINS-INT,
                         AVGREDUCTION   = :DB2-AVG-REDUCTION,
                         AVGPROPORTION  = :DB2-AVG-PCT,
                         VATAMOUNT      = :DB2-VAT-AMOUNT,
                         VATRECOVERABLE = :DB2-VAT-RECOV,
                         LOCSEQ         = :DB2-RIN-LOCSEQ,
                         LOSSPERIL      = :DB2-RIN-PERIL,
                         EXCESSAPPLIED  = :DB2-XS-APPLIED,
                         LASTCHANGED    = CURRENT TIMESTAMP
                     WHERE CURRENT OF CLAIM_CURSOR
                 END-EXEC
                   IF CA-CLAIM-STATUS EQUAL 'S'
                     PERFORM INDEX-SETTLEMENT-LETTER
                       THRU INDEX-SETTLEMENT-LETTER-EXIT
                     IF DB2-OLD-CLAIM-STATUS NOT EQUAL 'S' AND
                        DB2-POLICYTYPE EQUAL 'C'
                       PERFORM ERODE-SUM-INSURED
                         THRU ERODE-SUM-INSURED-EXIT
                     END-IF
                     IF DB2-OLD-CLAIM-STATUS NOT EQUAL 'S' AND
                        CA-RETURN-CODE EQUAL '00'
                       PERFORM QUEUE-SATISFACTION-SURVEY
                         THRU QUEUE-SATISFACTION-SURVEY-EXIT
                     END-IF
                   END-IF
                 END-IF
                 END-IF
           END-IF.
           PERFORM CLOSE-CLCURSOR.
           EXIT.
      *  A SECTION OF 'B' OR 'C' KEYED ON THE CLAIM REPLACES WHAT THE
      *  ROW HOLDS; ANY OTHER VALUE LEAVES THE ROW'S FIGURES ALONE, SO
      *  A SETTLEMENT RE-DRIVEN BY LGAPP01 USES THE STORED VALUE
       RECORD-FULL-VALUE.
           IF CA-CLAIM-AVG-SECTION EQUAL 'B' OR
              CA-CLAIM-AVG-SECTION EQUAL 'C'
             MOVE CA-CLAIM-AVG-SECTION TO DB2-AVG-SECTION
             MOVE CA-CLAIM-FULL-VALUE  TO DB2-FULLVALUE-INT
           END-IF
           MOVE ZERO TO CA-CLAIM-AVG-REDUCTION
           MOVE ZERO TO CA-CLAIM-AVG-PCT.
           EXIT.
      *  A VAT FIGURE KEYED ON THE CLAIM REPLACES THE ONE THE ROW
      *  HOLDS; ZERO LEAVES IT ALONE, AS FOR THE FULL VALUE ABOVE
       RECORD-VAT-CONTENT.
           IF CA-CLAIM-VAT-AMT NUMERIC AND
              CA-CLAIM-VAT-AMT GREATER THAN ZERO
             MOVE CA-CLAIM-VAT-AMT TO DB2-VAT-AMOUNT
           END-IF
           MOVE ZERO TO CA-CLAIM-VAT-RECOV.
           EXIT.
      *  A LOCATION AND PERIL KEYED ON THE CLAIM REPLACE WHAT THE ROW
      *  HOLDS; A ZERO LOCATION LEAVES THEM ALONE, AS ABOVE
       RECORD-LOSS-LOCATION.
           IF CA-CLAIM-LOC-SEQ NUMERIC AND
              CA-CLAIM-LOC-SEQ GREATER THAN ZERO
             MOVE CA-CLAIM-LOC-SEQ TO DB2-RIN-LOCSEQ
             MOVE CA-CLAIM-PERIL   TO DB2-RIN-PERIL
           END-IF
           MOVE ZERO TO CA-CLAIM-REINST-PREM.
           EXIT.
      *  THE POLICY EXCESS IS NETTED OFF THE KEYED (GROSS)
      *  SETTLEMENT AUTOMATICALLY.  THE KEYED AMOUNT IS RETURNED AS
      *  GROSS AND THE STORED AMOUNT AS NET; ONLY A SUPERVISOR
           IF SQLCODE EQUAL 100
             MOVE ZERO TO DB2-EXCESS-INT
           END-IF
           MOVE DB2-EXCESS-INT TO WS-XS-DUE
           IF WS-XS-DUE GREATER THAN ZERO
             PERFORM APPLY-INCIDENT-EXCESS
               THRU APPLY-INCIDENT-EXCESS-EXIT
             IF CA-RETURN-CODE NOT EQUAL '00'
               GO TO APPLY-POLICY-EXCESS-EXIT
             END-IF
           END-IF
           MOVE CA-CLAIM-SETTLED-AMT TO WS-AVG-GROSS
           IF DB2-POLICYTYPE EQUAL 'C'
             PERFORM APPLY-VAT-RECOVERY THRU APPLY-VAT-RECOVERY-EXIT
             IF CA-RETURN-CODE NOT EQUAL '00'
               GO TO APPLY-POLICY-EXCESS-EXIT
             END-IF
           END-IF
           IF DB2-POLICYTYPE EQUAL 'H' AND
              DB2-FULLVALUE-INT GREATER THAN ZERO AND
              (DB2-AVG-SECTION EQUAL 'B' OR DB2-AVG-SECTION EQUAL 'C')
             PERFORM APPLY-AVERAGE THRU APPLY-AVERAGE-EXIT
             IF CA-RETURN-CODE NOT EQUAL '00'
               GO TO APPLY-POLICY-EXCESS-EXIT
             END-IF
           END-IF
           MOVE WS-AVG-GROSS TO DB2-SETTLEDAMT-INT
           IF CA-CLAIM-OVERRIDE NOT EQUAL 'Y'
             COMPUTE DB2-SETTLEDAMT-INT =
                 WS-AVG-GROSS - WS-XS-DUE
             IF DB2-SETTLEDAMT-INT LESS THAN ZERO
               MOVE ZERO TO DB2-SETTLEDAMT-INT
             END-IF
           END-IF
           COMPUTE DB2-XS-APPLIED = WS-AVG-GROSS - DB2-SETTLEDAMT-INT
           IF DB2-XS-APPLIED LESS THAN ZERO
             MOVE ZERO TO DB2-XS-APPLIED
           END-IF
      *  WHATEVER HAS ALREADY GONE OUT AS PAYMENTS ON ACCOUNT
      *  (LGINTP01) COMES OFF THE FINAL CHEQUE AUTOMATICALLY - THE
      *  CUSTOMER WAS PAID EARLY, NOT TWICE
           MOVE DB2-SETTLEDAMT-INT TO CA-CLAIM-NET-AMT.
       APPLY-POLICY-EXCESS-EXIT.
           EXIT.
      *  A CLAIM OUTSIDE ANY INCIDENT, OR ON A WORDING THAT TAKES THE
      *  EXCESS CLAIM BY CLAIM, BEARS THE FULL POLICY EXCESS
       APPLY-INCIDENT-EXCESS.
           MOVE ZERO TO DB2-INC-NUM-INT
           MOVE 'N'  TO DB2-INC-BASIS
           MOVE ' SELECT INCBAS ' TO EM-SQLREQ
           EXEC SQL
             SELECT COALESCE(C.INCIDENTNUMBER, 0),
                    COALESCE(W.INCIDENTBASIS, 'N')
               INTO :DB2-INC-NUM-INT,
                    :DB2-INC-BASIS
               FROM CLAIM C
                    INNER JOIN POLICY P
                      ON P.POLICYNUMBER = C.POLICYNUMBER
                    LEFT OUTER JOIN WORDINGEDITION W
                      ON W.POLICYTYPE  = P.POLICYTYPE
                     AND W.EDITIONCODE = P.WORDINGEDITION
               WHERE C.CLAIMNUMBER = :DB2-CLAIMNUM-INT
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO APPLY-INCIDENT-EXCESS-EXIT
           END-IF
           IF DB2-INC-NUM-INT EQUAL ZERO OR
              DB2-INC-BASIS NOT EQUAL 'Y'
             GO TO APPLY-INCIDENT-EXCESS-EXIT
           END-IF
           MOVE ' SELECT INCXS  ' TO EM-SQLREQ
           EXEC SQL
             SELECT COALESCE(SUM(COALESCE(C.EXCESSAPPLIED, 0)), 0) +
                    COALESCE(( SELECT SUM(X.EXCESSAMOUNT)
                                 FROM EXCESSRECEIVABLE X,
                                      CLAIM D
                                WHERE X.CLAIMNUMBER    = D.CLAIMNUMBER
                                  AND D.INCIDENTNUMBER =
                                      :DB2-INC-NUM-INT
                                  AND D.CLAIMNUMBER   <>
                                      :DB2-CLAIMNUM-INT ), 0)
               INTO :DB2-INC-XS-TAKEN
               FROM CLAIM C
               WHERE C.INCIDENTNUMBER = :DB2-INC-NUM-INT
                 AND C.CLAIMNUMBER   <> :DB2-CLAIMNUM-INT
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO APPLY-INCIDENT-EXCESS-EXIT
           END-IF
           SUBTRACT DB2-INC-XS-TAKEN FROM WS-XS-DUE
           IF WS-XS-DUE LESS THAN ZERO
             MOVE ZERO TO WS-XS-DUE
           END-IF.
       APPLY-INCIDENT-EXCESS-EXIT.
           EXIT.
      *  THE SUM INSURED OF THE CLAIMED SECTION IS COMPARED WITH THE
      *  ASSESSED FULL VALUE.  A POLICY KEYED BEFORE THE SPLIT SUMS
      *  HAS ONLY THE COMBINED VALUE, WHICH STANDS IN FOR EITHER.
      *  WITHIN TOLERANCE THE LOSS IS PAID IN FULL; THE SUM INSURED
      *  IS STILL HELD SO THE REPORT CAN SHOW THE SHORTFALL
       APPLY-AVERAGE.
           MOVE ' SELECT HSUMINS' TO EM-SQLREQ
           EXEC SQL
             SELECT COALESCE(BUILDINGSSUM, 0),
                    COALESCE(CONTENTSSUM, 0),
                    COALESCE(VALUE, 0)
               INTO :DB2-AVG-BSUM-INT,
                    :DB2-AVG-CSUM-INT,
                    :DB2-AVG-VALUE-INT
               FROM HOUSE
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC
           IF SQLCODE EQUAL 100
             GO TO APPLY-AVERAGE-EXIT
           END-IF
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO APPLY-AVERAGE-EXIT
           END-IF
           IF DB2-AVG-SECTION EQUAL 'B'
             MOVE DB2-AVG-BSUM-INT TO DB2-AVG-SUMINS-INT
           ELSE
             MOVE DB2-AVG-CSUM-INT TO DB2-AVG-SUMINS-INT
           END-IF
           IF DB2-AVG-SUMINS-INT EQUAL ZERO
             MOVE DB2-AVG-VALUE-INT TO DB2-AVG-SUMINS-INT
           END-IF
           IF DB2-AVG-SUMINS-INT EQUAL ZERO
             GO TO APPLY-AVERAGE-EXIT
           END-IF
           MOVE ' SELECT PRODCFG' TO EM-SQLREQ
           EXEC SQL
             SELECT CONFIGVALUE
               INTO :DB2-CONFIG-VALUE
               FROM PRODUCTCONFIG
               WHERE POLICYTYPE = 'H'
                 AND CONFIGKEY  = 'AVGTOLPCT   '
                 AND EFFECTIVEDATE =
                     ( SELECT MAX(EFFECTIVEDATE)
                         FROM PRODUCTCONFIG
                        WHERE POLICYTYPE = 'H'
                          AND CONFIGKEY  = 'AVGTOLPCT   '
                          AND EFFECTIVEDATE <= CURRENT DATE )
           END-EXEC
           IF SQLCODE EQUAL 0
             MOVE DB2-CONFIG-VALUE TO WS-AVG-TOLERANCE-PCT
           END-IF
           COMPUTE WS-AVG-THRESHOLD ROUNDED =
               DB2-FULLVALUE-INT * (100 - WS-AVG-TOLERANCE-PCT) / 100
           IF DB2-AVG-SUMINS-INT NOT LESS THAN WS-AVG-THRESHOLD
             GO TO APPLY-AVERAGE-EXIT
           END-IF
           COMPUTE DB2-AVG-PCT ROUNDED =
               DB2-AVG-SUMINS-INT * 100 / DB2-FULLVALUE-INT
           COMPUTE WS-AVG-GROSS ROUNDED =
               CA-CLAIM-SETTLED-AMT * DB2-AVG-SUMINS-INT
                                    / DB2-FULLVALUE-INT
           COMPUTE DB2-AVG-REDUCTION =
               CA-CLAIM-SETTLED-AMT - WS-AVG-GROSS
           IF WS-AVG-SHAPE
             MOVE DB2-AVG-REDUCTION TO CA-CLAIM-AVG-REDUCTION
             MOVE DB2-AVG-PCT       TO CA-CLAIM-AVG-PCT
           END-IF.
       APPLY-AVERAGE-EXIT.
           EXIT.
      *  THE VAT THE POLICYHOLDER CAN RECLAIM FROM HMRC IS NOT PART
      *  OF ITS LOSS.  WITH NO VAT KEYED, THE VAT ON THE APPROVED
      *  REPAIRER INVOICES STANDS IN.  VAT ABOVE THE SETTLEMENT
      *  ITSELF CANNOT BE RIGHT AND IS SENT BACK (RC 95).
       APPLY-VAT-RECOVERY.
           MOVE ' SELECT VATSTAT' TO EM-SQLREQ
           EXEC SQL
             SELECT COALESCE(VATSTATUS, 'N'),
                    COALESCE(VATRECOVPCT, 0)
               INTO :DB2-VAT-STATUS,
                    :DB2-VAT-RECOV-PCT
               FROM COMMERCIAL
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC
           IF SQLCODE EQUAL 100
             GO TO APPLY-VAT-RECOVERY-EXIT
           END-IF
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO APPLY-VAT-RECOVERY-EXIT
           END-IF
           IF DB2-VAT-STATUS NOT EQUAL 'R' AND
              DB2-VAT-STATUS NOT EQUAL 'P'
             GO TO APPLY-VAT-RECOVERY-EXIT
           END-IF
           IF DB2-VAT-STATUS EQUAL 'R'
             MOVE 100 TO DB2-VAT-RECOV-PCT
           END-IF
           IF DB2-VAT-AMOUNT EQUAL ZERO
             MOVE ' SELECT INVVAT ' TO EM-SQLREQ
             EXEC SQL
               SELECT COALESCE(SUM(VATAMOUNT), 0)
                 INTO :DB2-VAT-AMOUNT
                 FROM REPAIRERINVOICE
                 WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
                   AND STATUS      = 'A'
             END-EXEC
             IF SQLCODE NOT EQUAL 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO APPLY-VAT-RECOVERY-EXIT
             END-IF
           END-IF
           IF DB2-VAT-AMOUNT GREATER THAN CA-CLAIM-SETTLED-AMT
             MOVE '95' TO CA-RETURN-CODE
             GO TO APPLY-VAT-RECOVERY-EXIT
           END-IF
           COMPUTE DB2-VAT-RECOV ROUNDED =
               DB2-VAT-AMOUNT * DB2-VAT-RECOV-PCT / 100
           SUBTRACT DB2-VAT-RECOV FROM WS-AVG-GROSS
           IF WS-VAT-SHAPE
             MOVE DB2-VAT-RECOV TO CA-CLAIM-VAT-RECOV
           END-IF.
       APPLY-VAT-RECOVERY-EXIT.
           EXIT.
      *  THE LOSS PAID (THE SETTLEMENT PLUS ANY PAYMENTS ON ACCOUNT)
      *  COMES OFF THE LOCATION'S SUM FOR THE PERIL, CAPPED AT WHAT
      *  IS STILL AVAILABLE.  A CLAIM WITH NO LOCATION KEYED, OR A
      *  PERIL THE CLAIM TYPE DOES NOT GIVE, ERODES NOTHING.  NO
      *  PREMIUM (NOTHING OF THE TERM LEFT, OR AN UNPRICED PERIL)
      *  MEANS THE SUM IS REINSTATED FREE STRAIGHT AWAY.  THE
      *  PREMIUM IS RAISED AND NOTIFIED EXACTLY AS LGUPDB01 RAISES A
      *  MID-TERM ADDITIONAL PREMIUM, SO THE PAYER SETTLES IT BY
      *  DIRECT DEBIT OR BY CARD (01CMTA) THE SAME WAY.
       ERODE-SUM-INSURED.
           IF DB2-RIN-PERIL EQUAL SPACE
             EVALUATE DB2-RIN-CLAIMTYPE
               WHEN 'F'
               WHEN 'T'
               WHEN 'W'
                 MOVE DB2-RIN-CLAIMTYPE TO DB2-RIN-PERIL
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF
           IF DB2-RIN-LOCSEQ LESS THAN 1 OR
              DB2-RIN-LOCSEQ GREATER THAN 3
             GO TO ERODE-SUM-INSURED-EXIT
           END-IF
           IF DB2-RIN-PERIL NOT EQUAL 'F' AND
              DB2-RIN-PERIL NOT EQUAL 'T' AND
              DB2-RIN-PERIL NOT EQUAL 'L' AND
              DB2-RIN-PERIL NOT EQUAL 'W'
             GO TO ERODE-SUM-INSURED-EXIT
           END-IF
           MOVE ' SELECT LOCSUM ' TO EM-SQLREQ
           EXEC SQL
             SELECT CASE :DB2-RIN-PERIL
                      WHEN 'F' THEN COALESCE(L.FIRESUM, 0)
                      WHEN 'T' THEN COALESCE(L.CRIMESUM, 0)
                      WHEN 'L' THEN COALESCE(L.FLOODSUM, 0)
                      ELSE COALESCE(L.WEATHERSUM, 0)
                    END,
                    ( SELECT COALESCE(SUM(
                               CASE :DB2-RIN-PERIL
                                 WHEN 'F' THEN A.FIRESUM
                                 WHEN 'T' THEN A.CRIMESUM
                                 WHEN 'L' THEN A.FLOODSUM
                                 ELSE A.WEATHERSUM
                               END), 0)
                        FROM COMMLOCATION A
                       WHERE A.POLICYNUMBER = L.POLICYNUMBER ),
                    CASE :DB2-RIN-PERIL
                      WHEN 'F' THEN COALESCE(B.FIREPREMIUM, 0)
                      WHEN 'T' THEN COALESCE(B.CRIMEPREMIUM, 0)
                      WHEN 'L' THEN COALESCE(B.FLOODPREMIUM, 0)
                      ELSE COALESCE(B.WEATHERPREMIUM, 0)
                    END,
                    P.CUSTOMERNUMBER,
                    DAYS(DATE(P.EXPIRYDATE)) - DAYS(CURRENT DATE),
                    DAYS(DATE(P.EXPIRYDATE)) - DAYS(DATE(P.ISSUEDATE))
               INTO :DB2-RIN-LOC-SUM,
                    :DB2-RIN-PERIL-TOTAL,
                    :DB2-RIN-PERIL-PREMIUM,
                    :DB2-RIN-CUSTOMERNUM-INT,
                    :DB2-RIN-UNEXPIRED,
                    :DB2-RIN-TERM-DAYS
               FROM COMMLOCATION L,
                    COMMERCIAL B,
                    POLICY P
               WHERE L.POLICYNUMBER = :DB2-POLICYNUM-INT
                 AND L.LOCSEQ       = :DB2-RIN-LOCSEQ
                 AND B.POLICYNUMBER = L.POLICYNUMBER
                 AND P.POLICYNUMBER = L.POLICYNUMBER
           END-EXEC
           IF SQLCODE EQUAL 100
             GO TO ERODE-SUM-INSURED-EXIT
           END-IF
           IF SQLCODE NOT EQUAL 0
             GO TO ERODE-SUM-INSURED-FAILED
           END-IF
           MOVE ' SELECT ERODED ' TO EM-SQLREQ
           EXEC SQL
             SELECT COALESCE(SUM(ERODEDAMOUNT), 0)
               INTO :DB2-RIN-OUTSTANDING
               FROM SUMEROSION
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                 AND LOCSEQ       = :DB2-RIN-LOCSEQ
                 AND PERIL        = :DB2-RIN-PERIL
                 AND STATUS       = 'E'
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             GO TO ERODE-SUM-INSURED-FAILED
           END-IF
           COMPUTE DB2-RIN-ERODED =
               DB2-SETTLEDAMT-INT + DB2-INTERIM-TOTAL
           IF DB2-RIN-ERODED GREATER THAN
                 DB2-RIN-LOC-SUM - DB2-RIN-OUTSTANDING
             COMPUTE DB2-RIN-ERODED =
                 DB2-RIN-LOC-SUM - DB2-RIN-OUTSTANDING
           END-IF
           IF DB2-RIN-ERODED NOT GREATER THAN ZERO
             GO TO ERODE-SUM-INSURED-EXIT
           END-IF
           MOVE ZERO TO DB2-RIN-PREMIUM
           IF DB2-RIN-UNEXPIRED GREATER THAN ZERO AND
              DB2-RIN-TERM-DAYS GREATER THAN ZERO AND
              DB2-RIN-PERIL-TOTAL GREATER THAN ZERO
             COMPUTE DB2-RIN-PREMIUM ROUNDED =
                 DB2-RIN-PERIL-PREMIUM * DB2-RIN-ERODED
                                       * DB2-RIN-UNEXPIRED
                 / (DB2-RIN-PERIL-TOTAL * DB2-RIN-TERM-DAYS)
           END-IF
           IF DB2-RIN-PREMIUM GREATER THAN ZERO
             MOVE 'E' TO DB2-RIN-STATUS
           ELSE
             MOVE 'R' TO DB2-RIN-STATUS
           END-IF
           MOVE ' INSERT SUMERO ' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO SUMEROSION
                       ( CLAIMNUMBER,
                         POLICYNUMBER,
                         CUSTOMERNUMBER,
                         LOCSEQ,
                         PERIL,
                         ERODEDAMOUNT,
                         REINSTPREMIUM,
                         STATUS,
                         ERODEDDATE,
                         REINSTATEDDATE,
                         LASTCHANGED )
                VALUES ( :DB2-CLAIMNUM-INT,
                         :DB2-POLICYNUM-INT,
                         :DB2-RIN-CUSTOMERNUM-INT,
                         :DB2-RIN-LOCSEQ,
                         :DB2-RIN-PERIL,
                         :DB2-RIN-ERODED,
                         :DB2-RIN-PREMIUM,
                         :DB2-RIN-STATUS,
                         CURRENT DATE,
                         CASE WHEN :DB2-RIN-STATUS = 'R'
                              THEN CURRENT DATE END,
                         CURRENT TIMESTAMP )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             GO TO ERODE-SUM-INSURED-FAILED
           END-IF
           IF WS-RIN-SHAPE
             MOVE DB2-RIN-PREMIUM TO CA-CLAIM-REINST-PREM
           END-IF
           IF DB2-RIN-PREMIUM EQUAL ZERO
             GO TO ERODE-SUM-INSURED-EXIT
           END-IF
           MOVE ' INSERT RINCOLL' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO PAYMENTCOLLECTION
                       ( POLICYNUMBER,
                         CUSTOMERNUMBER,
                         COLLECTIONAMOUNT,
                         CYCLEDATE,
                         STATUS )
                VALUES ( :DB2-POLICYNUM-INT,
                         :DB2-RIN-CUSTOMERNUM-INT,
                         :DB2-RIN-PREMIUM,
                         CHAR(CURRENT DATE, ISO),
                         'DUE' )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             GO TO ERODE-SUM-INSURED-FAILED
           END-IF
           MOVE 'R'                     TO DDN-ACTION
           MOVE DB2-POLICYNUM-INT       TO DDN-POLICY-NUM
           MOVE DB2-RIN-CUSTOMERNUM-INT TO DDN-CUSTOMER-NUM
           MOVE 'RIN'                   TO DDN-SOURCE
           MOVE 'M'                     TO DDN-COLL-TYPE
           MOVE ZERO                    TO DDN-OLD-AMOUNT
           MOVE DB2-RIN-PREMIUM         TO DDN-NEW-AMOUNT
           MOVE SPACES                  TO DDN-OLD-DATE
           MOVE SPACES                  TO DDN-NEW-DATE
           MOVE ' CALL LGDDAN01' TO EM-SQLREQ
           CALL LGDDAN01 USING DDN-REQUEST
           IF DDN-RC EQUAL '90'
             MOVE DDN-SQLCODE TO SQLCODE
             GO TO ERODE-SUM-INSURED-FAILED
           END-IF
           GO TO ERODE-SUM-INSURED-EXIT.
      *  THE SETTLEMENT MUST NOT STAND WITHOUT ITS EROSION AND
      *  PREMIUM - THE WHOLE UNIT OF WORK IS BACKED OUT
       ERODE-SUM-INSURED-FAILED.
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           MOVE '90' TO CA-RETURN-CODE
           PERFORM WRITE-ERROR-MESSAGE.
       ERODE-SUM-INSURED-EXIT.
           EXIT.
      *  A LATE-KEYED SETTLEMENT MUST NOT LAND IN A MONTH FINANCE
      *  HAS REPORTED - WHEN THE KEYED DATE'S PERIOD IS CLOSED THE
      *  SETTLED DATE BECOMES TODAY (THE OPEN PERIOD) AND THE MOVE
           END-IF.
       INDEX-SETTLEMENT-LETTER-EXIT.
           EXIT.
      *  THE INVITATION IS A CLAIMSURVEY ROW (ONE PER CLAIM - THE
      *  RESPONSE LOAD LGCSAT01 MATCHES AGAINST IT) AND A QUEUED
      *  NOTIFICATION CARRYING THE CLAIM NUMBER AS ITS REFERENCE.
      *  NO CONSENTED SERVICE CHANNEL OR NO CONTACT DETAIL FOR IT
      *  MEANS NO INVITATION.  LIKE THE LETTER INDEX, A FAILURE IS
      *  LOGGED BUT NEVER UNDOES THE SETTLEMENT.
       QUEUE-SATISFACTION-SURVEY.
           MOVE ' SELECT SVYCUST' TO EM-SQLREQ
           EXEC SQL
             SELECT P.CUSTOMERNUMBER,
                    P.POLICYNUMBER,
                    COALESCE(U.EMAILADDRESS, ' '),
                    COALESCE(U.PHONEMOBILE, ' '),
                    COALESCE(C.HANDLERID, ' ')
               INTO :DB2-SVY-CUSTOMERNUM-INT,
                    :DB2-SVY-POLICYNUM-INT,
                    :DB2-SVY-EMAIL,
                    :DB2-SVY-MOBILE,
                    :DB2-SVY-HANDLER-ID
               FROM CLAIM C,
                    POLICY P,
                    CUSTOMER U
              WHERE C.CLAIMNUMBER    = :DB2-CLAIMNUM-INT
                AND P.POLICYNUMBER   = C.POLICYNUMBER
                AND U.CUSTOMERNUMBER = P.CUSTOMERNUMBER
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             PERFORM WRITE-ERROR-MESSAGE
             GO TO QUEUE-SATISFACTION-SURVEY-EXIT
           END-IF
           MOVE ' SELECT CONSENT' TO EM-SQLREQ
           EXEC SQL
             SELECT CHANNEL
               INTO :DB2-SVY-CHANNEL
               FROM CUSTCONSENT
              WHERE CUSTOMERNUMBER = :DB2-SVY-CUSTOMERNUM-INT
                AND COMMTYPE = 'SVC'
                AND CONSENTFLAG = 'Y'
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             IF SQLCODE NOT EQUAL 100
               PERFORM WRITE-ERROR-MESSAGE
             END-IF
             GO TO QUEUE-SATISFACTION-SURVEY-EXIT
           END-IF
           IF DB2-SVY-CHANNEL EQUAL 'S'
             MOVE DB2-SVY-MOBILE TO DB2-SVY-CONTACT
           ELSE
             MOVE DB2-SVY-EMAIL  TO DB2-SVY-CONTACT
           END-IF
           IF DB2-SVY-CONTACT EQUAL SPACES
             GO TO QUEUE-SATISFACTION-SURVEY-EXIT
           END-IF
           MOVE ' INSERT CLMSVY ' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO CLAIMSURVEY
                       ( CLAIMNUMBER,
                         CUSTOMERNUM,
                         POLICYNUM,
                         HANDLERID,
                         CHANNEL,
                         STATUS,
                         INVITEDTIME )
                VALUES ( :DB2-CLAIMNUM-INT,
                         :DB2-SVY-CUSTOMERNUM-INT,
                         :DB2-SVY-POLICYNUM-INT,
                         :DB2-SVY-HANDLER-ID,
                         :DB2-SVY-CHANNEL,
                         'I',
                         CURRENT TIMESTAMP )
           END-EXEC
           Evaluate SQLCODE
             When 0
               CONTINUE
             When -803
               GO TO QUEUE-SATISFACTION-SURVEY-EXIT
             When Other
               PERFORM WRITE-ERROR-MESSAGE
               GO TO QUEUE-SATISFACTION-SURVEY-EXIT
           END-Evaluate
           MOVE CA-CLAIM-NUM TO WS-SVY-NOTIFYREF
           MOVE ' INSERT NOTIFYQ' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO NOTIFICATIONQUEUE
                       ( CUSTOMERNUM,
                         POLICYNUM,
                         EMAILADDRESS,
                         CHANNEL,
                         NOTIFYTYPE,
                         NOTIFYREF,
                         STATUS,
                         QUEUEDTIME )
                VALUES ( :DB2-SVY-CUSTOMERNUM-INT,
                         :DB2-SVY-POLICYNUM-INT,
                         :DB2-SVY-CONTACT,
                         :DB2-SVY-CHANNEL,
                         'CLAIMSURVEY',
                         :WS-SVY-NOTIFYREF,
                         'PENDING',
                         CURRENT TIMESTAMP )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
       QUEUE-SATISFACTION-SURVEY-EXIT.
           EXIT.
       OPEN-CLCURSOR.
           MOVE ' OPEN   CLCURSOR' TO EM-SQLREQ
           EXEC SQL
