           03 WS-FILLER                PIC X.
           03 WS-ADDR-DFHCOMMAREA      USAGE is POINTER.
           03 WS-CALEN                 PIC S9(4) COMP.
       01  WS-RESP                     PIC S9(8) COMP.
       01  WS-ABSTIME                  PIC S9(8) COMP VALUE +0.
       01  WS-TIME                     PIC X(8)  VALUE SPACES.
       01  WS-DATE                     PIC X(10) VALUE SPACES.
           COPY LGPOLICY.
       01 DB2-IN-INTEGERS.
          03 DB2-POLICYNUM-INT         PIC S9(9) COMP.
          03 DB2-CUSTOMERNUM-INT       PIC S9(9) COMP.
          03 DB2-PAYMENT-INT           PIC S9(9) COMP.
          03 DB2-INSTALMENT-INT        PIC S9(9)V99 COMP-3.
          03 DB2-DEPOSIT-AMT           PIC S9(7)V99 COMP-3.
          03 DB2-CR-OUTCOME            PIC X(01).
          03 DB2-BUREAU-REF            PIC X(20).
          03 DB2-OLD-OUTCOME           PIC X(01).
          03 DB2-OLD-INSTALMENT        PIC S9(9)V99 COMP-3.
          03 DB2-OLD-NEXTDUE           PIC X(10).
       01  WS-ROW-COUNT                PIC S9(9) COMP VALUE +0.
      *****************************************************************
      *  CREDIT REFERENCE EXCHANGE - THE BUREAU DRIVER PROGRAM OWNS   *
      *  THE NETWORK LEG; THIS PROGRAM SENDS THE APPLICANT AND THE    *
      *  CREDIT ASKED FOR (THE ANNUAL PREMIUM) AND ACTS ON THE        *
      *  ANSWER.  'A' ACCEPT, 'D' DECLINE, 'R' DEPOSIT REQUIRED WITH  *
      *  THE BUREAU'S DEPOSIT PERCENTAGE.                             *
      *****************************************************************
       77  LGCRGW01                    PIC X(8)  VALUE 'LGCRGW01'.
       01  CR-REQUEST-AREA.
           03 CR-CUSTOMER-NUM          PIC 9(10).
           03 CR-FIRST-NAME            PIC X(15).
           03 CR-LAST-NAME             PIC X(20).
           03 CR-DOB                   PIC X(10).
           03 CR-HOUSE-NUM             PIC X(04).
           03 CR-POSTCODE              PIC X(08).
           03 CR-CREDIT-AMOUNT         PIC 9(07)V99.
           03 CR-OUTCOME               PIC X(01).
           03 CR-DEPOSIT-PCT           PIC 9(03)V99.
           03 CR-BUREAU-REF            PIC X(20).
      *  DEPOSIT TAKEN WHEN THE BUREAU ASKS FOR ONE WITHOUT SAYING
      *  HOW MUCH
       77  WS-DEFAULT-DEPOSIT-PCT      PIC S9(3)V99 COMP-3 VALUE 25.00.
      *  A RE-PLAN THAT CHANGES WHAT A DIRECT DEBIT PAYER IS
      *  COLLECTED, OR WHEN, IS NOTIFIED IN ADVANCE - LGDDC01 HOLDS
      *  THE CHANGED INSTALMENT UNTIL THE NOTICE PERIOD HAS RUN
       77  LGDDAN01                    PIC X(8)  VALUE 'LGDDAN01'.
           COPY LGDDAN.
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *  WHEN NONE IS KEYED IT DEFAULTS TO THE ANNUAL PREMIUM SPREAD
      *  EVENLY ACROSS THE FREQUENCY (12 MONTHLY, 4 QUARTERLY, 1
      *  ANNUAL)
      *  MONTHLY AND QUARTERLY PLANS ARE CREDIT - THE BUREAU IS ASKED
      *  FIRST.  A DECLINE COMES BACK RC 93 WITH ANNUAL PAYMENT AS THE
      *  ONLY OFFER; A DEPOSIT-REQUIRED ANSWER RAISES THE DEPOSIT AS
      *  THE FIRST COLLECTION AND SPREADS THE REST OVER THE PLAN.
       ADD-INSTALMENT-PLAN.
           PERFORM VALIDATE-PLAN-REQUEST
               THRU VALIDATE-PLAN-REQUEST-EXIT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO ADD-INSTALMENT-PLAN-EXIT
           END-IF
           IF CA-IPL-FREQUENCY NOT EQUAL 'A'
             PERFORM CREDIT-CHECK THRU CREDIT-CHECK-EXIT
             IF CA-RETURN-CODE NOT EQUAL '00'
               GO TO ADD-INSTALMENT-PLAN-EXIT
             END-IF
           END-IF
           MOVE ' INSERT INSTPLN' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO INSTALMENTPLAN
                         INSTALMENTAMOUNT,
                         NEXTDUEDATE,
                         STATUS,
                         CREDITOUTCOME,
                         CREDITREF,
                         DEPOSITAMOUNT,
                         LASTCHANGED )
                VALUES ( :DB2-POLICYNUM-INT,
                         :CA-IPL-FREQUENCY,
                         :DB2-INSTALMENT-INT,
                         :CA-IPL-NEXT-DUE,
                         'A',
                         :DB2-CR-OUTCOME,
                         :DB2-BUREAU-REF,
                         :DB2-DEPOSIT-AMT,
                         CURRENT TIMESTAMP )
           END-EXEC
           Evaluate SQLCODE
               MOVE '00' TO CA-RETURN-CODE
               MOVE DB2-INSTALMENT-INT TO CA-IPL-AMOUNT
               MOVE 'A' TO CA-IPL-STATUS
               MOVE DB2-CR-OUTCOME     TO CA-IPL-CR-OUTCOME
               MOVE DB2-BUREAU-REF     TO CA-IPL-BUREAU-REF
               MOVE DB2-DEPOSIT-AMT    TO CA-IPL-DEPOSIT
             When -803
               MOVE '92' TO CA-RETURN-CODE
               GO TO ADD-INSTALMENT-PLAN-EXIT
             When Other
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO ADD-INSTALMENT-PLAN-EXIT
           END-Evaluate
           IF DB2-DEPOSIT-AMT GREATER THAN ZERO
             PERFORM RAISE-DEPOSIT
           END-IF.
       ADD-INSTALMENT-PLAN-EXIT.
           EXIT.
      *  MOVING AN ANNUAL (OR DECLINED) PLAN ONTO MONTHLY OR
      *  QUARTERLY INSTALMENTS NEEDS THE SAME CREDIT CHECK AS A NEW
      *  PLAN; A PLAN ALREADY ACCEPTED KEEPS ITS STORED OUTCOME
       UPDATE-INSTALMENT-PLAN.
           PERFORM VALIDATE-PLAN-REQUEST
               THRU VALIDATE-PLAN-REQUEST-EXIT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO UPDATE-INSTALMENT-PLAN-EXIT
           END-IF
           MOVE ' SELECT CRSTATE' TO EM-SQLREQ
           EXEC SQL
             SELECT COALESCE(CREDITOUTCOME, ' '),
                    COALESCE(CREDITREF, ' '),
                    COALESCE(DEPOSITAMOUNT, 0),
                    INSTALMENTAMOUNT,
                    NEXTDUEDATE
               INTO :DB2-OLD-OUTCOME,
                    :DB2-BUREAU-REF,
                    :DB2-DEPOSIT-AMT,
                    :DB2-OLD-INSTALMENT,
                    :DB2-OLD-NEXTDUE
               FROM INSTALMENTPLAN
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE DB2-OLD-OUTCOME TO DB2-CR-OUTCOME
             WHEN 100
               MOVE '01' TO CA-RETURN-CODE
               GO TO UPDATE-INSTALMENT-PLAN-EXIT
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO UPDATE-INSTALMENT-PLAN-EXIT
           END-EVALUATE
           IF CA-IPL-FREQUENCY NOT EQUAL 'A' AND
              DB2-OLD-OUTCOME NOT EQUAL 'A' AND
              DB2-OLD-OUTCOME NOT EQUAL 'R'
             MOVE ZERO TO DB2-DEPOSIT-AMT
             PERFORM CREDIT-CHECK THRU CREDIT-CHECK-EXIT
             IF CA-RETURN-CODE NOT EQUAL '00'
               GO TO UPDATE-INSTALMENT-PLAN-EXIT
             END-IF
             IF DB2-DEPOSIT-AMT GREATER THAN ZERO
               PERFORM RAISE-DEPOSIT
               IF CA-RETURN-CODE NOT EQUAL '00'
                 GO TO UPDATE-INSTALMENT-PLAN-EXIT
               END-IF
             END-IF
           END-IF
           MOVE ' UPDATE INSTPLN' TO EM-SQLREQ
           EXEC SQL
             UPDATE INSTALMENTPLAN
                    INSTALMENTAMOUNT = :DB2-INSTALMENT-INT,
                    NEXTDUEDATE      = :CA-IPL-NEXT-DUE,
                    STATUS           = :CA-IPL-STATUS,
                    CREDITOUTCOME    = :DB2-CR-OUTCOME,
                    CREDITREF        = :DB2-BUREAU-REF,
                    DEPOSITAMOUNT    = :DB2-DEPOSIT-AMT,
                    LASTCHANGED      = CURRENT TIMESTAMP
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC
             When 0
               MOVE '00' TO CA-RETURN-CODE
               MOVE DB2-INSTALMENT-INT TO CA-IPL-AMOUNT
               MOVE DB2-CR-OUTCOME     TO CA-IPL-CR-OUTCOME
               MOVE DB2-BUREAU-REF     TO CA-IPL-BUREAU-REF
               MOVE DB2-DEPOSIT-AMT    TO CA-IPL-DEPOSIT
             When 100
               MOVE '01' TO CA-RETURN-CODE
             When Other
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-Evaluate
           IF CA-RETURN-CODE EQUAL '00' AND
              CA-IPL-STATUS EQUAL 'A'
             PERFORM RAISE-DD-NOTICE
           END-IF.
       UPDATE-INSTALMENT-PLAN-EXIT.
           EXIT.
      *  LGDDAN01 DROPS A RE-PLAN THAT LEAVES THE AMOUNT AND DATE
      *  AS THEY WERE, OR WHOSE PAYER DOES NOT PAY BY DIRECT DEBIT
       RAISE-DD-NOTICE.
           MOVE 'R'                TO DDN-ACTION
           MOVE DB2-POLICYNUM-INT  TO DDN-POLICY-NUM
           MOVE ZERO               TO DDN-CUSTOMER-NUM
           MOVE 'IPL'              TO DDN-SOURCE
           MOVE 'R'                TO DDN-COLL-TYPE
           MOVE DB2-OLD-INSTALMENT TO DDN-OLD-AMOUNT
           MOVE DB2-INSTALMENT-INT TO DDN-NEW-AMOUNT
           MOVE DB2-OLD-NEXTDUE    TO DDN-OLD-DATE
           MOVE CA-IPL-NEXT-DUE    TO DDN-NEW-DATE
           MOVE ' CALL LGDDAN01' TO EM-SQLREQ
           CALL LGDDAN01 USING DDN-REQUEST
           IF DDN-RC EQUAL '90'
             EXEC CICS SYNCPOINT ROLLBACK END-EXEC
             MOVE DDN-SQLCODE TO SQLCODE
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
           EXIT.
       INQUIRE-INSTALMENT-PLAN.
           MOVE ' SELECT INSTPLN' TO EM-SQLREQ
           EXEC SQL
             SELECT FREQUENCY,
                    INSTALMENTAMOUNT,
                    NEXTDUEDATE,
                    STATUS,
                    COALESCE(CREDITOUTCOME, ' '),
                    COALESCE(CREDITREF, ' '),
                    COALESCE(DEPOSITAMOUNT, 0)
               INTO :CA-IPL-FREQUENCY,
                    :DB2-INSTALMENT-INT,
                    :CA-IPL-NEXT-DUE,
                    :CA-IPL-STATUS,
                    :DB2-CR-OUTCOME,
                    :DB2-BUREAU-REF,
                    :DB2-DEPOSIT-AMT
               FROM INSTALMENTPLAN
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC
           Evaluate SQLCODE
             When 0
               MOVE DB2-INSTALMENT-INT TO CA-IPL-AMOUNT
               MOVE DB2-CR-OUTCOME     TO CA-IPL-CR-OUTCOME
               MOVE DB2-BUREAU-REF     TO CA-IPL-BUREAU-REF
               MOVE DB2-DEPOSIT-AMT    TO CA-IPL-DEPOSIT
               MOVE '00' TO CA-RETURN-CODE
             When 100
               MOVE '01' TO CA-RETURN-CODE
             MOVE '95' TO CA-RETURN-CODE
             GO TO VALIDATE-PLAN-REQUEST-EXIT
           END-IF
           MOVE SPACES TO DB2-CR-OUTCOME
           MOVE SPACES TO DB2-BUREAU-REF
           MOVE ZERO   TO DB2-DEPOSIT-AMT
           MOVE ' SELECT POLICY ' TO EM-SQLREQ
           EXEC SQL
             SELECT PAYMENT,
                    CUSTOMERNUMBER
               INTO :DB2-PAYMENT-INT,
                    :DB2-CUSTOMERNUM-INT
               FROM POLICY
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC
           END-IF.
       VALIDATE-PLAN-REQUEST-EXIT.
           EXIT.
       CREDIT-CHECK.
           MOVE DB2-CUSTOMERNUM-INT TO EM-CUSNUM
           MOVE ' SELECT CUST   ' TO EM-SQLREQ
           EXEC SQL
             SELECT FIRSTNAME,
                    LASTNAME,
                    DATEOFBIRTH,
                    COALESCE(HOUSENUMBER, ' '),
                    COALESCE(POSTCODE, ' ')
               INTO :CR-FIRST-NAME,
                    :CR-LAST-NAME,
                    :CR-DOB,
                    :CR-HOUSE-NUM,
                    :CR-POSTCODE
               FROM CUSTOMER
               WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '01' TO CA-RETURN-CODE
               GO TO CREDIT-CHECK-EXIT
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO CREDIT-CHECK-EXIT
           END-EVALUATE
           MOVE DB2-CUSTOMERNUM-INT TO CR-CUSTOMER-NUM
           MOVE DB2-PAYMENT-INT     TO CR-CREDIT-AMOUNT
           MOVE SPACES              TO CR-OUTCOME
           MOVE ZERO                TO CR-DEPOSIT-PCT
           MOVE SPACES              TO CR-BUREAU-REF
           EXEC CICS LINK PROGRAM(LGCRGW01)
                     COMMAREA(CR-REQUEST-AREA)
                     LENGTH(LENGTH OF CR-REQUEST-AREA)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
             MOVE ' LINK LGCRGW01 ' TO EM-SQLREQ
             PERFORM WRITE-ERROR-MESSAGE
             MOVE '91' TO CA-RETURN-CODE
             GO TO CREDIT-CHECK-EXIT
           END-IF
      *    AN ANSWER THE BUREAU DOES NOT DEFINE IS TREATED AS A DECLINE
           IF CR-OUTCOME NOT EQUAL 'A' AND
              CR-OUTCOME NOT EQUAL 'R'
             MOVE 'D' TO CR-OUTCOME
           END-IF
           MOVE CR-OUTCOME    TO DB2-CR-OUTCOME
           MOVE CR-BUREAU-REF TO DB2-BUREAU-REF
           MOVE CR-OUTCOME    TO CA-IPL-CR-OUTCOME
           MOVE CR-BUREAU-REF TO CA-IPL-BUREAU-REF
           MOVE ZERO          TO CA-IPL-DEPOSIT
           PERFORM RECORD-CREDIT-CHECK
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO CREDIT-CHECK-EXIT
           END-IF
           EVALUATE CR-OUTCOME
             WHEN 'D'
               MOVE '93' TO CA-RETURN-CODE
               MOVE 'A'  TO CA-IPL-FREQUENCY
               MOVE DB2-PAYMENT-INT TO CA-IPL-AMOUNT
             WHEN 'R'
               IF CR-DEPOSIT-PCT GREATER THAN ZERO
                 COMPUTE DB2-DEPOSIT-AMT ROUNDED =
                     DB2-PAYMENT-INT * CR-DEPOSIT-PCT / 100
               ELSE
                 COMPUTE DB2-DEPOSIT-AMT ROUNDED =
                     DB2-PAYMENT-INT * WS-DEFAULT-DEPOSIT-PCT / 100
               END-IF
               MOVE DB2-DEPOSIT-AMT TO CA-IPL-DEPOSIT
               IF CA-IPL-AMOUNT EQUAL ZERO
                 IF CA-IPL-FREQUENCY EQUAL 'M'
                   COMPUTE DB2-INSTALMENT-INT ROUNDED =
                       (DB2-PAYMENT-INT - DB2-DEPOSIT-AMT) / 12
                 ELSE
                   COMPUTE DB2-INSTALMENT-INT ROUNDED =
                       (DB2-PAYMENT-INT - DB2-DEPOSIT-AMT) / 4
                 END-IF
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
       CREDIT-CHECK-EXIT.
           EXIT.
      *  EVERY BUREAU ANSWER, WHATEVER THE OUTCOME, IS KEPT ON
      *  CREDITCHECK FOR THE AUDIT TRAIL
       RECORD-CREDIT-CHECK.
           MOVE ' INSERT CRCHECK' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO CREDITCHECK
                       ( POLICYNUMBER,
                         CUSTOMERNUMBER,
                         CREDITREF,
                         CREDITOUTCOME,
                         DEPOSITPCT,
                         FREQUENCY,
                         CHECKTIME )
                VALUES ( :DB2-POLICYNUM-INT,
                         :DB2-CUSTOMERNUM-INT,
                         :CR-BUREAU-REF,
                         :CR-OUTCOME,
                         :CR-DEPOSIT-PCT,
                         :CA-IPL-FREQUENCY,
                         CURRENT TIMESTAMP )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
      *  THE DEPOSIT WAITS AS A 'DUE' COLLECTION FOR THE NEXT DIRECT
      *  DEBIT CYCLE (LGDDC01), AHEAD OF THE FIRST INSTALMENT
       RAISE-DEPOSIT.
           MOVE ' INSERT DEPOSIT' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO PAYMENTCOLLECTION
                       ( POLICYNUMBER,
                         CUSTOMERNUMBER,
                         COLLECTIONAMOUNT,
                         CYCLEDATE,
                         STATUS )
                VALUES ( :DB2-POLICYNUM-INT,
                         :DB2-CUSTOMERNUM-INT,
                         :DB2-DEPOSIT-AMT,
                         CHAR(CURRENT DATE, ISO),
                         'DUE' )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
       WRITE-ERROR-MESSAGE.
           MOVE SQLCODE TO EM-SQLRC
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
