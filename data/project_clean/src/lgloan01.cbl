          03 DB2-ELAPSED-YEARS         PIC S9(4) COMP.
          03 DB2-WITHPROFITS           PIC X(01).
          03 DB2-POLICY-STATUS         PIC X(01).
          03 DB2-PAIDUP-FLAG           PIC X(01).
          03 DB2-BONUS-SUM             PIC S9(9)V99 COMP-3.
          03 DB2-PRINCIPAL             PIC S9(9)V99 COMP-3.
          03 DB2-INTEREST              PIC S9(9)V99 COMP-3.
          03 DB2-LOAN-STATUS           PIC X(01).
          03 DB2-PAYEENAME             PIC X(30).
          03 DB2-PAYEEREF              PIC X(20).
          03 DB2-CONSENT-FLAG          PIC X(01).
          03 DB2-PAYOUT-STATUS         PIC X(03).
       01  WS-SURRENDER-VALUE          PIC S9(9)V99 COMP-3.
       01  WS-LOAN-CAP                 PIC S9(9)V99 COMP-3.
       01  WS-REPAY-LEFT               PIC S9(9)V99 COMP-3.
       77  WS-WP-BONUS-PCT             PIC S9(3)V99 COMP-3 VALUE 2.00.
       77  WS-MIN-ELAPSED-YEARS        PIC S9(4) COMP VALUE +2.
       77  WS-LOAN-CAP-PCT             PIC S9(3)V99 COMP-3 VALUE 80.00.
       77  LGACHG01                    PIC X(8)  VALUE 'LGACHG01'.
           COPY LGACHG.
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
             MOVE '03' TO CA-RETURN-CODE
             GO TO ISSUE-LOAN-EXIT
           END-IF
           PERFORM CHECK-ASSIGNEE
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO ISSUE-LOAN-EXIT
           END-IF
           MOVE CA-LON-AMOUNT TO DB2-PRINCIPAL
           MOVE ' INSERT LOAN   ' TO EM-SQLREQ
           EXEC SQL
             PERFORM WRITE-ERROR-MESSAGE
             GO TO ISSUE-LOAN-EXIT
           END-IF
      *  AN ADVANCE ASKED FOR WHILE A RECENT CHANGE OF CONTACT OR
      *  BANK DETAILS IS UNRELEASED IS BOOKED BUT HELD ('HLD') SO
      *  THE PAYMENT RUN PASSES IT BY UNTIL THE CHANGE IS RELEASED
           MOVE 'DUE' TO DB2-PAYOUT-STATUS
           MOVE 'H'                 TO ACH-ACTION
           MOVE DB2-CUSTOMERNUM-INT TO ACH-CUSTOMER-NUM
           MOVE 'E'                 TO ACH-PAY-TYPE
           MOVE ZERO                TO ACH-CLAIM-NUM
           MOVE ZERO                TO ACH-LINE-SEQ
           MOVE DB2-POLICYNUM-INT   TO ACH-POLICY-NUM
           MOVE DB2-PRINCIPAL       TO ACH-AMOUNT
           MOVE SPACES              TO ACH-RUN-DATE
           MOVE ' CALL LGACHG01 ' TO EM-SQLREQ
           CALL LGACHG01 USING ACH-REQUEST
           IF ACH-RC NOT EQUAL '00'
             MOVE ACH-SQLCODE TO SQLCODE
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO ISSUE-LOAN-EXIT
           END-IF
           IF ACH-RESULT EQUAL 'Y'
             MOVE 'HLD' TO DB2-PAYOUT-STATUS
           END-IF
           MOVE ' INSERT LOANPAY' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO ENDOWPAYOUT
                         PAYOUTTYPE,
                         MATURITYDATE,
                         STATUS,
                         PAYEENAME,
                         PAYEEREF,
                         LASTCHANGED )
                VALUES ( :DB2-POLICYNUM-INT,
                         :DB2-CUSTOMERNUM-INT,
                         :DB2-PRINCIPAL,
                         'L',
                         CHAR(CURRENT DATE, ISO),
                         :DB2-PAYOUT-STATUS,
                         :DB2-PAYEENAME,
                         :DB2-PAYEEREF,
                         CURRENT TIMESTAMP )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE DB2-PRINCIPAL TO CA-LON-PRINCIPAL
             MOVE ZERO          TO CA-LON-INTEREST
             MOVE 'A'           TO CA-LON-STATUS
             IF DB2-PAYOUT-STATUS EQUAL 'HLD'
               MOVE 'H'         TO CA-LON-STATUS
             END-IF
           END-IF.
       ISSUE-LOAN-EXIT.
           EXIT.
      *  A POLICY ASSIGNED TO A MORTGAGE LENDER (LGASGN01) NEEDS THE
      *  ASSIGNEE'S RECORDED CONSENT TO BORROW AGAINST IT, AND THE
      *  ADVANCE IS THEN PAID TO THE ASSIGNEE
       CHECK-ASSIGNEE.
           MOVE ' SELECT ASSIGN ' TO EM-SQLREQ
           EXEC SQL
             SELECT LENDERNAME,
                    LENDERREF,
                    CASE WHEN CONSENTDATE IS NOT NULL
                          AND CONSENTTYPE IN ('L', 'A')
                         THEN 'Y' ELSE 'N' END
               INTO :DB2-PAYEENAME,
                    :DB2-PAYEEREF,
                    :DB2-CONSENT-FLAG
               FROM ENDOWASSIGNEE
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                 AND REASSIGNDATE IS NULL
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               IF DB2-CONSENT-FLAG NOT EQUAL 'Y'
                 MOVE '95' TO CA-RETURN-CODE
               END-IF
             WHEN 100
               MOVE SPACES TO DB2-PAYEENAME
                              DB2-PAYEEREF
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
           EXIT.
       COMPUTE-LOAN-CAP.
           MOVE ' SELECT ENDOW  ' TO EM-SQLREQ
           EXEC SQL
             SELECT P.CUSTOMERNUMBER,
                    COALESCE(P.STATUS, ' '),
                    COALESCE(E.PAIDUPSUMASSURED, E.SUMASSURED),
                    E.TERM,
                    E.WITHPROFITS,
                    YEAR(CURRENT DATE) - YEAR(DATE(P.ISSUEDATE)),
                    CASE WHEN E.PAIDUPSUMASSURED IS NULL
                         THEN 'N' ELSE 'Y' END
               INTO :DB2-CUSTOMERNUM-INT,
                    :DB2-POLICY-STATUS,
                    :DB2-SUMASSURED-INT,
                    :DB2-TERM-SINT,
                    :DB2-WITHPROFITS,
                    :DB2-ELAPSED-YEARS,
                    :DB2-PAIDUP-FLAG
               FROM POLICY P,
                    ENDOWMENT E
               WHERE P.POLICYNUMBER = E.POLICYNUMBER
             MOVE '93' TO CA-RETURN-CODE
             GO TO COMPUTE-LOAN-CAP-EXIT
           END-IF
      *    A PAID-UP POLICY'S REDUCED SUM ASSURED ALREADY REFLECTS
      *    THE PREMIUMS PAID, SO IT IS TAKEN AS FULLY ACCRUED
           IF DB2-ELAPSED-YEARS GREATER THAN DB2-TERM-SINT OR
              DB2-PAIDUP-FLAG EQUAL 'Y'
             MOVE DB2-TERM-SINT TO DB2-ELAPSED-YEARS
           END-IF
           COMPUTE WS-SURRENDER-VALUE ROUNDED =
