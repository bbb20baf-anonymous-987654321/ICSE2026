          03 DB2-ELAPSED-YEARS         PIC S9(4) COMP.
       01  DB2-WITHPROFITS             PIC X(01).
       01  DB2-POLICY-STATUS           PIC X(01).
       01  DB2-PAIDUP-FLAG             PIC X(01).
       01  DB2-PAYEENAME               PIC X(30) VALUE SPACES.
       01  DB2-PAYEEREF                PIC X(20) VALUE SPACES.
       01  DB2-CONSENT-FLAG            PIC X(01) VALUE 'N'.
       01  WS-SURRENDER-VALUE          PIC S9(9)V99 COMP-3.
       01  DB2-BONUS-SUM               PIC S9(9)V99 COMP-3.
       01  DB2-LOAN-OUTSTANDING        PIC S9(9)V99 COMP-3.
             WHEN '01XSUR'
               PERFORM COMPUTE-SURRENDER-VALUE
                   THRU COMPUTE-SURRENDER-VALUE-EXIT
               IF CA-RETURN-CODE EQUAL '00'
                 PERFORM CHECK-ASSIGNEE
               END-IF
               IF CA-RETURN-CODE EQUAL '00'
                 PERFORM PROCESS-SURRENDER
               END-IF
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
             GO TO COMPUTE-SURRENDER-VALUE-EXIT
           END-IF
      *    A PAID-UP POLICY'S REDUCED SUM ASSURED ALREADY REFLECTS
      *    THE PREMIUMS PAID, SO IT IS TAKEN AS FULLY ACCRUED
           IF DB2-ELAPSED-YEARS GREATER THAN DB2-TERM-SINT OR
              DB2-PAIDUP-FLAG EQUAL 'Y'
             MOVE DB2-TERM-SINT TO DB2-ELAPSED-YEARS
           END-IF
           COMPUTE WS-SURRENDER-VALUE ROUNDED =
           MOVE '00' TO CA-RETURN-CODE.
       COMPUTE-SURRENDER-VALUE-EXIT.
           EXIT.
      *  AN ENDOWMENT ASSIGNED TO A MORTGAGE LENDER (LGASGN01) MAY
      *  ONLY BE SURRENDERED WITH THE ASSIGNEE'S RECORDED CONSENT,
      *  AND THE PROCEEDS ARE THEN PAID TO THE ASSIGNEE
       CHECK-ASSIGNEE.
           MOVE ' SELECT ASSIGN ' TO EM-SQLREQ
           EXEC SQL
             SELECT LENDERNAME,
                    LENDERREF,
                    CASE WHEN CONSENTDATE IS NOT NULL
                          AND CONSENTTYPE IN ('S', 'A')
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
      *  SURRENDER CLOSES THE POLICY WITH ITS OWN STATUS 'S' -
      *  DISTINCT FROM CANCELLATION - AND BOOKS THE QUOTED VALUE AS
      *  A PAYOUT-DUE RECORD (TYPE 'S') FOR THE PAYMENT RUN
                         PAYOUTTYPE,
                         MATURITYDATE,
                         STATUS,
                         PAYEENAME,
                         PAYEEREF,
                         LASTCHANGED )
                VALUES ( :DB2-POLICYNUM-INT,
                         :DB2-CUSTOMERNUM-INT,
                         'S',
                         CHAR(CURRENT DATE, ISO),
                         'DUE',
                         :DB2-PAYEENAME,
                         :DB2-PAYEEREF,
                         CURRENT TIMESTAMP )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
