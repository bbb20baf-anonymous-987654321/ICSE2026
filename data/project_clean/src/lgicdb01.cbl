       01  WS-COMMAREA-LENGTHS.
           03 WS-CA-HEADER-LEN         PIC S9(4) COMP VALUE +18.
           03 WS-REQUIRED-CA-LEN       PIC S9(4)      VALUE +0.
      *  A STAFFUSER WITH ROLE 'BRK' IS A BROKER'S OWN USER AND IS
      *  HELD TO THAT BROKER'S BOOK - A CUSTOMER IS RETURNED ONLY
      *  WHEN HOLDING A POLICY ON THE USER'S BROKERID, AND A SEARCH
      *  LISTS ONLY SUCH CUSTOMERS.  ANY OTHER CUSTOMER IS REFUSED
      *  WITH 96 AND WRITTEN TO BROKERSCOPELOG
       01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
       01  WS-STAFF-ROLE               PIC X(03) VALUE SPACES.
       01  WS-RESP                     PIC S9(8) COMP VALUE +0.
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
       01  DB2-IN-INTEGERS.
           03 DB2-CUSTOMERNUMBER-INT   PIC S9(9) COMP.
       01  WS-SEARCH-FIELDS.
                   FROM CUSTOMER
                  WHERE LASTNAME = :DB2-SRCH-LAST-NAME
                    AND POSTCODE = :DB2-SRCH-POSTCODE
                    AND ( :WS-SCOPE-SWITCH = 'N'
                       OR EXISTS
                          ( SELECT 1
                              FROM POLICY P
                             WHERE P.CUSTOMERNUMBER =
                                   CUSTOMER.CUSTOMERNUMBER
                               AND P.BROKERID = :DB2-SCOPE-BROKERID ) )
                  ORDER BY CUSTOMERNUMBER
           END-EXEC.
       LINKAGE SECTION.
             MOVE '98' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF
           PERFORM GET-BROKER-SCOPE
           EVALUATE CA-REQUEST-ID
             WHEN '01ICUS'
               MOVE CA-CUSTOMER-NUM TO DB2-CUSTOMERNUMBER-INT
               MOVE CA-CUSTOMER-NUM TO EM-CUSNUM
               IF WS-BROKER-USER
                 PERFORM CHECK-CUSTOMER-SCOPE
               END-IF
               IF CA-RETURN-CODE EQUAL '00'
                 PERFORM GET-CUSTOMER-INFO
               END-IF
             WHEN '02ICUS'
               PERFORM SEARCH-CUSTOMER-INFO
             WHEN OTHER
                         CURRENT TIMESTAMP )
           END-EXEC.
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
      *  THE CUSTOMER MUST HOLD AT LEAST ONE POLICY ON THE USER'S
      *  BROKERID.  A CUSTOMER THAT DOES NOT EXIST IS REFUSED THE
      *  SAME WAY, SO A BROKER CANNOT PROBE OUTSIDE ITS BOOK
       CHECK-CUSTOMER-SCOPE.
           MOVE ' SELECT SCOPE ' TO EM-SQLREQ
           EXEC SQL
             SELECT COUNT(*)
               INTO :DB2-SCOPE-COUNT
               FROM POLICY
              WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUMBER-INT
                AND BROKERID       = :DB2-SCOPE-BROKERID
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           ELSE
             IF DB2-SCOPE-COUNT EQUAL 0
               MOVE '96' TO CA-RETURN-CODE
               MOVE DB2-CUSTOMERNUMBER-INT TO DB2-SCOPE-CUSTNUM
               MOVE 0                      TO DB2-SCOPE-POLNUM
               MOVE 0                      TO DB2-SCOPE-CLAIMNUM
               PERFORM LOG-SCOPE-REFUSAL
             END-IF
           END-IF.
           EXIT.
       GET-CUSTOMER-INFO.
           EXEC SQL
               SELECT FIRSTNAME,
           Evaluate SQLCODE
             When 0
               MOVE '00' TO CA-RETURN-CODE
               MOVE DB2-CUSTOMERNUMBER-INT TO DB2-ACCESS-CUSTNUM
               PERFORM LOG-STAFF-ACCESS
             When 100
               MOVE '01' TO CA-RETURN-CODE
             When -913
               MOVE CA-SRCH-COUNT TO WS-SRCH-INDEX
               MOVE DB2-SRCH-CUSTNUM-INT
                 TO CA-SRCH-RESULTS(WS-SRCH-INDEX)
               MOVE DB2-SRCH-CUSTNUM-INT TO DB2-ACCESS-CUSTNUM
               PERFORM LOG-STAFF-ACCESS
             WHEN 100
               MOVE 'Y' TO WS-DB2-EOF-SWITCH
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
                VALUES ( 'LGICDB01',
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
                VALUES ( 'LGICDB01',
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
