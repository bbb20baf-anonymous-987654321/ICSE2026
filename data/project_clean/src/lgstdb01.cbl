           03 WS-CA-HEADER-LEN         PIC S9(4) COMP VALUE +18.
           03 WS-REQUIRED-CA-LEN       PIC S9(4) COMP VALUE +0.
           COPY LGPOLICY.
      *  A STAFFUSER WITH ROLE 'BRK' IS A BROKER'S OWN USER AND IS
      *  HELD TO THAT BROKER'S BOOK - THE STATEMENT IS GIVEN ONLY FOR
      *  A CUSTOMER HOLDING A POLICY ON THE USER'S BROKERID, AND
      *  LISTS ONLY THOSE POLICIES.  ANY OTHER CUSTOMER IS REFUSED
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
       01  DB2-IN-INTEGERS.
           03 DB2-CUSTOMERNUM-INT      PIC S9(9) COMP.
       01  DB2-STMT-ROW.
                        ExpiryDate, Status
                   FROM POLICY
                  WHERE CustomerNumber = :DB2-CUSTOMERNUM-INT
                    AND ( :WS-SCOPE-SWITCH = 'N'
                       OR BrokerId = :DB2-SCOPE-BROKERID )
                  ORDER BY PolicyNumber
           END-EXEC.
       LINKAGE SECTION.
           END-IF
           MOVE CA-CUSTOMER-NUM TO DB2-CUSTOMERNUM-INT
           MOVE CA-CUSTOMER-NUM TO EM-CUSNUM
           PERFORM GET-BROKER-SCOPE
           IF WS-BROKER-USER
             PERFORM CHECK-CUSTOMER-SCOPE
           END-IF
           IF CA-RETURN-CODE EQUAL '00'
             PERFORM BUILD-CUSTOMER-STATEMENT
           END-IF.
           PERFORM LOG-TRANSACTION-TIMING.
           EXEC CICS RETURN END-EXEC.
       MAINLINE-EXIT.
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
              WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
                AND BROKERID       = :DB2-SCOPE-BROKERID
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           ELSE
             IF DB2-SCOPE-COUNT EQUAL 0
               MOVE '96' TO CA-RETURN-CODE
               MOVE DB2-CUSTOMERNUM-INT TO DB2-SCOPE-CUSTNUM
               MOVE 0                   TO DB2-SCOPE-POLNUM
               MOVE 0                   TO DB2-SCOPE-CLAIMNUM
               PERFORM LOG-SCOPE-REFUSAL
             END-IF
           END-IF.
           EXIT.
       BUILD-CUSTOMER-STATEMENT.
           MOVE 0     TO CA-STMT-COUNT
           MOVE 0     TO WS-STMT-INDEX
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
                VALUES ( 'LGSTDB01',
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
       LOG-COMMAREA-REJECT.
           EXEC SQL
             INSERT INTO COMMAREJECT
