           03 WS-CA-HEADER-LEN         PIC S9(4) COMP VALUE +28.
           03 WS-REQUIRED-CA-LEN       PIC S9(4)      VALUE +0.
           COPY LGPOLICY.
      *  A STAFFUSER WITH ROLE 'BRK' IS A BROKER'S OWN USER AND IS
      *  HELD TO THAT BROKER'S BOOK - A CLAIM IS RETURNED ONLY IF THE
      *  POLICY IT IS MADE ON CARRIES THE USER'S BROKERID.  ANY
      *  OTHER CLAIM IS REFUSED WITH 96 AND WRITTEN TO
      *  BROKERSCOPELOG
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
           03 DB2-CLAIMNUM-INT         PIC S9(9) COMP.
           03 DB2-POLICYNUM-INT        PIC S9(9) COMP.
       77  IND-SETTLEDAMT              PIC S9(4) COMP.
       77  IND-SETTLEDDT               PIC S9(4) COMP.
       77  IND-EVENTCODE               PIC S9(4) COMP.
      *  A CALLER WHOSE COMMAREA REACHES THE AVERAGE BLOCK IS GIVEN
      *  THE SECTION, FULL VALUE AND ANY AVERAGE HELD ON THE CLAIM
       01  WS-AVG-FIELDS.
           03 WS-AVG-REQUIRED-LEN      PIC S9(4) COMP VALUE +0.
           03 DB2-FULLVALUE-INT        PIC S9(9) COMP VALUE +0.
           03 DB2-AVG-REDUCTION        PIC S9(9)V99 COMP-3 VALUE +0.
           03 DB2-AVG-PCT              PIC S9(3)V99 COMP-3 VALUE +0.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           EXEC SQL
             EXEC CICS RETURN END-EXEC
           END-IF
           MOVE CA-CLAIM-NUM TO DB2-CLAIMNUM-INT
           PERFORM GET-BROKER-SCOPE
           IF WS-BROKER-USER
             PERFORM CHECK-CLAIM-SCOPE
             IF CA-RETURN-CODE NOT EQUAL '00'
               EXEC CICS RETURN END-EXEC
             END-IF
           END-IF
           PERFORM GET-CLAIM-INFO.
           IF CA-RETURN-CODE EQUAL '00'
             PERFORM GET-CLAIM-CUSTOMER
             MOVE DB2-POLICYNUM-INT TO DB2-ACCESS-POLNUM
             MOVE DB2-CLAIMNUM-INT  TO DB2-ACCESS-CLAIMNUM
             PERFORM LOG-STAFF-ACCESS
           END-IF
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
      *  THE CLAIM'S POLICY MUST BE ON THE USER'S BROKERID.  A CLAIM
      *  THAT DOES NOT EXIST IS REFUSED THE SAME WAY, SO A BROKER
      *  CANNOT PROBE OUTSIDE ITS BOOK
       CHECK-CLAIM-SCOPE.
           MOVE ' SELECT SCOPE ' TO EM-SQLREQ
           EXEC SQL
             SELECT COUNT(*)
               INTO :DB2-SCOPE-COUNT
               FROM CLAIM C, POLICY P
              WHERE C.CLAIMNUMBER  = :DB2-CLAIMNUM-INT
                AND P.POLICYNUMBER = C.POLICYNUMBER
                AND P.BROKERID     = :DB2-SCOPE-BROKERID
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           ELSE
             IF DB2-SCOPE-COUNT EQUAL 0
               MOVE '96' TO CA-RETURN-CODE
               MOVE 0                TO DB2-SCOPE-CUSTNUM
               MOVE 0                TO DB2-SCOPE-POLNUM
               MOVE DB2-CLAIMNUM-INT TO DB2-SCOPE-CLAIMNUM
               PERFORM LOG-SCOPE-REFUSAL
             END-IF
           END-IF.
           EXIT.
       GET-CLAIM-INFO.
           MOVE ' SELECT CLAIM' TO EM-SQLREQ
           EXEC SQL
                 MOVE SPACES TO CA-CLAIM-EVENT-CODE
               END-IF
               MOVE '00' TO CA-RETURN-CODE
               MOVE WS-CA-HEADER-LEN  TO WS-AVG-REQUIRED-LEN
               ADD WS-FULL-CLAIM-LEN  TO WS-AVG-REQUIRED-LEN
               ADD WS-FULL-CLAVG-LEN  TO WS-AVG-REQUIRED-LEN
               IF EIBCALEN NOT LESS THAN WS-AVG-REQUIRED-LEN
                 PERFORM GET-CLAIM-AVERAGE
               END-IF
             When 100
               MOVE '01' TO CA-RETURN-CODE
             When Other
               PERFORM WRITE-ERROR-MESSAGE
           END-Evaluate.
           EXIT.
      *  THE CLAIM CARRIES ONLY ITS POLICY; THE CUSTOMER IS TAKEN
      *  FROM THE POLICY SO THE ACCESS IS FOUND UNDER THE CUSTOMER -
      *  OR FROM THE CLAIM'S ORIGINAL INSURED WHERE THE POLICY HAS
      *  SINCE CHANGED HOLDER
       GET-CLAIM-CUSTOMER.
           MOVE 0 TO DB2-ACCESS-CUSTNUM
           EXEC SQL
             SELECT COALESCE(C.INSUREDCUSTNUM, P.CUSTOMERNUMBER)
               INTO :DB2-ACCESS-CUSTNUM
               FROM CLAIM C,
                    POLICY P
              WHERE C.CLAIMNUMBER  = :DB2-CLAIMNUM-INT
                AND P.POLICYNUMBER = C.POLICYNUMBER
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE 0 TO DB2-ACCESS-CUSTNUM
           END-IF.
           EXIT.
       GET-CLAIM-AVERAGE.
           MOVE ' SELECT CLMAVG' TO EM-SQLREQ
           EXEC SQL
               SELECT COALESCE(AVGSECTION, ' '),
                      COALESCE(FULLVALUE, 0),
                      COALESCE(AVGREDUCTION, 0),
                      COALESCE(AVGPROPORTION, 0)
                 INTO :CA-CLAIM-AVG-SECTION,
                      :DB2-FULLVALUE-INT,
                      :DB2-AVG-REDUCTION,
                      :DB2-AVG-PCT
                 FROM CLAIM
                WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           ELSE
             MOVE DB2-FULLVALUE-INT TO CA-CLAIM-FULL-VALUE
             MOVE DB2-AVG-REDUCTION TO CA-CLAIM-AVG-REDUCTION
             MOVE DB2-AVG-PCT       TO CA-CLAIM-AVG-PCT
           END-IF.
           EXIT.
       WRITE-ERROR-MESSAGE.
           MOVE SQLCODE TO EM-SQLRC
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
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
                VALUES ( 'LGICLM01',
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
                VALUES ( 'LGICLM01',
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
