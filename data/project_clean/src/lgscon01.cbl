       PROCESS SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGSCON01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'LGSCON01------WS'.
           03 WS-TRANSID               PIC X(4).
           03 WS-TERMID                PIC X(4).
           03 WS-TASKNUM               PIC 9(7).
           03 WS-FILLER                PIC X.
           03 WS-ADDR-DFHCOMMAREA      USAGE is POINTER.
           03 WS-CALEN                 PIC S9(4) COMP.
       01  WS-ABSTIME                  PIC S9(8) COMP VALUE +0.
       01  WS-TIME                     PIC X(8)  VALUE SPACES.
       01  WS-DATE                     PIC X(10) VALUE SPACES.
       01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
       01  WS-RESP                     PIC S9(8) COMP VALUE +0.
       01  ERROR-MSG.
           03 EM-DATE                  PIC X(8)  VALUE SPACES.
           03 FILLER                   PIC X     VALUE SPACES.
           03 EM-TIME                  PIC X(6)  VALUE SPACES.
           03 FILLER                   PIC X(9)  VALUE ' LGSCON01'.
           03 EM-VARIABLE.
             05 FILLER                 PIC X(6)  VALUE ' CNUM='.
             05 EM-CUSNUM              PIC X(10)  VALUE SPACES.
             05 FILLER                 PIC X(6)  VALUE ' PNUM='.
             05 EM-POLNUM              PIC X(10)  VALUE SPACES.
             05 EM-SQLREQ              PIC X(16) VALUE SPACES.
             05 FILLER                 PIC X(9)  VALUE ' SQLCODE='.
             05 EM-SQLRC               PIC +9(5) USAGE DISPLAY.
       01  CA-ERROR-MSG.
           03 FILLER                   PIC X(9)  VALUE 'COMMAREA='.
           03 CA-DATA                  PIC X(260) VALUE SPACES.
      *  STAFF DECLARE THEIR OWN CUSTOMER RECORD AND THEIR CONNECTED
      *  PARTIES FOR THEMSELVES; AN ADMINISTRATOR ('ADM') MAY RECORD
      *  ONE FOR ANY OPERATOR AND IS THE ONLY ROLE THAT MAY END ONE,
      *  SO A USER CANNOT LIFT THEIR OWN CONFLICT OF INTEREST BLOCK
      *  (LGCOIC01) BEFORE ACTING ON A CONNECTED RECORD
       01  WS-STAFF-ROLE               PIC X(03) VALUE SPACES.
       01  WS-COMMAREA-LENGTHS.
           03 WS-CA-HEADER-LEN         PIC S9(4) COMP VALUE +28.
           03 WS-REQUIRED-CA-LEN       PIC S9(4) COMP VALUE +0.
           COPY LGPOLICY.
       01  WS-SCN-INDEX                PIC 9(02) VALUE 0.
       01  DB2-SCON-FIELDS.
           03 DB2-SCN-OPERATORID       PIC X(08) VALUE SPACES.
           03 DB2-SCN-CUSTOMERNUM-INT  PIC S9(9) COMP VALUE +0.
           03 DB2-SCN-COUNT            PIC S9(9) COMP VALUE +0.
       01  DB2-SCN-ROW.
           03 DB2-SCN-R-CUSTOMER       PIC S9(9) COMP.
           03 DB2-SCN-R-RELATION       PIC X(01).
           03 DB2-SCN-R-DECLARED       PIC X(10).
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
             DECLARE SCON_CURSOR CURSOR FOR
               SELECT CUSTOMERNUMBER,
                      RELATIONSHIP,
                      CHAR(DECLAREDDATE, ISO)
               FROM STAFFCONNECTION
               WHERE OPERATORID = :DB2-SCN-OPERATORID
                 AND ( ENDDATE IS NULL
                    OR ENDDATE > CURRENT DATE )
               ORDER BY CUSTOMERNUMBER
           END-EXEC.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           EXEC SQL
             INCLUDE LGCMAREA
           END-EXEC.
       PROCEDURE DIVISION.
       MAINLINE SECTION.
           INITIALIZE WS-HEADER.
           MOVE EIBTRNID TO WS-TRANSID.
           MOVE EIBTRMID TO WS-TERMID.
           MOVE EIBTASKN TO WS-TASKNUM.
           MOVE EIBCALEN TO WS-CALEN.
           IF EIBCALEN IS EQUAL TO ZERO
               MOVE ' NO COMMAREA RECEIVED' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS ABEND ABCODE('LGCA') NODUMP END-EXEC
           END-IF
           MOVE '00' TO CA-RETURN-CODE
           SET WS-ADDR-DFHCOMMAREA TO ADDRESS OF DFHCOMMAREA.
           ADD WS-CA-HEADER-LEN  TO WS-REQUIRED-CA-LEN
           ADD WS-FULL-SCN-LEN   TO WS-REQUIRED-CA-LEN
           IF EIBCALEN IS LESS THAN WS-REQUIRED-CA-LEN
             PERFORM LOG-COMMAREA-REJECT
             MOVE '98' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF
           MOVE CA-SCN-CUSTOMER-NUM TO EM-CUSNUM
           PERFORM CHECK-STAFF-AUTHORITY
               THRU CHECK-STAFF-AUTHORITY-EXIT
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           END-IF
           EVALUATE CA-REQUEST-ID
             WHEN '01ASCN'
               PERFORM ADD-CONNECTION THRU ADD-CONNECTION-EXIT
             WHEN '01ESCN'
               PERFORM END-CONNECTION THRU END-CONNECTION-EXIT
             WHEN '01ISCN'
               PERFORM INQUIRE-CONNECTIONS
             WHEN OTHER
               MOVE '99' TO CA-RETURN-CODE
           END-EVALUATE
           EXEC CICS RETURN END-EXEC.
       MAINLINE-EXIT.
           EXIT.
      *  THE OPERATOR DEFAULTS TO THE SIGNED-ON USER.  ONLY AN
      *  ADMINISTRATOR MAY NAME ANOTHER OPERATOR (RC 96)
       CHECK-STAFF-AUTHORITY.
           EXEC CICS ASSIGN USERID(WS-OPERATOR-ID)
                     RESP(WS-RESP)
           END-EXEC
           MOVE SPACES TO WS-STAFF-ROLE
           MOVE ' SELECT STAFF  ' TO EM-SQLREQ
           EXEC SQL
             SELECT STAFFROLE
               INTO :WS-STAFF-ROLE
               FROM STAFFUSER
               WHERE OPERATORID = :WS-OPERATOR-ID
                 AND COALESCE(STATUS, 'A') = 'A'
           END-EXEC
           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO CHECK-STAFF-AUTHORITY-EXIT
           END-IF
           IF CA-SCN-OPERATOR-ID EQUAL SPACES
             MOVE WS-OPERATOR-ID TO CA-SCN-OPERATOR-ID
           END-IF
           IF CA-SCN-OPERATOR-ID NOT EQUAL WS-OPERATOR-ID AND
              WS-STAFF-ROLE NOT EQUAL 'ADM'
             MOVE '96' TO CA-RETURN-CODE
           END-IF
           IF CA-REQUEST-ID EQUAL '01ESCN' AND
              WS-STAFF-ROLE NOT EQUAL 'ADM'
             MOVE '96' TO CA-RETURN-CODE
           END-IF
           MOVE CA-SCN-OPERATOR-ID  TO DB2-SCN-OPERATORID
           MOVE CA-SCN-CUSTOMER-NUM TO DB2-SCN-CUSTOMERNUM-INT.
       CHECK-STAFF-AUTHORITY-EXIT.
           EXIT.
      *  THE OPERATOR MUST BE ON STAFFUSER AND THE CUSTOMER ON FILE
      *  (RC 01).  A DECLARATION ALREADY ACTIVE IS RC 02; ONE THAT
      *  WAS ENDED IS REOPENED FROM TODAY WITH THE NEW RELATIONSHIP
       ADD-CONNECTION.
           IF CA-SCN-RELATIONSHIP NOT EQUAL 'S' AND
              CA-SCN-RELATIONSHIP NOT EQUAL 'F' AND
              CA-SCN-RELATIONSHIP NOT EQUAL 'A'
             MOVE '05' TO CA-RETURN-CODE
             GO TO ADD-CONNECTION-EXIT
           END-IF
           MOVE ' SELECT CUSTSTF' TO EM-SQLREQ
           EXEC SQL
             SELECT COUNT(*)
               INTO :DB2-SCN-COUNT
               FROM CUSTOMER C,
                    STAFFUSER S
               WHERE C.CUSTOMERNUMBER = :DB2-SCN-CUSTOMERNUM-INT
                 AND S.OPERATORID     = :DB2-SCN-OPERATORID
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO ADD-CONNECTION-EXIT
           END-IF
           IF DB2-SCN-COUNT EQUAL ZERO
             MOVE '01' TO CA-RETURN-CODE
             GO TO ADD-CONNECTION-EXIT
           END-IF
           MOVE ' SELECT STFCONN' TO EM-SQLREQ
           EXEC SQL
             SELECT COUNT(*)
               INTO :DB2-SCN-COUNT
               FROM STAFFCONNECTION
               WHERE OPERATORID     = :DB2-SCN-OPERATORID
                 AND CUSTOMERNUMBER = :DB2-SCN-CUSTOMERNUM-INT
                 AND ( ENDDATE IS NULL
                    OR ENDDATE > CURRENT DATE )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO ADD-CONNECTION-EXIT
           END-IF
           IF DB2-SCN-COUNT GREATER THAN ZERO
             MOVE '02' TO CA-RETURN-CODE
             GO TO ADD-CONNECTION-EXIT
           END-IF
           MOVE ' UPDATE STFCONN' TO EM-SQLREQ
           EXEC SQL
             UPDATE STAFFCONNECTION
               SET RELATIONSHIP = :CA-SCN-RELATIONSHIP,
                   DECLAREDDATE = CURRENT DATE,
                   DECLAREDBY   = :WS-OPERATOR-ID,
                   ENDDATE      = NULL
               WHERE OPERATORID     = :DB2-SCN-OPERATORID
                 AND CUSTOMERNUMBER = :DB2-SCN-CUSTOMERNUM-INT
           END-EXEC
           IF SQLCODE EQUAL 0
             GO TO ADD-CONNECTION-EXIT
           END-IF
           IF SQLCODE NOT EQUAL 100
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO ADD-CONNECTION-EXIT
           END-IF
           MOVE ' INSERT STFCONN' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO STAFFCONNECTION
                       ( OPERATORID,
                         CUSTOMERNUMBER,
                         RELATIONSHIP,
                         DECLAREDDATE,
                         DECLAREDBY )
                VALUES ( :DB2-SCN-OPERATORID,
                         :DB2-SCN-CUSTOMERNUM-INT,
                         :CA-SCN-RELATIONSHIP,
                         CURRENT DATE,
                         :WS-OPERATOR-ID )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
       ADD-CONNECTION-EXIT.
           EXIT.
      *  A DECLARATION IS NEVER DELETED - IT IS ENDED TODAY SO THE
      *  COMPLIANCE HISTORY STILL SHOWS IT.  NO ACTIVE DECLARATION
      *  IS RC 01
       END-CONNECTION.
           MOVE ' UPDATE STFCEND' TO EM-SQLREQ
           EXEC SQL
             UPDATE STAFFCONNECTION
               SET ENDDATE = CURRENT DATE
               WHERE OPERATORID     = :DB2-SCN-OPERATORID
                 AND CUSTOMERNUMBER = :DB2-SCN-CUSTOMERNUM-INT
                 AND ( ENDDATE IS NULL
                    OR ENDDATE > CURRENT DATE )
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '01' TO CA-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
       END-CONNECTION-EXIT.
           EXIT.
      *  THE OPERATOR'S FIRST TEN ACTIVE DECLARATIONS
       INQUIRE-CONNECTIONS.
           MOVE ' OPEN   SCNCUR ' TO EM-SQLREQ
           EXEC SQL
             OPEN SCON_CURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             EXEC CICS RETURN END-EXEC
           END-IF
           MOVE ZERO TO CA-SCN-COUNT
           MOVE ZERO TO WS-SCN-INDEX
           PERFORM FETCH-ONE-CONNECTION
               UNTIL SQLCODE NOT EQUAL 0
                  OR WS-SCN-INDEX NOT LESS THAN 10
           MOVE ' CLOSE  SCNCUR ' TO EM-SQLREQ
           EXEC SQL
             CLOSE SCON_CURSOR
           END-EXEC.
           EXIT.
       FETCH-ONE-CONNECTION.
           MOVE ' FETCH  SCNCUR ' TO EM-SQLREQ
           EXEC SQL
             FETCH SCON_CURSOR
               INTO :DB2-SCN-R-CUSTOMER,
                    :DB2-SCN-R-RELATION,
                    :DB2-SCN-R-DECLARED
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-SCN-INDEX
               MOVE DB2-SCN-R-CUSTOMER
                 TO CA-SCN-E-CUSTOMER(WS-SCN-INDEX)
               MOVE DB2-SCN-R-RELATION
                 TO CA-SCN-E-RELATION(WS-SCN-INDEX)
               MOVE DB2-SCN-R-DECLARED
                 TO CA-SCN-E-DECLARED(WS-SCN-INDEX)
               MOVE WS-SCN-INDEX TO CA-SCN-COUNT
             WHEN 100
               CONTINUE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
           EXIT.
       WRITE-ERROR-MESSAGE.
           MOVE SQLCODE TO EM-SQLRC
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     MMDDYYYY(WS-DATE)
                     TIME(WS-TIME)
           END-EXEC
           MOVE WS-DATE TO EM-DATE
           MOVE WS-TIME TO EM-TIME
           EXEC CICS LINK PROGRAM('LGSTSQ')
                     COMMAREA(ERROR-MSG)
                     LENGTH(LENGTH OF ERROR-MSG)
           END-EXEC.
           IF EIBCALEN > 0 THEN
             IF EIBCALEN < 261 THEN
               MOVE DFHCOMMAREA(1:EIBCALEN) TO CA-DATA
               EXEC CICS LINK PROGRAM('LGSTSQ')
                         COMMAREA(CA-ERROR-MSG)
                         LENGTH(LENGTH OF CA-ERROR-MSG)
               END-EXEC
             ELSE
               MOVE DFHCOMMAREA(1:260) TO CA-DATA
               EXEC CICS LINK PROGRAM('LGSTSQ')
                         COMMAREA(CA-ERROR-MSG)
                         LENGTH(LENGTH OF CA-ERROR-MSG)
               END-EXEC
             END-IF
           END-IF.
           EXIT.
       LOG-COMMAREA-REJECT.
           EXEC SQL
             INSERT INTO COMMAREJECT
                       ( ProgramName, TransId, TermId, TaskNum,
                         RequestId, CalenReceived, CalenRequired,
                         RejectTime )
                VALUES ( 'LGSCON01', :WS-TRANSID, :WS-TERMID,
                         :WS-TASKNUM, CA-REQUEST-ID, :WS-CALEN,
                         :WS-REQUIRED-CA-LEN, CURRENT TIMESTAMP )
           END-EXEC.
           EXIT.
