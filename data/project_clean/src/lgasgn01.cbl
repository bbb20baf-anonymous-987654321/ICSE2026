       PROCESS SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGASGN01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'LGASGN01------WS'.
           03 WS-TRANSID               PIC X(4).
           03 WS-TERMID                PIC X(4).
           03 WS-TASKNUM               PIC 9(7).
           03 WS-FILLER                PIC X.
           03 WS-ADDR-DFHCOMMAREA      USAGE is POINTER.
           03 WS-CALEN                 PIC S9(4) COMP.
       01  WS-RESP                     PIC S9(8) COMP.
       01  LastDocNum                  PIC S9(8) COMP.
       01  GENAcount                   PIC X(16) VALUE 'GENADOCNUM'.
       01  GENApool                    PIC X(8)  VALUE 'GENA'.
       01  WS-ABSTIME                  PIC S9(8) COMP VALUE +0.
       01  WS-TIME                     PIC X(8)  VALUE SPACES.
       01  WS-DATE                     PIC X(10) VALUE SPACES.
       01  ERROR-MSG.
           03 EM-DATE                  PIC X(8)  VALUE SPACES.
           03 FILLER                   PIC X     VALUE SPACES.
           03 EM-TIME                  PIC X(6)  VALUE SPACES.
           03 FILLER                   PIC X(9)  VALUE ' LGASGN01'.
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
       01  WS-COMMAREA-LENGTHS.
           03 WS-CA-HEADER-LEN         PIC S9(4) COMP VALUE +28.
           03 WS-REQUIRED-CA-LEN       PIC S9(4) COMP VALUE +0.
           COPY LGPOLICY.
       01 DB2-ASSIGN-FIELDS.
          03 DB2-POLICYNUM-INT         PIC S9(9) COMP.
          03 DB2-ASSIGNSEQ-SINT        PIC S9(4) COMP.
          03 DB2-POLICY-STATUS         PIC X(01).
          03 DB2-LENDERNAME            PIC X(30).
          03 DB2-LENDERREF             PIC X(20).
          03 DB2-ASSIGNDATE            PIC X(10).
          03 DB2-REASSIGNDATE          PIC X(10).
          03 DB2-CONSENTTYPE           PIC X(01).
          03 DB2-CONSENTDATE           PIC X(10).
          03 DB2-DOC-TYPE              PIC X(01).
       01  WS-ACTIVE-COUNT             PIC S9(9) COMP VALUE +0.
      *****************************************************************
      *    NOTICE-OF-ASSIGNMENT AND NOTICE-OF-REASSIGNMENT ENTRIES   *
      *    IN THE POLICY DOCUMENT INDEX, NUMBERED FROM THE SAME       *
      *    DOCUMENT COUNTER AS THE POLICY SCHEDULE (LGDOC01)          *
      *****************************************************************
       77  WS-ASSIGN-DOC-TYPE          PIC X(01) VALUE 'A'.
       77  WS-REASSIGN-DOC-TYPE        PIC X(01) VALUE 'R'.
           EXEC SQL
             INCLUDE SQLCA
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
           INITIALIZE DB2-ASSIGN-FIELDS.
           IF EIBCALEN IS EQUAL TO ZERO
               MOVE ' NO COMMAREA RECEIVED' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS ABEND ABCODE('LGCA') NODUMP END-EXEC
           END-IF
           MOVE '00' TO CA-RETURN-CODE
           SET WS-ADDR-DFHCOMMAREA TO ADDRESS OF DFHCOMMAREA.
           ADD WS-CA-HEADER-LEN TO WS-REQUIRED-CA-LEN
           ADD WS-FULL-ASG-LEN  TO WS-REQUIRED-CA-LEN
           IF EIBCALEN IS LESS THAN WS-REQUIRED-CA-LEN
             PERFORM LOG-COMMAREA-REJECT
             MOVE '98' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF
           MOVE CA-ASG-POLICY-NUM TO DB2-POLICYNUM-INT
           MOVE CA-ASG-POLICY-NUM TO EM-POLNUM
           EVALUATE CA-REQUEST-ID
             WHEN '01AASG'
               PERFORM ADD-ASSIGNMENT THRU ADD-ASSIGNMENT-EXIT
             WHEN '01RASG'
               PERFORM REASSIGN-POLICY THRU REASSIGN-POLICY-EXIT
             WHEN '01CASG'
               PERFORM RECORD-CONSENT THRU RECORD-CONSENT-EXIT
             WHEN '01IASG'
               PERFORM INQUIRE-ASSIGNMENT
                   THRU INQUIRE-ASSIGNMENT-EXIT
             WHEN OTHER
               MOVE '99' TO CA-RETURN-CODE
           END-EVALUATE
           EXEC CICS RETURN END-EXEC.
       MAINLINE-EXIT.
           EXIT.
      *  AN ENDOWMENT ASSIGNED TO A MORTGAGE LENDER AS SECURITY.  ONE
      *  ACTIVE ASSIGNMENT PER POLICY - A NEW LENDER NEEDS THE OLD
      *  ONE TO REASSIGN FIRST.  THE ASSIGNMENT DATE DEFAULTS TO
      *  TODAY WHEN THE CALLER LEAVES IT BLANK.
       ADD-ASSIGNMENT.
           IF CA-ASG-LENDER-NAME EQUAL SPACES OR
              CA-ASG-LENDER-REF  EQUAL SPACES
             MOVE '05' TO CA-RETURN-CODE
             GO TO ADD-ASSIGNMENT-EXIT
           END-IF
           MOVE ' SELECT ENDOW  ' TO EM-SQLREQ
           EXEC SQL
             SELECT COALESCE(P.STATUS, ' ')
               INTO :DB2-POLICY-STATUS
               FROM POLICY P,
                    ENDOWMENT E
               WHERE P.POLICYNUMBER = E.POLICYNUMBER
                 AND P.POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '01' TO CA-RETURN-CODE
               GO TO ADD-ASSIGNMENT-EXIT
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO ADD-ASSIGNMENT-EXIT
           END-EVALUATE
           IF DB2-POLICY-STATUS EQUAL 'C' OR 'L' OR 'M' OR
              DB2-POLICY-STATUS EQUAL 'S' OR 'D' OR 'X'
             MOVE '94' TO CA-RETURN-CODE
             GO TO ADD-ASSIGNMENT-EXIT
           END-IF
           MOVE ' SELECT ACTASGN' TO EM-SQLREQ
           MOVE ZERO TO WS-ACTIVE-COUNT
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-ACTIVE-COUNT
               FROM ENDOWASSIGNEE
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                 AND REASSIGNDATE IS NULL
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO ADD-ASSIGNMENT-EXIT
           END-IF
           IF WS-ACTIVE-COUNT GREATER THAN ZERO
             MOVE '02' TO CA-RETURN-CODE
             GO TO ADD-ASSIGNMENT-EXIT
           END-IF
           MOVE ' SELECT ASGNSEQ' TO EM-SQLREQ
           EXEC SQL
             SELECT COALESCE(MAX(ASSIGNSEQ), 0) + 1
               INTO :DB2-ASSIGNSEQ-SINT
               FROM ENDOWASSIGNEE
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO ADD-ASSIGNMENT-EXIT
           END-IF
           MOVE CA-ASG-LENDER-NAME TO DB2-LENDERNAME
           MOVE CA-ASG-LENDER-REF  TO DB2-LENDERREF
           IF CA-ASG-ASSIGN-DATE EQUAL SPACES
             EXEC SQL
               SET :DB2-ASSIGNDATE = CHAR(CURRENT DATE, ISO)
             END-EXEC
           ELSE
             MOVE CA-ASG-ASSIGN-DATE TO DB2-ASSIGNDATE
           END-IF
           MOVE ' INSERT ASSIGN ' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO ENDOWASSIGNEE
                       ( POLICYNUMBER,
                         ASSIGNSEQ,
                         LENDERNAME,
                         LENDERREF,
                         ASSIGNDATE,
                         LASTCHANGED )
                VALUES ( :DB2-POLICYNUM-INT,
                         :DB2-ASSIGNSEQ-SINT,
                         :DB2-LENDERNAME,
                         :DB2-LENDERREF,
                         :DB2-ASSIGNDATE,
                         CURRENT TIMESTAMP )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO ADD-ASSIGNMENT-EXIT
           END-IF
           MOVE WS-ASSIGN-DOC-TYPE TO DB2-DOC-TYPE
           MOVE 'ASN'              TO CA-ASG-DOC-REFERENCE(1:3)
           PERFORM RECORD-NOTICE
           MOVE DB2-ASSIGNSEQ-SINT TO CA-ASG-SEQ
           MOVE DB2-ASSIGNDATE     TO CA-ASG-ASSIGN-DATE
           MOVE SPACES             TO CA-ASG-REASSIGN-DATE
                                      CA-ASG-CONSENT-TYPE
                                      CA-ASG-CONSENT-DATE.
       ADD-ASSIGNMENT-EXIT.
           EXIT.
      *  THE LENDER RELEASES ITS SECURITY (MORTGAGE REDEEMED) - THE
      *  ACTIVE ASSIGNMENT IS CLOSED WITH THE REASSIGNMENT DATE AND
      *  PAYMENTS REVERT TO THE POLICYHOLDER
       REASSIGN-POLICY.
           PERFORM SELECT-ACTIVE-ASSIGNMENT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO REASSIGN-POLICY-EXIT
           END-IF
           IF CA-ASG-REASSIGN-DATE EQUAL SPACES
             EXEC SQL
               SET :DB2-REASSIGNDATE = CHAR(CURRENT DATE, ISO)
             END-EXEC
           ELSE
             MOVE CA-ASG-REASSIGN-DATE TO DB2-REASSIGNDATE
           END-IF
           IF DB2-REASSIGNDATE LESS THAN DB2-ASSIGNDATE
             MOVE '05' TO CA-RETURN-CODE
             GO TO REASSIGN-POLICY-EXIT
           END-IF
           MOVE ' UPDATE REASGN ' TO EM-SQLREQ
           EXEC SQL
             UPDATE ENDOWASSIGNEE
                SET REASSIGNDATE = :DB2-REASSIGNDATE,
                    LASTCHANGED  = CURRENT TIMESTAMP
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                AND ASSIGNSEQ    = :DB2-ASSIGNSEQ-SINT
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO REASSIGN-POLICY-EXIT
           END-IF
           MOVE WS-REASSIGN-DOC-TYPE TO DB2-DOC-TYPE
           MOVE 'RSN'                TO CA-ASG-DOC-REFERENCE(1:3)
           PERFORM RECORD-NOTICE
           PERFORM RETURN-ASSIGNMENT
           MOVE DB2-REASSIGNDATE TO CA-ASG-REASSIGN-DATE.
       REASSIGN-POLICY-EXIT.
           EXIT.
      *  THE ASSIGNEE'S WRITTEN CONSENT TO RELEASE POLICY VALUE.
      *  'S' SURRENDER, 'L' POLICY LOAN, 'M' MATURITY, OR 'A' FOR
      *  ALL THREE.  LGSRND01, LGLOAN01 AND LGEMAT01 WILL NOT PAY
      *  AN ASSIGNED POLICY WITHOUT IT.
       RECORD-CONSENT.
           IF CA-ASG-CONSENT-TYPE NOT EQUAL 'S' AND
              CA-ASG-CONSENT-TYPE NOT EQUAL 'L' AND
              CA-ASG-CONSENT-TYPE NOT EQUAL 'M' AND
              CA-ASG-CONSENT-TYPE NOT EQUAL 'A'
             MOVE '05' TO CA-RETURN-CODE
             GO TO RECORD-CONSENT-EXIT
           END-IF
           PERFORM SELECT-ACTIVE-ASSIGNMENT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO RECORD-CONSENT-EXIT
           END-IF
           MOVE CA-ASG-CONSENT-TYPE TO DB2-CONSENTTYPE
           MOVE ' UPDATE CONSENT' TO EM-SQLREQ
           EXEC SQL
             UPDATE ENDOWASSIGNEE
                SET CONSENTTYPE = :DB2-CONSENTTYPE,
                    CONSENTDATE = CURRENT DATE,
                    LASTCHANGED = CURRENT TIMESTAMP
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                AND ASSIGNSEQ    = :DB2-ASSIGNSEQ-SINT
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO RECORD-CONSENT-EXIT
           END-IF
           EXEC SQL
             SET :DB2-CONSENTDATE = CHAR(CURRENT DATE, ISO)
           END-EXEC
           PERFORM RETURN-ASSIGNMENT.
       RECORD-CONSENT-EXIT.
           EXIT.
      *  THE ACTIVE ASSIGNMENT, OR FAILING THAT THE MOST RECENT ONE
      *  SO THE CALLER CAN SEE WHEN THE POLICY WAS REASSIGNED
       INQUIRE-ASSIGNMENT.
           MOVE ' SELECT ASSIGN ' TO EM-SQLREQ
           EXEC SQL
             SELECT ASSIGNSEQ,
                    LENDERNAME,
                    LENDERREF,
                    CHAR(ASSIGNDATE, ISO),
                    COALESCE(CHAR(REASSIGNDATE, ISO), ' '),
                    COALESCE(CONSENTTYPE, ' '),
                    COALESCE(CHAR(CONSENTDATE, ISO), ' ')
               INTO :DB2-ASSIGNSEQ-SINT,
                    :DB2-LENDERNAME,
                    :DB2-LENDERREF,
                    :DB2-ASSIGNDATE,
                    :DB2-REASSIGNDATE,
                    :DB2-CONSENTTYPE,
                    :DB2-CONSENTDATE
               FROM ENDOWASSIGNEE
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                 AND ASSIGNSEQ =
                     ( SELECT MAX(ASSIGNSEQ)
                         FROM ENDOWASSIGNEE
                        WHERE POLICYNUMBER = :DB2-POLICYNUM-INT )
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               PERFORM RETURN-ASSIGNMENT
               MOVE DB2-REASSIGNDATE TO CA-ASG-REASSIGN-DATE
             WHEN 100
               MOVE '01' TO CA-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
       INQUIRE-ASSIGNMENT-EXIT.
           EXIT.
       SELECT-ACTIVE-ASSIGNMENT.
           MOVE ' SELECT ACTASGN' TO EM-SQLREQ
           EXEC SQL
             SELECT ASSIGNSEQ,
                    LENDERNAME,
                    LENDERREF,
                    CHAR(ASSIGNDATE, ISO),
                    COALESCE(CONSENTTYPE, ' '),
                    COALESCE(CHAR(CONSENTDATE, ISO), ' ')
               INTO :DB2-ASSIGNSEQ-SINT,
                    :DB2-LENDERNAME,
                    :DB2-LENDERREF,
                    :DB2-ASSIGNDATE,
                    :DB2-CONSENTTYPE,
                    :DB2-CONSENTDATE
               FROM ENDOWASSIGNEE
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                 AND REASSIGNDATE IS NULL
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
           EXIT.
       RETURN-ASSIGNMENT.
           MOVE DB2-ASSIGNSEQ-SINT TO CA-ASG-SEQ
           MOVE DB2-LENDERNAME     TO CA-ASG-LENDER-NAME
           MOVE DB2-LENDERREF      TO CA-ASG-LENDER-REF
           MOVE DB2-ASSIGNDATE     TO CA-ASG-ASSIGN-DATE
           MOVE DB2-CONSENTTYPE    TO CA-ASG-CONSENT-TYPE
           MOVE DB2-CONSENTDATE    TO CA-ASG-CONSENT-DATE.
           EXIT.
      *  THE NOTICE IS INDEXED AGAINST THE POLICY THE SAME WAY AS
      *  THE SCHEDULE - PREFIX, POLICY NUMBER, DOCUMENT NUMBER.  THE
      *  CALLER HAS ALREADY SET THE PREFIX AND DOCUMENT TYPE.
       RECORD-NOTICE.
           EXEC CICS GET COUNTER(GENAcount)
                         POOL(GENApool)
                         VALUE(LastDocNum)
                         RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
             MOVE 1 TO LastDocNum
           END-IF.
           MOVE CA-ASG-POLICY-NUM TO CA-ASG-DOC-REFERENCE(4:10)
           MOVE LastDocNum        TO CA-ASG-DOC-REFERENCE(14:8)
           MOVE ' INSERT DOC   ' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO POLICYDOCUMENT
                       ( POLICYNUMBER,
                         DOCTYPE,
                         DOCREFERENCE,
                         GENERATEDTIME )
                VALUES ( :DB2-POLICYNUM-INT,
                         :DB2-DOC-TYPE,
                         :CA-ASG-DOC-REFERENCE,
                         CURRENT TIMESTAMP )
           END-EXEC.
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
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
                VALUES ( 'LGASGN01', :WS-TRANSID, :WS-TERMID,
                         :WS-TASKNUM, CA-REQUEST-ID, :WS-CALEN,
                         :WS-REQUIRED-CA-LEN, CURRENT TIMESTAMP )
           END-EXEC.
           EXIT.
