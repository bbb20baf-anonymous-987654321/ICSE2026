       PROCESS SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGHHLD01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'LGHHLD01------WS'.
           03 WS-TRANSID               PIC X(4).
           03 WS-TERMID                PIC X(4).
           03 WS-TASKNUM               PIC 9(7).
           03 WS-FILLER                PIC X.
           03 WS-ADDR-DFHCOMMAREA      USAGE is POINTER.
           03 WS-CALEN                 PIC S9(4) COMP.
       01  WS-ABSTIME                  PIC S9(8) COMP VALUE +0.
       01  WS-TIME                     PIC X(8)  VALUE SPACES.
       01  WS-DATE                     PIC X(10) VALUE SPACES.
       01  ERROR-MSG.
           03 EM-DATE                  PIC X(8)  VALUE SPACES.
           03 FILLER                   PIC X     VALUE SPACES.
           03 EM-TIME                  PIC X(6)  VALUE SPACES.
           03 FILLER                   PIC X(9)  VALUE ' LGHHLD01'.
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
       01 DB2-HOUSEHOLD-FIELDS.
          03 DB2-CUSTOMERNUM-INT       PIC S9(9) COMP.
          03 DB2-HOUSEHOLDID-INT       PIC S9(9) COMP.
          03 DB2-HOUSENUMBER           PIC X(04).
          03 DB2-POSTCODE              PIC X(08).
          03 DB2-LINKSTATUS            PIC X(01).
          03 DB2-STAFFID               PIC X(08).
          03 DB2-MEMBERNUM-INT         PIC S9(9) COMP.
          03 DB2-MEMBERSTATUS          PIC X(01).
       01  WS-ADDRESS-COUNT            PIC S9(9) COMP VALUE +0.
       01  WS-LIVE-COUNT               PIC S9(9) COMP VALUE +0.
       01  WS-MEMBER-INDEX             PIC 9(02) VALUE 0.
       01  WS-DB2-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88 WS-DB2-EOF                         VALUE 'Y'.
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *  THE HOUSEHOLD'S MEMBERS, CONFIRMED LINKS FIRST
           EXEC SQL
             DECLARE HHMEMBER_CURSOR CURSOR FOR
               SELECT CUSTOMERNUMBER,
                      LINKSTATUS
                 FROM CUSTOMERHOUSEHOLD
                WHERE HOUSEHOLDID = :DB2-HOUSEHOLDID-INT
                ORDER BY LINKSTATUS, CUSTOMERNUMBER
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
           INITIALIZE DB2-HOUSEHOLD-FIELDS.
           IF EIBCALEN IS EQUAL TO ZERO
               MOVE ' NO COMMAREA RECEIVED' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS ABEND ABCODE('LGCA') NODUMP END-EXEC
           END-IF
           MOVE '00' TO CA-RETURN-CODE
           SET WS-ADDR-DFHCOMMAREA TO ADDRESS OF DFHCOMMAREA.
           ADD WS-CA-HEADER-LEN TO WS-REQUIRED-CA-LEN
           ADD WS-FULL-HHD-LEN  TO WS-REQUIRED-CA-LEN
           IF EIBCALEN IS LESS THAN WS-REQUIRED-CA-LEN
             PERFORM LOG-COMMAREA-REJECT
             MOVE '98' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF
           MOVE CA-CUSTOMER-NUM TO DB2-CUSTOMERNUM-INT
           MOVE CA-CUSTOMER-NUM TO EM-CUSNUM
           EVALUATE CA-REQUEST-ID
             WHEN '01PHHD'
               PERFORM PROPOSE-LINK THRU PROPOSE-LINK-EXIT
             WHEN '01CHHD'
               PERFORM CONFIRM-LINK THRU CONFIRM-LINK-EXIT
             WHEN '01RHHD'
               PERFORM REMOVE-LINK THRU REMOVE-LINK-EXIT
             WHEN '01IHHD'
               PERFORM INQUIRE-HOUSEHOLD
                   THRU INQUIRE-HOUSEHOLD-EXIT
             WHEN OTHER
               MOVE '99' TO CA-RETURN-CODE
           END-EVALUATE
           EXEC CICS RETURN END-EXEC.
       MAINLINE-EXIT.
           EXIT.
      *  THE CUSTOMER IS PROPOSED INTO THE HOUSEHOLD AT THEIR HOUSE
      *  NUMBER AND POSTCODE.  WHEN NO HOUSEHOLD EXISTS THERE YET A
      *  NEW ONE IS OPENED AND EVERY UNLINKED CUSTOMER AT THE
      *  ADDRESS IS PROPOSED INTO IT TOGETHER.  NOTHING COUNTS FOR
      *  THE DISCOUNT UNTIL A MEMBER OF STAFF CONFIRMS EACH LINK.
       PROPOSE-LINK.
           MOVE ' SELECT CUST   ' TO EM-SQLREQ
           EXEC SQL
             SELECT COALESCE(HOUSENUMBER, ' '),
                    COALESCE(POSTCODE, ' ')
               INTO :DB2-HOUSENUMBER,
                    :DB2-POSTCODE
               FROM CUSTOMER
               WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '01' TO CA-RETURN-CODE
               GO TO PROPOSE-LINK-EXIT
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO PROPOSE-LINK-EXIT
           END-EVALUATE
           IF DB2-POSTCODE EQUAL SPACES
             MOVE '05' TO CA-RETURN-CODE
             GO TO PROPOSE-LINK-EXIT
           END-IF
      *    A CUSTOMER BELONGS TO ONE HOUSEHOLD AT A TIME
           PERFORM SELECT-CUSTOMER-LINK
           IF CA-RETURN-CODE EQUAL '90'
             GO TO PROPOSE-LINK-EXIT
           END-IF
           IF CA-RETURN-CODE EQUAL '00'
             MOVE '02' TO CA-RETURN-CODE
             GO TO PROPOSE-LINK-EXIT
           END-IF
           MOVE '00' TO CA-RETURN-CODE
           MOVE ' SELECT HHADDR ' TO EM-SQLREQ
           EXEC SQL
             SELECT COALESCE(MIN(H.HOUSEHOLDID), 0)
               INTO :DB2-HOUSEHOLDID-INT
               FROM CUSTOMERHOUSEHOLD H,
                    CUSTOMER C
               WHERE C.CUSTOMERNUMBER = H.CUSTOMERNUMBER
                 AND C.HOUSENUMBER    = :DB2-HOUSENUMBER
                 AND C.POSTCODE       = :DB2-POSTCODE
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO PROPOSE-LINK-EXIT
           END-IF
           IF DB2-HOUSEHOLDID-INT GREATER THAN ZERO
             PERFORM JOIN-HOUSEHOLD
           ELSE
             PERFORM OPEN-HOUSEHOLD
           END-IF
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO PROPOSE-LINK-EXIT
           END-IF
           PERFORM INQUIRE-HOUSEHOLD THRU INQUIRE-HOUSEHOLD-EXIT.
       PROPOSE-LINK-EXIT.
           EXIT.
       JOIN-HOUSEHOLD.
           MOVE ' INSERT HHLINK ' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO CUSTOMERHOUSEHOLD
                       ( HOUSEHOLDID,
                         CUSTOMERNUMBER,
                         LINKSTATUS,
                         PROPOSEDDATE,
                         LASTCHANGED )
                VALUES ( :DB2-HOUSEHOLDID-INT,
                         :DB2-CUSTOMERNUM-INT,
                         'P',
                         CURRENT DATE,
                         CURRENT TIMESTAMP )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
           EXIT.
      *  A HOUSEHOLD NEEDS AT LEAST ONE OTHER CUSTOMER AT THE ADDRESS
       OPEN-HOUSEHOLD.
           MOVE ' SELECT ADDRCNT' TO EM-SQLREQ
           MOVE ZERO TO WS-ADDRESS-COUNT
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-ADDRESS-COUNT
               FROM CUSTOMER
               WHERE HOUSENUMBER    = :DB2-HOUSENUMBER
                 AND POSTCODE       = :DB2-POSTCODE
                 AND CUSTOMERNUMBER <> :DB2-CUSTOMERNUM-INT
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO OPEN-HOUSEHOLD-EXIT
           END-IF
           IF WS-ADDRESS-COUNT EQUAL ZERO
             MOVE '03' TO CA-RETURN-CODE
             GO TO OPEN-HOUSEHOLD-EXIT
           END-IF
           MOVE ' SELECT HHID   ' TO EM-SQLREQ
           EXEC SQL
             SELECT COALESCE(MAX(HOUSEHOLDID), 0) + 1
               INTO :DB2-HOUSEHOLDID-INT
               FROM CUSTOMERHOUSEHOLD
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO OPEN-HOUSEHOLD-EXIT
           END-IF
           MOVE ' INSERT HHOPEN ' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO CUSTOMERHOUSEHOLD
                       ( HOUSEHOLDID,
                         CUSTOMERNUMBER,
                         LINKSTATUS,
                         PROPOSEDDATE,
                         LASTCHANGED )
               SELECT :DB2-HOUSEHOLDID-INT,
                      C.CUSTOMERNUMBER,
                      'P',
                      CURRENT DATE,
                      CURRENT TIMESTAMP
                 FROM CUSTOMER C
                WHERE C.HOUSENUMBER = :DB2-HOUSENUMBER
                  AND C.POSTCODE    = :DB2-POSTCODE
                  AND NOT EXISTS
                      ( SELECT 1
                          FROM CUSTOMERHOUSEHOLD L
                         WHERE L.CUSTOMERNUMBER = C.CUSTOMERNUMBER )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
       OPEN-HOUSEHOLD-EXIT.
           EXIT.
      *  STAFF CONFIRM A PROPOSED LINK ONCE THEY ARE SATISFIED THE
      *  CUSTOMERS SHARE THE HOUSEHOLD.  THE CONFIRMING USER IS
      *  RECORDED AGAINST THE LINK.
       CONFIRM-LINK.
           IF CA-HHD-STAFF-ID EQUAL SPACES
             MOVE '05' TO CA-RETURN-CODE
             GO TO CONFIRM-LINK-EXIT
           END-IF
           MOVE CA-HHD-STAFF-ID TO DB2-STAFFID
           MOVE ' UPDATE CONFIRM' TO EM-SQLREQ
           EXEC SQL
             UPDATE CUSTOMERHOUSEHOLD
                SET LINKSTATUS    = 'C',
                    CONFIRMEDBY   = :DB2-STAFFID,
                    CONFIRMEDDATE = CURRENT DATE,
                    LASTCHANGED   = CURRENT TIMESTAMP
              WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
                AND LINKSTATUS = 'P'
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '01' TO CA-RETURN-CODE
               GO TO CONFIRM-LINK-EXIT
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO CONFIRM-LINK-EXIT
           END-EVALUATE
           PERFORM INQUIRE-HOUSEHOLD THRU INQUIRE-HOUSEHOLD-EXIT.
       CONFIRM-LINK-EXIT.
           EXIT.
      *  A CUSTOMER WHO LEAVES THE HOUSEHOLD TAKES NO DISCOUNT WITH
      *  THEM, AND THE MEMBERS LEFT BEHIND LOSE IT WHERE THEY NO
      *  LONGER HOLD ANOTHER LIVE POLICY BETWEEN THEM.  EITHER WAY
      *  THE DISCOUNT IS FLAGGED ('R') AND COMES OFF AT THE POLICY'S
      *  NEXT RENEWAL - NEVER MID-TERM.
       REMOVE-LINK.
           PERFORM SELECT-CUSTOMER-LINK
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO REMOVE-LINK-EXIT
           END-IF
           MOVE ' UPDATE HHLEAVE' TO EM-SQLREQ
           EXEC SQL
             UPDATE POLICY
                SET HHDISCOUNT = 'R'
              WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
                AND COALESCE(HHDISCOUNT, 'N') = 'Y'
                AND COALESCE(STATUS, ' ')
                    NOT IN ('C','L','M','S','D','X')
           END-EXEC
           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO REMOVE-LINK-EXIT
           END-IF
           MOVE ' DELETE HHLINK ' TO EM-SQLREQ
           EXEC SQL
             DELETE FROM CUSTOMERHOUSEHOLD
              WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO REMOVE-LINK-EXIT
           END-IF
           MOVE ' UPDATE HHFLAG ' TO EM-SQLREQ
           EXEC SQL
             UPDATE POLICY P
                SET HHDISCOUNT = 'R'
              WHERE COALESCE(P.HHDISCOUNT, 'N') = 'Y'
                AND COALESCE(P.STATUS, ' ')
                    NOT IN ('C','L','M','S','D','X')
                AND P.CUSTOMERNUMBER IN
                    ( SELECT H.CUSTOMERNUMBER
                        FROM CUSTOMERHOUSEHOLD H
                       WHERE H.HOUSEHOLDID = :DB2-HOUSEHOLDID-INT
                         AND H.LINKSTATUS  = 'C' )
                AND NOT EXISTS
                    ( SELECT 1
                        FROM POLICY O,
                             CUSTOMERHOUSEHOLD OH
                       WHERE OH.HOUSEHOLDID = :DB2-HOUSEHOLDID-INT
                         AND OH.LINKSTATUS  = 'C'
                         AND O.CUSTOMERNUMBER = OH.CUSTOMERNUMBER
                         AND O.POLICYNUMBER  <> P.POLICYNUMBER
                         AND COALESCE(O.STATUS, ' ')
                             NOT IN ('C','L','M','S','D','X') )
           END-EXEC
           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO REMOVE-LINK-EXIT
           END-IF
           INITIALIZE CA-HOUSEHOLD-INFO.
       REMOVE-LINK-EXIT.
           EXIT.
      *  THE CUSTOMER'S HOUSEHOLD, ITS MEMBERS WITH THEIR LINK
      *  STATUS, AND THE LIVE POLICIES HELD ACROSS THE CONFIRMED
      *  MEMBERS
       INQUIRE-HOUSEHOLD.
           PERFORM SELECT-CUSTOMER-LINK
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO INQUIRE-HOUSEHOLD-EXIT
           END-IF
           MOVE DB2-HOUSEHOLDID-INT TO CA-HHD-HOUSEHOLD-ID
           MOVE DB2-LINKSTATUS      TO CA-HHD-LINK-STATUS
           MOVE DB2-STAFFID         TO CA-HHD-STAFF-ID
           MOVE ' SELECT HHLIVE ' TO EM-SQLREQ
           MOVE ZERO TO WS-LIVE-COUNT
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-LIVE-COUNT
               FROM POLICY P,
                    CUSTOMERHOUSEHOLD H
               WHERE H.HOUSEHOLDID    = :DB2-HOUSEHOLDID-INT
                 AND H.LINKSTATUS     = 'C'
                 AND P.CUSTOMERNUMBER = H.CUSTOMERNUMBER
                 AND COALESCE(P.STATUS, ' ')
                     NOT IN ('C','L','M','S','D','X')
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO INQUIRE-HOUSEHOLD-EXIT
           END-IF
           MOVE WS-LIVE-COUNT TO CA-HHD-LIVE-POLICIES
           MOVE 0   TO CA-HHD-MEMBER-COUNT
           MOVE 'N' TO WS-DB2-EOF-SWITCH
           MOVE ' OPEN HHMEMBER ' TO EM-SQLREQ
           EXEC SQL
             OPEN HHMEMBER_CURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO INQUIRE-HOUSEHOLD-EXIT
           END-IF
           PERFORM FETCH-MEMBER-ROW
               UNTIL WS-DB2-EOF
                  OR CA-HHD-MEMBER-COUNT = 10
           EXEC SQL
             CLOSE HHMEMBER_CURSOR
           END-EXEC.
       INQUIRE-HOUSEHOLD-EXIT.
           EXIT.
       FETCH-MEMBER-ROW.
           EXEC SQL
             FETCH HHMEMBER_CURSOR
               INTO :DB2-MEMBERNUM-INT,
                    :DB2-MEMBERSTATUS
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO CA-HHD-MEMBER-COUNT
               MOVE CA-HHD-MEMBER-COUNT TO WS-MEMBER-INDEX
               MOVE DB2-MEMBERNUM-INT
                 TO CA-HHD-MEMBER-NUM(WS-MEMBER-INDEX)
               MOVE DB2-MEMBERSTATUS
                 TO CA-HHD-MEMBER-STATUS(WS-MEMBER-INDEX)
             WHEN 100
               MOVE 'Y' TO WS-DB2-EOF-SWITCH
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               MOVE ' FETCH HHMEMBER' TO EM-SQLREQ
               PERFORM WRITE-ERROR-MESSAGE
               MOVE 'Y' TO WS-DB2-EOF-SWITCH
           END-EVALUATE.
           EXIT.
       SELECT-CUSTOMER-LINK.
           MOVE ' SELECT HHLINK ' TO EM-SQLREQ
           EXEC SQL
             SELECT HOUSEHOLDID,
                    LINKSTATUS,
                    COALESCE(CONFIRMEDBY, ' ')
               INTO :DB2-HOUSEHOLDID-INT,
                    :DB2-LINKSTATUS,
                    :DB2-STAFFID
               FROM CUSTOMERHOUSEHOLD
               WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
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
                VALUES ( 'LGHHLD01', :WS-TRANSID, :WS-TERMID,
                         :WS-TASKNUM, CA-REQUEST-ID, :WS-CALEN,
                         :WS-REQUIRED-CA-LEN, CURRENT TIMESTAMP )
           END-EXEC.
           EXIT.
