       PROCESS SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGFSWM01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'LGFSWM01------WS'.
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
           03 FILLER                   PIC X(9)  VALUE ' LGFSWM01'.
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
       01 DB2-FSWITCH-FIELDS.
          03 DB2-POLICYNUM-INT         PIC S9(9) COMP.
          03 DB2-SWITCHSEQ-SINT        PIC S9(4) COMP.
          03 DB2-POLICY-STATUS         PIC X(01).
          03 DB2-FUNDNAME              PIC X(10).
          03 DB2-TOFUND                PIC X(10).
          03 DB2-REQUESTDATE           PIC X(10).
          03 DB2-VALUEDATE             PIC X(10).
          03 DB2-UNITSOUT              PIC S9(9)V9(4) COMP-3.
          03 DB2-PRICEOUT              PIC S9(5)V9(4) COMP-3.
          03 DB2-UNITSIN               PIC S9(9)V9(4) COMP-3.
          03 DB2-PRICEIN               PIC S9(5)V9(4) COMP-3.
          03 DB2-CHARGE                PIC S9(5)V99 COMP-3.
          03 DB2-SWITCH-STATUS         PIC X(01).
       01  WS-PENDING-COUNT            PIC S9(9) COMP VALUE +0.
       01  WS-PRICE-COUNT              PIC S9(9) COMP VALUE +0.
       01  WS-SWITCHES-USED            PIC S9(9) COMP VALUE +0.
      *****************************************************************
      *    FREE SWITCHES PER POLICY YEAR - THE SAME ALLOWANCE THE     *
      *    LGFSWR01 SWITCH RUN APPLIES WHEN IT PRICES THE SWITCH      *
      *****************************************************************
       77  WS-FREE-SWITCHES            PIC S9(4) COMP VALUE +4.
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
           INITIALIZE DB2-FSWITCH-FIELDS.
           IF EIBCALEN IS EQUAL TO ZERO
               MOVE ' NO COMMAREA RECEIVED' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS ABEND ABCODE('LGCA') NODUMP END-EXEC
           END-IF
           MOVE '00' TO CA-RETURN-CODE
           SET WS-ADDR-DFHCOMMAREA TO ADDRESS OF DFHCOMMAREA.
           ADD WS-CA-HEADER-LEN TO WS-REQUIRED-CA-LEN
           ADD WS-FULL-FSW-LEN  TO WS-REQUIRED-CA-LEN
           IF EIBCALEN IS LESS THAN WS-REQUIRED-CA-LEN
             PERFORM LOG-COMMAREA-REJECT
             MOVE '98' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF
           MOVE CA-FSW-POLICY-NUM TO DB2-POLICYNUM-INT
           MOVE CA-FSW-POLICY-NUM TO EM-POLNUM
           EVALUATE CA-REQUEST-ID
             WHEN '01AFSW'
               PERFORM ADD-SWITCH THRU ADD-SWITCH-EXIT
             WHEN '01CFSW'
               PERFORM CANCEL-SWITCH THRU CANCEL-SWITCH-EXIT
             WHEN '01IFSW'
               PERFORM INQUIRE-SWITCH THRU INQUIRE-SWITCH-EXIT
             WHEN OTHER
               MOVE '99' TO CA-RETURN-CODE
           END-EVALUATE
           EXEC CICS RETURN END-EXEC.
       MAINLINE-EXIT.
           EXIT.
      *  THE CUSTOMER'S INSTRUCTION TO MOVE THE WHOLE UNIT HOLDING
      *  OUT OF THE POLICY'S CURRENT FUND INTO ANOTHER.  IT IS ONLY
      *  RECORDED HERE - THE SWITCH RUN (LGFSWR01) VALUES IT AT THE
      *  FIRST FUNDPRICE DATE AFTER THE INSTRUCTION.  ONE PENDING
      *  SWITCH PER POLICY.
       ADD-SWITCH.
           PERFORM SELECT-POLICY-FUND
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO ADD-SWITCH-EXIT
           END-IF
           IF DB2-POLICY-STATUS EQUAL 'C' OR 'L' OR 'M' OR
              DB2-POLICY-STATUS EQUAL 'S' OR 'D' OR 'X'
             MOVE '94' TO CA-RETURN-CODE
             GO TO ADD-SWITCH-EXIT
           END-IF
           IF CA-FSW-TO-FUND EQUAL SPACES OR
              CA-FSW-TO-FUND EQUAL DB2-FUNDNAME
             MOVE '05' TO CA-RETURN-CODE
             GO TO ADD-SWITCH-EXIT
           END-IF
      *    THE TARGET MUST BE A FUND THE INVESTMENT MANAGER PRICES
           MOVE CA-FSW-TO-FUND TO DB2-TOFUND
           MOVE ' SELECT FUNDPRC' TO EM-SQLREQ
           MOVE ZERO TO WS-PRICE-COUNT
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-PRICE-COUNT
               FROM FUNDPRICE
               WHERE FUNDNAME = :DB2-TOFUND
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO ADD-SWITCH-EXIT
           END-IF
           IF WS-PRICE-COUNT EQUAL ZERO
             MOVE '06' TO CA-RETURN-CODE
             GO TO ADD-SWITCH-EXIT
           END-IF
           MOVE ' SELECT PENDING' TO EM-SQLREQ
           MOVE ZERO TO WS-PENDING-COUNT
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-PENDING-COUNT
               FROM FUNDSWITCH
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                 AND STATUS = 'P'
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO ADD-SWITCH-EXIT
           END-IF
           IF WS-PENDING-COUNT GREATER THAN ZERO
             MOVE '02' TO CA-RETURN-CODE
             GO TO ADD-SWITCH-EXIT
           END-IF
           MOVE ' SELECT SWSEQ  ' TO EM-SQLREQ
           EXEC SQL
             SELECT COALESCE(MAX(SWITCHSEQ), 0) + 1
               INTO :DB2-SWITCHSEQ-SINT
               FROM FUNDSWITCH
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO ADD-SWITCH-EXIT
           END-IF
           MOVE ' INSERT SWITCH ' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO FUNDSWITCH
                       ( POLICYNUMBER,
                         SWITCHSEQ,
                         FROMFUND,
                         TOFUND,
                         REQUESTDATE,
                         STATUS,
                         LASTCHANGED )
                VALUES ( :DB2-POLICYNUM-INT,
                         :DB2-SWITCHSEQ-SINT,
                         :DB2-FUNDNAME,
                         :DB2-TOFUND,
                         CURRENT DATE,
                         'P',
                         CURRENT TIMESTAMP )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO ADD-SWITCH-EXIT
           END-IF
           PERFORM INQUIRE-SWITCH THRU INQUIRE-SWITCH-EXIT.
       ADD-SWITCH-EXIT.
           EXIT.
      *  A PENDING INSTRUCTION MAY BE WITHDRAWN UNTIL THE SWITCH RUN
      *  HAS PRICED IT
       CANCEL-SWITCH.
           MOVE ' UPDATE CANCEL ' TO EM-SQLREQ
           EXEC SQL
             UPDATE FUNDSWITCH
                SET STATUS      = 'X',
                    LASTCHANGED = CURRENT TIMESTAMP
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                AND STATUS = 'P'
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '01' TO CA-RETURN-CODE
               GO TO CANCEL-SWITCH-EXIT
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO CANCEL-SWITCH-EXIT
           END-EVALUATE
           PERFORM INQUIRE-SWITCH THRU INQUIRE-SWITCH-EXIT.
       CANCEL-SWITCH-EXIT.
           EXIT.
      *  THE POLICY'S LATEST SWITCH WITH ITS UNITS AND PRICES ONCE
      *  EXECUTED, AND THE FREE SWITCHES LEFT IN THE POLICY YEAR
       INQUIRE-SWITCH.
           MOVE ' SELECT SWITCH ' TO EM-SQLREQ
           EXEC SQL
             SELECT SWITCHSEQ,
                    FROMFUND,
                    TOFUND,
                    CHAR(REQUESTDATE, ISO),
                    COALESCE(CHAR(VALUATIONDATE, ISO), ' '),
                    COALESCE(UNITSOUT, 0),
                    COALESCE(PRICEOUT, 0),
                    COALESCE(UNITSIN, 0),
                    COALESCE(PRICEIN, 0),
                    COALESCE(SWITCHCHARGE, 0),
                    STATUS
               INTO :DB2-SWITCHSEQ-SINT,
                    :DB2-FUNDNAME,
                    :DB2-TOFUND,
                    :DB2-REQUESTDATE,
                    :DB2-VALUEDATE,
                    :DB2-UNITSOUT,
                    :DB2-PRICEOUT,
                    :DB2-UNITSIN,
                    :DB2-PRICEIN,
                    :DB2-CHARGE,
                    :DB2-SWITCH-STATUS
               FROM FUNDSWITCH
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                 AND SWITCHSEQ =
                     ( SELECT MAX(SWITCHSEQ)
                         FROM FUNDSWITCH
                        WHERE POLICYNUMBER = :DB2-POLICYNUM-INT )
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '01' TO CA-RETURN-CODE
               GO TO INQUIRE-SWITCH-EXIT
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO INQUIRE-SWITCH-EXIT
           END-EVALUATE
           MOVE DB2-SWITCHSEQ-SINT TO CA-FSW-SEQ
           MOVE DB2-FUNDNAME       TO CA-FSW-FROM-FUND
           MOVE DB2-TOFUND         TO CA-FSW-TO-FUND
           MOVE DB2-REQUESTDATE    TO CA-FSW-REQUEST-DATE
           MOVE DB2-VALUEDATE      TO CA-FSW-VALUE-DATE
           MOVE DB2-UNITSOUT       TO CA-FSW-UNITS-OUT
           MOVE DB2-PRICEOUT       TO CA-FSW-PRICE-OUT
           MOVE DB2-UNITSIN        TO CA-FSW-UNITS-IN
           MOVE DB2-PRICEIN        TO CA-FSW-PRICE-IN
           MOVE DB2-CHARGE         TO CA-FSW-CHARGE
           MOVE DB2-SWITCH-STATUS  TO CA-FSW-STATUS
      *    SWITCHES EXECUTED SINCE THE LAST POLICY ANNIVERSARY
           MOVE ' SELECT SWUSED ' TO EM-SQLREQ
           MOVE ZERO TO WS-SWITCHES-USED
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-SWITCHES-USED
               FROM FUNDSWITCH S,
                    POLICY P
               WHERE S.POLICYNUMBER = :DB2-POLICYNUM-INT
                 AND P.POLICYNUMBER = S.POLICYNUMBER
                 AND S.STATUS = 'D'
                 AND S.VALUATIONDATE >=
                     CASE WHEN DATE(P.ISSUEDATE)
                               + (YEAR(CURRENT DATE)
                                  - YEAR(DATE(P.ISSUEDATE))) YEARS
                               > CURRENT DATE
                          THEN DATE(P.ISSUEDATE)
                               + (YEAR(CURRENT DATE)
                                  - YEAR(DATE(P.ISSUEDATE)) - 1) YEARS
                          ELSE DATE(P.ISSUEDATE)
                               + (YEAR(CURRENT DATE)
                                  - YEAR(DATE(P.ISSUEDATE))) YEARS
                     END
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO INQUIRE-SWITCH-EXIT
           END-IF
           IF WS-SWITCHES-USED LESS THAN WS-FREE-SWITCHES
             COMPUTE CA-FSW-FREE-LEFT =
                 WS-FREE-SWITCHES - WS-SWITCHES-USED
           ELSE
             MOVE ZERO TO CA-FSW-FREE-LEFT
           END-IF.
       INQUIRE-SWITCH-EXIT.
           EXIT.
       SELECT-POLICY-FUND.
           MOVE ' SELECT ENDOW  ' TO EM-SQLREQ
           EXEC SQL
             SELECT COALESCE(P.STATUS, ' '),
                    E.FUNDNAME
               INTO :DB2-POLICY-STATUS,
                    :DB2-FUNDNAME
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
                VALUES ( 'LGFSWM01', :WS-TRANSID, :WS-TERMID,
                         :WS-TASKNUM, CA-REQUEST-ID, :WS-CALEN,
                         :WS-REQUIRED-CA-LEN, CURRENT TIMESTAMP )
           END-EXEC.
           EXIT.
