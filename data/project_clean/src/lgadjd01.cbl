       PROCESS SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGADJD01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'LGADJD01------WS'.
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
           03 FILLER                   PIC X(9)  VALUE ' LGADJD01'.
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
       01 DB2-IN-INTEGERS.
          03 DB2-POLICYNUM-INT         PIC S9(9) COMP.
          03 DB2-CUSTOMERNUM-INT       PIC S9(9) COMP.
          03 DB2-ESTTURNOVER-INT       PIC S9(9) COMP.
          03 DB2-ESTWAGEROLL-INT       PIC S9(9) COMP.
          03 DB2-ACTTURNOVER-INT       PIC S9(9) COMP.
          03 DB2-ACTWAGEROLL-INT       PIC S9(9) COMP.
       01  DB2-POLICY-TYPE             PIC X(01).
       01  DB2-PERIODEND               PIC X(10).
       01  DB2-DECL-STATUS             PIC X(01).
       01  DB2-BI-DEPOSIT              PIC S9(9)V99 COMP-3.
       01  DB2-EL-DEPOSIT              PIC S9(9)V99 COMP-3.
       01  DB2-CONFIG-VALUE            PIC S9(9)V99 COMP-3.
       01  WS-ADJ-FIELDS.
           03 WS-DEPOSIT               PIC S9(9)V99 COMP-3 VALUE +0.
           03 WS-ADJ-BI                PIC S9(9)V99 COMP-3 VALUE +0.
           03 WS-ADJ-EL                PIC S9(9)V99 COMP-3 VALUE +0.
           03 WS-ADJUSTED              PIC S9(9)V99 COMP-3 VALUE +0.
           03 WS-MIN-PREMIUM           PIC S9(9)V99 COMP-3 VALUE +0.
           03 WS-ADJ-AMOUNT            PIC S9(9)V99 COMP-3 VALUE +0.
           03 WS-REFUND-AMOUNT         PIC S9(9)V99 COMP-3 VALUE +0.
      *****************************************************************
      *    ADJUSTMENT BASIS - EACH DEPOSIT PREMIUM MOVES IN PROPORTION *
      *    TO ITS RATING BASIS (BI ON TURNOVER, EL ON WAGEROLL).  THE  *
      *    ADJUSTED PREMIUM NEVER FALLS BELOW THE MINIMUM PERCENTAGE   *
      *    OF THE DEPOSIT - PRODUCTCONFIG 'ADJMINPCT' FOR TYPE 'C',    *
      *    THIS DEFAULT WHEN NONE IS LOADED.                           *
      *****************************************************************
       77  WS-MIN-PREMIUM-PCT          PIC S9(3)V99 COMP-3 VALUE 75.00.
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
           INITIALIZE DB2-IN-INTEGERS.
           IF EIBCALEN IS EQUAL TO ZERO
               MOVE ' NO COMMAREA RECEIVED' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS ABEND ABCODE('LGCA') NODUMP END-EXEC
           END-IF
           MOVE '00' TO CA-RETURN-CODE
           SET WS-ADDR-DFHCOMMAREA TO ADDRESS OF DFHCOMMAREA.
           ADD WS-CA-HEADER-LEN TO WS-REQUIRED-CA-LEN
           ADD WS-FULL-ADJD-LEN TO WS-REQUIRED-CA-LEN
           IF EIBCALEN IS LESS THAN WS-REQUIRED-CA-LEN
             PERFORM LOG-COMMAREA-REJECT
             MOVE '98' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF
           MOVE CA-ADJ-POLICY-NUM TO DB2-POLICYNUM-INT
           MOVE CA-ADJ-POLICY-NUM TO EM-POLNUM
           EVALUATE CA-REQUEST-ID
             WHEN '01QADJ'
               PERFORM COMPUTE-ADJUSTMENT
                   THRU COMPUTE-ADJUSTMENT-EXIT
             WHEN '01XADJ'
               PERFORM COMPUTE-ADJUSTMENT
                   THRU COMPUTE-ADJUSTMENT-EXIT
               IF CA-RETURN-CODE EQUAL '00'
                 PERFORM PROCESS-DECLARATION
               END-IF
             WHEN OTHER
               MOVE '99' TO CA-RETURN-CODE
           END-EVALUATE
           EXEC CICS RETURN END-EXEC.
       MAINLINE-EXIT.
           EXIT.
      *  THE DECLARATION ROW IS OPENED BY THE YEAR-END CHASE RUN
      *  (LGADCH01) OR AT RENEWAL, CARRYING THE ESTIMATES AND THE
      *  DEPOSIT PREMIUMS FOR THE PERIOD.  NO ROW MEANS NOTHING IS
      *  DUE (RC 01); A PERIOD ALREADY DECLARED IS RC 83; ACTUALS
      *  MISSING FOR A BASIS THAT CARRIED A DEPOSIT ARE RC 84.
       COMPUTE-ADJUSTMENT.
           IF CA-ADJ-ACT-TURNOVER NOT NUMERIC OR
              CA-ADJ-ACT-WAGEROLL NOT NUMERIC
             MOVE '84' TO CA-RETURN-CODE
             GO TO COMPUTE-ADJUSTMENT-EXIT
           END-IF
           MOVE CA-ADJ-ACT-TURNOVER TO DB2-ACTTURNOVER-INT
           MOVE CA-ADJ-ACT-WAGEROLL TO DB2-ACTWAGEROLL-INT
           IF CA-ADJ-PERIOD-END EQUAL SPACES
             MOVE ' SELECT ADJOLD ' TO EM-SQLREQ
             EXEC SQL
               SELECT PERIODEND
                 INTO :DB2-PERIODEND
                 FROM ADJDECLARATION
                WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                  AND STATUS = 'O'
                ORDER BY PERIODEND
                FETCH FIRST 1 ROW ONLY
             END-EXEC
             EVALUATE SQLCODE
               WHEN 0
                 MOVE DB2-PERIODEND TO CA-ADJ-PERIOD-END
               WHEN 100
                 MOVE '01' TO CA-RETURN-CODE
                 GO TO COMPUTE-ADJUSTMENT-EXIT
               WHEN OTHER
                 MOVE '90' TO CA-RETURN-CODE
                 PERFORM WRITE-ERROR-MESSAGE
                 GO TO COMPUTE-ADJUSTMENT-EXIT
             END-EVALUATE
           END-IF
           MOVE CA-ADJ-PERIOD-END TO DB2-PERIODEND
           MOVE ' SELECT ADJDEC ' TO EM-SQLREQ
           EXEC SQL
             SELECT P.CUSTOMERNUMBER,
                    P.POLICYTYPE,
                    D.ESTTURNOVER,
                    D.ESTWAGEROLL,
                    D.BIDEPOSIT,
                    D.ELDEPOSIT,
                    D.STATUS
               INTO :DB2-CUSTOMERNUM-INT,
                    :DB2-POLICY-TYPE,
                    :DB2-ESTTURNOVER-INT,
                    :DB2-ESTWAGEROLL-INT,
                    :DB2-BI-DEPOSIT,
                    :DB2-EL-DEPOSIT,
                    :DB2-DECL-STATUS
               FROM POLICY P,
                    ADJDECLARATION D
              WHERE P.POLICYNUMBER = D.POLICYNUMBER
                AND D.POLICYNUMBER = :DB2-POLICYNUM-INT
                AND D.PERIODEND    = :DB2-PERIODEND
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '01' TO CA-RETURN-CODE
               GO TO COMPUTE-ADJUSTMENT-EXIT
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO COMPUTE-ADJUSTMENT-EXIT
           END-EVALUATE
           MOVE DB2-DECL-STATUS TO CA-ADJ-STATUS
           IF DB2-DECL-STATUS NOT EQUAL 'O'
             MOVE '83' TO CA-RETURN-CODE
             GO TO COMPUTE-ADJUSTMENT-EXIT
           END-IF
           IF (DB2-BI-DEPOSIT GREATER THAN ZERO AND
               DB2-ACTTURNOVER-INT EQUAL ZERO) OR
              (DB2-EL-DEPOSIT GREATER THAN ZERO AND
               DB2-ACTWAGEROLL-INT EQUAL ZERO)
             MOVE '84' TO CA-RETURN-CODE
             GO TO COMPUTE-ADJUSTMENT-EXIT
           END-IF
           COMPUTE WS-DEPOSIT = DB2-BI-DEPOSIT + DB2-EL-DEPOSIT
           MOVE DB2-BI-DEPOSIT TO WS-ADJ-BI
           IF DB2-ESTTURNOVER-INT GREATER THAN ZERO
             COMPUTE WS-ADJ-BI ROUNDED =
                 DB2-BI-DEPOSIT * DB2-ACTTURNOVER-INT
                 / DB2-ESTTURNOVER-INT
           END-IF
           MOVE DB2-EL-DEPOSIT TO WS-ADJ-EL
           IF DB2-ESTWAGEROLL-INT GREATER THAN ZERO
             COMPUTE WS-ADJ-EL ROUNDED =
                 DB2-EL-DEPOSIT * DB2-ACTWAGEROLL-INT
                 / DB2-ESTWAGEROLL-INT
           END-IF
           COMPUTE WS-ADJUSTED = WS-ADJ-BI + WS-ADJ-EL
           PERFORM GET-MINIMUM-PCT
           COMPUTE WS-MIN-PREMIUM ROUNDED =
               WS-DEPOSIT * WS-MIN-PREMIUM-PCT / 100
           MOVE 'N' TO CA-ADJ-MIN-APPLIED
           IF WS-ADJUSTED LESS THAN WS-MIN-PREMIUM
             MOVE WS-MIN-PREMIUM TO WS-ADJUSTED
             MOVE 'Y' TO CA-ADJ-MIN-APPLIED
           END-IF
           COMPUTE WS-ADJ-AMOUNT = WS-ADJUSTED - WS-DEPOSIT
           EVALUATE TRUE
             WHEN WS-ADJ-AMOUNT GREATER THAN ZERO
               MOVE 'A' TO CA-ADJ-DIRECTION
               MOVE WS-ADJ-AMOUNT TO CA-ADJ-AMOUNT
             WHEN WS-ADJ-AMOUNT LESS THAN ZERO
               MOVE 'R' TO CA-ADJ-DIRECTION
               COMPUTE CA-ADJ-AMOUNT = 0 - WS-ADJ-AMOUNT
             WHEN OTHER
               MOVE 'N' TO CA-ADJ-DIRECTION
               MOVE ZERO TO CA-ADJ-AMOUNT
           END-EVALUATE
           MOVE WS-DEPOSIT  TO CA-ADJ-DEPOSIT
           MOVE WS-ADJUSTED TO CA-ADJ-ADJUSTED
           MOVE '00' TO CA-RETURN-CODE.
       COMPUTE-ADJUSTMENT-EXIT.
           EXIT.
       GET-MINIMUM-PCT.
           MOVE ' SELECT PRODCFG' TO EM-SQLREQ
           EXEC SQL
             SELECT CONFIGVALUE
               INTO :DB2-CONFIG-VALUE
               FROM PRODUCTCONFIG
               WHERE POLICYTYPE = :DB2-POLICY-TYPE
                 AND CONFIGKEY  = 'ADJMINPCT   '
                 AND EFFECTIVEDATE =
                     ( SELECT MAX(EFFECTIVEDATE)
                         FROM PRODUCTCONFIG
                        WHERE POLICYTYPE = :DB2-POLICY-TYPE
                          AND CONFIGKEY  = 'ADJMINPCT   '
                          AND EFFECTIVEDATE <= CURRENT DATE )
           END-EXEC
           IF SQLCODE EQUAL 0
             MOVE DB2-CONFIG-VALUE TO WS-MIN-PREMIUM-PCT
           END-IF.
           EXIT.
      *  AN ADDITIONAL PREMIUM IS RAISED AS A DUE COLLECTION AND A
      *  RETURN PREMIUM AS A DUE REFUND, THE SAME WAY AS A MID-TERM
      *  ADJUSTMENT.  THE DECLARED FIGURES AND THE ADJUSTMENT ARE
      *  THEN RECORDED ON THE DECLARATION ROW, WHICH STOPS THE CHASE
       PROCESS-DECLARATION.
           IF CA-ADJ-DIRECTION EQUAL 'A'
             PERFORM RAISE-ADDITIONAL-PREMIUM
           END-IF
           IF CA-ADJ-DIRECTION EQUAL 'R'
             PERFORM RAISE-RETURN-PREMIUM
           END-IF
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           END-IF
           MOVE ' UPDATE ADJDEC ' TO EM-SQLREQ
           EXEC SQL
             UPDATE ADJDECLARATION
                SET ACTTURNOVER  = :DB2-ACTTURNOVER-INT,
                    ACTWAGEROLL  = :DB2-ACTWAGEROLL-INT,
                    ADJPREMIUM   = :WS-ADJUSTED,
                    ADJAMOUNT    = :WS-ADJ-AMOUNT,
                    MINAPPLIED   = :CA-ADJ-MIN-APPLIED,
                    DECLAREDDATE = CHAR(CURRENT DATE, ISO),
                    STATUS       = 'D',
                    LASTCHANGED  = CURRENT TIMESTAMP
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                AND PERIODEND    = :DB2-PERIODEND
                AND STATUS       = 'O'
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           ELSE
             MOVE 'D'  TO CA-ADJ-STATUS
             MOVE '00' TO CA-RETURN-CODE
           END-IF.
           EXIT.
       RAISE-ADDITIONAL-PREMIUM.
           MOVE ' INSERT ADJCOLL' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO PAYMENTCOLLECTION
                       ( POLICYNUMBER,
                         CUSTOMERNUMBER,
                         COLLECTIONAMOUNT,
                         CYCLEDATE,
                         STATUS )
                VALUES ( :DB2-POLICYNUM-INT,
                         :DB2-CUSTOMERNUM-INT,
                         :WS-ADJ-AMOUNT,
                         CHAR(CURRENT DATE, ISO),
                         'DUE' )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
           EXIT.
       RAISE-RETURN-PREMIUM.
           COMPUTE WS-REFUND-AMOUNT = 0 - WS-ADJ-AMOUNT
           MOVE ' INSERT ADJRFND' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO PREMIUMREFUND
                       ( POLICYNUMBER,
                         CUSTOMERNUMBER,
                         GROSSREFUND,
                         IPTELEMENT,
                         NETREFUND,
                         CANCELDATE,
                         STATUS,
                         LASTCHANGED )
                VALUES ( :DB2-POLICYNUM-INT,
                         :DB2-CUSTOMERNUM-INT,
                         :WS-REFUND-AMOUNT,
                         0,
                         :WS-REFUND-AMOUNT,
                         CHAR(CURRENT DATE, ISO),
                         'DUE',
                         CURRENT TIMESTAMP )
           END-EXEC
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
                VALUES ( 'LGADJD01', :WS-TRANSID, :WS-TERMID,
                         :WS-TASKNUM, CA-REQUEST-ID, :WS-CALEN,
                         :WS-REQUIRED-CA-LEN, CURRENT TIMESTAMP )
           END-EXEC.
           EXIT.
