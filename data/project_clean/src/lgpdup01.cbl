       PROCESS SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPDUP01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'LGPDUP01------WS'.
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
           03 FILLER                   PIC X(9)  VALUE ' LGPDUP01'.
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
          03 DB2-SUMASSURED-INT        PIC S9(9) COMP.
          03 DB2-PAIDUP-SA-INT         PIC S9(9) COMP.
          03 DB2-TERM-SINT             PIC S9(4) COMP.
          03 DB2-ELAPSED-YEARS         PIC S9(4) COMP.
          03 DB2-QUOTE-AGE-DAYS        PIC S9(9) COMP.
       01  DB2-POLICY-STATUS           PIC X(01).
       01  DB2-ANNUAL-PREMIUM          PIC S9(9)V99 COMP-3.
       01  DB2-PREMIUM-PAID            PIC S9(9)V99 COMP-3.
       01  WS-PREMIUM-DUE              PIC S9(9)V99 COMP-3.
      *****************************************************************
      *    PAID-UP BASIS - SUMASSURED IN THE PROPORTION OF PREMIUMS   *
      *    COLLECTED TO PREMIUMS DUE OVER THE WHOLE TERM (ANNUAL      *
      *    PREMIUM TIMES TERM), NEVER MORE THAN SUMASSURED.  WHERE NO *
      *    COLLECTION HISTORY IS HELD (BROKER-COLLECTED OR MIGRATED   *
      *    BUSINESS) THE ELAPSED-TERM PROPORTION LGSRND01 USES STANDS *
      *    IN.  AS WITH SURRENDER, NOTHING IS AVAILABLE INSIDE THE    *
      *    FIRST TWO YEARS, AND A QUOTE STANDS FOR 30 DAYS.           *
      *****************************************************************
       77  WS-MIN-ELAPSED-YEARS        PIC S9(4) COMP VALUE +2.
       77  WS-QUOTE-VALID-DAYS         PIC S9(4) COMP VALUE +30.
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
           ADD WS-FULL-PUP-LEN  TO WS-REQUIRED-CA-LEN
           IF EIBCALEN IS LESS THAN WS-REQUIRED-CA-LEN
             PERFORM LOG-COMMAREA-REJECT
             MOVE '98' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF
           MOVE CA-PUP-POLICY-NUM TO DB2-POLICYNUM-INT
           MOVE CA-PUP-POLICY-NUM TO EM-POLNUM
           EVALUATE CA-REQUEST-ID
             WHEN '01QPUP'
               PERFORM COMPUTE-PAIDUP-VALUE
                   THRU COMPUTE-PAIDUP-VALUE-EXIT
               IF CA-RETURN-CODE EQUAL '00'
                 PERFORM RECORD-PAIDUP-QUOTE
               END-IF
             WHEN '01XPUP'
               PERFORM COMPUTE-PAIDUP-VALUE
                   THRU COMPUTE-PAIDUP-VALUE-EXIT
               IF CA-RETURN-CODE EQUAL '00'
                 PERFORM PROCESS-PAIDUP THRU PROCESS-PAIDUP-EXIT
               END-IF
             WHEN OTHER
               MOVE '99' TO CA-RETURN-CODE
           END-EVALUATE
           EXEC CICS RETURN END-EXEC.
       MAINLINE-EXIT.
           EXIT.
       COMPUTE-PAIDUP-VALUE.
           MOVE ' SELECT ENDOW  ' TO EM-SQLREQ
           EXEC SQL
             SELECT P.CUSTOMERNUMBER,
                    COALESCE(P.STATUS, ' '),
                    COALESCE(P.PAYMENT, 0),
                    E.SUMASSURED,
                    E.TERM,
                    YEAR(CURRENT DATE) - YEAR(DATE(P.ISSUEDATE))
               INTO :DB2-CUSTOMERNUM-INT,
                    :DB2-POLICY-STATUS,
                    :DB2-ANNUAL-PREMIUM,
                    :DB2-SUMASSURED-INT,
                    :DB2-TERM-SINT,
                    :DB2-ELAPSED-YEARS
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
               GO TO COMPUTE-PAIDUP-VALUE-EXIT
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO COMPUTE-PAIDUP-VALUE-EXIT
           END-EVALUATE
           MOVE DB2-SUMASSURED-INT TO CA-PUP-SUM-ASSURED
           MOVE DB2-POLICY-STATUS  TO CA-PUP-STATUS
      *    ONLY A PREMIUM-PAYING POLICY IN FORCE CAN GO PAID-UP -
      *    NOT ONE ALREADY PAID-UP, LAID UP, OR OFF COVER
           IF DB2-POLICY-STATUS EQUAL 'C' OR 'L' OR 'M' OR 'S' OR
              DB2-POLICY-STATUS EQUAL 'U' OR 'D' OR 'X' OR 'P'
             MOVE '94' TO CA-RETURN-CODE
             GO TO COMPUTE-PAIDUP-VALUE-EXIT
           END-IF
           IF DB2-ELAPSED-YEARS LESS THAN WS-MIN-ELAPSED-YEARS
             MOVE ZERO TO CA-PUP-VALUE
             MOVE '93' TO CA-RETURN-CODE
             GO TO COMPUTE-PAIDUP-VALUE-EXIT
           END-IF
           IF DB2-ELAPSED-YEARS GREATER THAN DB2-TERM-SINT
             MOVE DB2-TERM-SINT TO DB2-ELAPSED-YEARS
           END-IF
           MOVE ' SELECT PREMPD ' TO EM-SQLREQ
           MOVE 0 TO DB2-PREMIUM-PAID
           EXEC SQL
             SELECT COALESCE(SUM(COLLECTIONAMOUNT), 0)
               INTO :DB2-PREMIUM-PAID
               FROM PAYMENTCOLLECTION
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                 AND STATUS = 'COLLECTED'
           END-EXEC
           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO COMPUTE-PAIDUP-VALUE-EXIT
           END-IF
           COMPUTE WS-PREMIUM-DUE =
               DB2-ANNUAL-PREMIUM * DB2-TERM-SINT
           IF DB2-PREMIUM-PAID GREATER THAN ZERO AND
              WS-PREMIUM-DUE GREATER THAN ZERO
             IF DB2-PREMIUM-PAID GREATER THAN WS-PREMIUM-DUE
               MOVE WS-PREMIUM-DUE TO DB2-PREMIUM-PAID
             END-IF
             COMPUTE DB2-PAIDUP-SA-INT ROUNDED =
                 DB2-SUMASSURED-INT * DB2-PREMIUM-PAID
                 / WS-PREMIUM-DUE
           ELSE
             COMPUTE DB2-PAIDUP-SA-INT ROUNDED =
                 DB2-SUMASSURED-INT * DB2-ELAPSED-YEARS
                 / DB2-TERM-SINT
           END-IF
           MOVE DB2-PAIDUP-SA-INT  TO CA-PUP-VALUE
           MOVE DB2-PREMIUM-PAID   TO CA-PUP-PREM-PAID
           MOVE WS-PREMIUM-DUE     TO CA-PUP-PREM-DUE
           MOVE '00' TO CA-RETURN-CODE.
       COMPUTE-PAIDUP-VALUE-EXIT.
           EXIT.
      *  THE QUOTE IS HELD ON THE ENDOWMENT SO A LATER CONVERSION
      *  CAN PROVE THE CUSTOMER WAS OFFERED THE FIGURE FIRST
       RECORD-PAIDUP-QUOTE.
           MOVE ' UPDATE PUQUOTE' TO EM-SQLREQ
           EXEC SQL
             UPDATE ENDOWMENT
                SET PUQUOTEAMOUNT = :DB2-PAIDUP-SA-INT,
                    PUQUOTEDATE   = CURRENT DATE
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
           EXIT.
      *  PAID-UP STOPS THE PREMIUMS (STATUS 'P' DROPS OUT OF THE
      *  LGDDC01 COLLECTION SELECTIONS) BUT KEEPS THE POLICY IN
      *  FORCE TO MATURITY ON THE REDUCED SUM ASSURED.  THE
      *  ORIGINAL SUMASSURED IS LEFT AS WRITTEN; EVERYTHING THAT
      *  VALUES OR PAYS THE POLICY READS PAIDUPSUMASSURED FIRST.
       PROCESS-PAIDUP.
           MOVE ' SELECT PUQUOTE' TO EM-SQLREQ
           EXEC SQL
             SELECT DAYS(CURRENT DATE) - DAYS(PUQUOTEDATE)
               INTO :DB2-QUOTE-AGE-DAYS
               FROM ENDOWMENT
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                 AND PUQUOTEDATE IS NOT NULL
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '92' TO CA-RETURN-CODE
               GO TO PROCESS-PAIDUP-EXIT
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO PROCESS-PAIDUP-EXIT
           END-EVALUATE
           IF DB2-QUOTE-AGE-DAYS GREATER THAN WS-QUOTE-VALID-DAYS
             MOVE '92' TO CA-RETURN-CODE
             GO TO PROCESS-PAIDUP-EXIT
           END-IF
           MOVE ' UPDATE ENDOW  ' TO EM-SQLREQ
           EXEC SQL
             UPDATE ENDOWMENT
                SET PAIDUPSUMASSURED = :DB2-PAIDUP-SA-INT,
                    PAIDUPDATE       = CURRENT DATE
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             EXEC CICS RETURN END-EXEC
           END-IF
           MOVE ' UPDATE POLICY ' TO EM-SQLREQ
           EXEC SQL
             UPDATE POLICY
                SET STATUS      = 'P',
                    LASTCHANGED = CURRENT TIMESTAMP
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           ELSE
             MOVE 'P'  TO CA-PUP-STATUS
             MOVE '00' TO CA-RETURN-CODE
           END-IF.
       PROCESS-PAIDUP-EXIT.
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
                VALUES ( 'LGPDUP01', :WS-TRANSID, :WS-TERMID,
                         :WS-TASKNUM, CA-REQUEST-ID, :WS-CALEN,
                         :WS-REQUIRED-CA-LEN, CURRENT TIMESTAMP )
           END-EXEC.
           EXIT.
