       PROCESS SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPHCH01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'LGPHCH01------WS'.
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
           03 FILLER                   PIC X(9)  VALUE ' LGPHCH01'.
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
       01 DB2-TRANSFER-FIELDS.
          03 DB2-POLICYNUM-INT         PIC S9(9) COMP.
          03 DB2-OLD-CUSTNUM-INT       PIC S9(9) COMP.
          03 DB2-NEW-CUSTNUM-INT       PIC S9(9) COMP.
          03 DB2-POLICY-STATUS         PIC X(01).
          03 DB2-POLICY-EXPIRY         PIC X(10).
          03 DB2-FIRSTNAME             PIC X(10).
          03 DB2-LASTNAME              PIC X(20).
          03 DB2-DOB                   PIC X(10).
          03 DB2-DECEASED              PIC X(01).
          03 DB2-TRANSFERDATE          PIC X(10).
          03 DB2-CLAIMS-KEPT           PIC S9(9) COMP.
          03 DB2-DOC-TYPE              PIC X(01).
       01  WS-TRANSFER-COUNTS.
           03 WS-SANCTION-COUNT        PIC S9(9) COMP VALUE +0.
           03 WS-PEP-COUNT             PIC S9(9) COMP VALUE +0.
           03 WS-SCREEN-RESULT         PIC X(01) VALUE 'C'.
           03 WS-DUP-COUNT             PIC S9(9) COMP VALUE +0.
           03 WS-OTHER-LIVE-COUNT      PIC S9(9) COMP VALUE +0.
           03 WS-ARRANGEMENT-COUNT     PIC S9(9) COMP VALUE +0.
      *****************************************************************
      *    THE TRANSFER ENDORSEMENT IS INDEXED IN THE POLICY DOCUMENT *
      *    INDEX, NUMBERED FROM THE SAME DOCUMENT COUNTER AS THE      *
      *    POLICY SCHEDULE (LGDOC01)                                  *
      *****************************************************************
       77  WS-TRANSFER-DOC-TYPE        PIC X(01) VALUE 'H'.
       77  LGRCTL01                    PIC X(8)  VALUE 'LGRCTL01'.
           COPY LGRCTL.
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
           INITIALIZE DB2-TRANSFER-FIELDS.
           IF EIBCALEN IS EQUAL TO ZERO
               MOVE ' NO COMMAREA RECEIVED' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS ABEND ABCODE('LGCA') NODUMP END-EXEC
           END-IF
           MOVE '00' TO CA-RETURN-CODE
           SET WS-ADDR-DFHCOMMAREA TO ADDRESS OF DFHCOMMAREA.
           ADD WS-CA-HEADER-LEN TO WS-REQUIRED-CA-LEN
           ADD WS-FULL-PHC-LEN  TO WS-REQUIRED-CA-LEN
           IF EIBCALEN IS LESS THAN WS-REQUIRED-CA-LEN
             PERFORM LOG-COMMAREA-REJECT
             MOVE '98' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF
           MOVE CA-PHC-POLICY-NUM TO DB2-POLICYNUM-INT
           MOVE CA-PHC-POLICY-NUM TO EM-POLNUM
           EVALUATE CA-REQUEST-ID
             WHEN '01TPHC'
               PERFORM TRANSFER-POLICY THRU TRANSFER-POLICY-EXIT
             WHEN '01PPHC'
               PERFORM RELEASE-PAYMENT-HOLD
                   THRU RELEASE-PAYMENT-HOLD-EXIT
             WHEN OTHER
               MOVE '99' TO CA-RETURN-CODE
           END-EVALUATE
           EXEC CICS RETURN END-EXEC.
       MAINLINE-EXIT.
           EXIT.
      *  A BUSINESS SOLD OR A HOUSE CHANGING HANDS WITH THE COVER
      *  GOING WITH IT.  THE POLICY KEEPS ITS NUMBER, CLAIMS HISTORY,
      *  CESSION AND AUDIT TRAIL AND MOVES TO THE NEW CUSTOMER.  THE
      *  NEW HOLDER IS SCREENED AND DUPLICATE-COVER CHECKED AS A NEW
      *  CUSTOMER AND A NEW POLICY WOULD BE.  THE OLD HOLDER'S
      *  INSTALMENT PLAN IS CLOSED, AND THEIR MANDATE TOO WHEN NO
      *  OTHER LIVE POLICY COLLECTS ON IT; COLLECTION THEN WAITS ON A
      *  PAYMENT HOLD UNTIL THE NEW HOLDER'S ARRANGEMENTS ARE IN
      *  PLACE (01PPHC).  CLAIMS ALREADY MADE STAY WITH THE ORIGINAL
      *  INSURED.
       TRANSFER-POLICY.
           IF CA-PHC-NEW-CUSTOMER EQUAL ZERO OR
              CA-PHC-STAFF-ID     EQUAL SPACES
             MOVE '05' TO CA-RETURN-CODE
             GO TO TRANSFER-POLICY-EXIT
           END-IF
           MOVE CA-PHC-NEW-CUSTOMER TO DB2-NEW-CUSTNUM-INT
           MOVE CA-PHC-NEW-CUSTOMER TO EM-CUSNUM
           MOVE ' SELECT POLICY ' TO EM-SQLREQ
           EXEC SQL
             SELECT CUSTOMERNUMBER,
                    POLICYTYPE,
                    COALESCE(STATUS, ' '),
                    EXPIRYDATE
               INTO :DB2-OLD-CUSTNUM-INT,
                    :DB2-POLICYTYPE,
                    :DB2-POLICY-STATUS,
                    :DB2-POLICY-EXPIRY
               FROM POLICY
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '01' TO CA-RETURN-CODE
               GO TO TRANSFER-POLICY-EXIT
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO TRANSFER-POLICY-EXIT
           END-EVALUATE
           IF DB2-OLD-CUSTNUM-INT EQUAL DB2-NEW-CUSTNUM-INT
             MOVE '05' TO CA-RETURN-CODE
             GO TO TRANSFER-POLICY-EXIT
           END-IF
           EXEC SQL
             SET :DB2-TRANSFERDATE = CHAR(CURRENT DATE, ISO)
           END-EXEC
           IF DB2-POLICY-STATUS EQUAL 'C' OR 'L' OR 'M' OR
              DB2-POLICY-STATUS EQUAL 'S' OR 'D' OR 'X' OR
              DB2-POLICY-EXPIRY LESS THAN DB2-TRANSFERDATE
             MOVE '94' TO CA-RETURN-CODE
             GO TO TRANSFER-POLICY-EXIT
           END-IF
           PERFORM SELECT-NEW-HOLDER THRU SELECT-NEW-HOLDER-EXIT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO TRANSFER-POLICY-EXIT
           END-IF
           PERFORM CHECK-BATCH-WINDOW
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO TRANSFER-POLICY-EXIT
           END-IF
           PERFORM SCREEN-NEW-HOLDER THRU SCREEN-NEW-HOLDER-EXIT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO TRANSFER-POLICY-EXIT
           END-IF
           PERFORM CHECK-DUPLICATE-COVER
               THRU CHECK-DUPLICATE-COVER-EXIT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO TRANSFER-POLICY-EXIT
           END-IF
           PERFORM SNAPSHOT-POLICY-ROW
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO TRANSFER-POLICY-EXIT
           END-IF
           MOVE ' UPDATE POLICY ' TO EM-SQLREQ
           EXEC SQL
             UPDATE POLICY
                SET CUSTOMERNUMBER = :DB2-NEW-CUSTNUM-INT,
                    PAYMENTHOLD    = 'Y',
                    LASTCHANGED    = CURRENT TIMESTAMP
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO TRANSFER-POLICY-EXIT
           END-IF
           PERFORM KEEP-CLAIMS-WITH-INSURED
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO TRANSFER-POLICY-EXIT
           END-IF
           PERFORM CLOSE-OLD-ARRANGEMENTS
               THRU CLOSE-OLD-ARRANGEMENTS-EXIT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO TRANSFER-POLICY-EXIT
           END-IF
           MOVE WS-TRANSFER-DOC-TYPE TO DB2-DOC-TYPE
           MOVE 'PHC'                TO CA-PHC-DOC-REFERENCE(1:3)
           PERFORM RECORD-NOTICE
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO TRANSFER-POLICY-EXIT
           END-IF
           PERFORM RECORD-TRANSFER
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO TRANSFER-POLICY-EXIT
           END-IF
           MOVE DB2-OLD-CUSTNUM-INT TO CA-PHC-OLD-CUSTOMER
           MOVE DB2-TRANSFERDATE    TO CA-PHC-TRANSFER-DATE
           MOVE WS-SCREEN-RESULT    TO CA-PHC-SCREEN-RESULT
           MOVE DB2-CLAIMS-KEPT     TO CA-PHC-CLAIMS-KEPT
           MOVE 'Y'                 TO CA-PHC-PAYMENT-HOLD
           IF WS-SCREEN-RESULT EQUAL 'P'
             MOVE '79' TO CA-RETURN-CODE
           END-IF.
       TRANSFER-POLICY-EXIT.
           EXIT.
      *  THE NEW HOLDER MUST ALREADY BE A CUSTOMER AND NOT RECORDED AS
      *  DECEASED
       SELECT-NEW-HOLDER.
           MOVE ' SELECT NEWCUST' TO EM-SQLREQ
           EXEC SQL
             SELECT FIRSTNAME,
                    LASTNAME,
                    DATEOFBIRTH,
                    CASE WHEN DECEASEDDATE IS NULL
                         THEN 'N' ELSE 'Y' END
               INTO :DB2-FIRSTNAME,
                    :DB2-LASTNAME,
                    :DB2-DOB,
                    :DB2-DECEASED
               FROM CUSTOMER
               WHERE CUSTOMERNUMBER = :DB2-NEW-CUSTNUM-INT
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '03' TO CA-RETURN-CODE
               GO TO SELECT-NEW-HOLDER-EXIT
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO SELECT-NEW-HOLDER-EXIT
           END-EVALUATE
           IF DB2-DECEASED EQUAL 'Y'
             MOVE '03' TO CA-RETURN-CODE
           END-IF.
       SELECT-NEW-HOLDER-EXIT.
           EXIT.
      *  THE NEW HOLDER IS MATCHED AGAINST THE SANCTIONS AND PEP LIST
      *  AS LGACDB01 DOES FOR A NEW CUSTOMER.  A SANCTIONS HIT BLOCKS
      *  THE TRANSFER (RC 78); A PEP HIT LETS IT THROUGH WITH RC 79
      *  FOR COMPLIANCE REFERRAL.  THE SCREENING IS KEPT ON
      *  SCREENRESULT EITHER WAY.
       SCREEN-NEW-HOLDER.
           MOVE 'C'  TO WS-SCREEN-RESULT
           MOVE ZERO TO WS-SANCTION-COUNT
           MOVE ZERO TO WS-PEP-COUNT
           MOVE ' SELECT SANCTN ' TO EM-SQLREQ
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-SANCTION-COUNT
               FROM SANCTIONLIST
               WHERE FIRSTNAME = :DB2-FIRSTNAME
                 AND LASTNAME  = :DB2-LASTNAME
                 AND DOB       = :DB2-DOB
                 AND ENTRYTYPE = 'S'
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO SCREEN-NEW-HOLDER-EXIT
           END-IF
           MOVE ' SELECT PEP    ' TO EM-SQLREQ
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-PEP-COUNT
               FROM SANCTIONLIST
               WHERE FIRSTNAME = :DB2-FIRSTNAME
                 AND LASTNAME  = :DB2-LASTNAME
                 AND DOB       = :DB2-DOB
                 AND ENTRYTYPE = 'P'
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO SCREEN-NEW-HOLDER-EXIT
           END-IF
           EVALUATE TRUE
             WHEN WS-SANCTION-COUNT GREATER THAN ZERO
               MOVE 'S'  TO WS-SCREEN-RESULT
             WHEN WS-PEP-COUNT GREATER THAN ZERO
               MOVE 'P'  TO WS-SCREEN-RESULT
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           MOVE ' INSERT SCREEN ' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO SCREENRESULT
                       ( CUSTOMERNUMBER,
                         SCREENRESULT,
                         SANCTIONMATCHES,
                         PEPMATCHES,
                         SCREENTIME )
                VALUES ( :DB2-NEW-CUSTNUM-INT,
                         :WS-SCREEN-RESULT,
                         :WS-SANCTION-COUNT,
                         :WS-PEP-COUNT,
                         CURRENT TIMESTAMP )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO SCREEN-NEW-HOLDER-EXIT
           END-IF
           IF WS-SCREEN-RESULT EQUAL 'S'
             MOVE 'S'  TO CA-PHC-SCREEN-RESULT
             MOVE '78' TO CA-RETURN-CODE
           END-IF.
       SCREEN-NEW-HOLDER-EXIT.
           EXIT.
      *  THE NEW HOLDER MAY ALREADY INSURE THE SAME VEHICLE OR
      *  PROPERTY UNDER ANOTHER LIVE POLICY - THE TRANSFER WOULD THEN
      *  DOUBLE THE COVER, SO IT IS TURNED AWAY RC 77 AS A DUPLICATE
      *  ADD IS
       CHECK-DUPLICATE-COVER.
           MOVE ZERO TO WS-DUP-COUNT
           EVALUATE DB2-POLICYTYPE
             WHEN 'M'
               MOVE ' SELECT DUPMOT ' TO EM-SQLREQ
               EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-DUP-COUNT
                   FROM MOTOR T,
                        MOTOR M,
                        POLICY P
                   WHERE T.POLICYNUMBER = :DB2-POLICYNUM-INT
                     AND M.REGNUMBER    = T.REGNUMBER
                     AND M.POLICYNUMBER = P.POLICYNUMBER
                     AND P.POLICYNUMBER <> :DB2-POLICYNUM-INT
                     AND P.CUSTOMERNUMBER = :DB2-NEW-CUSTNUM-INT
                     AND COALESCE(P.STATUS, ' ')
                         NOT IN ('C','L','M','S')
                     AND P.EXPIRYDATE >= CHAR(CURRENT DATE, ISO)
               END-EXEC
             WHEN 'H'
               MOVE ' SELECT DUPHOU ' TO EM-SQLREQ
               EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-DUP-COUNT
                   FROM HOUSE T,
                        HOUSE H,
                        POLICY P
                   WHERE T.POLICYNUMBER = :DB2-POLICYNUM-INT
                     AND H.HOUSENUMBER  = T.HOUSENUMBER
                     AND H.POSTCODE     = T.POSTCODE
                     AND H.POLICYNUMBER = P.POLICYNUMBER
                     AND P.POLICYNUMBER <> :DB2-POLICYNUM-INT
                     AND P.CUSTOMERNUMBER = :DB2-NEW-CUSTNUM-INT
                     AND COALESCE(P.STATUS, ' ')
                         NOT IN ('C','L','M','S')
                     AND P.EXPIRYDATE >= CHAR(CURRENT DATE, ISO)
               END-EXEC
             WHEN OTHER
               GO TO CHECK-DUPLICATE-COVER-EXIT
           END-EVALUATE
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO CHECK-DUPLICATE-COVER-EXIT
           END-IF
           IF WS-DUP-COUNT GREATER THAN ZERO
             MOVE '77' TO CA-RETURN-CODE
           END-IF.
       CHECK-DUPLICATE-COVER-EXIT.
           EXIT.
       SNAPSHOT-POLICY-ROW.
           MOVE ' INSERT POLHIST' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO POLICY_HISTORY
                 SELECT * FROM POLICY
                  WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
           EXIT.
      *  THE CLAIM CARRIES ONLY ITS POLICY, SO CLAIMS MADE BEFORE THE
      *  TRANSFER ARE MARKED WITH THE ORIGINAL INSURED - SETTLEMENTS
      *  AND PAYMENTS ON ACCOUNT STILL GO TO THEM, NOT TO THE NEW
      *  HOLDER.  A CLAIM ALREADY MARKED FROM AN EARLIER TRANSFER
      *  KEEPS ITS INSURED.
       KEEP-CLAIMS-WITH-INSURED.
           MOVE ZERO TO DB2-CLAIMS-KEPT
           MOVE ' UPDATE CLAIMS ' TO EM-SQLREQ
           EXEC SQL
             UPDATE CLAIM
                SET INSUREDCUSTNUM = :DB2-OLD-CUSTNUM-INT
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                AND INSUREDCUSTNUM IS NULL
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE SQLERRD(3) TO DB2-CLAIMS-KEPT
             WHEN 100
               CONTINUE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
           EXIT.
      *  THE OLD HOLDER STOPS PAYING FOR THE POLICY.  ITS INSTALMENT
      *  PLAN IS CLOSED ('T') WITH ITS CREDIT OUTCOME CLEARED, SO A
      *  PLAN FOR THE NEW HOLDER (01UIPL) IS CREDIT CHECKED AGAIN.
      *  THE MANDATE IS THE CUSTOMER'S, NOT THE POLICY'S - IT IS ONLY
      *  CANCELLED WHEN NO OTHER LIVE POLICY OF THEIRS REMAINS.
       CLOSE-OLD-ARRANGEMENTS.
           MOVE 'N' TO CA-PHC-PLAN-CLOSED
           MOVE 'N' TO CA-PHC-MANDATE-CLOSED
           MOVE ' UPDATE INSTPLN' TO EM-SQLREQ
           EXEC SQL
             UPDATE INSTALMENTPLAN
                SET STATUS        = 'T',
                    CREDITOUTCOME = ' ',
                    CREDITREF     = ' ',
                    LASTCHANGED   = CURRENT TIMESTAMP
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                AND STATUS       = 'A'
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE 'Y' TO CA-PHC-PLAN-CLOSED
             WHEN 100
               CONTINUE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO CLOSE-OLD-ARRANGEMENTS-EXIT
           END-EVALUATE
           MOVE ZERO TO WS-OTHER-LIVE-COUNT
           MOVE ' SELECT OLDLIVE' TO EM-SQLREQ
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-OTHER-LIVE-COUNT
               FROM POLICY
               WHERE CUSTOMERNUMBER = :DB2-OLD-CUSTNUM-INT
                 AND COALESCE(STATUS, ' ')
                     NOT IN ('C','L','M','S','D','X')
                 AND EXPIRYDATE >= CHAR(CURRENT DATE, ISO)
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO CLOSE-OLD-ARRANGEMENTS-EXIT
           END-IF
           IF WS-OTHER-LIVE-COUNT GREATER THAN ZERO
             GO TO CLOSE-OLD-ARRANGEMENTS-EXIT
           END-IF
           MOVE ' UPDATE MANDATE' TO EM-SQLREQ
           EXEC SQL
             UPDATE PAYMENTMANDATE
                SET MANDATESTATUS = 'X',
                    LASTCHANGED   = CURRENT TIMESTAMP
              WHERE CUSTOMERNUMBER = :DB2-OLD-CUSTNUM-INT
                AND MANDATESTATUS IN ('L','P','C')
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE 'Y' TO CA-PHC-MANDATE-CLOSED
             WHEN 100
               CONTINUE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
       CLOSE-OLD-ARRANGEMENTS-EXIT.
           EXIT.
      *  THE TRANSFER ITSELF - WHO IT MOVED FROM AND TO, WHY, WHO DID
      *  IT, THE SCREENING OUTCOME AND WHAT WAS CLOSED - FOR THE AUDIT
      *  TRAIL ALONGSIDE THE POLICY_HISTORY IMAGE
       RECORD-TRANSFER.
           MOVE ' INSERT POLXFER' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO POLICYTRANSFER
                       ( POLICYNUMBER,
                         OLDCUSTOMERNUMBER,
                         NEWCUSTOMERNUMBER,
                         TRANSFERDATE,
                         REASON,
                         STAFFID,
                         SCREENRESULT,
                         CLAIMSRETAINED,
                         PLANCLOSED,
                         MANDATECLOSED,
                         DOCREFERENCE,
                         TRANSFERTIME )
                VALUES ( :DB2-POLICYNUM-INT,
                         :DB2-OLD-CUSTNUM-INT,
                         :DB2-NEW-CUSTNUM-INT,
                         :DB2-TRANSFERDATE,
                         :CA-PHC-REASON,
                         :CA-PHC-STAFF-ID,
                         :WS-SCREEN-RESULT,
                         :DB2-CLAIMS-KEPT,
                         :CA-PHC-PLAN-CLOSED,
                         :CA-PHC-MANDATE-CLOSED,
                         :CA-PHC-DOC-REFERENCE,
                         CURRENT TIMESTAMP )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
           EXIT.
      *  COLLECTION RESUMES ONLY ONCE THE NEW HOLDER HAS A MANDATE
      *  LODGED OR AN ACTIVE INSTALMENT PLAN ON THE POLICY; WITHOUT
      *  EITHER THE HOLD STAYS AND RC 96 COMES BACK
       RELEASE-PAYMENT-HOLD.
           MOVE ' SELECT POLICY ' TO EM-SQLREQ
           EXEC SQL
             SELECT CUSTOMERNUMBER
               INTO :DB2-NEW-CUSTNUM-INT
               FROM POLICY
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                 AND PAYMENTHOLD  = 'Y'
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '01' TO CA-RETURN-CODE
               GO TO RELEASE-PAYMENT-HOLD-EXIT
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO RELEASE-PAYMENT-HOLD-EXIT
           END-EVALUATE
           MOVE DB2-NEW-CUSTNUM-INT TO EM-CUSNUM
           MOVE ZERO TO WS-ARRANGEMENT-COUNT
           MOVE ' SELECT PAYARR ' TO EM-SQLREQ
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-ARRANGEMENT-COUNT
               FROM SYSIBM.SYSDUMMY1
               WHERE EXISTS
                     ( SELECT 1 FROM PAYMENTMANDATE
                        WHERE CUSTOMERNUMBER = :DB2-NEW-CUSTNUM-INT
                          AND MANDATESTATUS IN ('L','P','C') )
                  OR EXISTS
                     ( SELECT 1 FROM INSTALMENTPLAN
                        WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                          AND STATUS       = 'A' )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO RELEASE-PAYMENT-HOLD-EXIT
           END-IF
           IF WS-ARRANGEMENT-COUNT EQUAL ZERO
             MOVE 'Y'  TO CA-PHC-PAYMENT-HOLD
             MOVE '96' TO CA-RETURN-CODE
             GO TO RELEASE-PAYMENT-HOLD-EXIT
           END-IF
           MOVE ' UPDATE PAYHOLD' TO EM-SQLREQ
           EXEC SQL
             UPDATE POLICY
                SET PAYMENTHOLD = 'N',
                    LASTCHANGED = CURRENT TIMESTAMP
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO RELEASE-PAYMENT-HOLD-EXIT
           END-IF
           MOVE DB2-NEW-CUSTNUM-INT TO CA-PHC-NEW-CUSTOMER
           MOVE 'N'                 TO CA-PHC-PAYMENT-HOLD.
       RELEASE-PAYMENT-HOLD-EXIT.
           EXIT.
      *  A BATCH STEP THAT HAS DECLARED A LOCK ON POLICY (OR ON THIS
      *  POLICY'S TYPE) IS RUNNING - THE TRANSFER IS TURNED AWAY
      *  RC 89 (SERVICE TEMPORARILY UNAVAILABLE, RETRY LATER)
       CHECK-BATCH-WINDOW.
           MOVE 'C'               TO RCTL-ACTION
           MOVE 'POLICY'          TO RCTL-LOCK-TABLE
           MOVE DB2-POLICYNUM-INT TO RCTL-POLICY-NUM
           MOVE 'LGPHCH01'        TO RCTL-ONLINE-PROGRAM
           MOVE CA-REQUEST-ID     TO RCTL-ONLINE-REQUEST
           MOVE ' CALL LGRCTL01 ' TO EM-SQLREQ
           CALL LGRCTL01 USING RCTL-REQUEST
           EVALUATE RCTL-RC
             WHEN '00'
               CONTINUE
             WHEN '03'
               MOVE '89' TO CA-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
           EXIT.
      *  THE ENDORSEMENT IS INDEXED AGAINST THE POLICY THE SAME WAY AS
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
           MOVE CA-PHC-POLICY-NUM TO CA-PHC-DOC-REFERENCE(4:10)
           MOVE LastDocNum        TO CA-PHC-DOC-REFERENCE(14:8)
           MOVE ' INSERT DOC   ' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO POLICYDOCUMENT
                       ( POLICYNUMBER,
                         DOCTYPE,
                         DOCREFERENCE,
                         GENERATEDTIME )
                VALUES ( :DB2-POLICYNUM-INT,
                         :DB2-DOC-TYPE,
                         :CA-PHC-DOC-REFERENCE,
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
                VALUES ( 'LGPHCH01', :WS-TRANSID, :WS-TERMID,
                         :WS-TASKNUM, CA-REQUEST-ID, :WS-CALEN,
                         :WS-REQUIRED-CA-LEN, CURRENT TIMESTAMP )
           END-EXEC.
           EXIT.
