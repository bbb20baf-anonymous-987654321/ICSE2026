       PROCESS SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGCRUC01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'LGCRUC01------WS'.
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
           03 FILLER                   PIC X(9)  VALUE ' LGCRUC01'.
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
       01 DB2-CRU-FIELDS.
          03 DB2-CLAIMNUM-INT          PIC S9(9) COMP.
          03 DB2-POLICYNUM-INT         PIC S9(9) COMP.
          03 DB2-LINESEQ-SINT          PIC S9(4) COMP.
          03 DB2-PAYEESEQ-SINT         PIC S9(4) COMP.
          03 DB2-BENSEQ-SINT           PIC S9(4) COMP.
          03 DB2-LINE-TYPE             PIC X(02).
          03 DB2-CRU-STATUS            PIC X(01).
          03 DB2-OLD-SORTCODE          PIC X(06).
          03 DB2-OLD-ACCOUNT           PIC X(08).
          03 DB2-BEN-CODE              PIC X(04).
          03 DB2-BEN-HEAD              PIC X(04).
          03 DB2-BEN-RECOV             PIC S9(7)V99 COMP-3.
          03 DB2-BEN-DEDUCT            PIC S9(7)V99 COMP-3.
          03 DB2-TOTAL-RECOV           PIC S9(9)V99 COMP-3.
          03 DB2-TOTAL-DEDUCT          PIC S9(9)V99 COMP-3.
       01  WS-BEN-INDEX                PIC 9(02) VALUE 0.
      *  THE CRU REPAYMENT IS INSTRUCTED IN ITS OWN LINESEQ BAND ON
      *  CLAIMPAYEE AND CLAIMPAYMENT, CLEAR OF THE CLAIMANT'S OWN
      *  PAYEE FOR THE LINE
       01  WS-CRU-BAND                 PIC S9(4) COMP VALUE +600.
       01  WS-CRU-PAYEE-NAME           PIC X(35)
                                  VALUE 'COMPENSATION RECOVERY UNIT'.
      *****************************************************************
      *  BANK DETAILS ARE MASKED BY THE SUITE RULE (LGMASK01) BEFORE  *
      *  A COMMAREA IS CAPTURED FOR DIAGNOSTICS; THE CLEAR VALUES ARE *
      *  HELD HERE AND PUT BACK FOR THE CALLER                        *
      *****************************************************************
       77  LGMASK01                    PIC X(8)  VALUE 'LGMASK01'.
           COPY LGMASK.
       01  WS-CLEAR-SORTCODE           PIC X(06) VALUE SPACES.
       01  WS-CLEAR-ACCOUNT            PIC X(08) VALUE SPACES.
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
             DECLARE CRUBEN_CURSOR CURSOR FOR
               SELECT BENEFITCODE, HEADCODE,
                      RECOVERABLEAMOUNT, DEDUCTIBLEAMOUNT
               FROM CRUBENEFIT
               WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
                 AND LINESEQ     = :DB2-LINESEQ-SINT
               ORDER BY BENEFITSEQ
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
           INITIALIZE DB2-CRU-FIELDS.
           IF EIBCALEN IS EQUAL TO ZERO
               MOVE ' NO COMMAREA RECEIVED' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS ABEND ABCODE('LGCA') NODUMP END-EXEC
           END-IF
           MOVE '00' TO CA-RETURN-CODE
           SET WS-ADDR-DFHCOMMAREA TO ADDRESS OF DFHCOMMAREA.
           ADD WS-CA-HEADER-LEN TO WS-REQUIRED-CA-LEN
           ADD WS-FULL-CRU-LEN  TO WS-REQUIRED-CA-LEN
           IF EIBCALEN IS LESS THAN WS-REQUIRED-CA-LEN
             PERFORM LOG-COMMAREA-REJECT
             MOVE '98' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF
           MOVE CA-CRU-CLAIM-NUM TO DB2-CLAIMNUM-INT
           MOVE CA-CRU-CLAIM-NUM TO EM-CUSNUM
           MOVE CA-CRU-LINE-SEQ  TO DB2-LINESEQ-SINT
           COMPUTE DB2-PAYEESEQ-SINT = WS-CRU-BAND + DB2-LINESEQ-SINT
           EVALUATE CA-REQUEST-ID
             WHEN '01RCRU'
               PERFORM REQUEST-CERTIFICATE
                 THRU REQUEST-CERTIFICATE-EXIT
             WHEN '01CCRU'
               PERFORM RECORD-CERTIFICATE
                 THRU RECORD-CERTIFICATE-EXIT
             WHEN '01ICRU'
               PERFORM INQUIRE-CRU THRU INQUIRE-CRU-EXIT
             WHEN OTHER
               MOVE '99' TO CA-RETURN-CODE
           END-EVALUATE
           EXEC CICS RETURN END-EXEC.
       MAINLINE-EXIT.
           EXIT.
      *  NO PI COMPENSATION IS PAID WITHOUT A CERTIFICATE OF
      *  RECOVERABLE BENEFITS.  THE REQUEST TO THE CRU IS LOGGED
      *  AGAINST THE PI LINE WITH THE DATE IT WENT, SO THE CHASE
      *  RUN (LGCRUD01) CAN DIARY IT WHEN THE CERTIFICATE IS LATE.
      *  A FRESH REQUEST ON A LINE ALREADY HOLDING A CERTIFICATE
      *  (ONE THAT HAS EXPIRED, OR A CHANGE IN THE CLAIM) PUTS THE
      *  LINE BACK TO REQUESTED UNTIL THE NEW ONE ARRIVES.
       REQUEST-CERTIFICATE.
           IF CA-CRU-REQ-DATE EQUAL SPACES
             MOVE '95' TO CA-RETURN-CODE
             GO TO REQUEST-CERTIFICATE-EXIT
           END-IF
           PERFORM CHECK-PI-LINE THRU CHECK-PI-LINE-EXIT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO REQUEST-CERTIFICATE-EXIT
           END-IF
           MOVE ' SELECT CRU    ' TO EM-SQLREQ
           EXEC SQL
             SELECT STATUS
               INTO :DB2-CRU-STATUS
               FROM CLAIMCRU
               WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
                 AND LINESEQ     = :DB2-LINESEQ-SINT
           END-EXEC
           Evaluate SQLCODE
             When 0
               CONTINUE
             When 100
               GO TO REQUEST-CERTIFICATE-INSERT
             When Other
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO REQUEST-CERTIFICATE-EXIT
           END-Evaluate
           IF DB2-CRU-STATUS EQUAL 'R'
             MOVE '92' TO CA-RETURN-CODE
             GO TO REQUEST-CERTIFICATE-EXIT
           END-IF
           IF DB2-CRU-STATUS NOT EQUAL 'C'
             MOVE '94' TO CA-RETURN-CODE
             GO TO REQUEST-CERTIFICATE-EXIT
           END-IF
           MOVE ' UPDATE CRU    ' TO EM-SQLREQ
           EXEC SQL
             UPDATE CLAIMCRU
                SET STATUS      = 'R',
                    REQUESTDATE = :CA-CRU-REQ-DATE,
                    LASTCHANGED = CURRENT TIMESTAMP
              WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
                AND LINESEQ     = :DB2-LINESEQ-SINT
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO REQUEST-CERTIFICATE-EXIT
           END-IF
           MOVE 'R' TO CA-CRU-STATUS
           GO TO REQUEST-CERTIFICATE-EXIT.
       REQUEST-CERTIFICATE-INSERT.
           MOVE ' INSERT CRU    ' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO CLAIMCRU
                       ( CLAIMNUMBER,
                         LINESEQ,
                         STATUS,
                         REQUESTDATE,
                         CERTREF,
                         RECEIVEDDATE,
                         EXPIRYDATE,
                         SORTCODE,
                         ACCOUNTNUMBER,
                         TOTALRECOVERABLE,
                         TOTALDEDUCTIBLE,
                         REPAIDDATE,
                         LASTCHANGED )
                VALUES ( :DB2-CLAIMNUM-INT,
                         :DB2-LINESEQ-SINT,
                         'R',
                         :CA-CRU-REQ-DATE,
                         ' ',
                         NULL,
                         NULL,
                         ' ',
                         ' ',
                         0,
                         0,
                         NULL,
                         CURRENT TIMESTAMP )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO REQUEST-CERTIFICATE-EXIT
           END-IF
           MOVE 'R' TO CA-CRU-STATUS.
       REQUEST-CERTIFICATE-EXIT.
           EXIT.
      *  THE CERTIFICATE ARRIVES WITH A REFERENCE, AN EXPIRY DATE,
      *  THE CRU ACCOUNT TO REPAY AND ONE AMOUNT PER BENEFIT.  THE
      *  HANDLER RECORDS, AGAINST EACH BENEFIT, THE HEAD OF DAMAGE
      *  IT IS DEDUCTIBLE FROM AND THE AMOUNT ALLOWABLY DEDUCTED -
      *  NEVER MORE THAN WAS RECOVERED.  THE CRU IS REPAID THE
      *  WHOLE RECOVERABLE TOTAL; THE CLAIMANT IS PAID THE LINE'S
      *  SETTLEMENT LESS THE DEDUCTIBLE TOTAL (LGCLMP01).  A
      *  REPLACEMENT CERTIFICATE OVERWRITES THE BENEFITS HELD, BUT
      *  ONCE THE CRU HAS BEEN REPAID THE CERTIFICATE IS FIXED.
       RECORD-CERTIFICATE.
           PERFORM VALIDATE-CERTIFICATE THRU VALIDATE-CERTIFICATE-EXIT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO RECORD-CERTIFICATE-EXIT
           END-IF
           MOVE ' SELECT CRU    ' TO EM-SQLREQ
           EXEC SQL
             SELECT STATUS, SORTCODE, ACCOUNTNUMBER
               INTO :DB2-CRU-STATUS, :DB2-OLD-SORTCODE,
                    :DB2-OLD-ACCOUNT
               FROM CLAIMCRU
               WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
                 AND LINESEQ     = :DB2-LINESEQ-SINT
           END-EXEC
           Evaluate SQLCODE
             When 0
               CONTINUE
             When 100
               MOVE '01' TO CA-RETURN-CODE
               GO TO RECORD-CERTIFICATE-EXIT
             When Other
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO RECORD-CERTIFICATE-EXIT
           END-Evaluate
           IF DB2-CRU-STATUS EQUAL 'P'
             MOVE '94' TO CA-RETURN-CODE
             GO TO RECORD-CERTIFICATE-EXIT
           END-IF
           MOVE ' DELETE CRUBEN ' TO EM-SQLREQ
           EXEC SQL
             DELETE FROM CRUBENEFIT
              WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
                AND LINESEQ     = :DB2-LINESEQ-SINT
           END-EXEC
           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO RECORD-CERTIFICATE-EXIT
           END-IF
           MOVE 1 TO WS-BEN-INDEX
           PERFORM INSERT-ONE-BENEFIT
               UNTIL WS-BEN-INDEX GREATER THAN CA-CRU-BEN-COUNT
                  OR CA-RETURN-CODE NOT EQUAL '00'
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO RECORD-CERTIFICATE-EXIT
           END-IF
           MOVE ' UPDATE CRU    ' TO EM-SQLREQ
           EXEC SQL
             UPDATE CLAIMCRU
                SET STATUS           = 'C',
                    CERTREF          = :CA-CRU-CERT-REF,
                    RECEIVEDDATE     = :CA-CRU-RECV-DATE,
                    EXPIRYDATE       = :CA-CRU-EXPIRY-DATE,
                    SORTCODE         = :CA-CRU-SORTCODE,
                    ACCOUNTNUMBER    = :CA-CRU-ACCOUNT,
                    TOTALRECOVERABLE = :DB2-TOTAL-RECOV,
                    TOTALDEDUCTIBLE  = :DB2-TOTAL-DEDUCT,
                    LASTCHANGED      = CURRENT TIMESTAMP
              WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
                AND LINESEQ     = :DB2-LINESEQ-SINT
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO RECORD-CERTIFICATE-EXIT
           END-IF
           IF CA-CRU-SORTCODE NOT EQUAL DB2-OLD-SORTCODE OR
              CA-CRU-ACCOUNT  NOT EQUAL DB2-OLD-ACCOUNT
             PERFORM SET-CRU-PAYEE THRU SET-CRU-PAYEE-EXIT
           END-IF
           MOVE 'C'              TO CA-CRU-STATUS
           MOVE DB2-TOTAL-RECOV  TO CA-CRU-TOTAL-RECOV
           MOVE DB2-TOTAL-DEDUCT TO CA-CRU-TOTAL-DEDUCT.
       RECORD-CERTIFICATE-EXIT.
           EXIT.
       INSERT-ONE-BENEFIT.
           MOVE WS-BEN-INDEX                  TO DB2-BENSEQ-SINT
           MOVE CA-CRU-B-RECOV(WS-BEN-INDEX)  TO DB2-BEN-RECOV
           MOVE CA-CRU-B-DEDUCT(WS-BEN-INDEX) TO DB2-BEN-DEDUCT
           MOVE ' INSERT CRUBEN ' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO CRUBENEFIT
                       ( CLAIMNUMBER,
                         LINESEQ,
                         BENEFITSEQ,
                         BENEFITCODE,
                         HEADCODE,
                         RECOVERABLEAMOUNT,
                         DEDUCTIBLEAMOUNT )
                VALUES ( :DB2-CLAIMNUM-INT,
                         :DB2-LINESEQ-SINT,
                         :DB2-BENSEQ-SINT,
                         :CA-CRU-B-CODE(WS-BEN-INDEX),
                         :CA-CRU-B-HEAD(WS-BEN-INDEX),
                         :DB2-BEN-RECOV,
                         :DB2-BEN-DEDUCT )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF
           ADD 1 TO WS-BEN-INDEX.
           EXIT.
       INQUIRE-CRU.
           MOVE ' SELECT CRU    ' TO EM-SQLREQ
           EXEC SQL
             SELECT STATUS,
                    CHAR(REQUESTDATE, ISO),
                    CERTREF,
                    COALESCE(CHAR(RECEIVEDDATE, ISO), ' '),
                    COALESCE(CHAR(EXPIRYDATE, ISO), ' '),
                    SORTCODE,
                    ACCOUNTNUMBER,
                    TOTALRECOVERABLE,
                    TOTALDEDUCTIBLE
               INTO :CA-CRU-STATUS,
                    :CA-CRU-REQ-DATE,
                    :CA-CRU-CERT-REF,
                    :CA-CRU-RECV-DATE,
                    :CA-CRU-EXPIRY-DATE,
                    :CA-CRU-SORTCODE,
                    :CA-CRU-ACCOUNT,
                    :DB2-TOTAL-RECOV,
                    :DB2-TOTAL-DEDUCT
               FROM CLAIMCRU
               WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
                 AND LINESEQ     = :DB2-LINESEQ-SINT
           END-EXEC
           Evaluate SQLCODE
             When 0
               MOVE DB2-TOTAL-RECOV  TO CA-CRU-TOTAL-RECOV
               MOVE DB2-TOTAL-DEDUCT TO CA-CRU-TOTAL-DEDUCT
             When 100
               MOVE '01' TO CA-RETURN-CODE
               GO TO INQUIRE-CRU-EXIT
             When Other
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO INQUIRE-CRU-EXIT
           END-Evaluate
           MOVE ' OPEN   BENCUR ' TO EM-SQLREQ
           EXEC SQL
             OPEN CRUBEN_CURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO INQUIRE-CRU-EXIT
           END-IF
           MOVE ZERO TO CA-CRU-BEN-COUNT
           MOVE ZERO TO WS-BEN-INDEX
           PERFORM FETCH-ONE-BENEFIT
               UNTIL SQLCODE NOT EQUAL 0
                  OR WS-BEN-INDEX NOT LESS THAN 6
           MOVE ' CLOSE  BENCUR ' TO EM-SQLREQ
           EXEC SQL
             CLOSE CRUBEN_CURSOR
           END-EXEC.
       INQUIRE-CRU-EXIT.
           EXIT.
       FETCH-ONE-BENEFIT.
           MOVE ' FETCH  BENCUR ' TO EM-SQLREQ
           EXEC SQL
             FETCH CRUBEN_CURSOR
               INTO :DB2-BEN-CODE, :DB2-BEN-HEAD,
                    :DB2-BEN-RECOV, :DB2-BEN-DEDUCT
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-BEN-INDEX
               MOVE DB2-BEN-CODE   TO CA-CRU-B-CODE(WS-BEN-INDEX)
               MOVE DB2-BEN-HEAD   TO CA-CRU-B-HEAD(WS-BEN-INDEX)
               MOVE DB2-BEN-RECOV  TO CA-CRU-B-RECOV(WS-BEN-INDEX)
               MOVE DB2-BEN-DEDUCT TO CA-CRU-B-DEDUCT(WS-BEN-INDEX)
               MOVE WS-BEN-INDEX   TO CA-CRU-BEN-COUNT
             WHEN 100
               CONTINUE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
           EXIT.
      *  CERTIFICATES ARE ONLY HELD AGAINST PERSONAL INJURY LINES
       CHECK-PI-LINE.
           MOVE ' SELECT CLLINE ' TO EM-SQLREQ
           EXEC SQL
             SELECT L.LINETYPE, C.POLICYNUMBER
               INTO :DB2-LINE-TYPE, :DB2-POLICYNUM-INT
               FROM CLAIMLINE L,
                    CLAIM C
               WHERE L.CLAIMNUMBER = :DB2-CLAIMNUM-INT
                 AND L.LINESEQ     = :DB2-LINESEQ-SINT
                 AND C.CLAIMNUMBER = L.CLAIMNUMBER
           END-EXEC
           Evaluate SQLCODE
             When 0
               CONTINUE
             When 100
               MOVE '01' TO CA-RETURN-CODE
               GO TO CHECK-PI-LINE-EXIT
             When Other
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO CHECK-PI-LINE-EXIT
           END-Evaluate
           MOVE DB2-POLICYNUM-INT TO EM-POLNUM
           IF DB2-LINE-TYPE NOT EQUAL 'PI'
             MOVE '95' TO CA-RETURN-CODE
           END-IF.
       CHECK-PI-LINE-EXIT.
           EXIT.
      *  A CERTIFICATE NEEDS ITS REFERENCE, BOTH DATES AND THE CRU
      *  ACCOUNT.  EVERY BENEFIT NEEDS A CODE AND A KNOWN HEAD OF
      *  DAMAGE, AND ITS DEDUCTION CANNOT EXCEED ITS RECOVERY.  A
      *  NIL CERTIFICATE CARRIES NO BENEFITS AT ALL.
       VALIDATE-CERTIFICATE.
           IF CA-CRU-CERT-REF    EQUAL SPACES OR
              CA-CRU-RECV-DATE   EQUAL SPACES OR
              CA-CRU-EXPIRY-DATE EQUAL SPACES
             MOVE '95' TO CA-RETURN-CODE
             GO TO VALIDATE-CERTIFICATE-EXIT
           END-IF
           IF CA-CRU-SORTCODE EQUAL SPACES OR
              CA-CRU-ACCOUNT  EQUAL SPACES
             MOVE '95' TO CA-RETURN-CODE
             GO TO VALIDATE-CERTIFICATE-EXIT
           END-IF
           IF CA-CRU-BEN-COUNT GREATER THAN 6
             MOVE '95' TO CA-RETURN-CODE
             GO TO VALIDATE-CERTIFICATE-EXIT
           END-IF
           MOVE ZERO TO DB2-TOTAL-RECOV
           MOVE ZERO TO DB2-TOTAL-DEDUCT
           MOVE 1 TO WS-BEN-INDEX
           PERFORM VALIDATE-ONE-BENEFIT
               UNTIL WS-BEN-INDEX GREATER THAN CA-CRU-BEN-COUNT
                  OR CA-RETURN-CODE NOT EQUAL '00'.
       VALIDATE-CERTIFICATE-EXIT.
           EXIT.
       VALIDATE-ONE-BENEFIT.
           IF CA-CRU-B-CODE(WS-BEN-INDEX) EQUAL SPACES
             MOVE '95' TO CA-RETURN-CODE
           END-IF
           IF CA-CRU-B-HEAD(WS-BEN-INDEX) NOT EQUAL 'EARN' AND
              CA-CRU-B-HEAD(WS-BEN-INDEX) NOT EQUAL 'CARE' AND
              CA-CRU-B-HEAD(WS-BEN-INDEX) NOT EQUAL 'MOBL'
             MOVE '95' TO CA-RETURN-CODE
           END-IF
           IF CA-CRU-B-DEDUCT(WS-BEN-INDEX) GREATER THAN
              CA-CRU-B-RECOV(WS-BEN-INDEX)
             MOVE '95' TO CA-RETURN-CODE
           END-IF
           ADD CA-CRU-B-RECOV(WS-BEN-INDEX)  TO DB2-TOTAL-RECOV
           ADD CA-CRU-B-DEDUCT(WS-BEN-INDEX) TO DB2-TOTAL-DEDUCT
           ADD 1 TO WS-BEN-INDEX.
           EXIT.
      *  THE CRU ACCOUNT ON THE CERTIFICATE IS COPIED TO A
      *  CLAIMPAYEE ROW IN THE CRU BAND, PENDING, SO THE
      *  CONFIRMATION-OF-PAYEE EXCHANGE (LGCOPV01) CLEARS IT BEFORE
      *  THE DISBURSEMENT RUN REPAYS THE CRU.
       SET-CRU-PAYEE.
           MOVE ' UPDATE PAYEE  ' TO EM-SQLREQ
           EXEC SQL
             UPDATE CLAIMPAYEE
                SET SORTCODE      = :CA-CRU-SORTCODE,
                    ACCOUNTNUMBER = :CA-CRU-ACCOUNT,
                    ACCOUNTNAME   = :WS-CRU-PAYEE-NAME,
                    VERIFYSTATUS  = 'P',
                    LASTCHANGED   = CURRENT TIMESTAMP
              WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
                AND LINESEQ     = :DB2-PAYEESEQ-SINT
           END-EXEC
           Evaluate SQLCODE
             When 0
               GO TO SET-CRU-PAYEE-EXIT
             When 100
               CONTINUE
             When Other
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO SET-CRU-PAYEE-EXIT
           END-Evaluate
           MOVE ' INSERT PAYEE  ' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO CLAIMPAYEE
                       ( CLAIMNUMBER,
                         LINESEQ,
                         SORTCODE,
                         ACCOUNTNUMBER,
                         ACCOUNTNAME,
                         VERIFYSTATUS,
                         LASTCHANGED )
                VALUES ( :DB2-CLAIMNUM-INT,
                         :DB2-PAYEESEQ-SINT,
                         :CA-CRU-SORTCODE,
                         :CA-CRU-ACCOUNT,
                         :WS-CRU-PAYEE-NAME,
                         'P',
                         CURRENT TIMESTAMP )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
       SET-CRU-PAYEE-EXIT.
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
             IF EIBCALEN NOT LESS THAN WS-REQUIRED-CA-LEN
               PERFORM MASK-BANK-DETAILS
             END-IF
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
             IF EIBCALEN NOT LESS THAN WS-REQUIRED-CA-LEN
               PERFORM RESTORE-BANK-DETAILS
             END-IF
           END-IF.
           EXIT.
      *  BANK DETAILS NEVER LEAVE IN A DIAGNOSTIC CAPTURE
       MASK-BANK-DETAILS.
           MOVE CA-CRU-SORTCODE TO WS-CLEAR-SORTCODE
           MOVE CA-CRU-ACCOUNT  TO WS-CLEAR-ACCOUNT
           MOVE 'S'             TO MSK-TYPE
           MOVE CA-CRU-SORTCODE TO MSK-VALUE
           CALL LGMASK01 USING MSK-REQUEST
           MOVE MSK-VALUE       TO CA-CRU-SORTCODE
           MOVE 'A'             TO MSK-TYPE
           MOVE CA-CRU-ACCOUNT  TO MSK-VALUE
           CALL LGMASK01 USING MSK-REQUEST
           MOVE MSK-VALUE       TO CA-CRU-ACCOUNT.
           EXIT.
       RESTORE-BANK-DETAILS.
           MOVE WS-CLEAR-SORTCODE TO CA-CRU-SORTCODE
           MOVE WS-CLEAR-ACCOUNT  TO CA-CRU-ACCOUNT.
           EXIT.
       LOG-COMMAREA-REJECT.
           EXEC SQL
             INSERT INTO COMMAREJECT
                       ( ProgramName, TransId, TermId, TaskNum,
                         RequestId, CalenReceived, CalenRequired,
                         RejectTime )
                VALUES ( 'LGCRUC01', :WS-TRANSID, :WS-TERMID,
                         :WS-TASKNUM, CA-REQUEST-ID, :WS-CALEN,
                         :WS-REQUIRED-CA-LEN, CURRENT TIMESTAMP )
           END-EXEC.
           EXIT.
