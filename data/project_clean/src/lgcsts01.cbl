       PROCESS SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGCSTS01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'LGCSTS01------WS'.
           03 WS-TRANSID               PIC X(4).
           03 WS-TERMID                PIC X(4).
           03 WS-TASKNUM               PIC 9(7).
           03 WS-FILLER                PIC X.
           03 WS-ADDR-DFHCOMMAREA      USAGE is POINTER.
           03 WS-CALEN                 PIC S9(4) COMP.
       01  WS-ABSTIME                  PIC S9(8) COMP VALUE +0.
       01  WS-TIME                     PIC X(8)  VALUE SPACES.
       01  WS-DATE                     PIC X(10) VALUE SPACES.
       01  WS-RESP                     PIC S9(8) COMP VALUE +0.
       01  ERROR-MSG.
           03 EM-DATE                  PIC X(8)  VALUE SPACES.
           03 FILLER                   PIC X     VALUE SPACES.
           03 EM-TIME                  PIC X(6)  VALUE SPACES.
           03 FILLER                   PIC X(9)  VALUE ' LGCSTS01'.
           03 EM-VARIABLE.
             05 FILLER                 PIC X(6)  VALUE ' CNUM='.
             05 EM-CUSNUM              PIC X(10)  VALUE SPACES.
             05 FILLER                 PIC X(6)  VALUE ' CLNO='.
             05 EM-CLMNUM              PIC X(10)  VALUE SPACES.
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
      *  AUTHENTICATION AREAS - THE CALL IS PUT THROUGH THE SAME
      *  CHECKS AS ANY OTHER CUSTOMER-FACING REQUEST: THE PASSWORD
      *  THROUGH LGACHK01 (LOCKOUT, DECEASED AND HASH RULES ALL
      *  APPLY) OR A NAMED REPRESENTATIVE THROUGH LGREP01 WITH
      *  CLAIMS SCOPE, WHICH LOGS THE ACCESS AGAINST THE
      *  REPRESENTATIVE.  THE LAYOUTS MIRROR THE LGCMAREA HEADER
      *  AND THE AUTHENTICATION AND AUTHREP SHAPES.
       01  WS-ACHK-COMMAREA.
           03 WS-ACK-REQUEST-ID        PIC X(06).
           03 WS-ACK-RETURN-CODE       PIC X(02).
           03 WS-ACK-CUSTOMER-NUM      PIC 9(10).
           03 WS-ACK-PASSWORD          PIC X(32).
           03 WS-ACK-RESULT            PIC X(01).
           03 WS-ACK-ATTEMPTS          PIC 9(04).
           03 WS-ACK-NEW-PASSWORD      PIC X(32).
           03 WS-ACK-OTP-VERIFIED      PIC X(01).
           03 FILLER                   PIC X(20).
       01  WS-REP-COMMAREA.
           03 WS-REP-REQUEST-ID        PIC X(06).
           03 WS-REP-RETURN-CODE       PIC X(02).
           03 WS-REP-CUSTOMER-NUM      PIC 9(10).
           03 WS-REP-SEQ               PIC 9(03).
           03 WS-REP-NAME              PIC X(30).
           03 WS-REP-RELATION          PIC X(12).
           03 WS-REP-SCOPE             PIC X(01).
           03 WS-REP-EVIDENCE          PIC X(20).
           03 WS-REP-EXPIRY            PIC X(10).
           03 WS-REP-RESULT            PIC X(01).
           03 WS-REP-COUNT             PIC 9(02).
           03 WS-REP-RESULTS           PIC X(220).
           03 FILLER                   PIC X(20).
       01 DB2-CSTAT-FIELDS.
          03 DB2-CUSTOMERNUM-INT       PIC S9(9) COMP.
          03 DB2-CLAIMNUM-INT          PIC S9(9) COMP.
          03 DB2-POLICYNUM-INT         PIC S9(9) COMP.
          03 DB2-CLAIM-DATE            PIC X(10).
          03 DB2-CLAIM-STATUS          PIC X(01).
          03 DB2-DOCTYPE               PIC X(03).
          03 DB2-DOCDATE               PIC X(10).
          03 DB2-PAY-DATE              PIC X(10).
          03 DB2-PAY-AMOUNT            PIC S9(7)V99 COMP-3.
          03 DB2-PAY-TYPE              PIC X(01).
          03 DB2-PAY-STATUS            PIC X(09).
          03 DB2-PAID-TOTAL            PIC S9(7)V99 COMP-3.
          03 DB2-NEXT-ACTION           PIC X(10).
          03 DB2-REVIEW-OPEN           PIC S9(9) COMP.
          03 DB2-FINAL-COUNT           PIC S9(9) COMP.
          03 IND-NEXT-ACTION           PIC S9(4) COMP.
       01  WS-LIST-INDEX               PIC 9(02) VALUE 0.
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *  A DOCUMENT ASKED OF THE CUSTOMER IS INDEXED WITH DIRECTION
      *  'A'; IT STAYS OUTSTANDING UNTIL A RECEIVED ('I') PIECE OF
      *  THE SAME TYPE IS INDEXED ON OR AFTER THE DATE IT WAS ASKED
           EXEC SQL
             DECLARE AWAIT_CURSOR CURSOR FOR
               SELECT A.DOCTYPE, CHAR(MIN(A.DOCDATE), ISO)
                 FROM CLAIMDOCUMENT A
                WHERE A.CLAIMNUMBER = :DB2-CLAIMNUM-INT
                  AND A.DIRECTION   = 'A'
                  AND NOT EXISTS
                      ( SELECT 1 FROM CLAIMDOCUMENT R
                         WHERE R.CLAIMNUMBER = A.CLAIMNUMBER
                           AND R.DOCTYPE     = A.DOCTYPE
                           AND R.DIRECTION   = 'I'
                           AND R.DOCDATE    >= A.DOCDATE )
                GROUP BY A.DOCTYPE
                ORDER BY 2, 1
           END-EXEC.
      *  ONLY THE POLICYHOLDER'S OWN INTERIM AND FINAL PAYMENTS ARE
      *  SHOWN - NOT THIRD-PARTY OR INJURY HEADS, ADJUSTER FEES,
      *  PPO INSTALMENTS OR CRU REPAYMENTS - AND ONLY ONCE THEY
      *  HAVE GONE OUT
           EXEC SQL
             DECLARE CSPAY_CURSOR CURSOR FOR
               SELECT CP.CYCLEDATE, CP.PAYMENTAMOUNT,
                      COALESCE(CP.PAYTYPE, 'F'), CP.STATUS
                 FROM CLAIMPAYMENT CP
                WHERE CP.CLAIMNUMBER = :DB2-CLAIMNUM-INT
                  AND COALESCE(CP.PAYTYPE, 'F') IN ('F', 'I')
                  AND CP.STATUS IN ('SUBMITTED', 'ISSUED', 'PAID')
                  AND NOT EXISTS
                      ( SELECT 1 FROM CLAIMLINE CL
                         WHERE CL.CLAIMNUMBER = CP.CLAIMNUMBER
                           AND CL.LINESEQ     = CP.LINESEQ
                           AND CL.LINETYPE IN ('TP', 'PI') )
                ORDER BY CP.CYCLEDATE, CP.LINESEQ
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
           INITIALIZE DB2-CSTAT-FIELDS.
           IF EIBCALEN IS EQUAL TO ZERO
               MOVE ' NO COMMAREA RECEIVED' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS ABEND ABCODE('LGCA') NODUMP END-EXEC
           END-IF
           MOVE '00' TO CA-RETURN-CODE
           SET WS-ADDR-DFHCOMMAREA TO ADDRESS OF DFHCOMMAREA.
           ADD WS-CA-HEADER-LEN TO WS-REQUIRED-CA-LEN
           ADD WS-FULL-CST-LEN  TO WS-REQUIRED-CA-LEN
           IF EIBCALEN IS LESS THAN WS-REQUIRED-CA-LEN
             PERFORM LOG-COMMAREA-REJECT
             MOVE '98' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF
           IF CA-REQUEST-ID NOT = '01SCLM'
             MOVE SPACES TO CA-CST-PASSWORD
             MOVE '99' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF
           MOVE CA-CUSTOMER-NUM  TO DB2-CUSTOMERNUM-INT
           MOVE CA-CUSTOMER-NUM  TO EM-CUSNUM
           MOVE CA-CST-CLAIM-NUM TO DB2-CLAIMNUM-INT
           MOVE CA-CST-CLAIM-NUM TO EM-CLMNUM
           PERFORM AUTHENTICATE-CALLER
               THRU AUTHENTICATE-CALLER-EXIT
           IF CA-CST-AUTH-RESULT EQUAL 'Y'
             PERFORM GET-CLAIM-STATUS
                 THRU GET-CLAIM-STATUS-EXIT
           END-IF
           EXEC CICS RETURN END-EXEC.
       MAINLINE-EXIT.
           EXIT.
      *  THE PASSWORD IS TAKEN OUT OF THE COMMAREA BEFORE ANYTHING
      *  ELSE CAN LOG IT, AND OUT OF THE LINK AREA AS SOON AS
      *  LGACHK01 HAS CHECKED IT.  A FAILED CHECK RETURNS 96 WITH
      *  THE RESULT (N, OR L WHEN THE LOGON IS NOW LOCKED) AND NO
      *  CLAIM DETAIL; 90 IF THE CHECK ITSELF FAILED.
       AUTHENTICATE-CALLER.
           MOVE 'N' TO CA-CST-AUTH-RESULT
           MOVE SPACES TO WS-ACHK-COMMAREA
           MOVE CA-CST-PASSWORD TO WS-ACK-PASSWORD
           MOVE SPACES TO CA-CST-PASSWORD
           IF CA-CST-REP-NAME NOT EQUAL SPACES
             MOVE SPACES TO WS-ACK-PASSWORD
             PERFORM CHECK-REPRESENTATIVE
                 THRU CHECK-REPRESENTATIVE-EXIT
             GO TO AUTHENTICATE-CALLER-EXIT
           END-IF
           MOVE '02CCUS'        TO WS-ACK-REQUEST-ID
           MOVE '00'            TO WS-ACK-RETURN-CODE
           MOVE CA-CUSTOMER-NUM TO WS-ACK-CUSTOMER-NUM
           EXEC CICS LINK PROGRAM('LGACHK01')
                     COMMAREA(WS-ACHK-COMMAREA)
                     LENGTH(LENGTH OF WS-ACHK-COMMAREA)
                     RESP(WS-RESP)
           END-EXEC
           MOVE SPACES TO WS-ACK-PASSWORD
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
             MOVE ' LINK ACHK FAIL' TO EM-SQLREQ
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO AUTHENTICATE-CALLER-EXIT
           END-IF
           IF WS-ACK-RETURN-CODE EQUAL '00' AND
              WS-ACK-RESULT EQUAL 'Y'
             MOVE 'Y' TO CA-CST-AUTH-RESULT
             GO TO AUTHENTICATE-CALLER-EXIT
           END-IF
           IF WS-ACK-RESULT EQUAL 'L'
             MOVE 'L' TO CA-CST-AUTH-RESULT
           END-IF
           IF WS-ACK-RETURN-CODE EQUAL '90'
             MOVE '90' TO CA-RETURN-CODE
           ELSE
             MOVE '96' TO CA-RETURN-CODE
           END-IF.
       AUTHENTICATE-CALLER-EXIT.
           EXIT.
       CHECK-REPRESENTATIVE.
           MOVE SPACES TO WS-REP-COMMAREA
           MOVE '02CREP'        TO WS-REP-REQUEST-ID
           MOVE '00'            TO WS-REP-RETURN-CODE
           MOVE CA-CUSTOMER-NUM TO WS-REP-CUSTOMER-NUM
           MOVE ZERO            TO WS-REP-SEQ
           MOVE ZERO            TO WS-REP-COUNT
           MOVE CA-CST-REP-NAME TO WS-REP-NAME
           MOVE 'C'             TO WS-REP-SCOPE
           EXEC CICS LINK PROGRAM('LGREP01')
                     COMMAREA(WS-REP-COMMAREA)
                     LENGTH(LENGTH OF WS-REP-COMMAREA)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
             MOVE ' LINK REP FAIL ' TO EM-SQLREQ
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO CHECK-REPRESENTATIVE-EXIT
           END-IF
           IF WS-REP-RETURN-CODE EQUAL '00' AND
              WS-REP-RESULT EQUAL 'Y'
             MOVE 'Y' TO CA-CST-AUTH-RESULT
             GO TO CHECK-REPRESENTATIVE-EXIT
           END-IF
           IF WS-REP-RETURN-CODE EQUAL '90'
             MOVE '90' TO CA-RETURN-CODE
           ELSE
             MOVE '96' TO CA-RETURN-CODE
           END-IF.
       CHECK-REPRESENTATIVE-EXIT.
           EXIT.
      *  THE CLAIM IS ONLY FOUND UNDER THE AUTHENTICATED CUSTOMER -
      *  THE ORIGINAL INSURED, OR THE POLICYHOLDER WHERE NONE IS
      *  RECORDED - SO ANOTHER CUSTOMER'S CLAIM NUMBER COMES BACK
      *  01, EXACTLY AS A CLAIM THAT DOES NOT EXIST
       GET-CLAIM-STATUS.
           MOVE ' SELECT CLAIM  ' TO EM-SQLREQ
           EXEC SQL
             SELECT C.POLICYNUMBER, CHAR(C.CLAIMDATE, ISO), C.STATUS
               INTO :DB2-POLICYNUM-INT, :DB2-CLAIM-DATE,
                    :DB2-CLAIM-STATUS
               FROM CLAIM C,
                    POLICY P
              WHERE C.CLAIMNUMBER  = :DB2-CLAIMNUM-INT
                AND P.POLICYNUMBER = C.POLICYNUMBER
                AND COALESCE(C.INSUREDCUSTNUM, P.CUSTOMERNUMBER)
                                   = :DB2-CUSTOMERNUM-INT
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '01' TO CA-RETURN-CODE
               GO TO GET-CLAIM-STATUS-EXIT
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO GET-CLAIM-STATUS-EXIT
           END-EVALUATE
           MOVE DB2-POLICYNUM-INT TO CA-CST-POLICY-NUM
           MOVE DB2-CLAIM-DATE    TO CA-CST-CLAIM-DATE
           PERFORM LIST-AWAITED-DOCUMENTS
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO GET-CLAIM-STATUS-EXIT
           END-IF
           PERFORM LIST-PAYMENTS
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO GET-CLAIM-STATUS-EXIT
           END-IF
           PERFORM GET-NEXT-ACTION
               THRU GET-NEXT-ACTION-EXIT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO GET-CLAIM-STATUS-EXIT
           END-IF
           PERFORM SET-MILESTONE
               THRU SET-MILESTONE-EXIT.
       GET-CLAIM-STATUS-EXIT.
           EXIT.
       LIST-AWAITED-DOCUMENTS.
           MOVE ZERO TO CA-CST-DOC-COUNT
           MOVE ZERO TO WS-LIST-INDEX
           MOVE ' OPEN   AWAITCR' TO EM-SQLREQ
           EXEC SQL
             OPEN AWAIT_CURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           ELSE
             PERFORM FETCH-ONE-AWAITED
                 UNTIL SQLCODE NOT EQUAL 0
                    OR WS-LIST-INDEX NOT LESS THAN 5
             EXEC SQL
               CLOSE AWAIT_CURSOR
             END-EXEC
           END-IF.
           EXIT.
       FETCH-ONE-AWAITED.
           MOVE ' FETCH  AWAITCR' TO EM-SQLREQ
           EXEC SQL
             FETCH AWAIT_CURSOR
               INTO :DB2-DOCTYPE, :DB2-DOCDATE
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-LIST-INDEX
               MOVE DB2-DOCTYPE
                 TO CA-CST-D-TYPE(WS-LIST-INDEX)
               MOVE DB2-DOCDATE
                 TO CA-CST-D-ASKED(WS-LIST-INDEX)
               PERFORM DESCRIBE-DOCUMENT
               MOVE WS-LIST-INDEX TO CA-CST-DOC-COUNT
             WHEN 100
               CONTINUE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
           EXIT.
      *  THE CUSTOMER SEES WHAT TO SEND, NOT THE INDEX CODE
       DESCRIBE-DOCUMENT.
           EVALUATE DB2-DOCTYPE
             WHEN 'CLF'
               MOVE 'COMPLETED CLAIM FORM'
                 TO CA-CST-D-DESC(WS-LIST-INDEX)
             WHEN 'PHO'
               MOVE 'PHOTOGRAPHS OF THE DAMAGE'
                 TO CA-CST-D-DESC(WS-LIST-INDEX)
             WHEN 'EST'
               MOVE 'REPAIR ESTIMATE OR QUOTATION'
                 TO CA-CST-D-DESC(WS-LIST-INDEX)
             WHEN 'RCT'
               MOVE 'RECEIPTS OR PROOF OF PURCHASE'
                 TO CA-CST-D-DESC(WS-LIST-INDEX)
             WHEN 'POL'
               MOVE 'POLICE CRIME REFERENCE'
                 TO CA-CST-D-DESC(WS-LIST-INDEX)
             WHEN 'MED'
               MOVE 'MEDICAL EVIDENCE'
                 TO CA-CST-D-DESC(WS-LIST-INDEX)
             WHEN 'BNK'
               MOVE 'BANK DETAILS FOR PAYMENT'
                 TO CA-CST-D-DESC(WS-LIST-INDEX)
             WHEN 'IDV'
               MOVE 'PROOF OF IDENTITY'
                 TO CA-CST-D-DESC(WS-LIST-INDEX)
             WHEN 'V5C'
               MOVE 'VEHICLE REGISTRATION DOCUMENT'
                 TO CA-CST-D-DESC(WS-LIST-INDEX)
             WHEN OTHER
               MOVE 'DOCUMENT REQUESTED IN LETTER'
                 TO CA-CST-D-DESC(WS-LIST-INDEX)
           END-EVALUATE.
           EXIT.
       LIST-PAYMENTS.
           MOVE ZERO TO CA-CST-PAY-COUNT
           MOVE ZERO TO CA-CST-PAID-TOTAL
           MOVE ZERO TO WS-LIST-INDEX
           MOVE ' SELECT PAYTOT ' TO EM-SQLREQ
           EXEC SQL
             SELECT COALESCE(SUM(CP.PAYMENTAMOUNT), 0),
                    COUNT(CASE WHEN COALESCE(CP.PAYTYPE, 'F') = 'F'
                               THEN 1 END)
               INTO :DB2-PAID-TOTAL, :DB2-FINAL-COUNT
               FROM CLAIMPAYMENT CP
              WHERE CP.CLAIMNUMBER = :DB2-CLAIMNUM-INT
                AND COALESCE(CP.PAYTYPE, 'F') IN ('F', 'I')
                AND CP.STATUS IN ('SUBMITTED', 'ISSUED', 'PAID')
                AND NOT EXISTS
                    ( SELECT 1 FROM CLAIMLINE CL
                       WHERE CL.CLAIMNUMBER = CP.CLAIMNUMBER
                         AND CL.LINESEQ     = CP.LINESEQ
                         AND CL.LINETYPE IN ('TP', 'PI') )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           ELSE
             MOVE DB2-PAID-TOTAL TO CA-CST-PAID-TOTAL
             MOVE ' OPEN   CSPAYCR' TO EM-SQLREQ
             EXEC SQL
               OPEN CSPAY_CURSOR
             END-EXEC
             IF SQLCODE NOT EQUAL 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
             ELSE
               PERFORM FETCH-ONE-PAYMENT
                   UNTIL SQLCODE NOT EQUAL 0
                      OR WS-LIST-INDEX NOT LESS THAN 5
               EXEC SQL
                 CLOSE CSPAY_CURSOR
               END-EXEC
             END-IF
           END-IF.
           EXIT.
       FETCH-ONE-PAYMENT.
           MOVE ' FETCH  CSPAYCR' TO EM-SQLREQ
           EXEC SQL
             FETCH CSPAY_CURSOR
               INTO :DB2-PAY-DATE, :DB2-PAY-AMOUNT,
                    :DB2-PAY-TYPE, :DB2-PAY-STATUS
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-LIST-INDEX
               MOVE DB2-PAY-DATE
                 TO CA-CST-P-DATE(WS-LIST-INDEX)
               MOVE DB2-PAY-AMOUNT
                 TO CA-CST-P-AMOUNT(WS-LIST-INDEX)
               MOVE DB2-PAY-TYPE
                 TO CA-CST-P-TYPE(WS-LIST-INDEX)
               IF DB2-PAY-STATUS EQUAL 'PAID'
                 MOVE 'P' TO CA-CST-P-STATUS(WS-LIST-INDEX)
               ELSE
                 MOVE 'S' TO CA-CST-P-STATUS(WS-LIST-INDEX)
               END-IF
               MOVE WS-LIST-INDEX TO CA-CST-PAY-COUNT
             WHEN 100
               CONTINUE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
           EXIT.
      *  THE NEXT DATE SOMETHING IS DUE TO HAPPEN ON THE CLAIM, FROM
      *  THE OPEN DIARY TASKS THE CUSTOMER WOULD RECOGNISE - NOT
      *  RESERVE REVIEWS, HEARINGS OR CRU WORK - AND NEVER EARLIER
      *  THAN TODAY, SO AN OVERDUE TASK READS AS "TODAY".  A CLAIM
      *  WITH NOTHING OPEN IN THE DIARY RETURNS SPACES.
       GET-NEXT-ACTION.
           MOVE SPACES TO CA-CST-NEXT-ACTION
           MOVE ZERO   TO DB2-REVIEW-OPEN
           MOVE ' SELECT NXTDIAR' TO EM-SQLREQ
           EXEC SQL
             SELECT CHAR(MAX(MIN(DUEDATE), CURRENT DATE), ISO),
                    COUNT(CASE WHEN TASKTYPE = 'REV' THEN 1 END)
               INTO :DB2-NEXT-ACTION INDICATOR :IND-NEXT-ACTION,
                    :DB2-REVIEW-OPEN
               FROM CLAIMDIARY
              WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
                AND STATUS      = 'O'
                AND TASKTYPE IN ('REV', 'DOC', 'CON', 'LAJ',
                                 'SAT', 'CHQ', 'OTH')
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO GET-NEXT-ACTION-EXIT
           END-IF
           IF IND-NEXT-ACTION NOT LESS THAN 0
             MOVE DB2-NEXT-ACTION TO CA-CST-NEXT-ACTION
           END-IF.
       GET-NEXT-ACTION-EXIT.
           EXIT.
      *  A CLAIM REFERRED FOR INVESTIGATION READS AS STILL BEING
      *  ASSESSED - THE REFERRAL ITSELF IS NEVER SHOWN
       SET-MILESTONE.
           EVALUATE TRUE
             WHEN DB2-CLAIM-STATUS EQUAL 'C'
               MOVE 'C' TO CA-CST-MILESTONE
               MOVE 'CLOSED' TO CA-CST-MILESTONE-TEXT
             WHEN DB2-CLAIM-STATUS EQUAL 'S' AND
                  DB2-FINAL-COUNT GREATER THAN ZERO
               MOVE 'P' TO CA-CST-MILESTONE
               MOVE 'PAID' TO CA-CST-MILESTONE-TEXT
             WHEN DB2-CLAIM-STATUS EQUAL 'S'
               MOVE 'S' TO CA-CST-MILESTONE
               MOVE 'APPROVED' TO CA-CST-MILESTONE-TEXT
             WHEN CA-CST-DOC-COUNT GREATER THAN ZERO
               MOVE 'D' TO CA-CST-MILESTONE
               MOVE 'AWAITING DOCUMENTS' TO CA-CST-MILESTONE-TEXT
             WHEN DB2-REVIEW-OPEN GREATER THAN ZERO
               MOVE 'R' TO CA-CST-MILESTONE
               MOVE 'REGISTERED' TO CA-CST-MILESTONE-TEXT
             WHEN OTHER
               MOVE 'A' TO CA-CST-MILESTONE
               MOVE 'ASSESSING' TO CA-CST-MILESTONE-TEXT
           END-EVALUATE.
       SET-MILESTONE-EXIT.
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
                VALUES ( 'LGCSTS01', :WS-TRANSID, :WS-TERMID,
                         :WS-TASKNUM, CA-REQUEST-ID, :WS-CALEN,
                         :WS-REQUIRED-CA-LEN, CURRENT TIMESTAMP )
           END-EXEC.
           EXIT.
