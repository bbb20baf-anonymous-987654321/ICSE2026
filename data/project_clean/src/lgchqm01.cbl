       PROCESS SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGCHQM01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'LGCHQM01------WS'.
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
           03 FILLER                   PIC X(9)  VALUE ' LGCHQM01'.
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
       01 DB2-CHEQUE-FIELDS.
          03 DB2-CHEQUE-NUM            PIC S9(9) COMP.
          03 DB2-NEW-CHEQUE-NUM        PIC S9(9) COMP.
          03 DB2-CHEQUE-STATUS         PIC X(01).
          03 DB2-CHEQUE-SOURCE         PIC X(01).
          03 DB2-CLAIMNUM-INT          PIC S9(9) COMP.
          03 DB2-LINESEQ-SINT          PIC S9(4) COMP.
          03 DB2-INTERIM-SEQ           PIC S9(4) COMP.
          03 DB2-POLICYNUM-INT         PIC S9(9) COMP.
          03 DB2-CUSTOMERNUM-INT       PIC S9(9) COMP.
          03 DB2-REFUND-KEY            PIC X(26).
          03 DB2-CHEQUE-PAYEE          PIC X(35).
          03 DB2-CHEQUE-AMT            PIC S9(9)V99 COMP-3.
          03 DB2-ISSUE-DATE            PIC X(10).
      *  STATUS A STOPPED CHEQUE'S REGISTER ROW IS LEFT AT - S FOR A
      *  PLAIN STOP, R WHEN A REPLACEMENT HAS BEEN RAISED AGAINST IT
       01  WS-STOP-STATUS              PIC X(01) VALUE 'S'.
       01  WS-INTERIM-BAND             PIC S9(4) COMP VALUE +900.
      *  CONFLICT OF INTEREST - A USER CONNECTED TO THE PAYEE'S
      *  CUSTOMER (THEIR OWN RECORD OR A DECLARED CONNECTED PARTY)
      *  MAY NOT STOP OR REISSUE A CLAIM PAYMENT OR REFUND CHEQUE
       77  LGCOIC01                    PIC X(8)  VALUE 'LGCOIC01'.
           COPY LGCOIC.
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
           INITIALIZE DB2-CHEQUE-FIELDS.
           IF EIBCALEN IS EQUAL TO ZERO
               MOVE ' NO COMMAREA RECEIVED' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS ABEND ABCODE('LGCA') NODUMP END-EXEC
           END-IF
           MOVE '00' TO CA-RETURN-CODE
           SET WS-ADDR-DFHCOMMAREA TO ADDRESS OF DFHCOMMAREA.
           ADD WS-CA-HEADER-LEN TO WS-REQUIRED-CA-LEN
           ADD WS-FULL-CHQ-LEN  TO WS-REQUIRED-CA-LEN
           IF EIBCALEN IS LESS THAN WS-REQUIRED-CA-LEN
             PERFORM LOG-COMMAREA-REJECT
             MOVE '98' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF
           MOVE CA-CHQ-NUMBER TO DB2-CHEQUE-NUM
           EVALUATE CA-REQUEST-ID
             WHEN '01ICHQ'
               PERFORM INQUIRE-CHEQUE THRU INQUIRE-CHEQUE-EXIT
             WHEN '01SCHQ'
               MOVE 'S' TO WS-STOP-STATUS
               PERFORM STOP-CHEQUE THRU STOP-CHEQUE-EXIT
             WHEN '01RCHQ'
               MOVE 'R' TO WS-STOP-STATUS
               PERFORM STOP-CHEQUE THRU STOP-CHEQUE-EXIT
             WHEN OTHER
               MOVE '99' TO CA-RETURN-CODE
           END-EVALUATE
           EXEC CICS RETURN END-EXEC.
       MAINLINE-EXIT.
           EXIT.
       INQUIRE-CHEQUE.
           MOVE ' SELECT CHEQUE ' TO EM-SQLREQ
           EXEC SQL
             SELECT STATUS,
                    SOURCETYPE,
                    CLAIMNUMBER,
                    LINESEQ,
                    POLICYNUMBER,
                    CUSTOMERNUMBER,
                    REFUNDKEY,
                    PAYEENAME,
                    AMOUNT,
                    CHAR(ISSUEDATE, ISO)
               INTO :DB2-CHEQUE-STATUS,
                    :DB2-CHEQUE-SOURCE,
                    :DB2-CLAIMNUM-INT,
                    :DB2-LINESEQ-SINT,
                    :DB2-POLICYNUM-INT,
                    :DB2-CUSTOMERNUM-INT,
                    :DB2-REFUND-KEY,
                    :DB2-CHEQUE-PAYEE,
                    :DB2-CHEQUE-AMT,
                    :DB2-ISSUE-DATE
               FROM CHEQUEREGISTER
               WHERE CHEQUENUMBER = :DB2-CHEQUE-NUM
           END-EXEC
           Evaluate SQLCODE
             When 0
               MOVE DB2-CHEQUE-STATUS  TO CA-CHQ-STATUS
               MOVE DB2-CHEQUE-PAYEE   TO CA-CHQ-PAYEE
               MOVE DB2-CHEQUE-AMT     TO CA-CHQ-AMOUNT
               MOVE DB2-ISSUE-DATE     TO CA-CHQ-ISSUE-DATE
               MOVE DB2-CLAIMNUM-INT   TO CA-CHQ-CLAIM-NUM
               MOVE DB2-POLICYNUM-INT  TO CA-CHQ-POLICY-NUM
               MOVE DB2-CLAIMNUM-INT   TO EM-CUSNUM
               MOVE DB2-POLICYNUM-INT  TO EM-POLNUM
             When 100
               MOVE '01' TO CA-RETURN-CODE
             When Other
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-Evaluate.
       INQUIRE-CHEQUE-EXIT.
           EXIT.
      *  ONLY A LIVE (ISSUED, UNPRESENTED) CHEQUE CAN BE STOPPED AND
      *  THE STOP MUST SAY WHY.  A PLAIN STOP HANDS THE MONEY BACK
      *  TO THE CLAIM OR REFUND AS OUTSTANDING, SO THE NEXT
      *  DISBURSEMENT RUN PAYS IT AGAIN BY WHATEVER METHOD THE PAYEE
      *  NOW HOLDS.  A STOP AND REISSUE (LOST OR DAMAGED CHEQUE)
      *  RAISES THE REPLACEMENT STRAIGHT AWAY INSTEAD, TO THE SAME
      *  PAYEE FOR THE SAME AMOUNT, AND THE PAYMENT FOLLOWS THE NEW
      *  CHEQUE NUMBER.
       STOP-CHEQUE.
           IF CA-CHQ-REASON EQUAL SPACES
             MOVE '05' TO CA-RETURN-CODE
             GO TO STOP-CHEQUE-EXIT
           END-IF
           PERFORM INQUIRE-CHEQUE THRU INQUIRE-CHEQUE-EXIT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO STOP-CHEQUE-EXIT
           END-IF
           IF DB2-CHEQUE-STATUS NOT EQUAL 'I'
             MOVE '02' TO CA-RETURN-CODE
             GO TO STOP-CHEQUE-EXIT
           END-IF
           PERFORM CHECK-CONFLICT-OF-INTEREST
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO STOP-CHEQUE-EXIT
           END-IF
           EXEC CICS ASSIGN USERID(WS-OPERATOR-ID)
                     RESP(WS-RESP)
           END-EXEC
           MOVE ' UPDATE CHEQUE ' TO EM-SQLREQ
           EXEC SQL
             UPDATE CHEQUEREGISTER
                SET STATUS      = :WS-STOP-STATUS,
                    STOPREASON  = :CA-CHQ-REASON,
                    STOPPEDBY   = :WS-OPERATOR-ID,
                    STATUSDATE  = CURRENT DATE,
                    LASTCHANGED = CURRENT TIMESTAMP
              WHERE CHEQUENUMBER = :DB2-CHEQUE-NUM
                AND STATUS       = 'I'
           END-EXEC
           Evaluate SQLCODE
             When 0
               CONTINUE
             When 100
               MOVE '02' TO CA-RETURN-CODE
               GO TO STOP-CHEQUE-EXIT
             When Other
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO STOP-CHEQUE-EXIT
           END-Evaluate
           MOVE WS-STOP-STATUS TO CA-CHQ-STATUS
           IF WS-STOP-STATUS EQUAL 'R'
             PERFORM REISSUE-CHEQUE THRU REISSUE-CHEQUE-EXIT
           ELSE
             PERFORM RETURN-OUTSTANDING THRU RETURN-OUTSTANDING-EXIT
           END-IF.
       STOP-CHEQUE-EXIT.
           EXIT.
      *  A USER CONNECTED TO THE CUSTOMER IS REFUSED WITH RC 09.
      *  LGCOIC01 LOGS THE ATTEMPT AND ROUTES IT - A CLAIM CHEQUE TO
      *  THE CLAIM'S (UNCONNECTED) HANDLER, A REFUND TO A COLLEAGUE
       CHECK-CONFLICT-OF-INTEREST.
           EXEC CICS ASSIGN USERID(COI-OPERATOR-ID)
                     RESP(WS-RESP)
           END-EXEC
           MOVE 'LGCHQM01'          TO COI-PROGRAM
           MOVE CA-REQUEST-ID       TO COI-REQUEST-ID
           MOVE DB2-CUSTOMERNUM-INT TO COI-CUSTOMER-NUM
           MOVE DB2-POLICYNUM-INT   TO COI-POLICY-NUM
           MOVE DB2-CLAIMNUM-INT    TO COI-CLAIM-NUM
           MOVE ' CALL LGCOIC01 ' TO EM-SQLREQ
           CALL LGCOIC01 USING COI-REQUEST
           EVALUATE COI-RC
             WHEN '00'
               CONTINUE
             WHEN '01'
               MOVE '09' TO CA-RETURN-CODE
             WHEN OTHER
               MOVE COI-SQLCODE TO SQLCODE
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
           EXIT.
      *  THE REPLACEMENT IS UNPRINTED, SO THE NEXT LGCHQR01 RUN
      *  PRINTS IT; ITS VALIDITY PERIOD RUNS FROM TODAY
       REISSUE-CHEQUE.
           MOVE ' SELECT CHQNUM ' TO EM-SQLREQ
           EXEC SQL
             SELECT COALESCE(MAX(CHEQUENUMBER), 0) + 1
               INTO :DB2-NEW-CHEQUE-NUM
               FROM CHEQUEREGISTER
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO REISSUE-CHEQUE-EXIT
           END-IF
           MOVE ' INSERT CHEQUE ' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO CHEQUEREGISTER
                       ( CHEQUENUMBER,
                         SOURCETYPE,
                         CLAIMNUMBER,
                         LINESEQ,
                         POLICYNUMBER,
                         CUSTOMERNUMBER,
                         REFUNDKEY,
                         PAYEENAME,
                         AMOUNT,
                         ISSUEDATE,
                         STATUS,
                         REPLACESCHEQUE,
                         LASTCHANGED )
                VALUES ( :DB2-NEW-CHEQUE-NUM,
                         :DB2-CHEQUE-SOURCE,
                         :DB2-CLAIMNUM-INT,
                         :DB2-LINESEQ-SINT,
                         :DB2-POLICYNUM-INT,
                         :DB2-CUSTOMERNUM-INT,
                         :DB2-REFUND-KEY,
                         :DB2-CHEQUE-PAYEE,
                         :DB2-CHEQUE-AMT,
                         CURRENT DATE,
                         'I',
                         :DB2-CHEQUE-NUM,
                         CURRENT TIMESTAMP )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO REISSUE-CHEQUE-EXIT
           END-IF
           IF DB2-CHEQUE-SOURCE EQUAL 'C'
             MOVE ' UPDATE CLMPAY ' TO EM-SQLREQ
             EXEC SQL
               UPDATE CLAIMPAYMENT
                  SET CHEQUENUMBER = :DB2-NEW-CHEQUE-NUM
                WHERE CHEQUENUMBER = :DB2-CHEQUE-NUM
                  AND STATUS       = 'ISSUED'
             END-EXEC
             IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO REISSUE-CHEQUE-EXIT
             END-IF
           END-IF
           MOVE DB2-NEW-CHEQUE-NUM TO CA-CHQ-NEW-NUMBER.
       REISSUE-CHEQUE-EXIT.
           EXIT.
      *  A CLAIM PAYMENT GOES BACK TO CANCELLED, WHICH PUTS THE CLAIM
      *  OR LINE BACK IN FRONT OF THE DISBURSEMENT RUN; AN INTERIM
      *  (LINESEQ 900 UP) ALSO RE-OPENS ITS INTERIMPAYMENT ROW.  A
      *  REFUND CHEQUE RE-OPENS THE PREMIUMREFUND ROW IT PAID
       RETURN-OUTSTANDING.
           IF DB2-CHEQUE-SOURCE EQUAL 'R'
             MOVE ' UPDATE REFUND ' TO EM-SQLREQ
             EXEC SQL
               UPDATE PREMIUMREFUND
                  SET STATUS        = 'DUE',
                      PROCESSEDDATE = NULL
                WHERE POLICYNUMBER      = :DB2-POLICYNUM-INT
                  AND CHAR(LASTCHANGED) = :DB2-REFUND-KEY
                  AND STATUS            = 'ISSUED'
             END-EXEC
             IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
             END-IF
             GO TO RETURN-OUTSTANDING-EXIT
           END-IF
           MOVE ' UPDATE CLMPAY ' TO EM-SQLREQ
           EXEC SQL
             UPDATE CLAIMPAYMENT
                SET STATUS = 'CANCELLED'
              WHERE CHEQUENUMBER = :DB2-CHEQUE-NUM
                AND STATUS       = 'ISSUED'
           END-EXEC
           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO RETURN-OUTSTANDING-EXIT
           END-IF
           IF DB2-LINESEQ-SINT NOT LESS THAN WS-INTERIM-BAND
             COMPUTE DB2-INTERIM-SEQ =
                 DB2-LINESEQ-SINT - WS-INTERIM-BAND
             MOVE ' UPDATE INTERIM' TO EM-SQLREQ
             EXEC SQL
               UPDATE INTERIMPAYMENT
                  SET STATUS = 'DUE'
                WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
                  AND INTERIMSEQ  = :DB2-INTERIM-SEQ
                  AND STATUS      = 'ISSUED'
             END-EXEC
             IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
             END-IF
           END-IF.
       RETURN-OUTSTANDING-EXIT.
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
                VALUES ( 'LGCHQM01', :WS-TRANSID, :WS-TERMID,
                         :WS-TASKNUM, CA-REQUEST-ID, :WS-CALEN,
                         :WS-REQUIRED-CA-LEN, CURRENT TIMESTAMP )
           END-EXEC.
           EXIT.
