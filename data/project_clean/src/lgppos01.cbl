       PROCESS SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPPOS01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'LGPPOS01------WS'.
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
           03 FILLER                   PIC X(9)  VALUE ' LGPPOS01'.
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
       01 DB2-PPO-FIELDS.
          03 DB2-CLAIMNUM-INT          PIC S9(9) COMP.
          03 DB2-POLICYNUM-INT         PIC S9(9) COMP.
          03 DB2-LINESEQ-SINT          PIC S9(4) COMP.
          03 DB2-PAYEESEQ-SINT         PIC S9(4) COMP.
          03 DB2-LINE-TYPE             PIC X(02).
          03 DB2-ANNUAL-AMT            PIC S9(7)V99 COMP-3.
          03 DB2-PPO-RESERVE           PIC S9(9)V99 COMP-3.
          03 DB2-INDEX-VALUE           PIC S9(5)V99 COMP-3.
          03 DB2-PPO-STATUS            PIC X(01).
          03 DB2-OLD-SORTCODE          PIC X(06).
          03 DB2-OLD-ACCOUNT           PIC X(08).
       01  WS-PPO-COUNT                PIC S9(9) COMP VALUE +0.
      *  PPO PAYMENTS ARE INSTRUCTED IN THEIR OWN LINESEQ BAND ON
      *  CLAIMPAYEE AND CLAIMPAYMENT, CLEAR OF THE LINE'S OWN
      *  LUMP-SUM PAYEE
       01  WS-PPO-BAND                 PIC S9(4) COMP VALUE +700.
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
           INITIALIZE DB2-PPO-FIELDS.
           IF EIBCALEN IS EQUAL TO ZERO
               MOVE ' NO COMMAREA RECEIVED' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS ABEND ABCODE('LGCA') NODUMP END-EXEC
           END-IF
           MOVE '00' TO CA-RETURN-CODE
           SET WS-ADDR-DFHCOMMAREA TO ADDRESS OF DFHCOMMAREA.
           ADD WS-CA-HEADER-LEN TO WS-REQUIRED-CA-LEN
           ADD WS-FULL-PPO-LEN  TO WS-REQUIRED-CA-LEN
           IF EIBCALEN IS LESS THAN WS-REQUIRED-CA-LEN
             PERFORM LOG-COMMAREA-REJECT
             MOVE '98' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF
           MOVE CA-PPO-CLAIM-NUM TO DB2-CLAIMNUM-INT
           MOVE CA-PPO-CLAIM-NUM TO EM-CUSNUM
           MOVE CA-PPO-LINE-SEQ  TO DB2-LINESEQ-SINT
           COMPUTE DB2-PAYEESEQ-SINT = WS-PPO-BAND + DB2-LINESEQ-SINT
           EVALUATE CA-REQUEST-ID
             WHEN '01APPO'
               PERFORM ADD-PPO THRU ADD-PPO-EXIT
             WHEN '01IPPO'
               PERFORM INQUIRE-PPO
             WHEN '01UPPO'
               PERFORM UPDATE-PPO THRU UPDATE-PPO-EXIT
             WHEN '01CPPO'
               PERFORM CEASE-PPO THRU CEASE-PPO-EXIT
             WHEN OTHER
               MOVE '99' TO CA-RETURN-CODE
           END-EVALUATE
           EXEC CICS RETURN END-EXEC.
       MAINLINE-EXIT.
           EXIT.
      *  A PPO IS ONLY SET UP ON A PERSONAL INJURY LINE, ONE PER
      *  LINE.  THE INDEX VALUE IN FORCE TODAY IS STORED AS THE
      *  BASE THE FIRST ANNUAL UPLIFT (LGPPOA01) IS MEASURED FROM.
      *  THE PPO RESERVE STAYS ON THE SCHEDULE - IT IS NOT ADDED TO
      *  THE LINE OR CLAIM RESERVE, SO THE PROVISIONS REPORTS CAN
      *  SHOW IT ON ITS OWN.
       ADD-PPO.
           PERFORM VALIDATE-PPO THRU VALIDATE-PPO-EXIT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO ADD-PPO-EXIT
           END-IF
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
               GO TO ADD-PPO-EXIT
             When Other
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO ADD-PPO-EXIT
           END-Evaluate
           MOVE DB2-POLICYNUM-INT TO EM-POLNUM
           IF DB2-LINE-TYPE NOT EQUAL 'PI'
             MOVE '95' TO CA-RETURN-CODE
             GO TO ADD-PPO-EXIT
           END-IF
           MOVE ' SELECT PPO    ' TO EM-SQLREQ
           MOVE ZERO TO WS-PPO-COUNT
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-PPO-COUNT
               FROM PPOSCHEDULE
               WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
                 AND LINESEQ     = :DB2-LINESEQ-SINT
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO ADD-PPO-EXIT
           END-IF
           IF WS-PPO-COUNT GREATER THAN ZERO
             MOVE '92' TO CA-RETURN-CODE
             GO TO ADD-PPO-EXIT
           END-IF
           MOVE ZERO TO DB2-INDEX-VALUE
           MOVE ' SELECT PPOIDX ' TO EM-SQLREQ
           EXEC SQL
             SELECT INDEXVALUE
               INTO :DB2-INDEX-VALUE
               FROM PPOINDEX
               WHERE INDEXBASIS = :CA-PPO-INDEX-BASIS
                 AND INDEXDATE  =
                     ( SELECT MAX(INDEXDATE)
                         FROM PPOINDEX
                        WHERE INDEXBASIS = :CA-PPO-INDEX-BASIS
                          AND INDEXDATE <= CURRENT DATE )
           END-EXEC
           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO ADD-PPO-EXIT
           END-IF
           MOVE ' INSERT PPO    ' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO PPOSCHEDULE
                       ( CLAIMNUMBER,
                         LINESEQ,
                         PAYEENAME,
                         SORTCODE,
                         ACCOUNTNUMBER,
                         ANNUALAMOUNT,
                         INDEXBASIS,
                         LASTINDEXVALUE,
                         REVIEWDATE,
                         LIFENAME,
                         LIFEDOB,
                         PPORESERVE,
                         STATUS,
                         CEASEDATE,
                         LASTCHANGED )
                VALUES ( :DB2-CLAIMNUM-INT,
                         :DB2-LINESEQ-SINT,
                         :CA-PPO-PAYEE-NAME,
                         :CA-PPO-SORTCODE,
                         :CA-PPO-ACCOUNT,
                         :DB2-ANNUAL-AMT,
                         :CA-PPO-INDEX-BASIS,
                         :DB2-INDEX-VALUE,
                         :CA-PPO-REVIEW-DATE,
                         :CA-PPO-LIFE-NAME,
                         :CA-PPO-LIFE-DOB,
                         :DB2-PPO-RESERVE,
                         'A',
                         NULL,
                         CURRENT TIMESTAMP )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO ADD-PPO-EXIT
           END-IF
           PERFORM SET-PPO-PAYEE THRU SET-PPO-PAYEE-EXIT
           MOVE 'A'    TO CA-PPO-STATUS
           MOVE SPACES TO CA-PPO-CEASE-DATE.
       ADD-PPO-EXIT.
           EXIT.
       INQUIRE-PPO.
           MOVE ' SELECT PPO    ' TO EM-SQLREQ
           EXEC SQL
             SELECT PAYEENAME,
                    SORTCODE,
                    ACCOUNTNUMBER,
                    ANNUALAMOUNT,
                    INDEXBASIS,
                    CHAR(REVIEWDATE, ISO),
                    LIFENAME,
                    CHAR(LIFEDOB, ISO),
                    PPORESERVE,
                    STATUS,
                    COALESCE(CHAR(CEASEDATE, ISO), ' ')
               INTO :CA-PPO-PAYEE-NAME,
                    :CA-PPO-SORTCODE,
                    :CA-PPO-ACCOUNT,
                    :DB2-ANNUAL-AMT,
                    :CA-PPO-INDEX-BASIS,
                    :CA-PPO-REVIEW-DATE,
                    :CA-PPO-LIFE-NAME,
                    :CA-PPO-LIFE-DOB,
                    :DB2-PPO-RESERVE,
                    :CA-PPO-STATUS,
                    :CA-PPO-CEASE-DATE
               FROM PPOSCHEDULE
               WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
                 AND LINESEQ     = :DB2-LINESEQ-SINT
           END-EXEC
           Evaluate SQLCODE
             When 0
               MOVE DB2-ANNUAL-AMT  TO CA-PPO-ANNUAL-AMT
               MOVE DB2-PPO-RESERVE TO CA-PPO-RESERVE
               MOVE '00' TO CA-RETURN-CODE
             When 100
               MOVE '01' TO CA-RETURN-CODE
             When Other
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-Evaluate.
           EXIT.
      *  WHILE THE ORDER IS ACTIVE THE PAYEE, REVIEW DATE, LIFE
      *  DETAILS, AMOUNT (A VARIATION BY THE COURT) AND THE PPO
      *  RESERVE (THE ACTUARIAL REVALUATION) CAN ALL BE CHANGED.
      *  CHANGED BANK DETAILS GO BACK TO PENDING FOR THE
      *  CONFIRMATION-OF-PAYEE CHECK.  THE INDEX BASIS IS FIXED BY
      *  THE ORDER AND NEVER CHANGES.
       UPDATE-PPO.
           MOVE ' SELECT PPO    ' TO EM-SQLREQ
           EXEC SQL
             SELECT INDEXBASIS, STATUS, SORTCODE, ACCOUNTNUMBER
               INTO :CA-PPO-INDEX-BASIS, :DB2-PPO-STATUS,
                    :DB2-OLD-SORTCODE, :DB2-OLD-ACCOUNT
               FROM PPOSCHEDULE
               WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
                 AND LINESEQ     = :DB2-LINESEQ-SINT
           END-EXEC
           Evaluate SQLCODE
             When 0
               CONTINUE
             When 100
               MOVE '01' TO CA-RETURN-CODE
               GO TO UPDATE-PPO-EXIT
             When Other
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO UPDATE-PPO-EXIT
           END-Evaluate
           IF DB2-PPO-STATUS NOT EQUAL 'A'
             MOVE '94' TO CA-RETURN-CODE
             GO TO UPDATE-PPO-EXIT
           END-IF
           PERFORM VALIDATE-PPO THRU VALIDATE-PPO-EXIT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO UPDATE-PPO-EXIT
           END-IF
           MOVE ' UPDATE PPO    ' TO EM-SQLREQ
           EXEC SQL
             UPDATE PPOSCHEDULE
                SET PAYEENAME     = :CA-PPO-PAYEE-NAME,
                    SORTCODE      = :CA-PPO-SORTCODE,
                    ACCOUNTNUMBER = :CA-PPO-ACCOUNT,
                    ANNUALAMOUNT  = :DB2-ANNUAL-AMT,
                    REVIEWDATE    = :CA-PPO-REVIEW-DATE,
                    LIFENAME      = :CA-PPO-LIFE-NAME,
                    LIFEDOB       = :CA-PPO-LIFE-DOB,
                    PPORESERVE    = :DB2-PPO-RESERVE,
                    LASTCHANGED   = CURRENT TIMESTAMP
              WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
                AND LINESEQ     = :DB2-LINESEQ-SINT
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO UPDATE-PPO-EXIT
           END-IF
           IF CA-PPO-SORTCODE NOT EQUAL DB2-OLD-SORTCODE OR
              CA-PPO-ACCOUNT  NOT EQUAL DB2-OLD-ACCOUNT
             PERFORM SET-PPO-PAYEE THRU SET-PPO-PAYEE-EXIT
           END-IF
           MOVE 'A' TO CA-PPO-STATUS.
       UPDATE-PPO-EXIT.
           EXIT.
      *  THE ORDER ENDS WITH THE LIFE IT DEPENDS ON.  THE SCHEDULE
      *  IS CEASED, ITS RESERVE RELEASED, AND ANY INSTALMENT
      *  FALLING DUE AFTER THE DATE OF DEATH THAT HAS NOT YET GONE
      *  TO THE BANK IS CANCELLED.
       CEASE-PPO.
           IF CA-PPO-CEASE-DATE EQUAL SPACES
             MOVE '95' TO CA-RETURN-CODE
             GO TO CEASE-PPO-EXIT
           END-IF
           MOVE ' SELECT PPO    ' TO EM-SQLREQ
           EXEC SQL
             SELECT STATUS
               INTO :DB2-PPO-STATUS
               FROM PPOSCHEDULE
               WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
                 AND LINESEQ     = :DB2-LINESEQ-SINT
           END-EXEC
           Evaluate SQLCODE
             When 0
               CONTINUE
             When 100
               MOVE '01' TO CA-RETURN-CODE
               GO TO CEASE-PPO-EXIT
             When Other
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO CEASE-PPO-EXIT
           END-Evaluate
           IF DB2-PPO-STATUS NOT EQUAL 'A'
             MOVE '94' TO CA-RETURN-CODE
             GO TO CEASE-PPO-EXIT
           END-IF
           MOVE ' UPDATE PPO    ' TO EM-SQLREQ
           EXEC SQL
             UPDATE PPOSCHEDULE
                SET STATUS      = 'C',
                    CEASEDATE   = :CA-PPO-CEASE-DATE,
                    PPORESERVE  = 0,
                    LASTCHANGED = CURRENT TIMESTAMP
              WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
                AND LINESEQ     = :DB2-LINESEQ-SINT
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO CEASE-PPO-EXIT
           END-IF
           MOVE ' UPDATE PPOPAY ' TO EM-SQLREQ
           EXEC SQL
             UPDATE PPOPAYMENT
                SET STATUS      = 'CANCELLED',
                    LASTCHANGED = CURRENT TIMESTAMP
              WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
                AND LINESEQ     = :DB2-LINESEQ-SINT
                AND STATUS      = 'DUE'
                AND DUEDATE     > :CA-PPO-CEASE-DATE
           END-EXEC
           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO CEASE-PPO-EXIT
           END-IF
           MOVE 'C'  TO CA-PPO-STATUS
           MOVE ZERO TO CA-PPO-RESERVE.
       CEASE-PPO-EXIT.
           EXIT.
      *  COMMON EDITS FOR ADD AND UPDATE - A PAYEE WITH BANK
      *  DETAILS, AN ANNUAL AMOUNT, A KNOWN INDEX BASIS, THE NEXT
      *  REVIEW DATE AND THE LIFE THE PAYMENTS DEPEND ON.
       VALIDATE-PPO.
           IF CA-PPO-PAYEE-NAME EQUAL SPACES OR
              CA-PPO-SORTCODE   EQUAL SPACES OR
              CA-PPO-ACCOUNT    EQUAL SPACES
             MOVE '95' TO CA-RETURN-CODE
             GO TO VALIDATE-PPO-EXIT
           END-IF
           IF CA-PPO-ANNUAL-AMT EQUAL ZERO OR
              CA-PPO-REVIEW-DATE EQUAL SPACES
             MOVE '95' TO CA-RETURN-CODE
             GO TO VALIDATE-PPO-EXIT
           END-IF
           IF CA-PPO-INDEX-BASIS NOT EQUAL 'ASHE' AND
              CA-PPO-INDEX-BASIS NOT EQUAL 'RPI ' AND
              CA-PPO-INDEX-BASIS NOT EQUAL 'CPI '
             MOVE '95' TO CA-RETURN-CODE
             GO TO VALIDATE-PPO-EXIT
           END-IF
           IF CA-PPO-LIFE-NAME EQUAL SPACES OR
              CA-PPO-LIFE-DOB  EQUAL SPACES
             MOVE '95' TO CA-RETURN-CODE
             GO TO VALIDATE-PPO-EXIT
           END-IF
           MOVE CA-PPO-ANNUAL-AMT TO DB2-ANNUAL-AMT
           MOVE CA-PPO-RESERVE    TO DB2-PPO-RESERVE.
       VALIDATE-PPO-EXIT.
           EXIT.
      *  THE PAYEE'S BANK DETAILS ARE COPIED TO A CLAIMPAYEE ROW IN
      *  THE PPO BAND, PENDING, SO THE CONFIRMATION-OF-PAYEE
      *  EXCHANGE (LGCOPV01) CLEARS THEM BEFORE THE DISBURSEMENT
      *  RUN PAYS AN INSTALMENT.
       SET-PPO-PAYEE.
           MOVE ' UPDATE PAYEE  ' TO EM-SQLREQ
           EXEC SQL
             UPDATE CLAIMPAYEE
                SET SORTCODE      = :CA-PPO-SORTCODE,
                    ACCOUNTNUMBER = :CA-PPO-ACCOUNT,
                    ACCOUNTNAME   = :CA-PPO-PAYEE-NAME,
                    VERIFYSTATUS  = 'P',
                    LASTCHANGED   = CURRENT TIMESTAMP
              WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
                AND LINESEQ     = :DB2-PAYEESEQ-SINT
           END-EXEC
           Evaluate SQLCODE
             When 0
               GO TO SET-PPO-PAYEE-EXIT
             When 100
               CONTINUE
             When Other
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO SET-PPO-PAYEE-EXIT
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
                         :CA-PPO-SORTCODE,
                         :CA-PPO-ACCOUNT,
                         :CA-PPO-PAYEE-NAME,
                         'P',
                         CURRENT TIMESTAMP )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
       SET-PPO-PAYEE-EXIT.
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
           MOVE CA-PPO-SORTCODE TO WS-CLEAR-SORTCODE
           MOVE CA-PPO-ACCOUNT  TO WS-CLEAR-ACCOUNT
           MOVE 'S'             TO MSK-TYPE
           MOVE CA-PPO-SORTCODE TO MSK-VALUE
           CALL LGMASK01 USING MSK-REQUEST
           MOVE MSK-VALUE       TO CA-PPO-SORTCODE
           MOVE 'A'             TO MSK-TYPE
           MOVE CA-PPO-ACCOUNT  TO MSK-VALUE
           CALL LGMASK01 USING MSK-REQUEST
           MOVE MSK-VALUE       TO CA-PPO-ACCOUNT.
           EXIT.
       RESTORE-BANK-DETAILS.
           MOVE WS-CLEAR-SORTCODE TO CA-PPO-SORTCODE
           MOVE WS-CLEAR-ACCOUNT  TO CA-PPO-ACCOUNT.
           EXIT.
       LOG-COMMAREA-REJECT.
           EXEC SQL
             INSERT INTO COMMAREJECT
                       ( ProgramName, TransId, TermId, TaskNum,
                         RequestId, CalenReceived, CalenRequired,
                         RejectTime )
                VALUES ( 'LGPPOS01', :WS-TRANSID, :WS-TERMID,
                         :WS-TASKNUM, CA-REQUEST-ID, :WS-CALEN,
                         :WS-REQUIRED-CA-LEN, CURRENT TIMESTAMP )
           END-EXEC.
           EXIT.
