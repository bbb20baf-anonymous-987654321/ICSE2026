       01 DB2-PAYEE-FIELDS.
          03 DB2-CLAIMNUM-INT          PIC S9(9) COMP.
          03 DB2-LINESEQ-SINT          PIC S9(4) COMP.
          03 DB2-CUSTOMERNUM-INT       PIC S9(9) COMP.
       01  WS-CLAIM-COUNT              PIC S9(9) COMP VALUE +0.
      *  PAY METHOD IS ONLY CARRIED BY CALLERS ON THE LONGER SHAPE
       01  WS-PYMTH-REQUIRED-LEN       PIC S9(4) COMP VALUE +0.
       01  WS-PAY-METHOD               PIC X(01) VALUE 'B'.
       01  WS-VERIFY-STATUS            PIC X(01) VALUE 'P'.
      *****************************************************************
      *  BANK DETAILS ARE MASKED BY THE SUITE RULE (LGMASK01) BEFORE  *
      *  A COMMAREA IS CAPTURED FOR DIAGNOSTICS; THE CLEAR VALUES ARE *
      *  HELD HERE AND PUT BACK FOR THE CALLER                        *
      *****************************************************************
       77  LGMASK01                    PIC X(8)  VALUE 'LGMASK01'.
           COPY LGMASK.
       01  WS-CLEAR-SORTCODE           PIC X(06) VALUE SPACES.
       01  WS-CLEAR-ACCOUNT            PIC X(08) VALUE SPACES.
      *  NEW PAYEE DETAILS OPEN A COOLING HOLD ON PAYMENTS TO THE
      *  CLAIM'S CUSTOMER (LGACHG01)
       01  WS-RESP                     PIC S9(8) COMP.
       01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
       77  LGACHG01                    PIC X(8)  VALUE 'LGACHG01'.
           COPY LGACHG.
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *  BANK'S CONFIRMATION-OF-PAYEE CHECK HAS COME BACK VERIFIED,
      *  WHICH IS THE CONTROL THE MISDIRECTED SETTLEMENTS AUDIT
      *  POINT ASKED FOR.
      *  A CUSTOMER WITH NO BANK ACCOUNT, OR A THIRD PARTY WHO WILL
      *  ONLY TAKE A CHEQUE, IS CAPTURED AS A CHEQUE PAYEE - NO BANK
      *  DETAILS ARE HELD AND THERE IS NOTHING FOR THE BANK'S
      *  CONFIRMATION-OF-PAYEE CHECK TO VERIFY.
       CAPTURE-PAYEE.
           MOVE 'B' TO WS-PAY-METHOD
           MOVE 'P' TO WS-VERIFY-STATUS
           COMPUTE WS-PYMTH-REQUIRED-LEN = WS-CA-HEADER-LEN
               + WS-FULL-PYE-LEN + WS-FULL-PYMTH-LEN
           IF EIBCALEN NOT LESS THAN WS-PYMTH-REQUIRED-LEN
             EVALUATE CA-PYE-PAY-METHOD
               WHEN 'Q'
                 MOVE 'Q' TO WS-PAY-METHOD
                 MOVE 'N' TO WS-VERIFY-STATUS
                 MOVE SPACES TO CA-PYE-SORTCODE
                 MOVE SPACES TO CA-PYE-ACCOUNT
               WHEN 'B'
               WHEN SPACE
                 CONTINUE
               WHEN OTHER
                 MOVE '06' TO CA-RETURN-CODE
                 GO TO CAPTURE-PAYEE-EXIT
             END-EVALUATE
           END-IF
           IF CA-PYE-ACCT-NAME EQUAL SPACES
             MOVE '05' TO CA-RETURN-CODE
             GO TO CAPTURE-PAYEE-EXIT
           END-IF
           IF WS-PAY-METHOD EQUAL 'B' AND
              (CA-PYE-SORTCODE EQUAL SPACES OR
               CA-PYE-ACCOUNT  EQUAL SPACES)
             MOVE '05' TO CA-RETURN-CODE
             GO TO CAPTURE-PAYEE-EXIT
           END-IF
                SET SORTCODE      = :CA-PYE-SORTCODE,
                    ACCOUNTNUMBER = :CA-PYE-ACCOUNT,
                    ACCOUNTNAME   = :CA-PYE-ACCT-NAME,
                    VERIFYSTATUS  = :WS-VERIFY-STATUS,
                    PAYMETHOD     = :WS-PAY-METHOD,
                    LASTCHANGED   = CURRENT TIMESTAMP
              WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
                AND LINESEQ     = :DB2-LINESEQ-SINT
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE WS-VERIFY-STATUS TO CA-PYE-VERIFY-STAT
               PERFORM RECORD-BANK-CHANGE
                   THRU RECORD-BANK-CHANGE-EXIT
               GO TO CAPTURE-PAYEE-EXIT
             WHEN 100
               CONTINUE
                         ACCOUNTNUMBER,
                         ACCOUNTNAME,
                         VERIFYSTATUS,
                         PAYMETHOD,
                         LASTCHANGED )
                VALUES ( :DB2-CLAIMNUM-INT,
                         :DB2-LINESEQ-SINT,
                         :CA-PYE-SORTCODE,
                         :CA-PYE-ACCOUNT,
                         :CA-PYE-ACCT-NAME,
                         :WS-VERIFY-STATUS,
                         :WS-PAY-METHOD,
                         CURRENT TIMESTAMP )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           ELSE
             MOVE WS-VERIFY-STATUS TO CA-PYE-VERIFY-STAT
             PERFORM RECORD-BANK-CHANGE
                 THRU RECORD-BANK-CHANGE-EXIT
           END-IF.
       CAPTURE-PAYEE-EXIT.
           EXIT.
      *  A PAYEE CHANGE IS THE SECOND STEP OF THE USUAL ACCOUNT
      *  TAKEOVER - IT IS RECORDED AGAINST THE POLICYHOLDER SO THE
      *  DISBURSEMENT RUN HOLDS THEIR PAYMENTS THROUGH THE COOLING
      *  WINDOW
       RECORD-BANK-CHANGE.
           MOVE ' SELECT CUSTNUM' TO EM-SQLREQ
           EXEC SQL
             SELECT P.CUSTOMERNUMBER
               INTO :DB2-CUSTOMERNUM-INT
               FROM CLAIM C,
                    POLICY P
              WHERE C.CLAIMNUMBER  = :DB2-CLAIMNUM-INT
                AND P.POLICYNUMBER = C.POLICYNUMBER
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO RECORD-BANK-CHANGE-EXIT
           END-IF
           EXEC CICS ASSIGN USERID(WS-OPERATOR-ID)
                     RESP(WS-RESP)
           END-EXEC
           MOVE 'R'                 TO ACH-ACTION
           MOVE DB2-CUSTOMERNUM-INT TO ACH-CUSTOMER-NUM
           MOVE 'B'                 TO ACH-CHANGE-TYPE
           MOVE 'LGPAYE01'          TO ACH-PROGRAM
           MOVE WS-OPERATOR-ID      TO ACH-OPERATOR
           MOVE SPACES              TO ACH-PRIOR-MOBILE
           MOVE ' CALL LGACHG01 ' TO EM-SQLREQ
           CALL LGACHG01 USING ACH-REQUEST
           IF ACH-RC NOT EQUAL '00'
             MOVE ACH-SQLCODE TO SQLCODE
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
       RECORD-BANK-CHANGE-EXIT.
           EXIT.
       INQUIRE-PAYEE.
           MOVE ' SELECT PAYEE  ' TO EM-SQLREQ
           EXEC SQL
                    ACCOUNTNUMBER,
                    ACCOUNTNAME,
                    VERIFYSTATUS,
                    COALESCE(CHAR(VERIFYDATE, ISO), ' '),
                    COALESCE(PAYMETHOD, 'B')
               INTO :CA-PYE-SORTCODE,
                    :CA-PYE-ACCOUNT,
                    :CA-PYE-ACCT-NAME,
                    :CA-PYE-VERIFY-STAT,
                    :CA-PYE-VERIFY-DATE,
                    :WS-PAY-METHOD
               FROM CLAIMPAYEE
               WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
                 AND LINESEQ     = :DB2-LINESEQ-SINT
           Evaluate SQLCODE
             When 0
               MOVE '00' TO CA-RETURN-CODE
               COMPUTE WS-PYMTH-REQUIRED-LEN = WS-CA-HEADER-LEN
                   + WS-FULL-PYE-LEN + WS-FULL-PYMTH-LEN
               IF EIBCALEN NOT LESS THAN WS-PYMTH-REQUIRED-LEN
                 MOVE WS-PAY-METHOD TO CA-PYE-PAY-METHOD
               END-IF
             When 100
               MOVE '01' TO CA-RETURN-CODE
             When Other
                     LENGTH(LENGTH OF ERROR-MSG)
           END-EXEC.
           IF EIBCALEN > 0 THEN
             IF EIBCALEN NOT LESS THAN WS-REQUIRED-CA-LEN
               PERFORM MASK-BANK-DETAILS
             END-IF
             IF EIBCALEN < 261 THEN
               MOVE DFHCOMMAREA(1:EIBCALEN) TO CA-DATA
               EXEC CICS LINK PROGRAM('LGSTSQ')
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
           MOVE CA-PYE-SORTCODE TO WS-CLEAR-SORTCODE
           MOVE CA-PYE-ACCOUNT  TO WS-CLEAR-ACCOUNT
           MOVE 'S'             TO MSK-TYPE
           MOVE CA-PYE-SORTCODE TO MSK-VALUE
           CALL LGMASK01 USING MSK-REQUEST
           MOVE MSK-VALUE       TO CA-PYE-SORTCODE
           MOVE 'A'             TO MSK-TYPE
           MOVE CA-PYE-ACCOUNT  TO MSK-VALUE
           CALL LGMASK01 USING MSK-REQUEST
           MOVE MSK-VALUE       TO CA-PYE-ACCOUNT.
           EXIT.
       RESTORE-BANK-DETAILS.
           MOVE WS-CLEAR-SORTCODE TO CA-PYE-SORTCODE
           MOVE WS-CLEAR-ACCOUNT  TO CA-PYE-ACCOUNT.
           EXIT.
       LOG-COMMAREA-REJECT.
           EXEC SQL
             INSERT INTO COMMAREJECT
