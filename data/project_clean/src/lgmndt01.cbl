           03 WS-REQUIRED-CA-LEN       PIC S9(4) COMP VALUE +0.
           COPY LGPOLICY.
       01  DB2-CUSTOMERNUM-INT         PIC S9(9) COMP.
      *****************************************************************
      *  BANK DETAILS ARE MASKED BY THE SUITE RULE (LGMASK01) BEFORE  *
      *  A COMMAREA IS CAPTURED FOR DIAGNOSTICS; THE CLEAR VALUES ARE *
      *  HELD HERE AND PUT BACK FOR THE CALLER                        *
      *****************************************************************
       77  LGMASK01                    PIC X(8)  VALUE 'LGMASK01'.
           COPY LGMASK.
       01  WS-CLEAR-SORTCODE           PIC X(06) VALUE SPACES.
       01  WS-CLEAR-ACCOUNT            PIC X(08) VALUE SPACES.
      *  NEW MANDATE BANK DETAILS OPEN A COOLING HOLD ON PAYMENTS TO
      *  THE CUSTOMER (LGACHG01); A STATUS-ONLY UPDATE DOES NOT
       01  WS-OLD-SORTCODE             PIC X(06) VALUE SPACES.
       01  WS-OLD-ACCOUNT              PIC X(08) VALUE SPACES.
       01  WS-RESP                     PIC S9(8) COMP.
       01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
       77  LGACHG01                    PIC X(8)  VALUE 'LGACHG01'.
           COPY LGACHG.
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
             When 0
               MOVE 'L'  TO CA-MND-STATUS
               MOVE '00' TO CA-RETURN-CODE
               PERFORM RECORD-BANK-CHANGE
             When -803
               MOVE '92' TO CA-RETURN-CODE
             When Other
             MOVE '95' TO CA-RETURN-CODE
             GO TO UPDATE-MANDATE-EXIT
           END-IF
           MOVE ' SELECT OLDBANK' TO EM-SQLREQ
           MOVE SPACES TO WS-OLD-SORTCODE
           MOVE SPACES TO WS-OLD-ACCOUNT
           EXEC SQL
             SELECT BANKSORTCODE,
                    BANKACCOUNT
               INTO :WS-OLD-SORTCODE,
                    :WS-OLD-ACCOUNT
               FROM PAYMENTMANDATE
               WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
           END-EXEC
           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO UPDATE-MANDATE-EXIT
           END-IF
           MOVE ' UPDATE MANDATE' TO EM-SQLREQ
           EXEC SQL
             UPDATE PAYMENTMANDATE
           Evaluate SQLCODE
             When 0
               MOVE '00' TO CA-RETURN-CODE
               IF CA-MND-SORTCODE NOT EQUAL WS-OLD-SORTCODE OR
                  CA-MND-ACCOUNT  NOT EQUAL WS-OLD-ACCOUNT
                 PERFORM RECORD-BANK-CHANGE
               END-IF
             When 100
               MOVE '01' TO CA-RETURN-CODE
             When Other
               PERFORM WRITE-ERROR-MESSAGE
           END-Evaluate.
           EXIT.
      *  A MANDATE CHANGE IS THE SECOND STEP OF THE USUAL ACCOUNT
      *  TAKEOVER - REFUNDS GO BACK THROUGH THE MANDATE ACCOUNT
       RECORD-BANK-CHANGE.
           EXEC CICS ASSIGN USERID(WS-OPERATOR-ID)
                     RESP(WS-RESP)
           END-EXEC
           MOVE 'R'                 TO ACH-ACTION
           MOVE DB2-CUSTOMERNUM-INT TO ACH-CUSTOMER-NUM
           MOVE 'B'                 TO ACH-CHANGE-TYPE
           MOVE 'LGMNDT01'          TO ACH-PROGRAM
           MOVE WS-OPERATOR-ID      TO ACH-OPERATOR
           MOVE SPACES              TO ACH-PRIOR-MOBILE
           MOVE ' CALL LGACHG01 ' TO EM-SQLREQ
           CALL LGACHG01 USING ACH-REQUEST
           IF ACH-RC NOT EQUAL '00'
             MOVE ACH-SQLCODE TO SQLCODE
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
           EXIT.
       WRITE-ERROR-MESSAGE.
           MOVE SQLCODE TO EM-SQLRC
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
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
           MOVE CA-MND-SORTCODE TO WS-CLEAR-SORTCODE
           MOVE CA-MND-ACCOUNT  TO WS-CLEAR-ACCOUNT
           MOVE 'S'             TO MSK-TYPE
           MOVE CA-MND-SORTCODE TO MSK-VALUE
           CALL LGMASK01 USING MSK-REQUEST
           MOVE MSK-VALUE       TO CA-MND-SORTCODE
           MOVE 'A'             TO MSK-TYPE
           MOVE CA-MND-ACCOUNT  TO MSK-VALUE
           CALL LGMASK01 USING MSK-REQUEST
           MOVE MSK-VALUE       TO CA-MND-ACCOUNT.
           EXIT.
       RESTORE-BANK-DETAILS.
           MOVE WS-CLEAR-SORTCODE TO CA-MND-SORTCODE
           MOVE WS-CLEAR-ACCOUNT  TO CA-MND-ACCOUNT.
           EXIT.
       LOG-COMMAREA-REJECT.
           EXEC SQL
             INSERT INTO COMMAREJECT
