           03 DB2-CUSTOMERNUM-INT      PIC S9(9) COMP.
           03 DB2-CUSTSECR-COUNT       PIC S9(9) COMP.
       01  DB2-CUSTSECR-STATE          PIC X(01).
      *  A RESET MAY CARRY A TEMPORARY PASSWORD IN CA-AUTH-NEW-PASSWORD.
      *  IT IS STORED ONLY AS A FRESH SALT AND HASH (LGPWHS01), NEVER
      *  AS ENTERED, AND THE HELPDESK LOG RECORDS RESETPW NOT UNLOCK.
       01  DB2-CUSTSECR-BLANK          PIC X(32) VALUE SPACES.
       01  WS-HELPDESK-ACTION          PIC X(08) VALUE 'UNLOCK'.
       77  LGPWHS01                    PIC X(8)  VALUE 'LGPWHS01'.
           COPY LGPWHS.
      *  CONFLICT OF INTEREST - AN ADMINISTRATOR CONNECTED TO THE
      *  CUSTOMER (THEIR OWN RECORD OR A DECLARED CONNECTED PARTY)
      *  MAY NOT RESET OR UNLOCK THE CUSTOMER'S ACCOUNT
       77  LGCOIC01                    PIC X(8)  VALUE 'LGCOIC01'.
           COPY LGCOIC.
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
               END-IF
             WHEN '03UCUS'
               IF WS-STAFF-ROLE EQUAL 'ADM'
                 PERFORM CHECK-CONFLICT-OF-INTEREST
                 IF CA-RETURN-CODE EQUAL '00'
                   PERFORM RESET-CUSTOMER-SECURE-STATE
                 END-IF
               ELSE
                 MOVE '97' TO CA-RETURN-CODE
               END-IF
           End-Evaluate.
           EXIT.
       RESET-CUSTOMER-SECURE-STATE.
           IF CA-AUTH-NEW-PASSWORD NOT = SPACES
             PERFORM RESET-CUSTOMER-PASSWORD
                 THRU RESET-CUSTOMER-PASSWORD-EXIT
           ELSE
             MOVE 'UNLOCK' TO WS-HELPDESK-ACTION
             MOVE ' UPDATE SECURE' TO EM-SQLREQ
             EXEC SQL
               UPDATE CUSTOMER_SECURE
                  SET state_indicator = 'N',
                      pass_changes    = 0
                WHERE customerNumber = :DB2-CUSTOMERNUM-INT
             END-EXEC
             PERFORM CHECK-RESET-RESULT
           END-IF.
           EXIT.
      *  A CONNECTED ADMINISTRATOR IS REFUSED WITH RC 09; LGCOIC01
      *  LOGS THE ATTEMPT AND ROUTES IT TO ANOTHER ADMINISTRATOR
       CHECK-CONFLICT-OF-INTEREST.
           MOVE WS-OPERATORID       TO COI-OPERATOR-ID
           MOVE 'LGHDCS01'          TO COI-PROGRAM
           MOVE CA-REQUEST-ID       TO COI-REQUEST-ID
           MOVE CA-CUSTOMER-NUM     TO COI-CUSTOMER-NUM
           MOVE ZERO                TO COI-POLICY-NUM
           MOVE ZERO                TO COI-CLAIM-NUM
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
       RESET-CUSTOMER-PASSWORD.
           MOVE 'RESETPW' TO WS-HELPDESK-ACTION
           MOVE ' HASH PASSWORD ' TO EM-SQLREQ
           MOVE 'N'                  TO PWH-ACTION
           MOVE CA-AUTH-NEW-PASSWORD TO PWH-PASSWORD
           CALL LGPWHS01 USING PWH-REQUEST
           MOVE SPACES TO PWH-PASSWORD
           IF PWH-RC NOT EQUAL '00'
             MOVE PWH-SQLCODE TO SQLCODE
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO RESET-CUSTOMER-PASSWORD-EXIT
           END-IF
           MOVE ' UPDATE SECURE' TO EM-SQLREQ
           EXEC SQL
             UPDATE CUSTOMER_SECURE
                SET customerPass    = :DB2-CUSTSECR-BLANK,
                    passSalt        = :PWH-SALT,
                    passHash        = :PWH-HASH,
                    state_indicator = 'N',
                    pass_changes    = 0
              WHERE customerNumber = :DB2-CUSTOMERNUM-INT
           END-EXEC.
           PERFORM CHECK-RESET-RESULT.
       RESET-CUSTOMER-PASSWORD-EXIT.
           EXIT.
       CHECK-RESET-RESULT.
           Evaluate SQLCODE
             When 0
               MOVE 'N' TO CA-AUTH-RESULT
                         ACTIONTIME )
                VALUES ( :DB2-CUSTOMERNUM-INT,
                         :WS-OPERATORID,
                         :WS-HELPDESK-ACTION,
                         CURRENT TIMESTAMP )
           END-EXEC.
           IF SQLCODE NOT EQUAL 0
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
           EXIT.
      *  THE COMMAREA IMAGE GOES TO THE TS QUEUE WITH ANY TEMPORARY
      *  PASSWORD BLANKED OUT OF IT
       WRITE-ERROR-MESSAGE.
           MOVE SQLCODE TO EM-SQLRC
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           IF EIBCALEN > 0 THEN
             IF EIBCALEN < 261 THEN
               MOVE DFHCOMMAREA(1:EIBCALEN) TO CA-DATA
               MOVE SPACES TO CA-DATA(56:32)
               EXEC CICS LINK PROGRAM('LGSTSQ')
                         COMMAREA(CA-ERROR-MSG)
                         LENGTH(LENGTH OF CA-ERROR-MSG)
               END-EXEC
             ELSE
               MOVE DFHCOMMAREA(1:260) TO CA-DATA
               MOVE SPACES TO CA-DATA(56:32)
               EXEC CICS LINK PROGRAM('LGSTSQ')
                         COMMAREA(CA-ERROR-MSG)
                         LENGTH(LENGTH OF CA-ERROR-MSG)
