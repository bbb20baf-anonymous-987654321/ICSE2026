           03 DB2-CUSTSECR-COUNT       PIC S9(9) COMP.
       01  DB2-CUSTSECR-PASS           PIC X(32).
       01  DB2-CUSTSECR-STATE          PIC X(01).
      *  THE OLD PASSWORD IS VERIFIED AGAINST THE STORED SALT AND
      *  HASH (OR THE CLEAR VALUE ON A ROW NOT YET CONVERTED) AND
      *  THE NEW ONE IS STORED ONLY AS A FRESH SALT AND HASH
       01  DB2-CUSTSECR-SALT           PIC X(16).
       01  DB2-CUSTSECR-HASH           PIC X(64).
       01  DB2-CUSTSECR-BLANK          PIC X(32) VALUE SPACES.
       01  WS-PASSWORD-MATCH           PIC X(01) VALUE 'N'.
       77  LGPWHS01                    PIC X(8)  VALUE 'LGPWHS01'.
           COPY LGPWHS.
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
           MOVE ' SELECT SECURE' TO EM-SQLREQ
           EXEC SQL
             SELECT customerPass,
                    COALESCE(passSalt, ' '),
                    COALESCE(passHash, ' '),
                    state_indicator,
                    pass_changes
               INTO :DB2-CUSTSECR-PASS,
                    :DB2-CUSTSECR-SALT,
                    :DB2-CUSTSECR-HASH,
                    :DB2-CUSTSECR-STATE,
                    :DB2-CUSTSECR-COUNT
               FROM CUSTOMER_SECURE
           IF DB2-CUSTSECR-STATE = 'Y'
             MOVE '96' TO CA-RETURN-CODE
           ELSE
             PERFORM VERIFY-PASSWORD-HASH
             EVALUATE TRUE
               WHEN CA-RETURN-CODE NOT EQUAL '00'
                 CONTINUE
               WHEN WS-PASSWORD-MATCH NOT = 'Y'
                 MOVE '97' TO CA-RETURN-CODE
               WHEN CA-AUTH-OTP-VERIFIED NOT = 'Y'
                 MOVE '94' TO CA-RETURN-CODE
               WHEN OTHER
                 PERFORM UPDATE-CUSTOMER-PASSWORD
                     THRU UPDATE-CUSTOMER-PASSWORD-EXIT
             END-EVALUATE
           END-IF.
           EXIT.
       VERIFY-PASSWORD-HASH.
           MOVE 'N' TO WS-PASSWORD-MATCH
           IF DB2-CUSTSECR-HASH = SPACES
             IF CA-AUTH-PASSWORD = DB2-CUSTSECR-PASS
               MOVE 'Y' TO WS-PASSWORD-MATCH
             END-IF
           ELSE
             MOVE ' VERIFY HASH   ' TO EM-SQLREQ
             MOVE 'V'               TO PWH-ACTION
             MOVE CA-AUTH-PASSWORD  TO PWH-PASSWORD
             MOVE DB2-CUSTSECR-SALT TO PWH-SALT
             MOVE DB2-CUSTSECR-HASH TO PWH-HASH
             CALL LGPWHS01 USING PWH-REQUEST
             MOVE SPACES TO PWH-PASSWORD
             IF PWH-RC NOT EQUAL '00'
               MOVE PWH-SQLCODE TO SQLCODE
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
             ELSE
               MOVE PWH-RESULT TO WS-PASSWORD-MATCH
             END-IF
           END-IF.
           EXIT.
       UPDATE-CUSTOMER-PASSWORD.
           MOVE ' HASH PASSWORD ' TO EM-SQLREQ
           MOVE 'N'                  TO PWH-ACTION
           MOVE CA-AUTH-NEW-PASSWORD TO PWH-PASSWORD
           CALL LGPWHS01 USING PWH-REQUEST
           MOVE SPACES TO PWH-PASSWORD
           IF PWH-RC NOT EQUAL '00'
             MOVE PWH-SQLCODE TO SQLCODE
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO UPDATE-CUSTOMER-PASSWORD-EXIT
           END-IF
           MOVE ' UPDATE SECURE' TO EM-SQLREQ
           EXEC SQL
             UPDATE CUSTOMER_SECURE
                SET customerPass    = :DB2-CUSTSECR-BLANK,
                    passSalt        = :PWH-SALT,
                    passHash        = :PWH-HASH,
                    pass_changes    = 0,
                    state_indicator = 'N'
              WHERE customerNumber = :DB2-CUSTOMERNUM-INT
             MOVE '00' TO CA-RETURN-CODE
             MOVE 'Y'  TO CA-AUTH-RESULT
           END-IF.
       UPDATE-CUSTOMER-PASSWORD-EXIT.
           EXIT.
      *  THE COMMAREA IMAGE GOES TO THE TS QUEUE WITH THE CLEAR
      *  CURRENT AND NEW PASSWORDS BLANKED OUT OF IT
       WRITE-ERROR-MESSAGE.
           MOVE SQLCODE TO EM-SQLRC
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           IF EIBCALEN > 0 THEN
             IF EIBCALEN < 261 THEN
               MOVE DFHCOMMAREA(1:EIBCALEN) TO CA-DATA
               MOVE SPACES TO CA-DATA(19:32)
               MOVE SPACES TO CA-DATA(56:32)
               EXEC CICS LINK PROGRAM('LGSTSQ')
                         COMMAREA(CA-ERROR-MSG)
                         LENGTH(LENGTH OF CA-ERROR-MSG)
               END-EXEC
             ELSE
               MOVE DFHCOMMAREA(1:260) TO CA-DATA
               MOVE SPACES TO CA-DATA(19:32)
               MOVE SPACES TO CA-DATA(56:32)
               EXEC CICS LINK PROGRAM('LGSTSQ')
                         COMMAREA(CA-ERROR-MSG)
                         LENGTH(LENGTH OF CA-ERROR-MSG)
