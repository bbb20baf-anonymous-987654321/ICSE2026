           03 DB2-CUSTSECR-COUNT       PIC S9(9) COMP.
       01  DB2-CUSTSECR-PASS           PIC X(32).
       01  DB2-CUSTSECR-STATE          PIC X(01).
      *  CUSTOMER_SECURE HOLDS A SALT AND ONE-WAY HASH (LGPWHS01);
      *  A ROW STILL CARRYING A CLEAR PASSWORD (NOT YET THROUGH THE
      *  LGPWCV01 CONVERSION) IS HASHED ON ITS FIRST GOOD LOGON
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
           END-EXEC.
           Evaluate SQLCODE
             When 0
               MOVE '00' TO CA-RETURN-CODE
               PERFORM EVALUATE-CREDENTIALS
                   THRU EVALUATE-CREDENTIALS-EXIT
             When 100
               MOVE '01' TO CA-RETURN-CODE
             When Other
             MOVE 'L' TO CA-AUTH-RESULT
             MOVE DB2-CUSTSECR-COUNT TO CA-AUTH-ATTEMPTS
           ELSE
             PERFORM VERIFY-PASSWORD-HASH
             IF CA-RETURN-CODE NOT EQUAL '00'
               GO TO EVALUATE-CREDENTIALS-EXIT
             END-IF
             IF WS-PASSWORD-MATCH = 'Y'
               MOVE 'Y' TO CA-AUTH-RESULT
               MOVE 0   TO DB2-CUSTSECR-COUNT
               MOVE ZEROS TO CA-AUTH-ATTEMPTS
               PERFORM UPDATE-SECURE-COUNT
             END-IF
           END-IF.
       EVALUATE-CREDENTIALS-EXIT.
           EXIT.
      *  THE KEYED PASSWORD IS HASHED WITH THE ROW'S OWN SALT AND
      *  COMPARED WITH THE STORED HASH.  A LEGACY CLEAR ROW IS
      *  COMPARED AS IT STANDS AND, WHEN IT MATCHES, REWRITTEN AS
      *  SALT AND HASH WITH THE CLEAR COLUMN BLANKED
       VERIFY-PASSWORD-HASH.
           MOVE 'N' TO WS-PASSWORD-MATCH
           IF DB2-CUSTSECR-HASH = SPACES
             IF CA-AUTH-PASSWORD = DB2-CUSTSECR-PASS
               MOVE 'Y' TO WS-PASSWORD-MATCH
               PERFORM UPGRADE-LEGACY-PASSWORD
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
       UPGRADE-LEGACY-PASSWORD.
           MOVE ' HASH LEGACY   ' TO EM-SQLREQ
           MOVE 'N'               TO PWH-ACTION
           MOVE CA-AUTH-PASSWORD  TO PWH-PASSWORD
           CALL LGPWHS01 USING PWH-REQUEST
           MOVE SPACES TO PWH-PASSWORD
           IF PWH-RC NOT EQUAL '00'
             MOVE PWH-SQLCODE TO SQLCODE
             PERFORM WRITE-ERROR-MESSAGE
           ELSE
             MOVE ' UPDATE LEGACY ' TO EM-SQLREQ
             EXEC SQL
               UPDATE CUSTOMER_SECURE
                  SET customerPass = :DB2-CUSTSECR-BLANK,
                      passSalt     = :PWH-SALT,
                      passHash     = :PWH-HASH
                WHERE customerNumber = :DB2-CUSTOMERNUM-INT
             END-EXEC
             IF SQLCODE NOT EQUAL 0
               PERFORM WRITE-ERROR-MESSAGE
             END-IF
           END-IF.
           EXIT.
       UPDATE-SECURE-COUNT.
           MOVE ' UPDATE SECURE' TO EM-SQLREQ
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
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
