       01  DB2-OUT-INTEGERS.
           03 DB2-CUSTOMERNUM-INT   PIC S9(9) COMP.
           03 DB2-CUSTOMERCNT-INT   PIC S9(9) COMP.
      *    THE PASSWORD ARRIVES IN CLEAR FROM LGACDB01 BUT ONLY ITS
      *    SALT AND ONE-WAY HASH (LGPWHS01) ARE WRITTEN TO THE TABLE
       01  DB2-CUSTSECR-BLANK          PIC X(32) VALUE SPACES.
       77  LGPWHS01                    PIC X(8)  VALUE 'LGPWHS01'.
           COPY LGPWHS.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           END-EXEC.
           EXIT.
       INSERT-CUSTOMER-PASSWORD.
           MOVE ' HASH PASSWORD' TO EM-SQLREQ
           MOVE 'N'              TO PWH-ACTION
           MOVE D2-CUSTSECR-PASS TO PWH-PASSWORD
           CALL LGPWHS01 USING PWH-REQUEST
           MOVE SPACES           TO PWH-PASSWORD
           IF PWH-RC NOT EQUAL '00'
             MOVE PWH-SQLCODE TO SQLCODE
             MOVE '98' TO D2-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             EXEC CICS RETURN END-EXEC
           END-IF
           MOVE ' INSERT SECURITY' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO CUSTOMER_SECURE
                       ( customerNumber,
                         customerPass,
                         passSalt,
                         passHash,
                         state_indicator,
                         pass_changes   )
                VALUES ( :DB2-CUSTOMERNUM-INT,
                         :DB2-CUSTSECR-BLANK,
                         :PWH-SALT,
                         :PWH-HASH,
                         :D2-CUSTSECR-STATE,
                         :DB2-CUSTOMERCNT-INT)
           END-EXEC
                         CURRENT TIMESTAMP )
           END-EXEC.
           EXIT.
      *  THE COMMAREA IMAGE GOES TO THE TS QUEUE WITH THE CLEAR
      *  PASSWORD BLANKED OUT OF IT
       WRITE-ERROR-MESSAGE.
           MOVE SQLCODE TO EM-SQLRC
           PERFORM LOG-ERROR-HISTORY
           IF EIBCALEN > 0 THEN
             IF EIBCALEN < 261 THEN
               MOVE DFHCOMMAREA(1:EIBCALEN) TO CA-DATA
               MOVE SPACES TO CA-DATA(19:32)
               EXEC CICS LINK PROGRAM('LGSTSQ')
                         COMMAREA(CA-ERROR-MSG)
                         LENGTH(LENGTH OF CA-ERROR-MSG)
               END-EXEC
             ELSE
               MOVE DFHCOMMAREA(1:260) TO CA-DATA
               MOVE SPACES TO CA-DATA(19:32)
               EXEC CICS LINK PROGRAM('LGSTSQ')
                         COMMAREA(CA-ERROR-MSG)
                         LENGTH(LENGTH OF CA-ERROR-MSG)
