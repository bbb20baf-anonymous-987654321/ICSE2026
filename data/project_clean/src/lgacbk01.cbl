       PROCESS SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGACBK01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'LGACBK01------WS'.
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
           03 FILLER                   PIC X(9)  VALUE ' LGACBK01'.
           03 EM-VARIABLE.
             05 FILLER                 PIC X(6)  VALUE ' CNUM='.
             05 EM-CUSNUM              PIC X(10)  VALUE SPACES.
             05 EM-SQLREQ              PIC X(16) VALUE SPACES.
             05 FILLER                 PIC X(9)  VALUE ' SQLCODE='.
             05 EM-SQLRC               PIC +9(5) USAGE DISPLAY.
       01  CA-ERROR-MSG.
           03 FILLER                   PIC X(9)  VALUE 'COMMAREA='.
           03 CA-DATA                  PIC X(260) VALUE SPACES.
      *  A HOLD MAY ONLY BE RELEASED ON A CALL-BACK BY FINANCE
      *  ('FIN') OR AN ADMINISTRATOR ('ADM'), AND NEVER BY THE USER
      *  WHO KEYED THE CHANGE BEING RELEASED
       01  WS-STAFF-ROLE               PIC X(03) VALUE SPACES.
       01  WS-COMMAREA-LENGTHS.
           03 WS-CA-HEADER-LEN         PIC S9(4) COMP VALUE +18.
           03 WS-REQUIRED-CA-LEN       PIC S9(4) COMP VALUE +0.
           COPY LGPOLICY.
       01  DB2-CUSTOMERNUM-INT         PIC S9(9) COMP.
       77  LGACHG01                    PIC X(8)  VALUE 'LGACHG01'.
           COPY LGACHG.
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
           IF EIBCALEN IS EQUAL TO ZERO
               MOVE ' NO COMMAREA RECEIVED' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS ABEND ABCODE('LGCA') NODUMP END-EXEC
           END-IF
           MOVE '00' TO CA-RETURN-CODE
           SET WS-ADDR-DFHCOMMAREA TO ADDRESS OF DFHCOMMAREA.
           ADD WS-CA-HEADER-LEN TO WS-REQUIRED-CA-LEN
           ADD WS-FULL-ACB-LEN  TO WS-REQUIRED-CA-LEN
           IF EIBCALEN IS LESS THAN WS-REQUIRED-CA-LEN
             PERFORM LOG-COMMAREA-REJECT
             MOVE '98' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF
           MOVE CA-CUSTOMER-NUM TO DB2-CUSTOMERNUM-INT
           MOVE CA-CUSTOMER-NUM TO EM-CUSNUM
           PERFORM CHECK-STAFF-AUTHORITY
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           END-IF
           EVALUATE CA-REQUEST-ID
             WHEN '01IACB'
               PERFORM INQUIRE-HOLD
             WHEN '01RACB'
               PERFORM RELEASE-HOLD THRU RELEASE-HOLD-EXIT
             WHEN OTHER
               MOVE '99' TO CA-RETURN-CODE
           END-EVALUATE
           EXEC CICS RETURN END-EXEC.
       MAINLINE-EXIT.
           EXIT.
       CHECK-STAFF-AUTHORITY.
           EXEC CICS ASSIGN USERID(WS-OPERATOR-ID)
                     RESP(WS-RESP)
           END-EXEC
           MOVE SPACES TO WS-STAFF-ROLE
           MOVE ' SELECT STAFF  ' TO EM-SQLREQ
           EXEC SQL
             SELECT STAFFROLE
               INTO :WS-STAFF-ROLE
               FROM STAFFUSER
               WHERE OPERATORID = :WS-OPERATOR-ID
                 AND COALESCE(STATUS, 'A') = 'A'
           END-EXEC
           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF
           IF SQLCODE EQUAL 0
             EXEC SQL
               UPDATE STAFFUSER
                  SET LASTUSEDTIME = CURRENT TIMESTAMP
                WHERE OPERATORID = :WS-OPERATOR-ID
             END-EXEC
           END-IF
           IF WS-STAFF-ROLE NOT EQUAL 'FIN' AND
              WS-STAFF-ROLE NOT EQUAL 'ADM'
             MOVE '96' TO CA-RETURN-CODE
           END-IF.
           EXIT.
      *  THE EARLIEST CHANGE STILL HOLDING AND HOW MANY PAYMENTS ARE
      *  WAITING ON IT - NONE OUTSTANDING COMES BACK RC 01
       INQUIRE-HOLD.
           MOVE 'I'                 TO ACH-ACTION
           MOVE DB2-CUSTOMERNUM-INT TO ACH-CUSTOMER-NUM
           MOVE ' CALL LGACHG01 ' TO EM-SQLREQ
           CALL LGACHG01 USING ACH-REQUEST
           EVALUATE ACH-RC
             WHEN '00'
               MOVE 'H'             TO CA-ACB-STATUS
               MOVE ACH-CHANGE-TIME TO CA-ACB-CHANGE-TIME
               MOVE ACH-HELD-COUNT  TO CA-ACB-HELD-COUNT
             WHEN '01'
               MOVE 'R'    TO CA-ACB-STATUS
               MOVE SPACES TO CA-ACB-CHANGE-TIME
               MOVE ZERO   TO CA-ACB-HELD-COUNT
               MOVE '01'   TO CA-RETURN-CODE
             WHEN OTHER
               MOVE ACH-SQLCODE TO SQLCODE
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
           EXIT.
      *  THE CALL-BACK IS MADE TO THE NUMBER HELD BEFORE THE CHANGE,
      *  NOT THE ONE NOW ON FILE; ITS REFERENCE IS REQUIRED (RC 05)
      *  AND KEPT ON THE RELEASED CHANGE.  THE USER WHO KEYED THE
      *  CHANGE CANNOT RELEASE IT (RC 97)
       RELEASE-HOLD.
           IF CA-ACB-CALLBACK-REF EQUAL SPACES
             MOVE '05' TO CA-RETURN-CODE
             GO TO RELEASE-HOLD-EXIT
           END-IF
           MOVE 'I'                 TO ACH-ACTION
           MOVE DB2-CUSTOMERNUM-INT TO ACH-CUSTOMER-NUM
           MOVE ' CALL LGACHG01 ' TO EM-SQLREQ
           CALL LGACHG01 USING ACH-REQUEST
           EVALUATE ACH-RC
             WHEN '00'
               CONTINUE
             WHEN '01'
               MOVE '01' TO CA-RETURN-CODE
               GO TO RELEASE-HOLD-EXIT
             WHEN OTHER
               MOVE ACH-SQLCODE TO SQLCODE
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO RELEASE-HOLD-EXIT
           END-EVALUATE
           IF ACH-CHANGE-OPERATOR EQUAL WS-OPERATOR-ID
             MOVE '97' TO CA-RETURN-CODE
             GO TO RELEASE-HOLD-EXIT
           END-IF
           MOVE 'X'                 TO ACH-ACTION
           MOVE DB2-CUSTOMERNUM-INT TO ACH-CUSTOMER-NUM
           MOVE 'S'                 TO ACH-RELEASE-METHOD
           MOVE WS-OPERATOR-ID      TO ACH-OPERATOR
           MOVE CA-ACB-CALLBACK-REF TO ACH-CALLBACK-REF
           CALL LGACHG01 USING ACH-REQUEST
           EVALUATE ACH-RC
             WHEN '00'
               MOVE 'R'            TO CA-ACB-STATUS
               MOVE ACH-HELD-COUNT TO CA-ACB-HELD-COUNT
             WHEN '01'
               MOVE '01' TO CA-RETURN-CODE
             WHEN OTHER
               MOVE ACH-SQLCODE TO SQLCODE
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
       RELEASE-HOLD-EXIT.
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
                VALUES ( 'LGACBK01', :WS-TRANSID, :WS-TERMID,
                         :WS-TASKNUM, CA-REQUEST-ID, :WS-CALEN,
                         :WS-REQUIRED-CA-LEN, CURRENT TIMESTAMP )
           END-EXEC.
           EXIT.
