       PROCESS SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGVRPL01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'LGVRPL01------WS'.
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
           03 FILLER                   PIC X(9)  VALUE ' LGVRPL01'.
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
           03 WS-CA-HEADER-LEN         PIC S9(4) COMP VALUE +18.
           03 WS-REQUIRED-CA-LEN       PIC S9(4) COMP VALUE +0.
           COPY LGPOLICY.
       01  WS-REPLAY-MAX               PIC 9(03) VALUE 0.
       01  WS-REPLAY-EOF               PIC X(01) VALUE 'N'.
       01  WS-LOG-ACTION               PIC X(14) VALUE SPACES.
       01  WS-LOG-JOBNAME              PIC X(08) VALUE 'LGVRPL01'.
       01  DB2-NEWER-COUNT             PIC S9(9) COMP VALUE +0.
       01  DB2-STUCK-COUNT             PIC S9(9) COMP VALUE +0.
           COPY LGVRPL.
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
             DECLARE REPLAY_CURSOR CURSOR FOR
               SELECT REPLAYID, MIRRORPROGRAM, CUSTOMERNUMBER,
                      POLICYNUMBER, ATTEMPTS, LINKLENGTH,
                      POLICYIMAGE, COMMAREAIMAGE
               FROM VSAMREPLAY
               WHERE STATUS = 'P'
               ORDER BY REPLAYID
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
           ADD WS-FULL-VRP-LEN  TO WS-REQUIRED-CA-LEN
           IF EIBCALEN IS LESS THAN WS-REQUIRED-CA-LEN
             PERFORM LOG-COMMAREA-REJECT
             MOVE '98' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF
           IF CA-REQUEST-ID NOT = '01XVRP'
             MOVE '99' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF
           EXEC CICS ASSIGN USERID(WS-OPERATOR-ID)
                     RESP(WS-RESP)
           END-EXEC
           PERFORM REPLAY-PARKED-WRITES
           PERFORM COUNT-STUCK-WRITES
           MOVE 'VSAM-REPLAY   ' TO WS-LOG-ACTION
           PERFORM LOG-OPERATOR-ACTION
           EXEC CICS RETURN END-EXEC.
       MAINLINE-EXIT.
           EXIT.
      *  PARKED WRITES ARE RE-DRIVEN OLDEST FIRST SO TWO CHANGES TO
      *  THE SAME RECORD LAND IN THE ORDER THEY WERE MADE
       REPLAY-PARKED-WRITES.
           IF CA-VRP-MAX EQUAL ZERO
             MOVE 50 TO WS-REPLAY-MAX
           ELSE
             MOVE CA-VRP-MAX TO WS-REPLAY-MAX
           END-IF
           MOVE ZERO TO CA-VRP-DRIVEN
           MOVE ZERO TO CA-VRP-REPLAYED
           MOVE ZERO TO CA-VRP-SUPERSEDED
           MOVE ZERO TO CA-VRP-FAILED
           MOVE ZERO TO CA-VRP-STUCK
           MOVE ' OPEN   RPLYCUR' TO EM-SQLREQ
           EXEC SQL
             OPEN REPLAY_CURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             EXEC CICS RETURN END-EXEC
           END-IF
           MOVE 'N' TO WS-REPLAY-EOF
           PERFORM REPLAY-ONE-WRITE THRU REPLAY-ONE-WRITE-EXIT
               UNTIL WS-REPLAY-EOF EQUAL 'Y'
                  OR CA-VRP-DRIVEN NOT LESS THAN WS-REPLAY-MAX
           MOVE ' CLOSE  RPLYCUR' TO EM-SQLREQ
           EXEC SQL
             CLOSE REPLAY_CURSOR
           END-EXEC.
           EXIT.
      *  A PARKED WRITE IS SUPERSEDED WHEN A NEWER WRITE OF THE SAME
      *  KIND (SAME MIRROR PROGRAM) TO THE SAME RECORD IS ALSO PARKED -
      *  REPLAYING THE NEWER ONE LEAVES THE MIRROR CORRECT.  OTHERWISE
      *  THE MIRROR PROGRAM IS LINKED WITH THE PARKED COMMAREA AND THE
      *  ROW IS MARKED REPLAYED ONLY IF IT COMES BACK CLEAN.
       REPLAY-ONE-WRITE.
           MOVE SPACES TO DB2-VRPL-COMM-TEXT
           MOVE ' FETCH  RPLYCUR' TO EM-SQLREQ
           EXEC SQL
             FETCH REPLAY_CURSOR
               INTO :DB2-VRPL-ID, :DB2-VRPL-MIRRORPGM,
                    :DB2-VRPL-CUSTOMERNUM, :DB2-VRPL-POLICYNUM,
                    :DB2-VRPL-ATTEMPTS, :DB2-VRPL-LINKLEN,
                    :DB2-VRPL-POLIMAGE, :DB2-VRPL-COMMAREA
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-REPLAY-EOF
               GO TO REPLAY-ONE-WRITE-EXIT
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               MOVE 'Y' TO WS-REPLAY-EOF
               GO TO REPLAY-ONE-WRITE-EXIT
           END-EVALUATE
           ADD 1 TO CA-VRP-DRIVEN
           MOVE DB2-VRPL-CUSTOMERNUM TO EM-CUSNUM
           MOVE DB2-VRPL-POLICYNUM   TO EM-POLNUM
           MOVE ' SELECT NEWER  ' TO EM-SQLREQ
           EXEC SQL
             SELECT COUNT(*)
               INTO :DB2-NEWER-COUNT
               FROM VSAMREPLAY
              WHERE STATUS         = 'P'
                AND MIRRORPROGRAM  = :DB2-VRPL-MIRRORPGM
                AND CUSTOMERNUMBER = :DB2-VRPL-CUSTOMERNUM
                AND POLICYNUMBER   = :DB2-VRPL-POLICYNUM
                AND REPLAYID       > :DB2-VRPL-ID
           END-EXEC
           IF SQLCODE EQUAL 0 AND DB2-NEWER-COUNT > 0
             MOVE 'X' TO DB2-VRPL-STATUS
             PERFORM MARK-REPLAY-ROW
             ADD 1 TO CA-VRP-SUPERSEDED
             GO TO REPLAY-ONE-WRITE-EXIT
           END-IF
           EXEC CICS LINK PROGRAM(DB2-VRPL-MIRRORPGM)
                     COMMAREA(DB2-VRPL-COMM-TEXT)
                     LENGTH(DB2-VRPL-LINKLEN)
                     RESP(WS-RESP)
           END-EXEC
           ADD 1 TO DB2-VRPL-ATTEMPTS
           IF WS-RESP EQUAL DFHRESP(NORMAL) AND
              DB2-VRPL-COMM-TEXT(7:2) EQUAL '00'
             MOVE 'D' TO DB2-VRPL-STATUS
             PERFORM MARK-REPLAY-ROW
             ADD 1 TO CA-VRP-REPLAYED
           ELSE
             MOVE 'P' TO DB2-VRPL-STATUS
             PERFORM MARK-REPLAY-ROW
             ADD 1 TO CA-VRP-FAILED
           END-IF.
       REPLAY-ONE-WRITE-EXIT.
           EXIT.
       MARK-REPLAY-ROW.
           MOVE ' UPDATE VSAMRPL' TO EM-SQLREQ
           EXEC SQL
             UPDATE VSAMREPLAY
                SET STATUS      = :DB2-VRPL-STATUS,
                    ATTEMPTS    = :DB2-VRPL-ATTEMPTS,
                    LASTTRYTIME = CURRENT TIMESTAMP
              WHERE REPLAYID = :DB2-VRPL-ID
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
           EXIT.
       COUNT-STUCK-WRITES.
           MOVE ' SELECT STUCK  ' TO EM-SQLREQ
           EXEC SQL
             SELECT COUNT(*)
               INTO :DB2-STUCK-COUNT
               FROM VSAMREPLAY
              WHERE STATUS = 'P'
                AND ATTEMPTS >= :VRPL-MAX-ATTEMPTS
           END-EXEC
           IF SQLCODE EQUAL 0
             MOVE DB2-STUCK-COUNT TO CA-VRP-STUCK
           ELSE
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
           EXIT.
       LOG-OPERATOR-ACTION.
           MOVE ' INSERT OPSLOG ' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO OPERATIONSLOG
                       ( ACTIONTYPE,
                         JOBNAME,
                         OPERATORID,
                         TRANSID,
                         TERMID,
                         ACTIONTIME )
                VALUES ( :WS-LOG-ACTION,
                         :WS-LOG-JOBNAME,
                         :WS-OPERATOR-ID,
                         :WS-TRANSID,
                         :WS-TERMID,
                         CURRENT TIMESTAMP )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
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
                VALUES ( 'LGVRPL01', :WS-TRANSID, :WS-TERMID,
                         :WS-TASKNUM, CA-REQUEST-ID, :WS-CALEN,
                         :WS-REQUIRED-CA-LEN, CURRENT TIMESTAMP )
           END-EXEC.
           EXIT.
