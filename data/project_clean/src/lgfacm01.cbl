       PROCESS SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGFACM01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'LGFACM01------WS'.
           03 WS-TRANSID               PIC X(4).
           03 WS-TERMID                PIC X(4).
           03 WS-TASKNUM               PIC 9(7).
           03 WS-FILLER                PIC X.
           03 WS-ADDR-DFHCOMMAREA      USAGE is POINTER.
           03 WS-CALEN                 PIC S9(4) COMP.
       01  WS-ABSTIME                  PIC S9(8) COMP VALUE +0.
       01  WS-TIME                     PIC X(8)  VALUE SPACES.
       01  WS-DATE                     PIC X(10) VALUE SPACES.
       01  WS-UNDERWRITER-ID           PIC X(08) VALUE SPACES.
       01  WS-RESP                     PIC S9(8) COMP VALUE +0.
       01  ERROR-MSG.
           03 EM-DATE                  PIC X(8)  VALUE SPACES.
           03 FILLER                   PIC X     VALUE SPACES.
           03 EM-TIME                  PIC X(6)  VALUE SPACES.
           03 FILLER                   PIC X(9)  VALUE ' LGFACM01'.
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
       01  DB2-FAC-FIELDS.
           03 DB2-POLICYNUM-INT        PIC S9(9) COMP.
           03 DB2-PLACEMENT-SEQ        PIC S9(4) COMP.
           03 DB2-LINE-SEQ             PIC S9(4) COMP.
           03 DB2-FAC-STATUS           PIC X(01).
           03 DB2-FAC-TYPE             PIC X(01).
           03 DB2-FAC-EXCESS           PIC S9(9) COMP.
           03 DB2-FAC-RAISED           PIC X(10).
           03 DB2-PLACED-PCT           PIC S9(5)V99 COMP-3.
           03 DB2-SHARE-PCT            PIC S9(3)V99 COMP-3.
           03 DB2-FAC-PREMIUM          PIC S9(7)V99 COMP-3.
           03 DB2-REINS-STATUS         PIC X(01).
       01  WS-LIST-INDEX               PIC 9(02) VALUE 0.
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *  THE WORKLIST IS EVERY ITEM STILL UNPLACED, OLDEST FIRST,
      *  WITH HOW MUCH OF ITS EXCESS IS ALREADY SIGNED
           EXEC SQL
             DECLARE FACP_CURSOR CURSOR FOR
               SELECT F.POLICYNUMBER, F.PLACEMENTSEQ, F.POLICYTYPE,
                      F.EXCESSAMOUNT, CHAR(F.RAISEDDATE, ISO),
                      ( SELECT COALESCE(SUM(L.SHAREPCT), 0)
                          FROM FACPLACEDLINE L
                         WHERE L.POLICYNUMBER = F.POLICYNUMBER
                           AND L.PLACEMENTSEQ = F.PLACEMENTSEQ )
               FROM FACPLACEMENT F
               WHERE F.STATUS = 'U'
               ORDER BY F.RAISEDDATE, F.POLICYNUMBER
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
           INITIALIZE DB2-FAC-FIELDS.
           IF EIBCALEN IS EQUAL TO ZERO
               MOVE ' NO COMMAREA RECEIVED' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS ABEND ABCODE('LGCA') NODUMP END-EXEC
           END-IF
           MOVE '00' TO CA-RETURN-CODE
           SET WS-ADDR-DFHCOMMAREA TO ADDRESS OF DFHCOMMAREA.
           ADD WS-CA-HEADER-LEN TO WS-REQUIRED-CA-LEN
           ADD WS-FULL-FAC-LEN  TO WS-REQUIRED-CA-LEN
           IF EIBCALEN IS LESS THAN WS-REQUIRED-CA-LEN
             PERFORM LOG-COMMAREA-REJECT
             MOVE '98' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF
           IF CA-REQUEST-ID NOT = '01FACP'
             MOVE '99' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF
           EXEC CICS ASSIGN USERID(WS-UNDERWRITER-ID)
                     RESP(WS-RESP)
           END-EXEC
           MOVE CA-FAC-POLICY-NUM    TO DB2-POLICYNUM-INT
           MOVE CA-FAC-POLICY-NUM    TO EM-POLNUM
           MOVE CA-FAC-PLACEMENT-SEQ TO DB2-PLACEMENT-SEQ
           EVALUATE CA-FAC-ACTION
             WHEN 'L'
               PERFORM LIST-UNPLACED-ITEMS
             WHEN 'I'
               PERFORM INQUIRE-PLACEMENT THRU INQUIRE-PLACEMENT-EXIT
             WHEN 'P'
               PERFORM RECORD-PLACED-LINE
                   THRU RECORD-PLACED-LINE-EXIT
             WHEN OTHER
               MOVE '95' TO CA-RETURN-CODE
           END-EVALUATE
           EXEC CICS RETURN END-EXEC.
       MAINLINE-EXIT.
           EXIT.
       LIST-UNPLACED-ITEMS.
           MOVE ' OPEN   FACPCUR' TO EM-SQLREQ
           EXEC SQL
             OPEN FACP_CURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             EXEC CICS RETURN END-EXEC
           END-IF
           MOVE ZERO TO CA-FAC-COUNT
           MOVE ZERO TO WS-LIST-INDEX
           PERFORM FETCH-ONE-ITEM
               UNTIL SQLCODE NOT EQUAL 0
                  OR WS-LIST-INDEX NOT LESS THAN 5
           MOVE ' CLOSE  FACPCUR' TO EM-SQLREQ
           EXEC SQL
             CLOSE FACP_CURSOR
           END-EXEC.
           EXIT.
       FETCH-ONE-ITEM.
           MOVE ' FETCH  FACPCUR' TO EM-SQLREQ
           EXEC SQL
             FETCH FACP_CURSOR
               INTO :DB2-POLICYNUM-INT, :DB2-PLACEMENT-SEQ,
                    :DB2-FAC-TYPE, :DB2-FAC-EXCESS,
                    :DB2-FAC-RAISED, :DB2-PLACED-PCT
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-LIST-INDEX
               MOVE DB2-POLICYNUM-INT
                 TO CA-FAC-R-POLNUM(WS-LIST-INDEX)
               MOVE DB2-PLACEMENT-SEQ
                 TO CA-FAC-R-SEQ(WS-LIST-INDEX)
               MOVE DB2-FAC-TYPE
                 TO CA-FAC-R-TYPE(WS-LIST-INDEX)
               MOVE DB2-FAC-EXCESS
                 TO CA-FAC-R-EXCESS(WS-LIST-INDEX)
               MOVE DB2-PLACED-PCT
                 TO CA-FAC-R-PLACED(WS-LIST-INDEX)
               MOVE DB2-FAC-RAISED
                 TO CA-FAC-R-RAISED(WS-LIST-INDEX)
               MOVE WS-LIST-INDEX TO CA-FAC-COUNT
             WHEN 100
               CONTINUE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
           EXIT.
      *  A ZERO SEQUENCE ASKS FOR THE POLICY'S OPEN ITEM
       INQUIRE-PLACEMENT.
           IF DB2-PLACEMENT-SEQ EQUAL ZERO
             MOVE ' SELECT FACOPEN' TO EM-SQLREQ
             EXEC SQL
               SELECT PLACEMENTSEQ
                 INTO :DB2-PLACEMENT-SEQ
                 FROM FACPLACEMENT
                WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                  AND STATUS       = 'U'
                FETCH FIRST 1 ROW ONLY
             END-EXEC
             EVALUATE SQLCODE
               WHEN 0
                 CONTINUE
               WHEN 100
                 MOVE '01' TO CA-RETURN-CODE
                 GO TO INQUIRE-PLACEMENT-EXIT
               WHEN OTHER
                 MOVE '90' TO CA-RETURN-CODE
                 PERFORM WRITE-ERROR-MESSAGE
                 GO TO INQUIRE-PLACEMENT-EXIT
             END-EVALUATE
           END-IF
           PERFORM READ-PLACEMENT THRU READ-PLACEMENT-EXIT.
       INQUIRE-PLACEMENT-EXIT.
           EXIT.
      *  READ THE ITEM AND THE SHARE OF ITS EXCESS SIGNED SO FAR
       READ-PLACEMENT.
           MOVE ' SELECT FACPLC ' TO EM-SQLREQ
           EXEC SQL
             SELECT STATUS, EXCESSAMOUNT
               INTO :DB2-FAC-STATUS, :DB2-FAC-EXCESS
               FROM FACPLACEMENT
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                AND PLACEMENTSEQ = :DB2-PLACEMENT-SEQ
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '01' TO CA-RETURN-CODE
               GO TO READ-PLACEMENT-EXIT
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO READ-PLACEMENT-EXIT
           END-EVALUATE
           MOVE ' SELECT FACPCT ' TO EM-SQLREQ
           EXEC SQL
             SELECT COALESCE(SUM(SHAREPCT), 0)
               INTO :DB2-PLACED-PCT
               FROM FACPLACEDLINE
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                AND PLACEMENTSEQ = :DB2-PLACEMENT-SEQ
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO READ-PLACEMENT-EXIT
           END-IF
           MOVE DB2-PLACEMENT-SEQ TO CA-FAC-PLACEMENT-SEQ
           MOVE DB2-FAC-STATUS    TO CA-FAC-STATUS
           MOVE DB2-FAC-EXCESS    TO CA-FAC-EXCESS
           MOVE DB2-PLACED-PCT    TO CA-FAC-PLACED-PCT.
       READ-PLACEMENT-EXIT.
           EXIT.
      *  EACH FACULTATIVE REINSURER'S LINE IS RECORDED AS A SHARE OF
      *  THE ITEM'S EXCESS UNDER ITS CERTIFICATE.  THE REINSURER MUST
      *  BE APPROVED ON THE REINSURER MASTER (RC 06) AND THE LINES
      *  MAY NOT SIGN BEYOND 100.00% (RC 07).  THE LINE THAT BRINGS
      *  THE ITEM TO 100.00% CONFIRMS THE PLACEMENT AND LIFTS THE
      *  POLICY'S UNPLACED MARKER.  AN ITEM NO LONGER UNPLACED GETS
      *  RC 02, SO TWO UNDERWRITERS CANNOT OVER-PLACE IT.
       RECORD-PLACED-LINE.
           IF CA-FAC-REINSURER EQUAL SPACES OR
              CA-FAC-CERT-REF  EQUAL SPACES OR
              CA-FAC-SHARE-PCT EQUAL ZERO   OR
              CA-FAC-SHARE-PCT GREATER THAN 100
             MOVE '05' TO CA-RETURN-CODE
             GO TO RECORD-PLACED-LINE-EXIT
           END-IF
           PERFORM READ-PLACEMENT THRU READ-PLACEMENT-EXIT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO RECORD-PLACED-LINE-EXIT
           END-IF
           IF DB2-FAC-STATUS NOT EQUAL 'U'
             MOVE '02' TO CA-RETURN-CODE
             GO TO RECORD-PLACED-LINE-EXIT
           END-IF
           MOVE ' SELECT REINSUR' TO EM-SQLREQ
           EXEC SQL
             SELECT STATUS
               INTO :DB2-REINS-STATUS
               FROM REINSURER
              WHERE REINSURERID = :CA-FAC-REINSURER
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               IF DB2-REINS-STATUS NOT EQUAL 'A'
                 MOVE '06' TO CA-RETURN-CODE
                 GO TO RECORD-PLACED-LINE-EXIT
               END-IF
             WHEN 100
               MOVE '06' TO CA-RETURN-CODE
               GO TO RECORD-PLACED-LINE-EXIT
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO RECORD-PLACED-LINE-EXIT
           END-EVALUATE
           MOVE CA-FAC-SHARE-PCT TO DB2-SHARE-PCT
           IF DB2-PLACED-PCT + DB2-SHARE-PCT GREATER THAN 100
             MOVE '07' TO CA-RETURN-CODE
             GO TO RECORD-PLACED-LINE-EXIT
           END-IF
           MOVE ' SELECT FACLSEQ' TO EM-SQLREQ
           EXEC SQL
             SELECT COALESCE(MAX(LINESEQ), 0) + 1
               INTO :DB2-LINE-SEQ
               FROM FACPLACEDLINE
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                AND PLACEMENTSEQ = :DB2-PLACEMENT-SEQ
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO RECORD-PLACED-LINE-EXIT
           END-IF
           MOVE CA-FAC-PREMIUM TO DB2-FAC-PREMIUM
           MOVE ' INSERT FACLINE' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO FACPLACEDLINE
                       ( POLICYNUMBER,
                         PLACEMENTSEQ,
                         LINESEQ,
                         REINSURERID,
                         SHAREPCT,
                         FACPREMIUM,
                         CERTIFICATEREF,
                         PLACEDBY,
                         PLACEDTIME )
                VALUES ( :DB2-POLICYNUM-INT,
                         :DB2-PLACEMENT-SEQ,
                         :DB2-LINE-SEQ,
                         :CA-FAC-REINSURER,
                         :DB2-SHARE-PCT,
                         :DB2-FAC-PREMIUM,
                         :CA-FAC-CERT-REF,
                         :WS-UNDERWRITER-ID,
                         CURRENT TIMESTAMP )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO RECORD-PLACED-LINE-EXIT
           END-IF
           ADD DB2-SHARE-PCT TO DB2-PLACED-PCT
           MOVE DB2-PLACED-PCT TO CA-FAC-PLACED-PCT
           IF DB2-PLACED-PCT EQUAL 100
             PERFORM CONFIRM-PLACEMENT
           END-IF.
       RECORD-PLACED-LINE-EXIT.
           EXIT.
       CONFIRM-PLACEMENT.
           MOVE ' UPDATE FACPLC ' TO EM-SQLREQ
           EXEC SQL
             UPDATE FACPLACEMENT
                SET STATUS      = 'P',
                    CLOSEDDATE  = CURRENT DATE,
                    LASTCHANGED = CURRENT TIMESTAMP
              WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                AND PLACEMENTSEQ = :DB2-PLACEMENT-SEQ
                AND STATUS       = 'U'
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           ELSE
             MOVE 'P' TO CA-FAC-STATUS
             MOVE ' UPDATE POLFAC ' TO EM-SQLREQ
             EXEC SQL
               UPDATE POLICY
                  SET FACUNPLACED = 'N',
                      LASTCHANGED = CURRENT TIMESTAMP
                WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
             END-EXEC
             IF SQLCODE NOT EQUAL 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
             END-IF
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
                VALUES ( 'LGFACM01', :WS-TRANSID, :WS-TERMID,
                         :WS-TASKNUM, CA-REQUEST-ID, :WS-CALEN,
                         :WS-REQUIRED-CA-LEN, CURRENT TIMESTAMP )
           END-EXEC.
           EXIT.
