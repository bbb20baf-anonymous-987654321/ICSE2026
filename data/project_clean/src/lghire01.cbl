       PROCESS SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGHIRE01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'LGHIRE01------WS'.
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
           03 FILLER                   PIC X(9)  VALUE ' LGHIRE01'.
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
       01 DB2-HIRE-FIELDS.
          03 DB2-CLAIMNUM-INT          PIC S9(9) COMP.
          03 DB2-POLICYNUM-INT         PIC S9(9) COMP.
          03 DB2-CLAIM-STATUS          PIC X(01).
          03 DB2-HIRESEQ-SINT          PIC S9(4) COMP.
          03 DB2-DAILYRATE             PIC S9(5)V99 COMP-3.
          03 DB2-ACCRUED-AMT           PIC S9(9)V99 COMP-3.
          03 DB2-HIRE-STATUS           PIC X(01).
          03 DB2-END-DATE              PIC X(10).
          03 IND-END-DATE              PIC S9(4) COMP.
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
           INITIALIZE DB2-HIRE-FIELDS.
           IF EIBCALEN IS EQUAL TO ZERO
               MOVE ' NO COMMAREA RECEIVED' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS ABEND ABCODE('LGCA') NODUMP END-EXEC
           END-IF
           MOVE '00' TO CA-RETURN-CODE
           SET WS-ADDR-DFHCOMMAREA TO ADDRESS OF DFHCOMMAREA.
           ADD WS-CA-HEADER-LEN TO WS-REQUIRED-CA-LEN
           ADD WS-FULL-HIR-LEN  TO WS-REQUIRED-CA-LEN
           IF EIBCALEN IS LESS THAN WS-REQUIRED-CA-LEN
             PERFORM LOG-COMMAREA-REJECT
             MOVE '98' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF
           MOVE CA-HIR-CLAIM-NUM TO DB2-CLAIMNUM-INT
           MOVE CA-HIR-CLAIM-NUM TO EM-CUSNUM
           MOVE CA-HIR-SEQ       TO DB2-HIRESEQ-SINT
           EVALUATE CA-REQUEST-ID
             WHEN '01AHIR'
               PERFORM ADD-HIRE THRU ADD-HIRE-EXIT
             WHEN '01IHIR'
               PERFORM INQUIRE-HIRE
             WHEN '01UHIR'
               PERFORM UPDATE-HIRE THRU UPDATE-HIRE-EXIT
             WHEN OTHER
               MOVE '99' TO CA-RETURN-CODE
           END-EVALUATE
           EXEC CICS RETURN END-EXEC.
       MAINLINE-EXIT.
           EXIT.
      *  A HIRE IS ONLY RECORDED AGAINST AN OPEN MOTOR CLAIM.  THE
      *  NIGHTLY ACCRUAL (LGHACR01) BUILDS ITS DAILY COST INTO THE
      *  CLAIM RESERVE FROM THE START DATE, SO NOTHING IS RESERVED
      *  HERE.  AN END DATE KEYED AT THE OUTSET TAKES THE HIRE
      *  STRAIGHT TO OFF HIRE.
       ADD-HIRE.
           PERFORM VALIDATE-HIRE THRU VALIDATE-HIRE-EXIT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO ADD-HIRE-EXIT
           END-IF
           MOVE ' SELECT CLAIM  ' TO EM-SQLREQ
           EXEC SQL
             SELECT C.STATUS, C.POLICYNUMBER, P.POLICYTYPE
               INTO :DB2-CLAIM-STATUS, :DB2-POLICYNUM-INT,
                    :DB2-POLICYTYPE
               FROM CLAIM C,
                    POLICY P
               WHERE C.CLAIMNUMBER  = :DB2-CLAIMNUM-INT
                 AND P.POLICYNUMBER = C.POLICYNUMBER
           END-EXEC
           Evaluate SQLCODE
             When 0
               CONTINUE
             When 100
               MOVE '01' TO CA-RETURN-CODE
               GO TO ADD-HIRE-EXIT
             When Other
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO ADD-HIRE-EXIT
           END-Evaluate
           MOVE DB2-POLICYNUM-INT TO EM-POLNUM
           IF DB2-POLICYTYPE NOT EQUAL 'M' OR
              DB2-CLAIM-STATUS NOT EQUAL 'O'
             MOVE '94' TO CA-RETURN-CODE
             GO TO ADD-HIRE-EXIT
           END-IF
           MOVE ' SELECT HIRESEQ' TO EM-SQLREQ
           EXEC SQL
             SELECT COALESCE(MAX(HIRESEQ), 0) + 1
               INTO :DB2-HIRESEQ-SINT
               FROM CLAIMHIRE
               WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO ADD-HIRE-EXIT
           END-IF
           IF DB2-HIRESEQ-SINT GREATER THAN 99
             MOVE '96' TO CA-RETURN-CODE
             GO TO ADD-HIRE-EXIT
           END-IF
           MOVE ' INSERT HIRE   ' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO CLAIMHIRE
                       ( CLAIMNUMBER,
                         HIRESEQ,
                         HIRETYPE,
                         SUPPLIER,
                         TPREFERENCE,
                         STARTDATE,
                         ENDDATE,
                         DAILYRATE,
                         STATUS,
                         ACCRUEDTO,
                         ACCRUEDAMOUNT,
                         LASTCHANGED )
                VALUES ( :DB2-CLAIMNUM-INT,
                         :DB2-HIRESEQ-SINT,
                         :CA-HIR-TYPE,
                         :CA-HIR-SUPPLIER,
                         :CA-HIR-TP-REF,
                         :CA-HIR-START-DATE,
                         :DB2-END-DATE :IND-END-DATE,
                         :DB2-DAILYRATE,
                         :DB2-HIRE-STATUS,
                         NULL,
                         0,
                         CURRENT TIMESTAMP )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO ADD-HIRE-EXIT
           END-IF
           MOVE DB2-HIRESEQ-SINT TO CA-HIR-SEQ
           MOVE DB2-HIRE-STATUS  TO CA-HIR-STATUS
           MOVE SPACES           TO CA-HIR-ACCRUED-TO
           MOVE ZERO             TO CA-HIR-ACCRUED.
       ADD-HIRE-EXIT.
           EXIT.
       INQUIRE-HIRE.
           MOVE ' SELECT HIRE   ' TO EM-SQLREQ
           EXEC SQL
             SELECT HIRETYPE,
                    SUPPLIER,
                    TPREFERENCE,
                    CHAR(STARTDATE, ISO),
                    COALESCE(CHAR(ENDDATE, ISO), ' '),
                    DAILYRATE,
                    STATUS,
                    COALESCE(CHAR(ACCRUEDTO, ISO), ' '),
                    ACCRUEDAMOUNT
               INTO :CA-HIR-TYPE,
                    :CA-HIR-SUPPLIER,
                    :CA-HIR-TP-REF,
                    :CA-HIR-START-DATE,
                    :CA-HIR-END-DATE,
                    :DB2-DAILYRATE,
                    :CA-HIR-STATUS,
                    :CA-HIR-ACCRUED-TO,
                    :DB2-ACCRUED-AMT
               FROM CLAIMHIRE
               WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
                 AND HIRESEQ     = :DB2-HIRESEQ-SINT
           END-EXEC
           Evaluate SQLCODE
             When 0
               MOVE DB2-DAILYRATE   TO CA-HIR-DAILY-RATE
               MOVE DB2-ACCRUED-AMT TO CA-HIR-ACCRUED
               MOVE '00' TO CA-RETURN-CODE
             When 100
               MOVE '01' TO CA-RETURN-CODE
             When Other
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-Evaluate.
           EXIT.
      *  SUPPLIER, DATES AND RATE CAN BE CORRECTED WHILE THE
      *  VEHICLE IS ON HIRE; KEYING THE END DATE TAKES IT OFF HIRE.
      *  THE ACCRUAL TRUES THE RESERVE UP OR DOWN TO THE NEW DATES
      *  ON ITS NEXT RUN.  THE HIRE TYPE NEVER CHANGES.
       UPDATE-HIRE.
           MOVE ' SELECT HIRE   ' TO EM-SQLREQ
           EXEC SQL
             SELECT HIRETYPE, STATUS
               INTO :CA-HIR-TYPE, :DB2-HIRE-STATUS
               FROM CLAIMHIRE
               WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
                 AND HIRESEQ     = :DB2-HIRESEQ-SINT
           END-EXEC
           Evaluate SQLCODE
             When 0
               CONTINUE
             When 100
               MOVE '01' TO CA-RETURN-CODE
               GO TO UPDATE-HIRE-EXIT
             When Other
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO UPDATE-HIRE-EXIT
           END-Evaluate
           IF DB2-HIRE-STATUS NOT EQUAL 'O'
             MOVE '94' TO CA-RETURN-CODE
             GO TO UPDATE-HIRE-EXIT
           END-IF
           PERFORM VALIDATE-HIRE THRU VALIDATE-HIRE-EXIT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO UPDATE-HIRE-EXIT
           END-IF
           MOVE ' UPDATE HIRE   ' TO EM-SQLREQ
           EXEC SQL
             UPDATE CLAIMHIRE
                SET SUPPLIER    = :CA-HIR-SUPPLIER,
                    TPREFERENCE = :CA-HIR-TP-REF,
                    STARTDATE   = :CA-HIR-START-DATE,
                    ENDDATE     = :DB2-END-DATE :IND-END-DATE,
                    DAILYRATE   = :DB2-DAILYRATE,
                    STATUS      = :DB2-HIRE-STATUS,
                    LASTCHANGED = CURRENT TIMESTAMP
              WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
                AND HIRESEQ     = :DB2-HIRESEQ-SINT
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO UPDATE-HIRE-EXIT
           END-IF
           MOVE DB2-HIRE-STATUS TO CA-HIR-STATUS.
       UPDATE-HIRE-EXIT.
           EXIT.
      *  COMMON EDITS FOR ADD AND UPDATE - A KNOWN HIRE TYPE, A
      *  START DATE AND A DAILY RATE, AND ANY END DATE NO EARLIER
      *  THAN THE START.  THE END DATE IS NULL WHILE ON HIRE.
       VALIDATE-HIRE.
           IF CA-HIR-TYPE NOT EQUAL 'C' AND
              CA-HIR-TYPE NOT EQUAL 'T'
             MOVE '95' TO CA-RETURN-CODE
             GO TO VALIDATE-HIRE-EXIT
           END-IF
           IF CA-HIR-START-DATE EQUAL SPACES OR
              CA-HIR-DAILY-RATE EQUAL ZERO
             MOVE '95' TO CA-RETURN-CODE
             GO TO VALIDATE-HIRE-EXIT
           END-IF
           IF CA-HIR-END-DATE NOT EQUAL SPACES AND
              CA-HIR-END-DATE LESS THAN CA-HIR-START-DATE
             MOVE '95' TO CA-RETURN-CODE
             GO TO VALIDATE-HIRE-EXIT
           END-IF
           MOVE CA-HIR-DAILY-RATE TO DB2-DAILYRATE
           IF CA-HIR-END-DATE EQUAL SPACES
             MOVE SPACES TO DB2-END-DATE
             MOVE -1     TO IND-END-DATE
             MOVE 'O'    TO DB2-HIRE-STATUS
           ELSE
             MOVE CA-HIR-END-DATE TO DB2-END-DATE
             MOVE 0      TO IND-END-DATE
             MOVE 'C'    TO DB2-HIRE-STATUS
           END-IF.
       VALIDATE-HIRE-EXIT.
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
                VALUES ( 'LGHIRE01', :WS-TRANSID, :WS-TERMID,
                         :WS-TASKNUM, CA-REQUEST-ID, :WS-CALEN,
                         :WS-REQUIRED-CA-LEN, CURRENT TIMESTAMP )
           END-EXEC.
           EXIT.
