       PROCESS SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGINCM01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'LGINCM01------WS'.
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
           03 FILLER                   PIC X(9)  VALUE ' LGINCM01'.
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
       01  WS-CLAIM-INDEX              PIC 9(02) VALUE 0.
      *  AN INCIDENT BELONGS TO ONE POLICY - THE INSURED'S OWN LOSS,
      *  THE THIRD PARTIES' CLAIMS AND ANY INJURY ARE ALL REGISTERED
      *  AGAINST IT - SO ONLY CLAIMS ON THAT POLICY MAY BE LINKED
       01  DB2-INCIDENT-FIELDS.
           03 DB2-INC-NUM-INT          PIC S9(9) COMP VALUE +0.
           03 DB2-INC-POLICYNUM-INT    PIC S9(9) COMP VALUE +0.
           03 DB2-INC-CLAIMNUM-INT     PIC S9(9) COMP VALUE +0.
           03 DB2-INC-CLAIM-POLICY     PIC S9(9) COMP VALUE +0.
           03 DB2-INC-COUNT            PIC S9(9) COMP VALUE +0.
           03 DB2-INC-RESERVE          PIC S9(11)V99 COMP-3 VALUE +0.
           03 DB2-INC-PAID             PIC S9(11)V99 COMP-3 VALUE +0.
           03 DB2-INC-EXCESS           PIC S9(9)V99 COMP-3 VALUE +0.
       01  DB2-INC-CLAIM-ROW.
           03 DB2-INC-C-NUM            PIC S9(9) COMP.
           03 DB2-INC-C-DATE           PIC X(10).
           03 DB2-INC-C-TYPE           PIC X(01).
           03 DB2-INC-C-STATUS         PIC X(01).
           03 DB2-INC-C-RESERVE        PIC S9(9)V99 COMP-3.
           03 DB2-INC-C-PAID           PIC S9(9)V99 COMP-3.
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *  RESERVE IS WHAT IS STILL HELD ON AN OPEN CLAIM; PAID IS THE
      *  FINAL SETTLEMENT PLUS EVERY PAYMENT ON ACCOUNT, WHICH THE
      *  SETTLEMENT IS NET OF
           EXEC SQL
             DECLARE INCCLM_CURSOR CURSOR FOR
               SELECT C.CLAIMNUMBER,
                      CHAR(C.CLAIMDATE, ISO),
                      COALESCE(C.CLAIMTYPE, ' '),
                      COALESCE(C.STATUS, ' '),
                      CASE WHEN C.STATUS = 'O'
                           THEN COALESCE(C.RESERVEAMOUNT, 0)
                           ELSE 0 END,
                      COALESCE(C.SETTLEDAMOUNT, 0) +
                      COALESCE(( SELECT SUM(I.PAYMENTAMOUNT)
                                   FROM INTERIMPAYMENT I
                                  WHERE I.CLAIMNUMBER = C.CLAIMNUMBER
                                    AND I.STATUS <> 'REJECTED' ), 0)
               FROM CLAIM C
               WHERE C.INCIDENTNUMBER = :DB2-INC-NUM-INT
               ORDER BY C.CLAIMNUMBER
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
           ADD WS-CA-HEADER-LEN  TO WS-REQUIRED-CA-LEN
           ADD WS-FULL-INC-LEN   TO WS-REQUIRED-CA-LEN
           IF EIBCALEN IS LESS THAN WS-REQUIRED-CA-LEN
             PERFORM LOG-COMMAREA-REJECT
             MOVE '98' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF
           MOVE CA-INC-NUM        TO DB2-INC-NUM-INT
           MOVE CA-INC-POLICY-NUM TO EM-POLNUM
           EVALUATE CA-REQUEST-ID
             WHEN '01AINC'
               PERFORM ADD-INCIDENT
             WHEN '01LINC'
               PERFORM LINK-INCIDENT-CLAIM
                 THRU LINK-INCIDENT-CLAIM-EXIT
             WHEN '01IINC'
               PERFORM INQUIRE-INCIDENT
             WHEN OTHER
               MOVE '99' TO CA-RETURN-CODE
           END-EVALUATE
           EXEC CICS RETURN END-EXEC.
       MAINLINE-EXIT.
           EXIT.
      *  THE INCIDENT IS RAISED AGAINST A POLICY THAT EXISTS; THE
      *  NUMBER COMES FROM THE IDENTITY COLUMN
       ADD-INCIDENT.
           MOVE CA-INC-POLICY-NUM TO DB2-INC-POLICYNUM-INT
           MOVE ' SELECT POLICY ' TO EM-SQLREQ
           EXEC SQL
             SELECT COUNT(*)
               INTO :DB2-INC-COUNT
               FROM POLICY
               WHERE POLICYNUMBER = :DB2-INC-POLICYNUM-INT
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             EXEC CICS RETURN END-EXEC
           END-IF
           IF DB2-INC-COUNT EQUAL ZERO
             MOVE '01' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF
           MOVE ' INSERT INCDNT ' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO INCIDENT
                       ( INCIDENTNUMBER,
                         POLICYNUMBER,
                         INCIDENTDATE,
                         LOCATION,
                         DESCRIPTION,
                         LASTCHANGED )
                VALUES ( DEFAULT,
                         :DB2-INC-POLICYNUM-INT,
                         :CA-INC-DATE,
                         :CA-INC-LOCATION,
                         :CA-INC-DESC,
                         CURRENT TIMESTAMP )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             EXEC CICS RETURN END-EXEC
           END-IF
           EXEC SQL
             SET :DB2-INC-NUM-INT = IDENTITY_VAL_LOCAL()
           END-EXEC
           MOVE DB2-INC-NUM-INT TO CA-INC-NUM.
           EXIT.
      *  A CLAIM IS LINKED TO AN INCIDENT ON ITS OWN POLICY (RC 93
      *  OTHERWISE).  AN INCIDENT NUMBER OF ZERO TAKES THE CLAIM OUT
      *  OF WHATEVER INCIDENT IT WAS IN
       LINK-INCIDENT-CLAIM.
           MOVE CA-INC-CLAIM-NUM TO DB2-INC-CLAIMNUM-INT
           MOVE ' SELECT CLAIM  ' TO EM-SQLREQ
           EXEC SQL
             SELECT POLICYNUMBER
               INTO :DB2-INC-CLAIM-POLICY
               FROM CLAIM
               WHERE CLAIMNUMBER = :DB2-INC-CLAIMNUM-INT
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '01' TO CA-RETURN-CODE
               GO TO LINK-INCIDENT-CLAIM-EXIT
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO LINK-INCIDENT-CLAIM-EXIT
           END-EVALUATE
           IF DB2-INC-NUM-INT EQUAL ZERO
             MOVE ' UNLINK CLAIM  ' TO EM-SQLREQ
             EXEC SQL
               UPDATE CLAIM
                 SET INCIDENTNUMBER = NULL,
                     LASTCHANGED    = CURRENT TIMESTAMP
                 WHERE CLAIMNUMBER = :DB2-INC-CLAIMNUM-INT
             END-EXEC
             IF SQLCODE NOT EQUAL 0
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
             END-IF
             GO TO LINK-INCIDENT-CLAIM-EXIT
           END-IF
           MOVE ' SELECT INCDNT ' TO EM-SQLREQ
           EXEC SQL
             SELECT POLICYNUMBER
               INTO :DB2-INC-POLICYNUM-INT
               FROM INCIDENT
               WHERE INCIDENTNUMBER = :DB2-INC-NUM-INT
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '01' TO CA-RETURN-CODE
               GO TO LINK-INCIDENT-CLAIM-EXIT
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO LINK-INCIDENT-CLAIM-EXIT
           END-EVALUATE
           IF DB2-INC-CLAIM-POLICY NOT EQUAL DB2-INC-POLICYNUM-INT
             MOVE '93' TO CA-RETURN-CODE
             GO TO LINK-INCIDENT-CLAIM-EXIT
           END-IF
           MOVE ' LINK CLAIM    ' TO EM-SQLREQ
           EXEC SQL
             UPDATE CLAIM
               SET INCIDENTNUMBER = :DB2-INC-NUM-INT,
                   LASTCHANGED    = CURRENT TIMESTAMP
               WHERE CLAIMNUMBER = :DB2-INC-CLAIMNUM-INT
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
       LINK-INCIDENT-CLAIM-EXIT.
           EXIT.
      *  THE INCIDENT, THE EXCESS BASIS OF THE WORDING ITS POLICY
      *  HOLDS, ITS COMBINED RESERVE, PAID AND EXCESS TAKEN, AND THE
      *  FIRST TEN CLAIMS LINKED TO IT
       INQUIRE-INCIDENT.
           MOVE ' SELECT INCDNT ' TO EM-SQLREQ
           EXEC SQL
             SELECT I.POLICYNUMBER,
                    CHAR(I.INCIDENTDATE, ISO),
                    COALESCE(I.LOCATION, ' '),
                    COALESCE(I.DESCRIPTION, ' '),
                    COALESCE(W.INCIDENTBASIS, 'N')
               INTO :DB2-INC-POLICYNUM-INT,
                    :CA-INC-DATE,
                    :CA-INC-LOCATION,
                    :CA-INC-DESC,
                    :CA-INC-BASIS
               FROM INCIDENT I
                    INNER JOIN POLICY P
                      ON P.POLICYNUMBER = I.POLICYNUMBER
                    LEFT OUTER JOIN WORDINGEDITION W
                      ON W.POLICYTYPE  = P.POLICYTYPE
                     AND W.EDITIONCODE = P.WORDINGEDITION
               WHERE I.INCIDENTNUMBER = :DB2-INC-NUM-INT
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE DB2-INC-POLICYNUM-INT TO CA-INC-POLICY-NUM
             WHEN 100
               MOVE '01' TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE
           MOVE ' SELECT INCTOT ' TO EM-SQLREQ
           EXEC SQL
             SELECT COALESCE(SUM(CASE WHEN C.STATUS = 'O'
                                      THEN COALESCE(C.RESERVEAMOUNT, 0)
                                      ELSE 0 END), 0),
                    COALESCE(SUM(COALESCE(C.SETTLEDAMOUNT, 0)), 0) +
                    COALESCE(( SELECT SUM(I.PAYMENTAMOUNT)
                                 FROM INTERIMPAYMENT I,
                                      CLAIM D
                                WHERE I.CLAIMNUMBER    = D.CLAIMNUMBER
                                  AND D.INCIDENTNUMBER =
                                      :DB2-INC-NUM-INT
                                  AND I.STATUS <> 'REJECTED' ), 0),
                    COALESCE(SUM(COALESCE(C.EXCESSAPPLIED, 0)), 0) +
                    COALESCE(( SELECT SUM(X.EXCESSAMOUNT)
                                 FROM EXCESSRECEIVABLE X,
                                      CLAIM E
                                WHERE X.CLAIMNUMBER    = E.CLAIMNUMBER
                                  AND E.INCIDENTNUMBER =
                                      :DB2-INC-NUM-INT ), 0)
               INTO :DB2-INC-RESERVE,
                    :DB2-INC-PAID,
                    :DB2-INC-EXCESS
               FROM CLAIM C
               WHERE C.INCIDENTNUMBER = :DB2-INC-NUM-INT
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             EXEC CICS RETURN END-EXEC
           END-IF
           MOVE DB2-INC-RESERVE TO CA-INC-RESERVE-TOT
           MOVE DB2-INC-PAID    TO CA-INC-PAID-TOT
           MOVE DB2-INC-EXCESS  TO CA-INC-EXCESS-TOT
           PERFORM GET-INCIDENT-CLAIMS.
           EXIT.
       GET-INCIDENT-CLAIMS.
           MOVE ' OPEN   INCCUR ' TO EM-SQLREQ
           EXEC SQL
             OPEN INCCLM_CURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             EXEC CICS RETURN END-EXEC
           END-IF
           MOVE ZERO TO CA-INC-CLAIM-COUNT
           MOVE ZERO TO WS-CLAIM-INDEX
           PERFORM FETCH-ONE-INCIDENT-CLAIM
               UNTIL SQLCODE NOT EQUAL 0
                  OR WS-CLAIM-INDEX NOT LESS THAN 10
           MOVE ' CLOSE  INCCUR ' TO EM-SQLREQ
           EXEC SQL
             CLOSE INCCLM_CURSOR
           END-EXEC.
           EXIT.
       FETCH-ONE-INCIDENT-CLAIM.
           MOVE ' FETCH  INCCUR ' TO EM-SQLREQ
           EXEC SQL
             FETCH INCCLM_CURSOR
               INTO :DB2-INC-C-NUM,
                    :DB2-INC-C-DATE,
                    :DB2-INC-C-TYPE,
                    :DB2-INC-C-STATUS,
                    :DB2-INC-C-RESERVE,
                    :DB2-INC-C-PAID
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-CLAIM-INDEX
               MOVE DB2-INC-C-NUM
                 TO CA-INC-C-NUM(WS-CLAIM-INDEX)
               MOVE DB2-INC-C-DATE
                 TO CA-INC-C-DATE(WS-CLAIM-INDEX)
               MOVE DB2-INC-C-TYPE
                 TO CA-INC-C-TYPE(WS-CLAIM-INDEX)
               MOVE DB2-INC-C-STATUS
                 TO CA-INC-C-STATUS(WS-CLAIM-INDEX)
               MOVE DB2-INC-C-RESERVE
                 TO CA-INC-C-RESERVE(WS-CLAIM-INDEX)
               MOVE DB2-INC-C-PAID
                 TO CA-INC-C-PAID(WS-CLAIM-INDEX)
               MOVE WS-CLAIM-INDEX TO CA-INC-CLAIM-COUNT
             WHEN 100
               CONTINUE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
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
                VALUES ( 'LGINCM01', :WS-TRANSID, :WS-TERMID,
                         :WS-TASKNUM, CA-REQUEST-ID, :WS-CALEN,
                         :WS-REQUIRED-CA-LEN, CURRENT TIMESTAMP )
           END-EXEC.
           EXIT.
