       PROCESS SQL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGLADJ01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'LGLADJ01------WS'.
           03 WS-TRANSID               PIC X(4).
           03 WS-TERMID                PIC X(4).
           03 WS-TASKNUM               PIC 9(7).
           03 WS-FILLER                PIC X.
           03 WS-ADDR-DFHCOMMAREA      USAGE is POINTER.
           03 WS-CALEN                 PIC S9(4) COMP.
       01  WS-ABSTIME                  PIC S9(8) COMP VALUE +0.
       01  WS-TIME                     PIC X(8)  VALUE SPACES.
       01  WS-DATE                     PIC X(10) VALUE SPACES.
       01  WS-TODAY-ISO                PIC X(10) VALUE SPACES.
       01  ERROR-MSG.
           03 EM-DATE                  PIC X(8)  VALUE SPACES.
           03 FILLER                   PIC X     VALUE SPACES.
           03 EM-TIME                  PIC X(6)  VALUE SPACES.
           03 FILLER                   PIC X(9)  VALUE ' LGLADJ01'.
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
       01 DB2-IN-INTEGERS.
          03 DB2-ADJUSTERID-INT        PIC S9(9) COMP.
          03 DB2-CLAIMNUM-INT          PIC S9(9) COMP.
          03 DB2-CUR-ADJUSTERID        PIC S9(9) COMP.
          03 DB2-NEWRESERVE-INT        PIC S9(9)V99 COMP-3.
          03 DB2-OLDRESERVE-INT        PIC S9(9)V99 COMP-3.
          03 DB2-MOVEMENT-INT          PIC S9(9)V99 COMP-3.
          03 DB2-FEE-AMOUNT            PIC S9(9)V99 COMP-3.
          03 DB2-FEESEQ-SINT           PIC S9(4) COMP.
          03 DB2-LINESEQ-SINT          PIC S9(4) COMP.
          03 DB2-LAJ-STATUS            PIC X(01).
          03 DB2-LAJ-SORTCODE          PIC X(06).
          03 DB2-LAJ-ACCOUNT           PIC X(08).
          03 DB2-LAJ-FIRM-NAME         PIC X(30).
       01  WS-ROW-COUNT                PIC S9(9) COMP VALUE +0.
       01  WS-DOC-EXTREF               PIC X(20) VALUE SPACES.
       01  WS-MOVE-REASON              PIC X(30) VALUE SPACES.
      *  FEE INVOICES ARE PAID BY THE DISBURSEMENT RUN (LGCLMP01)
      *  IN THIS CLAIMPAYMENT LINESEQ BAND, ABOVE THE CLAIM LINES
      *  AND BELOW THE 900+ PAYMENTS ON ACCOUNT
       77  WS-FEE-LINESEQ-BASE         PIC S9(4) COMP VALUE +800.
      *****************************************************************
      *  BANK DETAILS ARE MASKED BY THE SUITE RULE (LGMASK01) BEFORE  *
      *  A COMMAREA IS CAPTURED FOR DIAGNOSTICS; THE CLEAR VALUES ARE *
      *  HELD HERE AND PUT BACK FOR THE CALLER                        *
      *****************************************************************
       77  LGMASK01                    PIC X(8)  VALUE 'LGMASK01'.
           COPY LGMASK.
       01  WS-CLEAR-SORTCODE           PIC X(06) VALUE SPACES.
       01  WS-CLEAR-ACCOUNT            PIC X(08) VALUE SPACES.
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
           INITIALIZE DB2-IN-INTEGERS.
           IF EIBCALEN IS EQUAL TO ZERO
               MOVE ' NO COMMAREA RECEIVED' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS ABEND ABCODE('LGCA') NODUMP END-EXEC
           END-IF
           MOVE '00' TO CA-RETURN-CODE
           SET WS-ADDR-DFHCOMMAREA TO ADDRESS OF DFHCOMMAREA.
           ADD WS-CA-HEADER-LEN TO WS-REQUIRED-CA-LEN
           ADD WS-FULL-LAJ-LEN  TO WS-REQUIRED-CA-LEN
           IF EIBCALEN IS LESS THAN WS-REQUIRED-CA-LEN
             PERFORM LOG-COMMAREA-REJECT
             MOVE '98' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-TODAY-ISO)
                     DATESEP('-')
           END-EXEC
           MOVE CA-LAJ-ID        TO DB2-ADJUSTERID-INT
           MOVE CA-LAJ-CLAIM-NUM TO DB2-CLAIMNUM-INT
           EVALUATE CA-REQUEST-ID
             WHEN '01ALAJ'
               PERFORM ADD-ADJUSTER
             WHEN '01ILAJ'
               PERFORM INQUIRE-ADJUSTER
             WHEN '01ULAJ'
               PERFORM UPDATE-ADJUSTER
             WHEN '01XLAJ'
               PERFORM APPOINT-ADJUSTER THRU APPOINT-ADJUSTER-EXIT
             WHEN '01PLAJ'
               PERFORM RECORD-REPORT THRU RECORD-REPORT-EXIT
             WHEN '01RLAJ'
               PERFORM MOVE-FEE-RESERVE THRU MOVE-FEE-RESERVE-EXIT
             WHEN '01VLAJ'
               PERFORM ENTER-FEE-INVOICE THRU ENTER-FEE-INVOICE-EXIT
             WHEN '01CLAJ'
               PERFORM INQUIRE-APPOINTMENT
             WHEN OTHER
               MOVE '99' TO CA-RETURN-CODE
           END-EVALUATE
           EXEC CICS RETURN END-EXEC.
       MAINLINE-EXIT.
           EXIT.
       ADD-ADJUSTER.
           MOVE ' INSERT ADJSTR ' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO ADJUSTER
                       ( ADJUSTERID,
                         FIRMNAME,
                         POSTCODE,
                         SPECIALISMS,
                         APPROVEDUNTIL,
                         SORTCODE,
                         ACCOUNTNUMBER,
                         LASTCHANGED )
                VALUES ( :DB2-ADJUSTERID-INT,
                         :CA-LAJ-FIRM-NAME,
                         :CA-LAJ-POSTCODE,
                         :CA-LAJ-SPECIALISMS,
                         :CA-LAJ-APPROVED-TO,
                         :CA-LAJ-SORTCODE,
                         :CA-LAJ-ACCOUNT,
                         CURRENT TIMESTAMP )
           END-EXEC
           Evaluate SQLCODE
             When 0
               MOVE '00' TO CA-RETURN-CODE
             When -803
               MOVE '92' TO CA-RETURN-CODE
             When Other
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-Evaluate.
           EXIT.
       INQUIRE-ADJUSTER.
           MOVE ' SELECT ADJSTR ' TO EM-SQLREQ
           EXEC SQL
             SELECT FIRMNAME,
                    POSTCODE,
                    SPECIALISMS,
                    APPROVEDUNTIL,
                    SORTCODE,
                    ACCOUNTNUMBER
               INTO :CA-LAJ-FIRM-NAME,
                    :CA-LAJ-POSTCODE,
                    :CA-LAJ-SPECIALISMS,
                    :CA-LAJ-APPROVED-TO,
                    :CA-LAJ-SORTCODE,
                    :CA-LAJ-ACCOUNT
               FROM ADJUSTER
               WHERE ADJUSTERID = :DB2-ADJUSTERID-INT
           END-EXEC
           Evaluate SQLCODE
             When 0
               MOVE '00' TO CA-RETURN-CODE
             When 100
               MOVE '01' TO CA-RETURN-CODE
             When Other
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-Evaluate.
           EXIT.
       UPDATE-ADJUSTER.
           MOVE ' UPDATE ADJSTR ' TO EM-SQLREQ
           EXEC SQL
             UPDATE ADJUSTER
                SET FIRMNAME      = :CA-LAJ-FIRM-NAME,
                    POSTCODE      = :CA-LAJ-POSTCODE,
                    SPECIALISMS   = :CA-LAJ-SPECIALISMS,
                    APPROVEDUNTIL = :CA-LAJ-APPROVED-TO,
                    SORTCODE      = :CA-LAJ-SORTCODE,
                    ACCOUNTNUMBER = :CA-LAJ-ACCOUNT,
                    LASTCHANGED   = CURRENT TIMESTAMP
              WHERE ADJUSTERID = :DB2-ADJUSTERID-INT
           END-EXEC
           Evaluate SQLCODE
             When 0
               MOVE '00' TO CA-RETURN-CODE
             When 100
               MOVE '01' TO CA-RETURN-CODE
             When Other
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-Evaluate.
           EXIT.
      *  ONE ADJUSTER PER CLAIM.  A CLAIM LGACLM01 FLAGGED AT
      *  REGISTRATION ALREADY HAS ITS CLAIMADJUSTER ROW (ADJUSTER
      *  ZERO, STATUS 'F') AND THE APPOINTMENT FILLS IT IN; ANY
      *  OTHER CLAIM GETS A NEW ROW.  THE ADJUSTER MUST STILL BE
      *  INSIDE THEIR APPROVED-UNTIL DATE, AS FOR REPAIRERS.  THE
      *  KEYED RESERVE OPENS THE FEE RESERVE.
       APPOINT-ADJUSTER.
           MOVE ' SELECT APPROVD' TO EM-SQLREQ
           MOVE ZERO TO WS-ROW-COUNT
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-ROW-COUNT
               FROM ADJUSTER
               WHERE ADJUSTERID = :DB2-ADJUSTERID-INT
                 AND APPROVEDUNTIL >= :WS-TODAY-ISO
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO APPOINT-ADJUSTER-EXIT
           END-IF
           IF WS-ROW-COUNT EQUAL ZERO
             MOVE '93' TO CA-RETURN-CODE
             GO TO APPOINT-ADJUSTER-EXIT
           END-IF
           MOVE ' SELECT CLAIM  ' TO EM-SQLREQ
           MOVE ZERO TO WS-ROW-COUNT
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-ROW-COUNT
               FROM CLAIM
               WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO APPOINT-ADJUSTER-EXIT
           END-IF
           IF WS-ROW-COUNT EQUAL ZERO
             MOVE '01' TO CA-RETURN-CODE
             GO TO APPOINT-ADJUSTER-EXIT
           END-IF
           MOVE CA-LAJ-NEW-RESERVE TO DB2-NEWRESERVE-INT
           MOVE ' SELECT CLMADJ ' TO EM-SQLREQ
           EXEC SQL
             SELECT ADJUSTERID
               INTO :DB2-CUR-ADJUSTERID
               FROM CLAIMADJUSTER
               WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               IF DB2-CUR-ADJUSTERID NOT EQUAL ZERO
                 MOVE '92' TO CA-RETURN-CODE
                 GO TO APPOINT-ADJUSTER-EXIT
               END-IF
               MOVE ' UPDATE CLMADJ ' TO EM-SQLREQ
               EXEC SQL
                 UPDATE CLAIMADJUSTER
                    SET ADJUSTERID    = :DB2-ADJUSTERID-INT,
                        STATUS        = 'A',
                        APPOINTEDDATE = CURRENT DATE,
                        FEERESERVE    = :DB2-NEWRESERVE-INT,
                        LASTCHANGED   = CURRENT TIMESTAMP
                  WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
               END-EXEC
             WHEN 100
               MOVE ' INSERT CLMADJ ' TO EM-SQLREQ
               EXEC SQL
                 INSERT INTO CLAIMADJUSTER
                           ( CLAIMNUMBER,
                             ADJUSTERID,
                             STATUS,
                             FLAGGEDTIME,
                             APPOINTEDDATE,
                             REPORTDATE,
                             FEERESERVE,
                             LASTCHANGED )
                    VALUES ( :DB2-CLAIMNUM-INT,
                             :DB2-ADJUSTERID-INT,
                             'A',
                             NULL,
                             CURRENT DATE,
                             NULL,
                             :DB2-NEWRESERVE-INT,
                             CURRENT TIMESTAMP )
               END-EXEC
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO APPOINT-ADJUSTER-EXIT
           END-EVALUATE
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO APPOINT-ADJUSTER-EXIT
           END-IF
           MOVE ZERO TO DB2-OLDRESERVE-INT
           MOVE 'ADJUSTER APPOINTED' TO WS-MOVE-REASON
           PERFORM RECORD-FEE-MOVEMENT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO APPOINT-ADJUSTER-EXIT
           END-IF
           MOVE 'A' TO CA-LAJ-STATUS
           MOVE ZERO TO CA-LAJ-OLD-RESERVE
           MOVE SPACES TO WS-DOC-EXTREF
           MOVE 'LAA' TO WS-DOC-EXTREF(1:3)
           PERFORM INDEX-OUTGOING-DOC THRU INDEX-OUTGOING-DOC-EXIT.
       APPOINT-ADJUSTER-EXIT.
           EXIT.
      *  THE ADJUSTER'S REPORT DATE DRIVES THE TURNAROUND FIGURES
      *  ON THE FIRM REPORT (LGLAFR01).  A LATER REPORT (INTERIM,
      *  THEN FINAL) MOVES THE DATE ON; THE FIRST ONE IS THE
      *  TURNAROUND.
       RECORD-REPORT.
           IF CA-LAJ-REPORT-DATE EQUAL SPACES
             MOVE WS-TODAY-ISO TO CA-LAJ-REPORT-DATE
           END-IF
           MOVE ' UPDATE LAJRPT ' TO EM-SQLREQ
           EXEC SQL
             UPDATE CLAIMADJUSTER
                SET REPORTDATE  = COALESCE(REPORTDATE,
                                      DATE(:CA-LAJ-REPORT-DATE)),
                    STATUS      = 'R',
                    LASTCHANGED = CURRENT TIMESTAMP
              WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
                AND ADJUSTERID  = :DB2-ADJUSTERID-INT
                AND STATUS IN ('A','R')
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '94' TO CA-RETURN-CODE
               GO TO RECORD-REPORT-EXIT
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO RECORD-REPORT-EXIT
           END-EVALUATE
           MOVE 'R' TO CA-LAJ-STATUS
           MOVE SPACES TO WS-DOC-EXTREF
           MOVE 'LAR' TO WS-DOC-EXTREF(1:3)
           PERFORM INDEX-INCOMING-DOC THRU INDEX-INCOMING-DOC-EXIT.
       RECORD-REPORT-EXIT.
           EXIT.
      *  THE ADJUSTER FEE RESERVE MOVES THROUGH ITS OWN HISTORY,
      *  THE SAME SHAPE AS THE INDEMNITY RESERVEMOVEMENT AND THE
      *  LEGAL-COST LEGALRESERVEMOVE, SO FEES ARE NEVER MIXED INTO
      *  THE INDEMNITY RESERVE.  STATUS 'C' CLOSES THE APPOINTMENT.
       MOVE-FEE-RESERVE.
           MOVE ' SELECT FEERSV ' TO EM-SQLREQ
           EXEC SQL
             SELECT FEERESERVE, STATUS
               INTO :DB2-OLDRESERVE-INT, :DB2-LAJ-STATUS
               FROM CLAIMADJUSTER
               WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
                 AND ADJUSTERID  = :DB2-ADJUSTERID-INT
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '01' TO CA-RETURN-CODE
               GO TO MOVE-FEE-RESERVE-EXIT
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO MOVE-FEE-RESERVE-EXIT
           END-EVALUATE
           IF DB2-LAJ-STATUS EQUAL 'C'
             MOVE '94' TO CA-RETURN-CODE
             GO TO MOVE-FEE-RESERVE-EXIT
           END-IF
           IF CA-LAJ-STATUS EQUAL 'C'
             MOVE 'C' TO DB2-LAJ-STATUS
           END-IF
           MOVE CA-LAJ-NEW-RESERVE TO DB2-NEWRESERVE-INT
           MOVE ' UPDATE FEERSV ' TO EM-SQLREQ
           EXEC SQL
             UPDATE CLAIMADJUSTER
                SET FEERESERVE  = :DB2-NEWRESERVE-INT,
                    STATUS      = :DB2-LAJ-STATUS,
                    LASTCHANGED = CURRENT TIMESTAMP
              WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO MOVE-FEE-RESERVE-EXIT
           END-IF
           MOVE CA-LAJ-REASON TO WS-MOVE-REASON
           PERFORM RECORD-FEE-MOVEMENT
           IF CA-RETURN-CODE EQUAL '00'
             MOVE DB2-OLDRESERVE-INT TO CA-LAJ-OLD-RESERVE
             MOVE DB2-LAJ-STATUS     TO CA-LAJ-STATUS
           END-IF.
       MOVE-FEE-RESERVE-EXIT.
           EXIT.
      *  A FEE INVOICE IS RECORDED AGAINST THE APPOINTMENT AND
      *  COMES OFF THE FEE RESERVE (NEVER BELOW ZERO).  THE FIRM'S
      *  BANK DETAILS ARE COPIED TO A CLAIMPAYEE ROW IN THE FEE
      *  BAND, PENDING, SO THE CONFIRMATION-OF-PAYEE EXCHANGE
      *  (LGCOPV01) CLEARS THEM BEFORE THE DISBURSEMENT RUN PAYS
      *  THE FEE.  THE INDEMNITY SETTLEMENT IS NOT TOUCHED.
       ENTER-FEE-INVOICE.
           IF CA-LAJ-FEE-AMOUNT EQUAL ZERO
             MOVE '95' TO CA-RETURN-CODE
             GO TO ENTER-FEE-INVOICE-EXIT
           END-IF
           MOVE ' SELECT FEERSV ' TO EM-SQLREQ
           EXEC SQL
             SELECT CA.FEERESERVE, CA.STATUS,
                    A.SORTCODE, A.ACCOUNTNUMBER, A.FIRMNAME
               INTO :DB2-OLDRESERVE-INT, :DB2-LAJ-STATUS,
                    :DB2-LAJ-SORTCODE, :DB2-LAJ-ACCOUNT,
                    :DB2-LAJ-FIRM-NAME
               FROM CLAIMADJUSTER CA,
                    ADJUSTER A
               WHERE CA.CLAIMNUMBER = :DB2-CLAIMNUM-INT
                 AND CA.ADJUSTERID  = :DB2-ADJUSTERID-INT
                 AND A.ADJUSTERID   = CA.ADJUSTERID
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '01' TO CA-RETURN-CODE
               GO TO ENTER-FEE-INVOICE-EXIT
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO ENTER-FEE-INVOICE-EXIT
           END-EVALUATE
           IF DB2-LAJ-STATUS EQUAL 'C'
             MOVE '94' TO CA-RETURN-CODE
             GO TO ENTER-FEE-INVOICE-EXIT
           END-IF
           MOVE ' SELECT FEESEQ ' TO EM-SQLREQ
           EXEC SQL
             SELECT COALESCE(MAX(FEESEQ), 0) + 1
               INTO :DB2-FEESEQ-SINT
               FROM ADJUSTERFEE
               WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO ENTER-FEE-INVOICE-EXIT
           END-IF
           IF DB2-FEESEQ-SINT GREATER THAN 99
             MOVE '96' TO CA-RETURN-CODE
             GO TO ENTER-FEE-INVOICE-EXIT
           END-IF
           MOVE CA-LAJ-FEE-AMOUNT TO DB2-FEE-AMOUNT
           MOVE ' INSERT ADJFEE ' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO ADJUSTERFEE
                       ( CLAIMNUMBER,
                         FEESEQ,
                         ADJUSTERID,
                         INVOICEREF,
                         FEEAMOUNT,
                         STATUS,
                         RECEIVEDDATE,
                         LASTCHANGED )
                VALUES ( :DB2-CLAIMNUM-INT,
                         :DB2-FEESEQ-SINT,
                         :DB2-ADJUSTERID-INT,
                         :CA-LAJ-FEE-REF,
                         :DB2-FEE-AMOUNT,
                         'DUE',
                         CURRENT DATE,
                         CURRENT TIMESTAMP )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO ENTER-FEE-INVOICE-EXIT
           END-IF
           COMPUTE DB2-LINESEQ-SINT =
               WS-FEE-LINESEQ-BASE + DB2-FEESEQ-SINT
           MOVE ' INSERT PAYEE  ' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO CLAIMPAYEE
                       ( CLAIMNUMBER,
                         LINESEQ,
                         SORTCODE,
                         ACCOUNTNUMBER,
                         ACCOUNTNAME,
                         VERIFYSTATUS,
                         LASTCHANGED )
                VALUES ( :DB2-CLAIMNUM-INT,
                         :DB2-LINESEQ-SINT,
                         :DB2-LAJ-SORTCODE,
                         :DB2-LAJ-ACCOUNT,
                         :DB2-LAJ-FIRM-NAME,
                         'P',
                         CURRENT TIMESTAMP )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO ENTER-FEE-INVOICE-EXIT
           END-IF
           IF DB2-FEE-AMOUNT GREATER THAN DB2-OLDRESERVE-INT
             MOVE ZERO TO DB2-NEWRESERVE-INT
           ELSE
             COMPUTE DB2-NEWRESERVE-INT =
                 DB2-OLDRESERVE-INT - DB2-FEE-AMOUNT
           END-IF
           MOVE ' UPDATE FEERSV ' TO EM-SQLREQ
           EXEC SQL
             UPDATE CLAIMADJUSTER
                SET FEERESERVE  = :DB2-NEWRESERVE-INT,
                    LASTCHANGED = CURRENT TIMESTAMP
              WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO ENTER-FEE-INVOICE-EXIT
           END-IF
           MOVE 'FEE INVOICE RECEIVED' TO WS-MOVE-REASON
           PERFORM RECORD-FEE-MOVEMENT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO ENTER-FEE-INVOICE-EXIT
           END-IF
           MOVE DB2-FEESEQ-SINT    TO CA-LAJ-FEE-SEQ
           MOVE DB2-OLDRESERVE-INT TO CA-LAJ-OLD-RESERVE
           MOVE DB2-NEWRESERVE-INT TO CA-LAJ-NEW-RESERVE
           MOVE SPACES TO WS-DOC-EXTREF
           MOVE 'LAF' TO WS-DOC-EXTREF(1:3)
           PERFORM INDEX-INCOMING-DOC THRU INDEX-INCOMING-DOC-EXIT.
       ENTER-FEE-INVOICE-EXIT.
           EXIT.
       INQUIRE-APPOINTMENT.
           MOVE ' SELECT CLMADJ ' TO EM-SQLREQ
           EXEC SQL
             SELECT ADJUSTERID,
                    STATUS,
                    COALESCE(CHAR(REPORTDATE, ISO), ' '),
                    FEERESERVE
               INTO :DB2-CUR-ADJUSTERID,
                    :CA-LAJ-STATUS,
                    :CA-LAJ-REPORT-DATE,
                    :DB2-NEWRESERVE-INT
               FROM CLAIMADJUSTER
               WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
           END-EXEC
           Evaluate SQLCODE
             When 0
               MOVE DB2-CUR-ADJUSTERID TO CA-LAJ-ID
               MOVE DB2-NEWRESERVE-INT TO CA-LAJ-NEW-RESERVE
               MOVE '00' TO CA-RETURN-CODE
             When 100
               MOVE '01' TO CA-RETURN-CODE
             When Other
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-Evaluate.
           EXIT.
       RECORD-FEE-MOVEMENT.
           COMPUTE DB2-MOVEMENT-INT =
               DB2-NEWRESERVE-INT - DB2-OLDRESERVE-INT
           MOVE ' INSERT FEEMOVE' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO FEERESERVEMOVE
                       ( CLAIMNUMBER,
                         OLDAMOUNT,
                         NEWAMOUNT,
                         MOVEMENTAMOUNT,
                         MOVEREASON,
                         TRANSID,
                         TERMID,
                         MOVETIME )
                VALUES ( :DB2-CLAIMNUM-INT,
                         :DB2-OLDRESERVE-INT,
                         :DB2-NEWRESERVE-INT,
                         :DB2-MOVEMENT-INT,
                         :WS-MOVE-REASON,
                         :WS-TRANSID,
                         :WS-TERMID,
                         CURRENT TIMESTAMP )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
           EXIT.
      *  APPOINTMENT LETTERS, ADJUSTER REPORTS AND FEE INVOICES ARE
      *  INDEXED ON CLAIMDOCUMENT LIKE ALL OTHER CLAIM
      *  CORRESPONDENCE.  A FAILED INDEX ROW IS LOGGED BUT NEVER
      *  UNDOES THE BUSINESS UPDATE IT DESCRIBES
       INDEX-OUTGOING-DOC.
           MOVE CA-LAJ-CLAIM-NUM  TO WS-DOC-EXTREF(4:10)
           MOVE ' INSERT CLMDOC ' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO CLAIMDOCUMENT
                       ( CLAIMNUMBER, DOCSEQ, DOCTYPE, EXTREF,
                         DOCDATE, DIRECTION, SOURCE, LOGTIME )
                SELECT :DB2-CLAIMNUM-INT,
                       COALESCE(MAX(DOCSEQ), 0) + 1,
                       SUBSTR(:WS-DOC-EXTREF, 1, 3),
                       :WS-DOC-EXTREF,
                       CURRENT DATE,
                       'O',
                       'LGLADJ01',
                       CURRENT TIMESTAMP
                  FROM CLAIMDOCUMENT
                 WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
       INDEX-OUTGOING-DOC-EXIT.
           EXIT.
       INDEX-INCOMING-DOC.
           MOVE CA-LAJ-CLAIM-NUM  TO WS-DOC-EXTREF(4:10)
           MOVE ' INSERT CLMDOC ' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO CLAIMDOCUMENT
                       ( CLAIMNUMBER, DOCSEQ, DOCTYPE, EXTREF,
                         DOCDATE, DIRECTION, SOURCE, LOGTIME )
                SELECT :DB2-CLAIMNUM-INT,
                       COALESCE(MAX(DOCSEQ), 0) + 1,
                       SUBSTR(:WS-DOC-EXTREF, 1, 3),
                       :WS-DOC-EXTREF,
                       CURRENT DATE,
                       'I',
                       'LGLADJ01',
                       CURRENT TIMESTAMP
                  FROM CLAIMDOCUMENT
                 WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
       INDEX-INCOMING-DOC-EXIT.
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
             IF EIBCALEN NOT LESS THAN WS-REQUIRED-CA-LEN
               PERFORM MASK-BANK-DETAILS
             END-IF
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
             IF EIBCALEN NOT LESS THAN WS-REQUIRED-CA-LEN
               PERFORM RESTORE-BANK-DETAILS
             END-IF
           END-IF.
           EXIT.
      *  BANK DETAILS NEVER LEAVE IN A DIAGNOSTIC CAPTURE
       MASK-BANK-DETAILS.
           MOVE CA-LAJ-SORTCODE TO WS-CLEAR-SORTCODE
           MOVE CA-LAJ-ACCOUNT  TO WS-CLEAR-ACCOUNT
           MOVE 'S'             TO MSK-TYPE
           MOVE CA-LAJ-SORTCODE TO MSK-VALUE
           CALL LGMASK01 USING MSK-REQUEST
           MOVE MSK-VALUE       TO CA-LAJ-SORTCODE
           MOVE 'A'             TO MSK-TYPE
           MOVE CA-LAJ-ACCOUNT  TO MSK-VALUE
           CALL LGMASK01 USING MSK-REQUEST
           MOVE MSK-VALUE       TO CA-LAJ-ACCOUNT.
           EXIT.
       RESTORE-BANK-DETAILS.
           MOVE WS-CLEAR-SORTCODE TO CA-LAJ-SORTCODE
           MOVE WS-CLEAR-ACCOUNT  TO CA-LAJ-ACCOUNT.
           EXIT.
       LOG-COMMAREA-REJECT.
           EXEC SQL
             INSERT INTO COMMAREJECT
                       ( ProgramName, TransId, TermId, TaskNum,
                         RequestId, CalenReceived, CalenRequired,
                         RejectTime )
                VALUES ( 'LGLADJ01', :WS-TRANSID, :WS-TERMID,
                         :WS-TASKNUM, CA-REQUEST-ID, :WS-CALEN,
                         :WS-REQUIRED-CA-LEN, CURRENT TIMESTAMP )
           END-EXEC.
           EXIT.
