       01  WS-FT-COVER-COUNT           PIC S9(9) COMP VALUE +0.
       01  WS-FT-FLAGGED-COUNT         PIC S9(9) COMP VALUE +0.
       01  WS-FASTTRACK                PIC X(01) VALUE 'N'.
      *  A HOUSE OR COMMERCIAL CLAIM NOTIFIED AT OR ABOVE THE LOSS
      *  ADJUSTER THRESHOLD (PRODUCTCONFIG LADJTHRESH, DEFAULT
      *  BELOW) IS FLAGGED FOR AN ADJUSTER APPOINTMENT (LGLADJ01)
       01  DB2-LADJ-CONFIG             PIC S9(9)V99 COMP-3 VALUE +0.
       77  WS-LADJ-THRESHOLD           PIC S9(9)V99 COMP-3
                                                 VALUE +25000.00.
      *  EVERY NEW CLAIM IS ALLOCATED TO A HANDLER - AN ACTIVE
      *  STAFFUSER, NOT MARKED ABSENT, WHOSE CLAIMTYPES LIST TAKES
      *  THE CLAIM TYPE AND WHOSE SETTLEMENT AUTHORITY COVERS THE
      *  NOTIFIED AMOUNT.  THE LIGHTEST OPEN CASELOAD WINS.  SPACES
      *  HERE MEANS NOBODY QUALIFIED AND THE CLAIM WAITS FOR THE
      *  OVERNIGHT REDISTRIBUTION (LGHNDR01)
       01  WS-HANDLER-ID               PIC X(08) VALUE SPACES.
      *  CONFLICT OF INTEREST - A USER CONNECTED TO THE CUSTOMER
      *  (THEIR OWN RECORD OR A DECLARED CONNECTED PARTY) MAY NOT
      *  REGISTER A CLAIM FOR THEM, AND NO CONNECTED HANDLER IS
      *  ALLOCATED ONE
       77  LGCOIC01                    PIC X(8)  VALUE 'LGCOIC01'.
           COPY LGCOIC.
           COPY LGPOLICY.
           EXEC SQL
             INCLUDE SQLCA
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           END-IF
           PERFORM CHECK-CONFLICT-OF-INTEREST.
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           END-IF
           PERFORM CHECK-DUPLICATE-CLAIM
               THRU CHECK-DUPLICATE-CLAIM-EXIT.
           IF CA-RETURN-CODE NOT EQUAL '00'
              WS-FASTTRACK EQUAL 'Y'
             PERFORM APPLY-FAST-TRACK
           END-IF
           IF CA-RETURN-CODE EQUAL '00'
             PERFORM ALLOCATE-CLAIM-HANDLER
                 THRU ALLOCATE-CLAIM-HANDLER-EXIT
           END-IF
           IF CA-RETURN-CODE EQUAL '00' AND
              WS-FASTTRACK NOT EQUAL 'Y'
             PERFORM RAISE-REGISTRATION-DIARY
             PERFORM FLAG-LOSS-ADJUSTER
                 THRU FLAG-LOSS-ADJUSTER-EXIT
           END-IF
           EXEC CICS RETURN END-EXEC.
       MAINLINE-EXIT.
             END-IF
           END-IF.
           EXIT.
      *  A USER CONNECTED TO THE POLICYHOLDER IS REFUSED WITH RC 09;
      *  LGCOIC01 LOGS THE ATTEMPT AND ROUTES IT TO A COLLEAGUE
       CHECK-CONFLICT-OF-INTEREST.
           EXEC CICS ASSIGN USERID(COI-OPERATOR-ID)
                     RESP(WS-RESP)
           END-EXEC
           MOVE 'LGACLM01'          TO COI-PROGRAM
           MOVE CA-REQUEST-ID       TO COI-REQUEST-ID
           MOVE ZERO                TO COI-CUSTOMER-NUM
           MOVE CA-CLAIM-POLICY-NUM TO COI-POLICY-NUM
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
      *  THE SAME LOSS ARRIVES TWICE OFTEN ENOUGH TO HAVE A BUDGET
      *  LINE - ONCE THROUGH THE CALL CENTRE FILE AND AGAIN ONLINE.
      *  A CLAIM ALREADY ON THE POLICY WITH THE SAME DATE AND TYPE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
           EXIT.
      *  OPEN CASELOAD IS THE HANDLER'S OPEN AND REFERRED CLAIMS.
      *  LIKE THE DIARY, A FAILED ALLOCATION MUST NOT FAIL THE
      *  REGISTRATION - THE CLAIM IS LEFT UNALLOCATED AND THE
      *  ERROR LOGGED.
       ALLOCATE-CLAIM-HANDLER.
           MOVE SPACES TO WS-HANDLER-ID
           MOVE ' SELECT HANDLER' TO EM-SQLREQ
           EXEC SQL
             SELECT S.OPERATORID
               INTO :WS-HANDLER-ID
               FROM STAFFUSER S
                    INNER JOIN AUTHORITYLIMIT A
                       ON A.STAFFROLE = S.STAFFROLE
                      AND A.TXNTYPE   = 'S'
                    LEFT OUTER JOIN
                    ( SELECT HANDLERID, COUNT(*) AS OPENCOUNT
                        FROM CLAIM
                       WHERE STATUS IN ('O', 'R')
                       GROUP BY HANDLERID ) L
                       ON L.HANDLERID = S.OPERATORID
               WHERE COALESCE(S.STATUS, 'A')     = 'A'
                 AND COALESCE(S.ABSENTFLAG, 'N') = 'N'
                 AND LOCATE(:CA-CLAIM-TYPE,
                            COALESCE(S.CLAIMTYPES, ' ')) > 0
                 AND A.LIMITAMOUNT >= :DB2-CLAIMAMOUNT-INT
                 AND NOT EXISTS
                     ( SELECT 1
                         FROM STAFFCONNECTION K,
                              POLICY P
                        WHERE P.POLICYNUMBER   = :DB2-POLICYNUM-INT
                          AND K.CUSTOMERNUMBER = P.CUSTOMERNUMBER
                          AND K.OPERATORID     = S.OPERATORID
                          AND ( K.ENDDATE IS NULL
                             OR K.ENDDATE > CURRENT DATE ) )
               ORDER BY COALESCE(L.OPENCOUNT, 0), S.OPERATORID
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             IF SQLCODE NOT EQUAL 100
               PERFORM WRITE-ERROR-MESSAGE
             END-IF
             MOVE SPACES TO WS-HANDLER-ID
             GO TO ALLOCATE-CLAIM-HANDLER-EXIT
           END-IF
           MOVE ' UPDATE HANDLER' TO EM-SQLREQ
           EXEC SQL
             UPDATE CLAIM
                SET HANDLERID = :WS-HANDLER-ID
              WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             PERFORM WRITE-ERROR-MESSAGE
             MOVE SPACES TO WS-HANDLER-ID
           END-IF.
       ALLOCATE-CLAIM-HANDLER-EXIT.
           EXIT.
      *  EVERY NEW CLAIM GETS A STANDARD INITIAL-REVIEW DIARY SO IT
      *  CANNOT SIT UNWORKED - THE OVERDUE-TASK REPORT PICKS IT UP
      *  IF NO HANDLER COMPLETES IT IN TIME.  A DIARY FAILURE MUST
                         'REV',
                         'INITIAL REVIEW OF NEW CLAIM',
                         CURRENT DATE + 14 DAYS,
                         :WS-HANDLER-ID,
                         'O',
                         CURRENT TIMESTAMP )
           END-EXEC
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
           EXIT.
      *  THE FLAG IS A CLAIMADJUSTER ROW WITH NO ADJUSTER YET
      *  (STATUS 'F') PLUS A DIARY TASK FOR THE HANDLER TO MAKE THE
      *  APPOINTMENT.  LIKE THE REGISTRATION DIARY IT MUST NOT FAIL
      *  THE REGISTRATION, SO ERRORS ARE LOGGED ONLY.
       FLAG-LOSS-ADJUSTER.
           MOVE ' SELECT POLTYPE' TO EM-SQLREQ
           EXEC SQL
             SELECT POLICYTYPE
               INTO :DB2-POLICYTYPE
               FROM POLICY
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             PERFORM WRITE-ERROR-MESSAGE
             GO TO FLAG-LOSS-ADJUSTER-EXIT
           END-IF
           IF DB2-POLICYTYPE NOT EQUAL 'H' AND
              DB2-POLICYTYPE NOT EQUAL 'C'
             GO TO FLAG-LOSS-ADJUSTER-EXIT
           END-IF
           MOVE ' SELECT PRODCFG' TO EM-SQLREQ
           EXEC SQL
             SELECT CONFIGVALUE
               INTO :DB2-LADJ-CONFIG
               FROM PRODUCTCONFIG
               WHERE POLICYTYPE = :DB2-POLICYTYPE
                 AND CONFIGKEY  = 'LADJTHRESH  '
                 AND EFFECTIVEDATE =
                     ( SELECT MAX(EFFECTIVEDATE)
                         FROM PRODUCTCONFIG
                        WHERE POLICYTYPE = :DB2-POLICYTYPE
                          AND CONFIGKEY  = 'LADJTHRESH  '
                          AND EFFECTIVEDATE <= CURRENT DATE )
           END-EXEC
           IF SQLCODE EQUAL 0
             MOVE DB2-LADJ-CONFIG TO WS-LADJ-THRESHOLD
           END-IF
           IF CA-CLAIM-AMOUNT LESS THAN WS-LADJ-THRESHOLD
             GO TO FLAG-LOSS-ADJUSTER-EXIT
           END-IF
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
                         0,
                         'F',
                         CURRENT TIMESTAMP,
                         NULL,
                         NULL,
                         0,
                         CURRENT TIMESTAMP )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             PERFORM WRITE-ERROR-MESSAGE
             GO TO FLAG-LOSS-ADJUSTER-EXIT
           END-IF
           MOVE ' INSERT CLMDIAR' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO CLAIMDIARY
                       ( CLAIMNUMBER,
                         DIARYSEQ,
                         TASKTYPE,
                         TASKDESC,
                         DUEDATE,
                         OWNERID,
                         STATUS,
                         CREATEDTIME )
                SELECT :DB2-CLAIMNUM-INT,
                       COALESCE(MAX(DIARYSEQ), 0) + 1,
                       'LAJ',
                       'APPOINT LOSS ADJUSTER',
                       CURRENT DATE + 2 DAYS,
                       :WS-HANDLER-ID,
                       'O',
                       CURRENT TIMESTAMP
                  FROM CLAIMDIARY
                 WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
       FLAG-LOSS-ADJUSTER-EXIT.
           EXIT.
       WRITE-ERROR-MESSAGE.
           MOVE SQLCODE TO EM-SQLRC
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
