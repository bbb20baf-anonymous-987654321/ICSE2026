             INCLUDE LGPOLICY
           END-EXEC.
       77  LGCPVS01                    PIC X(8) VALUE 'LGCPVS01'.
       77  LGRCTL01                    PIC X(8) VALUE 'LGRCTL01'.
           COPY LGRCTL.
           COPY LGVRPL.
      *  CONFLICT OF INTEREST - A USER CONNECTED TO THE CUSTOMER
      *  (THEIR OWN RECORD OR A DECLARED CONNECTED PARTY) MAY NOT
      *  CANCEL THE POLICY AND RAISE ITS REFUND
       77  LGCOIC01                    PIC X(8)  VALUE 'LGCOIC01'.
           COPY LGCOIC.
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
             EXEC CICS RETURN END-EXEC
           END-IF
           MOVE CA-CUSTOMER-NUM TO DB2-CUSTOMERNUM-INT
           MOVE CA-POLICY-NUM   TO DB2-POLICYNUM-INT
           PERFORM CHECK-BATCH-WINDOW
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           END-IF
           PERFORM CHECK-CONFLICT-OF-INTEREST
           IF CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           END-IF
      *    A VULNERABLE CUSTOMER'S CANCELLATION NEEDS A SECOND
      *    CHECK - THE FIRST SUBMISSION COMES BACK RC 06 AND ONLY A
      *    RESUBMISSION CARRYING THE CONFIRMATION FLAG PROCEEDS
           IF WS-RESP NOT = DFHRESP(NORMAL)
             MOVE '91' TO CA-RETURN-CODE
             PERFORM VSAM-LINK-FAILED
             PERFORM PARK-VSAM-REPLAY
           END-IF.
           EXEC CICS RETURN END-EXEC.
       MAINLINE-EXIT.
           END-IF.
       CHECK-VULNERABLE-EXIT.
           EXIT.
      *  A BATCH STEP THAT HAS DECLARED A LOCK ON POLICY (OR ON THIS
      *  POLICY'S TYPE) IS RUNNING - RATHER THAN CONTEND WITH IT FOR
      *  THE ROW, THE REQUEST IS TURNED AWAY RC 89 (SERVICE
      *  TEMPORARILY UNAVAILABLE, RETRY LATER) AND COUNTED
       CHECK-BATCH-WINDOW.
           MOVE 'C'               TO RCTL-ACTION
           MOVE 'POLICY'          TO RCTL-LOCK-TABLE
           MOVE DB2-POLICYNUM-INT TO RCTL-POLICY-NUM
           MOVE 'LGCPDB01'        TO RCTL-ONLINE-PROGRAM
           MOVE CA-REQUEST-ID     TO RCTL-ONLINE-REQUEST
           MOVE ' CALL LGRCTL01 ' TO EM-SQLREQ
           CALL LGRCTL01 USING RCTL-REQUEST
           EVALUATE RCTL-RC
             WHEN '00'
               CONTINUE
             WHEN '03'
               MOVE '89' TO CA-RETURN-CODE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
           EXIT.
      *  A USER CONNECTED TO THE POLICYHOLDER IS REFUSED WITH RC 09;
      *  LGCOIC01 LOGS THE ATTEMPT AND ROUTES IT TO A COLLEAGUE
       CHECK-CONFLICT-OF-INTEREST.
           EXEC CICS ASSIGN USERID(COI-OPERATOR-ID)
                     RESP(WS-RESP)
           END-EXEC
           MOVE 'LGCPDB01'          TO COI-PROGRAM
           MOVE CA-REQUEST-ID       TO COI-REQUEST-ID
           MOVE ZERO                TO COI-CUSTOMER-NUM
           MOVE CA-POLICY-NUM       TO COI-POLICY-NUM
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
       CANCEL-POLICY-DB2-INFO.
           MOVE ' OPEN   CCURSOR ' TO EM-SQLREQ
           EXEC SQL
                 MOVE '00' TO CA-RETURN-CODE
                 PERFORM COMPUTE-CANCEL-REFUND
                     THRU COMPUTE-CANCEL-REFUND-EXIT
                 PERFORM FLAG-HOUSEHOLD-DISCOUNTS
               END-IF
             ELSE
               MOVE '02' TO CA-RETURN-CODE
           END-IF.
           PERFORM CLOSE-CCURSOR.
           EXIT.
      *  WITH THIS POLICY GONE, ANY OTHER POLICY IN THE CUSTOMER'S
      *  CONFIRMED HOUSEHOLD THAT CARRIES THE MULTI-POLICY DISCOUNT
      *  BUT NO LONGER HAS ANOTHER LIVE POLICY ALONGSIDE IT IS
      *  FLAGGED ('R') FOR THE DISCOUNT TO COME OFF AT ITS NEXT
      *  RENEWAL (LGRENW01/LGRNEX01)
       FLAG-HOUSEHOLD-DISCOUNTS.
           MOVE ' UPDATE HHFLAG ' TO EM-SQLREQ
           EXEC SQL
             UPDATE POLICY P
                SET HHDISCOUNT = 'R'
              WHERE COALESCE(P.HHDISCOUNT, 'N') = 'Y'
                AND COALESCE(P.STATUS, ' ')
                    NOT IN ('C','L','M','S','D','X')
                AND P.CUSTOMERNUMBER IN
                    ( SELECT H.CUSTOMERNUMBER
                        FROM CUSTOMERHOUSEHOLD H,
                             CUSTOMERHOUSEHOLD M
                       WHERE M.CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
                         AND M.LINKSTATUS     = 'C'
                         AND H.HOUSEHOLDID    = M.HOUSEHOLDID
                         AND H.LINKSTATUS     = 'C' )
                AND NOT EXISTS
                    ( SELECT 1
                        FROM POLICY O,
                             CUSTOMERHOUSEHOLD OH,
                             CUSTOMERHOUSEHOLD PH
                       WHERE PH.CUSTOMERNUMBER = P.CUSTOMERNUMBER
                         AND PH.LINKSTATUS     = 'C'
                         AND OH.HOUSEHOLDID    = PH.HOUSEHOLDID
                         AND OH.LINKSTATUS     = 'C'
                         AND O.CUSTOMERNUMBER  = OH.CUSTOMERNUMBER
                         AND O.POLICYNUMBER   <> P.POLICYNUMBER
                         AND COALESCE(O.STATUS, ' ')
                             NOT IN ('C','L','M','S','D','X') )
           END-EXEC
           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
           EXIT.
       CLOSE-CCURSOR.
           MOVE ' CLOSE  CCURSOR' TO EM-SQLREQ
           EXEC SQL
           END-IF.
       CHECK-POSTING-PERIOD-EXIT.
           EXIT.
      *  THE MIRROR WRITE THAT FAILED IS PARKED ON VSAMREPLAY WITH
      *  THE COMMAREA LGCPVS01 WAS GIVEN AND THE POLICY VSAM
      *  RECORD IT SHOULD HAVE WRITTEN, FOR THE
      *  REPLAY TRANSACTION (LGVRPL01) OR THE NIGHTLY REPLAY STEP
      *  (LGVRPB01) TO RE-DRIVE.  THE ROW COMMITS WITH THE DB2 CHANGE
      *  ITSELF, SO ONE NEVER EXISTS WITHOUT THE OTHER.
       PARK-VSAM-REPLAY.
           MOVE SPACES               TO DB2-VRPL-POLIMAGE
           MOVE 'LGCPVS01'           TO DB2-VRPL-MIRRORPGM
           MOVE 'LGCPDB01'           TO DB2-VRPL-SOURCEPGM
           MOVE CA-REQUEST-ID        TO DB2-VRPL-REQUESTID
           MOVE CA-CUSTOMER-NUM      TO DB2-VRPL-CUSTOMERNUM
           MOVE DB2-POLICYNUM-INT    TO DB2-VRPL-POLICYNUM
           MOVE 225                  TO DB2-VRPL-LINKLEN
           IF EIBCALEN < DB2-VRPL-LINKLEN
             MOVE EIBCALEN TO DB2-VRPL-COMM-LEN
           ELSE
             MOVE DB2-VRPL-LINKLEN TO DB2-VRPL-COMM-LEN
           END-IF
           MOVE SPACES TO DB2-VRPL-COMM-TEXT
           MOVE DFHCOMMAREA(1:DB2-VRPL-COMM-LEN)
             TO DB2-VRPL-COMM-TEXT
           MOVE '00' TO DB2-VRPL-COMM-TEXT(7:2)
           MOVE ' SELECT POLVRPL' TO EM-SQLREQ
           EXEC SQL
             SELECT CUSTOMERNUMBER, STATUS, ISSUEDATE, EXPIRYDATE,
                    CHAR(LASTCHANGED)
               INTO :DB2-VRPL-CUSTOMERNUM, :DB2-VRPL-PI-STATUS,
                    :DB2-VRPL-PI-ISSUEDATE, :DB2-VRPL-PI-EXPIRYDT,
                    :DB2-VRPL-PI-LASTCHG
               FROM POLICY
              WHERE POLICYNUMBER = :DB2-VRPL-POLICYNUM
           END-EXEC
           IF SQLCODE EQUAL 0
             MOVE DB2-VRPL-POLICYNUM   TO DB2-VRPL-PI-POLICYNUM
             MOVE DB2-VRPL-CUSTOMERNUM TO DB2-VRPL-PI-CUSTNUM
           ELSE
             MOVE SPACES TO DB2-VRPL-POLIMAGE
           END-IF
           MOVE ' INSERT VSAMRPL' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO VSAMREPLAY
                       ( REPLAYID,
                         MIRRORPROGRAM,
                         SOURCEPROGRAM,
                         REQUESTID,
                         CUSTOMERNUMBER,
                         POLICYNUMBER,
                         STATUS,
                         ATTEMPTS,
                         LINKLENGTH,
                         POLICYIMAGE,
                         COMMAREAIMAGE,
                         PARKEDTIME )
                VALUES ( DEFAULT,
                         :DB2-VRPL-MIRRORPGM,
                         :DB2-VRPL-SOURCEPGM,
                         :DB2-VRPL-REQUESTID,
                         :DB2-VRPL-CUSTOMERNUM,
                         :DB2-VRPL-POLICYNUM,
                         'P',
                         0,
                         :DB2-VRPL-LINKLEN,
                         :DB2-VRPL-POLIMAGE,
                         :DB2-VRPL-COMMAREA,
                         CURRENT TIMESTAMP )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
           EXIT.
       VSAM-LINK-FAILED.
           MOVE WS-RESP TO EM-SQLRC
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
