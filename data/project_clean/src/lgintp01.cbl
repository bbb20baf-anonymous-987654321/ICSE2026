       01  WS-COMMAREA-LENGTHS.
           03 WS-CA-HEADER-LEN         PIC S9(4) COMP VALUE +28.
           03 WS-REQUIRED-CA-LEN       PIC S9(4) COMP VALUE +0.
           03 WS-TOKEN-CA-LEN          PIC S9(4) COMP VALUE +0.
           COPY LGPOLICY.
       01 DB2-INTP-FIELDS.
          03 DB2-CLAIMNUM-INT          PIC S9(9) COMP.
          03 DB2-INTERIM-SEQ           PIC S9(4) COMP.
       01  WS-MOVE-REASON              PIC X(30)
                                        VALUE 'INTERIM PAYMENT'.
      *****************************************************************
      *  REQUEST TOKEN - A RESENT AUTHORISATION WITH THE SAME TOKEN   *
      *  GETS THE FIRST OUTCOME BACK (LGIDEM01) INSTEAD OF A SECOND   *
      *  INTERIM.  THE OUTCOME STANDS ONCE THE INTERIM IS WRITTEN.    *
      *****************************************************************
       77  LGIDEM01                    PIC X(8)  VALUE 'LGIDEM01'.
           COPY LGIDEM.
       01  WS-TOKEN-REPLAYED           PIC X(01) VALUE 'N'.
       01  WS-INTERIM-WRITTEN          PIC X(01) VALUE 'N'.
       01  WS-INTERIM-REPLY.
           03 WS-IR-SEQ                PIC 9(03).
           03 WS-IR-PAID-TO-DATE       PIC 9(09)V99.
      *  CONFLICT OF INTEREST - A USER CONNECTED TO THE CUSTOMER
      *  (THEIR OWN RECORD OR A DECLARED CONNECTED PARTY) MAY NOT
      *  AUTHORISE A PAYMENT ON THE CLAIM
       77  LGCOIC01                    PIC X(8)  VALUE 'LGCOIC01'.
           COPY LGCOIC.
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
           END-IF
           MOVE CA-INT-CLAIM-NUM TO DB2-CLAIMNUM-INT
           MOVE CA-INT-CLAIM-NUM TO EM-CUSNUM
           PERFORM BEGIN-REQUEST-TOKEN THRU BEGIN-REQUEST-TOKEN-EXIT
           IF WS-TOKEN-REPLAYED EQUAL 'Y' OR
              CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           END-IF
           PERFORM AUTHORISE-INTERIM THRU AUTHORISE-INTERIM-EXIT
           PERFORM END-REQUEST-TOKEN THRU END-REQUEST-TOKEN-EXIT
           EXEC CICS RETURN END-EXEC.
       MAINLINE-EXIT.
           EXIT.
             MOVE '95' TO CA-RETURN-CODE
             GO TO AUTHORISE-INTERIM-EXIT
           END-IF
           PERFORM CHECK-CONFLICT-OF-INTEREST
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO AUTHORISE-INTERIM-EXIT
           END-IF
           MOVE CA-INT-AMOUNT TO DB2-INTERIM-AMT
           IF DB2-INTERIM-AMT GREATER THAN DB2-RESERVE-INT
             MOVE '75' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO AUTHORISE-INTERIM-EXIT
           END-IF
           MOVE 'Y' TO WS-INTERIM-WRITTEN
           MOVE DB2-INTERIM-SEQ TO CA-INT-SEQ
           COMPUTE DB2-NEWRESERVE-INT =
               DB2-RESERVE-INT - DB2-INTERIM-AMT
           COMPUTE DB2-MOVEMENT-INT =
           MOVE DB2-INTERIM-TOTAL TO CA-INT-PAID-TO-DATE.
       AUTHORISE-INTERIM-EXIT.
           EXIT.
      *  A USER CONNECTED TO THE CLAIMANT IS REFUSED WITH RC 09.
      *  LGCOIC01 LOGS THE ATTEMPT, MOVES THE CLAIM OFF A CONNECTED
      *  HANDLER AND DIARIES THE HANDLER WITH THE REFUSED PAYMENT
       CHECK-CONFLICT-OF-INTEREST.
           EXEC CICS ASSIGN USERID(COI-OPERATOR-ID)
                     RESP(WS-RESP)
           END-EXEC
           MOVE 'LGINTP01'          TO COI-PROGRAM
           MOVE CA-REQUEST-ID       TO COI-REQUEST-ID
           MOVE ZERO                TO COI-CUSTOMER-NUM
           MOVE ZERO                TO COI-POLICY-NUM
           MOVE CA-INT-CLAIM-NUM    TO COI-CLAIM-NUM
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
      *  A CALLER THAT TIMED OUT AND RESENDS THE SAME AUTHORISATION
      *  UNDER THE SAME REQUEST TOKEN IS GIVEN THE FIRST OUTCOME BACK
      *  - NO SECOND INTERIM IS RAISED AGAINST THE CLAIM.  NO TOKEN
      *  (OR A COMMAREA TOO SHORT TO CARRY ONE) PROCESSES AS BEFORE.
       BEGIN-REQUEST-TOKEN.
           MOVE 'N'    TO WS-TOKEN-REPLAYED
           MOVE SPACES TO IDM-TOKEN
           ADD WS-CA-HEADER-LEN WS-FULL-ITPT-LEN
               GIVING WS-TOKEN-CA-LEN
           IF EIBCALEN IS LESS THAN WS-TOKEN-CA-LEN
             GO TO BEGIN-REQUEST-TOKEN-EXIT
           END-IF
           IF CA-INT-REQUEST-TOKEN EQUAL SPACES
             GO TO BEGIN-REQUEST-TOKEN-EXIT
           END-IF
           MOVE 'B'                  TO IDM-ACTION
           MOVE CA-INT-REQUEST-TOKEN TO IDM-TOKEN
           MOVE 'LGINTP01'           TO IDM-PROGRAM
           MOVE CA-REQUEST-ID        TO IDM-REQUEST-ID
           MOVE CA-INT-CLAIM-NUM     TO IDM-KEY-NUM
           CALL LGIDEM01 USING IDM-REQUEST
           EVALUATE IDM-RC
             WHEN '00'
               CONTINUE
             WHEN '01'
               MOVE 'Y'                TO WS-TOKEN-REPLAYED
               MOVE IDM-REPLY-DATA     TO WS-INTERIM-REPLY
               MOVE IDM-OUTCOME-RC     TO CA-RETURN-CODE
               MOVE WS-IR-SEQ          TO CA-INT-SEQ
               MOVE WS-IR-PAID-TO-DATE TO CA-INT-PAID-TO-DATE
             WHEN '02'
               MOVE '72' TO CA-RETURN-CODE
             WHEN OTHER
               MOVE ' CALL LGIDEM01 ' TO EM-SQLREQ
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
       BEGIN-REQUEST-TOKEN-EXIT.
           EXIT.
      *  ONCE THE INTERIM ROW IS WRITTEN THE OUTCOME STANDS AND IS
      *  KEPT AGAINST THE TOKEN.  A REFUSAL OR FAILURE BEFORE THAT
      *  LEAVES THE TOKEN OPEN SO THE RESEND IS TRIED AGAIN.
       END-REQUEST-TOKEN.
           IF IDM-TOKEN EQUAL SPACES OR
              WS-INTERIM-WRITTEN NOT EQUAL 'Y'
             GO TO END-REQUEST-TOKEN-EXIT
           END-IF
           MOVE CA-INT-SEQ          TO WS-IR-SEQ
           MOVE CA-INT-PAID-TO-DATE TO WS-IR-PAID-TO-DATE
           MOVE 'E'                 TO IDM-ACTION
           MOVE CA-RETURN-CODE      TO IDM-OUTCOME-RC
           MOVE WS-INTERIM-REPLY    TO IDM-REPLY-DATA
           CALL LGIDEM01 USING IDM-REQUEST
           IF IDM-RC NOT EQUAL '00'
             MOVE ' CALL LGIDEM01 ' TO EM-SQLREQ
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
       END-REQUEST-TOKEN-EXIT.
           EXIT.
       WRITE-ERROR-MESSAGE.
           MOVE SQLCODE TO EM-SQLRC
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
