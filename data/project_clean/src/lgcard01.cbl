       01  WS-COMMAREA-LENGTHS.
           03 WS-CA-HEADER-LEN         PIC S9(4) COMP VALUE +28.
           03 WS-REQUIRED-CA-LEN       PIC S9(4) COMP VALUE +0.
           03 WS-TOKEN-CA-LEN          PIC S9(4) COMP VALUE +0.
           COPY LGPOLICY.
      *****************************************************************
      *  CARD GATEWAY EXCHANGE - THE GATEWAY DRIVER PROGRAM OWNS THE  *
          03 DB2-CUSTOMERNUM-INT       PIC S9(9) COMP.
          03 DB2-CARD-AMOUNT           PIC S9(9)V99 COMP-3.
          03 DB2-AUTH-STATUS           PIC X(01).
          03 DB2-CLAIMNUM-INT          PIC S9(9) COMP.
       01  WS-POLICY-COUNT             PIC S9(9) COMP VALUE +0.
      *****************************************************************
      *  THE CARD TOKEN IS MASKED BY THE SUITE RULE (LGMASK01) BEFORE *
      *  A COMMAREA IS CAPTURED FOR DIAGNOSTICS; THE CLEAR VALUE IS   *
      *  HELD HERE AND PUT BACK FOR THE CALLER                        *
      *****************************************************************
       77  LGMASK01                    PIC X(8)  VALUE 'LGMASK01'.
           COPY LGMASK.
       01  WS-CLEAR-TOKEN              PIC X(16) VALUE SPACES.
      *****************************************************************
      *  REQUEST TOKEN - A RESENT PAYMENT WITH THE SAME TOKEN GETS    *
      *  THE FIRST OUTCOME BACK (LGIDEM01) INSTEAD OF A SECOND        *
      *  CHARGE.  THE OUTCOME STANDS ONCE THE GATEWAY HAS ANSWERED.   *
      *****************************************************************
       77  LGIDEM01                    PIC X(8)  VALUE 'LGIDEM01'.
           COPY LGIDEM.
       01  WS-TOKEN-REPLAYED           PIC X(01) VALUE 'N'.
       01  WS-GATEWAY-ANSWERED         PIC X(01) VALUE 'N'.
       01  WS-CARD-REPLY.
           03 WS-CR-OUTCOME            PIC X(01).
           03 WS-CR-AUTH-CODE          PIC X(08).
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
           END-IF
           MOVE CA-CRD-POLICY-NUM TO DB2-POLICYNUM-INT
           MOVE CA-CRD-POLICY-NUM TO EM-POLNUM
           PERFORM BEGIN-REQUEST-TOKEN THRU BEGIN-REQUEST-TOKEN-EXIT
           IF WS-TOKEN-REPLAYED EQUAL 'Y' OR
              CA-RETURN-CODE NOT EQUAL '00'
             EXEC CICS RETURN END-EXEC
           END-IF
           EVALUATE CA-REQUEST-ID
             WHEN '01CAUT'
               PERFORM AUTHORISE-BIND-PAYMENT
             WHEN '01CMTA'
               PERFORM AUTHORISE-MTA-PAYMENT
                   THRU AUTHORISE-MTA-PAYMENT-EXIT
             WHEN '01CXSR'
               PERFORM AUTHORISE-EXCESS-PAYMENT
                   THRU AUTHORISE-EXCESS-PAYMENT-EXIT
             WHEN OTHER
               MOVE '99' TO CA-RETURN-CODE
           END-EVALUATE
           PERFORM END-REQUEST-TOKEN THRU END-REQUEST-TOKEN-EXIT
           EXEC CICS RETURN END-EXEC.
       MAINLINE-EXIT.
           EXIT.
           END-EVALUATE.
       AUTHORISE-MTA-PAYMENT-EXIT.
           EXIT.
      *  A CLAIM PAID GROSS LEAVES THE POLICY EXCESS OWING ON
      *  EXCESSRECEIVABLE (LGCLMP01).  THE CUSTOMER PAYS THE
      *  OUTSTANDING BALANCE BY CARD, MATCHED ON POLICY AND AMOUNT AS
      *  FOR AN ADJUSTMENT PREMIUM - THE OLDEST CLAIM FIRST.  THE
      *  RECEIVABLE IS FOUND BEFORE THE CARD IS CHARGED, SO NOTHING
      *  OWING COMES BACK RC 01 WITHOUT A GATEWAY CALL.  ONE ALREADY
      *  HANDED TO THE DIRECT DEBIT ('D') IS NOT TAKEN TWICE.
       AUTHORISE-EXCESS-PAYMENT.
           MOVE CA-CRD-AMOUNT TO DB2-CARD-AMOUNT
           MOVE ' SELECT XSRCV  ' TO EM-SQLREQ
           EXEC SQL
             SELECT COALESCE(MIN(CLAIMNUMBER), 0)
               INTO :DB2-CLAIMNUM-INT
               FROM EXCESSRECEIVABLE
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                 AND STATUS IN ('O', 'F')
                 AND EXCESSAMOUNT - AMOUNTPAID = :DB2-CARD-AMOUNT
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO AUTHORISE-EXCESS-PAYMENT-EXIT
           END-IF
           IF DB2-CLAIMNUM-INT EQUAL ZERO
             MOVE '01' TO CA-RETURN-CODE
             GO TO AUTHORISE-EXCESS-PAYMENT-EXIT
           END-IF
           PERFORM EXCHANGE-WITH-GATEWAY
               THRU EXCHANGE-WITH-GATEWAY-EXIT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO AUTHORISE-EXCESS-PAYMENT-EXIT
           END-IF
           MOVE ' UPDATE XSRCV  ' TO EM-SQLREQ
           EXEC SQL
             UPDATE EXCESSRECEIVABLE
                SET AMOUNTPAID  = EXCESSAMOUNT,
                    STATUS      = 'P',
                    PAYMETHOD   = 'C',
                    PAIDDATE    = CURRENT DATE,
                    LASTCHANGED = CURRENT TIMESTAMP
              WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
                AND STATUS IN ('O', 'F')
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
       AUTHORISE-EXCESS-PAYMENT-EXIT.
           EXIT.
       EXCHANGE-WITH-GATEWAY.
           MOVE 'D' TO CA-CRD-OUTCOME
           MOVE SPACES TO CA-CRD-AUTH-CODE
             MOVE '91' TO CA-RETURN-CODE
             GO TO EXCHANGE-WITH-GATEWAY-EXIT
           END-IF
           MOVE 'Y' TO WS-GATEWAY-ANSWERED
           PERFORM RECORD-AUTH-ATTEMPT
           IF GW-OUTCOME EQUAL 'A'
             MOVE 'A' TO CA-CRD-OUTCOME
           END-IF.
       EXCHANGE-WITH-GATEWAY-EXIT.
           EXIT.
      *  A CALLER THAT TIMED OUT AND RESENDS THE SAME PAYMENT UNDER
      *  THE SAME REQUEST TOKEN IS GIVEN THE FIRST OUTCOME BACK - THE
      *  CARD DOES NOT GO TO THE GATEWAY A SECOND TIME.  NO TOKEN (OR
      *  A COMMAREA TOO SHORT TO CARRY ONE) PROCESSES AS BEFORE.
       BEGIN-REQUEST-TOKEN.
           MOVE 'N'    TO WS-TOKEN-REPLAYED
           MOVE SPACES TO IDM-TOKEN
           ADD WS-CA-HEADER-LEN WS-FULL-CRDT-LEN
               GIVING WS-TOKEN-CA-LEN
           IF EIBCALEN IS LESS THAN WS-TOKEN-CA-LEN
             GO TO BEGIN-REQUEST-TOKEN-EXIT
           END-IF
           IF CA-CRD-REQUEST-TOKEN EQUAL SPACES
             GO TO BEGIN-REQUEST-TOKEN-EXIT
           END-IF
           MOVE 'B'                  TO IDM-ACTION
           MOVE CA-CRD-REQUEST-TOKEN TO IDM-TOKEN
           MOVE 'LGCARD01'           TO IDM-PROGRAM
           MOVE CA-REQUEST-ID        TO IDM-REQUEST-ID
           MOVE CA-CRD-POLICY-NUM    TO IDM-KEY-NUM
           CALL LGIDEM01 USING IDM-REQUEST
           EVALUATE IDM-RC
             WHEN '00'
               CONTINUE
             WHEN '01'
               MOVE 'Y'             TO WS-TOKEN-REPLAYED
               MOVE IDM-REPLY-DATA  TO WS-CARD-REPLY
               MOVE IDM-OUTCOME-RC  TO CA-RETURN-CODE
               MOVE WS-CR-OUTCOME   TO CA-CRD-OUTCOME
               MOVE WS-CR-AUTH-CODE TO CA-CRD-AUTH-CODE
             WHEN '02'
               MOVE '72' TO CA-RETURN-CODE
             WHEN OTHER
               MOVE ' CALL LGIDEM01 ' TO EM-SQLREQ
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
       BEGIN-REQUEST-TOKEN-EXIT.
           EXIT.
      *  ONCE THE GATEWAY HAS ANSWERED THE OUTCOME STANDS AND IS KEPT
      *  AGAINST THE TOKEN.  A FAILURE BEFORE THAT LEAVES THE TOKEN
      *  OPEN SO THE RESEND IS TRIED AGAIN.
       END-REQUEST-TOKEN.
           IF IDM-TOKEN EQUAL SPACES OR
              WS-GATEWAY-ANSWERED NOT EQUAL 'Y'
             GO TO END-REQUEST-TOKEN-EXIT
           END-IF
           MOVE CA-CRD-OUTCOME   TO WS-CR-OUTCOME
           MOVE CA-CRD-AUTH-CODE TO WS-CR-AUTH-CODE
           MOVE 'E'              TO IDM-ACTION
           MOVE CA-RETURN-CODE   TO IDM-OUTCOME-RC
           MOVE WS-CARD-REPLY    TO IDM-REPLY-DATA
           CALL LGIDEM01 USING IDM-REQUEST
           IF IDM-RC NOT EQUAL '00'
             MOVE ' CALL LGIDEM01 ' TO EM-SQLREQ
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
       END-REQUEST-TOKEN-EXIT.
           EXIT.
      *  EVERY AUTHORISATION ATTEMPT, APPROVED OR DECLINED, IS KEPT
      *  ON CARDAUTH FOR THE RECONCILIATION AND DISPUTE TRAIL
       RECORD-AUTH-ATTEMPT.
                     LENGTH(LENGTH OF ERROR-MSG)
           END-EXEC.
           IF EIBCALEN > 0 THEN
             IF EIBCALEN NOT LESS THAN WS-REQUIRED-CA-LEN
               PERFORM MASK-CARD-DETAILS
             END-IF
             IF EIBCALEN < 261 THEN
               MOVE DFHCOMMAREA(1:EIBCALEN) TO CA-DATA
               EXEC CICS LINK PROGRAM('LGSTSQ')
                         LENGTH(LENGTH OF CA-ERROR-MSG)
               END-EXEC
             END-IF
             IF EIBCALEN NOT LESS THAN WS-REQUIRED-CA-LEN
               PERFORM RESTORE-CARD-DETAILS
             END-IF
           END-IF.
           EXIT.
      *  THE CARD TOKEN NEVER LEAVES IN A DIAGNOSTIC CAPTURE
       MASK-CARD-DETAILS.
           MOVE CA-CRD-TOKEN TO WS-CLEAR-TOKEN
           MOVE 'C'          TO MSK-TYPE
           MOVE CA-CRD-TOKEN TO MSK-VALUE
           CALL LGMASK01 USING MSK-REQUEST
           MOVE MSK-VALUE    TO CA-CRD-TOKEN.
           EXIT.
       RESTORE-CARD-DETAILS.
           MOVE WS-CLEAR-TOKEN TO CA-CRD-TOKEN.
           EXIT.
       LOG-COMMAREA-REJECT.
           EXEC SQL
             INSERT INTO COMMAREJECT
