       01  WS-OTP-SEED                  PIC 9(07).
       01  WS-OTP-GENERATED              PIC X(06).
       01  DB2-OTP-STORED                PIC X(06).
      *  ACTION 'A' RELEASES AN ACCOUNT-CHANGE HOLD (LGACHG01) - THE
      *  CODE GOES TO THE MOBILE HELD BEFORE THE CHANGE, AND ONLY A
      *  CODE RAISED FOR THAT PURPOSE CAN RELEASE
       01  WS-OTP-PURPOSE               PIC X(01) VALUE SPACE.
       01  WS-RESP                      PIC S9(8) COMP.
       01  WS-OPERATOR-ID               PIC X(08) VALUE SPACES.
       77  LGACHG01                     PIC X(8)  VALUE 'LGACHG01'.
           COPY LGACHG.
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
             EXEC CICS RETURN END-EXEC
           END-IF
           MOVE CA-CUSTOMER-NUM TO EM-CUSNUM
           MOVE SPACE TO WS-OTP-PURPOSE
           IF CA-OTP-ACTION EQUAL 'A'
             MOVE 'A' TO WS-OTP-PURPOSE
           END-IF
           EVALUATE CA-REQUEST-ID
             WHEN '04GOTP'
               PERFORM GENERATE-OTP
             MOVE '01' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF
           IF WS-OTP-PURPOSE EQUAL 'A'
             PERFORM GET-PRIOR-MOBILE
           END-IF
           COMPUTE WS-OTP-SEED = FUNCTION MOD(EIBTASKN * 104879 +
                                  DB2-CUSTOMERNUM-INT, 1000000)
           MOVE WS-OTP-SEED TO WS-OTP-GENERATED
                       ( CUSTOMERNUMBER,
                         OTPCODE,
                         GENERATEDTIME,
                         VERIFIED,
                         OTPPURPOSE )
                VALUES ( :DB2-CUSTOMERNUM-INT,
                         :WS-OTP-GENERATED,
                         CURRENT TIMESTAMP,
                         'N',
                         :WS-OTP-PURPOSE )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
               FROM OTPCHALLENGE
               WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
                 AND VERIFIED = 'N'
                 AND COALESCE(OTPPURPOSE, ' ') = :WS-OTP-PURPOSE
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
                 PERFORM MARK-OTP-VERIFIED
                 MOVE 'Y' TO CA-OTP-RESULT
                 MOVE '00' TO CA-RETURN-CODE
                 IF WS-OTP-PURPOSE EQUAL 'A'
                   PERFORM RELEASE-ACCOUNT-CHANGE
                 END-IF
               ELSE
                 MOVE 'N' TO CA-OTP-RESULT
                 MOVE '01' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
           EXIT.
      *  THE RELEASE CODE GOES TO THE MOBILE THE CUSTOMER HAD BEFORE
      *  THE EARLIEST UNRELEASED CHANGE, NEVER TO ONE THE CHANGE MAY
      *  HAVE PUT ON FILE.  NO CHANGE AWAITING RELEASE IS RC 84; A
      *  CUSTOMER WHO HAD NO MOBILE THEN IS RC 85 AND NEEDS A STAFF
      *  CALL-BACK (LGACBK01) INSTEAD
       GET-PRIOR-MOBILE.
           MOVE 'P'                 TO ACH-ACTION
           MOVE DB2-CUSTOMERNUM-INT TO ACH-CUSTOMER-NUM
           MOVE ' CALL LGACHG01 ' TO EM-SQLREQ
           CALL LGACHG01 USING ACH-REQUEST
           EVALUATE ACH-RC
             WHEN '00'
               CONTINUE
             WHEN '01'
               MOVE '84' TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               MOVE ACH-SQLCODE TO SQLCODE
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE
           IF ACH-PRIOR-MOBILE EQUAL SPACES
             MOVE '85' TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF
           MOVE ACH-PRIOR-MOBILE TO DB2-PHONE-MOBILE.
           EXIT.
      *  A VERIFIED RELEASE CODE CLEARS EVERY UNRELEASED CHANGE ON
      *  THE CUSTOMER AND THE PAYMENTS HELD BEHIND THEM
       RELEASE-ACCOUNT-CHANGE.
           EXEC CICS ASSIGN USERID(WS-OPERATOR-ID)
                     RESP(WS-RESP)
           END-EXEC
           MOVE 'X'                 TO ACH-ACTION
           MOVE DB2-CUSTOMERNUM-INT TO ACH-CUSTOMER-NUM
           MOVE 'O'                 TO ACH-RELEASE-METHOD
           MOVE WS-OPERATOR-ID      TO ACH-OPERATOR
           MOVE SPACES              TO ACH-CALLBACK-REF
           MOVE ' CALL LGACHG01 ' TO EM-SQLREQ
           CALL LGACHG01 USING ACH-REQUEST
           IF ACH-RC NOT EQUAL '00' AND ACH-RC NOT EQUAL '01'
             MOVE ACH-SQLCODE TO SQLCODE
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
           EXIT.
       WRITE-ERROR-MESSAGE.
           MOVE SQLCODE TO EM-SQLRC
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
