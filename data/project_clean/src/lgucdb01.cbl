       77  EL-TASKNUM-INT              PIC S9(9) COMP.
       01  WS-START-ABSTIME            PIC S9(8) COMP VALUE +0.
       01  WS-ELAPSED-MS               PIC S9(8) COMP VALUE +0.
      *  A CHANGED ADDRESS IS CHECKED AGAINST THE POSTAL ADDRESS
      *  FILE.  STATUS V MATCHED (UPRN HELD), O ACCEPTED UNMATCHED ON
      *  A STAFF OVERRIDE; AN UNCHANGED ADDRESS KEEPS WHAT IT HAS
       77  LGPADR01                    PIC X(8)  VALUE 'LGPADR01'.
           COPY LGPADR.
       01  WS-ADDRESS-CHECK.
           03 WS-ADDR-STATUS           PIC X(01) VALUE SPACES.
           03 WS-ADDR-CHECKED          PIC X(01) VALUE 'N'.
           03 WS-ADDR-OVERRIDE-BY      PIC X(08) VALUE SPACES.
           03 WS-CA-HEADER-LEN         PIC S9(4) COMP VALUE +18.
           03 WS-ADDR-CA-LEN           PIC S9(4) COMP VALUE +0.
           03 WS-STORED-HOUSE-NAME     PIC X(20) VALUE SPACES.
           03 WS-STORED-HOUSE-NUM      PIC X(04) VALUE SPACES.
           03 WS-STORED-POSTCODE       PIC X(08) VALUE SPACES.
           03 DB2-UPRN                 PIC S9(12) COMP-3 VALUE +0.
      *  A CHANGED MOBILE OR EMAIL OPENS A COOLING HOLD ON PAYMENTS
      *  TO THE CUSTOMER (LGACHG01) UNTIL VERIFIED ON THE OLD MOBILE
       01  WS-CONTACT-CHANGE.
           03 WS-OLD-MOBILE            PIC X(12) VALUE SPACES.
           03 WS-OLD-EMAIL             PIC X(40) VALUE SPACES.
           03 WS-OPERATOR-ID           PIC X(08) VALUE SPACES.
       77  LGACHG01                    PIC X(8)  VALUE 'LGACHG01'.
           COPY LGACHG.
           EXEC SQL
             INCLUDE LGPOLICY
           END-EXEC.
           SET WS-ADDR-DFHCOMMAREA TO ADDRESS OF DFHCOMMAREA.
           MOVE CA-CUSTOMER-NUM TO DB2-CUSTOMERNUM-INT
           MOVE CA-CUSTOMER-NUM TO EM-CUSNUM
           PERFORM CHECK-POSTAL-ADDRESS
               THRU CHECK-POSTAL-ADDRESS-EXIT.
           IF CA-RETURN-CODE NOT EQUAL '00'
             PERFORM LOG-TRANSACTION-TIMING
             EXEC CICS RETURN END-EXEC
           END-IF
           PERFORM UPDATE-CUSTOMER-INFO UNTIL WS-RETRY = 'N'.
           EXEC CICS LINK Program(LGUCVS01)
                Commarea(DFHCOMMAREA)
           EXIT.
       UPDATE-CUSTOMER-INFO.
           MOVE SPACES TO WS-OLD-POSTCODE
           MOVE SPACES TO WS-OLD-MOBILE
           MOVE SPACES TO WS-OLD-EMAIL
           MOVE ' SELECT OLDPC ' TO EM-SQLREQ
           EXEC SQL
             SELECT POSTCODE,
                    COALESCE(PHONEMOBILE, ' '),
                    COALESCE(EMAILADDRESS, ' ')
               INTO :WS-OLD-POSTCODE,
                    :WS-OLD-MOBILE,
                    :WS-OLD-EMAIL
               FROM CUSTOMER
               WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
           END-EXEC
                   PHONEMOBILE   = :CA-PHONE-MOBILE,
                   PHONEHOME     = :CA-PHONE-HOME,
                   EMAILADDRESS  = :CA-EMAIL-ADDRESS,
                   UPRN          = :DB2-UPRN,
                   ADDRESSSTATUS = :WS-ADDR-STATUS,
      *            A FRESH ADDRESS ENDS THE GONE-AWAY POSTAL
      *            SUPPRESSION - THE TRACE HAS SUCCEEDED
                   GONEAWAYFLAG  = 'N'
           EVALUATE SQLCODE
             WHEN 0
               MOVE 'N' TO WS-RETRY
               IF WS-ADDR-CHECKED EQUAL 'Y' AND
                  WS-ADDR-STATUS EQUAL 'O'
                 PERFORM RECORD-ADDRESS-OVERRIDE
               END-IF
               IF CA-PHONE-MOBILE  NOT EQUAL WS-OLD-MOBILE OR
                  CA-EMAIL-ADDRESS NOT EQUAL WS-OLD-EMAIL
                 PERFORM RECORD-CONTACT-CHANGE
               END-IF
               IF CA-POSTCODE NOT EQUAL WS-OLD-POSTCODE
                 PERFORM CASCADE-ADDRESS-RISK
                     THRU CASCADE-ADDRESS-RISK-EXIT
             MOVE 'Y'  TO WS-RETRY
           END-IF.
           EXIT.
      *  AN ADDRESS KEYED DIFFERENTLY FROM THE ONE HELD IS
      *  STANDARDISED IN THE COMMAREA AND MUST MATCH THE POSTAL
      *  ADDRESS FILE.  A POSTCODE THAT IS NOT ON THE FILE (OR NOT A
      *  POSTCODE AT ALL) IS REJECTED, RC 86.  A KNOWN POSTCODE WITH
      *  NO MATCHING PROPERTY IS REJECTED, RC 87, UNLESS A STAFF ID
      *  IS SUPPLIED TO OVERRIDE IT - THE OVERRIDE IS RECORDED ON
      *  ADDRESSOVERRIDE WITH THE UPDATE.
       CHECK-POSTAL-ADDRESS.
           MOVE 'N'    TO WS-ADDR-CHECKED
           MOVE SPACES TO WS-ADDR-OVERRIDE-BY
           COMPUTE WS-ADDR-CA-LEN = WS-CA-HEADER-LEN
               + WS-CUSTOMER-LEN + WS-CUSTOMER-ADDR-LEN
           IF EIBCALEN NOT LESS THAN WS-ADDR-CA-LEN
             MOVE CA-ADDR-OVERRIDE-BY TO WS-ADDR-OVERRIDE-BY
           END-IF
           MOVE ' SELECT ADDR  ' TO EM-SQLREQ
           EXEC SQL
             SELECT COALESCE(HOUSENAME, ' '),
                    COALESCE(HOUSENUMBER, ' '),
                    COALESCE(POSTCODE, ' '),
                    COALESCE(UPRN, 0),
                    COALESCE(ADDRESSSTATUS, ' ')
               INTO :WS-STORED-HOUSE-NAME,
                    :WS-STORED-HOUSE-NUM,
                    :WS-STORED-POSTCODE,
                    :DB2-UPRN,
                    :WS-ADDR-STATUS
               FROM CUSTOMER
               WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '01' TO CA-RETURN-CODE
               GO TO CHECK-POSTAL-ADDRESS-EXIT
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO CHECK-POSTAL-ADDRESS-EXIT
           END-EVALUATE
           IF CA-HOUSE-NAME EQUAL WS-STORED-HOUSE-NAME AND
              CA-HOUSE-NUM  EQUAL WS-STORED-HOUSE-NUM AND
              CA-POSTCODE   EQUAL WS-STORED-POSTCODE
             IF EIBCALEN NOT LESS THAN WS-ADDR-CA-LEN
               MOVE DB2-UPRN TO CA-ADDR-UPRN
             END-IF
             GO TO CHECK-POSTAL-ADDRESS-EXIT
           END-IF
           MOVE 'Y'    TO WS-ADDR-CHECKED
           MOVE 'V'    TO WS-ADDR-STATUS
           MOVE ZERO   TO DB2-UPRN
           IF EIBCALEN NOT LESS THAN WS-ADDR-CA-LEN
             MOVE ZERO TO CA-ADDR-UPRN
           END-IF
           MOVE 'V'           TO PAD-ACTION
           MOVE CA-HOUSE-NAME TO PAD-HOUSE-NAME
           MOVE CA-HOUSE-NUM  TO PAD-HOUSE-NUM
           MOVE CA-POSTCODE   TO PAD-POSTCODE
           MOVE ' CALL LGPADR01 ' TO EM-SQLREQ
           CALL LGPADR01 USING PAD-REQUEST
           IF PAD-RC NOT EQUAL '00'
             MOVE PAD-SQLCODE TO SQLCODE
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO CHECK-POSTAL-ADDRESS-EXIT
           END-IF
           IF PAD-INVALID OR PAD-NO-POSTCODE
             MOVE '86' TO CA-RETURN-CODE
             GO TO CHECK-POSTAL-ADDRESS-EXIT
           END-IF
           MOVE PAD-HOUSE-NAME TO CA-HOUSE-NAME
           MOVE PAD-HOUSE-NUM  TO CA-HOUSE-NUM
           MOVE PAD-POSTCODE   TO CA-POSTCODE
           IF PAD-MATCHED
             MOVE PAD-UPRN TO DB2-UPRN
             IF EIBCALEN NOT LESS THAN WS-ADDR-CA-LEN
               MOVE PAD-UPRN TO CA-ADDR-UPRN
             END-IF
             GO TO CHECK-POSTAL-ADDRESS-EXIT
           END-IF
           IF WS-ADDR-OVERRIDE-BY EQUAL SPACES
             MOVE '87' TO CA-RETURN-CODE
             GO TO CHECK-POSTAL-ADDRESS-EXIT
           END-IF
           MOVE 'O' TO WS-ADDR-STATUS.
       CHECK-POSTAL-ADDRESS-EXIT.
           EXIT.
       RECORD-ADDRESS-OVERRIDE.
           MOVE ' INSERT ADDROVR' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO ADDRESSOVERRIDE
                       ( CUSTOMERNUMBER,
                         STAFFID,
                         HOUSENAME,
                         HOUSENUMBER,
                         POSTCODE,
                         MATCHRESULT,
                         OVERRIDETIME )
                VALUES ( :DB2-CUSTOMERNUM-INT,
                         :WS-ADDR-OVERRIDE-BY,
                         :CA-HOUSE-NAME,
                         :CA-HOUSE-NUM,
                         :CA-POSTCODE,
                         :PAD-RESULT,
                         CURRENT TIMESTAMP )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
           EXIT.
      *  THE FIRST STEP OF THE USUAL ACCOUNT TAKEOVER - THE CHANGE
      *  IS RECORDED WITH THE MOBILE HELD BEFORE IT, WHERE THE OTP
      *  THAT RELEASES ANY PAYMENT HELD BEHIND IT WILL BE SENT
       RECORD-CONTACT-CHANGE.
           EXEC CICS ASSIGN USERID(WS-OPERATOR-ID)
                     RESP(WS-RESP)
           END-EXEC
           MOVE 'R'                 TO ACH-ACTION
           MOVE DB2-CUSTOMERNUM-INT TO ACH-CUSTOMER-NUM
           MOVE 'C'                 TO ACH-CHANGE-TYPE
           MOVE 'LGUCDB01'          TO ACH-PROGRAM
           MOVE WS-OPERATOR-ID      TO ACH-OPERATOR
           MOVE WS-OLD-MOBILE       TO ACH-PRIOR-MOBILE
           MOVE ' CALL LGACHG01 ' TO EM-SQLREQ
           CALL LGACHG01 USING ACH-REQUEST
           IF ACH-RC NOT EQUAL '00'
             MOVE ACH-SQLCODE TO SQLCODE
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
           EXIT.
       COUNT-CUSTOMER-POLICIES.
           MOVE ' COUNT POLICY ' TO EM-SQLREQ
           EXEC SQL
