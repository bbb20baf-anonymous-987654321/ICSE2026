           03 WS-SANCTION-COUNT        PIC S9(9) COMP VALUE +0.
           03 WS-PEP-COUNT             PIC S9(9) COMP VALUE +0.
           03 WS-SCREEN-RESULT         PIC X(01) VALUE 'C'.
      *  EVERY NEW ADDRESS IS CHECKED AGAINST THE POSTAL ADDRESS
      *  FILE.  STATUS V MATCHED (UPRN HELD), O ACCEPTED UNMATCHED ON
      *  A STAFF OVERRIDE
       77 LGPADR01                     PIC X(8)  VALUE 'LGPADR01'.
           COPY LGPADR.
       01  WS-ADDRESS-CHECK.
           03 WS-ADDR-STATUS           PIC X(01) VALUE 'V'.
           03 WS-ADDR-OVERRIDE-BY      PIC X(08) VALUE SPACES.
           03 WS-ADDR-CA-LEN           PIC S9(4) COMP VALUE +0.
           03 DB2-UPRN                 PIC S9(12) COMP-3 VALUE +0.
       01  WS-COMMAREA-LENGTHS.
           03 WS-CA-HEADER-LEN         PIC S9(4) COMP VALUE +18.
           03 WS-REQUIRED-CA-LEN       PIC S9(4)      VALUE +0.
           COPY LGPOLICY.
       01  DB2-OUT-INTEGERS.
           03 DB2-CUSTOMERNUM-INT   PIC S9(9) COMP.
           COPY LGVRPL.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
             PERFORM LOG-TRANSACTION-TIMING
             EXEC CICS RETURN END-EXEC
           END-IF
           PERFORM CHECK-POSTAL-ADDRESS
               THRU CHECK-POSTAL-ADDRESS-EXIT.
           IF CA-RETURN-CODE NOT EQUAL '00'
             PERFORM LOG-TRANSACTION-TIMING
             EXEC CICS RETURN END-EXEC
           END-IF
           PERFORM Obtain-CUSTOMER-Number.
           PERFORM INSERT-CUSTOMER.
           PERFORM RECORD-SCREEN-RESULT.
           IF WS-ADDR-STATUS EQUAL 'O'
             PERFORM RECORD-ADDRESS-OVERRIDE
           END-IF.
           EXEC CICS LINK Program(LGACVS01)
                Commarea(DFHCOMMAREA)
                LENGTH(225)
           IF WS-RESP NOT = DFHRESP(NORMAL)
             MOVE '91' TO CA-RETURN-CODE
             PERFORM VSAM-LINK-FAILED
             PERFORM PARK-VSAM-REPLAY
           END-IF.
           MOVE DB2-CUSTOMERNUM-INT TO D2-CUSTOMER-NUM.
           Move '02ACUS'     To  D2-REQUEST-ID.
                           POSTCODE,
                           PHONEMOBILE,
                           PHONEHOME,
                           EMAILADDRESS,
                           UPRN,
                           ADDRESSSTATUS )
                  VALUES ( :DB2-CUSTOMERNUM-INT,
                           :CA-FIRST-NAME,
                           :CA-LAST-NAME,
                           :CA-POSTCODE,
                           :CA-PHONE-MOBILE,
                           :CA-PHONE-HOME,
                           :CA-EMAIL-ADDRESS,
                           :DB2-UPRN,
                           :WS-ADDR-STATUS )
             END-EXEC
             IF SQLCODE NOT EQUAL 0
               MOVE '90' TO CA-RETURN-CODE
                           POSTCODE,
                           PHONEMOBILE,
                           PHONEHOME,
                           EMAILADDRESS,
                           UPRN,
                           ADDRESSSTATUS )
                  VALUES ( DEFAULT,
                           :CA-FIRST-NAME,
                           :CA-LAST-NAME,
                           :CA-POSTCODE,
                           :CA-PHONE-MOBILE,
                           :CA-PHONE-HOME,
                           :CA-EMAIL-ADDRESS,
                           :DB2-UPRN,
                           :WS-ADDR-STATUS )
             END-EXEC
             IF SQLCODE NOT EQUAL 0
               MOVE '90' TO CA-RETURN-CODE
           END-EVALUATE.
       SCREEN-CUSTOMER-SANCTIONS-EXIT.
           EXIT.
      *  THE KEYED ADDRESS IS STANDARDISED IN THE COMMAREA AND MUST
      *  MATCH THE POSTAL ADDRESS FILE.  A POSTCODE THAT IS NOT ON THE
      *  FILE (OR NOT A POSTCODE AT ALL) IS REJECTED, RC 86.  A KNOWN
      *  POSTCODE WITH NO MATCHING PROPERTY IS REJECTED, RC 87, UNLESS
      *  A STAFF ID IS SUPPLIED TO OVERRIDE IT - THE OVERRIDE IS
      *  RECORDED ON ADDRESSOVERRIDE ONCE THE CUSTOMER EXISTS.
       CHECK-POSTAL-ADDRESS.
           MOVE 'V'    TO WS-ADDR-STATUS
           MOVE SPACES TO WS-ADDR-OVERRIDE-BY
           MOVE ZERO   TO DB2-UPRN
           COMPUTE WS-ADDR-CA-LEN = WS-CA-HEADER-LEN
               + WS-CUSTOMER-LEN + WS-CUSTOMER-ADDR-LEN
           IF EIBCALEN NOT LESS THAN WS-ADDR-CA-LEN
             MOVE CA-ADDR-OVERRIDE-BY TO WS-ADDR-OVERRIDE-BY
             MOVE ZERO                TO CA-ADDR-UPRN
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
       RECORD-SCREEN-RESULT.
           MOVE ' INSERT SCREEN ' TO EM-SQLREQ
           EXEC SQL
             END-IF
           END-IF.
           EXIT.
      *  THE MIRROR WRITE THAT FAILED IS PARKED ON VSAMREPLAY WITH
      *  THE COMMAREA LGACVS01 WAS GIVEN, FOR THE
      *  REPLAY TRANSACTION (LGVRPL01) OR THE NIGHTLY REPLAY STEP
      *  (LGVRPB01) TO RE-DRIVE.  THE ROW COMMITS WITH THE DB2 CHANGE
      *  ITSELF, SO ONE NEVER EXISTS WITHOUT THE OTHER.
       PARK-VSAM-REPLAY.
           MOVE SPACES               TO DB2-VRPL-POLIMAGE
           MOVE 'LGACVS01'           TO DB2-VRPL-MIRRORPGM
           MOVE 'LGACDB01'           TO DB2-VRPL-SOURCEPGM
           MOVE CA-REQUEST-ID        TO DB2-VRPL-REQUESTID
           MOVE DB2-CUSTOMERNUM-INT  TO DB2-VRPL-CUSTOMERNUM
           MOVE ZERO                 TO DB2-VRPL-POLICYNUM
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
