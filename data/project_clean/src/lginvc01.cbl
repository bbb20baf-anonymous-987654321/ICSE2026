          03 DB2-CASE-STATUS           PIC X(01).
       01  WS-REFERRAL-COUNT           PIC S9(9) COMP VALUE +0.
       01  WS-DOC-EXTREF               PIC X(20) VALUE SPACES.
      *  A CLAIM THE WEEKLY NETWORK RUN (LGFRNW01) REFERRED OPENS ITS
      *  CASE WITH THE NETWORK'S OTHER CLAIMS WRITTEN AS CASE NOTES
       01  DB2-NETWORK-FIELDS.
          03 DB2-NETWORKID-INT         PIC S9(9) COMP.
          03 DB2-NW-SCORE-SINT         PIC S9(4) COMP.
          03 DB2-NW-CLAIMS-SINT        PIC S9(4) COMP.
          03 DB2-NW-CUSTS-SINT         PIC S9(4) COMP.
          03 DB2-NW-CLAIMNUM-INT       PIC S9(9) COMP.
          03 DB2-NW-CUSTNUM-INT        PIC S9(9) COMP.
          03 DB2-NW-LINKTYPES          PIC X(05).
       01  WS-NW-EOF-SWITCH            PIC X(01) VALUE 'N'.
          88 WS-NW-EOF                           VALUE 'Y'.
       01  WS-NETWORK-NOTE.
          03 FILLER                    PIC X(14) VALUE 'FRAUD NETWORK '.
          03 WS-NN-NETWORKID           PIC 9(10).
          03 FILLER                    PIC X(07) VALUE ' SCORE '.
          03 WS-NN-SCORE               PIC 9(03).
          03 FILLER                    PIC X(08) VALUE ' CLAIMS '.
          03 WS-NN-CLAIMS              PIC 9(04).
          03 FILLER                    PIC X(07) VALUE ' CUSTS '.
          03 WS-NN-CUSTS               PIC 9(04).
          03 FILLER                    PIC X(03) VALUE SPACES.
       01  WS-MEMBER-NOTE.
          03 FILLER                    PIC X(13) VALUE 'MEMBER CLAIM '.
          03 WS-MN-CLAIMNUM            PIC 9(10).
          03 FILLER                    PIC X(10) VALUE ' CUSTOMER '.
          03 WS-MN-CUSTNUM             PIC 9(10).
          03 FILLER                    PIC X(07) VALUE ' LINKS '.
          03 WS-MN-LINKTYPES           PIC X(05).
          03 FILLER                    PIC X(05) VALUE SPACES.
       01  WS-NOTE-TEXT                PIC X(60) VALUE SPACES.
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
             DECLARE NETWORK_CURSOR CURSOR FOR
               SELECT CLAIMNUMBER,
                      CUSTOMERNUMBER,
                      LINKTYPES
               FROM FRAUDNETWORKCLAIM
               WHERE NETWORKID   = :DB2-NETWORKID-INT
                 AND CLAIMNUMBER <> :DB2-CLAIMNUM-INT
               ORDER BY CLAIMNUMBER
           END-EXEC.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           EXEC SQL
               MOVE 'O' TO CA-INV-STATUS
               PERFORM INDEX-REQUEST-DOC
                  THRU INDEX-REQUEST-DOC-EXIT
               PERFORM NOTE-NETWORK-MEMBERS
                  THRU NOTE-NETWORK-MEMBERS-EXIT
             When -803
               MOVE '92' TO CA-RETURN-CODE
             When Other
           END-IF.
       INDEX-REQUEST-DOC-EXIT.
           EXIT.
      *  WHEN THE CLAIM SITS ON A FRAUD NETWORK THE CASE OPENS WITH
      *  THE LATEST NETWORK'S SUMMARY AND EVERY OTHER MEMBER CLAIM
      *  AS NOTES, SO THE INVESTIGATOR SEES THE RING, NOT ONE CLAIM.
      *  LIKE THE INSTRUCTION LETTER, A FAILURE IS LOGGED BUT NEVER
      *  UNDOES THE CASE
       NOTE-NETWORK-MEMBERS.
           MOVE ' SELECT NETWORK' TO EM-SQLREQ
           EXEC SQL
             SELECT COALESCE(MAX(NETWORKID), 0)
               INTO :DB2-NETWORKID-INT
               FROM FRAUDNETWORKCLAIM
               WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             PERFORM WRITE-ERROR-MESSAGE
             GO TO NOTE-NETWORK-MEMBERS-EXIT
           END-IF
           IF DB2-NETWORKID-INT EQUAL ZERO
             GO TO NOTE-NETWORK-MEMBERS-EXIT
           END-IF
           EXEC SQL
             SELECT SCORE,
                    CLAIMCOUNT,
                    CUSTOMERCOUNT
               INTO :DB2-NW-SCORE-SINT,
                    :DB2-NW-CLAIMS-SINT,
                    :DB2-NW-CUSTS-SINT
               FROM FRAUDNETWORK
               WHERE NETWORKID = :DB2-NETWORKID-INT
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             PERFORM WRITE-ERROR-MESSAGE
             GO TO NOTE-NETWORK-MEMBERS-EXIT
           END-IF
           MOVE DB2-NETWORKID-INT  TO WS-NN-NETWORKID
           MOVE DB2-NW-SCORE-SINT  TO WS-NN-SCORE
           MOVE DB2-NW-CLAIMS-SINT TO WS-NN-CLAIMS
           MOVE DB2-NW-CUSTS-SINT  TO WS-NN-CUSTS
           MOVE WS-NETWORK-NOTE    TO WS-NOTE-TEXT
           PERFORM INSERT-NETWORK-NOTE
              THRU INSERT-NETWORK-NOTE-EXIT
           MOVE ' OPEN   NWKCUR' TO EM-SQLREQ
           EXEC SQL
             OPEN NETWORK_CURSOR
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             PERFORM WRITE-ERROR-MESSAGE
             GO TO NOTE-NETWORK-MEMBERS-EXIT
           END-IF
           MOVE 'N' TO WS-NW-EOF-SWITCH
           PERFORM NOTE-ONE-MEMBER
              THRU NOTE-ONE-MEMBER-EXIT
              UNTIL WS-NW-EOF
           MOVE ' CLOSE  NWKCUR' TO EM-SQLREQ
           EXEC SQL
             CLOSE NETWORK_CURSOR
           END-EXEC.
       NOTE-NETWORK-MEMBERS-EXIT.
           EXIT.
       NOTE-ONE-MEMBER.
           MOVE ' FETCH  NWKCUR' TO EM-SQLREQ
           EXEC SQL
             FETCH NETWORK_CURSOR
               INTO :DB2-NW-CLAIMNUM-INT,
                    :DB2-NW-CUSTNUM-INT,
                    :DB2-NW-LINKTYPES
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-NW-EOF-SWITCH
               GO TO NOTE-ONE-MEMBER-EXIT
             WHEN OTHER
               MOVE 'Y' TO WS-NW-EOF-SWITCH
               PERFORM WRITE-ERROR-MESSAGE
               GO TO NOTE-ONE-MEMBER-EXIT
           END-EVALUATE
           MOVE DB2-NW-CLAIMNUM-INT TO WS-MN-CLAIMNUM
           MOVE DB2-NW-CUSTNUM-INT  TO WS-MN-CUSTNUM
           MOVE DB2-NW-LINKTYPES    TO WS-MN-LINKTYPES
           MOVE WS-MEMBER-NOTE      TO WS-NOTE-TEXT
           PERFORM INSERT-NETWORK-NOTE
              THRU INSERT-NETWORK-NOTE-EXIT.
       NOTE-ONE-MEMBER-EXIT.
           EXIT.
       INSERT-NETWORK-NOTE.
           MOVE ' INSERT INVNOTE' TO EM-SQLREQ
           EXEC SQL
             INSERT INTO INVESTIGATIONNOTE
                       ( CLAIMNUMBER,
                         NOTESEQ,
                         NOTETEXT,
                         NOTETIME )
                SELECT :DB2-CLAIMNUM-INT,
                       COALESCE(MAX(NOTESEQ), 0) + 1,
                       :WS-NOTE-TEXT,
                       CURRENT TIMESTAMP
                  FROM INVESTIGATIONNOTE
                 WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
       INSERT-NETWORK-NOTE-EXIT.
           EXIT.
       ADD-CASE-NOTE.
           IF CA-INV-NOTE EQUAL SPACES
             MOVE '05' TO CA-RETURN-CODE
