           03 DB2-REF-TIME             PIC X(26).
           03 DB2-PREMIUM-LOAD         PIC S9(7)V99 COMP-3.
           03 DB2-UWR-DECISION         PIC X(01).
           03 DB2-REF-TYPE             PIC X(01).
      *  A BINDING-AUTHORITY REFERRAL (TYPE 'B') HAS NO POLICY YET -
      *  IT HOLDS THE BROKER'S SUBMISSION, WHICH IS BOUND THROUGH
      *  LGAPDB01 ONLY WHEN THE UNDERWRITER ACCEPTS IT
       01  DB2-BIND-IMAGE.
          49 DB2-BIND-IMAGE-LEN        PIC S9(4) COMP.
          49 DB2-BIND-IMAGE-TEXT       PIC X(32500).
       01  WS-BIND-POLICY-NUM          PIC 9(10) VALUE 0.
       01  WS-BIND-RC                  PIC X(02) VALUE SPACES.
       01  WS-LIST-INDEX               PIC 9(02) VALUE 0.
       01  DB2-DECL-FIELDS.
           03 DB2-DECL-CUSTNUM-INT     PIC S9(9) COMP.
      *  THE SAME ENTRY GETS RC 02 INSTEAD OF A DOUBLE DECISION.
      *  ACCEPT MAY CARRY A PREMIUM LOAD WHICH JOINS THE POLICY
      *  PREMIUM; DECLINE MARKS THE POLICY DECLINED; A REQUEST FOR
      *  MORE INFORMATION LEAVES THE REFERRAL WORKABLE.  A
      *  BINDING-AUTHORITY REFERRAL IS BOUND ON ACCEPT; ON DECLINE
      *  IT HAS NO POLICY TO MARK AND SIMPLY LEAVES THE QUEUE.  EVERY
      *  DECISION IS WRITTEN TO THE UWDECISION HISTORY UNDER THE
      *  SIGNED-ON UNDERWRITER.
       DECIDE-REFERRAL.
           MOVE CA-UWR-REFERRAL-ID TO DB2-REFERRALID-INT
           MOVE ' SELECT UWREFER' TO EM-SQLREQ
           EXEC SQL
             SELECT POLICYNUMBER, STATUS, COALESCE(REFERTYPE, ' ')
               INTO :DB2-REF-POLICYNUM-INT, :DB2-REF-STATUS,
                    :DB2-REF-TYPE
               FROM UWREFERRAL
               WHERE REFERRALID = :DB2-REFERRALID-INT
           END-EXEC
             MOVE '02' TO CA-RETURN-CODE
             GO TO DECIDE-REFERRAL-EXIT
           END-IF
           IF DB2-REF-TYPE EQUAL 'B' AND
              DB2-UWR-DECISION EQUAL 'A'
             PERFORM BIND-REFERRED-SUBMISSION
                 THRU BIND-REFERRED-SUBMISSION-EXIT
             IF CA-RETURN-CODE NOT EQUAL '00'
               GO TO DECIDE-REFERRAL-EXIT
             END-IF
           END-IF
           MOVE DB2-REF-POLICYNUM-INT TO CA-UWR-POLICY-NUM
           MOVE DB2-REF-POLICYNUM-INT TO EM-POLNUM
           MOVE CA-UWR-PREMIUM-LOAD   TO DB2-PREMIUM-LOAD
             WHEN 'A'
               PERFORM APPLY-ACCEPT-TO-POLICY
             WHEN 'D'
               IF DB2-REF-POLICYNUM-INT NOT EQUAL ZERO
                 PERFORM APPLY-DECLINE-TO-POLICY
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           END-IF.
       DECIDE-REFERRAL-EXIT.
           EXIT.
      *  THE REFERRAL IS MARKED 'B' BEFORE THE LINK - LGAPDB01 LETS
      *  THE HELD SUBMISSION PAST THE BROKER'S AUTHORITY ONLY WHILE
      *  IT IS - AND THE NEW POLICY NUMBER COMES BACK IN THE
      *  SUBMISSION'S OWN POLICY NUMBER FIELD.  IF THE BIND IS
      *  REFUSED FOR ANY OTHER REASON THE WHOLE DECISION IS BACKED
      *  OUT, SO THE REFERRAL STAYS IN THE QUEUE, AND RC 93 TELLS
      *  THE UNDERWRITER WHY IT DID NOT GO THROUGH
       BIND-REFERRED-SUBMISSION.
           MOVE ' UPDATE UWRBIND' TO EM-SQLREQ
           EXEC SQL
             UPDATE UWREFERRAL
                SET STATUS = 'B'
              WHERE REFERRALID = :DB2-REFERRALID-INT
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO BIND-REFERRED-SUBMISSION-EXIT
           END-IF
           MOVE ' SELECT UWRBIND' TO EM-SQLREQ
           EXEC SQL
             SELECT BINDIMAGE
               INTO :DB2-BIND-IMAGE
               FROM UWREFERRAL
              WHERE REFERRALID = :DB2-REFERRALID-INT
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             EXEC CICS SYNCPOINT ROLLBACK END-EXEC
             GO TO BIND-REFERRED-SUBMISSION-EXIT
           END-IF
           EXEC CICS LINK PROGRAM('LGAPDB01')
                     COMMAREA(DB2-BIND-IMAGE-TEXT)
                     LENGTH(DB2-BIND-IMAGE-LEN)
                     RESP(WS-RESP)
           END-EXEC
           MOVE DB2-BIND-IMAGE-TEXT(7:2) TO WS-BIND-RC
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL) OR
              (WS-BIND-RC NOT EQUAL '00' AND
               WS-BIND-RC NOT EQUAL '76')
             MOVE '93' TO CA-RETURN-CODE
             MOVE ' LINK LGAPDB01 ' TO EM-SQLREQ
             PERFORM WRITE-ERROR-MESSAGE
             EXEC CICS SYNCPOINT ROLLBACK END-EXEC
             GO TO BIND-REFERRED-SUBMISSION-EXIT
           END-IF
           MOVE DB2-BIND-IMAGE-TEXT(19:10) TO WS-BIND-POLICY-NUM
           MOVE WS-BIND-POLICY-NUM TO DB2-REF-POLICYNUM-INT
           MOVE ' UPDATE UWRPOL ' TO EM-SQLREQ
           EXEC SQL
             UPDATE UWREFERRAL
                SET POLICYNUMBER = :DB2-REF-POLICYNUM-INT
              WHERE REFERRALID = :DB2-REFERRALID-INT
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
       BIND-REFERRED-SUBMISSION-EXIT.
           EXIT.
       APPLY-ACCEPT-TO-POLICY.
           IF DB2-PREMIUM-LOAD EQUAL ZERO
             GO TO APPLY-ACCEPT-EXIT
