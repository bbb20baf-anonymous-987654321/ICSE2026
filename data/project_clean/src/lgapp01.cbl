             MOVE '96' TO CA-RETURN-CODE
             GO TO DECIDE-APPROVAL-EXIT
           END-IF
           EVALUATE DB2-TXNTYPE
             WHEN 'R'
               PERFORM APPLY-APPROVED-RESERVE
                   THRU APPLY-APPROVED-RESERVE-EXIT
             WHEN 'W'
               PERFORM APPLY-APPROVED-WRITEOFF
                   THRU APPLY-APPROVED-WRITEOFF-EXIT
             WHEN OTHER
               PERFORM APPLY-APPROVED-SETTLEMENT
                   THRU APPLY-APPROVED-SETTLEMENT-EXIT
           END-EVALUATE
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO DECIDE-APPROVAL-EXIT
           END-IF
           MOVE WS-UCM-RETURN-CODE TO CA-RETURN-CODE.
       APPLY-APPROVED-SETTLEMENT-EXIT.
           EXIT.
      *  A BAD-DEBT WRITE-OFF RAISED BY LGBDP01 - THE CLAIM NUMBER
      *  COLUMN CARRIES THE POLICY NUMBER.  THE LAPSED POLICY'S
      *  UNPAID COLLECTIONS LEAVE THE ARREARS AS WRITTENOFF AND THE
      *  WRITE-OFF IS MARKED APPROVED FOR LGGLEX01 TO POST.
       APPLY-APPROVED-WRITEOFF.
           MOVE ' UPDATE DEBTWO ' TO EM-SQLREQ
           EXEC SQL
             UPDATE DEBTWRITEOFF
                SET STATUS       = 'A',
                    APPROVEDDATE = CURRENT DATE
              WHERE APPROVALID = :DB2-APPROVALID-INT
                AND STATUS = 'P'
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '01' TO CA-RETURN-CODE
               GO TO APPLY-APPROVED-WRITEOFF-EXIT
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO APPLY-APPROVED-WRITEOFF-EXIT
           END-EVALUATE
           MOVE ' UPDATE COLLWO ' TO EM-SQLREQ
           EXEC SQL
             UPDATE PAYMENTCOLLECTION
                SET STATUS = 'WRITTENOFF'
              WHERE POLICYNUMBER = :DB2-CLAIMNUM-INT
                AND STATUS IN ('FAILED', 'RETURNED')
                AND COALESCE(REMINDLEVEL, 0) = 3
           END-EXEC
           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
       APPLY-APPROVED-WRITEOFF-EXIT.
           EXIT.
       REJECT-APPROVAL.
           MOVE CA-APP-ID TO DB2-APPROVALID-INT
           MOVE ' UPDATE PENDREJ' TO EM-SQLREQ
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-Evaluate.
      *  A REJECTED WRITE-OFF LEAVES THE DEBT IN ARREARS; LGBDP01
      *  PUTS IT UP AGAIN AT ITS NEXT MONTHLY RUN.
           IF CA-RETURN-CODE EQUAL '00'
             MOVE ' UPDATE DEBTREJ' TO EM-SQLREQ
             EXEC SQL
               UPDATE DEBTWRITEOFF
                  SET STATUS = 'J'
                WHERE APPROVALID = :DB2-APPROVALID-INT
                  AND STATUS = 'P'
             END-EXEC
             IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
             END-IF
           END-IF.
           EXIT.
       WRITE-ERROR-MESSAGE.
           MOVE SQLCODE TO EM-SQLRC
