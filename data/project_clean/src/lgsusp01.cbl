           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO RESOLVE-TO-POLICY-EXIT
           END-IF
      *  CASH THAT REPAYS AN APPROVED BAD-DEBT WRITE-OFF IN FULL
      *  REVERSES IT, EXACTLY AS AN AUTOMATIC MATCH IN LGBSR01.
           MOVE ' UPDATE DEBTREC' TO EM-SQLREQ
           EXEC SQL
             UPDATE DEBTWRITEOFF
                SET STATUS          = 'V',
                    RECOVEREDDATE   = CURRENT DATE,
                    RECOVEREDAMOUNT = :DB2-SUSP-AMOUNT
              WHERE POLICYNUMBER = :DB2-TARGET-KEY-INT
                AND AMOUNT       = :DB2-SUSP-AMOUNT
                AND STATUS       = 'A'
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               GO TO RESOLVE-TO-POLICY-EXIT
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO RESOLVE-TO-POLICY-EXIT
           END-EVALUATE
           MOVE ' UPDATE COLLREC' TO EM-SQLREQ
           EXEC SQL
             UPDATE PAYMENTCOLLECTION
                SET STATUS     = 'RECOVERED',
                    RECONCILED = 'Y'
              WHERE POLICYNUMBER = :DB2-TARGET-KEY-INT
                AND STATUS       = 'WRITTENOFF'
           END-EXEC
           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
       RESOLVE-TO-POLICY-EXIT.
           EXIT.
