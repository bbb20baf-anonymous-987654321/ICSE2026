             GO TO MERGE-CUSTOMER-RECORDS-EXIT
           END-IF
      *    THE SURVIVOR KEEPS THEIR OWN CREDENTIALS WHEN THEY HAVE
      *    SOME; OTHERWISE THE DUPLICATE'S SECURE ROW MOVES ACROSS.
      *    THE SALT IS HELD ON THE ROW, NOT DERIVED FROM THE CUSTOMER
      *    NUMBER, SO A HASH STAYS VALID UNDER THE NEW NUMBER.  A
      *    SURVIVOR ROW WITH NO PASSWORD AT ALL TAKES THE DUPLICATE'S
      *    SALT AND HASH BEFORE THE DUPLICATE'S ROW IS DROPPED.
           MOVE ' SELECT SECURE ' TO EM-SQLREQ
           MOVE ZERO TO WS-ROW-COUNT
           EXEC SQL
                WHERE CUSTOMERNUMBER = :DB2-DUPLICATE-INT
             END-EXEC
           ELSE
             MOVE ' UPDATE SECHASH' TO EM-SQLREQ
             EXEC SQL
               UPDATE CUSTOMER_SECURE S
                  SET (PASSSALT, PASSHASH) =
                      (SELECT D.PASSSALT, D.PASSHASH
                         FROM CUSTOMER_SECURE D
                        WHERE D.CUSTOMERNUMBER = :DB2-DUPLICATE-INT)
                WHERE S.CUSTOMERNUMBER = :DB2-SURVIVOR-INT
                  AND COALESCE(S.PASSHASH, ' ') = ' '
                  AND S.CUSTOMERPASS = ' '
                  AND EXISTS
                      (SELECT 1
                         FROM CUSTOMER_SECURE D
                        WHERE D.CUSTOMERNUMBER = :DB2-DUPLICATE-INT
                          AND COALESCE(D.PASSHASH, ' ') <> ' ')
             END-EXEC
             IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
               PERFORM MERGE-FAILED
               GO TO MERGE-CUSTOMER-RECORDS-EXIT
             END-IF
             MOVE ' DELETE SECURE ' TO EM-SQLREQ
             EXEC SQL
               DELETE FROM CUSTOMER_SECURE
