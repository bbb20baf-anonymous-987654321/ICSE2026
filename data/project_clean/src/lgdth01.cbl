             MOVE DB2-ID-FLAG      TO CA-DTH-ID-FLAG
             GO TO SETTLE-DEATH-CLAIM-EXIT
           END-IF
      *    A PAID-UP POLICY PAYS ITS REDUCED PAID-UP SUM ASSURED
           MOVE ' SELECT SUMASSD' TO EM-SQLREQ
           EXEC SQL
             SELECT COALESCE(PAIDUPSUMASSURED, SUMASSURED)
               INTO :DB2-SUMASSURED-INT
               FROM ENDOWMENT
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
