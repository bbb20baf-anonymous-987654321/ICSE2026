          03 DB2-SUM-RESERVE           PIC S9(9)V99 COMP-3.
          03 DB2-SUM-SETTLED           PIC S9(9)V99 COMP-3.
       01  WS-CLAIM-COUNT              PIC S9(9) COMP VALUE +0.
       01  WS-CERT-COUNT               PIC S9(9) COMP VALUE +0.
       01  WS-LIST-INDEX               PIC 9(02) VALUE 0.
           EXEC SQL
             INCLUDE SQLCA
             WHEN '01ACLL'
               PERFORM ADD-CLAIM-LINE THRU ADD-CLAIM-LINE-EXIT
             WHEN '01UCLL'
               PERFORM UPDATE-CLAIM-LINE THRU UPDATE-CLAIM-LINE-EXIT
             WHEN '01ICLL'
               PERFORM LIST-CLAIM-LINES
             WHEN OTHER
           PERFORM ROLL-UP-CLAIM-TOTALS.
       ADD-CLAIM-LINE-EXIT.
           EXIT.
      *  A PERSONAL INJURY LINE CANNOT BE SETTLED UNTIL A CRU
      *  CERTIFICATE OF RECOVERABLE BENEFITS (LGCRUC01) IS ON FILE
      *  AND STILL IN DATE - RC 93 TELLS THE FRONT END WHY.
       UPDATE-CLAIM-LINE.
           MOVE CA-CLL-LINE-SEQ    TO DB2-LINESEQ-SINT
           IF CA-CLL-STATUS EQUAL 'S' AND
              CA-CLL-LINE-TYPE EQUAL 'PI'
             PERFORM CHECK-CRU-CERTIFICATE
             IF CA-RETURN-CODE NOT EQUAL '00'
               GO TO UPDATE-CLAIM-LINE-EXIT
             END-IF
           END-IF
           MOVE CA-CLL-RESERVE-AMT TO DB2-LINE-RESERVE
           MOVE CA-CLL-SETTLED-AMT TO DB2-LINE-SETTLED
           MOVE ' UPDATE CLLINE ' TO EM-SQLREQ
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-Evaluate.
       UPDATE-CLAIM-LINE-EXIT.
           EXIT.
       CHECK-CRU-CERTIFICATE.
           MOVE ' SELECT CRU    ' TO EM-SQLREQ
           MOVE ZERO TO WS-CERT-COUNT
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-CERT-COUNT
               FROM CLAIMCRU
               WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
                 AND LINESEQ     = :DB2-LINESEQ-SINT
                 AND ( STATUS = 'P'
                    OR ( STATUS = 'C'
                     AND EXPIRYDATE >= CURRENT DATE ) )
           END-EXEC
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           ELSE
             IF WS-CERT-COUNT EQUAL ZERO
               MOVE '93' TO CA-RETURN-CODE
             END-IF
           END-IF.
           EXIT.
      *  THE CLAIM ROW KEEPS CARRYING ONE AMOUNT AND ONE SETTLED
      *  AMOUNT FOR EVERY READER THAT PREDATES LINES - BOTH ARE
