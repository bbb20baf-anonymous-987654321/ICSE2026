          03 DB2-REDUCED-AMT           PIC S9(7)V99 COMP-3.
          03 DB2-ARR-STATUS            PIC X(01).
          03 DB2-ARR-TYPE              PIC X(01).
          03 DB2-PLAN-AMT              PIC S9(7)V99 COMP-3.
          03 DB2-NEXT-DUE              PIC X(10).
          03 DB2-SHIFTED-DUE           PIC X(10).
       01  WS-PLAN-COUNT               PIC S9(9) COMP VALUE +0.
      *  AGREEING OR ENDING A PLAN CHANGES WHAT A DIRECT DEBIT PAYER
      *  IS COLLECTED, OR WHEN - THE PAYER IS NOTIFIED IN ADVANCE AND
      *  LGDDC01 HOLDS THE CHANGED COLLECTION UNTIL THE NOTICE
      *  PERIOD HAS RUN
       77  LGDDAN01                    PIC X(8)  VALUE 'LGDDAN01'.
           COPY LGDDAN.
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
           IF SQLCODE NOT EQUAL 0
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             GO TO AGREE-ARRANGEMENT-EXIT
           END-IF
           MOVE 'A' TO CA-ATP-STATUS
           PERFORM GET-PLAN-TERMS
           IF CA-RETURN-CODE NOT EQUAL '00' OR
              WS-PLAN-COUNT EQUAL ZERO
             GO TO AGREE-ARRANGEMENT-EXIT
           END-IF
           IF CA-ATP-TYPE EQUAL 'H'
             MOVE DB2-PLAN-AMT    TO DDN-OLD-AMOUNT
             MOVE DB2-PLAN-AMT    TO DDN-NEW-AMOUNT
             MOVE DB2-NEXT-DUE    TO DDN-OLD-DATE
             MOVE DB2-SHIFTED-DUE TO DDN-NEW-DATE
           ELSE
             MOVE DB2-PLAN-AMT    TO DDN-OLD-AMOUNT
             MOVE DB2-REDUCED-AMT TO DDN-NEW-AMOUNT
             MOVE DB2-NEXT-DUE    TO DDN-OLD-DATE
             MOVE DB2-NEXT-DUE    TO DDN-NEW-DATE
           END-IF
           PERFORM RAISE-DD-NOTICE.
       AGREE-ARRANGEMENT-EXIT.
           EXIT.
      *  BREAKING AN ARRANGEMENT RESUMES THE DUNNING LADDER ONE STEP
             MOVE '95' TO CA-RETURN-CODE
             GO TO END-ARRANGEMENT-EXIT
           END-IF
           MOVE ' SELECT ARRANGE' TO EM-SQLREQ
           EXEC SQL
             SELECT ARRTYPE, COALESCE(SKIPREMAINING, 0),
                    COALESCE(REDUCEDAMOUNT, 0)
               INTO :DB2-ARR-TYPE, :DB2-SKIP-SINT,
                    :DB2-REDUCED-AMT
               FROM ARRANGEMENT
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                 AND STATUS = 'A'
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '01' TO CA-RETURN-CODE
               GO TO END-ARRANGEMENT-EXIT
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO END-ARRANGEMENT-EXIT
           END-EVALUATE
           MOVE ' UPDATE ARRANGE' TO EM-SQLREQ
           EXEC SQL
             UPDATE ARRANGEMENT
             IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO END-ARRANGEMENT-EXIT
             END-IF
           END-IF
           IF DB2-ARR-TYPE EQUAL 'H' AND
              DB2-SKIP-SINT NOT GREATER THAN ZERO
             GO TO END-ARRANGEMENT-EXIT
           END-IF
           PERFORM GET-PLAN-TERMS
           IF CA-RETURN-CODE NOT EQUAL '00' OR
              WS-PLAN-COUNT EQUAL ZERO
             GO TO END-ARRANGEMENT-EXIT
           END-IF
           IF DB2-ARR-TYPE EQUAL 'H'
             MOVE DB2-PLAN-AMT    TO DDN-OLD-AMOUNT
             MOVE DB2-PLAN-AMT    TO DDN-NEW-AMOUNT
             MOVE DB2-SHIFTED-DUE TO DDN-OLD-DATE
             MOVE DB2-NEXT-DUE    TO DDN-NEW-DATE
           ELSE
             MOVE DB2-REDUCED-AMT TO DDN-OLD-AMOUNT
             MOVE DB2-PLAN-AMT    TO DDN-NEW-AMOUNT
             MOVE DB2-NEXT-DUE    TO DDN-OLD-DATE
             MOVE DB2-NEXT-DUE    TO DDN-NEW-DATE
           END-IF
           PERFORM RAISE-DD-NOTICE.
       END-ARRANGEMENT-EXIT.
           EXIT.
      *  THE ACTIVE INSTALMENT PLAN'S AMOUNT AND NEXT DUE DATE, AND
      *  THE DATE COLLECTION RESUMES ONCE THE HOLIDAY'S SKIPS ARE
      *  USED - EACH SKIP ROLLS THE PLAN ON ONE PERIOD.  NO ACTIVE
      *  PLAN LEAVES WS-PLAN-COUNT ZERO.
       GET-PLAN-TERMS.
           MOVE ZERO TO WS-PLAN-COUNT
           MOVE ' SELECT IPLTERM' TO EM-SQLREQ
           EXEC SQL
             SELECT INSTALMENTAMOUNT,
                    CHAR(DATE(NEXTDUEDATE), ISO),
                    CHAR(DATE(NEXTDUEDATE) +
                         (CASE FREQUENCY WHEN 'M' THEN 1
                                         WHEN 'Q' THEN 3
                                         ELSE 12 END
                          * :DB2-SKIP-SINT) MONTHS, ISO)
               INTO :DB2-PLAN-AMT,
                    :DB2-NEXT-DUE,
                    :DB2-SHIFTED-DUE
               FROM INSTALMENTPLAN
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                 AND STATUS = 'A'
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE 1 TO WS-PLAN-COUNT
             WHEN 100
               CONTINUE
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.
           EXIT.
      *  LGDDAN01 DROPS A CHANGE FOR A PAYER WHO DOES NOT PAY BY
      *  DIRECT DEBIT
       RAISE-DD-NOTICE.
           MOVE 'R'               TO DDN-ACTION
           MOVE DB2-POLICYNUM-INT TO DDN-POLICY-NUM
           MOVE ZERO              TO DDN-CUSTOMER-NUM
           MOVE 'ATP'             TO DDN-SOURCE
           MOVE 'R'               TO DDN-COLL-TYPE
           MOVE ' CALL LGDDAN01' TO EM-SQLREQ
           CALL LGDDAN01 USING DDN-REQUEST
           IF DDN-RC EQUAL '90'
             EXEC CICS SYNCPOINT ROLLBACK END-EXEC
             MOVE DDN-SQLCODE TO SQLCODE
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
           EXIT.
       INQUIRE-ARRANGEMENT.
           MOVE ' SELECT ARRANGE' TO EM-SQLREQ
           EXEC SQL
