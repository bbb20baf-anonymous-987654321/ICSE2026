          03 DB2-CLAIMNUM-INT          PIC S9(9) COMP.
          03 DB2-AUTHCOST-INT          PIC S9(9)V99 COMP-3.
          03 DB2-INVOICE-AMT           PIC S9(9)V99 COMP-3.
          03 DB2-INVOICE-NET           PIC S9(9)V99 COMP-3.
          03 DB2-INVOICE-VAT           PIC S9(9)V99 COMP-3.
       01  WS-ROW-COUNT                PIC S9(9) COMP VALUE +0.
       01  WS-DOC-EXTREF               PIC X(20) VALUE SPACES.
       01  WS-TOLERANCE-CEILING        PIC S9(9)V99 COMP-3 VALUE +0.
       01  WS-INV-STATUS               PIC X(01) VALUE SPACES.
      *  A VAT-REGISTERED POLICYHOLDER RECLAIMS THE INVOICE VAT, SO
      *  ONLY THE PART IT CANNOT RECOVER GOES INTO THE SETTLEMENT
       01  WS-VAT-FIELDS.
           03 WS-VAT-REQUIRED-LEN      PIC S9(4) COMP VALUE +0.
           03 WS-INVOICE-GROSS         PIC S9(9)V99 COMP-3 VALUE +0.
           03 DB2-VAT-STATUS           PIC X(01) VALUE 'N'.
           03 DB2-VAT-RECOV-PCT        PIC S9(3)V99 COMP-3 VALUE +0.
           03 DB2-VAT-RECOV            PIC S9(9)V99 COMP-3 VALUE +0.
           03 DB2-SETTLE-AMT           PIC S9(9)V99 COMP-3 VALUE +0.
      *  AN INVOICE INSIDE THIS PERCENTAGE OVER THE AUTHORISED
      *  REPAIR COST IS APPROVED WITHOUT A HANDLER TOUCHING IT
       77  WS-INV-TOLERANCE-PCT        PIC S9(3)V99 COMP-3
               PERFORM WRITE-ERROR-MESSAGE
               GO TO ENTER-INVOICE-EXIT
           END-EVALUATE
           PERFORM SPLIT-INVOICE-VAT THRU SPLIT-INVOICE-VAT-EXIT
           IF CA-RETURN-CODE NOT EQUAL '00'
             GO TO ENTER-INVOICE-EXIT
           END-IF
           COMPUTE WS-TOLERANCE-CEILING ROUNDED =
               DB2-AUTHCOST-INT *
               (100 + WS-INV-TOLERANCE-PCT) / 100
                       ( CLAIMNUMBER,
                         REPAIRERID,
                         INVOICEAMOUNT,
                         NETAMOUNT,
                         VATAMOUNT,
                         STATUS,
                         RECEIVEDDATE,
                         LASTCHANGED )
                VALUES ( :DB2-CLAIMNUM-INT,
                         :DB2-REPAIRERID-INT,
                         :DB2-INVOICE-AMT,
                         :DB2-INVOICE-NET,
                         :DB2-INVOICE-VAT,
                         :WS-INV-STATUS,
                         CURRENT DATE,
                         CURRENT TIMESTAMP )
           PERFORM INDEX-INVOICE-DOC THRU INDEX-INVOICE-DOC-EXIT
           IF WS-INV-STATUS EQUAL 'A'
             PERFORM FEED-INVOICE-TO-SETTLEMENT
                THRU FEED-INVOICE-TO-SETTLEMENT-EXIT
           END-IF.
       ENTER-INVOICE-EXIT.
           EXIT.
      *  THE INVOICE CARRIES ITS NET AND VAT SEPARATELY.  WITH THE
      *  TOTAL LEFT AT ZERO IT IS THEIR SUM; A TOTAL THAT DISAGREES
      *  WITH THE SPLIT IS SENT BACK (RC 95).  A CALLER ON THE
      *  SHORTER SHAPE, OR ONE GIVING NO SPLIT, HAS THE WHOLE
      *  INVOICE TAKEN AS NET.
       SPLIT-INVOICE-VAT.
           MOVE CA-RPR-INV-AMOUNT TO DB2-INVOICE-AMT
           MOVE CA-RPR-INV-AMOUNT TO DB2-INVOICE-NET
           MOVE ZERO              TO DB2-INVOICE-VAT
           COMPUTE WS-VAT-REQUIRED-LEN = WS-CA-HEADER-LEN
               + WS-FULL-RPR-LEN + WS-FULL-RPVAT-LEN
           IF EIBCALEN IS LESS THAN WS-VAT-REQUIRED-LEN
             GO TO SPLIT-INVOICE-VAT-EXIT
           END-IF
           IF CA-RPR-INV-NET NOT NUMERIC OR
              CA-RPR-INV-VAT NOT NUMERIC
             MOVE '95' TO CA-RETURN-CODE
             GO TO SPLIT-INVOICE-VAT-EXIT
           END-IF
           IF CA-RPR-INV-NET EQUAL ZERO AND
              CA-RPR-INV-VAT EQUAL ZERO
             MOVE DB2-INVOICE-NET TO CA-RPR-INV-NET
             GO TO SPLIT-INVOICE-VAT-EXIT
           END-IF
           COMPUTE WS-INVOICE-GROSS = CA-RPR-INV-NET + CA-RPR-INV-VAT
           IF CA-RPR-INV-AMOUNT EQUAL ZERO
             MOVE WS-INVOICE-GROSS TO CA-RPR-INV-AMOUNT
           END-IF
           IF CA-RPR-INV-AMOUNT NOT EQUAL WS-INVOICE-GROSS
             MOVE '95' TO CA-RETURN-CODE
             GO TO SPLIT-INVOICE-VAT-EXIT
           END-IF
           MOVE WS-INVOICE-GROSS TO DB2-INVOICE-AMT
           MOVE CA-RPR-INV-NET   TO DB2-INVOICE-NET
           MOVE CA-RPR-INV-VAT   TO DB2-INVOICE-VAT.
       SPLIT-INVOICE-VAT-EXIT.
           EXIT.
       DECIDE-INVOICE.
           MOVE CA-RPR-CLAIM-NUM TO DB2-CLAIMNUM-INT
           IF CA-RPR-DECISION NOT EQUAL 'A' AND
           IF CA-RPR-DECISION EQUAL 'A'
             MOVE ' SELECT RPRINV ' TO EM-SQLREQ
             EXEC SQL
               SELECT INVOICEAMOUNT,
                      COALESCE(VATAMOUNT, 0)
                 INTO :DB2-INVOICE-AMT,
                      :DB2-INVOICE-VAT
                 FROM REPAIRERINVOICE
                 WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
                   AND REPAIRERID  = :DB2-REPAIRERID-INT
               GO TO DECIDE-INVOICE-EXIT
             END-IF
             PERFORM FEED-INVOICE-TO-SETTLEMENT
                THRU FEED-INVOICE-TO-SETTLEMENT-EXIT
           END-IF.
       DECIDE-INVOICE-EXIT.
           EXIT.
      *  THE APPROVED INVOICE FIGURE BECOMES THE SETTLEMENT AMOUNT
      *  PROVIDED THE DISBURSEMENT RUN HAS NOT ALREADY PAID THE
      *  CLAIM - AFTER PAYMENT THE DIFFERENCE IS A RECOVERY MATTER,
      *  NOT A REWRITE OF HISTORY.  ONLY A LIVE SETTLEMENT OR
      *  INTERIM PAYMENT (PAYTYPE 'F' OR 'I', NOT CANCELLED) COUNTS -
      *  ADJUSTER FEES, PPO INSTALMENTS AND CRU REPAYMENTS DO NOT.
      *  THE VAT A REGISTERED COMMERCIAL POLICYHOLDER RECLAIMS IS
      *  LEFT OUT OF THE SETTLEMENT AND BOTH VAT FIGURES ARE HELD
      *  ON THE CLAIM FOR THE GL EXTRACT.
       FEED-INVOICE-TO-SETTLEMENT.
           MOVE ZERO TO DB2-VAT-RECOV
           IF DB2-INVOICE-VAT GREATER THAN ZERO
             PERFORM GET-VAT-RECOVERY THRU GET-VAT-RECOVERY-EXIT
             IF CA-RETURN-CODE NOT EQUAL '00'
               GO TO FEED-INVOICE-TO-SETTLEMENT-EXIT
             END-IF
           END-IF
           COMPUTE DB2-SETTLE-AMT = DB2-INVOICE-AMT - DB2-VAT-RECOV
           MOVE ' UPDATE CLMSETT' TO EM-SQLREQ
           EXEC SQL
             UPDATE CLAIM
                SET SETTLEDAMOUNT  = :DB2-SETTLE-AMT,
                    VATAMOUNT      = :DB2-INVOICE-VAT,
                    VATRECOVERABLE = :DB2-VAT-RECOV,
                    LASTCHANGED    = CURRENT TIMESTAMP
              WHERE CLAIMNUMBER = :DB2-CLAIMNUM-INT
                AND STATUS      = 'S'
                AND CLAIMNUMBER NOT IN
                    ( SELECT CLAIMNUMBER FROM CLAIMPAYMENT
                       WHERE COALESCE(PAYTYPE, 'F') IN ('F', 'I')
                         AND STATUS <> 'CANCELLED' )
           END-EXEC
           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
             MOVE '90' TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.
       FEED-INVOICE-TO-SETTLEMENT-EXIT.
           EXIT.
      *  ONLY A COMMERCIAL POLICY CARRIES A VAT REGISTRATION - NO
      *  COMMERCIAL ROW MEANS NOTHING IS RECOVERABLE
       GET-VAT-RECOVERY.
           MOVE ' SELECT VATSTAT' TO EM-SQLREQ
           EXEC SQL
             SELECT COALESCE(B.VATSTATUS, 'N'),
                    COALESCE(B.VATRECOVPCT, 0)
               INTO :DB2-VAT-STATUS,
                    :DB2-VAT-RECOV-PCT
               FROM CLAIM C,
                    COMMERCIAL B
               WHERE C.CLAIMNUMBER  = :DB2-CLAIMNUM-INT
                 AND B.POLICYNUMBER = C.POLICYNUMBER
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               GO TO GET-VAT-RECOVERY-EXIT
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               GO TO GET-VAT-RECOVERY-EXIT
           END-EVALUATE
           IF DB2-VAT-STATUS EQUAL 'R'
             MOVE 100 TO DB2-VAT-RECOV-PCT
           END-IF
           IF DB2-VAT-STATUS EQUAL 'R' OR DB2-VAT-STATUS EQUAL 'P'
             COMPUTE DB2-VAT-RECOV ROUNDED =
                 DB2-INVOICE-VAT * DB2-VAT-RECOV-PCT / 100
           END-IF.
       GET-VAT-RECOVERY-EXIT.
           EXIT.
       WRITE-ERROR-MESSAGE.
           MOVE SQLCODE TO EM-SQLRC
