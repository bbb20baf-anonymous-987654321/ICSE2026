001140*    09/02/26  LGIT   RULE CPAY ADDED - CLAIM PAYMENTS TO ONE  *
001150*                     PAYEE ACCOUNT ACROSS SEVERAL UNRELATED   *
001160*                     CUSTOMERS, COVERING THE CLAIMS SIDE      *
001170*    10/15/26  LGIT   RULE CPAY LEAVES OUT CHEQUE PAYEES, WHO  *
001180*                     HOLD NO BANK ACCOUNT TO FUNNEL THROUGH   *
001190*    10/15/26  LGIT   PAYEE ACCOUNT MASKED ON THE CASE REPORT  *
001200*****************************************************************
001300 ENVIRONMENT DIVISION.
001400 CONFIGURATION SECTION.
007300         ' CASES RAISED THIS RUN'.
007400     05  AM-S-COUNT              PIC ZZZ,ZZ9.
007500     05  FILLER                  PIC X(94) VALUE SPACES.
007510     COPY LGMASK.
007600     EXEC SQL
007700         INCLUDE SQLCA
007800     END-EXEC.
011410              AND R.CANCELDATE >=
011420                  CHAR(CURRENT DATE - 1 YEAR, ISO)
011500            ORDER BY R.POLICYNUMBER
011508     END-EXEC.
011516*    RULE CPAY - ONE PAYEE ACCOUNT COLLECTING CLAIM MONEY FOR     *
011525*    SEVERAL UNRELATED CUSTOMERS INSIDE A YEAR, THE CLASSIC       *
011533*    THIRD-PARTY FUNNEL ACCOUNT.  THE BANK DETAILS COME FROM      *
011541*    THE CONFIRMATION-OF-PAYEE ROWS THE PAYMENT RUN PAYS ON;      *
011550*    A CHEQUE PAYEE HAS NO ACCOUNT AND IS LEFT OUT.               *
011558     EXEC SQL
011566         DECLARE RULE-CPAY CURSOR FOR
011575           SELECT PY.SORTCODE, PY.ACCOUNTNUMBER,
011583                  MIN(CP.CUSTOMERNUMBER),
011591                  SUM(CP.PAYMENTAMOUNT)
011600             FROM CLAIMPAYMENT CP,
011608                  CLAIMPAYEE PY
011616            WHERE PY.CLAIMNUMBER = CP.CLAIMNUMBER
011625              AND PY.LINESEQ     = CP.LINESEQ
011633              AND COALESCE(PY.PAYMETHOD, 'B') = 'B'
011641              AND CP.CYCLEDATE >=
011650                  CHAR(CURRENT DATE - 1 YEAR, ISO)
011658            GROUP BY PY.SORTCODE, PY.ACCOUNTNUMBER
011666           HAVING COUNT(DISTINCT CP.CUSTOMERNUMBER) >
011675                  :WS-CPAY-CUSTOMERS
011683            ORDER BY 1, 2
011691     END-EXEC.
011700 LINKAGE SECTION.
011800 PROCEDURE DIVISION.
011900*****************************************************************
032600     MOVE DB2-CUSTOMERNUM-INT TO AM-C-CUSTOMER.
032700     MOVE DB2-POLICYNUM-INT   TO AM-C-POLICY.
032800     MOVE DB2-AMOUNT          TO AM-C-AMOUNT.
032850*    THE REPORT SHOWS THE PAYEE ACCOUNT MASKED TO THE SUITE RULE -
032851*    THE CASE ROW KEEPS IT IN CLEAR FOR THE INVESTIGATION
032852     MOVE 'S'                 TO MSK-TYPE.
032853     MOVE WS-AR-SORTCODE      TO MSK-VALUE.
032854     CALL 'LGMASK01' USING MSK-REQUEST.
032855     MOVE MSK-VALUE(1:6)      TO AM-C-ACCOUNT(1:6).
032856     MOVE 'A'                 TO MSK-TYPE.
032857     MOVE WS-AR-ACCOUNT       TO MSK-VALUE.
032858     CALL 'LGMASK01' USING MSK-REQUEST.
032859     MOVE MSK-VALUE(1:8)      TO AM-C-ACCOUNT(7:8).
032900     WRITE AM-REPORT-LINE FROM AM-CASE-LINE.
033000 5000-EXIT.
033100     EXIT.
