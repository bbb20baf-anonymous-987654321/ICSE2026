000900*    MODIFICATION HISTORY                                      *
001000*    DATE      INIT   DESCRIPTION                               *
001100*    08/22/26  LGIT   INITIAL VERSION                           *
001110*    10/15/26  LGIT   DISCLOSE STAFF VIEWS OF THE CUSTOMER'S     *
001120*                     RECORDS FROM STAFFACCESSLOG                *
001200*****************************************************************
001300 ENVIRONMENT DIVISION.
001400 CONFIGURATION SECTION.
010334     88  WS-DRV-EOF                        VALUE 'Y'.
010400 01  DB2-SECURE-STATE            PIC X(01).
010500 01  DB2-DUE-DATE                PIC X(10).
010510 01  DB2-ACCESS-ROW.
010520     05  DB2-ACC-TIME            PIC X(26).
010530     05  DB2-ACC-PROGRAM         PIC X(08).
010540     05  DB2-ACC-POLICY-INT      PIC S9(9) COMP.
010550     05  DB2-ACC-CLAIM-INT       PIC S9(9) COMP.
010600*****************************************************************
010700*    DISCLOSURE PACK LINE LAYOUTS                               *
010800*****************************************************************
016568     05  FILLER                  PIC X(10) VALUE '  CONTACT '.
016569     05  SP-B-CUSTOMER           PIC X(30).
016570     05  FILLER                  PIC X(37) VALUE SPACES.
016571*    ONE LINE PER STAFF VIEW - WHEN AND WHICH RECORD, NOT WHO;
016572*    THE OPERATOR IS STAFF DATA AND IS NOT PART OF THE PACK
016573 01  SP-ACCESS-LINE.
016574     05  FILLER                  PIC X(12) VALUE '  VIEWED    '.
016575     05  SP-A-TIME               PIC X(26).
016576     05  FILLER                  PIC X(02) VALUE SPACES.
016577     05  SP-A-RECORD             PIC X(16).
016578     05  SP-A-KEY                PIC 9(10).
016579     05  SP-A-KEY-X REDEFINES SP-A-KEY
016580                                 PIC X(10).
016581     05  FILLER                  PIC X(67) VALUE SPACES.
016600 01  SP-BLANK-LINE               PIC X(133) VALUE SPACES.
016700*****************************************************************
016800*    CONTROL REPORT LAYOUTS                                    *
023700              AND P.CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
023800            ORDER BY D.POLICYNUMBER
023900     END-EXEC.
023910     EXEC SQL
023920         DECLARE SAR-ACCESS CURSOR FOR
023930           SELECT CHAR(ACCESSTIME), PROGRAMNAME,
023940                  COALESCE(POLICYNUMBER, 0),
023950                  COALESCE(CLAIMNUMBER, 0)
023960             FROM STAFFACCESSLOG
023970            WHERE CUSTOMERNUMBER = :DB2-CUSTOMERNUM-INT
023980            ORDER BY ACCESSTIME
023990     END-EXEC.
024000 LINKAGE SECTION.
024100 PROCEDURE DIVISION.
024200*****************************************************************
036700     PERFORM 2500-CMP-SECTION THRU 2500-EXIT.
036800     PERFORM 2600-COLL-SECTION THRU 2600-EXIT.
036900     PERFORM 2700-DOC-SECTION THRU 2700-EXIT.
036910     PERFORM 2800-ACCESS-SECTION THRU 2800-EXIT.
037000     WRITE SP-PACK-LINE FROM SP-BLANK-LINE.
037100 2100-EXIT.
037200     EXIT.
057100     END-EVALUATE.
057200 2710-EXIT.
057300     EXIT.
057301*****************************************************************
057302*    2800-ACCESS-SECTION - EVERY STAFF INQUIRY THAT RETURNED    *
057303*    THE CUSTOMER, ONE OF THEIR POLICIES OR ONE OF THEIR CLAIMS *
057304*****************************************************************
057305 2800-ACCESS-SECTION.
057306     MOVE 'N' TO WS-CUR-EOF-SWITCH.
057307     EXEC SQL
057308         OPEN SAR-ACCESS
057309     END-EXEC.
057310     PERFORM 2810-ACCESS-LINE THRU 2810-EXIT
057311         UNTIL WS-CUR-EOF.
057312     EXEC SQL
057313         CLOSE SAR-ACCESS
057314     END-EXEC.
057315 2800-EXIT.
057316     EXIT.
057317 2810-ACCESS-LINE.
057318     EXEC SQL
057319         FETCH SAR-ACCESS
057320           INTO :DB2-ACC-TIME, :DB2-ACC-PROGRAM,
057321                :DB2-ACC-POLICY-INT, :DB2-ACC-CLAIM-INT
057322     END-EXEC.
057323     EVALUATE SQLCODE
057324         WHEN 0
057325             MOVE DB2-ACC-TIME TO SP-A-TIME
057326             EVALUATE TRUE
057327                 WHEN DB2-ACC-CLAIM-INT NOT EQUAL 0
057328                     MOVE 'CLAIM RECORD'    TO SP-A-RECORD
057329                     MOVE DB2-ACC-CLAIM-INT TO SP-A-KEY
057330                 WHEN DB2-ACC-POLICY-INT NOT EQUAL 0
057331                     MOVE 'POLICY RECORD'    TO SP-A-RECORD
057332                     MOVE DB2-ACC-POLICY-INT TO SP-A-KEY
057333                 WHEN OTHER
057334                     MOVE 'CUSTOMER RECORD'  TO SP-A-RECORD
057335                     MOVE SPACES             TO SP-A-KEY-X
057336             END-EVALUATE
057337             WRITE SP-PACK-LINE FROM SP-ACCESS-LINE
057338         WHEN 100
057339             MOVE 'Y' TO WS-CUR-EOF-SWITCH
057340         WHEN OTHER
057341             DISPLAY 'LGSARX01 - ACCESS LOG FETCH, SQLCODE='
057342                     SQLCODE
057343             GO TO 9999-EXIT
057344     END-EVALUATE.
057345 2810-EXIT.
057346     EXIT.
057400*****************************************************************
057500*    8000-FINALIZE                                             *
057600*****************************************************************
